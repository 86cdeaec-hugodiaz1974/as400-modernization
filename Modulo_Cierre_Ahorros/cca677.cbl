       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      * Material Bajo Licencia de Taylor & Johnson Ltda.              |
      * Copyright : TAYLOR & JOHNSON 1996, 1999, 2000, 2001, 2002     |
      *             Todos los Derechos Reservados                     |
      *----------------------------------------------------------------
      * Derechos Restringidos para los usuarios, el uso, la duplica-  |
      * cion o publicacion quedan sujetos al contrato con Taylor &    |
      * Johnson                                                       |
      *----------------------------------------------------------------
       PROGRAM-ID.    CCA677.
      ******************************************************************
      * FUNCION: RESTAURACION DE UN PASO DE LA CADENA NOCTURNA QUE     *
      *          MURIO A MEDIO CORRER. OPERACIONES LO CORRE CON EL     *
      *          NOMBRE DEL PASO (PAR-PROGRAMA) CUANDO CCA496 SE NIEGA *
      *          A RELANZAR POR UN PASO EN ESTADO P (O QUE TERMINO EN  *
      *          ERROR): DEVUELVE CADA ARCHIVO QUE EL PASO TENIA       *
      *          DECLARADO EN CCACADARC AL RESPALDO QUE CCA676 TOMO    *
      *          HOY ANTES DE QUE EL PASO ARRANCARA (CCASNAPSH), Y     *
      *          DEJA EL PASO EN ESTADO R (RESTAURADO) EN CCAESTCAD,   *
      *          PARA QUE CCA496 LO TOME COMO PUNTO DE ARRANQUE Y EL   *
      *          PASO SE VUELVA A CORRER LIMPIO.                       *
      *          NO RESTAURA UN PASO QUE TERMINO BIEN NI UN PASO SIN   *
      *          RESPALDO DE HOY; EN ESOS CASOS TERMINA CON RETORNO 1. *
      ******************************************************************
       AUTHOR.        H.H.D.
       DATE-WRITTEN.  OCTUBRE/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
      *                                                                *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CCAESTCAD
               ASSIGN          TO DATABASE-CCAESTCAD
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCASNAPSH
               ASSIGN          TO DATABASE-CCASNAPSH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAESTCAD
           LABEL RECORDS ARE STANDARD.
       01  REG-ESTCAD.
           COPY DDS-ALL-FORMATS OF CCAESTCAD.
      *
       FD  CCASNAPSH
           LABEL RECORDS ARE STANDARD.
       01  REG-SNAPSH.
           COPY DDS-ALL-FORMATS OF CCASNAPSH.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *    LA FECHA Y LA HORA SE TOMAN COMO LAS TOMA CCA504, PARA QUE
      *    CASEN CON FECHAEJE DE CCAESTCAD Y FECPRO DE CCASNAPSH.
       01  W-FECHA                     PIC 9(08) VALUE ZEROS.
       01  W-HORA                      PIC 9(08) VALUE ZEROS.
       01  W-BIBORI                    PIC X(10) VALUE SPACES.
       01  W-CANARC                    PIC 9(03) VALUE ZEROS.
       01  W-RECHAZO                   PIC 9(01) VALUE ZEROS.
           88  RESTAURACION-RECHAZADA            VALUE 1.
      *
      *    COMANDOS PARA QCMDEXC.
       01  W-COMANDO                   PIC X(200) VALUE SPACES.
       01  W-LNGCMD                    PIC S9(10)V9(05) COMP-3
                                                  VALUE 200.
      *
       01  CONTROLES.
           05  CTL-CCAESTCAD           PIC X(02) VALUE "NO".
               88  ERROR-CCAESTCAD               VALUE "SI".
               88  NO-ERROR-CCAESTCAD            VALUE "NO".
           05  CTL-CCASNAPSH           PIC X(02) VALUE "NO".
               88  FIN-CCASNAPSH                 VALUE "SI".
               88  NO-FIN-CCASNAPSH              VALUE "NO".
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       77  PAR-PROGRAMA                PIC X(08).
      ***************************************************************
       PROCEDURE DIVISION USING PAR-PROGRAMA.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           PERFORM VALIDAR-PASO.
           IF NOT RESTAURACION-RECHAZADA
              PERFORM RESTAURAR-PASO
           END-IF
           PERFORM CONCLUIR.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           OPEN I-O CCAESTCAD CCASNAPSH.
           ACCEPT W-FECHA FROM DATE.
           ACCEPT W-HORA  FROM TIME.
      *----------------------------------------------------------------
      * SOLO SE RESTAURA UN PASO QUE CORRIO HOY Y NO TERMINO BIEN.
      *----------------------------------------------------------------
       VALIDAR-PASO.
           MOVE "NO"         TO CTL-CCAESTCAD
           MOVE PAR-PROGRAMA TO PROGRAMA OF REG-ESTCAD
           READ CCAESTCAD INVALID KEY
                MOVE "SI" TO CTL-CCAESTCAD
           END-READ
           IF ERROR-CCAESTCAD
           OR FECHAEJE OF REG-ESTCAD NOT = W-FECHA
              MOVE 1 TO W-RECHAZO
              DISPLAY "CCA677 EL PASO " PAR-PROGRAMA
                      " NO HA CORRIDO HOY: NADA QUE RESTAURAR"
           ELSE
              IF ESTADO  OF REG-ESTCAD = "T"
              AND CODRETO OF REG-ESTCAD = ZEROS
                 MOVE 1 TO W-RECHAZO
                 DISPLAY "CCA677 EL PASO " PAR-PROGRAMA
                         " TERMINO BIEN: NO SE RESTAURA"
              END-IF
           END-IF.
      *----------------------------------------------------------------
       RESTAURAR-PASO.
           MOVE "NO"         TO CTL-CCASNAPSH
           MOVE W-FECHA      TO FECPRO   OF REG-SNAPSH
           MOVE PAR-PROGRAMA TO PROGRAMA OF REG-SNAPSH
           MOVE LOW-VALUES   TO ARCHIVO  OF REG-SNAPSH
           START CCASNAPSH KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCASNAPSH
           END-START
           PERFORM RESTAURAR-ARCHIVO UNTIL FIN-CCASNAPSH
           IF W-CANARC = ZEROS
              MOVE 1 TO W-RECHAZO
              DISPLAY "CCA677 EL PASO " PAR-PROGRAMA
                      " NO TIENE RESPALDO DE HOY EN CCASNAPSH"
           ELSE
              MOVE W-HORA TO HORAFIN OF REG-ESTCAD
              MOVE "R"    TO ESTADO  OF REG-ESTCAD
              REWRITE REG-ESTCAD
           END-IF.
      *----------------------------------------------------------------
       RESTAURAR-ARCHIVO.
           READ CCASNAPSH NEXT RECORD AT END
                MOVE "SI" TO CTL-CCASNAPSH
           END-READ
           IF NO-FIN-CCASNAPSH
              IF FECPRO   OF REG-SNAPSH NOT = W-FECHA
              OR PROGRAMA OF REG-SNAPSH NOT = PAR-PROGRAMA
                 MOVE "SI" TO CTL-CCASNAPSH
              ELSE
                 PERFORM COPIAR-DE-RESPALDO
                 MOVE W-HORA TO HORRES OF REG-SNAPSH
                 MOVE "R"    TO ESTADO OF REG-SNAPSH
                 REWRITE REG-SNAPSH
                 ADD 1 TO W-CANARC
                 DISPLAY "CCA677 RESTAURADO " ARCHIVO OF REG-SNAPSH
              END-IF
           END-IF.
      *----------------------------------------------------------------
       COPIAR-DE-RESPALDO.
           IF BIBLIO OF REG-SNAPSH = SPACES
              MOVE "*LIBL"              TO W-BIBORI
           ELSE
              MOVE BIBLIO OF REG-SNAPSH TO W-BIBORI
           END-IF
           MOVE SPACES TO W-COMANDO
           STRING "CPYF FROMFILE("          DELIMITED BY SIZE
                  BIBSNP   OF REG-SNAPSH    DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  ARCHIVO  OF REG-SNAPSH    DELIMITED BY SPACE
                  ") TOFILE("               DELIMITED BY SIZE
                  W-BIBORI                  DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  ARCHIVO  OF REG-SNAPSH    DELIMITED BY SPACE
                  ") FROMMBR("              DELIMITED BY SIZE
                  PROGRAMA OF REG-SNAPSH    DELIMITED BY SPACE
                  ") MBROPT(*REPLACE)"      DELIMITED BY SIZE
             INTO W-COMANDO
           END-STRING
           CALL "QCMDEXC" USING W-COMANDO , W-LNGCMD.
      *----------------------------------------------------------------
       CONCLUIR.
           IF RESTAURACION-RECHAZADA
              DISPLAY "CCA677 RESTAURACION NEGADA"
              MOVE 1 TO RETURN-CODE
           ELSE
              DISPLAY "CCA677 PASO " PAR-PROGRAMA " RESTAURADO ("
                      W-CANARC " ARCHIVOS): CORRA CCA496 PARA "
                      "RELANZAR"
           END-IF.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCAESTCAD CCASNAPSH.
           STOP RUN.
