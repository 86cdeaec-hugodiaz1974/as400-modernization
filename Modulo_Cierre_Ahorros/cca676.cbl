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
       PROGRAM-ID.    CCA676.
      ******************************************************************
      * FUNCION: RESPALDO PREVIO DE LOS ARCHIVOS DE CADA PASO DE LA    *
      *          CADENA NOCTURNA. CADA PASO TIENE DECLARADOS EN        *
      *          CCACADARC LOS ARCHIVOS QUE ACTUALIZA (CCAMAEAHO,      *
      *          CCACAUSAC, CCAACUMUL, PLTTRNMON...).                  *
      *          ACCION S: LA LLAMA CCA504 AL EVENTO DE INICIO DEL     *
      *          PASO, ANTES DE QUE ESTE ABRA SUS ARCHIVOS: COPIA CADA *
      *          ARCHIVO DECLARADO A LA BIBLIOTECA DE RESPALDOS (TABLA *
      *          94 DE CCATABLAS, NROTAB 0, CAMPO2; SI NO EXISTE,      *
      *          CCASNAP), EN UN MIEMBRO CON EL NOMBRE DEL PASO, Y LO  *
      *          REGISTRA EN CCASNAPSH. CON ESE RESPALDO CCA677        *
      *          RESTAURA EL PASO QUE MURIO A MEDIO CORRER.            *
      *          ACCION D: LA LLAMA CCA504 AL FIN SIN ERROR DE CADA    *
      *          PASO: SI TODOS LOS PASOS HABILITADOS DE CCACADPGM YA  *
      *          TERMINARON BIEN HOY, LA CADENA ESTA COMPLETA Y SE     *
      *          DEPURAN TODOS LOS RESPALDOS (MIEMBROS Y REGISTROS).   *
      *          RETORNO: 0 = HECHO, 1 = EL PASO NO TIENE ARCHIVOS     *
      *          DECLARADOS / NO HABIA RESPALDOS, 2 = CADENA AUN NO    *
      *          COMPLETA (NO SE DEPURA), 3 = ACCION INVALIDA.         *
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
           SELECT CCACADARC
               ASSIGN          TO DATABASE-CCACADARC
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCASNAPSH
               ASSIGN          TO DATABASE-CCASNAPSH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACADPGM
               ASSIGN          TO DATABASE-CCACADPGM
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAESTCAD
               ASSIGN          TO DATABASE-CCAESTCAD
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCATABLAS
               ASSIGN          TO DATABASE-CCATABLAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCACADARC
           LABEL RECORDS ARE STANDARD.
       01  REG-CADARC.
           COPY DDS-ALL-FORMATS OF CCACADARC.
      *
       FD  CCASNAPSH
           LABEL RECORDS ARE STANDARD.
       01  REG-SNAPSH.
           COPY DDS-ALL-FORMATS OF CCASNAPSH.
      *
       FD  CCACADPGM
           LABEL RECORDS ARE STANDARD.
       01  REG-CADPGM.
           COPY DDS-ALL-FORMATS OF CCACADPGM.
      *
       FD  CCAESTCAD
           LABEL RECORDS ARE STANDARD.
       01  REG-ESTCAD.
           COPY DDS-ALL-FORMATS OF CCAESTCAD.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *    LA FECHA Y LA HORA SE TOMAN COMO LAS TOMA CCA504, PARA QUE
      *    CASEN CON FECHAEJE DE CCAESTCAD.
       01  W-FECHA                     PIC 9(08) VALUE ZEROS.
       01  W-HORA                      PIC 9(08) VALUE ZEROS.
       01  W-BIBSNP                    PIC X(10) VALUE SPACES.
       01  W-BIBORI                    PIC X(10) VALUE SPACES.
       01  W-CANARC                    PIC 9(03) VALUE ZEROS.
       01  W-COMPLETA                  PIC 9(01) VALUE 0.
           88  CADENA-COMPLETA                   VALUE 0.
           88  CADENA-INCOMPLETA                 VALUE 1.
      *
      *    COMANDOS PARA QCMDEXC.
       01  W-COMANDO                   PIC X(200) VALUE SPACES.
       01  W-LNGCMD                    PIC S9(10)V9(05) COMP-3
                                                  VALUE 200.
      *
       01  CONTROLES.
           05  CTL-CCACADARC           PIC X(02) VALUE "NO".
               88  FIN-CCACADARC                 VALUE "SI".
               88  NO-FIN-CCACADARC              VALUE "NO".
           05  CTL-CCASNAPSH           PIC X(02) VALUE "NO".
               88  FIN-CCASNAPSH                 VALUE "SI".
               88  NO-FIN-CCASNAPSH              VALUE "NO".
           05  CTL-CCACADPGM           PIC X(02) VALUE "NO".
               88  FIN-CCACADPGM                 VALUE "SI".
               88  NO-FIN-CCACADPGM              VALUE "NO".
           05  CTL-CCAESTCAD           PIC X(02) VALUE "NO".
               88  ERROR-CCAESTCAD               VALUE "SI".
               88  NO-ERROR-CCAESTCAD            VALUE "NO".
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-PROGRAMA                 PIC X(08).
       01  LK-ACCION                   PIC X(01).
           88  LK-ACCION-RESPALDAR               VALUE "S".
           88  LK-ACCION-DEPURAR                 VALUE "D".
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-SIN-ARCHIVOS            VALUE 1.
           88  LK-CODRET-CADENA-INCOMPLETA       VALUE 2.
           88  LK-CODRET-ACCION-INVALIDA         VALUE 3.
      ***************************************************************
       PROCEDURE DIVISION USING LK-PROGRAMA LK-ACCION LK-RETCOD.
      ***************************************************************
       COMIENZO.
           MOVE 0      TO LK-RETCOD
           MOVE ZEROS  TO W-CANARC
           ACCEPT W-FECHA FROM DATE.
           ACCEPT W-HORA  FROM TIME.
           EVALUATE TRUE
           WHEN LK-ACCION-RESPALDAR
                PERFORM RESPALDAR-PASO
           WHEN LK-ACCION-DEPURAR
                PERFORM DEPURAR-RESPALDOS
           WHEN OTHER
                MOVE 3 TO LK-RETCOD
           END-EVALUATE
           GOBACK.
      *----------------------------------------------------------------
      * UN RESPALDO POR ARCHIVO DECLARADO Y HABILITADO DEL PASO. EL
      * MIEMBRO LLEVA EL NOMBRE DEL PASO, ASI DOS PASOS QUE ACTUALIZAN
      * EL MISMO ARCHIVO NO SE PISAN EL RESPALDO.
      *----------------------------------------------------------------
       RESPALDAR-PASO.
           OPEN INPUT CCACADARC CCATABLAS.
           OPEN I-O   CCASNAPSH.
           PERFORM BUSCAR-BIBLIOTECA
           MOVE "NO"        TO CTL-CCACADARC
           MOVE LK-PROGRAMA TO PROGRAMA OF REG-CADARC
           MOVE LOW-VALUES  TO ARCHIVO  OF REG-CADARC
           START CCACADARC KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCACADARC
           END-START
           PERFORM RESPALDAR-ARCHIVO UNTIL FIN-CCACADARC
           IF W-CANARC = ZEROS
              MOVE 1 TO LK-RETCOD
           END-IF
           CLOSE CCACADARC CCATABLAS CCASNAPSH.
      *----------------------------------------------------------------
       BUSCAR-BIBLIOTECA.
           MOVE "CCASNAP" TO W-BIBSNP
           MOVE 94        TO CODTAB OF ZONA-CCATABLAS
           MOVE ZEROS     TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS
              NOT INVALID KEY
                 IF CAMPO2 OF ZONA-CCATABLAS (1:10) NOT = SPACES
                    MOVE CAMPO2 OF ZONA-CCATABLAS (1:10) TO W-BIBSNP
                 END-IF
           END-READ.
      *----------------------------------------------------------------
       RESPALDAR-ARCHIVO.
           READ CCACADARC NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACADARC
           END-READ
           IF NO-FIN-CCACADARC
              IF PROGRAMA OF REG-CADARC NOT = LK-PROGRAMA
                 MOVE "SI" TO CTL-CCACADARC
              ELSE
                 IF INDHAB OF REG-CADARC = 1
                    PERFORM COPIAR-A-RESPALDO
                    PERFORM REGISTRAR-RESPALDO
                    ADD 1 TO W-CANARC
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       COPIAR-A-RESPALDO.
           IF BIBLIO OF REG-CADARC = SPACES
              MOVE "*LIBL"              TO W-BIBORI
           ELSE
              MOVE BIBLIO OF REG-CADARC TO W-BIBORI
           END-IF
           MOVE SPACES TO W-COMANDO
           STRING "CPYF FROMFILE("          DELIMITED BY SIZE
                  W-BIBORI                  DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  ARCHIVO OF REG-CADARC     DELIMITED BY SPACE
                  ") TOFILE("               DELIMITED BY SIZE
                  W-BIBSNP                  DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  ARCHIVO OF REG-CADARC     DELIMITED BY SPACE
                  ") TOMBR("                DELIMITED BY SIZE
                  LK-PROGRAMA               DELIMITED BY SPACE
                  ") MBROPT(*REPLACE) CRTFILE(*YES)"
                                            DELIMITED BY SIZE
             INTO W-COMANDO
           END-STRING
           CALL "QCMDEXC" USING W-COMANDO , W-LNGCMD.
      *----------------------------------------------------------------
       REGISTRAR-RESPALDO.
           INITIALIZE REGSNAPSH
           MOVE W-FECHA                TO FECPRO   OF REG-SNAPSH
           MOVE LK-PROGRAMA            TO PROGRAMA OF REG-SNAPSH
           MOVE ARCHIVO OF REG-CADARC  TO ARCHIVO  OF REG-SNAPSH
           MOVE BIBLIO  OF REG-CADARC  TO BIBLIO   OF REG-SNAPSH
           MOVE W-BIBSNP               TO BIBSNP   OF REG-SNAPSH
           MOVE W-HORA                 TO HORSNP   OF REG-SNAPSH
           MOVE "G"                    TO ESTADO   OF REG-SNAPSH
           MOVE ZEROS                  TO HORRES   OF REG-SNAPSH
           WRITE REG-SNAPSH INVALID KEY
                 REWRITE REG-SNAPSH
           END-WRITE.
      *----------------------------------------------------------------
      * SOLO SE DEPURA CON LA CADENA COMPLETA: MIENTRAS QUEDE UN PASO
      * HABILITADO SIN TERMINAR BIEN HOY, LOS RESPALDOS SE CONSERVAN
      * PORQUE PUEDE HACER FALTA RESTAURARLO.
      *----------------------------------------------------------------
       DEPURAR-RESPALDOS.
           OPEN INPUT CCACADPGM CCAESTCAD.
           MOVE 0    TO W-COMPLETA
           MOVE "NO" TO CTL-CCACADPGM
           PERFORM LEER-CCACADPGM
           PERFORM VERIFICAR-PASO UNTIL FIN-CCACADPGM
                                  OR    CADENA-INCOMPLETA
           CLOSE CCACADPGM CCAESTCAD.
           IF CADENA-INCOMPLETA
              MOVE 2 TO LK-RETCOD
           ELSE
              OPEN I-O CCASNAPSH
              MOVE "NO"       TO CTL-CCASNAPSH
              MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY OF REG-SNAPSH
              START CCASNAPSH KEY NOT < EXTERNALLY-DESCRIBED-KEY
                    INVALID KEY MOVE "SI" TO CTL-CCASNAPSH
              END-START
              PERFORM DEPURAR-RESPALDO UNTIL FIN-CCASNAPSH
              CLOSE CCASNAPSH
              IF W-CANARC = ZEROS
                 MOVE 1 TO LK-RETCOD
              ELSE
                 DISPLAY "CCA676 CADENA COMPLETA: " W-CANARC
                         " RESPALDOS DEPURADOS"
              END-IF
           END-IF.
      *----------------------------------------------------------------
       VERIFICAR-PASO.
           IF INDHAB OF REG-CADPGM = 1
              MOVE "NO"                   TO CTL-CCAESTCAD
              MOVE PROGRAMA OF REG-CADPGM TO PROGRAMA OF REG-ESTCAD
              READ CCAESTCAD INVALID KEY
                   MOVE "SI" TO CTL-CCAESTCAD
              END-READ
              IF ERROR-CCAESTCAD
              OR FECHAEJE OF REG-ESTCAD NOT = W-FECHA
              OR ESTADO   OF REG-ESTCAD NOT = "T"
              OR CODRETO  OF REG-ESTCAD NOT = ZEROS
                 MOVE 1 TO W-COMPLETA
              END-IF
           END-IF
           PERFORM LEER-CCACADPGM.
      *----------------------------------------------------------------
       DEPURAR-RESPALDO.
           READ CCASNAPSH NEXT RECORD AT END
                MOVE "SI" TO CTL-CCASNAPSH
           END-READ
           IF NO-FIN-CCASNAPSH
              MOVE SPACES TO W-COMANDO
              STRING "RMVM FILE("              DELIMITED BY SIZE
                     BIBSNP   OF REG-SNAPSH    DELIMITED BY SPACE
                     "/"                       DELIMITED BY SIZE
                     ARCHIVO  OF REG-SNAPSH    DELIMITED BY SPACE
                     ") MBR("                  DELIMITED BY SIZE
                     PROGRAMA OF REG-SNAPSH    DELIMITED BY SPACE
                     ")"                       DELIMITED BY SIZE
                INTO W-COMANDO
              END-STRING
              CALL "QCMDEXC" USING W-COMANDO , W-LNGCMD
              DELETE CCASNAPSH RECORD
              ADD 1 TO W-CANARC
           END-IF.
      *----------------------------------------------------------------
       LEER-CCACADPGM.
           READ CCACADPGM NEXT AT END
                MOVE "SI" TO CTL-CCACADPGM.
