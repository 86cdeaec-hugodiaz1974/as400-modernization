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
       PROGRAM-ID.    CCA658.
      ******************************************************************
      * FUNCION: REGISTRO DE TASAS NEGOCIADAS (PUNTOS ADICIONALES      *
      *          PUNADI) POR CUENTA (CCATASNEG). CADA EXCEPCION LLEVA  *
      *          LOS PUNTOS, EL MOTIVO, EL USUARIO QUE LA APRUEBA Y    *
      *          SU NIVEL, Y UNA VIGENCIA CON FECHA FINAL OBLIGATORIA. *
      *          EL NIVEL EXIGIDO DEPENDE DEL SALDO DE LA CUENTA: ES   *
      *          EL MAYOR NIVEL N (1 A 9) DE LA TABLA 90 CUYO PISO DE  *
      *          SALDO (CAMPO1) NO SUPERA EL SALDO ACTUAL. EL          *
      *          APROBADOR DEBE TENER EN LA COMPUERTA CCA519 LA        *
      *          FUNCION "0N" DE CCA658 PARA ESE NIVEL O UNO MAYOR, Y  *
      *          NO PUEDE SER QUIEN REGISTRA. UNA CUENTA TIENE A LO    *
      *          SUMO UNA EXCEPCION ACTIVA: EL ALTA DEJA LA ANTERIOR   *
      *          REEMPLAZADA. EL PASO NOCTURNO CCA659 LLEVA LOS        *
      *          PUNTOS AL MAESTRO Y LOS QUITA AL VENCER.              *
      *          ACCIONES: A = ALTA, C = CANCELAR.                     *
      *          ESTADOS: A = ACTIVA, R = REEMPLAZADA, C = CANCELADA,  *
      *          V = VENCIDA (LA MARCA CCA659).                        *
      *          TODO CAMBIO QUEDA AUDITADO EN CCAGENAUD.              *
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
           SELECT CCATASNEG
               ASSIGN          TO DATABASE-CCATASNEG
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAMAEAHO
               ASSIGN          TO DATABASE-CCAMAEAHO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCATABLAS
               ASSIGN          TO DATABASE-CCATABLAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAGENAUD
               ASSIGN          TO DATABASE-CCAGENAUD
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCATASNEG
           LABEL RECORDS ARE STANDARD.
       01  REG-TASNEG.
           COPY DDS-ALL-FORMATS OF CCATASNEG.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  CCAGENAUD
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAGENAUD.
           COPY DDS-ALL-FORMATS OF CCAGENAUD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  W-EXISTE-CCAMAEAHO          PIC 9(01) VALUE 0.
           88  NO-EXISTE-CCAMAEAHO               VALUE 0.
           88  SI-EXISTE-CCAMAEAHO               VALUE 1.
       01  W-EXISTE-EXCEPCION          PIC 9(01) VALUE 0.
           88  NO-EXISTE-EXCEPCION               VALUE 0.
           88  SI-EXISTE-EXCEPCION               VALUE 1.
      *
      * ULTIMO NUMERO DE EXCEPCION DE LA CUENTA Y LA ACTIVA, SI HAY.
       01  W-ULTEXC                    PIC 9(03) VALUE ZEROS.
       01  W-EXCACT                    PIC 9(03) VALUE ZEROS.
       01  W-NIVREQ                    PIC 9(01) VALUE ZEROS.
       01  W-NIVEL                     PIC 9(02) VALUE ZEROS.
       01  W-NROTAB                    PIC 9(02) VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCATASNEG           PIC X(02) VALUE "NO".
               88  FIN-CCATASNEG                 VALUE "SI".
               88  NO-FIN-CCATASNEG              VALUE "NO".
      *
      * CONSULTA A LA COMPUERTA DE AUTORIZACION POR NIVEL.
       01  W-AUTORIZACION.
           05  W-AUT-USUARIO           PIC X(10) VALUE SPACES.
           05  W-AUT-ESTACI            PIC X(10) VALUE SPACES.
           05  W-AUT-PROGRAMA          PIC X(08) VALUE "CCA658".
           05  W-AUT-FUNCIO.
               10  FILLER              PIC X(01) VALUE "0".
               10  W-AUT-NIVEL         PIC 9(01) VALUE ZEROS.
           05  W-AUT-RETCOD            PIC 9(01) VALUE 1.
               88  W-AUT-AUTORIZADO              VALUE 0.
      *
      * EXCEPCION COMO QUEDA EN LA AUDITORIA.
       01  W-LLAVE-AUDITORIA.
           05  W-AUD-AGCCTA            PIC 9(05) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE "-".
           05  W-AUD-CTANRO            PIC 9(17) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE "-".
           05  W-AUD-NROEXC            PIC 9(03) VALUE ZEROS.
       01  W-EXCEPCION.
           05  W-EXC-ESTADO            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-EXC-PNTADI            PIC -ZZ9.9999.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-EXC-NIVAPR            PIC 9(01) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-EXC-FECFIN            PIC 9(08) VALUE ZEROS.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-ACCION                   PIC X(01).
           88  LK-ACCION-ALTA                    VALUE "A".
           88  LK-ACCION-CANCELAR                VALUE "C".
       01  LK-CLAVE-CUENTA.
           05  LK-CODMON               PIC 9(03).
           05  LK-CODSIS               PIC 9(03).
           05  LK-CODPRO               PIC 9(03).
           05  LK-AGCCTA               PIC 9(05).
           05  LK-CTANRO               PIC 9(17).
       01  LK-NROEXC                   PIC 9(03).
       01  LK-DATOS-EXCEPCION.
           05  LK-PNTADI               PIC S9(03)V9(04).
           05  LK-MOTIVO               PIC X(40).
           05  LK-USRAPR               PIC X(10).
           05  LK-FECINI               PIC 9(08).
           05  LK-FECFIN               PIC 9(08).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-ACCION-INVALIDA         VALUE 2.
           88  LK-CODRET-CUENTA-NO-EXISTE        VALUE 3.
           88  LK-CODRET-DATOS-INVALIDOS         VALUE 4.
           88  LK-CODRET-NIVEL-INSUFICIENTE      VALUE 5.
           88  LK-CODRET-APROBADOR-INVALIDO      VALUE 6.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-ACCION LK-CLAVE-CUENTA
                                LK-NROEXC LK-DATOS-EXCEPCION
                                LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-CODRET-OK
              IF LK-ACCION-ALTA
                 PERFORM HACER-ALTA
              ELSE
              IF LK-ACCION-CANCELAR
                 PERFORM HACER-CANCELACION
              ELSE
                 MOVE 2 TO LK-RETCOD
              END-IF
              END-IF
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0 TO LK-RETCOD.
           OPEN I-O    CCATASNEG.
           OPEN INPUT  CCAMAEAHO CCATABLAS.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
           PERFORM LEER-CCAMAEAHO
           IF NO-EXISTE-CCAMAEAHO
              MOVE 3 TO LK-RETCOD
           ELSE
              PERFORM BUSCAR-EXCEPCIONES
           END-IF.
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           MOVE LK-CODMON TO CODMON OF REG-MAESTR
           MOVE LK-CODSIS TO CODSIS OF REG-MAESTR
           MOVE LK-CODPRO TO CODPRO OF REG-MAESTR
           MOVE LK-AGCCTA TO AGCCTA OF REG-MAESTR
           MOVE LK-CTANRO TO CTANRO OF REG-MAESTR
           READ CCAMAEAHO INVALID KEY
                MOVE ZEROS TO W-EXISTE-CCAMAEAHO
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-CCAMAEAHO
           END-READ
           IF SI-EXISTE-CCAMAEAHO
              IF INDBAJ OF REG-MAESTR NOT = ZEROS
                 MOVE ZEROS TO W-EXISTE-CCAMAEAHO
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * RECORRE LAS EXCEPCIONES DE LA CUENTA PARA SABER EL ULTIMO
      * NUMERO USADO Y CUAL ESTA ACTIVA.
      *----------------------------------------------------------------
       BUSCAR-EXCEPCIONES.
           MOVE ZEROS     TO W-ULTEXC W-EXCACT
           MOVE "NO"      TO CTL-CCATASNEG
           MOVE LK-CODMON TO CODMON OF REG-TASNEG
           MOVE LK-CODSIS TO CODSIS OF REG-TASNEG
           MOVE LK-CODPRO TO CODPRO OF REG-TASNEG
           MOVE LK-AGCCTA TO AGCCTA OF REG-TASNEG
           MOVE LK-CTANRO TO CTANRO OF REG-TASNEG
           MOVE ZEROS     TO NROEXC OF REG-TASNEG
           START CCATASNEG KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCATASNEG
           END-START
           PERFORM LEER-EXCEPCION UNTIL FIN-CCATASNEG.
      *----------------------------------------------------------------
       LEER-EXCEPCION.
           READ CCATASNEG NEXT RECORD AT END
                MOVE "SI" TO CTL-CCATASNEG
           END-READ
           IF NO-FIN-CCATASNEG
              IF CODMON OF REG-TASNEG NOT = LK-CODMON
              OR CODSIS OF REG-TASNEG NOT = LK-CODSIS
              OR CODPRO OF REG-TASNEG NOT = LK-CODPRO
              OR AGCCTA OF REG-TASNEG NOT = LK-AGCCTA
              OR CTANRO OF REG-TASNEG NOT = LK-CTANRO
                 MOVE "SI" TO CTL-CCATASNEG
              ELSE
                 MOVE NROEXC OF REG-TASNEG TO W-ULTEXC
                 IF ESTADO OF REG-TASNEG = "A"
                    MOVE NROEXC OF REG-TASNEG TO W-EXCACT
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       HACER-ALTA.
           IF LK-PNTADI NOT > ZEROS
           OR LK-MOTIVO = SPACES
           OR LK-FECINI = ZEROS
           OR LK-FECFIN = ZEROS
           OR LK-FECFIN < LK-FECINI
           OR LK-FECFIN < LK-FECHA-HOY
           OR W-ULTEXC = 999
              MOVE 4 TO LK-RETCOD
           END-IF
           IF LK-CODRET-OK
              IF LK-USRAPR = SPACES
              OR LK-USRAPR = LK-CODCAJ
                 MOVE 6 TO LK-RETCOD
              END-IF
           END-IF
           IF LK-CODRET-OK
              PERFORM DETERMINAR-NIVEL
              PERFORM VERIFICAR-APROBADOR
              IF NOT W-AUT-AUTORIZADO
                 MOVE 5 TO LK-RETCOD
              END-IF
           END-IF
           IF LK-CODRET-OK
              IF W-EXCACT NOT = ZEROS
                 MOVE W-EXCACT TO LK-NROEXC
                 MOVE "R"      TO W-EXC-ESTADO
                 PERFORM CAMBIAR-ESTADO
              END-IF
              IF LK-CODRET-OK
                 PERFORM GRABAR-EXCEPCION
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * NIVEL EXIGIDO: EL MAYOR N DE LA TABLA 90 (FILAS 1 A 9) CUYO
      * PISO DE SALDO NO SUPERA EL SALDO ACTUAL. SIN FILAS, NIVEL 1.
      *----------------------------------------------------------------
       DETERMINAR-NIVEL.
           MOVE 1 TO W-NIVREQ
           MOVE 1 TO W-NROTAB
           PERFORM LEER-NIVEL UNTIL W-NROTAB > 9.
      *----------------------------------------------------------------
       LEER-NIVEL.
           MOVE 90       TO CODTAB OF ZONA-CCATABLAS
           MOVE W-NROTAB TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                IF CAMPO1 OF ZONA-CCATABLAS NOT > SALACT OF REG-MAESTR
                   MOVE W-NROTAB TO W-NIVREQ
                END-IF
           END-READ
           ADD 1 TO W-NROTAB.
      *----------------------------------------------------------------
      * EL APROBADOR SIRVE CON EL NIVEL EXIGIDO O CUALQUIERA MAYOR.
      *----------------------------------------------------------------
       VERIFICAR-APROBADOR.
           MOVE 1         TO W-AUT-RETCOD
           MOVE W-NIVREQ  TO W-NIVEL
           PERFORM CONSULTAR-NIVEL UNTIL W-NIVEL > 9
                                   OR    W-AUT-AUTORIZADO.
      *----------------------------------------------------------------
       CONSULTAR-NIVEL.
           MOVE LK-USRAPR TO W-AUT-USUARIO
           MOVE W-NIVEL   TO W-AUT-NIVEL
           MOVE ZEROS     TO W-AUT-RETCOD
           CALL "CCA519" USING W-AUT-USUARIO W-AUT-ESTACI
                               W-AUT-PROGRAMA W-AUT-FUNCIO
                               W-AUT-RETCOD
           ADD 1 TO W-NIVEL.
      *----------------------------------------------------------------
       GRABAR-EXCEPCION.
           INITIALIZE REGTASNEG
           MOVE LK-CODMON    TO CODMON OF REG-TASNEG
           MOVE LK-CODSIS    TO CODSIS OF REG-TASNEG
           MOVE LK-CODPRO    TO CODPRO OF REG-TASNEG
           MOVE LK-AGCCTA    TO AGCCTA OF REG-TASNEG
           MOVE LK-CTANRO    TO CTANRO OF REG-TASNEG
           COMPUTE NROEXC OF REG-TASNEG = W-ULTEXC + 1
           MOVE NROEXC OF REG-TASNEG TO LK-NROEXC
           MOVE LK-PNTADI    TO PNTADI OF REG-TASNEG
           MOVE LK-MOTIVO    TO MOTIVO OF REG-TASNEG
           MOVE SALACT OF REG-MAESTR
                             TO SALREF OF REG-TASNEG
           MOVE W-AUT-NIVEL  TO NIVAPR OF REG-TASNEG
           MOVE LK-USRAPR    TO USRAPR OF REG-TASNEG
           MOVE LK-FECHA-HOY TO FECAPR OF REG-TASNEG
                                FECING OF REG-TASNEG
                                FECMOD OF REG-TASNEG
           MOVE LK-FECINI    TO FECINI OF REG-TASNEG
           MOVE LK-FECFIN    TO FECFIN OF REG-TASNEG
           MOVE "A"          TO ESTADO OF REG-TASNEG
           MOVE LK-CODCAJ    TO USRING OF REG-TASNEG
                                USRMOD OF REG-TASNEG
           WRITE REG-TASNEG INVALID KEY
                 MOVE 4 TO LK-RETCOD
           END-WRITE
           IF LK-CODRET-OK
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
       HACER-CANCELACION.
           MOVE "C" TO W-EXC-ESTADO
           PERFORM CAMBIAR-ESTADO.
      *----------------------------------------------------------------
      * PASA LA EXCEPCION LK-NROEXC DE ACTIVA AL ESTADO W-EXC-ESTADO.
      *----------------------------------------------------------------
       CAMBIAR-ESTADO.
           MOVE LK-CODMON TO CODMON OF REG-TASNEG
           MOVE LK-CODSIS TO CODSIS OF REG-TASNEG
           MOVE LK-CODPRO TO CODPRO OF REG-TASNEG
           MOVE LK-AGCCTA TO AGCCTA OF REG-TASNEG
           MOVE LK-CTANRO TO CTANRO OF REG-TASNEG
           MOVE LK-NROEXC TO NROEXC OF REG-TASNEG
           READ CCATASNEG INVALID KEY
                MOVE ZEROS TO W-EXISTE-EXCEPCION
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-EXCEPCION
           END-READ
           IF NO-EXISTE-EXCEPCION
           OR ESTADO OF REG-TASNEG NOT = "A"
              MOVE 1 TO LK-RETCOD
           ELSE
              MOVE W-EXC-ESTADO TO ESTADO OF REG-TASNEG
              MOVE LK-CODCAJ    TO USRMOD OF REG-TASNEG
              MOVE LK-FECHA-HOY TO FECMOD OF REG-TASNEG
              REWRITE REG-TASNEG INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
              IF LK-CODRET-OK
                 PERFORM GRABAR-CCAGENAUD
              END-IF
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           INITIALIZE REGGENAUD
           MOVE AGCCTA OF REG-TASNEG  TO W-AUD-AGCCTA
           MOVE CTANRO OF REG-TASNEG  TO W-AUD-CTANRO
           MOVE NROEXC OF REG-TASNEG  TO W-AUD-NROEXC
           MOVE ESTADO OF REG-TASNEG  TO W-EXC-ESTADO
           MOVE PNTADI OF REG-TASNEG  TO W-EXC-PNTADI
           MOVE NIVAPR OF REG-TASNEG  TO W-EXC-NIVAPR
           MOVE FECFIN OF REG-TASNEG  TO W-EXC-FECFIN
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCATASNEG"           TO PG-CAMPO  OF CCAGENAUD
           MOVE W-LLAVE-AUDITORIA     TO PG-VLRANT OF CCAGENAUD
           MOVE W-EXCEPCION           TO PG-VLRNVO OF CCAGENAUD
           MOVE LK-CODCAJ             TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCATASNEG CCAMAEAHO CCATABLAS CCAGENAUD.
           GOBACK.
