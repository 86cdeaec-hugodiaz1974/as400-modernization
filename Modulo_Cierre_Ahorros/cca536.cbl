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
       PROGRAM-ID.    CCA536.
      ******************************************************************
      * FUNCION: DECISION DEL OFICIAL DE CUMPLIMIENTO SOBRE LAS        *
      *          COINCIDENCIAS CON LISTAS RESTRICTIVAS Y PEP QUE       *
      *          QUEDARON EN CCALISCAN (APERTURAS RETENIDAS POR        *
      *          CCA530 Y TITULARES HALLADOS EN EL REEXAMEN CCA543).   *
      *          ACCIONES: L = LIBERAR (FALSO POSITIVO O PEP           *
      *          ACEPTADO; LA APERTURA RETENIDA PASA CUANDO SE         *
      *          VUELVA A PRESENTAR), N = NEGAR (COINCIDENCIA          *
      *          CONFIRMADA; LA APERTURA SE RECHAZA PARA SIEMPRE).     *
      *          SOLO SE DECIDE LO PENDIENTE. ENTRADA POR LA           *
      *          COMPUERTA CCA519 (PROGRAMA CCA536, FUNCION 00) Y      *
      *          TODA DECISION QUEDA AUDITADA EN CCAGENAUD.            *
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
           SELECT CCALISCAN
               ASSIGN          TO DATABASE-CCALISCAN
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
       FD  CCALISCAN
           LABEL RECORDS ARE STANDARD.
       01  REG-LISCAN.
           COPY DDS-ALL-FORMATS OF CCALISCAN.
      *
       FD  CCAGENAUD
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAGENAUD.
           COPY DDS-ALL-FORMATS OF CCAGENAUD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  W-EXISTE-CAND               PIC 9(01) VALUE 0.
           88  NO-EXISTE-CAND                    VALUE 0.
           88  SI-EXISTE-CAND                    VALUE 1.
       01  W-ESTANT                    PIC X(01) VALUE SPACES.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *HH COMPUERTA DE AUTORIZACION POR FUNCION (VER CCA519).
       01  PARM-CCA519.
           05  W-AUT-USUARIO           PIC X(10) VALUE SPACES.
           05  W-AUT-ESTACI            PIC X(10) VALUE SPACES.
           05  W-AUT-PROGRAMA          PIC X(08) VALUE "CCA536".
           05  W-AUT-FUNCIO            PIC X(02) VALUE "00".
           05  W-AUT-RETCOD            PIC 9(01) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-ACCION                   PIC X(01).
           88  LK-ACCION-LIBERAR                 VALUE "L".
           88  LK-ACCION-NEGAR                   VALUE "N".
       01  LK-CLAVE-CAND.
           05  LK-NITCAN               PIC 9(15).
           05  LK-CODMON               PIC 9(03).
           05  LK-CODSIS               PIC 9(03).
           05  LK-CODPRO               PIC 9(03).
           05  LK-AGCCTA               PIC 9(05).
           05  LK-CTANRO               PIC 9(17).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-ACCION-INVALIDA         VALUE 2.
           88  LK-CODRET-YA-DECIDIDA             VALUE 3.
           88  LK-CODRET-NO-AUTORIZADO           VALUE 9.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-ACCION LK-CLAVE-CAND
                                LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-CODRET-OK
              IF NO-EXISTE-CAND
                 MOVE 1 TO LK-RETCOD
              ELSE
              IF ESTADO OF REG-LISCAN NOT = "P"
                 MOVE 3 TO LK-RETCOD
              ELSE
              IF LK-ACCION-LIBERAR OR LK-ACCION-NEGAR
                 PERFORM HACER-DECISION
              ELSE
                 MOVE 2 TO LK-RETCOD
              END-IF
              END-IF
              END-IF
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0 TO LK-RETCOD.
           MOVE LK-CODCAJ TO W-AUT-USUARIO
           MOVE ZEROS     TO W-AUT-RETCOD
           CALL "CCA519" USING W-AUT-USUARIO W-AUT-ESTACI
                               W-AUT-PROGRAMA W-AUT-FUNCIO
                               W-AUT-RETCOD
           IF W-AUT-RETCOD NOT = ZEROS
              MOVE 9 TO LK-RETCOD
           END-IF
           OPEN I-O    CCALISCAN.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
           MOVE LK-NITCAN TO NITCAN OF REG-LISCAN
           MOVE LK-CODMON TO CODMON OF REG-LISCAN
           MOVE LK-CODSIS TO CODSIS OF REG-LISCAN
           MOVE LK-CODPRO TO CODPRO OF REG-LISCAN
           MOVE LK-AGCCTA TO AGCCTA OF REG-LISCAN
           MOVE LK-CTANRO TO CTANRO OF REG-LISCAN
           READ CCALISCAN INVALID KEY
                MOVE ZEROS TO W-EXISTE-CAND
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-CAND
           END-READ.
      *----------------------------------------------------------------
       HACER-DECISION.
           MOVE ESTADO OF REG-LISCAN TO W-ESTANT
           MOVE LK-ACCION            TO ESTADO OF REG-LISCAN
           MOVE LK-FECHA-HOY         TO FECEST OF REG-LISCAN
           MOVE LK-CODCAJ            TO USREST OF REG-LISCAN
           REWRITE REG-LISCAN INVALID KEY
                   MOVE 1 TO LK-RETCOD
           END-REWRITE
           IF LK-CODRET-OK
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCALISCAN"           TO PG-CAMPO  OF CCAGENAUD
           STRING LK-NITCAN LK-CTANRO
                  DELIMITED BY SIZE
                  INTO PG-VLRANT OF CCAGENAUD
           STRING W-ESTANT " A " LK-ACCION " LISTA "
                  TIPLIS OF REG-LISCAN " PUNTAJE " PUNTAJ OF REG-LISCAN
                  DELIMITED BY SIZE
                  INTO PG-VLRNVO OF CCAGENAUD
           MOVE LK-CODCAJ             TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCALISCAN CCAGENAUD.
           GOBACK.
