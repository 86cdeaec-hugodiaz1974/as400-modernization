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
       PROGRAM-ID.    CCA551.
      ******************************************************************
      * FUNCION: REGISTRO DE LA REVISION DE DEBIDA DILIGENCIA          *
      *          AMPLIADA DE UN CLIENTE CALIFICADO DE RIESGO ALTO EN   *
      *          CCARIESGO (VER CCA552). GUARDA LA FECHA Y EL USUARIO  *
      *          DE LA REVISION Y PROGRAMA LA SIGUIENTE A LOS DIAS DE  *
      *          CCATABLAS TABLA 70 REGISTRO 2 (POR OMISION 365).      *
      *          LA FECHA DE REVISION NO PUEDE SER FUTURA. ENTRADA     *
      *          POR LA COMPUERTA CCA519 (PROGRAMA CCA551, FUNCION 00) *
      *          Y TODO REGISTRO QUEDA AUDITADO EN CCAGENAUD.          *
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
           SELECT CCARIESGO
               ASSIGN          TO DATABASE-CCARIESGO
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
       FD  CCARIESGO
           LABEL RECORDS ARE STANDARD.
       01  REG-RIESGO.
           COPY DDS-ALL-FORMATS OF CCARIESGO.
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
       77  W-DIAREV                    PIC 9(05) VALUE 365.
       01  W-EXISTE-RIESGO             PIC 9(01) VALUE 0.
           88  NO-EXISTE-RIESGO                  VALUE 0.
           88  SI-EXISTE-RIESGO                  VALUE 1.
       01  W-ANTES.
           05  W-ANT-FECREV            PIC 9(08)    VALUE ZEROS.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *HH COMPUERTA DE AUTORIZACION POR FUNCION (VER CCA519).
       01  PARM-CCA519.
           05  W-AUT-USUARIO           PIC X(10) VALUE SPACES.
           05  W-AUT-ESTACI            PIC X(10) VALUE SPACES.
           05  W-AUT-PROGRAMA          PIC X(08) VALUE "CCA551".
           05  W-AUT-FUNCIO            PIC X(02) VALUE "00".
           05  W-AUT-RETCOD            PIC 9(01) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
           COPY PLT219  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-NITCLI                   PIC 9(15).
       01  LK-FECULR                   PIC 9(08).
       01  LK-FECREV                   PIC 9(08).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-NO-ALTO                 VALUE 2.
           88  LK-CODRET-DATO-INVALIDO           VALUE 3.
           88  LK-CODRET-NO-AUTORIZADO           VALUE 9.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-NITCLI LK-FECULR
                                LK-FECREV LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-CODRET-OK
              IF NO-EXISTE-RIESGO
                 MOVE 1 TO LK-RETCOD
              ELSE
              IF NIVRIE OF REG-RIESGO NOT = "A"
                 MOVE 2 TO LK-RETCOD
              ELSE
              IF LK-FECULR = ZEROS
              OR LK-FECULR > LK-FECHA-HOY
                 MOVE 3 TO LK-RETCOD
              ELSE
                 PERFORM REGISTRAR-REVISION
              END-IF
              END-IF
              END-IF
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0     TO LK-RETCOD.
           MOVE ZEROS TO LK-FECREV.
           MOVE LK-CODCAJ TO W-AUT-USUARIO
           MOVE ZEROS     TO W-AUT-RETCOD
           CALL "CCA519" USING W-AUT-USUARIO W-AUT-ESTACI
                               W-AUT-PROGRAMA W-AUT-FUNCIO
                               W-AUT-RETCOD
           IF W-AUT-RETCOD NOT = ZEROS
              MOVE 9 TO LK-RETCOD
           END-IF
           OPEN I-O    CCARIESGO.
           OPEN INPUT  CCATABLAS.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
           MOVE 70 TO CODTAB OF ZONA-CCATABLAS
           MOVE 2  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS
              NOT INVALID KEY
                 IF CAMPO1 OF ZONA-CCATABLAS > ZEROS
                    MOVE CAMPO1 OF ZONA-CCATABLAS TO W-DIAREV
                 END-IF
           END-READ
           MOVE LK-NITCLI TO NITCLI OF REG-RIESGO
           READ CCARIESGO INVALID KEY
                MOVE ZEROS TO W-EXISTE-RIESGO
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-RIESGO
                MOVE FECREV OF REG-RIESGO TO W-ANT-FECREV
           END-READ.
      *----------------------------------------------------------------
       REGISTRAR-REVISION.
           MOVE LK-FECULR              TO LK219-FECHA1
           MOVE ZEROS                  TO LK219-FECHA2
           MOVE ZEROS                  TO LK219-FECHA3
           MOVE 1                      TO LK219-TIPFMT
           MOVE 2                      TO LK219-BASCLC
           MOVE W-DIAREV               TO LK219-NRODIA
           MOVE 1                      TO LK219-INDDSP
           MOVE 9                      TO LK219-DIASEM
           MOVE SPACES                 TO LK219-NOMDIA
           MOVE SPACES                 TO LK219-NOMMES
           MOVE ZEROS                  TO LK219-CODRET
           MOVE SPACES                 TO LK219-MSGERR
           MOVE 3                      TO LK219-TIPOPR
           PERFORM CALL-PLT219
           MOVE LK-FECULR              TO FECULR OF REG-RIESGO
           MOVE LK-CODCAJ              TO USRULR OF REG-RIESGO
           MOVE LK219-FECHA3           TO FECREV OF REG-RIESGO
           REWRITE REG-RIESGO INVALID KEY
                   MOVE 1 TO LK-RETCOD
           END-REWRITE
           IF LK-CODRET-OK
              MOVE FECREV OF REG-RIESGO TO LK-FECREV
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCARIESGO"           TO PG-CAMPO  OF CCAGENAUD
           STRING LK-NITCLI W-ANT-FECREV
                  DELIMITED BY SIZE
                  INTO PG-VLRANT OF CCAGENAUD
           STRING FECULR OF REG-RIESGO FECREV OF REG-RIESGO
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
       CALL-PLT219.
           CALL "PLT219" USING PA-CODEMP
                         LK219-FECHA1
                         LK219-FECHA2
                         LK219-FECHA3
                         LK219-TIPFMT
                         LK219-BASCLC
                         LK219-NRODIA
                         LK219-INDDSP
                         LK219-DIASEM
                         LK219-NOMDIA
                         LK219-NOMMES
                         LK219-CODRET
                         LK219-MSGERR
                         LK219-TIPOPR.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCARIESGO CCATABLAS CCAGENAUD.
           GOBACK.
