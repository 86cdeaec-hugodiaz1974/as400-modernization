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
       PROGRAM-ID.    CCA585.
      ******************************************************************
      * FUNCION: REGISTRO DE DISPUTAS DE TRANSACCIONES DE TARJETA      *
      *          (ATM/POS) LIQUIDADAS POR EL SWITCH. LA DISPUTA SE     *
      *          AMARRA A LA TRANSACCION ORIGINAL QUE CCA515 DEJO EN   *
      *          CCASWTITM (RED ADQUIRENTE + TRACE + FECHA DE PROCESO) *
      *          Y QUEDA EN CCADISPUT. ACCIONES:                       *
      *          R = RADICAR (SOLO DEBITOS APLICADOS A LA CUENTA, NO   *
      *              RECHAZADOS POR TARJETA, DENTRO DEL PLAZO DE       *
      *              RECLAMO A LA RED DE LA TABLA 81 REGISTRO 1),      *
      *          P = SOLICITAR EL CREDITO PROVISIONAL AL CLIENTE,      *
      *          D = DESISTIMIENTO DEL CLIENTE (SOLO ANTES DEL ENVIO). *
      *          ESTE PROGRAMA NO MUEVE DINERO: EL CREDITO PROVISIO-   *
      *          NAL, EL ENVIO DEL CONTRACARGO, LAS RESPUESTAS DE LA   *
      *          RED Y EL AJUSTE FINAL LOS HACE CCA586 EN EL CIERRE.   *
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
           SELECT CCADISPUT
               ASSIGN          TO DATABASE-CCADISPUT
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCASWTITM
               ASSIGN          TO DATABASE-CCASWTITM
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
       FD  CCADISPUT
           LABEL RECORDS ARE STANDARD.
       01  REG-DISPUT.
           COPY DDS-ALL-FORMATS OF CCADISPUT.
      *
       FD  CCASWTITM
           LABEL RECORDS ARE STANDARD.
       01  REG-SWTITM.
           COPY DDS-ALL-FORMATS OF CCASWTITM.
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
       01  W-EXISTE-DISPUT             PIC 9(01) VALUE 0.
           88  NO-EXISTE-DISPUT                  VALUE 0.
           88  SI-EXISTE-DISPUT                  VALUE 1.
       01  W-EXISTE-SWTITM             PIC 9(01) VALUE 0.
           88  NO-EXISTE-SWTITM                  VALUE 0.
           88  SI-EXISTE-SWTITM                  VALUE 1.
      *
      * DIAS PARA RECLAMAR A LA RED DESDE LA TRANSACCION (TABLA 81
      * REGISTRO 1).
       77  W-DIARCL                    PIC 9(05) VALUE 45.
       77  W-FECLIM                    PIC 9(08) VALUE ZEROS.
      *
      * DISPUTA COMO QUEDA EN LA AUDITORIA (ANTES Y DESPUES).
       01  W-DISAUD.
           05  W-AUD-NROTRZ            PIC 9(12) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-AUD-ESTADO            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-AUD-INDPRV            PIC 9(01) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-AUD-VLRDIS            PIC Z(09)9.99.
       01  W-DISANT                    PIC X(30) VALUE SPACES.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
           COPY PLT219  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-ACCION                   PIC X(01).
           88  LK-ACCION-RADICAR                 VALUE "R".
           88  LK-ACCION-PROVISIONAL             VALUE "P".
           88  LK-ACCION-DESISTIR                VALUE "D".
       01  LK-CLAVE-ITEM.
           05  LK-REDADQ               PIC X(10).
           05  LK-NROTRZ               PIC 9(12).
           05  LK-FECPRO               PIC 9(08).
       01  LK-DATOS-DISPUTA.
           05  LK-TIPDIS               PIC 9(01).
               88  LK-TIPDIS-VALIDO              VALUES 1 THRU 3.
           05  LK-VLRDIS               PIC S9(13)V99.
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-ACCION-INVALIDA         VALUE 2.
           88  LK-CODRET-ITEM-NO-EXISTE          VALUE 3.
           88  LK-CODRET-NO-DISPUTABLE           VALUE 4.
           88  LK-CODRET-DATOS-INVALIDOS         VALUE 5.
           88  LK-CODRET-YA-EXISTE               VALUE 6.
           88  LK-CODRET-ESTADO-INVALIDO         VALUE 7.
           88  LK-CODRET-FUERA-DE-PLAZO          VALUE 8.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-ACCION LK-CLAVE-ITEM
                                LK-DATOS-DISPUTA LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-CODRET-OK
              IF LK-ACCION-RADICAR
                 PERFORM RADICAR-DISPUTA
              ELSE
              IF LK-ACCION-PROVISIONAL
                 PERFORM SOLICITAR-PROVISIONAL
              ELSE
              IF LK-ACCION-DESISTIR
                 PERFORM DESISTIR-DISPUTA
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
           OPEN I-O    CCADISPUT.
           OPEN INPUT  CCASWTITM CCATABLAS.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
           PERFORM LEER-PARAMETROS.
           PERFORM BUSCAR-ITEM
           IF NO-EXISTE-SWTITM
              MOVE 3 TO LK-RETCOD
           ELSE
              PERFORM LEER-CCADISPUT
           END-IF.
      *----------------------------------------------------------------
       LEER-PARAMETROS.
           MOVE 81 TO CODTAB OF ZONA-CCATABLAS
           MOVE 1  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                IF CAMPO1 OF ZONA-CCATABLAS > ZEROS
                   MOVE CAMPO1 OF ZONA-CCATABLAS TO W-DIARCL
                END-IF
           END-READ.
      *----------------------------------------------------------------
      * SIN FECHA DE PROCESO SE TOMA LA PRIMERA LIQUIDACION DEL TRACE
      * EN ESA RED.
      *----------------------------------------------------------------
       BUSCAR-ITEM.
           MOVE ZEROS     TO W-EXISTE-SWTITM
           MOVE LK-REDADQ TO REDADQ OF REG-SWTITM
           MOVE LK-NROTRZ TO NROTRZ OF REG-SWTITM
           MOVE LK-FECPRO TO FECPRO OF REG-SWTITM
           IF LK-FECPRO NOT = ZEROS
              READ CCASWTITM INVALID KEY
                   MOVE ZEROS TO W-EXISTE-SWTITM
              NOT INVALID KEY
                   MOVE 1     TO W-EXISTE-SWTITM
              END-READ
           ELSE
              START CCASWTITM KEY NOT < EXTERNALLY-DESCRIBED-KEY
                    INVALID KEY MOVE ZEROS TO W-EXISTE-SWTITM
                    NOT INVALID KEY MOVE 1 TO W-EXISTE-SWTITM
              END-START
              IF SI-EXISTE-SWTITM
                 READ CCASWTITM NEXT RECORD AT END
                      MOVE ZEROS TO W-EXISTE-SWTITM
                 END-READ
              END-IF
              IF SI-EXISTE-SWTITM
                 IF REDADQ OF REG-SWTITM NOT = LK-REDADQ
                 OR NROTRZ OF REG-SWTITM NOT = LK-NROTRZ
                    MOVE ZEROS TO W-EXISTE-SWTITM
                 ELSE
                    MOVE FECPRO OF REG-SWTITM TO LK-FECPRO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       LEER-CCADISPUT.
           MOVE LK-REDADQ TO REDADQ OF REG-DISPUT
           MOVE LK-NROTRZ TO NROTRZ OF REG-DISPUT
           MOVE LK-FECPRO TO FECPRO OF REG-DISPUT
           READ CCADISPUT INVALID KEY
                MOVE ZEROS TO W-EXISTE-DISPUT
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-DISPUT
           END-READ
           MOVE SPACES TO W-DISANT
           IF SI-EXISTE-DISPUT
              PERFORM ARMAR-AUDITORIA
              MOVE W-DISAUD TO W-DISANT
           END-IF.
      *----------------------------------------------------------------
      * SOLO SE DISPUTA UN DEBITO QUE LLEGO A LA CUENTA: LOS RECHAZADOS
      * POR TARJETA (CODERR) SE FUERON A LA CUENTA DE RECHAZOS. VALOR
      * CERO = TODA LA TRANSACCION; NUNCA MAS QUE LA TRANSACCION.
      *----------------------------------------------------------------
       RADICAR-DISPUTA.
           IF SI-EXISTE-DISPUT
              MOVE 6 TO LK-RETCOD
           ELSE
           IF CODERR OF REG-SWTITM NOT = ZEROS
HH         OR (CODTRX OF REG-SWTITM NOT = 1
HH         AND CODTRX OF REG-SWTITM NOT = 3)
              MOVE 4 TO LK-RETCOD
           ELSE
           IF NOT LK-TIPDIS-VALIDO
           OR LK-VLRDIS < ZEROS
           OR LK-VLRDIS > VLRTRX OF REG-SWTITM
              MOVE 5 TO LK-RETCOD
           END-IF
           END-IF
           END-IF
           IF LK-CODRET-OK
              PERFORM CALCULAR-FECHA-LIMITE
              IF W-FECLIM < LK-FECHA-HOY
                 MOVE 8 TO LK-RETCOD
              END-IF
           END-IF
           IF LK-CODRET-OK
              IF LK-VLRDIS = ZEROS
                 MOVE VLRTRX OF REG-SWTITM TO LK-VLRDIS
              END-IF
              INITIALIZE REGDISPUT
              MOVE LK-REDADQ              TO REDADQ OF REG-DISPUT
              MOVE LK-NROTRZ              TO NROTRZ OF REG-DISPUT
              MOVE LK-FECPRO              TO FECPRO OF REG-DISPUT
              MOVE CODMON OF REG-SWTITM   TO CODMON OF REG-DISPUT
              MOVE CODSIS OF REG-SWTITM   TO CODSIS OF REG-DISPUT
              MOVE CODPRO OF REG-SWTITM   TO CODPRO OF REG-DISPUT
              MOVE AGCCTA OF REG-SWTITM   TO AGCCTA OF REG-DISPUT
              MOVE CTANRO OF REG-SWTITM   TO CTANRO OF REG-DISPUT
              MOVE TARMSK OF REG-SWTITM   TO TARMSK OF REG-DISPUT
              MOVE FECTRX OF REG-SWTITM   TO FECTRX OF REG-DISPUT
              MOVE VLRTRX OF REG-SWTITM   TO VLRTRX OF REG-DISPUT
              MOVE LK-TIPDIS              TO TIPDIS OF REG-DISPUT
              MOVE LK-VLRDIS              TO VLRDIS OF REG-DISPUT
              MOVE LK-FECHA-HOY           TO FECRAD OF REG-DISPUT
                                             FECMOD OF REG-DISPUT
              MOVE W-FECLIM               TO FECLIM OF REG-DISPUT
              MOVE "R"                    TO ESTADO OF REG-DISPUT
              MOVE LK-CODCAJ              TO USRING OF REG-DISPUT
              WRITE REG-DISPUT INVALID KEY
                    MOVE 6 TO LK-RETCOD
              END-WRITE
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
       CALCULAR-FECHA-LIMITE.
           MOVE FECTRX OF REG-SWTITM   TO LK219-FECHA1
           MOVE ZEROS                  TO LK219-FECHA2
           MOVE ZEROS                  TO LK219-FECHA3
           MOVE 1                      TO LK219-TIPFMT
           MOVE 2                      TO LK219-BASCLC
           MOVE W-DIARCL               TO LK219-NRODIA
           MOVE 1                      TO LK219-INDDSP
           MOVE 9                      TO LK219-DIASEM
           MOVE SPACES                 TO LK219-NOMDIA
           MOVE SPACES                 TO LK219-NOMMES
           MOVE ZEROS                  TO LK219-CODRET
           MOVE SPACES                 TO LK219-MSGERR
           MOVE 3                      TO LK219-TIPOPR
           PERFORM CALL-PLT219
           MOVE LK219-FECHA3           TO W-FECLIM.
      *----------------------------------------------------------------
      * EL CREDITO PROVISIONAL SE PIDE UNA SOLA VEZ Y MIENTRAS LA
      * DISPUTA ESTE ABIERTA (RADICADA O ENVIADA); CCA586 LO APLICA
      * EN EL CIERRE (INDPRV 1 = SOLICITADO, 2 = APLICADO).
      *----------------------------------------------------------------
       SOLICITAR-PROVISIONAL.
           IF NO-EXISTE-DISPUT
              MOVE 1 TO LK-RETCOD
           ELSE
           IF ESTADO OF REG-DISPUT NOT = "R" AND NOT = "E"
              MOVE 7 TO LK-RETCOD
           ELSE
           IF INDPRV OF REG-DISPUT NOT = ZEROS
              MOVE 6 TO LK-RETCOD
           END-IF
           END-IF
           END-IF
           IF LK-CODRET-OK
              MOVE 1                    TO INDPRV OF REG-DISPUT
              MOVE VLRDIS OF REG-DISPUT TO VLRPRV OF REG-DISPUT
              MOVE LK-CODCAJ            TO USRING OF REG-DISPUT
              MOVE LK-FECHA-HOY         TO FECMOD OF REG-DISPUT
              REWRITE REG-DISPUT INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
      * EL CLIENTE SOLO PUEDE DESISTIR ANTES DE QUE EL CONTRACARGO
      * SALGA A LA RED. SI YA TENIA CREDITO PROVISIONAL, CCA586 LO
      * REVERSA AL CERRAR LA DISPUTA.
      *----------------------------------------------------------------
       DESISTIR-DISPUTA.
           IF NO-EXISTE-DISPUT
              MOVE 1 TO LK-RETCOD
           ELSE
           IF ESTADO OF REG-DISPUT NOT = "R"
              MOVE 7 TO LK-RETCOD
           END-IF
           END-IF
           IF LK-CODRET-OK
              MOVE "X"                  TO ESTADO OF REG-DISPUT
              MOVE LK-CODCAJ            TO USRING OF REG-DISPUT
              MOVE LK-FECHA-HOY         TO FECMOD OF REG-DISPUT
              REWRITE REG-DISPUT INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
       ARMAR-AUDITORIA.
           MOVE NROTRZ OF REG-DISPUT  TO W-AUD-NROTRZ
           MOVE ESTADO OF REG-DISPUT  TO W-AUD-ESTADO
           MOVE INDPRV OF REG-DISPUT  TO W-AUD-INDPRV
           MOVE VLRDIS OF REG-DISPUT  TO W-AUD-VLRDIS.
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           PERFORM ARMAR-AUDITORIA
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCADISPUT"           TO PG-CAMPO  OF CCAGENAUD
           MOVE W-DISANT              TO PG-VLRANT OF CCAGENAUD
           MOVE W-DISAUD              TO PG-VLRNVO OF CCAGENAUD
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
           CLOSE CCADISPUT CCASWTITM CCATABLAS CCAGENAUD.
           GOBACK.
