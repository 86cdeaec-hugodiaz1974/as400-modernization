               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
      *HH     Registro de sobregiros castigados: el abono que CCA580
      *HH     llevo a recuperacion se devuelve aqui.
HH         SELECT CCASOBCAS
HH             ASSIGN          TO DATABASE-CCASOBCAS
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       01  REG-580JRN.
           COPY DDS-ALL-FORMATS OF CCA580JRN.
      *
HH     FD  CCASOBCAS
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-SOBCAS.
HH         COPY DDS-ALL-FORMATS OF CCASOBCAS.
      *
       WORKING-STORAGE SECTION.
      *
       77  W-TOTREV                    PIC 9(09)          VALUE ZEROS.
       77  W-TOTOMI                    PIC 9(09)          VALUE ZEROS.
       77  W-TOTERR                    PIC 9(09)          VALUE ZEROS.
HH     77  W-VLRABO                    PIC S9(13)V99 COMP VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCA580JRN           PIC X(02) VALUE "NO".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       LINKAGE SECTION.
       77  PARM-FECAPL                 PIC 9(08).
      ***************************************************************
                                           PC504-CANTREG  PC504-CODRETO
           OPEN I-O    CCA580JRN.
           OPEN I-O    CCAMAEAHO.
HH         OPEN I-O    CCASOBCAS.
           PERFORM CALL-CCA500.
           IF PARM-FECAPL = ZEROS
              DISPLAY "CCA581 FECHA DE APLICACION EN CEROS, NO HAY "
                                             DEP24  OF REG-MAESTR +
                                             DEP48  OF REG-MAESTR +
                                             DEP72  OF REG-MAESTR
HH            MOVE "CCA581"    TO JRN-PROGRA
HH            CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                                REG-MAESTR
              REWRITE REG-MAESTR
              MOVE "R"          TO ESTADO OF REG-580JRN
              MOVE LK-FECHA-HOY TO FECREV OF REG-580JRN
      *   TIPAPL 2 = DEBITO A VALOR EN COBRO (VALCOB).
      *   TIPAPL 3 = CREDITO A SALACT (INDANT: TAMBIEN SALANT,
      *              INDVCO: TAMBIEN DESCARGO VALCOB).
      *HH            LA PARTE VLRRCP FUE A RECUPERACION DE UN
      *HH            SOBREGIRO CASTIGADO Y SE DEVUELVE A CCASOBCAS.
      *   TIPAPL 4 = MOVIMIENTO DIFERIDO (INDVCO: AFECTO VALCOB,
      *              NROBUC 1/2/3: ABONO EN DEP24/DEP48/DEP72).
      *----------------------------------------------------------------
              ADD IMPORT OF REG-580JRN TO VALCOB OF REG-MAESTR
           ELSE
           IF TIPAPL OF REG-580JRN = 3
HH            COMPUTE W-VLRABO = IMPORT OF REG-580JRN -
HH                               VLRRCP OF REG-580JRN
HH    *       SUBTRACT IMPORT OF REG-580JRN FROM SALACT OF REG-MAESTR
HH            SUBTRACT W-VLRABO FROM SALACT OF REG-MAESTR
              IF INDANT OF REG-580JRN = 1
HH    *          SUBTRACT IMPORT OF REG-580JRN
HH               SUBTRACT W-VLRABO
                     FROM SALANT OF REG-MAESTR
              END-IF
HH            IF VLRRCP OF REG-580JRN > ZEROS
HH               PERFORM DESHACER-RECUPERACION
HH            END-IF
              IF INDVCO OF REG-580JRN = 1
                 ADD IMPORT OF REG-580JRN TO VALCOB OF REG-MAESTR
              END-IF
           END-IF
           END-IF
           END-IF.
      *----------------------------------------------------------------
      *HH LO RECUPERADO SE DEVUELVE AL REGISTRO DEL CASTIGO. SI CCA554
      *HH YA LO HABIA CONTABILIZADO, VLRRDI QUEDA NEGATIVO Y LA
      *HH SIGUIENTE CORRIDA DE CCA554 INVIERTE LA PAREJA.
      *----------------------------------------------------------------
HH     DESHACER-RECUPERACION.
HH         MOVE CODMON OF REG-580JRN  TO CODMON OF REG-SOBCAS
HH         MOVE CODSIS OF REG-580JRN  TO CODSIS OF REG-SOBCAS
HH         MOVE CODPRO OF REG-580JRN  TO CODPRO OF REG-SOBCAS
HH         MOVE AGCCTA OF REG-580JRN  TO AGCCTA OF REG-SOBCAS
HH         MOVE CTANRO OF REG-580JRN  TO CTANRO OF REG-SOBCAS
HH         READ CCASOBCAS             INVALID KEY
HH              DISPLAY "CCA581 CASTIGO NO EXISTE: "
HH                      AGCCTA OF REG-580JRN " " CTANRO OF REG-580JRN
HH              ADD 1 TO W-TOTERR
HH         NOT INVALID KEY
HH              SUBTRACT VLRRCP OF REG-580JRN
HH                  FROM VLRREC OF REG-SOBCAS VLRRDI OF REG-SOBCAS
HH              MOVE "C"              TO ESTADO OF REG-SOBCAS
HH              REWRITE REG-SOBCAS
HH         END-READ.
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           MOVE "NO"                  TO CTL-CCAMAEAHO
           MOVE CTANRO OF REG-580JRN  TO CTANRO OF REG-MAESTR
           READ CCAMAEAHO             INVALID KEY
                MOVE "SI"             TO CTL-CCAMAEAHO.
HH         MOVE REG-MAESTR TO JRN-MAEANT.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCA580JRN CCAMAEAHO.
HH         CLOSE CCASOBCAS.
           STOP  RUN      .
      *----------------------------------------------------------------
