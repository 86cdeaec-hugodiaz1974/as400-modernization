      ******************************************************************
      * FUNCION: PROGRAMA REALIZA EN MOVIMIENTO CONTABLE DE TRASLADO   *
      *          DE LAS CUENTAS INACTIVAS.                             *
HH    *          CADA PAGO DE CANCELACION CON SALDO A FAVOR DEL        *
HH    *          CLIENTE QUEDA EN EL REGISTRO DE CUENTAS POR PAGAR     *
HH    *          CCACANPAG (CUENTA, NIT, VALOR, MEDIO Y FECHA DE       *
HH    *          EMISION) HASTA QUE SE COBRA EN AGENCIA (CCA696).      *
      ******************************************************************
       AUTHOR.        V.G.Q.
       DATE-WRITTEN.  05/11/30.
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS EXTERNALLY-DESCRIBED-KEY.
      *
HH         SELECT CCACANPAG
HH                ASSIGN               TO DATABASE-CCACANPAG
HH                ORGANIZATION         IS INDEXED
HH                ACCESS MODE          IS DYNAMIC
HH                RECORD KEY           IS EXTERNALLY-DESCRIBED-KEY.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       01  CLIMAE-REC.
           COPY DDS-ALL-FORMATS OF CLIMAE.
      *
HH     FD  CCACANPAG
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-CANPAG.
HH         COPY DDS-ALL-FORMATS OF CCACANPAG.
      *
       WORKING-STORAGE SECTION.
      *
       77  W-DIAS                      PIC 9(05)          VALUE ZEROS.
          88 NO-EXISTE-CLIMAE                  VALUE 0.
          88 SI-EXISTE-CLIMAE                  VALUE 1.
      *
HH     01 W-CANPAG                   PIC 9(07) VALUE ZEROS.
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
           COPY PLT219  OF CCACPY.
HH         05  PC504-EVENTO            PIC X(01) VALUE SPACES.
HH         05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
HH         05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       LINKAGE SECTION.
      *--------------------------------------------------------------
       01  W-CODEMP                    PIC 9(05).
HH         CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
HH                                         PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CLIMAE
HH         OPEN I-O    PLTCCACAN CCAMAEAHO CCACANPAG
           PERFORM CALL-CCA500
           PERFORM CALL-CCA501
           MOVE LK-FECHA-HOY    TO W-FECINI
              AND INDBAJ OF REG-MAESTR > ZEROS
HH            AND INDBAJ OF REG-MAESTR NOT = 7
              PERFORM GRABAR-MOVIMIENTO
HH            IF SALACT OF REG-MAESTR > ZEROS
HH               PERFORM GRABAR-CUENTA-POR-PAGAR
HH            END-IF
              MOVE LK-FECHA-HOY TO FPULRE OF REG-MAESTR
HH            MOVE "CCA662"    TO JRN-PROGRA
HH            CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                                REG-MAESTR
              REWRITE REG-MAESTR
           END-IF
           PERFORM LEER-NEXT-CCAMAEAHO.
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE 1 TO W-FIN-CCAMAEAHO
           END-READ.
HH         MOVE REG-MAESTR TO JRN-MAEANT.
      *--------------------------------------------------------------*
       GRABAR-MOVIMIENTO.
           INITIALIZE REGTRNMON OF PLTCCACAN-REC
           END-IF
           WRITE PLTCCACAN-REC
           END-WRITE.
      *--------------------------------------------------------------*
      *HH EL SALDO A FAVOR QUE QUEDA EN LA CUENTA POR PAGAR (CODTRN
      *HH 528) SE REGISTRA PENDIENTE DE COBRO CON LOS DATOS DEL
      *HH TITULAR Y LA TRANSACCION QUE LO ORIGINO. SI EL PROCESO SE
      *HH REPITE EL MISMO DIA SOLO SE ACTUALIZA LA PARTIDA QUE SIGUE
      *HH PENDIENTE.
      *--------------------------------------------------------------*
HH     GRABAR-CUENTA-POR-PAGAR.
HH         INITIALIZE REGCANPAG
HH         MOVE AGCCTA OF CCAMAEAHO     TO AGCCTA OF REG-CANPAG
HH         MOVE CODMON OF CCAMAEAHO     TO CODMON OF REG-CANPAG
HH         MOVE CODSIS OF CCAMAEAHO     TO CODSIS OF REG-CANPAG
HH         MOVE CODPRO OF CCAMAEAHO     TO CODPRO OF REG-CANPAG
HH         MOVE CTANRO OF CCAMAEAHO     TO CTANRO OF REG-CANPAG
HH         MOVE LK-FECHA-HOY            TO FECEMI OF REG-CANPAG
HH         MOVE NITCTA OF CCAMAEAHO     TO NITCTA OF REG-CANPAG
HH         IF ( SI-EXISTE-CLIMAE )
HH           MOVE NOMCLI OF CLIMAE      TO NOMCTA OF REG-CANPAG
HH         END-IF
HH         MOVE SALACT OF CCAMAEAHO     TO VLRPAG OF REG-CANPAG
HH         MOVE MEDPAG OF PLTCCACAN-REC TO MEDEMI OF REG-CANPAG
HH         MOVE NROTRN OF PLTCCACAN-REC TO NROTRN OF REG-CANPAG
HH         MOVE CNSTRN OF PLTCCACAN-REC TO CNSTRN OF REG-CANPAG
HH         MOVE "P"                     TO ESTADO OF REG-CANPAG
HH         WRITE REG-CANPAG
HH            INVALID KEY
HH               PERFORM ACTUALIZAR-CUENTA-POR-PAGAR
HH            NOT INVALID KEY
HH               ADD 1 TO W-CANPAG
HH         END-WRITE.
      *--------------------------------------------------------------*
HH     ACTUALIZAR-CUENTA-POR-PAGAR.
HH         MOVE VLRPAG OF REG-CANPAG    TO W-VLRACT
HH         READ CCACANPAG
HH            INVALID KEY
HH               CONTINUE
HH            NOT INVALID KEY
HH               IF ESTADO OF REG-CANPAG = "P"
HH                  MOVE W-VLRACT       TO VLRPAG OF REG-CANPAG
HH                  MOVE NROTRN OF PLTCCACAN-REC
HH                                      TO NROTRN OF REG-CANPAG
HH                  MOVE CNSTRN OF PLTCCACAN-REC
HH                                      TO CNSTRN OF REG-CANPAG
HH                  REWRITE REG-CANPAG
HH               END-IF
HH         END-READ.
      *--------------------------------------------------------------*
       TOMAR-TRANSACCION.
           CALL "PLT201"    USING W-CODEMP , W-AGCORI , W-CODCAJ ,
HH         MOVE "F"                     TO PC504-EVENTO
HH         CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
HH                                         PC504-CANTREG  PC504-CODRETO
HH         DISPLAY "CCA662 PAGOS DE CANCELACION REGISTRADOS: "
HH                 W-CANPAG
           CLOSE CLIMAE
           CLOSE PLTCCACAN
HH         CLOSE CCACANPAG
           CLOSE CCAMAEAHO
           STOP  RUN.
      *----------------------------------------------------------------
