      *
           SELECT PLTTRNMON
                  ASSIGN               TO DATABASE-PLTTRNMON
HH                ORGANIZATION         IS SEQUENTIAL
HH                ACCESS MODE          IS SEQUENTIAL.
      *
           SELECT CLIMAE
                  ASSIGN               TO DATABASE-CLIMAE
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
HH         OPEN I-O    PLTCCAINA CCAMAEAHO
HH         OPEN EXTEND PLTTRNMON
           PERFORM CALL-CCA500
           PERFORM CALL-CCA501
           MOVE LK-FECHA-HOY    TO W-FECINI
              IF LIBRE OF REG-MAESTR(84:8) = '00000000' OR '        '
                 PERFORM GRABAR-MOVIMIENTO
                 MOVE LK-FECHA-HOY TO LIBRE OF REG-MAESTR(84:8)
HH               MOVE "CCA661"    TO JRN-PROGRA
HH               CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                                   REG-MAESTR
                 REWRITE REG-MAESTR INVALID KEY
                         CONTINUE
                 END-REWRITE
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE 1 TO W-FIN-CCAMAEAHO
           END-READ.
HH         MOVE REG-MAESTR TO JRN-MAEANT.
      *--------------------------------------------------------------*
       GRABAR-MOVIMIENTO.
           INITIALIZE REGTRNMON OF PLTCCAINA-REC
