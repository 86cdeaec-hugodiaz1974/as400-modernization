           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       LINKAGE SECTION.
       77  W-CODCAJ                    PIC X(10).
      ***************************************************************
           MOVE LK-FECHA-HOY         TO FCIERR OF REG-MAESTR
           MOVE 1                    TO INDFIC OF REG-MAESTR
HH         MOVE 1                    TO INDMOD OF REG-MAESTR
HH         MOVE "CCA668"    TO JRN-PROGRA
HH         CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                             REG-MAESTR
           REWRITE REG-MAESTR
      *
           ADD 1        TO W-CANAGE W-CANTOT
       LEER-CCAMAEAHO.
           READ CCAMAEAHO AT END
                MOVE "SI" TO CTL-CCAMAEAHO.
HH         MOVE REG-MAESTR TO JRN-MAEANT.
      *----------------------------------------------------------------
       LEER-CLIMAE.
           MOVE "NO" TO CTL-CLIMAE
