           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       LINKAGE SECTION.
       77  XUSERID PIC X(10).
      ***************************************************************
              OR FECVIG OF REG-TASAHIS > W-FECPLAN
                 MOVE "SI" TO CTL-CCATASAHIS
              ELSE
HH               IF ESTADO OF REG-TASAHIS = "A"
      *HH        UNA BAJA DE TASA AVISADA (CCA589) NO SE APLICA ANTES
      *HH        DE CUMPLIR LOS DIAS MINIMOS DE AVISO.
HH               AND NOT (INDAVI OF REG-TASAHIS = "D"
HH               AND W-FECPLAN < FECAPL OF REG-TASAHIS)
                    MOVE PLNINT OF REG-TASAHIS TO W-PLNVIG
                 END-IF
              END-IF
                                          DEP24  OF REG-MAESTR +
                                          DEP48  OF REG-MAESTR +
                                          DEP72  OF REG-MAESTR
HH         MOVE "CCA613"    TO JRN-PROGRA
HH         CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                             REG-MAESTR
           REWRITE REG-MAESTR.
      *----------------------------------------------------------------
       GRABAR-MOVIMIENTO-NETO.
           MOVE W-CTANRO TO CTANRO OF REG-MAESTR
           READ CCAMAEAHO INVALID KEY
                MOVE "SI" TO CTL-CCAMAEAHO.
HH         MOVE REG-MAESTR TO JRN-MAEANT.
      *----------------------------------------------------------------
       LEER-CLIMAE.
           MOVE NITCTA OF REG-MAESTR TO NUMINT OF REG-CLIMAE.
