HH         05  PC504-EVENTO            PIC X(01) VALUE SPACES.
HH         05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
HH         05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       LINKAGE SECTION.
       77  XUSERID PIC X(10).
      *
HH         PERFORM REVISAR-DIA-CAUSAC UNTIL FIN-CCACAUSAC.
           PERFORM ACTUALIZAR-PROMEDIOS.
      *
HH         MOVE "CCA605"    TO JRN-PROGRA
HH         CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                             REG-MAESTR
           REWRITE REG-MAESTR.
      *
           PERFORM START-CCARETROF.
HH               MOVE "SI" TO CTL-CCATASAHIS
HH            ELSE
HH               IF ESTADO OF REG-TASAHIS = "A"
      *HH        UNA BAJA DE TASA AVISADA (CCA589) NO SE APLICA ANTES
      *HH        DE CUMPLIR LOS DIAS MINIMOS DE AVISO.
HH               AND NOT (INDAVI OF REG-TASAHIS = "D"
HH               AND W-FECPLAN < FECAPL OF REG-TASAHIS)
HH                  MOVE PLNINT OF REG-TASAHIS TO W-PLNVIG
HH               END-IF
HH            END-IF
           MOVE W-AGCCTA TO AGCCTA OF REG-MAESTR
           MOVE W-CTANRO TO CTANRO OF REG-MAESTR.
           READ CCAMAEAHO.
HH         MOVE REG-MAESTR TO JRN-MAEANT.
           MOVE TABSAL OF REGMAEAHO  TO TABLA-PROMEDIOS.
           PERFORM LEER-CLIMAE.
      *----------------------------------------------------------------
