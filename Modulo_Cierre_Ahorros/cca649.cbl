                 MOVE "SI" TO CTL-CCATASAHIS
              ELSE
                 IF ESTADO OF REG-TASAHIS = "A"
      *HH        UNA BAJA DE TASA AVISADA (CCA589) NO SE APLICA ANTES
      *HH        DE CUMPLIR LOS DIAS MINIMOS DE AVISO.
HH               AND NOT (INDAVI OF REG-TASAHIS = "D"
HH               AND LK-FECHA-HOY < FECAPL OF REG-TASAHIS)
                    MOVE PLNINT OF REG-TASAHIS TO W-PLNVIG
                 END-IF
              END-IF
