                 MOVE "SI" TO CTL-CCATASAHIS
              ELSE
                 IF ESTADO OF REG-TASAHIS = "A"
      *          UNA BAJA DE TASA AVISADA (CCA589) NO SE APLICA ANTES
      *          DE CUMPLIR LOS DIAS MINIMOS DE AVISO.
                 AND NOT (INDAVI OF REG-TASAHIS = "D"
                 AND W-FECPLAN < FECAPL OF REG-TASAHIS)
                    MOVE PLNINT OF REG-TASAHIS TO W-PLNVIG
                 END-IF
              END-IF
