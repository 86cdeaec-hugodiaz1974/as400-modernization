      *          VIEJOS USE LA TASA QUE REGIA ESE DIA Y NO LA DE HOY.  *
      *          ACCIONES: A = ALTA/CAMBIO, B = BAJA (INACTIVA).       *
      *          TODO CAMBIO QUEDA AUDITADO EN CCAGENAUD.              *
HH    *          UN PLAN NUEVO O CON OTRA TASA QUEDA PENDIENTE DE LA   *
HH    *          REVISION DE AVISO AL CLIENTE (CCA589).                *
      ******************************************************************
       AUTHOR.        H.H.D.
       DATE-WRITTEN.  FEBRERO/2026.
           MOVE LK-CODCAJ             TO USRMOD OF CCATASAHIS
           MOVE LK-FECHA-HOY          TO FECMOD OF CCATASAHIS
           ACCEPT HORMOD OF CCATASAHIS FROM TIME
      *HH  UN PLAN NUEVO O CON OTRA TASA VUELVE A REVISION DE AVISO
      *HH  AL CLIENTE (CCA589).
HH         IF (NO-EXISTE-TASAHIS)
HH         OR LK-PLNINT NOT = W-PLNINT-ANT
HH            MOVE SPACES             TO INDAVI OF CCATASAHIS
HH            MOVE ZEROS              TO FECAVI OF CCATASAHIS
HH                                       FECAPL OF CCATASAHIS
HH         END-IF
           IF (SI-EXISTE-TASAHIS)
              REWRITE REG-TASAHIS INVALID KEY
                      MOVE 1 TO LK-RETCOD
