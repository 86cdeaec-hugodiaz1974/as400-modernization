           COPY PLT219   OF CCACPY.
      *--------------------------------------------------------------*
      /
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
                MOVE 999             TO CODPRO OF REG-MAESTR
                MOVE 99999           TO AGCCTA OF REG-MAESTR
                MOVE 99999999999999999 TO CTANRO OF REG-MAESTR.
HH         MOVE REG-MAESTR TO JRN-MAEANT.
           MOVE CODMON OF REG-MAESTR TO W-CODMON-CCAMAEAHO
           MOVE CODSIS OF REG-MAESTR TO W-CODSIS-CCAMAEAHO
           MOVE CODPRO OF REG-MAESTR TO W-CODPRO-CCAMAEAHO
              MOVE W-CANDEU TO CANT-DEUDOR  (1)
              MOVE W-SALDEU TO SALDO-DEUDOR (1)
              MOVE TABLA-PROMEDIOS TO TABSAL OF REGMAEAHO
HH            MOVE "CCA770"    TO JRN-PROGRA
HH            CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                                REG-MAESTR
              REWRITE REG-MAESTR.
      *----------------------------------------------------------------
      *HH
