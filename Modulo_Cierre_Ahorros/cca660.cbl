           COPY PLT219  OF CCACPY.
           COPY PARGEN  OF CCACPY.
      ***************************************************************
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           MOVE LK-FECHA-HOY TO LIBRE  OF REG-MAESTR(93:8)
           MOVE "        "   TO LIBRE  OF REG-MAESTR(84:8)
           MOVE "1"          TO LIBRE  OF REG-MAESTR(92:1)
HH         MOVE "CCA660"    TO JRN-PROGRA
HH         CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                             REG-MAESTR
           REWRITE REG-MAESTR
           END-REWRITE
           MOVE "NO" TO CTL-REGISTRO.
           MOVE "SI" TO CTL-REGISTRO.
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE "SI"  TO CTL-CCAMAEAHO.
HH         MOVE REG-MAESTR TO JRN-MAEANT.
           IF NO-FIN-CCAMAEAHO
              IF FULMOV OF REG-MAESTR > W-FECFIN
                 MOVE "SI" TO CTL-CCAMAEAHO
