           03 W-FECHA-AAMM                PIC 9(06).
           03 W-FECHA-DD                  PIC 99.
      *--------------------------------------------------------------*
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       LINKAGE SECTION.
       01  W-CODCAJ                    PIC X(10).
       01  W-AGCORI                    PIC 9(05).
           MOVE 1            TO COD001 OF REG-MAESTR.
           MOVE 2            TO INDINA OF REG-MAESTR.
           MOVE W-FECHA-AAMM TO LIBRE  OF REG-MAESTR(59:6).
HH         MOVE "CCA664"    TO JRN-PROGRA
HH         CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                             REG-MAESTR
           REWRITE REG-MAESTR.
           MOVE "NO" TO CTL-REGISTRO.
           PERFORM LEER-CCAMAEAHO UNTIL REGISTRO-VALIDO
           MOVE "SI" TO CTL-REGISTRO.
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE "SI"  TO CTL-CCAMAEAHO.
HH         MOVE REG-MAESTR TO JRN-MAEANT.
           IF NO-FIN-CCAMAEAHO
              IF FCIERR OF CCAMAEAHO NOT = ZEROS AND
                 FCIERR OF CCAMAEAHO > W-FECFIN
