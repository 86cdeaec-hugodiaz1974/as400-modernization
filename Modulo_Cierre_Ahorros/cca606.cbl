           COPY FECHAS OF CCACPY.
           COPY PLT219 OF CCACPY.
      * -----------------
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       LINKAGE SECTION.
       77  XUSERID PIC X(10).
HH     77  XMODO-SIMULA            PIC X(01).
                 IF NOT ( TIPVIN OF CLIVINCLI = 1 OR 3 )
                    MOVE 1             TO W-PROCESADO
                    MOVE 1             TO IND003 OF REG-MAESTR
HH                  MOVE "CCA606"    TO JRN-PROGRA
HH                  CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                                      REG-MAESTR
                    REWRITE REG-MAESTR
                 END-IF
              END-IF
              IF ( W-PROCESADO = ZEROS )
                 IF FAPERT OF REG-MAESTR < 20020101
                    MOVE 1 TO IND003 OF REG-MAESTR
HH                  MOVE "CCA606"    TO JRN-PROGRA
HH                  CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                                      REG-MAESTR
                    REWRITE REG-MAESTR
                 ELSE
                    IF FAPERT OF REG-MAESTR < W-FECFIN
           MOVE W-SALDEU TO SALDO-DEUDOR (1).
           MOVE TABLA-PROMEDIOS TO TABSAL OF REGMAEAHO.
      *
HH         MOVE "CCA606"    TO JRN-PROGRA
HH         CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                             REG-MAESTR
           REWRITE REG-MAESTR.
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE "SI"              TO CTL-CCAMAEAHO
           END-READ.
HH         MOVE REG-MAESTR TO JRN-MAEANT.
           IF NO-FIN-CCAMAEAHO
              IF FAPERT OF REG-MAESTR > W-FECFIN
                 MOVE "SI" TO CTL-CCAMAEAHO
                    MOVE TABSAL OF REGMAEAHO  TO TABLA-PROMEDIOS.
      *----------------------------------------------------------------
       LLENAR-FIJOS.
HH         INITIALIZE REGMOVINT      OF REG-MOVINT
           MOVE CODMON OF REG-MAESTR TO CODMON OF REG-MOVINT
           MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-MOVINT
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-MOVINT
HH                              MOVE ZEROS TO W-EXISTE-CLIMAE
HH                              MOVE 1 TO W-AUTORIZACION-VENCIDA
HH                           ELSE
HH                           MOVE CORR REGCLIMAEL OF CLIMAEL01 TO
                                       REGCLIMAE OF CLIMAE
                             MOVE 1 TO W-EXISTE-CLIMAE
                             MOVE "SI" TO CTL-PLTAUTCTA
