HH         05  W-AUT-FUNCIO            PIC X(02) VALUE "00".
HH         05  W-AUT-RETCOD            PIC 9(01) VALUE ZEROS.
      *--------------------------------------------------------------*
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-ACCION                   PIC X(01).
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-CCAMAEAHO
           END-READ.
HH         MOVE REG-MAESTR TO JRN-MAEANT.
      *----------------------------------------------------------------
       LEER-CCAEMBARGO.
           MOVE LK-CODMON  TO CODMON OF REG-EMBARGO
           END-IF
           IF LK-CODRET-OK
              MOVE 1 TO INDEMB OF REG-MAESTR
HH            MOVE "CCA618"    TO JRN-PROGRA
HH            CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                                REG-MAESTR
              REWRITE REG-MAESTR
           END-IF
           PERFORM GRABAR-CCAGENAUD.
              PERFORM REVISAR-VIGENTES
              IF W-QUEDAN-VIGENTES = ZEROS
                 MOVE ZEROS TO INDEMB OF REG-MAESTR
HH               MOVE "CCA618"    TO JRN-PROGRA
HH               CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                                   REG-MAESTR
                 REWRITE REG-MAESTR
              END-IF
              PERFORM GRABAR-CCAGENAUD
