           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-CCAMAEAHO
           END-READ
HH         MOVE REG-MAESTR TO JRN-MAEANT
           IF SI-EXISTE-CCAMAEAHO
              MOVE VLRDEV OF REG-CHQDEV TO W-REMANE
              IF DEP72 OF REG-MAESTR > ZEROS
                                             DEP24  OF REG-MAESTR +
                                             DEP48  OF REG-MAESTR +
                                             DEP72  OF REG-MAESTR
HH            MOVE "CCA568"    TO JRN-PROGRA
HH            CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                                REG-MAESTR
              REWRITE REG-MAESTR
           END-IF.
      *----------------------------------------------------------------
