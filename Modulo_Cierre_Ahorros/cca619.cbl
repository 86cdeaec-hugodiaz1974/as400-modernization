      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-CLAVE-EMBARGO.
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-CCAMAEAHO
           END-READ.
HH         MOVE REG-MAESTR TO JRN-MAEANT.
      *----------------------------------------------------------------
      * EL VALOR A TRASLADAR ES LO DEMANDADO PENDIENTE, ACOTADO POR
      * LO QUE EL SALDO PERMITA SIN TOCAR EL MINIMO PROTEGIDO.
       DEBITAR-CUENTA.
           SUBTRACT W-VLRTRA FROM SALACT OF REG-MAESTR
           SUBTRACT W-VLRTRA FROM SALCON OF REG-MAESTR
HH         MOVE "CCA619"    TO JRN-PROGRA
HH         CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                             REG-MAESTR
           REWRITE REG-MAESTR.
      *----------------------------------------------------------------
       GRABAR-TRASLADO-CONTABLE.
