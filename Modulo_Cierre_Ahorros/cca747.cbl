           05  W-AUT-FUNCIO            PIC X(02) VALUE "00".
           05  W-AUT-RETCOD            PIC 9(01) VALUE ZEROS.
      *--------------------------------------------------------------*
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-ACCION                   PIC X(01).
              NOT INVALID KEY
                   MOVE 1     TO W-EXISTE-CCAMAEAHO
              END-READ
HH            MOVE REG-MAESTR TO JRN-MAEANT
              IF NO-EXISTE-CCAMAEAHO
                 MOVE 3 TO LK-RETCOD
              END-IF
           PERFORM GRABAR-CCAGENAUD
           MOVE 1         TO INDFAL OF REG-MAESTR
           MOVE LK-CODFAL TO CODFAL OF REG-MAESTR
HH         MOVE "CCA747"    TO JRN-PROGRA
HH         CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                             REG-MAESTR
           REWRITE REG-MAESTR
           MOVE "C" TO ESTADO OF REG-FALCAND
           PERFORM CERRAR-CANDIDATA.
