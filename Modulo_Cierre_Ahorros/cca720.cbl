              10 DECRE                 PIC 9(01).
              10 CODAL                 PIC 9(03).
      *--------------------------------------------------------------*
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       LINKAGE SECTION.
       77  PAR-FECLIQ                  PIC 9(08).
      *--------------------------------------------------------------*
       LEER-CCAMAEAHO.
           MOVE 0 TO CTL-CCAMAEAHO
           READ CCAMAEAHO INVALID KEY MOVE 1 TO CTL-CCAMAEAHO.
HH         MOVE ZONA-CCAMAEAHO TO JRN-MAEANT.
      *--------------------------------------------------------------*
       LEER-CCAACUMUL.
           MOVE 0 TO CTL-CCAACUMUL
HH         WRITE ZONA-CCAACUMH.
      *--------------------------------------------------------------*
       REWRITE-CCAMAEAHO.
HH         MOVE "CCA720"    TO JRN-PROGRA
HH         CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                             ZONA-CCAMAEAHO
           REWRITE ZONA-CCAMAEAHO.
      *--------------------------------------------------------------*
       NIT-CLIENTE.
