       01  W-FECHA-MANSIG              PIC 9(08)        VALUE 0.
       01  CONT-LINEA                  PIC 9(02)  VALUE ZEROS.
       01  LK-CODEMP                   PIC 9(05)  VALUE ZEROS.
      *HH    DISTRIBUCION DEL REPORTE POR AGENCIA (VER CCA679).
HH     01  PARM-CCA679.
HH         05  PC679-ACCION            PIC X(01) VALUE SPACES.
HH         05  PC679-NOMREP            PIC X(10) VALUE "CCA540".
HH         05  PC679-SPOOL             PIC X(10) VALUE "CCA540R1".
HH         05  PC679-AGCCTA            PIC 9(05) VALUE ZEROS.
HH         05  PC679-PAGINA            PIC 9(06) VALUE ZEROS.
HH         05  PC679-RETCOD            PIC 9(01) VALUE ZEROS.
      *----------------------------------------------------------------
      *            Definicion de Areas de Encadenamiento              |
      *----------------------------------------------------------------
                 PLTFECHAS
                 CCACODNOV
                 PLTPARGEN.
HH         PERFORM DISTRIBUIR-REPORTE.
      *----------------------------------------------------------------
      *HH  CERRADO EL LISTADO, CCA679 LO ARCHIVA Y LO ENTREGA EN LA
      *HH  CARPETA DE CADA AGENCIA.
      *----------------------------------------------------------------
HH     DISTRIBUIR-REPORTE.
HH         MOVE "C"                  TO PC679-ACCION
HH         CALL "CCA679"             USING PC679-ACCION PC679-NOMREP
HH                                         PC679-SPOOL  PC679-AGCCTA
HH                                         PC679-PAGINA PC679-RETCOD.
