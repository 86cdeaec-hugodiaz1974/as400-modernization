       DATE-WRITTEN.  97/09/25.
      ******************************************************************
      * FUNCION: REP. INTERFASES PROCESADAS.                           *
HH    *          AL CERRAR EL LISTADO LO ENTREGA A CCA679 PARA SU     *
HH    *          ARCHIVO Y DISTRIBUCION POR AGENCIA.                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  BUEN-REGISTRO                          VALUE "SI".
               88  MAL-REGISTRO                           VALUE "NO".
       01  PA-CODEMP                     PIC 9(05)        VALUE 0.
      *HH    DISTRIBUCION DEL REPORTE POR AGENCIA (VER CCA679).
HH     01  PARM-CCA679.
HH         05  PC679-ACCION            PIC X(01) VALUE SPACES.
HH         05  PC679-NOMREP            PIC X(10) VALUE "CCA520".
HH         05  PC679-SPOOL             PIC X(10) VALUE "CCA520R".
HH         05  PC679-AGCCTA            PIC 9(05) VALUE ZEROS.
HH         05  PC679-PAGINA            PIC 9(06) VALUE ZEROS.
HH         05  PC679-RETCOD            PIC 9(01) VALUE ZEROS.
      *
      ***************************************************************
      *
      *----------------------------------------------------------------
       9999-TERMINAR.
           CLOSE CCATABINT  PLTPARGEN    PLTFECHAS    CCA520IA
HH         PERFORM DISTRIBUIR-REPORTE
           STOP RUN.
      *----------------------------------------------------------------
      *HH  CERRADO EL LISTADO, CCA679 LO ARCHIVA Y LO ENTREGA EN LA
      *HH  CARPETA DE CADA AGENCIA.
      *----------------------------------------------------------------
HH     DISTRIBUIR-REPORTE.
HH         MOVE "C"                  TO PC679-ACCION
HH         CALL "CCA679"             USING PC679-ACCION PC679-NOMREP
HH                                         PC679-SPOOL  PC679-AGCCTA
HH                                         PC679-PAGINA PC679-RETCOD.
      *----------------------------------------------------------------
