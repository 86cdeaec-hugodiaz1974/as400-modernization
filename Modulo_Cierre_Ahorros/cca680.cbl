       DATE-WRITTEN.  97/10/10.
      ******************************************************************
      * FUNCION: REP. FICHAS DE CUENTAS.                               *
HH    *          AL CERRAR EL LISTADO LO ENTREGA A CCA679 PARA SU      *
HH    *          ARCHIVO Y DISTRIBUCION POR AGENCIA.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  BUEN-REGISTRO                          VALUE "SI".
               88  MAL-REGISTRO                           VALUE "NO".
       01  PA-CODEMP                   PIC  9(05)         VALUE 0.
      *HH    DISTRIBUCION DEL REPORTE POR AGENCIA (VER CCA679).
HH     01  PARM-CCA679.
HH         05  PC679-ACCION            PIC X(01) VALUE SPACES.
HH         05  PC679-NOMREP            PIC X(10) VALUE "CCA680".
HH         05  PC679-SPOOL             PIC X(10) VALUE "CCA680R".
HH         05  PC679-AGCCTA            PIC 9(05) VALUE ZEROS.
HH         05  PC679-PAGINA            PIC 9(06) VALUE ZEROS.
HH         05  PC679-RETCOD            PIC 9(01) VALUE ZEROS.
      *
      * PARAMETROS RUTINAS
           COPY PARGEN  OF CCACPY.
       0100-PROCESAR.
           PERFORM  0020-ENCABEZADO
           MOVE 0                         TO FLG-ENCABE
HH         PERFORM INDEXAR-AGENCIA-REPORTE
           MOVE AGENCIA                   TO CODOFI
           PERFORM  0110-DESCRI-AGENCIA
           MOVE NOMAGC   OF  REG-PLTAGCORI   TO DESOFI
       9999-TERMINAR.
           CLOSE CCAMAEAHO   PLTAGCORI
                 CCATABLAS   CCA680IA
HH         PERFORM DISTRIBUIR-REPORTE
           STOP RUN.
      *----------------------------------------------------------------
      *HH  CORTE DE AGENCIA EN EL LISTADO: LA PAGINA DONDE EMPIEZA LA
      *HH  AGENCIA QUEDA EN EL INDICE DE CCA679 PARA SU DISTRIBUCION.
      *----------------------------------------------------------------
HH     INDEXAR-AGENCIA-REPORTE.
HH         IF WRK-PAGINA = 1 OR AGENCIA NOT = PC679-AGCCTA
HH            MOVE AGENCIA           TO PC679-AGCCTA
HH            MOVE WRK-PAGINA        TO PC679-PAGINA
HH            MOVE "A"               TO PC679-ACCION
HH            CALL "CCA679"          USING PC679-ACCION PC679-NOMREP
HH                                         PC679-SPOOL  PC679-AGCCTA
HH                                         PC679-PAGINA PC679-RETCOD
HH         END-IF.
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
