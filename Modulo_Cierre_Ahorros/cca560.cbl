      * FUNCION: CEREO DE REGISTROS MALOS EN CCAMOVIM Y AIGNACION DE  *
      *          CUENTA DE RECHAZOS EN LOS REGISTROS ERRONEOS.       *
      *          GENERACION DE REPORTE DE MOVIMIENTOS RECHAZADOS.    *
HH    *          AL CERRAR EL LISTADO LO ENTREGA A CCA679 PARA SU    *
HH    *          ARCHIVO Y DISTRIBUCION POR AGENCIA.                 *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
HH         05  PC504-EVENTO            PIC X(01) VALUE SPACES.
HH         05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
HH         05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *HH    DISTRIBUCION DEL REPORTE POR AGENCIA (VER CCA679).
HH     01  PARM-CCA679.
HH         05  PC679-ACCION            PIC X(01) VALUE SPACES.
HH         05  PC679-NOMREP            PIC X(10) VALUE "CCA560".
HH         05  PC679-SPOOL             PIC X(10) VALUE "CCA560R".
HH         05  PC679-AGCCTA            PIC 9(05) VALUE ZEROS.
HH         05  PC679-PAGINA            PIC 9(06) VALUE ZEROS.
HH         05  PC679-RETCOD            PIC 9(01) VALUE ZEROS.
       LINKAGE SECTION.
       77  W-USR                       PIC X(10).
      *--------------------------------------------------------------*
       IMPRIMIR-TITULOS.
           INITIALIZE HEADER-O
           ADD  1                 TO W-PAGINA
HH         PERFORM INDEXAR-AGENCIA-REPORTE
           MOVE "CCA560    "      TO NROPRO  OF REPORTE-REG
           MOVE W-USRID           TO USER    OF REPORTE-REG
           MOVE LK-NOMEMP         TO EMPRESA OF REPORTE-REG
           MOVE W-USRID           TO USER    OF REPORTE-REG
           MOVE LK-NOMEMP         TO EMPRESA OF REPORTE-REG
           MOVE W-PAGINA          TO PAGNRO  OF REPORTE-REG
      *HH  LA PAGINA DE TOTALES GLOBALES ES DE LA CENTRAL.
HH         MOVE ZEROS                TO PC679-AGCCTA
HH         MOVE W-PAGINA             TO PC679-PAGINA
HH         MOVE "A"                  TO PC679-ACCION
HH         CALL "CCA679"             USING PC679-ACCION PC679-NOMREP
HH                                         PC679-SPOOL  PC679-AGCCTA
HH                                         PC679-PAGINA PC679-RETCOD
           MOVE "***  TOTALES PARA LOS MOVIMIENTOS RECHAZADOS   ***"
                                  TO NOMLIS  OF REPORTE-REG
           MOVE LK-FECHA-HOY            TO FECPAR  OF REPORTE-REG
                 CCATABLAS     PLTPARGEN
                 PLTAGCORI
HH               CCARECSUM.
HH         PERFORM DISTRIBUIR-REPORTE.
           STOP RUN.
      *--------------------------------------------------------------*
      *HH  CORTE DE AGENCIA EN EL LISTADO: LA PAGINA DONDE EMPIEZA LA
      *HH  AGENCIA QUEDA EN EL INDICE DE CCA679 PARA SU DISTRIBUCION.
      *--------------------------------------------------------------*
HH     INDEXAR-AGENCIA-REPORTE.
HH         IF W-PAGINA = 1 OR W-AGENCIA NOT = PC679-AGCCTA
HH            MOVE W-AGENCIA         TO PC679-AGCCTA
HH            MOVE W-PAGINA          TO PC679-PAGINA
HH            MOVE "A"               TO PC679-ACCION
HH            CALL "CCA679"          USING PC679-ACCION PC679-NOMREP
HH                                         PC679-SPOOL  PC679-AGCCTA
HH                                         PC679-PAGINA PC679-RETCOD
HH         END-IF.
      *--------------------------------------------------------------*
      *HH  CERRADO EL LISTADO, CCA679 LO ARCHIVA Y LO ENTREGA EN LA
      *HH  CARPETA DE CADA AGENCIA.
      *--------------------------------------------------------------*
HH     DISTRIBUIR-REPORTE.
HH         MOVE "C"                  TO PC679-ACCION
HH         CALL "CCA679"             USING PC679-ACCION PC679-NOMREP
HH                                         PC679-SPOOL  PC679-AGCCTA
HH                                         PC679-PAGINA PC679-RETCOD.
