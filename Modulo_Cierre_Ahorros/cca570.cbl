      *--------------------------------------------------------------*
      * FUNCION: IMPRESION DE LOS REGISTROS DE MOVIMIENTO RECIBIDOS  *
      *          EN LAS INTERFACES.                                  *
HH    *          AL CERRAR EL LISTADO LO ENTREGA A CCA679 PARA SU    *
HH    *          ARCHIVO Y DISTRIBUCION POR AGENCIA.                 *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY FECHAS OF CCACPY.
       01  W-CONTL                     PIC 9(3).
      *--------------------------------------------------------------*
      *HH    DISTRIBUCION DEL REPORTE POR AGENCIA (VER CCA679).
HH     01  PARM-CCA679.
HH         05  PC679-ACCION            PIC X(01) VALUE SPACES.
HH         05  PC679-NOMREP            PIC X(10) VALUE "CCA570".
HH         05  PC679-SPOOL             PIC X(10) VALUE "CCA570R".
HH         05  PC679-AGCCTA            PIC 9(05) VALUE ZEROS.
HH         05  PC679-PAGINA            PIC 9(06) VALUE ZEROS.
HH         05  PC679-RETCOD            PIC 9(01) VALUE ZEROS.
       LINKAGE SECTION.
       77  W-USR                       PIC X(10).
       77  W-NOMARC                    PIC X(10).
       IMPRIMIR-TITULOS.
           INITIALIZE HEADER-O
           ADD  1                 TO W-PAGINA
HH         PERFORM INDEXAR-AGENCIA-REPORTE
           MOVE "CCA570    "      TO NROPRO  OF HEADER-O
           MOVE W-USRID           TO USER    OF REPORTE-REG
           MOVE LK-NOMEMP         TO EMPRESA OF HEADER-O
HH     IMPRIMIR-MATRIZ-AGENCIAS.
HH         IF W-NROMAT NOT = ZEROS THEN
HH            PERFORM IMPRIMIR-TITULOS
      *HH     LA MATRIZ DE TODAS LAS AGENCIAS ES DE LA CENTRAL.
HH            MOVE ZEROS             TO PC679-AGCCTA
HH            MOVE W-PAGINA          TO PC679-PAGINA
HH            MOVE "A"               TO PC679-ACCION
HH            CALL "CCA679"          USING PC679-ACCION PC679-NOMREP
HH                                         PC679-SPOOL  PC679-AGCCTA
HH                                         PC679-PAGINA PC679-RETCOD
HH            MOVE ZEROS TO W-AGEMAT
HH            PERFORM IMPRIMIR-MATRIZ-ITEM VARYING W-IXMAT
HH                    FROM 1 BY 1 UNTIL W-IXMAT > W-NROMAT
                 CCACODTRN     CCATABINT
                 CCATABLAS     REPORTE
                 PLTAGCORI.
HH         PERFORM DISTRIBUIR-REPORTE.
           GOBACK.
      *--------------------------------------------------------------*
      *HH  CORTE DE AGENCIA EN EL LISTADO: LA PAGINA DONDE EMPIEZA LA
      *HH  AGENCIA QUEDA EN EL INDICE DE CCA679 PARA SU DISTRIBUCION.
      *--------------------------------------------------------------*
HH     INDEXAR-AGENCIA-REPORTE.
HH         IF W-PAGINA = 1 OR W-AGEANT NOT = PC679-AGCCTA
HH            MOVE W-AGEANT          TO PC679-AGCCTA
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
