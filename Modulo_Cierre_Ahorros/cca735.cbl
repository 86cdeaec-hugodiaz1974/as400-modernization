       DATE-WRITTEN.  97/09/25.
      *--------------------------------------------------------------*
      * FUNCION: GENERACION DEL REPORTE DE SALDOS DE AHORROS.        *
HH    *          LEE EL EXTRACTO CCAMAEREP QUE DEJA CCA593 Y GRABA SUS *
HH    *          TOTALES EN CCAREPCRU PARA EL CRUCE DE CCA594.         *
HH    *          AL CERRAR EL LISTADO LO ENTREGA A CCA679 PARA SU    *
HH    *          ARCHIVO Y DISTRIBUCION POR AGENCIA.                 *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *HH  EXTRACTO DEL MAESTRO (CCA593), POR AGENCIA Y PRODUCTO, CON
      *HH  EL NOMBRE DE LA AGENCIA YA RESUELTO.
HH         SELECT CCAMAEREP
HH             ASSIGN          TO DATABASE-CCAMAEREP
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS SEQUENTIAL
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
HH         SELECT CCAREPCRU
HH             ASSIGN          TO DATABASE-CCAREPCRU
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA735R1
       DATA DIVISION.
       FILE SECTION.
      *
HH     FD  CCAMAEREP
HH         LABEL RECORDS ARE STANDARD.
HH     01  ZONA-CCAMAEREP.
HH         COPY DDS-ALL-FORMATS OF CCAMAEREP.
      *
HH     FD  CCAREPCRU
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-REPCRU.
HH         COPY DDS-ALL-FORMATS OF CCAREPCRU.
      *                                                                 IBM-CT
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
               88  FIN-PROGRAMA                   VALUE 1.
HH         05  CTL-CCAHOLDRZ           PIC 9(01)  VALUE 0.
HH             88  ERROR-CCAHOLDRZ                VALUE 1.
HH         05  CTL-CCAREPCRU           PIC 9(01)  VALUE 0.
HH             88  ERROR-CCAREPCRU                VALUE 1.
      *--------------------------------------------------------------*
       01  VARIABLES.
           05  AGEANT                  PIC 9(05)    VALUE ZEROS.
           05  W-PAGINC                PIC 9(06)    VALUE ZEROS.
           05  TOT-AGENOR              PIC 9(15)V99 VALUE ZEROS.
           05  TOT-AGECUS              PIC 9(15)V99 VALUE ZEROS.
      *HH  TOTALES GENERALES PARA EL CRUCE CON EL EXTRACTO (CCA594).
HH         05  CRU-CANCTA              PIC 9(09)    VALUE ZEROS.
HH         05  CRU-SALULR              PIC S9(15)V99 VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY EXTRACT OF CCACPY.
           COPY PARGEN  OF CCACPY.
HH         05  PC504-EVENTO            PIC X(01) VALUE SPACES.
HH         05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
HH         05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *HH    DISTRIBUCION DEL REPORTE POR AGENCIA (VER CCA679).
HH     01  PARM-CCA679.
HH         05  PC679-ACCION            PIC X(01) VALUE SPACES.
HH         05  PC679-NOMREP            PIC X(10) VALUE "CCA735IA".
HH         05  PC679-SPOOL             PIC X(10) VALUE "CCA735R1".
HH         05  PC679-AGCCTA            PIC 9(05) VALUE ZEROS.
HH         05  PC679-PAGINA            PIC 9(06) VALUE ZEROS.
HH         05  PC679-RETCOD            PIC 9(01) VALUE ZEROS.
HH     01  W-AGEIND-N                  PIC 9(05) VALUE ZEROS.
HH     01  W-AGEIND-C                  PIC 9(05) VALUE ZEROS.
       LINKAGE SECTION.
       77  W-USRING                      PIC  X(10).
      *--------------------------------------------------------------*
HH                                         PC504-CANTREG  PC504-CODRETO
           OPEN OUTPUT REPORTE
                       REPORT1
HH         OPEN INPUT  CCAMAEREP
HH                     CCAHOLDRZ.
HH         OPEN I-O    CCAREPCRU.
HH         MOVE W-USRING TO W-USRID OF VARIABLES
           PERFORM CALL-CCA501
           CALL "EXTRACT" USING W-DA EX-DATE.
           MOVE EX-DATE-8              TO W-FECHA
           ACCEPT W-HORA  FROM TIME
           PERFORM CALL-CCA500.
HH         PERFORM LEER-CCAMAEREP
           IF ERROR-CCAMAEAHO THEN
              WRITE REPORTE-REG FORMAT IS "FOOTER"
              WRITE REPORT1-REG FORMAT IS "FOOTER"
              PERFORM COLOCAR-TITULOS-C
              PERFORM COLOCAR-AGENCIA-N
              PERFORM COLOCAR-AGENCIA-C
HH            MOVE AGCCTA OF REGMAEREP TO AGEANT.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.

      *--------------------------------------------------------------*
       PROCESAR.
HH         IF AGCCTA OF REGMAEREP NOT = AGEANT THEN
              PERFORM COLOCAR-TOTALES-N
              PERFORM COLOCAR-TOTALES-C
              PERFORM COLOCAR-TITULOS-N
              PERFORM COLOCAR-AGENCIA-N
              PERFORM COLOCAR-AGENCIA-C
              INITIALIZE TOT-AGENOR TOT-AGECUS
HH            MOVE AGCCTA OF REGMAEREP TO AGEANT.
           PERFORM PROCESAR-REGISTRO
HH         PERFORM LEER-CCAMAEREP
           IF ERROR-CCAMAEAHO THEN
              PERFORM COLOCAR-TOTALES-N
              PERFORM COLOCAR-TOTALES-C
      *--------------------------------------------------------------*
       PROCESAR-REGISTRO.
           IF NOT ERROR-CCAMAEAHO THEN
HH            IF INDBAJ OF REGMAEREP = ZEROS THEN
HH               IF INDEMB OF REGMAEREP = ZEROS AND
HH                  INDBLO OF REGMAEREP = ZEROS AND
HH                  INDINA OF REGMAEREP = ZEROS AND
HH                  INDFAL OF REGMAEREP = ZEROS THEN
                    PERFORM IMPRIMIR-NORMAL
HH                  ADD SALULR OF REGMAEREP TO TOT-AGENOR
                 ELSE
                    PERFORM IMPRIMIR-CUSTODIAS
HH                  ADD SALULR OF REGMAEREP TO TOT-AGECUS
HH               END-IF
HH               ADD 1                   TO CRU-CANCTA
HH               ADD SALULR OF REGMAEREP TO CRU-SALULR.
      *--------------------------------------------------------------*
       IMPRIMIR-NORMAL.
           INITIALIZE DETALLE-O OF REPORTE-REG
HH         MOVE CTANRO OF REGMAEREP TO NROCTA OF REPORTE-REG
HH         MOVE DESCRI OF REGMAEREP TO NOMCLI OF REPORTE-REG
HH         IF NITCTA OF REGMAEREP NOT = ZEROS THEN
HH            MOVE NITCTA OF REGMAEREP TO NITCLI OF REPORTE-REG
           ELSE
HH         IF NITCT2 OF REGMAEREP NOT = ZEROS THEN
HH            MOVE NITCT2 OF REGMAEREP TO NITCLI OF REPORTE-REG
           ELSE
HH         IF NITCT3 OF REGMAEREP NOT = ZEROS THEN
HH            MOVE NITCT3 OF REGMAEREP TO NITCLI OF REPORTE-REG.
HH         MOVE SALULR OF REGMAEREP TO SALCIER OF REPORTE-REG
           INITIALIZE EMB  OF REPORTE-REG
                      BLOQ OF REPORTE-REG
                      INAC OF REPORTE-REG
      *--------------------------------------------------------------*
       IMPRIMIR-CUSTODIAS.
           INITIALIZE DETALLE-O OF REPORT1-REG
HH         MOVE CTANRO OF REGMAEREP TO NROCTA OF REPORT1-REG
HH         MOVE DESCRI OF REGMAEREP TO NOMCLI OF REPORT1-REG
HH         IF NITCTA OF REGMAEREP NOT = ZEROS THEN
HH            MOVE NITCTA OF REGMAEREP TO NITCLI OF REPORT1-REG
           ELSE
HH         IF NITCT2 OF REGMAEREP NOT = ZEROS THEN
HH            MOVE NITCT2 OF REGMAEREP TO NITCLI OF REPORT1-REG
           ELSE
HH         IF NITCT3 OF REGMAEREP NOT = ZEROS THEN
HH            MOVE NITCT3 OF REGMAEREP TO NITCLI OF REPORT1-REG.
HH         MOVE SALULR OF REGMAEREP TO SALCIER OF REPORT1-REG
HH         IF INDEMB OF REGMAEREP NOT = ZEROS THEN
HH            MOVE INDEMB OF REGMAEREP TO EMB  OF REPORT1-REG.
HH         IF INDBLO OF REGMAEREP NOT = ZEROS THEN
HH            MOVE INDBLO OF REGMAEREP TO BLOQ OF REPORT1-REG.
HH         IF INDINA OF REGMAEREP NOT = ZEROS THEN
HH            MOVE INDINA OF REGMAEREP TO INAC OF REPORT1-REG.
HH         IF INDFAL OF REGMAEREP NOT = ZEROS THEN
HH            MOVE INDFAL OF REGMAEREP TO FALL OF REPORT1-REG.
HH         PERFORM LEER-CCAHOLDRZ
HH         INITIALIZE CODRAZ OF REPORT1-REG
HH                    DESRAZ OF REPORT1-REG
       COLOCAR-TITULOS-N.
           INITIALIZE HEADER-O OF REPORTE-REG
           ADD  1                 TO W-PAGINA
HH         PERFORM INDEXAR-AGENCIA-NORMAL
           MOVE "CCA735IA  "      TO NROPRO  OF REPORTE-REG
HH         MOVE W-USRID OF VARIABLES TO USER OF REPORTE-REG
           MOVE LK-NOMEMP         TO EMPRESA OF REPORTE-REG
           MOVE W-PAGINA          TO PAGNRO  OF REPORTE-REG
           MOVE "*** REPORTE DE SALDOS DE AHORRO CUENTAS ACTIVAS **"
       COLOCAR-TITULOS-C.
           INITIALIZE HEADER-O OF REPORT1-REG
           ADD  1                 TO W-PAGINC
HH         PERFORM INDEXAR-AGENCIA-CUSTODIA
           MOVE "CCA735IB  "      TO NROPRO  OF REPORT1-REG
HH         MOVE W-USRID OF VARIABLES TO USER OF REPORT1-REG
           MOVE LK-NOMEMP         TO EMPRESA OF REPORT1-REG
           MOVE W-PAGINC          TO PAGNRO  OF REPORT1-REG
           MOVE "***  REP. SALDOS DE AHORRO CUENTAS EN CUSTODIA  **"
      *--------------------------------------------------------------*
       COLOCAR-AGENCIA-N.
           INITIALIZE AGENCIA-O OF REPORTE-REG
HH         MOVE AGCCTA OF REGMAEREP  TO AGEN OF REPORTE-REG
HH         PERFORM UBICAR-AGENCIA
           IF NOT ERROR-PLTAGCORI THEN
HH            MOVE NOMAGC OF REGMAEREP  TO DEAGE OF REPORTE-REG
           ELSE
              MOVE "AGENCIA INCORRECTA" TO DEAGE OF REPORTE-REG.
           WRITE REPORTE-REG FORMAT IS "AGENCIA"
      *--------------------------------------------------------------*
       COLOCAR-AGENCIA-C.
           INITIALIZE AGENCIA-O OF REPORT1-REG
HH         MOVE AGCCTA OF REGMAEREP  TO AGEN OF REPORT1-REG
HH         PERFORM UBICAR-AGENCIA
           IF NOT ERROR-PLTAGCORI THEN
HH            MOVE NOMAGC OF REGMAEREP  TO DEAGE OF REPORT1-REG
           ELSE
              MOVE "AGENCIA INCORRECTA" TO DEAGE OF REPORT1-REG.
           WRITE REPORT1-REG FORMAT IS "AGENCIA"
                 PERFORM COLOCAR-TITULOS-C
                 PERFORM COLOCAR-AGENCIA-C.
      *--------------------------------------------------------------*
      *HH  EL NOMBRE DE LA AGENCIA VIENE EN EL EXTRACTO; EN BLANCO SI
      *HH  LA AGENCIA NO EXISTE EN PLTAGCORI.
HH     UBICAR-AGENCIA.
HH         MOVE 0   TO CTL-PLTAGCORI
HH         IF NOMAGC OF REGMAEREP = SPACES
HH            MOVE 1 TO CTL-PLTAGCORI.
      *--------------------------------------------------------------*
HH     LEER-CCAHOLDRZ.
HH         MOVE CODMON OF REGMAEREP  TO CODMON OF CCAHOLDRZ-REC
HH         MOVE CODSIS OF REGMAEREP  TO CODSIS OF CCAHOLDRZ-REC
HH         MOVE CODPRO OF REGMAEREP  TO CODPRO OF CCAHOLDRZ-REC
HH         MOVE AGCCTA OF REGMAEREP  TO AGCCTA OF CCAHOLDRZ-REC
HH         MOVE CTANRO OF REGMAEREP  TO CTANRO OF CCAHOLDRZ-REC
HH         MOVE 0   TO CTL-CCAHOLDRZ
HH         READ CCAHOLDRZ INVALID KEY MOVE 1 TO CTL-CCAHOLDRZ.
      *--------------------------------------------------------------*
HH     LEER-CCAMAEREP.
           MOVE 0 TO CTL-CCAMAEAHO
HH         READ CCAMAEREP NEXT RECORD AT END MOVE 1 TO CTL-CCAMAEAHO.
      *--------------------------------------------------------------*
      *HH  TOTALES GENERALES DEL REPORTE PARA EL CRUCE CON EL EXTRACTO
      *HH  Y LOS DEMAS REPORTES (CCA594).
HH     GRABAR-CCAREPCRU.
HH         MOVE LK-FECHA-HOY       TO FECPRO OF REG-REPCRU
HH         MOVE "CCA735"           TO PROGRA OF REG-REPCRU
HH         MOVE 0                  TO CTL-CCAREPCRU
HH         READ CCAREPCRU INVALID KEY MOVE 1 TO CTL-CCAREPCRU.
HH         INITIALIZE REGREPCRU
HH         MOVE LK-FECHA-HOY       TO FECPRO OF REG-REPCRU
HH         MOVE "CCA735"           TO PROGRA OF REG-REPCRU
HH         MOVE CRU-CANCTA         TO CANCTA OF REG-REPCRU
HH         MOVE CRU-SALULR         TO SALULR OF REG-REPCRU
HH         ACCEPT HORGRA OF REG-REPCRU FROM TIME
HH         IF ERROR-CCAREPCRU
HH            WRITE REG-REPCRU
HH         ELSE
HH            REWRITE REG-REPCRU.
      *--------------------------------------------------------------*
       TERMINAR.
HH         PERFORM GRABAR-CCAREPCRU
HH         MOVE CRU-CANCTA              TO PC504-CANTREG
HH         MOVE "F"                     TO PC504-EVENTO
HH         CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
HH                                         PC504-CANTREG  PC504-CODRETO
           CLOSE REPORTE
                 REPORT1
HH               CCAMAEREP
HH               CCAREPCRU
HH               CCAHOLDRZ.
HH         PERFORM DISTRIBUIR-REPORTE.
           STOP RUN.
      *--------------------------------------------------------------*
      *HH  CORTE DE AGENCIA EN CADA LISTADO (CCA735R1 CUENTAS ACTIVAS,
      *HH  CCA735R2 CUSTODIAS): LA PAGINA DONDE EMPIEZA LA AGENCIA
      *HH  QUEDA EN EL INDICE DE CCA679 PARA SU DISTRIBUCION.
      *--------------------------------------------------------------*
HH     INDEXAR-AGENCIA-NORMAL.
HH         IF W-PAGINA = 1 OR AGCCTA OF REGMAEREP NOT = W-AGEIND-N
HH            MOVE AGCCTA OF REGMAEREP TO W-AGEIND-N PC679-AGCCTA
HH            MOVE "CCA735IA"          TO PC679-NOMREP
HH            MOVE "CCA735R1"          TO PC679-SPOOL
HH            MOVE W-PAGINA            TO PC679-PAGINA
HH            PERFORM INDEXAR-AGENCIA-REPORTE
HH         END-IF.
      *--------------------------------------------------------------*
HH     INDEXAR-AGENCIA-CUSTODIA.
HH         IF W-PAGINC = 1 OR AGCCTA OF REGMAEREP NOT = W-AGEIND-C
HH            MOVE AGCCTA OF REGMAEREP TO W-AGEIND-C PC679-AGCCTA
HH            MOVE "CCA735IB"          TO PC679-NOMREP
HH            MOVE "CCA735R2"          TO PC679-SPOOL
HH            MOVE W-PAGINC            TO PC679-PAGINA
HH            PERFORM INDEXAR-AGENCIA-REPORTE
HH         END-IF.
      *--------------------------------------------------------------*
HH     INDEXAR-AGENCIA-REPORTE.
HH         MOVE "A"                     TO PC679-ACCION
HH         CALL "CCA679"             USING PC679-ACCION PC679-NOMREP
HH                                         PC679-SPOOL  PC679-AGCCTA
HH                                         PC679-PAGINA PC679-RETCOD.
      *--------------------------------------------------------------*
      *HH  CERRADOS LOS LISTADOS, CCA679 LOS ARCHIVA Y LOS ENTREGA EN
      *HH  LA CARPETA DE CADA AGENCIA.
      *--------------------------------------------------------------*
HH     DISTRIBUIR-REPORTE.
HH         MOVE "C"                     TO PC679-ACCION
HH         MOVE "CCA735IA"              TO PC679-NOMREP
HH         MOVE "CCA735R1"              TO PC679-SPOOL
HH         CALL "CCA679"             USING PC679-ACCION PC679-NOMREP
HH                                         PC679-SPOOL  PC679-AGCCTA
HH                                         PC679-PAGINA PC679-RETCOD
HH         MOVE "CCA735IB"              TO PC679-NOMREP
HH         MOVE "CCA735R2"              TO PC679-SPOOL
HH         CALL "CCA679"             USING PC679-ACCION PC679-NOMREP
HH                                         PC679-SPOOL  PC679-AGCCTA
HH                                         PC679-PAGINA PC679-RETCOD.
