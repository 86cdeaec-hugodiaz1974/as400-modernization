       DATE-WRITTEN.  97/09/25.
      *--------------------------------------------------------------*
      * FUNCION: RESUMEN MENSUAL/REPORTE GENERAL DE CUENTAS          *
HH    *          LEE EL EXTRACTO CCAMAEREP QUE DEJA CCA593 Y GRABA SUS *
HH    *          TOTALES EN CCAREPCRU PARA EL CRUCE DE CCA594.         *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *HH  EXTRACTO DEL MAESTRO (CCA593), POR AGENCIA Y PRODUCTO, CON
      *HH  EL NOMBRE DE LA AGENCIA Y EL TIPCLI DEL TITULAR RESUELTOS.
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
               ASSIGN          TO FORMATFILE-CCA755R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
      *HH      Archivo para la desagregacion por segmento de cliente
      *HH      del resumen (CLITAB da la descripcion del segmento;
      *HH      el TIPCLI de la cuenta viene en el extracto).
HH         SELECT CLITAB
HH             ASSIGN          TO DATABASE-CLITAB
HH             ORGANIZATION    IS INDEXED
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
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA755R.
      *
HH     FD  CLITAB
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-CLITAB.
               88  ERROR-PLTAGCORI                   VALUE 1.
           05  CTL-PROGRAMA            PIC 9(01)  VALUE 0.
               88  FIN-PROGRAMA                   VALUE 1.
HH         05  CTL-CCAREPCRU           PIC 9(01)  VALUE 0.
HH             88  ERROR-CCAREPCRU                VALUE 1.
HH         05  CTL-CLITAB              PIC 9(01)  VALUE 0.
HH             88  ERROR-CLITAB                   VALUE 1.
      *--------------------------------------------------------------*
       01  VARIABLES.
      *--------------------------------------------------------------*
           05  AGEANT                  PIC 9(05)    VALUE ZEROS.
HH         05  NOMANT                  PIC X(30)    VALUE SPACES.
           05  W-HORA                  PIC 9(08)    VALUE ZEROS.
           05  RED-W-HORA              REDEFINES    W-HORA.
               10 HORA                 PIC 9(06).
           05  T-FALLE                 PIC 9(06)     VALUE ZEROS.
           05  T-BLOQU                 PIC 9(06)     VALUE ZEROS.
           05  T-ACTIV                 PIC 9(06)     VALUE ZEROS.
      *HH  TOTALES GENERALES DE LAS CUENTAS ABIERTAS PARA EL CRUCE CON
      *HH  EL EXTRACTO (CCA594).
HH         05  CRU-CANCTA              PIC 9(09)     VALUE ZEROS.
HH         05  CRU-SALULR              PIC S9(15)V99 VALUE ZEROS.
HH         05  CRU-SALPUR              PIC S9(15)V99 VALUE ZEROS.
       01  PA-CODEMP                   PIC 9(05)     VALUE ZEROS.
      *--------------------------------------------------------------*
      *HH   DESAGREGACION DEL RESUMEN POR SEGMENTO DE CLIENTE (TIPCLI).
HH         CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
HH                                         PC504-CANTREG  PC504-CODRETO
           OPEN OUTPUT REPORTE
HH              INPUT  CCAMAEREP
HH                     CLITAB.
HH         OPEN I-O    CCAREPCRU.
           CALL "PLTCODEMPP"           USING PA-CODEMP
           CALL "EXTRACT" USING W-DA EX-DATE.
           MOVE EX-DATE-8              TO W-FECHA
           PERFORM CALL-CCA501
           ACCEPT W-HORA  FROM TIME
           PERFORM CALL-CCA500
HH         MOVE L-USER   TO W-USRID OF VARIABLES
           MOVE L-FECLIQ TO W-FECLIQ
HH         PERFORM LEER-CCAMAEREP
           IF ERROR-CCAMAEAHO THEN
              PERFORM COLOCAR-TITULOS
              WRITE REPORTE-REG FORMAT IS "FOOTER"
              MOVE 1 TO CTL-PROGRAMA
           ELSE
HH            MOVE AGCCTA OF REGMAEREP TO AGEANT
HH            MOVE NOMAGC OF REGMAEREP TO NOMANT
              PERFORM COLOCAR-TITULOS.
      *---------------------------------------------------------------*
       CALL-CCA500.

      *---------------------------------------------------------------*
       PROCESAR.
HH         IF AGCCTA OF REGMAEREP NOT = AGEANT THEN
              PERFORM IMPRIMIR-DETALLE
HH            MOVE AGCCTA OF REGMAEREP TO AGEANT
HH            MOVE NOMAGC OF REGMAEREP TO NOMANT.
           PERFORM PROCESAR-REGISTRO
HH         PERFORM LEER-CCAMAEREP
           IF ERROR-CCAMAEAHO THEN
              PERFORM IMPRIMIR-DETALLE
              PERFORM COLOCAR-TOTALES
              MOVE 1 TO CTL-PROGRAMA.
      *--------------------------------------------------------------*
       PROCESAR-REGISTRO.
HH         IF AGCCTA OF REGMAEREP = AGEANT THEN
HH            IF INDBAJ OF REGMAEREP = ZEROS THEN
                 INITIALIZE W-FECAPE
HH               MOVE FAPERT OF REGMAEREP TO W-FECAPE
HH               ADD SALULR  OF REGMAEREP TO W-SALULR
HH               ADD SALPUR  OF REGMAEREP TO W-SALPUR
HH               PERFORM ACUMULAR-SEGMENTO
HH               ADD 1                    TO CRU-CANCTA
HH               ADD SALULR  OF REGMAEREP TO CRU-SALULR
HH               ADD SALPUR  OF REGMAEREP TO CRU-SALPUR
                 PERFORM REVISAR-CUSTODIAS
              ELSE
              INITIALIZE W-FECCIE
HH            MOVE FCIERR OF REGMAEREP TO W-FECCIE
              IF MESCIE = MESLIQ THEN
HH               ADD SALULR OF REGMAEREP TO W-SALULR
HH               ADD SALPUR OF REGMAEREP TO W-SALPUR
HH               PERFORM ACUMULAR-SEGMENTO
                 ADD 1                   TO W-CANCEL.
      *--------------------------------------------------------------*
              ADD 1 TO W-NUEVAS
           ELSE
              ADD 1 TO W-MESANT.
HH         IF INDINA OF REGMAEREP = 1 THEN
              ADD 1 TO W-INACT
           ELSE
HH         IF INDEMB OF REGMAEREP = 1 THEN
              ADD 1 TO W-EMBAR
           ELSE
HH         IF INDFAL OF REGMAEREP = 1 THEN
              ADD 1 TO W-FALLE
           ELSE
HH         IF INDBLO OF REGMAEREP NOT = ZEROS THEN
              ADD 1 TO W-BLOQU
           ELSE
              ADD 1 TO W-ACTIV.
      *--------------------------------------------------------------*
HH     LEER-CCAMAEREP.
           MOVE 0 TO CTL-CCAMAEAHO
HH         READ CCAMAEREP NEXT RECORD AT END MOVE 1 TO CTL-CCAMAEAHO.
      *--------------------------------------------------------------*
      *HH  EL NOMBRE DE LA AGENCIA VIENE EN EL EXTRACTO; EN BLANCO SI
      *HH  LA AGENCIA NO EXISTE EN PLTAGCORI.
HH     UBICAR-AGENCIA.
HH         MOVE 0   TO CTL-PLTAGCORI
HH         IF NOMANT = SPACES
HH            MOVE 1 TO CTL-PLTAGCORI.
      *--------------------------------------------------------------*
       COLOCAR-TITULOS.
           INITIALIZE             HEADER-O
           ADD  1                 TO W-PAGINA
           MOVE "CCA755    "      TO NROPRO  OF REPORTE-REG
HH         MOVE W-USRID OF VARIABLES TO USER OF REPORTE-REG
           MOVE LK-NOMEMP         TO EMPRESA OF REPORTE-REG
           MOVE W-PAGINA          TO PAGNRO  OF REPORTE-REG
           MOVE "***         RESUMEN GENERAL DE CUENTAS         ***"
                 PERFORM COLOCAR-TITULOS.
      *--------------------------------------------------------------*
       NOMBRE-AGENCIA.
HH         PERFORM UBICAR-AGENCIA.
           IF NOT ERROR-PLTAGCORI THEN
HH            MOVE NOMANT              TO DESAGE OF REPORTE-REG
           ELSE
              MOVE "AGENCIA INCORRECTA " TO DESAGE OF REPORTE-REG.
      *--------------------------------------------------------------*
      *HH   TIPCLI DEL CLIENTE DUENO DE LA CUENTA. CCA593 LO RESUELVE
      *HH   AL ARMAR EL EXTRACTO (CCAMAEAHO -> CLIMAE -> CLIMAEL01).
HH     UBICAR-TIPCLI.
HH         MOVE TIPCLI OF REGMAEREP     TO W-TIPCLI.
      *--------------------------------------------------------------*
      *HH   BUSCA (O CREA) LA FILA DEL SEGMENTO W-TIPCLI EN W-TABSEG.
HH     BUSCAR-SEGMENTO.
HH         PERFORM UBICAR-TIPCLI
HH         PERFORM BUSCAR-SEGMENTO
HH         ADD 1                        TO SEG-CANT   (W-IX-SEG)
HH         ADD SALPUR OF REGMAEREP      TO SEG-SALPUR (W-IX-SEG).
      *--------------------------------------------------------------*
      *HH   IMPRIME, AL FINAL DEL RESUMEN, EL SALDO PROMEDIO Y LA
      *HH   CANTIDAD DE CUENTAS POR SEGMENTO DE CLIENTE.
      *HH  TOTALES GENERALES DEL RESUMEN PARA EL CRUCE CON EL EXTRACTO
      *HH  Y LOS DEMAS REPORTES (CCA594).
HH     GRABAR-CCAREPCRU.
HH         MOVE LK-FECHA-HOY       TO FECPRO OF REG-REPCRU
HH         MOVE "CCA755"           TO PROGRA OF REG-REPCRU
HH         MOVE 0                  TO CTL-CCAREPCRU
HH         READ CCAREPCRU INVALID KEY MOVE 1 TO CTL-CCAREPCRU.
HH         INITIALIZE REGREPCRU
HH         MOVE LK-FECHA-HOY       TO FECPRO OF REG-REPCRU
HH         MOVE "CCA755"           TO PROGRA OF REG-REPCRU
HH         MOVE CRU-CANCTA         TO CANCTA OF REG-REPCRU
HH         MOVE T-CANCEL           TO CANBAJ OF REG-REPCRU
HH         MOVE CRU-SALULR         TO SALULR OF REG-REPCRU
HH         MOVE CRU-SALPUR         TO SALPUR OF REG-REPCRU
HH         ACCEPT HORGRA OF REG-REPCRU FROM TIME
HH         IF ERROR-CCAREPCRU
HH            WRITE REG-REPCRU
HH         ELSE
HH            REWRITE REG-REPCRU.
      *--------------------------------------------------------------*
HH     IMPRIMIR-SEGMENTOS.
HH         PERFORM VARYING W-IX-SEG FROM 1 BY 1
HH                   UNTIL W-IX-SEG > W-CONTSEG
HH         END-PERFORM.
      *--------------------------------------------------------------*
       TERMINAR.
HH         PERFORM GRABAR-CCAREPCRU
HH         MOVE CRU-CANCTA              TO PC504-CANTREG
HH         MOVE "F"                     TO PC504-EVENTO
HH         CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
HH                                         PC504-CANTREG  PC504-CODRETO
           CLOSE REPORTE
HH               CCAMAEREP
HH               CCAREPCRU
HH               CLITAB.
           STOP RUN.
