       DATE-WRITTEN.  97/10/15.
      ******************************************************************
      * FUNCION: REP. SALDOS DE CUENTAS.                               *
HH    *          LEE EL EXTRACTO CCAMAEREP QUE DEJA CCA593 Y GRABA SUS *
HH    *          TOTALES EN CCAREPCRU PARA EL CRUCE DE CCA594.         *
HH    *          AL CERRAR EL LISTADO LO ENTREGA A CCA679 PARA SU      *
HH    *          ARCHIVO Y DISTRIBUCION POR AGENCIA.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *HH  EXTRACTO DEL MAESTRO (CCA593), POR AGENCIA Y PRODUCTO, CON
      *HH  EL NOMBRE Y LA SUCURSAL DE LA AGENCIA YA RESUELTOS.
HH         SELECT CCAMAEREP
HH             ASSIGN          TO DATABASE-CCAMAEREP
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS SEQUENTIAL
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY
HH             FILE STATUS     IS FILSTAT.
      *
HH         SELECT CCAREPCRU
HH             ASSIGN          TO DATABASE-CCAREPCRU
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY
HH             FILE STATUS     IS FILSTAT.
      *
           SELECT PLTFECHAS
               ASSIGN          TO DATABASE-PLTFECHAS
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY
               FILE STATUS     IS FILSTAT.
      *
           SELECT CCACODPRO
               ASSIGN          TO DATABASE-CCACODPRO
       DATA DIVISION.
       FILE SECTION.
      *
HH     FD  CCAMAEREP
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
HH         COPY DDS-ALL-FORMATS        OF CCAMAEREP.
      *
HH     FD  CCAREPCRU
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-REPCRU.
HH         COPY DDS-ALL-FORMATS        OF CCAREPCRU.
      *
       FD  PLTFECHAS
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  REG-CCACODPRO.
           COPY DDS-ALL-FORMATS        OF CCACODPRO.
      *
       FD  PLTSUCURS
           LABEL RECORDS ARE STANDARD.
           03  CODPRO-ANT              PIC  9(005)        VALUE ZEROS.
           03  AGENCIA-ANT             PIC  9(005)        VALUE ZEROS.
           03  CODSUC-ANT              PIC  9(005)        VALUE ZEROS.
HH         03  NOMAGC-ANT              PIC  X(030)        VALUE SPACES.
HH         03  SUCAGC-ANT              PIC  9(005)        VALUE ZEROS.
      *
      *HH  TOTALES GENERALES PARA EL CRUCE CON EL EXTRACTO (CCA594).
HH     01  TOTALES-CRUCE.
HH         03  CRU-CANCTA              PIC  9(009)        VALUE ZEROS.
HH         03  CRU-SALACT              PIC S9(015)V99     VALUE ZEROS.
HH         03  CRU-SALCON              PIC S9(015)V99     VALUE ZEROS.
HH         03  CRU-DEP24               PIC S9(015)V99     VALUE ZEROS.
HH         03  CRU-DEP48               PIC S9(015)V99     VALUE ZEROS.
HH         03  CRU-DEP72               PIC S9(015)V99     VALUE ZEROS.
      *
       01  CONTROLES.
           03  CTL-CCAMAEAHO            PIC  X(002)        VALUE "NO".
           03  CTL-REGISTRO            PIC  X(002)        VALUE "NO".
               88  BUEN-REGISTRO                          VALUE "SI".
               88  MAL-REGISTRO                           VALUE "NO".
HH         03  CTL-CCAREPCRU           PIC  X(002)        VALUE "NO".
HH             88  SI-ERROR-CCAREPCRU                     VALUE "SI".
      * -----------------------------------------
       01  W-CUENTA PIC 9(12) VALUE ZEROS.
       01  FILLER REDEFINES W-CUENTA.
               ")".
       01  W-LNGCMD                    PIC S9(10)V9(05) COMP-3.
      ***************************************************************
      *HH    DISTRIBUCION DEL REPORTE POR AGENCIA (VER CCA679).
HH     01  PARM-CCA679.
HH         05  PC679-ACCION            PIC X(01) VALUE SPACES.
HH         05  PC679-NOMREP            PIC X(10) VALUE "CCA690R1".
HH         05  PC679-SPOOL             PIC X(10) VALUE SPACES.
HH         05  PC679-AGCCTA            PIC 9(05) VALUE ZEROS.
HH         05  PC679-PAGINA            PIC 9(06) VALUE ZEROS.
HH         05  PC679-RETCOD            PIC 9(01) VALUE ZEROS.
       LINKAGE SECTION.
       77  IND-USER                    PIC  X(010).
       77  EQUIPO                      PIC  X(010).
           MOVE EQUIPO                    TO WRK-NOM-SUC
           MOVE IND-CTA                   TO FLG-CTA
HH         MOVE IND-RESUMEN               TO FLG-RESUMEN
HH         OPEN INPUT CCAMAEREP PLTFECHAS PLTSUCURS CCACODPRO
HH         OPEN I-O   CCAREPCRU
           CALL "PLTCODEMPP"              USING PA-CODEMP
           CALL "CCA501" USING LK-CCAPARGEN.
           MOVE LK-NOMEMP                 TO WRK-EMPRESA
              MOVE CODPRO  OF REG-MAESTR  TO CODPRO-ANT
              MOVE AGCCTA  OF REG-MAESTR  TO AGENCIA-ANT
              MOVE REGION  OF REG-MAESTR  TO CODSUC-ANT
HH            MOVE NOMAGC  OF REG-MAESTR  TO NOMAGC-ANT
HH            MOVE CODSUC  OF REG-MAESTR  TO SUCAGC-ANT
              PERFORM ABRIR-IMPRESION
              PERFORM 0020-ENCABEZADO
              PERFORM 0040-SUBTIT-1.
      *       PERFORM  0020-ENCABEZADO
      *       PERFORM 0040-SUBTIT-1
      *    END-IF.
HH         IF AGENCIA-ANT NOT  =  AGCCTA OF REG-MAESTR
              PERFORM  0200-CAMBIO-AGENCIA
              PERFORM CERRAR-IMPRESION
HH            MOVE AGCCTA OF REG-MAESTR TO AGENCIA-ANT
HH            MOVE CODPRO OF REG-MAESTR TO CODPRO-ANT
HH            MOVE NOMAGC OF REG-MAESTR TO NOMAGC-ANT
HH            MOVE CODSUC OF REG-MAESTR TO SUCAGC-ANT
              PERFORM ABRIR-IMPRESION
              PERFORM  0020-ENCABEZADO
              PERFORM 0040-SUBTIT-1
           END-IF.
HH         IF CODPRO-ANT NOT  =  CODPRO OF REG-MAESTR
              PERFORM  0200-CAMBIO-PRODUCTO
HH            MOVE CODPRO OF REG-MAESTR TO CODPRO-ANT
           END-IF.
           PERFORM  0110-IMP-DETALLE
           MOVE "NO"                      TO CTL-REGISTRO
      *----------------------------------------------------------------
       0030-LEER-CCAMAEAHO.
           MOVE "SI"                      TO CTL-REGISTRO
HH         READ  CCAMAEREP    NEXT RECORD AT END
              MOVE "SI"                   TO CTL-CCAMAEAHO.
           IF NO-FIN-CCAMAEAHO
              IF INDBAJ  OF REG-MAESTR > 0
           MOVE AGENCIA-ANT                  TO CODOFI
           MOVE CODPRO-ANT                   TO CODPRO OF PSUBT1-O
           PERFORM  0050-DESCRI-CODPRO
HH         MOVE NOMAGC-ANT                   TO DESOFI
           MOVE DESCRI   OF  REG-CCACODPRO   TO NOMPRO OF PSUBT1-O
           MOVE NOMSUC   OF  PLTSUCURS       TO DESSUC
           WRITE PRTREC  FORMAT IS "PSUBT1"
           ADD  6                         TO WRK-LINEA.
      *----------------------------------------------------------------
      *HH  EL NOMBRE DE LA AGENCIA VIENE EN EL EXTRACTO; EN BLANCO SI
      *HH  LA AGENCIA NO EXISTE EN PLTAGCORI.
       0050-DESCRI-AGENCIA.
HH         IF NOMAGC-ANT = SPACES
                MOVE " AGENCIA NO EXISTE "
HH                                        TO NOMAGC-ANT.
      *----------------------------------------------------------------
       0050-DESCRI-CODPRO.
           MOVE CODPRO-ANT                TO CODPRO OF CCACODPRO
           ADD  DEP72      OF REG-MAESTR   TO WRK-SBT72H
           MOVE SALCON     OF REG-MAESTR   TO SLDPOT
           ADD  SALCON     OF REG-MAESTR   TO WRK-SBTPOT
HH         ADD  1                          TO CRU-CANCTA
HH         ADD  SALACT     OF REG-MAESTR   TO CRU-SALACT
HH         ADD  SALCON     OF REG-MAESTR   TO CRU-SALCON
HH         ADD  DEP24      OF REG-MAESTR   TO CRU-DEP24
HH         ADD  DEP48      OF REG-MAESTR   TO CRU-DEP48
HH         ADD  DEP72      OF REG-MAESTR   TO CRU-DEP72
      *OJO CON LAS OBSERVACIONES.
           MOVE SPACES                     TO OBSERV
                FLGEMB   FLGBLO   FLGINA   FLGFAL   FLGINV
           MOVE 60                        TO WRK-LINEA.
      *----------------------------------------------------------------
       ABRIR-IMPRESION.
HH         MOVE SUCAGC-ANT                TO CODSUC OF PLTSUCURS.
           MOVE ZEROS TO W-EXISTE-PLTSUCURS
           MOVE PA-CODEMP                 TO CODEMP OF PLTSUCURS
           READ PLTSUCURS INVALID KEY
           MOVE 20                 TO W-LNGCMD
           CLOSE CCA690IA
           CALL "QCMDEXC"          USING W-DLTOVR-PRT , W-LNGCMD.
HH         PERFORM DISTRIBUIR-REPORTE.
      *----------------------------------------------------------------
       9999-TERMINAR.
           PERFORM  0210-ESCRIBIR-PIE
                                             WRK-SBTPOT    WRK-SBT72H
      *    PERFORM  0300-ESCRIBIR-FOOTER
           PERFORM  CERRAR-IMPRESION
HH         IF WRK-FECHA-PARA > ZEROS
HH            PERFORM GRABAR-CCAREPCRU
HH         END-IF
HH         CLOSE CCAMAEREP   PLTFECHAS    CCAREPCRU
                 PLTSUCURS   CCACODPRO
           STOP RUN.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      *HH  TOTALES GENERALES DEL REPORTE PARA EL CRUCE CON EL EXTRACTO
      *HH  (CCA594). CADA MODALIDAD DEJA SU PROPIO REGISTRO: CCA690A
      *HH  LAS ACTIVAS Y CCA690C LAS DE CUSTODIA.
HH     GRABAR-CCAREPCRU.
HH         MOVE WRK-FECHA-PARA            TO FECPRO OF REG-REPCRU
HH         IF ES-ACTIVA
HH            MOVE "CCA690A"              TO PROGRA OF REG-REPCRU
HH         ELSE
HH            MOVE "CCA690C"              TO PROGRA OF REG-REPCRU
HH         END-IF
HH         MOVE "NO"                      TO CTL-CCAREPCRU
HH         READ CCAREPCRU      INVALID KEY
HH              MOVE "SI"                 TO CTL-CCAREPCRU.
HH         MOVE CRU-CANCTA                TO CANCTA OF REG-REPCRU
HH         MOVE ZEROS                     TO CANBAJ OF REG-REPCRU
HH                                           SALULR OF REG-REPCRU
HH                                           SALPUR OF REG-REPCRU
HH                                           CANMOV OF REG-REPCRU
HH                                           VLRDEB OF REG-REPCRU
HH                                           VLRCRE OF REG-REPCRU
HH                                           CANINV OF REG-REPCRU
HH         MOVE CRU-SALACT                TO SALACT OF REG-REPCRU
HH         MOVE CRU-SALCON                TO SALCON OF REG-REPCRU
HH         MOVE CRU-DEP24                 TO DEP24  OF REG-REPCRU
HH         MOVE CRU-DEP48                 TO DEP48  OF REG-REPCRU
HH         MOVE CRU-DEP72                 TO DEP72  OF REG-REPCRU
HH         ACCEPT HORGRA OF REG-REPCRU  FROM TIME
HH         IF SI-ERROR-CCAREPCRU
HH            WRITE REG-REPCRU
HH         ELSE
HH            REWRITE REG-REPCRU.
      *----------------------------------------------------------------
      *HH  CADA AGENCIA SALE EN SU PROPIO SPOOL (SPLFNAME CASALA/CASALI
      *HH  + AGENCIA): EL SPOOL COMPLETO ES DE LA AGENCIA Y, CERRADO,
      *HH  CCA679 LO ARCHIVA Y LO ENTREGA EN SU CARPETA.
      *----------------------------------------------------------------
HH     DISTRIBUIR-REPORTE.
HH         IF ES-ACTIVA
HH            MOVE "CCA690R1"          TO PC679-NOMREP
HH         ELSE
HH            MOVE "CCA690R2"          TO PC679-NOMREP
HH         END-IF
HH         MOVE SPACES                  TO PC679-SPOOL
HH         STRING W-NOMSPL W-NOMCOR  DELIMITED BY SIZE
HH           INTO PC679-SPOOL
HH         END-STRING
HH         MOVE AGENCIA-ANT             TO PC679-AGCCTA
HH         MOVE 1                       TO PC679-PAGINA
HH         MOVE "A"                     TO PC679-ACCION
HH         CALL "CCA679"             USING PC679-ACCION PC679-NOMREP
HH                                         PC679-SPOOL  PC679-AGCCTA
HH                                         PC679-PAGINA PC679-RETCOD
HH         MOVE "C"                     TO PC679-ACCION
HH         CALL "CCA679"             USING PC679-ACCION PC679-NOMREP
HH                                         PC679-SPOOL  PC679-AGCCTA
HH                                         PC679-PAGINA PC679-RETCOD.
      *----------------------------------------------------------------
