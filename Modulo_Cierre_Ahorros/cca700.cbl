       DATE-WRITTEN.  97/10/15.
      ******************************************************************
      * FUNCION: REP. SALDOS DE CUENTAS.                               *
HH    *          EL NOMBRE DE LA CUENTA SE TOMA DEL EXTRACTO CCAMAEREP *
HH    *          QUE DEJA CCA593; LOS TOTALES Y LAS CUENTAS QUE NO     *
HH    *          ESTAN EN EL EXTRACTO QUEDAN EN CCAREPCRU PARA EL      *
HH    *          CRUCE DE CCA594.                                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY
               FILE STATUS     IS FILSTAT.
      *
HH         SELECT CCAMAEREP
HH             ASSIGN          TO DATABASE-CCAMAEREP
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
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
       01  REG-TABTR.
           COPY DDS-ALL-FORMATS        OF CCACODTRN.
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
           03  CODPRO-ANT              PIC  9(003)        VALUE ZEROS.
           03  AGCCTA-ANT              PIC  9(005)        VALUE ZEROS.
           03  CTANRO-ANT              PIC  9(017)        VALUE ZEROS.
      *
      *HH  TOTALES GENERALES PARA EL CRUCE CON EL EXTRACTO (CCA594).
HH     01  TOTALES-CRUCE.
HH         03  CRU-CANMOV              PIC  9(009)        VALUE ZEROS.
HH         03  CRU-VLRDEB              PIC S9(015)V99     VALUE ZEROS.
HH         03  CRU-VLRCRE              PIC S9(015)V99     VALUE ZEROS.
HH         03  CRU-CANINV              PIC  9(009)        VALUE ZEROS.
       01  W-EXISTE-PLTSUCURS          PIC 9 VALUE ZEROS.
           88 NO-EXISTE-PLTSUCURS      VALUE 1.
           88 SI-EXISTE-PLTSUCURS      VALUE 0.
           03  CTL-CCAMOVIM            PIC  X(002)        VALUE "NO".
               88  FIN-CCAMOVIM                           VALUE "SI".
               88  NO-FIN-CCAMOVIM                        VALUE "NO".
HH         03  CTL-CCAREPCRU           PIC  X(002)        VALUE "NO".
HH             88  SI-ERROR-CCAREPCRU                     VALUE "SI".
      * -----------------------------------------
       01  W-CUENTA PIC 9(12) VALUE ZEROS.
       01  FILLER REDEFINES W-CUENTA.
           MOVE IND-USER                  TO FLG-USERID
           MOVE EQUIPO                    TO WRK-NOM-SUC
           OPEN INPUT   CCAMOVIM     PLTFECHAS     PLTAGCORI
HH                      CCACODTRN    CCAMAEREP     PLTSUCURS
HH         OPEN I-O     CCAREPCRU
      *    OPEN OUTPUT  CCA700IA
           CALL "CCA501" USING LK-CCAPARGEN
           MOVE LK-NOMEMP                 TO WRK-EMPRESA
           MOVE CODTRA     OF REG-MOVIM   TO CODMVT
           PERFORM  0130-LEER-CODIGO
           MOVE NOLTRA     OF REG-TABTR   TO DESMOV
HH         ADD  1                         TO CRU-CANMOV
           IF DEBCRE  OF REG-TABTR = 1
              ADD  IMPORT  OF REG-MOVIM   TO WRK-SBTDB
HH            ADD  IMPORT  OF REG-MOVIM   TO CRU-VLRDEB
           ELSE
              ADD  IMPORT  OF REG-MOVIM   TO WRK-SBTCR
HH            ADD  IMPORT  OF REG-MOVIM   TO CRU-VLRCRE.
           WRITE PRTREC  FORMAT IS "PDETAIL"
           ADD  1                         TO WRK-LINEA.
      *----------------------------------------------------------------
                                             CODSIS-ANT
           MOVE CODPRO     OF REG-MOVIM   TO CODPRO    OF REG-MAESTR
                                             CODPRO-ANT
      *HH  UNA CUENTA CON MOVIMIENTO QUE NO ESTA EN EL EXTRACTO SE
      *HH  CUENTA PARA EL CRUCE: EL EXTRACTO NO CORRESPONDE AL DIA.
HH         READ CCAMAEREP   INVALID KEY
              MOVE "CUENTA INVALIDA"      TO DESCRI    OF REG-MAESTR
HH            ADD  1                      TO CRU-CANINV.
      *----------------------------------------------------------------
       0130-LEER-CODIGO.
           MOVE CODTRA     OF REG-MOVIM   TO CODTRA    OF REG-TABTR
           END-IF
      *    PERFORM  0220-ACUMULAR-TOTAL
      *    PERFORM  0300-ESCRIBIR-FOOTER
HH         IF WRK-FECHA-PARA > ZEROS
HH            PERFORM GRABAR-CCAREPCRU
HH         END-IF
           CLOSE CCAMOVIM   PLTFECHAS    PLTAGCORI     CCA700IA
HH               CCACODTRN  CCAMAEREP    PLTSUCURS     CCAREPCRU
           STOP RUN.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      *HH  TOTALES GENERALES DEL REPORTE PARA EL CRUCE CON EL EXTRACTO
      *HH  (CCA594).
HH     GRABAR-CCAREPCRU.
HH         MOVE WRK-FECHA-PARA            TO FECPRO OF REG-REPCRU
HH         MOVE "CCA700"                  TO PROGRA OF REG-REPCRU
HH         MOVE "NO"                      TO CTL-CCAREPCRU
HH         READ CCAREPCRU      INVALID KEY
HH              MOVE "SI"                 TO CTL-CCAREPCRU.
HH         INITIALIZE REGREPCRU
HH         MOVE WRK-FECHA-PARA            TO FECPRO OF REG-REPCRU
HH         MOVE "CCA700"                  TO PROGRA OF REG-REPCRU
HH         MOVE CRU-CANMOV                TO CANMOV OF REG-REPCRU
HH         MOVE CRU-VLRDEB                TO VLRDEB OF REG-REPCRU
HH         MOVE CRU-VLRCRE                TO VLRCRE OF REG-REPCRU
HH         MOVE CRU-CANINV                TO CANINV OF REG-REPCRU
HH         ACCEPT HORGRA OF REG-REPCRU  FROM TIME
HH         IF SI-ERROR-CCAREPCRU
HH            WRITE REG-REPCRU
HH         ELSE
HH            REWRITE REG-REPCRU.
      *----------------------------------------------------------------
