       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------
      * Material Bajo Licencia de Taylor & Johnson Ltda.              |
      * Copyright : TAYLOR & JOHNSON 1996, 1999, 2000, 2001, 2002     |
      *             Todos los Derechos Reservados                     |
      *----------------------------------------------------------------
      * Derechos Restringidos para los usuarios, el uso, la duplica-  |
      * cion o publicacion quedan sujetos al contrato con Taylor &    |
      * Johnson                                                       |
      *----------------------------------------------------------------
       PROGRAM-ID.    CCA589.
      ******************************************************************
      * FUNCION: AVISO PREVIO AL CLIENTE DE LAS BAJAS DE TASA. CORRE   *
      *          EN LA CADENA NOCTURNA DESPUES DE CCA789 Y ANTES DE LA *
      *          CAUSACION (CCA601):                                   *
      *          - TOMA DEL HISTORICO CCATASAHIS LOS PLANES ACTIVOS    *
      *            AUN NO REVISADOS (INDAVI EN BLANCO) QUE ENTRAN A    *
      *            REGIR HOY O DESPUES, Y PARA CADA UNO EL PLAN QUE    *
      *            REEMPLAZA (EL ACTIVO ANTERIOR DEL PRODUCTO O, SIN   *
      *            HISTORICO, EL PLAN DEL MAESTRO DE LA CUENTA).       *
      *          - POR CADA CUENTA ACTIVA DEL PRODUCTO LIQUIDA CON     *
      *            CCA492 LA TASA EFECTIVA VIEJA Y LA NUEVA SOBRE EL   *
      *            SALDO ACTUAL. SI LA NUEVA ES MENOR LA CUENTA QUEDA  *
      *            AVISADA EN CCAAVITAS (DE DONDE SALE EL INSERTO DEL  *
      *            EXTRACTO, CCA730) Y SE EMITE EL EVENTO AL CLIENTE   *
      *            EN CCAEVTNOT. LAS CUENTAS CON AHORRO PROGRAMADO     *
      *            ACTIVO CAUSAN CON EL PLAN DE CCAPLANAH Y NO SE      *
      *            AVISAN.                                             *
      *          - EL PLAN QUE BAJA LA TASA A ALGUNA CUENTA QUEDA      *
      *            MARCADO (INDAVI = D) CON LA FECHA DEL AVISO Y LA    *
      *            PRIMERA FECHA EN QUE PUEDE APLICARSE: LA MAYOR      *
      *            ENTRE SU VIGENCIA Y EL AVISO MAS LOS DIAS MINIMOS   *
      *            DE LA TABLA 82 REGISTRO 0 (POR OMISION 30). LA      *
      *            CAUSACION NO APLICA ESE PLAN ANTES DE ESA FECHA.    *
      *            LOS DEMAS QUEDAN REVISADOS SIN AVISO (INDAVI = S).  *
      *          - LISTA CADA PLAN REVISADO EN CCA589R.                *
      ******************************************************************
       AUTHOR.        H.H.D.
       DATE-WRITTEN.  OCTUBRE/2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
      *                                                                *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           SELECT CCATASAHIS
               ASSIGN          TO DATABASE-CCATASAHIS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAMAEAHO
               ASSIGN          TO DATABASE-CCAMAEAHO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAPLANAH
               ASSIGN          TO DATABASE-CCAPLANAH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAAVITAS
               ASSIGN          TO DATABASE-CCAAVITAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAEVTNOT
               ASSIGN          TO DATABASE-CCAEVTNOT
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCATABLAS
               ASSIGN          TO DATABASE-CCATABLAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA589R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCATASAHIS
           LABEL RECORDS ARE STANDARD.
       01  REG-TASAHIS.
           COPY DDS-ALL-FORMATS OF CCATASAHIS.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
       FD  CCAPLANAH
           LABEL RECORDS ARE STANDARD.
       01  REG-PLANAH.
           COPY DDS-ALL-FORMATS OF CCAPLANAH.
      *
       FD  CCAAVITAS
           LABEL RECORDS ARE STANDARD.
       01  REG-AVITAS.
           COPY DDS-ALL-FORMATS OF CCAAVITAS.
      *
       FD  CCAEVTNOT
           LABEL RECORDS ARE STANDARD.
       01  REG-EVTNOT.
           COPY DDS-ALL-FORMATS OF CCAEVTNOT.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  REPORTE
           LABEL RECORDS ARE OMITTED.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA589R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * DIAS MINIMOS DE AVISO (TABLA 82 REGISTRO 0) Y CODIGO DEL
      * EVENTO AL CLIENTE (TABLA 82 REGISTRO 1).
       77  W-DIAAVI                    PIC 9(05) VALUE 30.
       77  W-CODEVE                    PIC 9(02) VALUE 20.
       77  W-FECMIN                    PIC 9(08) VALUE ZEROS.
      *
       77  W-CANAVI                    PIC 9(07) VALUE ZEROS.
       77  W-CANBAJ                    PIC 9(05) VALUE ZEROS.
       77  W-CODPRO-ANT                PIC 9(03) VALUE ZEROS.
       77  W-PLNANT                    PIC 9(05) VALUE ZEROS.
       77  W-TASANT                    PIC 9(04)V9(07) VALUE ZEROS.
       77  W-TASNVA                    PIC 9(04)V9(07) VALUE ZEROS.
       77  W-TASANT-DSP                PIC ZZZ9.9999 VALUE ZEROS.
       77  W-TASNVA-DSP                PIC ZZZ9.9999 VALUE ZEROS.
       77  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *
      * PLANES POR REVISAR EN LA CORRIDA (HASTA 50).
       77  W-CANPLN                    PIC 9(02) VALUE ZEROS.
       77  W-IXP                       PIC 9(02) VALUE ZEROS.
       01  TABLA-PLANES.
           05  PLN-ENT                 OCCURS 50 TIMES.
               10  PLN-CODPRO          PIC 9(03).
               10  PLN-FECVIG          PIC 9(08).
               10  PLN-PLNINT          PIC 9(05).
               10  PLN-PLNANT          PIC 9(05).
               10  PLN-FECAPL          PIC 9(08).
               10  PLN-CANCTA          PIC 9(07).
               10  PLN-CANAVI          PIC 9(07).
      *
       01  CONTROLES.
           05  CTL-CCATASAHIS          PIC X(02) VALUE "NO".
               88  FIN-CCATASAHIS                VALUE "SI".
               88  NO-FIN-CCATASAHIS             VALUE "NO".
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                 VALUE "SI".
               88  NO-FIN-CCAMAEAHO              VALUE "NO".
           05  CTL-CCAPLANAH           PIC X(02) VALUE "NO".
               88  ERROR-CCAPLANAH               VALUE "SI".
               88  NO-ERROR-CCAPLANAH            VALUE "NO".
           05  CTL-PLANAH-LEIDO        PIC X(02) VALUE "NO".
               88  PLANAH-LEIDO                  VALUE "SI".
           05  CTL-CCATABLAS           PIC X(02) VALUE "NO".
               88  ERROR-CCATABLAS               VALUE "SI".
               88  NO-ERROR-CCATABLAS            VALUE "NO".
           05  CTL-PLAN                PIC X(02) VALUE "NO".
               88  ERROR-PLAN                    VALUE "SI".
               88  NO-ERROR-PLAN                 VALUE "NO".
      *
      * VARIABLES RUTINA CALCULO INTERESES (CCA492, COMO CCA601).
       01  PAR-CCA492.
           05  P492-CODPRO             PIC 9(03)       .
           05  P492-PLNINT             PIC 9(05)       .
           05  P492-FORIGE             PIC 9(08)       .
           05  P492-NROPER             PIC 9(04)       .
           05  P492-SALACT             PIC S9(13)V99   .
           05  P492-PUNADI             PIC S9(03)V9(04).
           05  P492-TIPOPR             PIC 9(01)       .
           05  P492-INTERES            PIC S9(13)V99   .
           05  P492-EQUEFE             PIC 9(04)V9(07) .
           05  P492-EQUDIA             PIC 9(04)V9(07) .
           05  P492-RETENCI            PIC S9(13)V99   .
           05  P492-RETCOD             PIC 9(02)       .
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA589".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
           COPY PLT219  OF CCACPY.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM CARGAR-PLAN UNTIL FIN-CCATASAHIS.
           IF W-CANPLN > ZEROS
              PERFORM LEER-CCAMAEAHO
              PERFORM AVISAR-CUENTA UNTIL FIN-CCAMAEAHO
              PERFORM MARCAR-PLAN VARYING W-IXP FROM 1 BY 1
                                  UNTIL W-IXP > W-CANPLN
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN I-O    CCATASAHIS CCAAVITAS.
           OPEN INPUT  CCAMAEAHO CCAPLANAH CCATABLAS.
      *    EL ARCHIVO DE EVENTOS LO ABRE NUEVO CCA789 CADA NOCHE;
      *    LOS AVISOS SE AGREGAN A LO QUE EL DEJO.
           OPEN EXTEND CCAEVTNOT.
           OPEN OUTPUT REPORTE.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           MOVE "NO"  TO CTL-CCATABLAS
           MOVE 82    TO CODTAB OF ZONA-CCATABLAS
           MOVE 0     TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS INVALID KEY
                MOVE "SI" TO CTL-CCATABLAS
           END-READ
           IF NO-ERROR-CCATABLAS AND CAMPO1 OF ZONA-CCATABLAS > ZEROS
              MOVE CAMPO1 OF ZONA-CCATABLAS TO W-DIAAVI
           END-IF
           MOVE "NO"  TO CTL-CCATABLAS
           MOVE 82    TO CODTAB OF ZONA-CCATABLAS
           MOVE 1     TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS INVALID KEY
                MOVE "SI" TO CTL-CCATABLAS
           END-READ
           IF NO-ERROR-CCATABLAS AND CAMPO1 OF ZONA-CCATABLAS > ZEROS
              MOVE CAMPO1 OF ZONA-CCATABLAS TO W-CODEVE
           END-IF
      *    PRIMERA FECHA EN QUE UN AVISO DADO HOY QUEDA CUMPLIDO.
           MOVE LK-FECHA-HOY TO LK219-FECHA1
           MOVE ZEROS        TO LK219-FECHA2 LK219-FECHA3
           MOVE 1            TO LK219-TIPFMT
           MOVE 2            TO LK219-BASCLC
           MOVE W-DIAAVI     TO LK219-NRODIA
           MOVE 1            TO LK219-INDDSP
           MOVE 9            TO LK219-DIASEM
           MOVE 3            TO LK219-TIPOPR
           PERFORM CALL-PLT219
           MOVE LK219-FECHA3 TO W-FECMIN
           INITIALIZE CCA589R-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF REPORTE-REG
           MOVE W-DIAAVI     TO DIAAVI OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "HEADER"
           MOVE ZEROS        TO CODPRO OF REG-TASAHIS
                                FECVIG OF REG-TASAHIS
           START CCATASAHIS KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCATASAHIS
           END-START.
      *----------------------------------------------------------------
      * EL HISTORICO SE RECORRE EN ORDEN DE PRODUCTO Y VIGENCIA: EL
      * ULTIMO PLAN ACTIVO LEIDO DEL PRODUCTO ES EL QUE REEMPLAZA AL
      * SIGUIENTE.
      *----------------------------------------------------------------
       CARGAR-PLAN.
           READ CCATASAHIS NEXT RECORD AT END
                MOVE "SI" TO CTL-CCATASAHIS
           END-READ
           IF NO-FIN-CCATASAHIS
              IF CODPRO OF REG-TASAHIS NOT = W-CODPRO-ANT
                 MOVE CODPRO OF REG-TASAHIS TO W-CODPRO-ANT
                 MOVE ZEROS                 TO W-PLNANT
              END-IF
              IF ESTADO OF REG-TASAHIS = "A"
                 IF INDAVI OF REG-TASAHIS = SPACES
                 AND FECVIG OF REG-TASAHIS NOT < LK-FECHA-HOY
                 AND W-CANPLN < 50
                    PERFORM AGREGAR-PLAN
                 END-IF
                 MOVE PLNINT OF REG-TASAHIS TO W-PLNANT
              END-IF
           END-IF.
      *----------------------------------------------------------------
       AGREGAR-PLAN.
           ADD 1 TO W-CANPLN
           MOVE CODPRO OF REG-TASAHIS TO PLN-CODPRO (W-CANPLN)
           MOVE FECVIG OF REG-TASAHIS TO PLN-FECVIG (W-CANPLN)
           MOVE PLNINT OF REG-TASAHIS TO PLN-PLNINT (W-CANPLN)
           MOVE W-PLNANT              TO PLN-PLNANT (W-CANPLN)
           IF FECVIG OF REG-TASAHIS > W-FECMIN
              MOVE FECVIG OF REG-TASAHIS TO PLN-FECAPL (W-CANPLN)
           ELSE
              MOVE W-FECMIN              TO PLN-FECAPL (W-CANPLN)
           END-IF
           MOVE ZEROS TO PLN-CANCTA (W-CANPLN)
                         PLN-CANAVI (W-CANPLN).
      *----------------------------------------------------------------
       AVISAR-CUENTA.
           IF INDBAJ OF REG-MAESTR = ZEROS
              MOVE "NO" TO CTL-PLANAH-LEIDO
              PERFORM REVISAR-PLAN-CUENTA VARYING W-IXP FROM 1 BY 1
                                          UNTIL W-IXP > W-CANPLN
           END-IF
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
       REVISAR-PLAN-CUENTA.
           IF PLN-CODPRO (W-IXP) = CODPRO OF REG-MAESTR
              IF NOT PLANAH-LEIDO
                 PERFORM LEER-CCAPLANAH
              END-IF
              IF ERROR-CCAPLANAH
                 ADD 1 TO PLN-CANCTA (W-IXP)
                 PERFORM COMPARAR-TASAS
                 IF W-TASNVA < W-TASANT
                    PERFORM GRABAR-AVISO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * UNA CUENTA CON AHORRO PROGRAMADO ACTIVO CAUSA CON EL PLAN DEL
      * PROGRAMA (VER CCA601), NO CON EL HISTORICO DEL PRODUCTO.
      *----------------------------------------------------------------
       LEER-CCAPLANAH.
           MOVE "SI"                 TO CTL-PLANAH-LEIDO
           MOVE "NO"                 TO CTL-CCAPLANAH
           MOVE CODMON OF REG-MAESTR TO CODMON OF REG-PLANAH
           MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-PLANAH
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-PLANAH
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-PLANAH
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-PLANAH
           READ CCAPLANAH INVALID KEY
                MOVE "SI" TO CTL-CCAPLANAH
           END-READ
           IF NO-ERROR-CCAPLANAH
              IF ESTADO OF REG-PLANAH NOT = "A"
                 MOVE "SI" TO CTL-CCAPLANAH
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * TASA EFECTIVA ANUAL VIEJA Y NUEVA SOBRE EL SALDO DE HOY, CON
      * LOS PUNTOS ADICIONALES DE LA CUENTA.
      *----------------------------------------------------------------
       COMPARAR-TASAS.
           IF PLN-PLNANT (W-IXP) > ZEROS
              MOVE PLN-PLNANT (W-IXP)   TO P492-PLNINT
           ELSE
              MOVE PLNINT OF REG-MAESTR TO P492-PLNINT
           END-IF
           PERFORM LIQUIDAR-TASA
           MOVE P492-EQUEFE             TO W-TASANT
           MOVE PLN-PLNINT (W-IXP)      TO P492-PLNINT
           PERFORM LIQUIDAR-TASA
           MOVE P492-EQUEFE             TO W-TASNVA
           IF P492-RETCOD NOT = ZEROS
              MOVE W-TASANT             TO W-TASNVA
           END-IF.
      *----------------------------------------------------------------
       LIQUIDAR-TASA.
           MOVE CODPRO OF REG-MAESTR    TO P492-CODPRO
           MOVE PLN-FECVIG (W-IXP)      TO P492-FORIGE
           MOVE 1                       TO P492-NROPER
           MOVE SALACT OF REG-MAESTR    TO P492-SALACT
           MOVE PUNADI OF REG-MAESTR    TO P492-PUNADI
           MOVE 1                       TO P492-TIPOPR
           MOVE ZEROS                   TO P492-INTERES
                                           P492-EQUEFE
                                           P492-EQUDIA
                                           P492-RETENCI
                                           P492-RETCOD
           CALL "CCA492" USING PAR-CCA492.
      *----------------------------------------------------------------
      * EL AVISO SE REGISTRA UNA SOLA VEZ POR CUENTA Y PLAN: SI LA
      * CADENA SE RESUME, EL YA REGISTRADO NO VUELVE A EMITIR EVENTO.
      *----------------------------------------------------------------
       GRABAR-AVISO.
           INITIALIZE REGAVITAS
           MOVE CODMON OF REG-MAESTR    TO CODMON OF REG-AVITAS
           MOVE CODSIS OF REG-MAESTR    TO CODSIS OF REG-AVITAS
           MOVE CODPRO OF REG-MAESTR    TO CODPRO OF REG-AVITAS
           MOVE AGCCTA OF REG-MAESTR    TO AGCCTA OF REG-AVITAS
           MOVE CTANRO OF REG-MAESTR    TO CTANRO OF REG-AVITAS
           MOVE PLN-FECVIG (W-IXP)      TO FECVIG OF REG-AVITAS
           MOVE NITCTA OF REG-MAESTR    TO NITCTA OF REG-AVITAS
           MOVE PLN-PLNINT (W-IXP)      TO PLNINT OF REG-AVITAS
           IF PLN-PLNANT (W-IXP) > ZEROS
              MOVE PLN-PLNANT (W-IXP)   TO PLNANT OF REG-AVITAS
           ELSE
              MOVE PLNINT OF REG-MAESTR TO PLNANT OF REG-AVITAS
           END-IF
           MOVE SALACT OF REG-MAESTR    TO SALACT OF REG-AVITAS
           MOVE W-TASANT                TO TASANT OF REG-AVITAS
           MOVE W-TASNVA                TO TASNVA OF REG-AVITAS
           MOVE LK-FECHA-HOY            TO FECAVI OF REG-AVITAS
           MOVE PLN-FECAPL (W-IXP)      TO FECAPL OF REG-AVITAS
           WRITE REG-AVITAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO PLN-CANAVI (W-IXP)
                             W-CANAVI
                    PERFORM EMITIR-EVENTO
           END-WRITE.
      *----------------------------------------------------------------
      * EL AVISO ES OBLIGATORIO: SALE AUNQUE EL CLIENTE HAYA PEDIDO NO
      * RECIBIR AVISOS (CCAEVTPRF SOLO APLICA A LAS ALERTAS DE CCA789).
      *----------------------------------------------------------------
       EMITIR-EVENTO.
           MOVE W-TASANT TO W-TASANT-DSP
           MOVE W-TASNVA TO W-TASNVA-DSP
           INITIALIZE REGEVTNOT
           MOVE NITCTA OF REG-MAESTR    TO NITCTA OF REG-EVTNOT
           MOVE CODMON OF REG-MAESTR    TO CODMON OF REG-EVTNOT
           MOVE CODSIS OF REG-MAESTR    TO CODSIS OF REG-EVTNOT
           MOVE CODPRO OF REG-MAESTR    TO CODPRO OF REG-EVTNOT
           MOVE AGCCTA OF REG-MAESTR    TO AGCCTA OF REG-EVTNOT
           MOVE CTANRO OF REG-MAESTR    TO CTANRO OF REG-EVTNOT
           MOVE W-CODEVE                TO CODEVE OF REG-EVTNOT
           STRING "TASA" W-TASANT-DSP " A" W-TASNVA-DSP
                  " DESDE " PLN-FECAPL (W-IXP)
                  DELIMITED BY SIZE
                  INTO DESEVE OF REG-EVTNOT
           MOVE SALACT OF REG-MAESTR    TO IMPORT OF REG-EVTNOT
           MOVE LK-FECHA-HOY            TO FECEVE OF REG-EVTNOT
           WRITE REG-EVTNOT.
      *----------------------------------------------------------------
      * EL PLAN QUEDA REVISADO: CON AVISOS, DIFERIDO HASTA QUE SE
      * CUMPLAN LOS DIAS MINIMOS; SIN AVISOS, RIGE EN SU VIGENCIA.
      *----------------------------------------------------------------
       MARCAR-PLAN.
           MOVE PLN-CODPRO (W-IXP) TO CODPRO OF REG-TASAHIS
           MOVE PLN-FECVIG (W-IXP) TO FECVIG OF REG-TASAHIS
           MOVE "NO"               TO CTL-PLAN
           READ CCATASAHIS INVALID KEY
                MOVE "SI" TO CTL-PLAN
           END-READ
           IF NO-ERROR-PLAN
              IF PLN-CANAVI (W-IXP) > ZEROS
                 MOVE "D"                 TO INDAVI OF REG-TASAHIS
                 MOVE LK-FECHA-HOY        TO FECAVI OF REG-TASAHIS
                 MOVE PLN-FECAPL (W-IXP)  TO FECAPL OF REG-TASAHIS
                 ADD 1                    TO W-CANBAJ
              ELSE
                 MOVE "S"                 TO INDAVI OF REG-TASAHIS
                 MOVE ZEROS               TO FECAVI OF REG-TASAHIS
                 MOVE PLN-FECVIG (W-IXP)  TO FECAPL OF REG-TASAHIS
              END-IF
              REWRITE REG-TASAHIS
              INITIALIZE CCA589R-PLAN
              MOVE PLN-CODPRO (W-IXP)   TO CODPRO OF CCA589R-PLAN
              MOVE PLN-FECVIG (W-IXP)   TO FECVIG OF CCA589R-PLAN
              MOVE PLN-PLNANT (W-IXP)   TO PLNANT OF CCA589R-PLAN
              MOVE PLN-PLNINT (W-IXP)   TO PLNINT OF CCA589R-PLAN
              MOVE FECAPL OF REG-TASAHIS TO FECAPL OF CCA589R-PLAN
              MOVE PLN-CANCTA (W-IXP)   TO CANCTA OF CCA589R-PLAN
              MOVE PLN-CANAVI (W-IXP)   TO CANAVI OF CCA589R-PLAN
              MOVE INDAVI OF REG-TASAHIS TO INDAVI OF CCA589R-PLAN
              WRITE REPORTE-REG FORMAT IS "PLAN"
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-TOTALES.
           INITIALIZE CCA589R-TOTALES
           MOVE W-CANPLN          TO CANPLN OF CCA589R-TOTALES
           MOVE W-CANBAJ          TO CANBAJ OF CCA589R-TOTALES
           MOVE W-CANAVI          TO CANAVI OF CCA589R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES".
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMAEAHO.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       CALL-PLT219.
           CALL "PLT219" USING PA-CODEMP
                         LK219-FECHA1
                         LK219-FECHA2
                         LK219-FECHA3
                         LK219-TIPFMT
                         LK219-BASCLC
                         LK219-NRODIA
                         LK219-INDDSP
                         LK219-DIASEM
                         LK219-NOMDIA
                         LK219-NOMMES
                         LK219-CODRET
                         LK219-MSGERR
                         LK219-TIPOPR.
      *----------------------------------------------------------------
       TERMINAR.
           PERFORM IMPRIMIR-TOTALES
           DISPLAY "CCA589 PLANES REVISADOS.......: " W-CANPLN
           DISPLAY "CCA589 PLANES CON BAJA DE TASA: " W-CANBAJ
           DISPLAY "CCA589 CUENTAS AVISADAS.......: " W-CANAVI
           MOVE W-CANAVI                TO PC504-CANTREG
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCATASAHIS CCAMAEAHO CCAPLANAH CCAAVITAS CCAEVTNOT
                 CCATABLAS REPORTE.
           STOP  RUN      .
