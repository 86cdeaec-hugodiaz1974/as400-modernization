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
       PROGRAM-ID.    CCA694.
      ******************************************************************
      * FUNCION: CUADRE CONTABLE DE LA CONCILIACION DE CAPITALIZACION  *
      *          (CCA693). CORRE EL DIA DE LIQUIDACION DESPUES DE      *
      *          CCA630.                                               *
      *          - POR AGENCIA SUMA EL INTERES Y LA RETENCION PAGADOS  *
      *            SEGUN CCACAPREC PARA LA FECHA DE LIQUIDACION.       *
      *          - LOS COMPARA CON LO CONTABILIZADO EN PLTTRNMON CON   *
      *            FECHA DEL FIN DE MES QUE CORTA: CREDITOS CON LOS    *
      *            CODIGOS DEL INTERES Y DEBITOS CON LOS DE LA         *
      *            RETENCION (CCATRAPRO LLEVADO A CODTRN POR           *
      *            CCACODTRN), POR AGENCIA DESTINO.                    *
      *          - REPORTE CCA694R CON LA DIFERENCIA POR AGENCIA Y EL  *
      *            TOTAL GENERAL.                                      *
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
           SELECT CCACAPREC
               ASSIGN          TO DATABASE-CCACAPREC
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCATRAPRO
               ASSIGN          TO DATABASE-CCATRAPRO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACODTRN
               ASSIGN          TO DATABASE-CCACODTRN
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT PLTTRNMON
               ASSIGN          TO DATABASE-PLTTRNMON
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA694R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCACAPREC
           LABEL RECORDS ARE STANDARD.
       01  REG-CAPREC.
           COPY DDS-ALL-FORMATS OF CCACAPREC.
      *
       FD  CCATRAPRO
           LABEL RECORDS ARE STANDARD.
       01  REG-TRAPRO.
           COPY DDS-ALL-FORMATS OF CCATRAPRO.
      *
       FD  CCACODTRN
           LABEL RECORDS ARE STANDARD.
       01  REG-CODTRN.
           COPY DDS-ALL-FORMATS OF CCACODTRN.
      *
       FD  PLTTRNMON
           LABEL RECORDS ARE STANDARD.
       01  REG-PLTTRNMON.
           COPY DDS-ALL-FORMATS OF PLTTRNMON.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA694R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  I                           PIC 9(04)          VALUE ZEROS.
       77  J                           PIC 9(04)          VALUE ZEROS.
       77  K                           PIC 9(04)          VALUE ZEROS.
       77  W-FECHALIQ                  PIC 9(08)          VALUE ZEROS.
      *
      * ALMACENA EL ULTIMO DIA CALENDARIO DEL MES QUE CORTA.
       01  W-FECHACTL-1                PIC 9(08)          VALUE ZEROS.
       01  R-FECHACTL-1                REDEFINES W-FECHACTL-1.
           05  ANO-CTL-1               PIC 9(04).
           05  MES-CTL-1               PIC 9(02).
           05  DIA-CTL-1               PIC 9(02).
      *
      * FECHA DE CONTROL.
       01  W-FECHACTL-0                PIC 9(08)          VALUE ZEROS.
       01  R-FECHACTL-0                REDEFINES W-FECHACTL-0.
           05  ANO-CTL-0               PIC 9(04).
           05  MES-CTL-0               PIC 9(02).
           05  DIA-CTL-0               PIC 9(02).
      *
      * CODIGOS DE CCATRAPRO (I = CREDITO DEL INTERES, R = DEBITO DE
      * LA RETENCION) Y SU CODIGO CONTABLE SEGUN CCACODTRN.
       77  W-CANCOD                    PIC 9(04)          VALUE ZEROS.
       77  W-GRUPO                     PIC 9(05)          VALUE ZEROS.
       77  W-TIPCOD                    PIC X(01)          VALUE SPACES.
       77  W-CODTRA                    PIC 9(05)          VALUE ZEROS.
       01  TABLA-CODIGOS.
           05  COD-ENT                 OCCURS 500 TIMES.
               10  COD-TIPO            PIC X(01).
               10  COD-CODTRA          PIC 9(05).
               10  COD-HALLADO         PIC 9(01).
      *
       77  W-CANMAP                    PIC 9(04)          VALUE ZEROS.
       77  W-CANSIN                    PIC 9(05)          VALUE ZEROS.
       01  TABLA-CONTABLE.
           05  MAP-ENT                 OCCURS 500 TIMES.
               10  MAP-TIPO            PIC X(01).
               10  MAP-CODSIS          PIC 9(03).
               10  MAP-CODPRO          PIC 9(03).
               10  MAP-CODTRN          PIC 9(05).
      *
      * ACUMULADO POR AGENCIA: CONCILIACION CONTRA CONTABILIDAD.
       77  W-CANAGE                    PIC 9(04)          VALUE ZEROS.
       01  W-CLAVE-AGE                 PIC 9(05)          VALUE ZEROS.
       01  TABLA-AGENCIAS.
           05  AGE-ENT                 OCCURS 501 TIMES.
               10  AGE-AGCCTA          PIC 9(05).
               10  AGE-CANCTA          PIC 9(07)     COMP-3.
               10  AGE-PAGINT          PIC S9(15)V99 COMP-3.
               10  AGE-CONINT          PIC S9(15)V99 COMP-3.
               10  AGE-PAGRET          PIC S9(15)V99 COMP-3.
               10  AGE-CONRET          PIC S9(15)V99 COMP-3.
      *
       01  W-TOTALES.
           05  W-TOT-CANCTA            PIC 9(09)          VALUE ZEROS.
           05  W-TOT-PAGINT            PIC S9(15)V99      VALUE ZEROS.
           05  W-TOT-CONINT            PIC S9(15)V99      VALUE ZEROS.
           05  W-TOT-PAGRET            PIC S9(15)V99      VALUE ZEROS.
           05  W-TOT-CONRET            PIC S9(15)V99      VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCACAPREC           PIC X(02) VALUE "NO".
               88  FIN-CCACAPREC                 VALUE "SI".
               88  NO-FIN-CCACAPREC              VALUE "NO".
           05  CTL-CCATRAPRO           PIC X(02) VALUE "NO".
               88  FIN-CCATRAPRO                 VALUE "SI".
               88  NO-FIN-CCATRAPRO              VALUE "NO".
           05  CTL-CCACODTRN           PIC X(02) VALUE "NO".
               88  FIN-CCACODTRN                 VALUE "SI".
               88  NO-FIN-CCACODTRN              VALUE "NO".
           05  CTL-PLTTRNMON           PIC X(02) VALUE "NO".
               88  FIN-PLTTRNMON                 VALUE "SI".
               88  NO-FIN-PLTTRNMON              VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY PARGEN  OF CCACPY.
           COPY FECHAS  OF CCACPY.
           COPY PLT219  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA694".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR-CAPREC UNTIL FIN-CCACAPREC.
           PERFORM PROCESAR-TRNMON UNTIL FIN-PLTTRNMON.
           PERFORM IMPRIMIR-AGENCIA VARYING I FROM 1 BY 1
                   UNTIL I > W-CANAGE.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCACAPREC CCATRAPRO CCACODTRN PLTTRNMON.
           OPEN OUTPUT REPORTE.
           PERFORM CALL-CCA500.
           PERFORM CALL-CCA501.
           MOVE LK-FECLIQ TO W-FECHALIQ.
           PERFORM CALCULAR-FIN-MES.
           INITIALIZE CCA694R-HEADER
           MOVE W-FECHALIQ   TO FECLIQ OF CCA694R-HEADER
           MOVE W-FECHACTL-1 TO FECCTL OF CCA694R-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF CCA694R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
           IF LK-FECHA-HOY > LK-FECLIQ
           AND LK-INDCIE = 1
              PERFORM CARGAR-CODIGOS
              PERFORM CARGAR-CONTABLE
              INITIALIZE REGCAPREC
              MOVE W-FECHALIQ TO FECLIQ OF REG-CAPREC
              START CCACAPREC KEY NOT < EXTERNALLY-DESCRIBED-KEY
                    INVALID KEY MOVE "SI" TO CTL-CCACAPREC
              END-START
              PERFORM LEER-CCACAPREC
              PERFORM LEER-PLTTRNMON
           ELSE
              DISPLAY "CCA694 HOY NO HAY LIQUIDACION, NO SE CUADRA"
              MOVE "SI" TO CTL-CCACAPREC
              MOVE "SI" TO CTL-PLTTRNMON
           END-IF.
      *----------------------------------------------------------------
      * CODIGOS DE LA PATA QUE AFECTA LA CUENTA (VER CCA693).
      *----------------------------------------------------------------
       CARGAR-CODIGOS.
           MOVE LK-TRAINT TO W-GRUPO
           MOVE "I"       TO W-TIPCOD
           PERFORM CARGAR-GRUPO
           MOVE LK-TRARET TO W-GRUPO
           MOVE "R"       TO W-TIPCOD
           PERFORM CARGAR-GRUPO.
      *----------------------------------------------------------------
       CARGAR-GRUPO.
           MOVE W-GRUPO TO CODPRO OF REG-TRAPRO
           MOVE ZEROS   TO PRODUC OF REG-TRAPRO
           MOVE "NO"    TO CTL-CCATRAPRO
           START CCATRAPRO KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCATRAPRO
           END-START
           PERFORM CARGAR-UN-CODIGO UNTIL FIN-CCATRAPRO.
      *----------------------------------------------------------------
       CARGAR-UN-CODIGO.
           READ CCATRAPRO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCATRAPRO
           END-READ
           IF NO-FIN-CCATRAPRO
              IF CODPRO OF REG-TRAPRO NOT = W-GRUPO
                 MOVE "SI" TO CTL-CCATRAPRO
              ELSE
                 IF W-TIPCOD = "I"
                    MOVE TRACRE OF REG-TRAPRO TO W-CODTRA
                 ELSE
                    MOVE TRADEB OF REG-TRAPRO TO W-CODTRA
                 END-IF
                 MOVE ZEROS TO K
                 PERFORM BUSCAR-CODTRA VARYING J FROM 1 BY 1
                         UNTIL J > W-CANCOD
                 IF K = ZEROS
                    IF W-CANCOD < 500
                       ADD 1 TO W-CANCOD
                       MOVE W-TIPCOD TO COD-TIPO    (W-CANCOD)
                       MOVE W-CODTRA TO COD-CODTRA  (W-CANCOD)
                       MOVE ZEROS    TO COD-HALLADO (W-CANCOD)
                    ELSE
                       DISPLAY "CCA694 TABLA DE CODIGOS LLENA, GRUPO "
                               W-GRUPO
                       MOVE "SI" TO CTL-CCATRAPRO
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-CODTRA.
           IF COD-TIPO (J) = W-TIPCOD
           AND COD-CODTRA (J) = W-CODTRA
              MOVE J TO K
           END-IF.
      *----------------------------------------------------------------
      * CCA630 CONTABILIZA CON EL CODTRN DE CCACODTRN DEL CODIGO DEL
      * MOVIMIENTO; EL CODIGO SIN FILA EN CCACODTRN NO SE CONTABILIZA
      * Y SE CUENTA EN EL TOTAL COMO CODIGO SIN MAPEO.
      *----------------------------------------------------------------
       CARGAR-CONTABLE.
           MOVE "NO" TO CTL-CCACODTRN
           PERFORM REVISAR-CODTRN UNTIL FIN-CCACODTRN
           PERFORM CONTAR-SIN-MAPEO VARYING J FROM 1 BY 1
                   UNTIL J > W-CANCOD.
      *----------------------------------------------------------------
       REVISAR-CODTRN.
           READ CCACODTRN NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACODTRN
           END-READ
           IF NO-FIN-CCACODTRN
              PERFORM MAPEAR-CODTRN VARYING J FROM 1 BY 1
                      UNTIL J > W-CANCOD
           END-IF.
      *----------------------------------------------------------------
       MAPEAR-CODTRN.
           IF COD-CODTRA (J) = CODTRA OF REG-CODTRN
              MOVE 1 TO COD-HALLADO (J)
              IF W-CANMAP < 500
                 ADD 1 TO W-CANMAP
                 MOVE COD-TIPO (J)          TO MAP-TIPO   (W-CANMAP)
                 MOVE CODSIS OF REG-CODTRN  TO MAP-CODSIS (W-CANMAP)
                 MOVE CODPRO OF REG-CODTRN  TO MAP-CODPRO (W-CANMAP)
                 MOVE CODTRN OF REG-CODTRN  TO MAP-CODTRN (W-CANMAP)
              ELSE
                 DISPLAY "CCA694 TABLA CONTABLE LLENA, CODIGO "
                         CODTRA OF REG-CODTRN
              END-IF
           END-IF.
      *----------------------------------------------------------------
       CONTAR-SIN-MAPEO.
           IF COD-HALLADO (J) = ZEROS
              ADD 1 TO W-CANSIN
              DISPLAY "CCA694 CODIGO SIN CCACODTRN: " COD-CODTRA (J)
           END-IF.
      *----------------------------------------------------------------
       PROCESAR-CAPREC.
           MOVE AGCCTA OF REG-CAPREC TO W-CLAVE-AGE
           PERFORM UBICAR-AGENCIA
           IF J NOT > W-CANAGE
              ADD 1                     TO AGE-CANCTA (J)
              ADD PAGINT OF REG-CAPREC  TO AGE-PAGINT (J)
              ADD PAGRET OF REG-CAPREC  TO AGE-PAGRET (J)
           END-IF
           ADD 1 TO PC504-CANTREG
           PERFORM LEER-CCACAPREC.
      *----------------------------------------------------------------
      * EL CREDITO DEL INTERES Y EL DEBITO DE LA RETENCION CON FECHA
      * DEL FIN DE MES QUE CORTA SON LO CONTABILIZADO DE LA
      * LIQUIDACION; SE ACUMULAN EN LA AGENCIA DESTINO.
      *----------------------------------------------------------------
       PROCESAR-TRNMON.
           IF FECPRO OF PLTTRNMON = W-FECHACTL-1
              MOVE SPACES TO W-TIPCOD
              PERFORM BUSCAR-CONTABLE VARYING K FROM 1 BY 1
                      UNTIL K > W-CANMAP
                      OR    W-TIPCOD NOT = SPACES
              IF W-TIPCOD NOT = SPACES
                 MOVE AGCDST OF PLTTRNMON TO W-CLAVE-AGE
                 PERFORM UBICAR-AGENCIA
                 IF J NOT > W-CANAGE
                    IF W-TIPCOD = "I"
                       ADD VLRTRN OF PLTTRNMON TO AGE-CONINT (J)
                    ELSE
                       ADD VLRTRN OF PLTTRNMON TO AGE-CONRET (J)
                    END-IF
                 END-IF
              END-IF
           END-IF
           PERFORM LEER-PLTTRNMON.
      *----------------------------------------------------------------
       BUSCAR-CONTABLE.
           IF MAP-CODSIS (K) = CODSIS OF PLTTRNMON
           AND MAP-CODPRO (K) = CODPRO OF PLTTRNMON
           AND MAP-CODTRN (K) = CODTRN OF PLTTRNMON
              IF MAP-TIPO (K) = "I"
              AND TIPMOV OF PLTTRNMON = 2
                 MOVE "I" TO W-TIPCOD
              END-IF
              IF MAP-TIPO (K) = "R"
              AND TIPMOV OF PLTTRNMON = 1
                 MOVE "R" TO W-TIPCOD
              END-IF
           END-IF.
      *----------------------------------------------------------------
       UBICAR-AGENCIA.
           MOVE 1 TO J
           PERFORM AVANZAR-J UNTIL J > W-CANAGE
                   OR AGE-AGCCTA (J) NOT < W-CLAVE-AGE
           IF J > W-CANAGE
           OR AGE-AGCCTA (J) NOT = W-CLAVE-AGE
              IF W-CANAGE < 500
                 PERFORM CORRER-AGENCIA VARYING K FROM W-CANAGE BY -1
                         UNTIL K < J
                 ADD 1 TO W-CANAGE
                 INITIALIZE AGE-ENT (J)
                 MOVE W-CLAVE-AGE TO AGE-AGCCTA (J)
              ELSE
                 DISPLAY "CCA694 TABLA DE AGENCIAS LLENA, AGENCIA "
                         W-CLAVE-AGE
                 MOVE 501 TO J
              END-IF
           END-IF.
      *----------------------------------------------------------------
       CORRER-AGENCIA.
           MOVE AGE-ENT (K) TO AGE-ENT (K + 1).
      *----------------------------------------------------------------
       AVANZAR-J.
           ADD 1 TO J.
      *----------------------------------------------------------------
       IMPRIMIR-AGENCIA.
           INITIALIZE CCA694R-DETALLE
           MOVE AGE-AGCCTA (I)        TO AGCCTA OF CCA694R-DETALLE
           MOVE AGE-CANCTA (I)        TO CANCTA OF CCA694R-DETALLE
           MOVE AGE-PAGINT (I)        TO PAGINT OF CCA694R-DETALLE
           MOVE AGE-CONINT (I)        TO CONINT OF CCA694R-DETALLE
           COMPUTE DIFINT OF CCA694R-DETALLE = AGE-PAGINT (I)
                                             - AGE-CONINT (I)
           MOVE AGE-PAGRET (I)        TO PAGRET OF CCA694R-DETALLE
           MOVE AGE-CONRET (I)        TO CONRET OF CCA694R-DETALLE
           COMPUTE DIFRET OF CCA694R-DETALLE = AGE-PAGRET (I)
                                             - AGE-CONRET (I)
           WRITE REPORTE-REG FORMAT IS "DETALLE"
           ADD AGE-CANCTA (I)         TO W-TOT-CANCTA
           ADD AGE-PAGINT (I)         TO W-TOT-PAGINT
           ADD AGE-CONINT (I)         TO W-TOT-CONINT
           ADD AGE-PAGRET (I)         TO W-TOT-PAGRET
           ADD AGE-CONRET (I)         TO W-TOT-CONRET.
      *----------------------------------------------------------------
       LEER-CCACAPREC.
           IF NO-FIN-CCACAPREC
              READ CCACAPREC NEXT RECORD AT END
                   MOVE "SI" TO CTL-CCACAPREC
              END-READ
              IF NO-FIN-CCACAPREC
              AND FECLIQ OF REG-CAPREC NOT = W-FECHALIQ
                 MOVE "SI" TO CTL-CCACAPREC
              END-IF
           END-IF.
      *----------------------------------------------------------------
       LEER-PLTTRNMON.
           READ PLTTRNMON AT END
                MOVE "SI" TO CTL-PLTTRNMON.
      *----------------------------------------------------------------
       CALCULAR-FIN-MES.
           MOVE W-FECHALIQ           TO W-FECHACTL-0
           MOVE W-FECHACTL-0         TO W-FECHACTL-1.
           PERFORM PROYECTAR-DIAS    UNTIL MES-CTL-0 NOT = MES-CTL-1.
      *    W-FECHACTL-1 ES EL ULTIMO DIA CALENDARIO DEL MES.
      *----------------------------------------------------------------
       PROYECTAR-DIAS.
           MOVE W-FECHACTL-0 TO W-FECHACTL-1.
           PERFORM SUMAR-UN-DIA-CALENDARIO.
      *----------------------------------------------------------------
       SUMAR-UN-DIA-CALENDARIO.
           MOVE W-FECHACTL-0 TO LK219-FECHA1
           MOVE ZEROS        TO LK219-FECHA2
           MOVE ZEROS        TO LK219-FECHA3
           MOVE 1            TO LK219-TIPFMT
           MOVE 2            TO LK219-BASCLC
           MOVE 1            TO LK219-NRODIA
           MOVE 1            TO LK219-INDDSP
           MOVE 9            TO LK219-DIASEM
           MOVE SPACES       TO LK219-NOMDIA
           MOVE SPACES       TO LK219-NOMMES
           MOVE ZEROS        TO LK219-CODRET
           MOVE SPACES       TO LK219-MSGERR
           MOVE 2            TO LK219-TIPOPR.
           PERFORM CALL-PLT219.
           MOVE LK219-FECHA3   TO W-FECHACTL-0.
      *----------------------------------------------------------------
       CALL-PLT219.
           CALL "PLT219" USING  LK219-FECHA1
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
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       CALL-CCA501.
           CALL "CCA501" USING LK-CCAPARGEN.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE CCA694R-TOTALES
           MOVE W-CANAGE     TO CANAGE OF CCA694R-TOTALES
           MOVE W-TOT-CANCTA TO CANCTA OF CCA694R-TOTALES
           MOVE W-TOT-PAGINT TO PAGINT OF CCA694R-TOTALES
           MOVE W-TOT-CONINT TO CONINT OF CCA694R-TOTALES
           COMPUTE DIFINT OF CCA694R-TOTALES = W-TOT-PAGINT
                                             - W-TOT-CONINT
           MOVE W-TOT-PAGRET TO PAGRET OF CCA694R-TOTALES
           MOVE W-TOT-CONRET TO CONRET OF CCA694R-TOTALES
           COMPUTE DIFRET OF CCA694R-TOTALES = W-TOT-PAGRET
                                             - W-TOT-CONRET
           MOVE W-CANSIN     TO CANSIN OF CCA694R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA694 INTERES CONCILIADO.....: " W-TOT-PAGINT
           DISPLAY "CCA694 INTERES CONTABILIZADO..: " W-TOT-CONINT
           DISPLAY "CCA694 RETENCION CONCILIADA...: " W-TOT-PAGRET
           DISPLAY "CCA694 RETENCION CONTABILIZADA: " W-TOT-CONRET
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCACAPREC CCATRAPRO CCACODTRN PLTTRNMON REPORTE.
           STOP  RUN      .
