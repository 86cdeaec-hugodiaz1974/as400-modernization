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
       PROGRAM-ID.    CCA693.
      ******************************************************************
      * FUNCION: CONCILIACION DE LA CAUSACION CONTRA LA CAPITALIZACION *
      *          DE CADA LIQUIDACION. CORRE EN LA CADENA NOCTURNA      *
      *          INMEDIATAMENTE DESPUES DE CCA610 Y SOLO EL DIA DE     *
      *          LIQUIDACION (MISMA CONDICION DE CCA610).              *
      *          - POR CUENTA CON CAPITALIZACION DEBIDA (PERCAP Y      *
      *            FECCAP DEL PRODUCTO, IGUAL QUE CCA610) SUMA LA      *
      *            CAUSACION Y LA RETENCION DE CCACAUSAC HASTA EL FIN  *
      *            DEL MES QUE CORTA; LA PARTE ANTERIOR AL INICIO DEL  *
      *            PERIODO DE CAPITALIZACION SE SEPARA EN CAUANT.      *
      *          - LA COMPARA CON LOS MOVIMIENTOS QUE CCA610 ACABA DE  *
      *            GRABAR EN CCAMOVINT: CREDITOS A LA CUENTA CON LOS   *
      *            CODIGOS DE INTERES Y DEBITOS CON LOS DE RETENCION   *
      *            (GRUPOS LK-TRAINT Y LK-TRARET DE CCATRAPRO).        *
      *          - DEJA EL RESULTADO POR CUENTA EN CCACAPREC (LO USA   *
      *            CCA694 PARA CUADRAR CONTRA PLTTRNMON) Y LISTA EN    *
      *            CCA693R LAS CUENTAS CON DIFERENCIA, CON TOTAL POR   *
      *            PRODUCTO Y AGENCIA Y TOTAL GENERAL.                 *
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
           SELECT CCAMAEAHO
               ASSIGN          TO DATABASE-CCAMAEAHO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACAUSAC
               ASSIGN          TO DATABASE-CCACAUSAC
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAMOVINT
               ASSIGN          TO DATABASE-CCAMOVINT
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCATRAPRO
               ASSIGN          TO DATABASE-CCATRAPRO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACODPRO
               ASSIGN          TO DATABASE-CCACODPRO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CLIMAE
               ASSIGN          TO DATABASE-CLIMAE
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACAPREC
               ASSIGN          TO DATABASE-CCACAPREC
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA693R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
       FD  CCACAUSAC
           LABEL RECORDS ARE STANDARD.
       01  REG-CAUSAC.
           COPY DDS-ALL-FORMATS OF CCACAUSAC.
      *
       FD  CCAMOVINT
           LABEL RECORDS ARE STANDARD.
       01  REG-MOVINT.
           COPY DDS-ALL-FORMATS OF CCAMOVIM.
      *
       FD  CCATRAPRO
           LABEL RECORDS ARE STANDARD.
       01  REG-TRAPRO.
           COPY DDS-ALL-FORMATS OF CCATRAPRO.
      *
       FD  CCACODPRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CODPRO.
           COPY DDS-ALL-FORMATS OF CCACODPRO.
      *
       FD  CLIMAE
           LABEL RECORDS ARE STANDARD.
       01  REG-CLIMAE.
           COPY DDS-ALL-FORMATS OF CLIMAE.
      *
       FD  CCACAPREC
           LABEL RECORDS ARE STANDARD.
       01  REG-CAPREC.
           COPY DDS-ALL-FORMATS OF CCACAPREC.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA693R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  K                           PIC 9(04)          VALUE ZEROS.
       77  W-FECHALIQ                  PIC 9(08)          VALUE ZEROS.
      *
      * CAPITALIZACION DEBIDA (1) E INICIO DEL PERIODO QUE CAPITALIZA.
       77  W-CAPDEB                    PIC 9(01)          VALUE ZEROS.
       77  W-MESES                     PIC 9(02)          VALUE ZEROS.
       77  W-NUMMES                    PIC 9(06)          VALUE ZEROS.
       77  W-RESTO                     PIC 9(02)          VALUE ZEROS.
       01  W-FECINI                    PIC 9(08)          VALUE ZEROS.
       01  R-W-FECINI                  REDEFINES W-FECINI.
           05  ANO-INI                 PIC 9(04).
           05  MES-INI                 PIC 9(02).
           05  DIA-INI                 PIC 9(02).
       01  W-FAPERT-CTA                PIC 9(08)          VALUE ZEROS.
       01  R-W-FAPERT-CTA              REDEFINES W-FAPERT-CTA.
           05  AA-FAPERT               PIC 9(04).
           05  MM-FAPERT               PIC 9(02).
           05  DD-FAPERT               PIC 9(02).
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
      * CODIGOS DE CCATRAPRO POR PRODUCTO: I = INTERES, R = RETENCION.
       77  W-CANCOD                    PIC 9(04)          VALUE ZEROS.
       77  W-GRUPO                     PIC 9(05)          VALUE ZEROS.
       77  W-TIPCOD                    PIC X(01)          VALUE SPACES.
       01  TABLA-CODIGOS.
           05  COD-ENT                 OCCURS 500 TIMES.
               10  COD-TIPO            PIC X(01).
               10  COD-PRODUC          PIC 9(03).
               10  COD-TRADEB          PIC 9(05).
               10  COD-TRACRE          PIC 9(05).
      *
       01  W-CL-CCAMAEAHO.
           05  W-CODMON-CCAMAEAHO      PIC 9(03)          VALUE ZEROS.
           05  W-CODSIS-CCAMAEAHO      PIC 9(03)          VALUE ZEROS.
           05  W-CODPRO-CCAMAEAHO      PIC 9(03)          VALUE ZEROS.
           05  W-AGCCTA-CCAMAEAHO      PIC 9(05)          VALUE ZEROS.
           05  W-CTANRO-CCAMAEAHO      PIC 9(17)          VALUE ZEROS.
       01  R-CL-CCAMAEAHO              REDEFINES W-CL-CCAMAEAHO.
           05  W-GRUPO-CCAMAEAHO       PIC 9(14).
           05  FILLER                  PIC 9(17).
      *
       01  W-CL-CCACAUSAC.
           05  W-CODMON-CCACAUSAC      PIC 9(03)          VALUE ZEROS.
           05  W-CODSIS-CCACAUSAC      PIC 9(03)          VALUE ZEROS.
           05  W-CODPRO-CCACAUSAC      PIC 9(03)          VALUE ZEROS.
           05  W-AGCCTA-CCACAUSAC      PIC 9(05)          VALUE ZEROS.
           05  W-CTANRO-CCACAUSAC      PIC 9(17)          VALUE ZEROS.
      *
       01  W-CL-CCAMOVINT.
           05  W-CODMON-CCAMOVINT      PIC 9(03)          VALUE ZEROS.
           05  W-CODSIS-CCAMOVINT      PIC 9(03)          VALUE ZEROS.
           05  W-CODPRO-CCAMOVINT      PIC 9(03)          VALUE ZEROS.
           05  W-AGCCTA-CCAMOVINT      PIC 9(05)          VALUE ZEROS.
           05  W-CTANRO-CCAMOVINT      PIC 9(17)          VALUE ZEROS.
      *
      * VALORES DE LA CUENTA EN PROCESO.
       01  W-CUENTA.
           05  W-CAUINT                PIC S9(13)V99 COMP VALUE ZEROS.
           05  W-CAUANT                PIC S9(13)V99 COMP VALUE ZEROS.
           05  W-CAURET                PIC S9(13)V99 COMP VALUE ZEROS.
           05  W-PAGINT                PIC S9(13)V99 COMP VALUE ZEROS.
           05  W-PAGRET                PIC S9(13)V99 COMP VALUE ZEROS.
           05  W-DIFINT                PIC S9(13)V99 COMP VALUE ZEROS.
           05  W-DIFRET                PIC S9(13)V99 COMP VALUE ZEROS.
      *
      * TOTALES POR PRODUCTO Y AGENCIA (GRUPO DE LA LLAVE DEL MAESTRO).
       01  W-GRUPO-ANT                 PIC 9(14)          VALUE ZEROS.
       01  W-TOTGRU.
           05  W-GRU-CODPRO            PIC 9(03)          VALUE ZEROS.
           05  W-GRU-AGCCTA            PIC 9(05)          VALUE ZEROS.
           05  W-GRU-CANCTA            PIC 9(07)          VALUE ZEROS.
           05  W-GRU-CANDIF            PIC 9(07)          VALUE ZEROS.
           05  W-GRU-CAUINT            PIC S9(15)V99 COMP VALUE ZEROS.
           05  W-GRU-PAGINT            PIC S9(15)V99 COMP VALUE ZEROS.
           05  W-GRU-CAURET            PIC S9(15)V99 COMP VALUE ZEROS.
           05  W-GRU-PAGRET            PIC S9(15)V99 COMP VALUE ZEROS.
      *
       01  W-TOTALES.
           05  W-TOT-CANCTA            PIC 9(09)          VALUE ZEROS.
           05  W-TOT-CANDIF            PIC 9(09)          VALUE ZEROS.
           05  W-TOT-CAUINT            PIC S9(15)V99 COMP VALUE ZEROS.
           05  W-TOT-PAGINT            PIC S9(15)V99 COMP VALUE ZEROS.
           05  W-TOT-CAURET            PIC S9(15)V99 COMP VALUE ZEROS.
           05  W-TOT-PAGRET            PIC S9(15)V99 COMP VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                 VALUE "SI".
               88  NO-FIN-CCAMAEAHO              VALUE "NO".
           05  CTL-CCACAUSAC           PIC X(02) VALUE "NO".
               88  FIN-CCACAUSAC                 VALUE "SI".
               88  NO-FIN-CCACAUSAC              VALUE "NO".
           05  CTL-CCAMOVINT           PIC X(02) VALUE "NO".
               88  FIN-CCAMOVINT                 VALUE "SI".
               88  NO-FIN-CCAMOVINT              VALUE "NO".
           05  CTL-CCATRAPRO           PIC X(02) VALUE "NO".
               88  FIN-CCATRAPRO                 VALUE "SI".
               88  NO-FIN-CCATRAPRO              VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY PARGEN  OF CCACPY.
           COPY FECHAS  OF CCACPY.
           COPY PLT219  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA693".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR UNTIL FIN-CCAMAEAHO.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAMAEAHO CCACAUSAC CCAMOVINT CCATRAPRO
                       CCACODPRO CLIMAE.
           OPEN I-O    CCACAPREC.
           OPEN OUTPUT REPORTE.
           PERFORM CALL-CCA500.
           PERFORM CALL-CCA501.
           MOVE LK-FECLIQ TO W-FECHALIQ.
           PERFORM CALCULAR-FIN-MES.
           INITIALIZE CCA693R-HEADER
           MOVE W-FECHALIQ   TO FECLIQ OF CCA693R-HEADER
           MOVE W-FECHACTL-1 TO FECCTL OF CCA693R-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF CCA693R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
      *    SIN LIQUIDACION HOY CCA610 NO CAPITALIZO: NADA QUE CONCILIAR.
           IF LK-FECHA-HOY > LK-FECLIQ
           AND LK-INDCIE = 1
              PERFORM CARGAR-CODIGOS
              PERFORM LEER-CCACAUSAC
              PERFORM LEER-CCAMOVINT
              PERFORM LEER-CCAMAEAHO
           ELSE
              DISPLAY "CCA693 HOY NO HAY LIQUIDACION, NO SE CONCILIA"
              MOVE "SI" TO CTL-CCAMAEAHO
           END-IF.
      *----------------------------------------------------------------
      * CODIGOS CON QUE CCA610 GRABA EL INTERES Y LA RETENCION.
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
                 IF W-CANCOD < 500
                    ADD 1 TO W-CANCOD
                    MOVE W-TIPCOD             TO COD-TIPO   (W-CANCOD)
                    MOVE PRODUC OF REG-TRAPRO TO COD-PRODUC (W-CANCOD)
                    MOVE TRADEB OF REG-TRAPRO TO COD-TRADEB (W-CANCOD)
                    MOVE TRACRE OF REG-TRAPRO TO COD-TRACRE (W-CANCOD)
                 ELSE
                    DISPLAY "CCA693 TABLA DE CODIGOS LLENA, GRUPO "
                            W-GRUPO
                    MOVE "SI" TO CTL-CCATRAPRO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * UNA CUENTA DEL MAESTRO POR VEZ: SE CONSUMEN SU CAUSACION Y SUS
      * MOVIMIENTOS DE LIQUIDACION, QUE VIENEN EN EL MISMO ORDEN.
      *----------------------------------------------------------------
       PROCESAR.
           IF W-GRUPO-CCAMAEAHO NOT = W-GRUPO-ANT
              IF W-GRU-CANCTA > ZEROS
                 PERFORM IMPRIMIR-TOTPRO
              END-IF
              INITIALIZE W-TOTGRU
              MOVE W-GRUPO-CCAMAEAHO      TO W-GRUPO-ANT
              MOVE W-CODPRO-CCAMAEAHO     TO W-GRU-CODPRO
              MOVE W-AGCCTA-CCAMAEAHO     TO W-GRU-AGCCTA
           END-IF
           INITIALIZE W-CUENTA
           MOVE ZEROS TO W-CAPDEB
           IF INDBAJ OF REG-MAESTR = 0
              PERFORM VERIFICAR-CAPITALIZACION
              IF W-CAPDEB = 1
                 PERFORM LEER-CLIMAE
              END-IF
           END-IF
           PERFORM LEER-CCACAUSAC UNTIL W-CL-CCACAUSAC
                                  NOT < W-CL-CCAMAEAHO
           PERFORM ACUMULAR-CAUSACION UNTIL W-CL-CCACAUSAC
                                      NOT = W-CL-CCAMAEAHO
           PERFORM LEER-CCAMOVINT UNTIL W-CL-CCAMOVINT
                                  NOT < W-CL-CCAMAEAHO
           PERFORM ACUMULAR-MOVIMIENTO UNTIL W-CL-CCAMOVINT
                                       NOT = W-CL-CCAMAEAHO
           IF W-CAUINT NOT = ZEROS
           OR W-CAURET NOT = ZEROS
           OR W-PAGINT NOT = ZEROS
           OR W-PAGRET NOT = ZEROS
              PERFORM CONCILIAR-CUENTA
           END-IF
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
      * MISMA REGLA DE CCA610 (VERIFICAR-CAPITALIZACION). ADEMAS DEJA
      * EN W-FECINI EL PRIMER DIA DEL PERIODO QUE CAPITALIZA: EL MES
      * QUE CORTA CON PERCAP EN CEROS, PERCAP MESES HACIA ATRAS CON
      * PERIODICIDAD EN MESES Y DOCE MESES CON EL MODO ANIVERSARIO.
      *----------------------------------------------------------------
       VERIFICAR-CAPITALIZACION.
           MOVE 1 TO W-CAPDEB
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-CODPRO
           READ CCACODPRO INVALID KEY
                MOVE ZEROS TO PERCAP OF REG-CODPRO
           END-READ
           EVALUATE TRUE
           WHEN PERCAP OF REG-CODPRO = ZEROS
                MOVE ZEROS TO W-MESES
           WHEN PERCAP OF REG-CODPRO = 99
                MOVE 11    TO W-MESES
                MOVE FAPERT OF REG-MAESTR TO W-FAPERT-CTA
                IF MM-FAPERT NOT = MES-CTL-0
                   MOVE ZEROS TO W-CAPDEB
                END-IF
           WHEN OTHER
                COMPUTE W-MESES = PERCAP OF REG-CODPRO - 1
                IF W-FECHALIQ < FECCAP OF REG-CODPRO
                   MOVE ZEROS TO W-CAPDEB
                END-IF
           END-EVALUATE
           MOVE W-FECHACTL-1 TO W-FECINI
           MOVE 01           TO DIA-INI
           COMPUTE W-NUMMES = ANO-INI * 12 + MES-INI - 1 - W-MESES
           DIVIDE W-NUMMES BY 12 GIVING ANO-INI REMAINDER W-RESTO
           COMPUTE MES-INI = W-RESTO + 1.
      *----------------------------------------------------------------
       LEER-CLIMAE.
           MOVE NITCTA OF REG-MAESTR TO NUMINT OF REG-CLIMAE.
           READ CLIMAE INVALID KEY
                MOVE ZEROS TO RETFTE OF REG-CLIMAE.
      *----------------------------------------------------------------
      * LO MISMO QUE CAPITALIZA CCA610: CAUSACION HASTA EL FIN DEL MES
      * QUE CORTA, SIN RETENCION PARA EL CLIENTE NO RETENIBLE.
      *----------------------------------------------------------------
       ACUMULAR-CAUSACION.
           IF W-CAPDEB = 1
           AND FORIGE OF REG-CAUSAC NOT > W-FECHACTL-1
              ADD VALCAU OF REG-CAUSAC TO W-CAUINT
              IF FORIGE OF REG-CAUSAC < W-FECINI
                 ADD VALCAU OF REG-CAUSAC TO W-CAUANT
              END-IF
              IF RETFTE OF REG-CLIMAE NOT = 2
                 ADD VLRRET OF REG-CAUSAC TO W-CAURET
              END-IF
           END-IF
           PERFORM LEER-CCACAUSAC.
      *----------------------------------------------------------------
      * DEL PAR QUE GRABA CCA610 CUENTA LA PATA QUE AFECTA LA CUENTA:
      * EL CREDITO DEL INTERES Y EL DEBITO DE LA RETENCION.
      *----------------------------------------------------------------
       ACUMULAR-MOVIMIENTO.
           IF FORIGE OF REG-MOVINT = W-FECHALIQ
              MOVE SPACES TO W-TIPCOD
              PERFORM BUSCAR-CODIGO VARYING K FROM 1 BY 1
                      UNTIL K > W-CANCOD
                      OR    W-TIPCOD NOT = SPACES
              IF W-TIPCOD = "I"
                 ADD IMPORT OF REG-MOVINT TO W-PAGINT
              END-IF
              IF W-TIPCOD = "R"
                 ADD IMPORT OF REG-MOVINT TO W-PAGRET
              END-IF
           END-IF
           PERFORM LEER-CCAMOVINT.
      *----------------------------------------------------------------
       BUSCAR-CODIGO.
           IF COD-PRODUC (K) = CODPRO OF REG-MOVINT
              IF COD-TIPO (K) = "I"
              AND DEBCRE OF REG-MOVINT = 2
              AND COD-TRACRE (K) = CODTRA OF REG-MOVINT
                 MOVE "I" TO W-TIPCOD
              END-IF
              IF COD-TIPO (K) = "R"
              AND DEBCRE OF REG-MOVINT = 1
              AND COD-TRADEB (K) = CODTRA OF REG-MOVINT
                 MOVE "R" TO W-TIPCOD
              END-IF
           END-IF.
      *----------------------------------------------------------------
       CONCILIAR-CUENTA.
           COMPUTE W-DIFINT = W-CAUINT - W-PAGINT
           COMPUTE W-DIFRET = W-CAURET - W-PAGRET
           PERFORM GRABAR-CCACAPREC
           ADD 1        TO W-GRU-CANCTA
           ADD W-CAUINT TO W-GRU-CAUINT
           ADD W-PAGINT TO W-GRU-PAGINT
           ADD W-CAURET TO W-GRU-CAURET
           ADD W-PAGRET TO W-GRU-PAGRET
           ADD 1        TO PC504-CANTREG
           IF W-DIFINT NOT = ZEROS
           OR W-DIFRET NOT = ZEROS
              ADD 1 TO W-GRU-CANDIF
              PERFORM IMPRIMIR-DETALLE
           ELSE
              IF W-CAUANT NOT = ZEROS
                 PERFORM IMPRIMIR-DETALLE
              END-IF
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCACAPREC.
           INITIALIZE REGCAPREC
           MOVE W-FECHALIQ             TO FECLIQ OF REG-CAPREC
           MOVE CODMON OF REG-MAESTR   TO CODMON OF REG-CAPREC
           MOVE CODSIS OF REG-MAESTR   TO CODSIS OF REG-CAPREC
           MOVE CODPRO OF REG-MAESTR   TO CODPRO OF REG-CAPREC
           MOVE AGCCTA OF REG-MAESTR   TO AGCCTA OF REG-CAPREC
           MOVE CTANRO OF REG-MAESTR   TO CTANRO OF REG-CAPREC
           MOVE W-FECHACTL-1           TO FECCTL OF REG-CAPREC
           MOVE PERCAP OF REG-CODPRO   TO PERCAP OF REG-CAPREC
           MOVE W-CAPDEB               TO INDCAP OF REG-CAPREC
           MOVE W-FECINI               TO FECINI OF REG-CAPREC
           MOVE W-CAUINT               TO CAUINT OF REG-CAPREC
           MOVE W-CAUANT               TO CAUANT OF REG-CAPREC
           MOVE W-CAURET               TO CAURET OF REG-CAPREC
           MOVE W-PAGINT               TO PAGINT OF REG-CAPREC
           MOVE W-PAGRET               TO PAGRET OF REG-CAPREC
           MOVE W-DIFINT               TO DIFINT OF REG-CAPREC
           MOVE W-DIFRET               TO DIFRET OF REG-CAPREC
           WRITE REG-CAPREC INVALID KEY
                 REWRITE REG-CAPREC
           END-WRITE.
      *----------------------------------------------------------------
       IMPRIMIR-DETALLE.
           INITIALIZE CCA693R-DETALLE
           MOVE CODPRO OF REG-MAESTR   TO CODPRO OF CCA693R-DETALLE
           MOVE AGCCTA OF REG-MAESTR   TO AGCCTA OF CCA693R-DETALLE
           MOVE CTANRO OF REG-MAESTR   TO CTANRO OF CCA693R-DETALLE
           MOVE W-FECINI               TO FECINI OF CCA693R-DETALLE
           MOVE W-CAUINT               TO CAUINT OF CCA693R-DETALLE
           MOVE W-PAGINT               TO PAGINT OF CCA693R-DETALLE
           MOVE W-DIFINT               TO DIFINT OF CCA693R-DETALLE
           MOVE W-CAURET               TO CAURET OF CCA693R-DETALLE
           MOVE W-PAGRET               TO PAGRET OF CCA693R-DETALLE
           MOVE W-DIFRET               TO DIFRET OF CCA693R-DETALLE
           EVALUATE TRUE
           WHEN W-CAPDEB = ZEROS
                MOVE "PAGO SIN CAPITALIZACION"
                                       TO OBSERV OF CCA693R-DETALLE
           WHEN W-PAGINT = ZEROS
           AND  W-PAGRET = ZEROS
                MOVE "CAUSADO SIN MOVIMIENTO"
                                       TO OBSERV OF CCA693R-DETALLE
           WHEN W-DIFINT NOT = ZEROS
           OR   W-DIFRET NOT = ZEROS
                MOVE "DIFERENCIA EN VALOR"
                                       TO OBSERV OF CCA693R-DETALLE
           WHEN OTHER
                MOVE "CAUSACION ANTERIOR"
                                       TO OBSERV OF CCA693R-DETALLE
           END-EVALUATE
           WRITE REPORTE-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
       IMPRIMIR-TOTPRO.
           INITIALIZE CCA693R-TOTPRO
           MOVE W-GRU-CODPRO           TO CODPRO OF CCA693R-TOTPRO
           MOVE W-GRU-AGCCTA           TO AGCCTA OF CCA693R-TOTPRO
           MOVE W-GRU-CANCTA           TO CANCTA OF CCA693R-TOTPRO
           MOVE W-GRU-CANDIF           TO CANDIF OF CCA693R-TOTPRO
           MOVE W-GRU-CAUINT           TO CAUINT OF CCA693R-TOTPRO
           MOVE W-GRU-PAGINT           TO PAGINT OF CCA693R-TOTPRO
           COMPUTE DIFINT OF CCA693R-TOTPRO = W-GRU-CAUINT
                                            - W-GRU-PAGINT
           MOVE W-GRU-CAURET           TO CAURET OF CCA693R-TOTPRO
           MOVE W-GRU-PAGRET           TO PAGRET OF CCA693R-TOTPRO
           COMPUTE DIFRET OF CCA693R-TOTPRO = W-GRU-CAURET
                                            - W-GRU-PAGRET
           WRITE REPORTE-REG FORMAT IS "TOTPRO"
           ADD W-GRU-CANCTA            TO W-TOT-CANCTA
           ADD W-GRU-CANDIF            TO W-TOT-CANDIF
           ADD W-GRU-CAUINT            TO W-TOT-CAUINT
           ADD W-GRU-PAGINT            TO W-TOT-PAGINT
           ADD W-GRU-CAURET            TO W-TOT-CAURET
           ADD W-GRU-PAGRET            TO W-TOT-PAGRET.
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           READ CCAMAEAHO AT END
                MOVE "SI"              TO CTL-CCAMAEAHO
                MOVE 999               TO CODMON OF REG-MAESTR
                MOVE 999               TO CODSIS OF REG-MAESTR
                MOVE 999               TO CODPRO OF REG-MAESTR
                MOVE 99999             TO AGCCTA OF REG-MAESTR
                MOVE 99999999999999999 TO CTANRO OF REG-MAESTR.
           MOVE CODMON OF REG-MAESTR TO W-CODMON-CCAMAEAHO
           MOVE CODSIS OF REG-MAESTR TO W-CODSIS-CCAMAEAHO
           MOVE CODPRO OF REG-MAESTR TO W-CODPRO-CCAMAEAHO
           MOVE AGCCTA OF REG-MAESTR TO W-AGCCTA-CCAMAEAHO
           MOVE CTANRO OF REG-MAESTR TO W-CTANRO-CCAMAEAHO.
      *----------------------------------------------------------------
       LEER-CCACAUSAC.
           READ CCACAUSAC AT END
                MOVE "SI"              TO CTL-CCACAUSAC
                MOVE 999               TO CODMON OF REG-CAUSAC
                MOVE 999               TO CODSIS OF REG-CAUSAC
                MOVE 999               TO CODPRO OF REG-CAUSAC
                MOVE 99999             TO AGCCTA OF REG-CAUSAC
                MOVE 99999999999999999 TO CTANRO OF REG-CAUSAC.
           MOVE CODMON OF REG-CAUSAC TO W-CODMON-CCACAUSAC
           MOVE CODSIS OF REG-CAUSAC TO W-CODSIS-CCACAUSAC
           MOVE CODPRO OF REG-CAUSAC TO W-CODPRO-CCACAUSAC
           MOVE AGCCTA OF REG-CAUSAC TO W-AGCCTA-CCACAUSAC
           MOVE CTANRO OF REG-CAUSAC TO W-CTANRO-CCACAUSAC.
      *----------------------------------------------------------------
       LEER-CCAMOVINT.
           READ CCAMOVINT AT END
                MOVE "SI"              TO CTL-CCAMOVINT
                MOVE 999               TO CODMON OF REG-MOVINT
                MOVE 999               TO CODSIS OF REG-MOVINT
                MOVE 999               TO CODPRO OF REG-MOVINT
                MOVE 99999             TO AGCCTA OF REG-MOVINT
                MOVE 99999999999999999 TO CTANRO OF REG-MOVINT.
           MOVE CODMON OF REG-MOVINT TO W-CODMON-CCAMOVINT
           MOVE CODSIS OF REG-MOVINT TO W-CODSIS-CCAMOVINT
           MOVE CODPRO OF REG-MOVINT TO W-CODPRO-CCAMOVINT
           MOVE AGCCTA OF REG-MOVINT TO W-AGCCTA-CCAMOVINT
           MOVE CTANRO OF REG-MOVINT TO W-CTANRO-CCAMOVINT.
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
           IF W-GRU-CANCTA > ZEROS
              PERFORM IMPRIMIR-TOTPRO
           END-IF
           INITIALIZE CCA693R-TOTALES
           MOVE W-TOT-CANCTA TO CANCTA OF CCA693R-TOTALES
           MOVE W-TOT-CANDIF TO CANDIF OF CCA693R-TOTALES
           MOVE W-TOT-CAUINT TO CAUINT OF CCA693R-TOTALES
           MOVE W-TOT-PAGINT TO PAGINT OF CCA693R-TOTALES
           COMPUTE DIFINT OF CCA693R-TOTALES = W-TOT-CAUINT
                                             - W-TOT-PAGINT
           MOVE W-TOT-CAURET TO CAURET OF CCA693R-TOTALES
           MOVE W-TOT-PAGRET TO PAGRET OF CCA693R-TOTALES
           COMPUTE DIFRET OF CCA693R-TOTALES = W-TOT-CAURET
                                             - W-TOT-PAGRET
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA693 CUENTAS CONCILIADAS....: " W-TOT-CANCTA
           DISPLAY "CCA693 CUENTAS CON DIFERENCIA.: " W-TOT-CANDIF
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMAEAHO CCACAUSAC CCAMOVINT CCATRAPRO CCACODPRO
                 CLIMAE    CCACAPREC REPORTE.
           STOP  RUN      .
