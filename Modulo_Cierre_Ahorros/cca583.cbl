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
       PROGRAM-ID.    CCA583.
      ******************************************************************
      * FUNCION: PROSPECTOS DE AHORRO A TERMINO (CDAT), MENSUAL.       *
      *          BUSCA LAS CUENTAS CON SALDO ESTABLE Y QUIETO POR      *
      *          ENCIMA DEL UMBRAL DEL PRODUCTO (TABLA 80 DE           *
      *          CCATABLAS): LOS ULTIMOS PROMEDIOS DE CCAPROMHIS       *
      *          TODOS SOBRE EL UMBRAL, SIN MOVIMIENTO (FULMOV) EN     *
      *          LOS MESES DE INACTIVIDAD Y CON POCOS DEBITOS EN EL    *
      *          MES SEGUN LOS CONTADORES DE CCAACUMUL. SE OMITEN      *
      *          LOS CLIENTES QUE YA TIENEN UN CDAT ACTIVO EN          *
      *          CCACDTMAE. EL MONTO QUIETO ES EL MENOR DE ESOS        *
      *          PROMEDIOS (SIN PASAR DEL SALDO ACTUAL) Y LA GANANCIA  *
      *          ESTIMADA ES EL NETO DE LIQUIDARLO AL PLAN VIGENTE     *
      *          DEL CDAT CONTRA EL NETO EN LA CUENTA, AMBOS CON       *
      *          CCA492 AL PLAZO DEL CDAT (COMO COTIZA CCA649). EL     *
      *          ARCHIVO DE PROSPECTOS CCALEACDT QUEDA POR AGENCIA Y   *
      *          OFICIAL (RESPON) Y EL REPORTE CCA583R LO TOTALIZA.    *
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
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACDTMAE
               ASSIGN          TO DATABASE-CCACDTMAE
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAPROMHIS
               ASSIGN          TO DATABASE-CCAPROMHIS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAACUMUL
               ASSIGN          TO DATABASE-CCAACUMUL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACODTRN
               ASSIGN          TO DATABASE-CCACODTRN
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCATASAHIS
               ASSIGN          TO DATABASE-CCATASAHIS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCATABLAS
               ASSIGN          TO DATABASE-CCATABLAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACDTNIT
               ASSIGN          TO DATABASE-CCACDTNIT
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCALEACDT
               ASSIGN          TO DATABASE-CCALEACDT
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA583R
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
       FD  CCACDTMAE
           LABEL RECORDS ARE STANDARD.
       01  REG-CDTMAE.
           COPY DDS-ALL-FORMATS OF CCACDTMAE.
      *
       FD  CCAPROMHIS
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAPROMHIS.
           COPY DDS-ALL-FORMATS OF CCAPROMHIS.
      *
       FD  CCAACUMUL
           LABEL RECORDS ARE STANDARD.
       01  REG-ACUMUL.
           COPY DDS-ALL-FORMATS OF CCAACUMUL.
      *
       FD  CCACODTRN
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCACODTRN.
           COPY DDS-ALL-FORMATS OF CCACODTRN.
      *
       FD  CCATASAHIS
           LABEL RECORDS ARE STANDARD.
       01  REG-TASAHIS.
           COPY DDS-ALL-FORMATS OF CCATASAHIS.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  CCACDTNIT
           LABEL RECORDS ARE STANDARD.
       01  REG-CDTNIT.
           COPY DDS-ALL-FORMATS OF CCACDTNIT.
      *
       FD  CCALEACDT
           LABEL RECORDS ARE STANDARD.
       01  REG-LEACDT.
           COPY DDS-ALL-FORMATS OF CCALEACDT.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA583R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-CANREV                    PIC 9(09)          VALUE ZEROS.
       77  W-CANCDT                    PIC 9(07)          VALUE ZEROS.
       77  W-CANLEA                    PIC 9(07)          VALUE ZEROS.
       77  W-TOTINA                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-TOTGAN                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-PROANT                    PIC 9(03)          VALUE 999.
       77  W-PLNAHO                    PIC 9(05)          VALUE ZEROS.
       77  W-PLNCDT                    PIC 9(05)          VALUE ZEROS.
       77  W-PLNBUS                    PIC 9(05)          VALUE ZEROS.
       77  W-PROBUS                    PIC 9(03)          VALUE ZEROS.
       77  W-FECCOR                    PIC 9(08)          VALUE ZEROS.
       77  W-MESABS                    PIC 9(06)          VALUE ZEROS.
       77  W-CANDEB                    PIC 9(07)          VALUE ZEROS.
       77  W-PROMED                    PIC S9(13)V99      VALUE ZEROS.
       77  W-SALPRO                    PIC S9(13)V99      VALUE ZEROS.
       77  W-VLRINA                    PIC S9(13)V99      VALUE ZEROS.
       77  W-NETCDT                    PIC S9(13)V99      VALUE ZEROS.
       77  W-NETAHO                    PIC S9(13)V99      VALUE ZEROS.
       77  W-EQUCDT                    PIC 9(04)V9(07)    VALUE ZEROS.
       77  W-EQUAHO                    PIC 9(04)V9(07)    VALUE ZEROS.
      *
      * ULTIMOS PROMEDIOS MENSUALES DE LA CUENTA (HASTA 12), EN
      * ANILLO: LA POSICION ES EL RESIDUO DEL CONTADOR.
       77  W-CANPRM                    PIC 9(05)          VALUE ZEROS.
       77  W-COCPRM                    PIC 9(05)          VALUE ZEROS.
       77  W-IXP                       PIC 9(02)          VALUE ZEROS.
       01  TABLA-PROMEDIOS.
           05  W-PRM                   PIC S9(13)V99 OCCURS 12 TIMES.
      *
      * PARAMETROS DEL PRODUCTO (TABLA 80, NROTAB = CODPRO): CAMPO1
      * UMBRAL DE SALDO ESTABLE EN PESOS; CAMPO2 LOS DEMAS.
       01  W-PARAMETROS.
           05  W-UMBRAL                PIC 9(09)      VALUE ZEROS.
           05  W-P80-CAMPO2            PIC X(150)     VALUE SPACES.
           05  FILLER                  REDEFINES W-P80-CAMPO2.
      *        MESES DE PROMEDIOS QUE DEBEN ESTAR SOBRE EL UMBRAL.
               10  W-P80-NROMES        PIC 9(02).
      *        MESES SIN MOVIMIENTO (FULMOV); CERO = NO SE EXIGE.
               10  W-P80-MESINA        PIC 9(02).
      *        MAXIMO DE DEBITOS EN EL MES (CANMES DE CCAACUMUL).
               10  W-P80-MAXDEB        PIC 9(05).
      *        PRODUCTO CDAT A OFRECER Y SU PLAZO EN DIAS.
               10  W-P80-PROCDT        PIC 9(03).
               10  W-P80-PLZCDT        PIC 9(04).
               10  FILLER              PIC X(134).
           05  W-NROMES                PIC 9(02)      VALUE ZEROS.
      *
      * SENTIDO DE LOS CODIGOS DE TRANSACCION (DEBCRE DE CCACODTRN).
       01  TABLA-CODIGOS               PIC X(999) VALUE ZEROS.
       01  RED-TABLA-CODIGOS           REDEFINES  TABLA-CODIGOS.
           05 DECRE                    PIC 9(01)  OCCURS 999 TIMES.
      *
       01  W-FECHA-PROC                PIC 9(08) VALUE ZEROS.
       01  R-W-FECHA-PROC              REDEFINES W-FECHA-PROC.
           05  W-PROC-AA               PIC 9(04).
           05  W-PROC-MM               PIC 9(02).
           05  W-PROC-DD               PIC 9(02).
      *
       01  W-EXISTE                    PIC 9(01) VALUE 0.
           88  NO-EXISTE                         VALUE 0.
           88  SI-EXISTE                         VALUE 1.
       01  W-PRODUCTO                  PIC 9(01) VALUE 0.
           88  PRODUCTO-NO-APLICA                VALUE 0.
           88  PRODUCTO-APLICA                   VALUE 1.
       01  W-CANDIDATA                 PIC 9(01) VALUE 0.
           88  NO-CANDIDATA                      VALUE 0.
           88  SI-CANDIDATA                      VALUE 1.
      *
       01  CONTROLES.
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                 VALUE "SI".
               88  NO-FIN-CCAMAEAHO              VALUE "NO".
           05  CTL-REGISTRO            PIC X(02) VALUE "NO".
               88  REGISTRO-VALIDO               VALUE "SI".
           05  CTL-CCACDTMAE           PIC X(02) VALUE "NO".
               88  FIN-CCACDTMAE                 VALUE "SI".
               88  NO-FIN-CCACDTMAE              VALUE "NO".
           05  CTL-CCAPROMHIS          PIC X(02) VALUE "NO".
               88  FIN-CCAPROMHIS                VALUE "SI".
               88  NO-FIN-CCAPROMHIS             VALUE "NO".
           05  CTL-CCAACUMUL           PIC X(02) VALUE "NO".
               88  FIN-CCAACUMUL                 VALUE "SI".
               88  NO-FIN-CCAACUMUL              VALUE "NO".
           05  CTL-CCACODTRN           PIC X(02) VALUE "NO".
               88  FIN-CCACODTRN                 VALUE "SI".
               88  NO-FIN-CCACODTRN              VALUE "NO".
           05  CTL-CCATASAHIS          PIC X(02) VALUE "NO".
               88  FIN-CCATASAHIS                VALUE "SI".
               88  NO-FIN-CCATASAHIS             VALUE "NO".
           05  CTL-CCALEACDT           PIC X(02) VALUE "NO".
               88  FIN-CCALEACDT                 VALUE "SI".
               88  NO-FIN-CCALEACDT              VALUE "NO".
      *
      * CORTES DE CONTROL DEL REPORTE (AGENCIA Y OFICIAL).
       01  W-CORTE.
           05  W-AGCANT                PIC 9(05)          VALUE ZEROS.
           05  W-RESANT                PIC 9(05)          VALUE ZEROS.
           05  W-OFI-CANLEA            PIC 9(07)          VALUE ZEROS.
           05  W-OFI-VLRINA            PIC S9(15)V99 COMP VALUE ZEROS.
           05  W-OFI-GANEST            PIC S9(15)V99 COMP VALUE ZEROS.
           05  W-AGE-CANLEA            PIC 9(07)          VALUE ZEROS.
           05  W-AGE-VLRINA            PIC S9(15)V99 COMP VALUE ZEROS.
           05  W-AGE-GANEST            PIC S9(15)V99 COMP VALUE ZEROS.
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
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA583".
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
           OPEN INPUT  CCAMAEAHO CCACDTMAE CCAPROMHIS CCAACUMUL
                       CCACODTRN CCATASAHIS CCATABLAS.
           OPEN OUTPUT CCACDTNIT.
           CLOSE       CCACDTNIT.
           OPEN I-O    CCACDTNIT.
           OPEN OUTPUT CCALEACDT.
           CLOSE       CCALEACDT.
           OPEN I-O    CCALEACDT.
           OPEN OUTPUT REPORTE.
           PERFORM CALL-CCA500.
           MOVE LK-FECHA-HOY TO W-FECHA-PROC
           PERFORM CARGAR-TABLA UNTIL FIN-CCACODTRN.
           PERFORM CARGAR-TITULARES-CDT UNTIL FIN-CCACDTMAE.
           INITIALIZE CCA583R-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF CCA583R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
      *    LA CARGA DE TITULARES LEYO EL MAESTRO AL AZAR: SE
      *    REPOSICIONA AL PRINCIPIO ANTES DE RECORRERLO.
           MOVE ZEROS TO CODMON OF REG-MAESTR CODSIS OF REG-MAESTR
                         CODPRO OF REG-MAESTR AGCCTA OF REG-MAESTR
                         CTANRO OF REG-MAESTR
           START CCAMAEAHO KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAMAEAHO
           END-START
           MOVE "NO" TO CTL-REGISTRO
           PERFORM LEER-CCAMAEAHO UNTIL REGISTRO-VALIDO
                                 OR    FIN-CCAMAEAHO.
      *----------------------------------------------------------------
       CARGAR-TABLA.
           READ CCACODTRN NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACODTRN
           END-READ
           IF NO-FIN-CCACODTRN
           AND CODTRA OF REGCODTRN > ZEROS
           AND CODTRA OF REGCODTRN < 1000
              MOVE DEBCRE OF REGCODTRN TO DECRE (CODTRA OF REGCODTRN)
           END-IF.
      *----------------------------------------------------------------
      * LOS CLIENTES CON UN CDAT ACTIVO SE IDENTIFICAN POR EL TITULAR
      * DE LA CUENTA DEL CDAT EN EL MAESTRO.
      *----------------------------------------------------------------
       CARGAR-TITULARES-CDT.
           READ CCACDTMAE NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACDTMAE
           END-READ
           IF NO-FIN-CCACDTMAE
              IF ESTADO OF REG-CDTMAE = "A"
                 MOVE CODMON OF REG-CDTMAE TO CODMON OF REG-MAESTR
                 MOVE CODSIS OF REG-CDTMAE TO CODSIS OF REG-MAESTR
                 MOVE CODPRO OF REG-CDTMAE TO CODPRO OF REG-MAESTR
                 MOVE AGCCTA OF REG-CDTMAE TO AGCCTA OF REG-MAESTR
                 MOVE CTANRO OF REG-CDTMAE TO CTANRO OF REG-MAESTR
                 READ CCAMAEAHO INVALID KEY
                      MOVE ZEROS TO W-EXISTE
                 NOT INVALID KEY
                      MOVE 1     TO W-EXISTE
                 END-READ
                 IF SI-EXISTE
                    PERFORM GRABAR-TITULAR-CDT
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       GRABAR-TITULAR-CDT.
           MOVE NITCTA OF REG-MAESTR TO NITCTA OF REG-CDTNIT
           READ CCACDTNIT INVALID KEY
                MOVE ZEROS TO W-EXISTE
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE
           END-READ
           IF SI-EXISTE
              ADD 1 TO CANCDT OF REG-CDTNIT
              REWRITE REG-CDTNIT
           ELSE
              MOVE NITCTA OF REG-MAESTR TO NITCTA OF REG-CDTNIT
              MOVE 1                    TO CANCDT OF REG-CDTNIT
              WRITE REG-CDTNIT
              ADD 1 TO W-CANCDT
           END-IF.
      *----------------------------------------------------------------
       PROCESAR.
           ADD 1 TO W-CANREV
           IF CODPRO OF REG-MAESTR NOT = W-PROANT
              MOVE CODPRO OF REG-MAESTR TO W-PROANT
              PERFORM CARGAR-PRODUCTO
           END-IF
           IF PRODUCTO-APLICA
              PERFORM EVALUAR-CUENTA
              IF SI-CANDIDATA
                 PERFORM GRABAR-PROSPECTO
              END-IF
           END-IF
           MOVE "NO" TO CTL-REGISTRO
           PERFORM LEER-CCAMAEAHO UNTIL REGISTRO-VALIDO
                                 OR    FIN-CCAMAEAHO.
      *----------------------------------------------------------------
      * EL PRODUCTO PARTICIPA SI TIENE FILA EN LA TABLA 80 CON UMBRAL
      * Y PRODUCTO CDAT. EL CORTE DE INACTIVIDAD SE CUENTA EN MESES
      * HACIA ATRAS DESDE HOY.
      *----------------------------------------------------------------
       CARGAR-PRODUCTO.
           MOVE ZEROS  TO W-PRODUCTO W-UMBRAL W-NROMES W-FECCOR
           MOVE SPACES TO W-P80-CAMPO2
           MOVE 80                   TO CODTAB OF ZONA-CCATABLAS
           MOVE CODPRO OF REG-MAESTR TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS
              NOT INVALID KEY
                 MOVE CAMPO1 OF ZONA-CCATABLAS TO W-UMBRAL
                 MOVE CAMPO2 OF ZONA-CCATABLAS TO W-P80-CAMPO2
           END-READ
           IF W-UMBRAL > ZEROS
           AND W-P80-NROMES NUMERIC
           AND W-P80-MESINA NUMERIC
           AND W-P80-MAXDEB NUMERIC
           AND W-P80-PROCDT NUMERIC
           AND W-P80-PLZCDT NUMERIC
           AND W-P80-PROCDT > ZEROS
           AND W-P80-PLZCDT > ZEROS
              MOVE 1 TO W-PRODUCTO
              MOVE W-P80-NROMES TO W-NROMES
              IF W-NROMES = ZEROS
                 MOVE 3 TO W-NROMES
              END-IF
              IF W-NROMES > 12
                 MOVE 12 TO W-NROMES
              END-IF
              IF W-P80-MESINA > ZEROS
                 COMPUTE W-MESABS = W-PROC-AA * 12 + W-PROC-MM - 1
                                  - W-P80-MESINA
                 DIVIDE W-MESABS BY 12 GIVING W-PROC-AA
                                       REMAINDER W-PROC-MM
                 ADD 1 TO W-PROC-MM
                 MOVE W-FECHA-PROC TO W-FECCOR
                 MOVE LK-FECHA-HOY TO W-FECHA-PROC
              END-IF
              MOVE CODPRO OF REG-MAESTR TO W-PROBUS
              PERFORM BUSCAR-PLAN-VIGENTE
              MOVE W-PLNBUS             TO W-PLNAHO
              MOVE W-P80-PROCDT         TO W-PROBUS
              PERFORM BUSCAR-PLAN-VIGENTE
              MOVE W-PLNBUS             TO W-PLNCDT
              IF W-PLNCDT = ZEROS
                 MOVE ZEROS TO W-PRODUCTO
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * PLAN VIGENTE HOY DEL PRODUCTO EN CCATASAHIS (COMO CCA649).
      *----------------------------------------------------------------
       BUSCAR-PLAN-VIGENTE.
           MOVE ZEROS     TO W-PLNBUS
           MOVE "NO"      TO CTL-CCATASAHIS
           MOVE W-PROBUS  TO CODPRO OF REG-TASAHIS
           MOVE ZEROS     TO FECVIG OF REG-TASAHIS
           START CCATASAHIS KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCATASAHIS
           END-START
           PERFORM REVISAR-PLAN UNTIL FIN-CCATASAHIS.
      *----------------------------------------------------------------
       REVISAR-PLAN.
           READ CCATASAHIS NEXT AT END
                MOVE "SI" TO CTL-CCATASAHIS
           END-READ
           IF NO-FIN-CCATASAHIS
              IF CODPRO OF REG-TASAHIS NOT = W-PROBUS
              OR FECVIG OF REG-TASAHIS > LK-FECHA-HOY
                 MOVE "SI" TO CTL-CCATASAHIS
              ELSE
                 IF ESTADO OF REG-TASAHIS = "A"
      *          UNA BAJA DE TASA AVISADA (CCA589) NO SE APLICA ANTES
      *          DE CUMPLIR LOS DIAS MINIMOS DE AVISO.
                 AND NOT (INDAVI OF REG-TASAHIS = "D"
                 AND LK-FECHA-HOY < FECAPL OF REG-TASAHIS)
                    MOVE PLNINT OF REG-TASAHIS TO W-PLNBUS
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * CADA FILTRO DESCARTA LA CUENTA EN CUANTO FALLA; LOS MAS
      * BARATOS VAN PRIMERO.
      *----------------------------------------------------------------
       EVALUAR-CUENTA.
           MOVE 1 TO W-CANDIDATA
           IF SALACT OF REG-MAESTR < W-UMBRAL
              MOVE ZEROS TO W-CANDIDATA
           END-IF
           IF SI-CANDIDATA
           AND W-FECCOR > ZEROS
           AND FULMOV OF REG-MAESTR > W-FECCOR
              MOVE ZEROS TO W-CANDIDATA
           END-IF
           IF SI-CANDIDATA
              MOVE NITCTA OF REG-MAESTR TO NITCTA OF REG-CDTNIT
              READ CCACDTNIT
                 NOT INVALID KEY
                    MOVE ZEROS TO W-CANDIDATA
              END-READ
           END-IF
           IF SI-CANDIDATA
              PERFORM OBTENER-PROMEDIOS
              IF W-CANPRM < W-NROMES
              OR W-SALPRO < W-UMBRAL
                 MOVE ZEROS TO W-CANDIDATA
              END-IF
           END-IF
           IF SI-CANDIDATA
              PERFORM CONTAR-DEBITOS
              IF W-CANDEB > W-P80-MAXDEB
                 MOVE ZEROS TO W-CANDIDATA
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * EL SALDO ESTABLE ES EL MENOR DE LOS ULTIMOS PROMEDIOS DE
      * CCAPROMHIS (SALDO ACREEDOR SOBRE DIAS, COMO CCA552/CCA786).
      *----------------------------------------------------------------
       OBTENER-PROMEDIOS.
           MOVE ZEROS                TO W-CANPRM W-SALPRO
           INITIALIZE TABLA-PROMEDIOS
           MOVE "NO"                 TO CTL-CCAPROMHIS
           MOVE CODMON OF REG-MAESTR TO CODMON OF REG-CCAPROMHIS
           MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-CCAPROMHIS
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-CCAPROMHIS
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-CCAPROMHIS
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-CCAPROMHIS
           MOVE ZEROS                TO FORIGE OF REG-CCAPROMHIS
           START CCAPROMHIS KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAPROMHIS
           END-START
           PERFORM RECORRER-CCAPROMHIS UNTIL FIN-CCAPROMHIS
           IF W-CANPRM NOT < W-NROMES
              MOVE W-PRM (1) TO W-SALPRO
              MOVE 2         TO W-IXP
              PERFORM BUSCAR-MENOR-PROMEDIO UNTIL W-IXP > W-NROMES
           END-IF.
      *----------------------------------------------------------------
       RECORRER-CCAPROMHIS.
           READ CCAPROMHIS NEXT AT END
                MOVE "SI" TO CTL-CCAPROMHIS
           END-READ
           IF NO-FIN-CCAPROMHIS
              IF CODMON OF REG-CCAPROMHIS NOT = CODMON OF REG-MAESTR
              OR CODSIS OF REG-CCAPROMHIS NOT = CODSIS OF REG-MAESTR
              OR CODPRO OF REG-CCAPROMHIS NOT = CODPRO OF REG-MAESTR
              OR AGCCTA OF REG-CCAPROMHIS NOT = AGCCTA OF REG-MAESTR
              OR CTANRO OF REG-CCAPROMHIS NOT = CTANRO OF REG-MAESTR
                 MOVE "SI" TO CTL-CCAPROMHIS
              ELSE
                 MOVE ZEROS TO W-PROMED
                 IF CANACR OF REG-CCAPROMHIS > ZEROS
                    COMPUTE W-PROMED ROUNDED =
                            SALACR OF REG-CCAPROMHIS /
                            CANACR OF REG-CCAPROMHIS
                 END-IF
                 DIVIDE W-CANPRM BY W-NROMES GIVING W-COCPRM
                                             REMAINDER W-IXP
                 ADD 1        TO W-IXP
                 MOVE W-PROMED TO W-PRM (W-IXP)
                 ADD 1        TO W-CANPRM
              END-IF
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-MENOR-PROMEDIO.
           IF W-PRM (W-IXP) < W-SALPRO
              MOVE W-PRM (W-IXP) TO W-SALPRO
           END-IF
           ADD 1 TO W-IXP.
      *----------------------------------------------------------------
      * DEBITOS DEL MES: CANMES DE LOS CODIGOS DEBITO DE LA CUENTA.
      *----------------------------------------------------------------
       CONTAR-DEBITOS.
           MOVE ZEROS                TO W-CANDEB
           MOVE "NO"                 TO CTL-CCAACUMUL
           MOVE CODMON OF REG-MAESTR TO CODMON OF REG-ACUMUL
           MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-ACUMUL
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-ACUMUL
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-ACUMUL
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-ACUMUL
           MOVE ZEROS                TO CODTRA OF REG-ACUMUL
           START CCAACUMUL KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAACUMUL
           END-START
           PERFORM SUMAR-DEBITOS UNTIL FIN-CCAACUMUL.
      *----------------------------------------------------------------
       SUMAR-DEBITOS.
           READ CCAACUMUL NEXT AT END
                MOVE "SI" TO CTL-CCAACUMUL
           END-READ
           IF NO-FIN-CCAACUMUL
              IF CODMON OF REG-ACUMUL NOT = CODMON OF REG-MAESTR
              OR CODSIS OF REG-ACUMUL NOT = CODSIS OF REG-MAESTR
              OR CODPRO OF REG-ACUMUL NOT = CODPRO OF REG-MAESTR
              OR AGCCTA OF REG-ACUMUL NOT = AGCCTA OF REG-MAESTR
              OR CTANRO OF REG-ACUMUL NOT = CTANRO OF REG-MAESTR
                 MOVE "SI" TO CTL-CCAACUMUL
              ELSE
                 IF CODTRA OF REG-ACUMUL > ZEROS
                 AND CODTRA OF REG-ACUMUL < 1000
                    IF DECRE (CODTRA OF REG-ACUMUL) = 1
                       ADD CANMES OF REG-ACUMUL TO W-CANDEB
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * EL MONTO QUIETO NO PASA DEL SALDO DE HOY. LA GANANCIA ES EL
      * NETO AL PLAN DEL CDAT MENOS EL NETO AL PLAN DE LA CUENTA (EL
      * VIGENTE DEL PRODUCTO O, SIN EL, EL DEL MAESTRO), AL PLAZO.
      *----------------------------------------------------------------
       GRABAR-PROSPECTO.
           MOVE W-SALPRO TO W-VLRINA
           IF SALACT OF REG-MAESTR < W-VLRINA
              MOVE SALACT OF REG-MAESTR TO W-VLRINA
           END-IF
           MOVE W-P80-PROCDT         TO P492-CODPRO
           MOVE W-PLNCDT             TO P492-PLNINT
           MOVE ZEROS                TO P492-PUNADI
           PERFORM LIQUIDAR-MONTO
           MOVE P492-EQUEFE          TO W-EQUCDT
           COMPUTE W-NETCDT = P492-INTERES - P492-RETENCI
           MOVE CODPRO OF REG-MAESTR TO P492-CODPRO
           IF W-PLNAHO > ZEROS
              MOVE W-PLNAHO          TO P492-PLNINT
           ELSE
              MOVE PLNINT OF REG-MAESTR TO P492-PLNINT
           END-IF
           MOVE PUNADI OF REG-MAESTR TO P492-PUNADI
           PERFORM LIQUIDAR-MONTO
           MOVE P492-EQUEFE          TO W-EQUAHO
           COMPUTE W-NETAHO = P492-INTERES - P492-RETENCI
           INITIALIZE REGLEACDT
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-LEACDT
           MOVE RESPON OF REG-MAESTR TO RESPON OF REG-LEACDT
           MOVE CODMON OF REG-MAESTR TO CODMON OF REG-LEACDT
           MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-LEACDT
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-LEACDT
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-LEACDT
           MOVE NITCTA OF REG-MAESTR TO NITCTA OF REG-LEACDT
           MOVE SALACT OF REG-MAESTR TO SALACT OF REG-LEACDT
           MOVE W-SALPRO             TO SALPRO OF REG-LEACDT
           MOVE W-VLRINA             TO VLRINA OF REG-LEACDT
           MOVE FULMOV OF REG-MAESTR TO FULMOV OF REG-LEACDT
           MOVE W-CANDEB             TO CANDEB OF REG-LEACDT
           MOVE W-P80-PROCDT         TO PROCDT OF REG-LEACDT
           MOVE W-P80-PLZCDT         TO PLZCDT OF REG-LEACDT
           MOVE W-EQUCDT             TO EQUCDT OF REG-LEACDT
           MOVE W-EQUAHO             TO EQUAHO OF REG-LEACDT
           MOVE W-NETCDT             TO NETCDT OF REG-LEACDT
           MOVE W-NETAHO             TO NETAHO OF REG-LEACDT
           COMPUTE GANEST OF REG-LEACDT = W-NETCDT - W-NETAHO
           MOVE LK-FECHA-HOY         TO FECPRO OF REG-LEACDT
           WRITE REG-LEACDT
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-CANLEA
           END-WRITE.
      *----------------------------------------------------------------
       LIQUIDAR-MONTO.
           MOVE LK-FECHA-HOY         TO P492-FORIGE
           MOVE W-P80-PLZCDT         TO P492-NROPER
           MOVE W-VLRINA             TO P492-SALACT
           MOVE 1                    TO P492-TIPOPR
           MOVE ZEROS                TO P492-INTERES
                                        P492-EQUEFE
                                        P492-EQUDIA
                                        P492-RETENCI
                                        P492-RETCOD
           CALL "CCA492" USING PAR-CCA492.
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           MOVE "SI" TO CTL-REGISTRO
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMAEAHO
           END-READ
           IF NO-FIN-CCAMAEAHO
              IF INDBAJ OF REG-MAESTR NOT = 0
                 MOVE "NO" TO CTL-REGISTRO
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * RESUMEN POR OFICIAL Y AGENCIA, LEYENDO LOS PROSPECTOS EN EL
      * ORDEN DE SU LLAVE.
      *----------------------------------------------------------------
       RESUMIR-PROSPECTOS.
           MOVE "NO"  TO CTL-CCALEACDT
           MOVE ZEROS TO AGCCTA OF REG-LEACDT RESPON OF REG-LEACDT
                         CODMON OF REG-LEACDT CODSIS OF REG-LEACDT
                         CODPRO OF REG-LEACDT CTANRO OF REG-LEACDT
           START CCALEACDT KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCALEACDT
           END-START
           IF NO-FIN-CCALEACDT
              PERFORM LEER-CCALEACDT
              MOVE AGCCTA OF REG-LEACDT TO W-AGCANT
              MOVE RESPON OF REG-LEACDT TO W-RESANT
           END-IF
           PERFORM RESUMIR-PROSPECTO UNTIL FIN-CCALEACDT.
      *----------------------------------------------------------------
       RESUMIR-PROSPECTO.
           IF AGCCTA OF REG-LEACDT NOT = W-AGCANT
              PERFORM IMPRIMIR-OFICIAL
              PERFORM IMPRIMIR-AGENCIA
           ELSE
              IF RESPON OF REG-LEACDT NOT = W-RESANT
                 PERFORM IMPRIMIR-OFICIAL
              END-IF
           END-IF
           MOVE AGCCTA OF REG-LEACDT TO W-AGCANT
           MOVE RESPON OF REG-LEACDT TO W-RESANT
           ADD 1                     TO W-OFI-CANLEA
           ADD VLRINA OF REG-LEACDT  TO W-OFI-VLRINA
           ADD GANEST OF REG-LEACDT  TO W-OFI-GANEST
           ADD VLRINA OF REG-LEACDT  TO W-TOTINA
           ADD GANEST OF REG-LEACDT  TO W-TOTGAN
           PERFORM LEER-CCALEACDT
           IF FIN-CCALEACDT
              PERFORM IMPRIMIR-OFICIAL
              PERFORM IMPRIMIR-AGENCIA
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-OFICIAL.
           INITIALIZE CCA583R-OFICIAL
           MOVE W-AGCANT     TO AGCCTA OF CCA583R-OFICIAL
           MOVE W-RESANT     TO RESPON OF CCA583R-OFICIAL
           MOVE W-OFI-CANLEA TO CANLEA OF CCA583R-OFICIAL
           MOVE W-OFI-VLRINA TO VLRINA OF CCA583R-OFICIAL
           MOVE W-OFI-GANEST TO GANEST OF CCA583R-OFICIAL
           WRITE REPORTE-REG FORMAT IS "OFICIAL"
           ADD W-OFI-CANLEA  TO W-AGE-CANLEA
           ADD W-OFI-VLRINA  TO W-AGE-VLRINA
           ADD W-OFI-GANEST  TO W-AGE-GANEST
           MOVE ZEROS        TO W-OFI-CANLEA W-OFI-VLRINA
                                W-OFI-GANEST.
      *----------------------------------------------------------------
       IMPRIMIR-AGENCIA.
           INITIALIZE CCA583R-AGENCIA
           MOVE W-AGCANT     TO AGCCTA OF CCA583R-AGENCIA
           MOVE W-AGE-CANLEA TO CANLEA OF CCA583R-AGENCIA
           MOVE W-AGE-VLRINA TO VLRINA OF CCA583R-AGENCIA
           MOVE W-AGE-GANEST TO GANEST OF CCA583R-AGENCIA
           WRITE REPORTE-REG FORMAT IS "AGENCIA"
           MOVE ZEROS        TO W-AGE-CANLEA W-AGE-VLRINA
                                W-AGE-GANEST.
      *----------------------------------------------------------------
       LEER-CCALEACDT.
           READ CCALEACDT NEXT RECORD AT END
                MOVE "SI" TO CTL-CCALEACDT.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           PERFORM RESUMIR-PROSPECTOS
           INITIALIZE CCA583R-TOTALES
           MOVE W-CANREV TO CANREV OF CCA583R-TOTALES
           MOVE W-CANCDT TO CANCDT OF CCA583R-TOTALES
           MOVE W-CANLEA TO CANLEA OF CCA583R-TOTALES
           MOVE W-TOTINA TO VLRINA OF CCA583R-TOTALES
           MOVE W-TOTGAN TO GANEST OF CCA583R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           MOVE W-CANREV TO PC504-CANTREG
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMAEAHO CCACDTMAE CCAPROMHIS CCAACUMUL CCACODTRN
                 CCATASAHIS CCATABLAS CCACDTNIT CCALEACDT REPORTE.
           STOP  RUN      .
