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
       PROGRAM-ID.    CCA582.
      ******************************************************************
      * FUNCION: EXPLICACION DEL CALCULO DE INTERESES DE UNA CUENTA    *
      *          EN UN RANGO DE FECHAS, A DEMANDA. POR CADA DIA DE     *
      *          CAUSACION (CCACAUSAC) IMPRIME EL SALDO BASE, EL PLAN  *
      *          QUE RIGIO Y SU ORIGEN (AHORRO PROGRAMADO CCAPLANAH,   *
      *          HISTORICO CCATASAHIS O MAESTRO), EL TRAMO DE SALDO,   *
      *          LOS PUNTOS ADICIONALES PUNADI, EL BONO DE CAMPANA     *
      *          (CCACAMPANA/CCACAMBASE/CCACAMCOST), LA BASE DE        *
      *          CALCULO, LA TASA EFECTIVA APLICADA (EQUEFE) CONTRA    *
      *          LA QUE RESUELVE HOY CCA492, LO CAUSADO (VALCAU) Y LA  *
      *          RETENCION (VLRRET). LUEGO LISTA LAS CAPITALIZACIONES  *
      *          DE INTERES Y RETENCION DEL RANGO (CCAHISTOR,          *
      *          CCAHISTO1 Y CCAMOVINT SI EL CORTE AUN NO PASO AL      *
      *          HISTORICO) Y LA DIFERENCIA CONTRA LO CAUSADO. CON     *
      *          NUMERO DE RECLAMO LA EXPLICACION QUEDA COMO NOTA EN   *
      *          EL EXPEDIENTE (CCA795) CON LA DIFERENCIA DE INTERES.  *
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
           SELECT CCACAUSAC
               ASSIGN          TO DATABASE-CCACAUSAC
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
           SELECT CCATASAHIS
               ASSIGN          TO DATABASE-CCATASAHIS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAPLANAH
               ASSIGN          TO DATABASE-CCAPLANAH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACAMPANA
               ASSIGN          TO DATABASE-CCACAMPANA
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACAMBASE
               ASSIGN          TO DATABASE-CCACAMBASE
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACAMCOST
               ASSIGN          TO DATABASE-CCACAMCOST
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCATRAPRO
               ASSIGN          TO DATABASE-CCATRAPRO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAHISTOR
               ASSIGN          TO DATABASE-CCAHISTOR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAHISTO1
               ASSIGN          TO DATABASE-CCAHISTO1
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAMOVINT
               ASSIGN          TO DATABASE-CCAMOVINT
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAHISCTL
               ASSIGN          TO DATABASE-CCAHISCTL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCARECLAMO
               ASSIGN          TO DATABASE-CCARECLAMO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA582R
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
       FD  CCACODPRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CODPRO.
           COPY DDS-ALL-FORMATS OF CCACODPRO.
      *
       FD  CCATASAHIS
           LABEL RECORDS ARE STANDARD.
       01  REG-TASAHIS.
           COPY DDS-ALL-FORMATS OF CCATASAHIS.
      *
       FD  CCAPLANAH
           LABEL RECORDS ARE STANDARD.
       01  REG-PLANAH.
           COPY DDS-ALL-FORMATS OF CCAPLANAH.
      *
       FD  CCACAMPANA
           LABEL RECORDS ARE STANDARD.
       01  REG-CAMPANA.
           COPY DDS-ALL-FORMATS OF CCACAMPANA.
      *
       FD  CCACAMBASE
           LABEL RECORDS ARE STANDARD.
       01  REG-CAMBASE.
           COPY DDS-ALL-FORMATS OF CCACAMBASE.
      *
       FD  CCACAMCOST
           LABEL RECORDS ARE STANDARD.
       01  REG-CAMCOST.
           COPY DDS-ALL-FORMATS OF CCACAMCOST.
      *
       FD  CCATRAPRO
           LABEL RECORDS ARE STANDARD.
       01  REG-TRAPRO.
           COPY DDS-ALL-FORMATS OF CCATRAPRO.
      *
       FD  CCAHISTOR
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCAHISTOR.
           COPY DDS-ALL-FORMATS OF CCAHISTOR.
      *
       FD  CCAHISTO1
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCAHISTO1.
           COPY DDS-ALL-FORMATS OF CCAHISTO1.
      *
       FD  CCAMOVINT
           LABEL RECORDS ARE STANDARD.
       01  REG-MOVINT.
           COPY DDS-ALL-FORMATS OF CCAMOVIM.
      *
       FD  CCAHISCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-HISCTL.
           COPY DDS-ALL-FORMATS OF CCAHISCTL.
      *
       FD  CCARECLAMO
           LABEL RECORDS ARE STANDARD.
       01  REG-RECLAMO.
           COPY DDS-ALL-FORMATS OF CCARECLAMO.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA582R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  W-CANDIA                    PIC 9(05)          VALUE ZEROS.
       77  W-TOTCAU                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-TOTRET                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-TOTBON                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-CAPINT                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-CAPRET                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-DIFINT                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-DIFRET                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-PLNPLAN                   PIC 9(05)          VALUE ZEROS.
       77  W-PLNVIG                    PIC 9(05)          VALUE ZEROS.
       77  W-PLNESP                    PIC 9(05)          VALUE ZEROS.
       77  W-FECPLAN                   PIC 9(08)          VALUE ZEROS.
       77  W-ORIPLN                    PIC X(10)          VALUE SPACES.
       77  W-NROTRA                    PIC 9(01)          VALUE ZEROS.
       77  W-NROCAM                    PIC 9(03)          VALUE ZEROS.
       77  W-PUNBON                    PIC S9(03)V9(04)   VALUE ZEROS.
       77  W-VLRBON                    PIC S9(13)V99      VALUE ZEROS.
       77  W-EQUESP                    PIC 9(04)V9(07)    VALUE ZEROS.
       77  W-TIPMOV                    PIC X(10)          VALUE SPACES.
       77  W-ORIGEN                    PIC X(10)          VALUE SPACES.
       77  W-SIGNO                     PIC S9(01)         VALUE ZEROS.
      *
      * CAMPANAS ACTIVAS (HASTA 20, COMO LAS CARGA CCA601).
       77  W-CANCAM                    PIC 9(02)          VALUE ZEROS.
       77  W-IXC                       PIC 9(02)          VALUE ZEROS.
       77  W-CAMDIA                    PIC 9(02)          VALUE ZEROS.
       01  TABLA-CAMPANAS.
           05  CAM-ENT                 OCCURS 20 TIMES.
               10  CAM-NROCAM          PIC 9(03).
               10  CAM-CODPRO          PIC 9(03).
               10  CAM-FECINI          PIC 9(08).
               10  CAM-FECFIN          PIC 9(08).
               10  CAM-PUNBON          PIC S9(03)V9(04).
      *
      * BONOS PAGADOS A LA CUENTA EN EL RANGO (CCACAMCOST).
       77  W-CANBON                    PIC 9(03)          VALUE ZEROS.
       77  W-IXB                       PIC 9(03)          VALUE ZEROS.
       01  TABLA-BONOS.
           05  BON-ENT                 OCCURS 400 TIMES.
               10  BON-NROCAM          PIC 9(03).
               10  BON-FECPRO          PIC 9(08).
               10  BON-VLRBON          PIC S9(13)V99.
      *
      * CODIGOS DE LA PIERNA DE LA CUENTA EN LA CAPITALIZACION
      * (CCATRAPRO): CREDITO DEL GRUPO DE INTERES, DEBITO DEL GRUPO
      * DE RETENCION, COMO LOS GRABA CCA610.
       77  W-CANINT                    PIC 9(02)          VALUE ZEROS.
       77  W-CANRTE                    PIC 9(02)          VALUE ZEROS.
       77  W-IXT                       PIC 9(02)          VALUE ZEROS.
       77  W-GRUPO                     PIC 9(05)          VALUE ZEROS.
       01  TABLA-CODIGOS.
           05  W-CODINT                PIC 9(05) OCCURS 10 TIMES.
           05  W-CODRTE                PIC 9(05) OCCURS 10 TIMES.
      *
       01  W-EXISTE-CCAMAEAHO          PIC 9(01) VALUE 0.
           88  NO-EXISTE-CCAMAEAHO               VALUE 0.
           88  SI-EXISTE-CCAMAEAHO               VALUE 1.
       01  W-EXISTE-CCACODPRO          PIC 9(01) VALUE 0.
           88  NO-EXISTE-CCACODPRO               VALUE 0.
           88  SI-EXISTE-CCACODPRO               VALUE 1.
       01  W-CORTE-PENDIENTE           PIC 9(01) VALUE 0.
           88  NO-CORTE-PENDIENTE                VALUE 0.
           88  SI-CORTE-PENDIENTE                VALUE 1.
      *
       01  CONTROLES.
           05  CTL-CCACAUSAC           PIC X(02) VALUE "NO".
               88  FIN-CCACAUSAC                 VALUE "SI".
               88  NO-FIN-CCACAUSAC              VALUE "NO".
           05  CTL-CCATASAHIS          PIC X(02) VALUE "NO".
               88  FIN-CCATASAHIS                VALUE "SI".
               88  NO-FIN-CCATASAHIS             VALUE "NO".
           05  CTL-CCAPLANAH           PIC X(02) VALUE "NO".
               88  ERROR-CCAPLANAH               VALUE "SI".
               88  NO-ERROR-CCAPLANAH            VALUE "NO".
           05  CTL-CCACAMPANA          PIC X(02) VALUE "NO".
               88  FIN-CCACAMPANA                VALUE "SI".
               88  NO-FIN-CCACAMPANA             VALUE "NO".
           05  CTL-CCACAMBASE          PIC X(02) VALUE "NO".
               88  ERROR-CCACAMBASE              VALUE "SI".
               88  NO-ERROR-CCACAMBASE           VALUE "NO".
           05  CTL-CCACAMCOST          PIC X(02) VALUE "NO".
               88  FIN-CCACAMCOST                VALUE "SI".
               88  NO-FIN-CCACAMCOST             VALUE "NO".
           05  CTL-CCATRAPRO           PIC X(02) VALUE "NO".
               88  FIN-CCATRAPRO                 VALUE "SI".
               88  NO-FIN-CCATRAPRO              VALUE "NO".
           05  CTL-CCAHISTOR           PIC X(02) VALUE "NO".
               88  FIN-CCAHISTOR                 VALUE "SI".
               88  NO-FIN-CCAHISTOR              VALUE "NO".
           05  CTL-CCAHISTO1           PIC X(02) VALUE "NO".
               88  FIN-CCAHISTO1                 VALUE "SI".
               88  NO-FIN-CCAHISTO1              VALUE "NO".
           05  CTL-CCAMOVINT           PIC X(02) VALUE "NO".
               88  FIN-CCAMOVINT                 VALUE "SI".
               88  NO-FIN-CCAMOVINT              VALUE "NO".
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
      * NOTA AL EXPEDIENTE DEL RECLAMO (VER CCA795).
       01  W-ACCION-RCL                PIC X(01) VALUE "N".
       01  W-DATOS-RECLAMO.
           05  W-RCL-CODMON            PIC 9(03) VALUE ZEROS.
           05  W-RCL-CODSIS            PIC 9(03) VALUE ZEROS.
           05  W-RCL-CODPRO            PIC 9(03) VALUE ZEROS.
           05  W-RCL-AGCCTA            PIC 9(05) VALUE ZEROS.
           05  W-RCL-CTANRO            PIC 9(17) VALUE ZEROS.
           05  W-RCL-NITCTA            PIC 9(15) VALUE ZEROS.
           05  W-RCL-TIPRCL            PIC 9(02) VALUE ZEROS.
           05  W-RCL-DESRCL            PIC X(60) VALUE SPACES.
       01  W-DATOS-LINEA.
           05  W-LIN-FORIGE            PIC 9(08) VALUE ZEROS.
           05  W-LIN-CNSTRN            PIC 9(09) VALUE ZEROS.
           05  W-LIN-CODTRA            PIC 9(05) VALUE ZEROS.
           05  W-LIN-IMPORT            PIC S9(13)V99 VALUE ZEROS.
           05  W-LIN-TEXLIN            PIC X(60) VALUE SPACES.
       01  W-RETRCL                    PIC 9(01) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
           COPY PARGEN  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-USRSOL                   PIC X(10).
       01  LK-NRORCL                   PIC 9(09).
       01  LK-CLAVE-CUENTA.
           05  LK-CODMON               PIC 9(03).
           05  LK-CODSIS               PIC 9(03).
           05  LK-CODPRO               PIC 9(03).
           05  LK-AGCCTA               PIC 9(05).
           05  LK-CTANRO               PIC 9(17).
       01  LK-RANGO.
           05  LK-FECINI               PIC 9(08).
           05  LK-FECFIN               PIC 9(08).
       01  LK-CODRET                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-CUENTA-NO-EXISTE        VALUE 1.
           88  LK-CODRET-RANGO-INVALIDO          VALUE 2.
           88  LK-CODRET-RECLAMO-INVALIDO        VALUE 3.
           88  LK-CODRET-NOTA-NO-GRABADA         VALUE 4.
      ***************************************************************
       PROCEDURE DIVISION USING LK-USRSOL LK-NRORCL LK-CLAVE-CUENTA
                                LK-RANGO LK-CODRET.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-CODRET-OK
              PERFORM CARGAR-REFERENCIAS
              PERFORM EXPLICAR-CAUSACION
              PERFORM EXPLICAR-CAPITALIZACION
              PERFORM IMPRIMIR-TOTALES
              IF LK-NRORCL > ZEROS
                 PERFORM VINCULAR-RECLAMO
              END-IF
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0 TO LK-CODRET.
           OPEN INPUT  CCAMAEAHO CCACAUSAC CCACODPRO CCATASAHIS
                       CCAPLANAH CCACAMPANA CCACAMBASE CCACAMCOST
                       CCATRAPRO CCAHISTOR CCAHISTO1 CCAMOVINT
                       CCAHISCTL.
           OPEN OUTPUT REPORTE.
           PERFORM CALL-CCA500.
           PERFORM CALL-CCA501.
           IF LK-FECINI = ZEROS
           OR LK-FECFIN < LK-FECINI
           OR LK-FECFIN > LK-FECHA-HOY
              MOVE 2 TO LK-CODRET
           ELSE
              PERFORM LEER-CCAMAEAHO
              IF NO-EXISTE-CCAMAEAHO
                 MOVE 1 TO LK-CODRET
              ELSE
                 IF LK-NRORCL > ZEROS
                    PERFORM VALIDAR-RECLAMO
                 END-IF
              END-IF
           END-IF.
           IF LK-CODRET-OK
              INITIALIZE CCA582R-HEADER
              MOVE LK-FECHA-HOY         TO FECGEN OF CCA582R-HEADER
              MOVE LK-CODPRO            TO CODPRO OF CCA582R-HEADER
              MOVE LK-AGCCTA            TO AGCCTA OF CCA582R-HEADER
              MOVE LK-CTANRO            TO CTANRO OF CCA582R-HEADER
              MOVE NITCTA OF REG-MAESTR TO NITCTA OF CCA582R-HEADER
              MOVE LK-FECINI            TO FECINI OF CCA582R-HEADER
              MOVE LK-FECFIN            TO FECFIN OF CCA582R-HEADER
              MOVE LK-NRORCL            TO NRORCL OF CCA582R-HEADER
              MOVE LK-USRSOL            TO USRSOL OF CCA582R-HEADER
              WRITE REPORTE-REG FORMAT IS "HEADER"
           END-IF.
      *----------------------------------------------------------------
      * EL RECLAMO DEBE EXISTIR Y SER DE LA MISMA CUENTA; SE ABRE Y
      * CIERRA AQUI PORQUE CCA795 LO ACTUALIZA AL GRABAR LA NOTA.
      *----------------------------------------------------------------
       VALIDAR-RECLAMO.
           OPEN INPUT CCARECLAMO.
           MOVE LK-NRORCL TO NRORCL OF REG-RECLAMO
           READ CCARECLAMO INVALID KEY
                MOVE 3 TO LK-CODRET
           END-READ
           IF LK-CODRET-OK
              IF CODMON OF REG-RECLAMO NOT = LK-CODMON
              OR CODSIS OF REG-RECLAMO NOT = LK-CODSIS
              OR CODPRO OF REG-RECLAMO NOT = LK-CODPRO
              OR AGCCTA OF REG-RECLAMO NOT = LK-AGCCTA
              OR CTANRO OF REG-RECLAMO NOT = LK-CTANRO
                 MOVE 3 TO LK-CODRET
              END-IF
           END-IF
           CLOSE CCARECLAMO.
      *----------------------------------------------------------------
       CARGAR-REFERENCIAS.
           MOVE LK-CODPRO TO CODPRO OF REG-CODPRO
           READ CCACODPRO INVALID KEY
                MOVE ZEROS TO W-EXISTE-CCACODPRO
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-CCACODPRO
           END-READ
           PERFORM CARGAR-CAMPANAS UNTIL FIN-CCACAMPANA
           PERFORM CARGAR-BONOS UNTIL FIN-CCACAMCOST
           MOVE LK-TRAINT TO W-GRUPO
           PERFORM CARGAR-CODIGOS
           MOVE LK-TRARET TO W-GRUPO
           PERFORM CARGAR-CODIGOS
      *    SIN REGISTRO DE CONTROL DE HOY CCA710 AUN NO PASO LOS
      *    MOVIMIENTOS DEL DIA AL HISTORICO: EL CORTE DE HOY, SI LO
      *    HUBO, SOLO ESTA EN CCAMOVINT.
           MOVE LK-FECHA-HOY TO FECPRO OF REG-HISCTL
           READ CCAHISCTL INVALID KEY
                MOVE 1     TO W-CORTE-PENDIENTE
           NOT INVALID KEY
                MOVE ZEROS TO W-CORTE-PENDIENTE
           END-READ.
      *----------------------------------------------------------------
       CARGAR-CAMPANAS.
           READ CCACAMPANA NEXT AT END
                MOVE "SI" TO CTL-CCACAMPANA
           END-READ
           IF NO-FIN-CCACAMPANA
              IF ESTADO OF REG-CAMPANA = "A"
              AND CODPRO OF REG-CAMPANA = LK-CODPRO
              AND W-CANCAM < 20
                 ADD 1 TO W-CANCAM
                 MOVE NROCAM OF REG-CAMPANA TO CAM-NROCAM (W-CANCAM)
                 MOVE CODPRO OF REG-CAMPANA TO CAM-CODPRO (W-CANCAM)
                 MOVE FECINI OF REG-CAMPANA TO CAM-FECINI (W-CANCAM)
                 MOVE FECFIN OF REG-CAMPANA TO CAM-FECFIN (W-CANCAM)
                 MOVE PUNBON OF REG-CAMPANA TO CAM-PUNBON (W-CANCAM)
              END-IF
           END-IF.
      *----------------------------------------------------------------
       CARGAR-BONOS.
           READ CCACAMCOST AT END
                MOVE "SI" TO CTL-CCACAMCOST
           END-READ
           IF NO-FIN-CCACAMCOST
              IF CODMON OF REG-CAMCOST = LK-CODMON
              AND CODSIS OF REG-CAMCOST = LK-CODSIS
              AND CODPRO OF REG-CAMCOST = LK-CODPRO
              AND AGCCTA OF REG-CAMCOST = LK-AGCCTA
              AND CTANRO OF REG-CAMCOST = LK-CTANRO
              AND FECPRO OF REG-CAMCOST NOT < LK-FECINI
              AND FECPRO OF REG-CAMCOST NOT > LK-FECFIN
              AND W-CANBON < 400
                 ADD 1 TO W-CANBON
                 MOVE NROCAM OF REG-CAMCOST TO BON-NROCAM (W-CANBON)
                 MOVE FECPRO OF REG-CAMCOST TO BON-FECPRO (W-CANBON)
                 MOVE VLRBON OF REG-CAMCOST TO BON-VLRBON (W-CANBON)
              END-IF
           END-IF.
      *----------------------------------------------------------------
       CARGAR-CODIGOS.
           MOVE "NO"      TO CTL-CCATRAPRO
           MOVE W-GRUPO   TO CODPRO OF REG-TRAPRO
           MOVE LK-CODPRO TO PRODUC OF REG-TRAPRO
           START CCATRAPRO KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCATRAPRO
           END-START
           PERFORM LEER-CODIGO UNTIL FIN-CCATRAPRO.
      *----------------------------------------------------------------
       LEER-CODIGO.
           READ CCATRAPRO NEXT AT END
                MOVE "SI" TO CTL-CCATRAPRO
           END-READ
           IF NO-FIN-CCATRAPRO
              IF CODPRO OF REG-TRAPRO NOT = W-GRUPO
              OR PRODUC OF REG-TRAPRO NOT = LK-CODPRO
                 MOVE "SI" TO CTL-CCATRAPRO
              ELSE
                 IF W-GRUPO = LK-TRAINT
                    IF W-CANINT < 10
                       ADD 1 TO W-CANINT
                       MOVE TRACRE OF REG-TRAPRO TO W-CODINT (W-CANINT)
                    END-IF
                 ELSE
                    IF W-CANRTE < 10
                       ADD 1 TO W-CANRTE
                       MOVE TRADEB OF REG-TRAPRO TO W-CODRTE (W-CANRTE)
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * UNA LINEA POR DIA CAUSADO DE LA CUENTA EN EL RANGO.
      *----------------------------------------------------------------
       EXPLICAR-CAUSACION.
           MOVE "NO"      TO CTL-CCACAUSAC
           MOVE LK-CODMON TO CODMON OF REG-CAUSAC
           MOVE LK-CODSIS TO CODSIS OF REG-CAUSAC
           MOVE LK-CODPRO TO CODPRO OF REG-CAUSAC
           MOVE LK-AGCCTA TO AGCCTA OF REG-CAUSAC
           MOVE LK-CTANRO TO CTANRO OF REG-CAUSAC
           START CCACAUSAC KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCACAUSAC
           END-START
           PERFORM EXPLICAR-DIA UNTIL FIN-CCACAUSAC.
      *----------------------------------------------------------------
       EXPLICAR-DIA.
           READ CCACAUSAC NEXT AT END
                MOVE "SI" TO CTL-CCACAUSAC
           END-READ
           IF NO-FIN-CCACAUSAC
              IF CODMON OF REG-CAUSAC NOT = LK-CODMON
              OR CODSIS OF REG-CAUSAC NOT = LK-CODSIS
              OR CODPRO OF REG-CAUSAC NOT = LK-CODPRO
              OR AGCCTA OF REG-CAUSAC NOT = LK-AGCCTA
              OR CTANRO OF REG-CAUSAC NOT = LK-CTANRO
                 MOVE "SI" TO CTL-CCACAUSAC
              ELSE
                 IF FORIGE OF REG-CAUSAC NOT < LK-FECINI
                 AND FORIGE OF REG-CAUSAC NOT > LK-FECFIN
                    PERFORM RESOLVER-DIA
                    PERFORM IMPRIMIR-DIA
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * EL PLAN SE RESUELVE COMO EN CCA601/CCA646: AHORRO PROGRAMADO,
      * PLAN VIGENTE DE CCATASAHIS EN LA FECHA DEL DIA, O EL DEL
      * MAESTRO; LA TASA ESPERADA LA LIQUIDA CCA492 CON ESE PLAN.
      *----------------------------------------------------------------
       RESOLVER-DIA.
           MOVE FORIGE OF REG-CAUSAC TO W-FECPLAN
           PERFORM BUSCAR-PLAN-VIGENTE
           PERFORM BUSCAR-PLAN-PROGRAMADO
           IF W-PLNPLAN > ZEROS
              MOVE W-PLNPLAN            TO W-PLNESP
              MOVE "PROGRAMADO"         TO W-ORIPLN
           ELSE
              IF W-PLNVIG > ZEROS
                 MOVE W-PLNVIG          TO W-PLNESP
                 MOVE "HISTORICO"       TO W-ORIPLN
              ELSE
                 MOVE PLNINT OF REG-MAESTR TO W-PLNESP
                 MOVE "MAESTRO"         TO W-ORIPLN
              END-IF
           END-IF
           PERFORM CLASIFICAR-TRAMO
           PERFORM BUSCAR-BONO-DIA
           MOVE ZEROS                   TO W-EQUESP
           IF SALACT OF REG-CAUSAC > ZEROS
              MOVE CODPRO OF REG-CAUSAC TO P492-CODPRO
              MOVE W-PLNESP             TO P492-PLNINT
              MOVE FORIGE OF REG-CAUSAC TO P492-FORIGE
              MOVE 1                    TO P492-NROPER
              MOVE SALACT OF REG-CAUSAC TO P492-SALACT
              MOVE PUNADI OF REG-MAESTR TO P492-PUNADI
              MOVE 1                    TO P492-TIPOPR
              MOVE ZEROS                TO P492-INTERES
              MOVE ZEROS                TO P492-EQUEFE
              MOVE ZEROS                TO P492-EQUDIA
              MOVE ZEROS                TO P492-RETENCI
              MOVE ZEROS                TO P492-RETCOD
              CALL "CCA492" USING PAR-CCA492
              MOVE P492-EQUEFE          TO W-EQUESP
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-PLAN-PROGRAMADO.
           MOVE ZEROS                TO W-PLNPLAN
           MOVE "NO"                 TO CTL-CCAPLANAH
           MOVE LK-CODMON            TO CODMON OF REG-PLANAH
           MOVE LK-CODSIS            TO CODSIS OF REG-PLANAH
           MOVE LK-CODPRO            TO CODPRO OF REG-PLANAH
           MOVE LK-AGCCTA            TO AGCCTA OF REG-PLANAH
           MOVE LK-CTANRO            TO CTANRO OF REG-PLANAH
           READ CCAPLANAH INVALID KEY
                MOVE "SI" TO CTL-CCAPLANAH
           END-READ
           IF NO-ERROR-CCAPLANAH
              IF ESTADO OF REG-PLANAH = "A"
                 IF INDCUM OF REG-PLANAH = "S"
                    MOVE PLNPRE OF REG-PLANAH TO W-PLNPLAN
                 ELSE
                    MOVE PLNCAS OF REG-PLANAH TO W-PLNPLAN
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-PLAN-VIGENTE.
           MOVE ZEROS                TO W-PLNVIG
           MOVE "NO"                 TO CTL-CCATASAHIS
           MOVE LK-CODPRO            TO CODPRO OF REG-TASAHIS
           MOVE ZEROS                TO FECVIG OF REG-TASAHIS
           START CCATASAHIS KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCATASAHIS
           END-START
           PERFORM REVISAR-PLAN-VIGENTE UNTIL FIN-CCATASAHIS.
      *----------------------------------------------------------------
       REVISAR-PLAN-VIGENTE.
           READ CCATASAHIS NEXT AT END
                MOVE "SI" TO CTL-CCATASAHIS
           END-READ
           IF NO-FIN-CCATASAHIS
              IF CODPRO OF REG-TASAHIS NOT = LK-CODPRO
              OR FECVIG OF REG-TASAHIS > W-FECPLAN
                 MOVE "SI" TO CTL-CCATASAHIS
              ELSE
                 IF ESTADO OF REG-TASAHIS = "A"
      *          UNA BAJA DE TASA AVISADA (CCA589) NO SE APLICA ANTES
      *          DE CUMPLIR LOS DIAS MINIMOS DE AVISO.
                 AND NOT (INDAVI OF REG-TASAHIS = "D"
                 AND W-FECPLAN < FECAPL OF REG-TASAHIS)
                    MOVE PLNINT OF REG-TASAHIS TO W-PLNVIG
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * TRAMO DEL SALDO BASE, COMO LO CLASIFICA CCA645: 1 HASTA EL
      * PRIMER ESCALON (O TODO SI NO HAY ESCALONES), 2 HASTA EL
      * SEGUNDO, 3 DE AHI EN ADELANTE.
      *----------------------------------------------------------------
       CLASIFICAR-TRAMO.
           IF NO-EXISTE-CCACODPRO
           OR TRAMO1 OF REG-CODPRO = ZEROS
              MOVE 1 TO W-NROTRA
           ELSE
              IF SALACT OF REG-CAUSAC NOT > TRAMO1 OF REG-CODPRO
                 MOVE 1 TO W-NROTRA
              ELSE
              IF TRAMO2 OF REG-CODPRO > TRAMO1 OF REG-CODPRO
              AND SALACT OF REG-CAUSAC NOT > TRAMO2 OF REG-CODPRO
                 MOVE 2 TO W-NROTRA
              ELSE
                 MOVE 3 TO W-NROTRA
              END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * CAMPANA DEL PRODUCTO VIGENTE EN LA FECHA DEL DIA (LA PRIMERA,
      * COMO EN CCA601); SOLO CUENTA SI LA CUENTA TIENE LINEA BASE.
      * EL BONO ES EL QUE CCA601 DEJO EN CCACAMCOST ESE DIA.
      *----------------------------------------------------------------
       BUSCAR-BONO-DIA.
           MOVE ZEROS TO W-NROCAM W-PUNBON W-VLRBON W-CAMDIA
           MOVE 1     TO W-IXC
           PERFORM REVISAR-CAMPANA UNTIL W-IXC > W-CANCAM
           IF W-CAMDIA > ZEROS
              MOVE "NO"                    TO CTL-CCACAMBASE
              MOVE CAM-NROCAM (W-CAMDIA)   TO NROCAM OF REG-CAMBASE
              MOVE LK-CODMON               TO CODMON OF REG-CAMBASE
              MOVE LK-CODSIS               TO CODSIS OF REG-CAMBASE
              MOVE LK-CODPRO               TO CODPRO OF REG-CAMBASE
              MOVE LK-AGCCTA               TO AGCCTA OF REG-CAMBASE
              MOVE LK-CTANRO               TO CTANRO OF REG-CAMBASE
              READ CCACAMBASE INVALID KEY
                   MOVE "SI" TO CTL-CCACAMBASE
              END-READ
              IF NO-ERROR-CCACAMBASE
                 MOVE CAM-NROCAM (W-CAMDIA) TO W-NROCAM
                 MOVE CAM-PUNBON (W-CAMDIA) TO W-PUNBON
              END-IF
           END-IF
           MOVE 1     TO W-IXB
           PERFORM REVISAR-BONO UNTIL W-IXB > W-CANBON.
      *----------------------------------------------------------------
       REVISAR-CAMPANA.
           IF CAM-FECINI (W-IXC) NOT > FORIGE OF REG-CAUSAC
           AND (CAM-FECFIN (W-IXC) = ZEROS
                OR CAM-FECFIN (W-IXC) NOT < FORIGE OF REG-CAUSAC)
              MOVE W-IXC    TO W-CAMDIA
              MOVE W-CANCAM TO W-IXC
           END-IF
           ADD 1 TO W-IXC.
      *----------------------------------------------------------------
       REVISAR-BONO.
           IF BON-FECPRO (W-IXB) = FORIGE OF REG-CAUSAC
              ADD BON-VLRBON (W-IXB) TO W-VLRBON
              IF W-NROCAM = ZEROS
                 MOVE BON-NROCAM (W-IXB) TO W-NROCAM
              END-IF
           END-IF
           ADD 1 TO W-IXB.
      *----------------------------------------------------------------
       IMPRIMIR-DIA.
           ADD 1                    TO W-CANDIA
           ADD VALCAU OF REG-CAUSAC TO W-TOTCAU
           ADD VLRRET OF REG-CAUSAC TO W-TOTRET
           ADD W-VLRBON             TO W-TOTBON
           INITIALIZE CCA582R-DIA
           MOVE FORIGE OF REG-CAUSAC TO FORIGE OF CCA582R-DIA
           MOVE SALACT OF REG-CAUSAC TO SALACT OF CCA582R-DIA
           MOVE W-ORIPLN             TO ORIPLN OF CCA582R-DIA
           MOVE W-PLNESP             TO PLNINT OF CCA582R-DIA
           MOVE W-NROTRA             TO TRAMO  OF CCA582R-DIA
           MOVE PUNADI OF REG-MAESTR TO PUNADI OF CCA582R-DIA
           MOVE W-NROCAM             TO NROCAM OF CCA582R-DIA
           MOVE W-PUNBON             TO PUNBON OF CCA582R-DIA
           MOVE W-VLRBON             TO VLRBON OF CCA582R-DIA
           IF BASCAL OF REG-CAUSAC > ZEROS
              MOVE BASCAL OF REG-CAUSAC TO BASCAL OF CCA582R-DIA
           ELSE
              IF SI-EXISTE-CCACODPRO
                 MOVE BASCAL OF REG-CODPRO TO BASCAL OF CCA582R-DIA
              END-IF
           END-IF
           MOVE EQUEFE OF REG-CAUSAC TO EQUEFE OF CCA582R-DIA
           MOVE W-EQUESP             TO EQUESP OF CCA582R-DIA
           MOVE VALCAU OF REG-CAUSAC TO VALCAU OF CCA582R-DIA
           MOVE VLRRET OF REG-CAUSAC TO VLRRET OF CCA582R-DIA
           WRITE REPORTE-REG FORMAT IS "DIA".
      *----------------------------------------------------------------
      * CAPITALIZACIONES DEL RANGO: LA PIERNA DE LA CUENTA DEL
      * INTERES Y DE LA RETENCION EN EL HISTORICO VIGENTE, EL
      * DEPURADO Y, SI EL CORTE DE HOY NO HA PASADO AL HISTORICO,
      * EN CCAMOVINT.
      *----------------------------------------------------------------
       EXPLICAR-CAPITALIZACION.
           MOVE "NO"      TO CTL-CCAHISTO1
           MOVE LK-CODMON TO CODMON OF ZONA-CCAHISTO1
           MOVE LK-CODSIS TO CODSIS OF ZONA-CCAHISTO1
           MOVE LK-CODPRO TO CODPRO OF ZONA-CCAHISTO1
           MOVE LK-AGCCTA TO AGCCTA OF ZONA-CCAHISTO1
           MOVE LK-CTANRO TO CTANRO OF ZONA-CCAHISTO1
           START CCAHISTO1 KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAHISTO1
           END-START
           PERFORM REVISAR-HISTO1 UNTIL FIN-CCAHISTO1
           MOVE "NO"      TO CTL-CCAHISTOR
           MOVE LK-CODMON TO CODMON OF ZONA-CCAHISTOR
           MOVE LK-CODSIS TO CODSIS OF ZONA-CCAHISTOR
           MOVE LK-CODPRO TO CODPRO OF ZONA-CCAHISTOR
           MOVE LK-AGCCTA TO AGCCTA OF ZONA-CCAHISTOR
           MOVE LK-CTANRO TO CTANRO OF ZONA-CCAHISTOR
           START CCAHISTOR KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAHISTOR
           END-START
           PERFORM REVISAR-HISTOR UNTIL FIN-CCAHISTOR
           IF SI-CORTE-PENDIENTE
              PERFORM REVISAR-MOVINT UNTIL FIN-CCAMOVINT
           END-IF.
      *----------------------------------------------------------------
       REVISAR-HISTO1.
           READ CCAHISTO1 NEXT AT END
                MOVE "SI" TO CTL-CCAHISTO1
           END-READ
           IF NO-FIN-CCAHISTO1
              IF CODMON OF ZONA-CCAHISTO1 NOT = LK-CODMON
              OR CODSIS OF ZONA-CCAHISTO1 NOT = LK-CODSIS
              OR CODPRO OF ZONA-CCAHISTO1 NOT = LK-CODPRO
              OR AGCCTA OF ZONA-CCAHISTO1 NOT = LK-AGCCTA
              OR CTANRO OF ZONA-CCAHISTO1 NOT = LK-CTANRO
                 MOVE "SI" TO CTL-CCAHISTO1
              ELSE
                 IF FORIGE OF ZONA-CCAHISTO1 NOT < LK-FECINI
                 AND FORIGE OF ZONA-CCAHISTO1 NOT > LK-FECFIN
                    MOVE "CCAHISTO1" TO W-ORIGEN
                    MOVE ZONA-CCAHISTO1 TO REG-MOVINT
                    PERFORM CLASIFICAR-CAPITAL
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       REVISAR-HISTOR.
           READ CCAHISTOR NEXT AT END
                MOVE "SI" TO CTL-CCAHISTOR
           END-READ
           IF NO-FIN-CCAHISTOR
              IF CODMON OF ZONA-CCAHISTOR NOT = LK-CODMON
              OR CODSIS OF ZONA-CCAHISTOR NOT = LK-CODSIS
              OR CODPRO OF ZONA-CCAHISTOR NOT = LK-CODPRO
              OR AGCCTA OF ZONA-CCAHISTOR NOT = LK-AGCCTA
              OR CTANRO OF ZONA-CCAHISTOR NOT = LK-CTANRO
                 MOVE "SI" TO CTL-CCAHISTOR
              ELSE
                 IF FORIGE OF ZONA-CCAHISTOR NOT < LK-FECINI
                 AND FORIGE OF ZONA-CCAHISTOR NOT > LK-FECFIN
                    MOVE "CCAHISTOR" TO W-ORIGEN
                    MOVE ZONA-CCAHISTOR TO REG-MOVINT
                    PERFORM CLASIFICAR-CAPITAL
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       REVISAR-MOVINT.
           READ CCAMOVINT AT END
                MOVE "SI" TO CTL-CCAMOVINT
           END-READ
           IF NO-FIN-CCAMOVINT
              IF CODMON OF REG-MOVINT = LK-CODMON
              AND CODSIS OF REG-MOVINT = LK-CODSIS
              AND CODPRO OF REG-MOVINT = LK-CODPRO
              AND AGCCTA OF REG-MOVINT = LK-AGCCTA
              AND CTANRO OF REG-MOVINT = LK-CTANRO
              AND FORIGE OF REG-MOVINT NOT < LK-FECINI
              AND FORIGE OF REG-MOVINT NOT > LK-FECFIN
                 MOVE "CCAMOVINT" TO W-ORIGEN
                 PERFORM CLASIFICAR-CAPITAL
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * EL INTERES SUMA EN CREDITO Y RESTA EN DEBITO (REVERSION); LA
      * RETENCION AL CONTRARIO.
      *----------------------------------------------------------------
       CLASIFICAR-CAPITAL.
           MOVE SPACES TO W-TIPMOV
           MOVE 1      TO W-IXT
           PERFORM REVISAR-CODINT UNTIL W-IXT > W-CANINT
           IF W-TIPMOV = SPACES
              MOVE 1   TO W-IXT
              PERFORM REVISAR-CODRTE UNTIL W-IXT > W-CANRTE
           END-IF
           IF W-TIPMOV NOT = SPACES
              IF W-TIPMOV = "INTERES"
                 IF DEBCRE OF REG-MOVINT = 2
                    MOVE 1  TO W-SIGNO
                 ELSE
                    MOVE -1 TO W-SIGNO
                 END-IF
                 COMPUTE W-CAPINT = W-CAPINT
                                  + IMPORT OF REG-MOVINT * W-SIGNO
              ELSE
                 IF DEBCRE OF REG-MOVINT = 1
                    MOVE 1  TO W-SIGNO
                 ELSE
                    MOVE -1 TO W-SIGNO
                 END-IF
                 COMPUTE W-CAPRET = W-CAPRET
                                  + IMPORT OF REG-MOVINT * W-SIGNO
              END-IF
              INITIALIZE CCA582R-CAPITAL
              MOVE FORIGE OF REG-MOVINT TO FORIGE OF CCA582R-CAPITAL
              MOVE CODTRA OF REG-MOVINT TO CODTRA OF CCA582R-CAPITAL
              MOVE DEBCRE OF REG-MOVINT TO DEBCRE OF CCA582R-CAPITAL
              MOVE IMPORT OF REG-MOVINT TO IMPORT OF CCA582R-CAPITAL
              MOVE W-TIPMOV             TO TIPMOV OF CCA582R-CAPITAL
              MOVE W-ORIGEN             TO ORIGEN OF CCA582R-CAPITAL
              WRITE REPORTE-REG FORMAT IS "CAPITAL"
           END-IF.
      *----------------------------------------------------------------
       REVISAR-CODINT.
           IF CODTRA OF REG-MOVINT = W-CODINT (W-IXT)
              MOVE "INTERES" TO W-TIPMOV
              MOVE W-CANINT  TO W-IXT
           END-IF
           ADD 1 TO W-IXT.
      *----------------------------------------------------------------
       REVISAR-CODRTE.
           IF CODTRA OF REG-MOVINT = W-CODRTE (W-IXT)
              MOVE "RETENCION" TO W-TIPMOV
              MOVE W-CANRTE    TO W-IXT
           END-IF
           ADD 1 TO W-IXT.
      *----------------------------------------------------------------
      * LA CAPITALIZACION DEL CORTE LIQUIDA TODO LO CAUSADO DESDE EL
      * CORTE ANTERIOR: SI EL RANGO NO CALZA CON LOS CORTES, LA
      * DIFERENCIA INCLUYE DIAS FUERA DEL RANGO.
      *----------------------------------------------------------------
       IMPRIMIR-TOTALES.
           COMPUTE W-DIFINT = W-CAPINT - W-TOTCAU
           COMPUTE W-DIFRET = W-CAPRET - W-TOTRET
           INITIALIZE CCA582R-TOTALES
           MOVE W-CANDIA TO CANDIA OF CCA582R-TOTALES
           MOVE W-TOTCAU TO TOTCAU OF CCA582R-TOTALES
           MOVE W-TOTRET TO TOTRET OF CCA582R-TOTALES
           MOVE W-TOTBON TO TOTBON OF CCA582R-TOTALES
           MOVE W-CAPINT TO CAPINT OF CCA582R-TOTALES
           MOVE W-CAPRET TO CAPRET OF CCA582R-TOTALES
           MOVE W-DIFINT TO DIFINT OF CCA582R-TOTALES
           MOVE W-DIFRET TO DIFRET OF CCA582R-TOTALES
           IF W-DIFINT = ZEROS AND W-DIFRET = ZEROS
              MOVE "LO CAPITALIZADO CUADRA CON LO CAUSADO EN EL RANGO"
                TO LEYEN1 OF CCA582R-TOTALES
           ELSE
              MOVE "LO CAPITALIZADO DIFIERE DE LO CAUSADO EN EL RANGO"
                TO LEYEN1 OF CCA582R-TOTALES
           END-IF
           MOVE "EL CORTE PUEDE LIQUIDAR DIAS CAUSADOS FUERA DEL RANGO"
             TO LEYEN2 OF CCA582R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES".
      *----------------------------------------------------------------
      * LA EXPLICACION QUEDA COMO NOTA EN EL EXPEDIENTE DEL RECLAMO,
      * CON LA DIFERENCIA DE INTERES COMO IMPORTE.
      *----------------------------------------------------------------
       VINCULAR-RECLAMO.
           MOVE LK-FECFIN    TO W-LIN-FORIGE
           MOVE ZEROS        TO W-LIN-CNSTRN
           MOVE ZEROS        TO W-LIN-CODTRA
           MOVE W-DIFINT     TO W-LIN-IMPORT
           MOVE SPACES       TO W-LIN-TEXLIN
           STRING "EXPLICACION INTERES " LK-FECINI " A " LK-FECFIN
                  " VER REPORTE CCA582R"
                  DELIMITED BY SIZE INTO W-LIN-TEXLIN
           MOVE ZEROS        TO W-RETRCL
           CALL "CCA795" USING LK-USRSOL W-ACCION-RCL LK-NRORCL
                               W-DATOS-RECLAMO W-DATOS-LINEA W-RETRCL
           IF W-RETRCL NOT = ZEROS
              MOVE 4 TO LK-CODRET
           END-IF.
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           MOVE LK-CODMON TO CODMON OF REG-MAESTR
           MOVE LK-CODSIS TO CODSIS OF REG-MAESTR
           MOVE LK-CODPRO TO CODPRO OF REG-MAESTR
           MOVE LK-AGCCTA TO AGCCTA OF REG-MAESTR
           MOVE LK-CTANRO TO CTANRO OF REG-MAESTR
           READ CCAMAEAHO INVALID KEY
                MOVE ZEROS TO W-EXISTE-CCAMAEAHO
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-CCAMAEAHO
           END-READ.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       CALL-CCA501.
           CALL "CCA501" USING LK-CCAPARGEN.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCAMAEAHO CCACAUSAC CCACODPRO CCATASAHIS CCAPLANAH
                 CCACAMPANA CCACAMBASE CCACAMCOST CCATRAPRO CCAHISTOR
                 CCAHISTO1 CCAMOVINT CCAHISCTL REPORTE.
           GOBACK.
