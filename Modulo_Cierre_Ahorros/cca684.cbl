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
       PROGRAM-ID.    CCA684.
      ******************************************************************
      * FUNCION: PRONOSTICO DE DEMANDA DE EFECTIVO POR AGENCIA Y DIA   *
      *          HABIL, PARA PEDIR A LA TRANSPORTADORA DE VALORES LO   *
      *          QUE REALMENTE SE VA A NECESITAR. CORRE EN LA CADENA   *
      *          NOCTURNA DESPUES DE CCA710.                           *
      *          1. REHACE CCAEFEDIA CON LOS RETIROS Y CONSIGNACIONES  *
      *             EN EFECTIVO DE CCAHISTOR (CODIGOS CON TIPO DE      *
      *             VALOR 1 EN CCACODTRN, COMO CCA787) POR AGENCIA DE  *
      *             ORIGEN (AGCORI) Y DIA, Y LOS ABONOS DE NOMINA DE   *
      *             CCA514 POR AGENCIA DE LA CUENTA, EN LA VENTANA DE  *
      *             DIAS DE LA TABLA 97.                               *
      *          2. CADA DIA HABIL DE LA VENTANA SE CLASIFICA: PAGO DE *
      *             NOMINA (HUBO ABONOS DE NOMINA EN LA AGENCIA),      *
      *             VISPERA DE FESTIVO (ANTES DEL SIGUIENTE DIA HABIL  *
      *             HAY UN DIA ENTRE LUNES Y VIERNES QUE NO ES HABIL,  *
      *             SEGUN PLT219 Y LOS FESTIVOS DE PLTFERIAD) O        *
      *             NORMAL. LOS DIAS NORMALES DAN EL PROMEDIO POR DIA  *
      *             DE LA SEMANA Y LAS VISPERAS UN FACTOR SOBRE ESE    *
      *             PROMEDIO.                                          *
      *          3. PRONOSTICA LOS PROXIMOS DIAS HABILES: PROMEDIO DEL *
      *             DIA DE LA SEMANA (POR EL FACTOR SI ES VISPERA),    *
      *             MAS EL PORCENTAJE EN EFECTIVO DE LA NOMINA QUE SE  *
      *             ESPERA ESE DIA (PERFIL POR DIA DEL MES; LA NOMINA  *
      *             DE UN DIA NO HABIL CAE EL HABIL ANTERIOR), MAS EL  *
      *             PORCENTAJE EN EFECTIVO DEL NETO DE CAPITALIZACION  *
      *             QUE PROYECTA CCA651 (CCAPRYCAP), MAS LOS RETIROS   *
      *             GRANDES ANUNCIADOS EN CCARESEFE (CCA685). QUEDA EN *
      *             CCAEFEPRO Y EN EL REPORTE CCA684R.                 *
      *          4. CONFRONTA EL PRONOSTICO DE HOY CON LO REAL Y       *
      *             VERIFICA LAS RESERVAS DE RETIRO VENCIDAS CONTRA    *
      *             LOS RETIROS EN EFECTIVO DE LA CUENTA EN LA AGENCIA *
      *             Y FECHA RESERVADAS: C = CUMPLIDA, P = PARCIAL,     *
      *             N = NO RETIRO.                                     *
      *          TABLA 97 DE CCATABLAS, NROTAB 0: CAMPO1 = MONTO       *
      *          MINIMO DE UNA RESERVA; CAMPO2 (1:3) DIAS DE HISTORIA, *
      *          (4:2) DIAS HABILES A PRONOSTICAR, (6:3) PORCENTAJE DE *
      *          LA NOMINA Y (9:3) DE LA CAPITALIZACION QUE SALE EN    *
      *          EFECTIVO, (12:3) PORCENTAJE RETIRADO PARA DAR POR     *
      *          CUMPLIDA UNA RESERVA, (15:3) DIAS MAXIMOS DE          *
      *          ANTICIPACION DE UNA RESERVA (LO USA CCA685).          *
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
           SELECT CCAHISTOR
               ASSIGN          TO DATABASE-CCAHISTOR
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCACODTRN
               ASSIGN          TO DATABASE-CCACODTRN
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
           SELECT PLTFERIAD
               ASSIGN          TO DATABASE-PLTFERIAD
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT PLTAGCORI
               ASSIGN          TO DATABASE-PLTAGCORI
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAEFEDIA
               ASSIGN          TO DATABASE-CCAEFEDIA
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAEFEPRO
               ASSIGN          TO DATABASE-CCAEFEPRO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCARESEFE
               ASSIGN          TO DATABASE-CCARESEFE
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAPRYCAP
               ASSIGN          TO DATABASE-CCAPRYCAP
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA684R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAHISTOR
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCAHISTOR.
           COPY DDS-ALL-FORMATS OF CCAHISTOR.
      *
       FD  CCACODTRN
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCACODTRN.
           COPY DDS-ALL-FORMATS OF CCACODTRN.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  PLTFERIAD
           LABEL RECORDS ARE STANDARD.
       01  REG-PLTFERIAD.
           COPY DDS-ALL-FORMATS OF PLTFERIAD.
      *
       FD  PLTAGCORI
           LABEL RECORDS ARE STANDARD.
       01  ZONA-PLTAGCORI.
           COPY DDS-ALL-FORMATS OF PLTAGCORI.
      *
       FD  CCAEFEDIA
           LABEL RECORDS ARE STANDARD.
       01  REG-EFEDIA.
           COPY DDS-ALL-FORMATS OF CCAEFEDIA.
      *
       FD  CCAEFEPRO
           LABEL RECORDS ARE STANDARD.
       01  REG-EFEPRO.
           COPY DDS-ALL-FORMATS OF CCAEFEPRO.
      *
       FD  CCARESEFE
           LABEL RECORDS ARE STANDARD.
       01  REG-RESEFE.
           COPY DDS-ALL-FORMATS OF CCARESEFE.
      *
       FD  CCAPRYCAP
           LABEL RECORDS ARE STANDARD.
       01  REG-PRYCAP.
           COPY DDS-ALL-FORMATS OF CCAPRYCAP.
      *
       FD  REPORTE
           LABEL RECORDS ARE OMITTED.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA684R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  I                           PIC 9(05) COMP VALUE ZEROS.
       77  J                           PIC 9(05) COMP VALUE ZEROS.
       77  K                           PIC 9(05) COMP VALUE ZEROS.
       77  W-CAL                       PIC 9(05) COMP VALUE ZEROS.
       77  W-DIA                       PIC 9(02) COMP VALUE ZEROS.
       77  W-DIAFIN                    PIC 9(02) COMP VALUE ZEROS.
       77  W-CANAGE                    PIC 9(05) VALUE ZEROS.
       77  W-CANDIA                    PIC 9(07) VALUE ZEROS.
       77  W-CANRES                    PIC 9(05) VALUE ZEROS.
       77  W-CANCUM                    PIC 9(05) VALUE ZEROS.
       77  W-CANPAR                    PIC 9(05) VALUE ZEROS.
       77  W-CANNOR                    PIC 9(05) VALUE ZEROS.
      *
      * PARAMETROS (TABLA 97, NROTAB 0) CON SUS VALORES POR OMISION.
       01  W-DIAHIS                    PIC 9(03) VALUE 91.
       01  W-DIAHOR                    PIC 9(02) VALUE 10.
       01  W-PORNOM                    PIC 9(03) VALUE 40.
       01  W-PORCAP                    PIC 9(03) VALUE 10.
       01  W-PORCUM                    PIC 9(03) VALUE 90.
       01  W-MESHIS                    PIC 9(03) VALUE 3.
       01  W-TRACRE-NOM                PIC 9(05) VALUE 560.
       01  W-PARAM-X                   PIC X(14) VALUE SPACES.
       01  W-PARAM-N                   REDEFINES W-PARAM-X.
           05  W-PAR-DIAHIS            PIC 9(03).
           05  W-PAR-DIAHOR            PIC 9(02).
           05  W-PAR-PORNOM            PIC 9(03).
           05  W-PAR-PORCAP            PIC 9(03).
           05  W-PAR-PORCUM            PIC 9(03).
      *
       01  W-FECPRO                    PIC 9(08) VALUE ZEROS.
       01  W-FECINI                    PIC 9(08) VALUE ZEROS.
       01  W-FECFIN                    PIC 9(08) VALUE ZEROS.
       01  W-FECBUS                    PIC 9(08) VALUE ZEROS.
       01  W-FECHACTL                  PIC 9(08) VALUE ZEROS.
       01  W-AGCACT                    PIC 9(05) VALUE ZEROS.
       01  W-AGCDIA                    PIC 9(05) VALUE ZEROS.
       01  W-FECDIA                    PIC 9(08) VALUE ZEROS.
       01  W-NROCAL                    PIC 9(05) COMP VALUE ZEROS.
       01  W-NROFUT                    PIC 9(05) COMP VALUE ZEROS.
       01  W-PRIFUT                    PIC 9(05) COMP VALUE ZEROS.
       01  W-IDXHOR                    PIC 9(05) COMP VALUE ZEROS.
       01  W-NRORH                     PIC 9(05) COMP VALUE ZEROS.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *
      * NUMERO DE DIA CORRIDO Y DIA DE LA SEMANA (1 = LUNES ... 7 =
      * DOMINGO) DE UNA FECHA, CONTANDO LOS AÑOS DESDE MARZO.
       01  W-FECDN                     PIC 9(08) VALUE ZEROS.
       01  R-W-FECDN                   REDEFINES W-FECDN.
           05  AA-DN                   PIC 9(04).
           05  MM-DN                   PIC 9(02).
           05  DD-DN                   PIC 9(02).
       01  W-FECSIG                    PIC 9(08) VALUE ZEROS.
       01  R-W-FECSIG                  REDEFINES W-FECSIG.
           05  AA-SIG                  PIC 9(04).
           05  MM-SIG                  PIC 9(02).
           05  DD-SIG                  PIC 9(02).
       01  W-DN-ANO                    PIC 9(05) COMP VALUE ZEROS.
       01  W-DN-MES                    PIC 9(02) COMP VALUE ZEROS.
       01  W-DN-Q4                     PIC 9(05) COMP VALUE ZEROS.
       01  W-DN-Q100                   PIC 9(05) COMP VALUE ZEROS.
       01  W-DN-Q400                   PIC 9(05) COMP VALUE ZEROS.
       01  W-DN-QMES                   PIC 9(05) COMP VALUE ZEROS.
       01  W-DN-AUX                    PIC 9(09) COMP VALUE ZEROS.
       01  W-DN-COC                    PIC 9(09) COMP VALUE ZEROS.
       01  W-DIANUM                    PIC 9(09) COMP VALUE ZEROS.
       01  W-DIASEM                    PIC 9(01) VALUE ZEROS.
      *
       01  W-NOMBRES-DIAS.
           05  FILLER                  PIC X(09) VALUE "LUNES".
           05  FILLER                  PIC X(09) VALUE "MARTES".
           05  FILLER                  PIC X(09) VALUE "MIERCOLES".
           05  FILLER                  PIC X(09) VALUE "JUEVES".
           05  FILLER                  PIC X(09) VALUE "VIERNES".
           05  FILLER                  PIC X(09) VALUE "SABADO".
           05  FILLER                  PIC X(09) VALUE "DOMINGO".
       01  R-NOMBRES-DIAS              REDEFINES W-NOMBRES-DIAS.
           05  W-NOMDIA                OCCURS 7 TIMES PIC X(09).
      *
      * MARCA DE EFECTIVO POR CODIGO (CCACODTRN TIPO DE VALOR 1,
      * COMO CCA787).
       01  TABLA-EFECTIVO              PIC X(9999) VALUE ZEROS.
       01  RED-TABLA-EFECTIVO          REDEFINES   TABLA-EFECTIVO.
           05  EFETRA                  OCCURS 9999 TIMES PIC 9(01).
      *
      * DIAS HABILES DESDE EL INICIO DE LA VENTANA HASTA UNO DESPUES
      * DEL HORIZONTE DEL PRONOSTICO.
       01  TABLA-CALENDARIO.
           05  CAL-DIA                 OCCURS 400 TIMES.
               10  CAL-FECHA           PIC 9(08).
               10  CAL-DIANUM          PIC 9(09) COMP.
               10  CAL-DIASEM          PIC 9(01).
               10  CAL-VISPERA         PIC 9(01).
      *
      * RESERVAS ACTIVAS QUE VENCEN HOY O ANTES (VER CCA685).
       01  TABLA-RESERVAS-HOY.
           05  RH-RESERVA              OCCURS 999 TIMES.
               10  RH-AGCRET           PIC 9(05).
               10  RH-FECRET           PIC 9(08).
               10  RH-NRORES           PIC 9(03).
               10  RH-CUENTA.
                   15  RH-CODMON       PIC 9(03).
                   15  RH-CODSIS       PIC 9(03).
                   15  RH-CODPRO       PIC 9(03).
                   15  RH-AGCCTA       PIC 9(05).
                   15  RH-CTANRO       PIC 9(17).
               10  RH-VLRREA           PIC S9(13)V99 COMP-3.
      *
      * HISTORIA DE LA AGENCIA EN PROCESO.
       01  TABLA-ESTADISTICA.
           05  E-SEMANA                OCCURS 7 TIMES.
               10  E-NORCAN            PIC 9(05)     COMP.
               10  E-NORDEB            PIC S9(15)V99 COMP-3.
               10  E-NORCRE            PIC S9(15)V99 COMP-3.
           05  E-NORCAN-T              PIC 9(05)     COMP.
           05  E-NORDEB-T              PIC S9(15)V99 COMP-3.
           05  E-NORCRE-T              PIC S9(15)V99 COMP-3.
           05  E-PRECAN                PIC 9(05)     COMP.
           05  E-PREDEB                PIC S9(15)V99 COMP-3.
           05  E-TODCAN                PIC 9(05)     COMP.
           05  E-TODDEB                PIC S9(15)V99 COMP-3.
           05  E-TODCRE                PIC S9(15)V99 COMP-3.
           05  E-NOMDOM                OCCURS 31 TIMES
                                       PIC S9(15)V99 COMP-3.
           05  E-READEB                PIC S9(15)V99 COMP-3.
           05  E-REACRE                PIC S9(15)V99 COMP-3.
      *
      * CAPITALIZACIONES Y RESERVAS DE LA AGENCIA POR DIA DEL HORIZONTE.
       01  TABLA-HORIZONTE.
           05  H-DIA                   OCCURS 20 TIMES.
               10  H-CAP               PIC S9(15)V99 COMP-3.
               10  H-RES               PIC S9(15)V99 COMP-3.
      *
       01  W-FACPRE                    PIC 9(03)V9999 VALUE 1.
       01  W-PRODEB                    PIC S9(15)V99 COMP-3 VALUE 0.
       01  W-PROCRE                    PIC S9(15)V99 COMP-3 VALUE 0.
       01  W-NOMESP                    PIC S9(15)V99 COMP-3 VALUE 0.
       01  W-MINCUM                    PIC S9(13)V99 COMP-3 VALUE 0.
      *
       01  W-EXISTE                    PIC 9(01) VALUE 0.
           88  NO-EXISTE                         VALUE 0.
           88  SI-EXISTE                         VALUE 1.
       01  W-ES-FERIADO-EXCEPCION      PIC X(02) VALUE "NO".
           88  ES-FERIADO-EXCEPCION              VALUE "SI".
           88  NO-ES-FERIADO-EXCEPCION           VALUE "NO".
       01  CONTROLES.
           05  CTL-CCAHISTOR           PIC X(02) VALUE "NO".
               88  FIN-CCAHISTOR                 VALUE "SI".
               88  NO-FIN-CCAHISTOR              VALUE "NO".
           05  CTL-CCACODTRN           PIC X(02) VALUE "NO".
               88  FIN-CCACODTRN                 VALUE "SI".
               88  NO-FIN-CCACODTRN              VALUE "NO".
           05  CTL-CCATABLAS           PIC X(02) VALUE "NO".
               88  ERROR-CCATABLAS               VALUE "SI".
               88  NO-ERROR-CCATABLAS            VALUE "NO".
           05  CTL-CCAEFEDIA           PIC X(02) VALUE "NO".
               88  FIN-CCAEFEDIA                 VALUE "SI".
               88  NO-FIN-CCAEFEDIA              VALUE "NO".
           05  CTL-CCAEFEPRO           PIC X(02) VALUE "NO".
               88  FIN-CCAEFEPRO                 VALUE "SI".
               88  NO-FIN-CCAEFEPRO              VALUE "NO".
           05  CTL-CCARESEFE           PIC X(02) VALUE "NO".
               88  FIN-CCARESEFE                 VALUE "SI".
               88  NO-FIN-CCARESEFE              VALUE "NO".
           05  CTL-CCAPRYCAP           PIC X(02) VALUE "NO".
               88  FIN-CCAPRYCAP                 VALUE "SI".
               88  NO-FIN-CCAPRYCAP              VALUE "NO".
      *
           COPY FECHAS  OF CCACPY.
      *
           COPY PLT219  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA684".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
       PROCEDURE DIVISION.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           PERFORM ARMAR-CALENDARIO.
           PERFORM CARGAR-RESERVAS-HOY.
           PERFORM ACUMULAR-HISTORIA UNTIL FIN-CCAHISTOR.
           PERFORM VERIFICAR-RESERVAS.
           PERFORM DEPURAR-PRONOSTICOS.
           PERFORM PRONOSTICAR-AGENCIAS.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CALL "PLTCODEMPP"         USING PA-CODEMP
           CALL "CCA500"             USING LK-FECHAS
           MOVE LK-FECHA-HOY            TO W-FECPRO
           OPEN INPUT  CCAHISTOR CCACODTRN CCATABLAS PLTFERIAD
                       PLTAGCORI CCAPRYCAP.
           OPEN I-O    CCAEFEPRO CCARESEFE.
           OPEN OUTPUT CCAEFEDIA.
           CLOSE       CCAEFEDIA.
           OPEN I-O    CCAEFEDIA.
           OPEN OUTPUT REPORTE.
           PERFORM LEER-PARAMETROS
           MOVE 1 TO I
           PERFORM INIC-EFECTIVO UNTIL I > 9999
           PERFORM CARGAR-EFECTIVO UNTIL FIN-CCACODTRN
           PERFORM CALCULAR-FECHA-INICIAL
           INITIALIZE CCA684R-HEADER
           MOVE W-FECPRO TO FECPRO OF CCA684R-HEADER
           MOVE W-FECINI TO FECINI OF CCA684R-HEADER
           MOVE W-DIAHOR TO DIAHOR OF CCA684R-HEADER
           MOVE W-PORNOM TO PORNOM OF CCA684R-HEADER
           MOVE W-PORCAP TO PORCAP OF CCA684R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
           PERFORM LEER-CCAHISTOR.
      *----------------------------------------------------------------
      * TABLA 97, NROTAB 0 (VER FUNCION) Y CODIGO DEL ABONO DE NOMINA
      * (TABLA 41 ENTRADA 1, COMO CCA514). UN PARAMETRO EN BLANCO O EN
      * CEROS DEJA SU VALOR POR OMISION.
      *----------------------------------------------------------------
       LEER-PARAMETROS.
           MOVE "NO" TO CTL-CCATABLAS
           MOVE 97   TO CODTAB OF ZONA-CCATABLAS
           MOVE 0    TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS INVALID KEY
                MOVE "SI" TO CTL-CCATABLAS
           END-READ
           IF NO-ERROR-CCATABLAS
              MOVE CAMPO2 OF ZONA-CCATABLAS (1:14) TO W-PARAM-X
              IF W-PAR-DIAHIS NUMERIC AND W-PAR-DIAHIS > ZEROS
                 MOVE W-PAR-DIAHIS TO W-DIAHIS
              END-IF
              IF W-PAR-DIAHOR NUMERIC AND W-PAR-DIAHOR > ZEROS
                 MOVE W-PAR-DIAHOR TO W-DIAHOR
              END-IF
              IF W-PAR-PORNOM NUMERIC AND W-PAR-PORNOM > ZEROS
                 MOVE W-PAR-PORNOM TO W-PORNOM
              END-IF
              IF W-PAR-PORCAP NUMERIC AND W-PAR-PORCAP > ZEROS
                 MOVE W-PAR-PORCAP TO W-PORCAP
              END-IF
              IF W-PAR-PORCUM NUMERIC AND W-PAR-PORCUM > ZEROS
                 MOVE W-PAR-PORCUM TO W-PORCUM
              END-IF
           END-IF
           IF W-DIAHIS > 365
              MOVE 365 TO W-DIAHIS
           END-IF
           IF W-DIAHOR > 20
              MOVE 20  TO W-DIAHOR
           END-IF
           DIVIDE W-DIAHIS BY 30 GIVING W-MESHIS
           IF W-MESHIS = ZEROS
              MOVE 1 TO W-MESHIS
           END-IF
           MOVE "NO" TO CTL-CCATABLAS
           MOVE 41   TO CODTAB OF ZONA-CCATABLAS
           MOVE 1    TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS INVALID KEY
                MOVE "SI" TO CTL-CCATABLAS
           END-READ
           IF NO-ERROR-CCATABLAS
           AND CAMPO1 OF ZONA-CCATABLAS > ZEROS
              MOVE CAMPO1 OF ZONA-CCATABLAS TO W-TRACRE-NOM
           END-IF.
      *----------------------------------------------------------------
       INIC-EFECTIVO.
           MOVE ZEROS TO EFETRA (I)
           ADD 1 TO I.
      *----------------------------------------------------------------
       CARGAR-EFECTIVO.
           READ CCACODTRN NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACODTRN
           END-READ
           IF NO-FIN-CCACODTRN
              IF TIPVAL OF REGCODTRN = 1
              AND CODTRA OF REGCODTRN > ZEROS
              AND CODTRA OF REGCODTRN < 10000
                 MOVE 1 TO EFETRA (CODTRA OF REGCODTRN)
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * LA VENTANA DE HISTORIA EMPIEZA W-DIAHIS DIAS CALENDARIO ATRAS.
      *----------------------------------------------------------------
       CALCULAR-FECHA-INICIAL.
           MOVE W-FECPRO   TO LK219-FECHA1
           MOVE ZEROS      TO LK219-FECHA2
           MOVE ZEROS      TO LK219-FECHA3
           MOVE 1          TO LK219-TIPFMT
           MOVE 2          TO LK219-BASCLC
           MOVE W-DIAHIS   TO LK219-NRODIA
           MOVE 2          TO LK219-INDDSP
           MOVE 9          TO LK219-DIASEM
           MOVE SPACES     TO LK219-NOMDIA
           MOVE SPACES     TO LK219-NOMMES
           MOVE ZEROS      TO LK219-CODRET
           MOVE SPACES     TO LK219-MSGERR
           MOVE 2          TO LK219-TIPOPR.
           PERFORM CALL-PLT219.
           MOVE LK219-FECHA3   TO W-FECINI.
      *----------------------------------------------------------------
      * CALENDARIO DE DIAS HABILES: DEL PRIMERO DESPUES DEL INICIO DE
      * LA VENTANA HASTA UNO MAS ALLA DEL HORIZONTE (EL ULTIMO SOLO
      * SIRVE PARA SABER SI EL ANTERIOR ES VISPERA Y HASTA DONDE LE
      * TOCA LA NOMINA).
      *----------------------------------------------------------------
       ARMAR-CALENDARIO.
           MOVE ZEROS    TO W-NROCAL W-NROFUT W-PRIFUT
           MOVE W-FECINI TO W-FECHACTL
           PERFORM AGREGAR-DIA-CALENDARIO UNTIL W-NROFUT > W-DIAHOR
                                          OR    W-NROCAL = 400
           IF W-NROFUT > W-DIAHOR
              COMPUTE W-CAL = W-PRIFUT + W-DIAHOR - 1
              MOVE CAL-FECHA (W-CAL) TO W-FECFIN
           ELSE
              MOVE ZEROS  TO W-DIAHOR
              MOVE W-FECPRO TO W-FECFIN
           END-IF.
      *----------------------------------------------------------------
       AGREGAR-DIA-CALENDARIO.
           PERFORM CALCULAR-SIG-DIA-HABIL
           PERFORM VALIDAR-FERIADO-EXCEPCION
               WITH TEST AFTER UNTIL NO-ES-FERIADO-EXCEPCION
           ADD 1 TO W-NROCAL
           MOVE W-FECHACTL TO CAL-FECHA (W-NROCAL) W-FECDN
           PERFORM CALCULAR-DIANUM
           MOVE W-DIANUM   TO CAL-DIANUM (W-NROCAL)
           MOVE W-DIASEM   TO CAL-DIASEM (W-NROCAL)
           MOVE ZEROS      TO CAL-VISPERA (W-NROCAL)
           IF W-FECHACTL > W-FECPRO
              ADD 1 TO W-NROFUT
              IF W-NROFUT = 1
                 MOVE W-NROCAL TO W-PRIFUT
              END-IF
           END-IF
           IF W-NROCAL > 1
              PERFORM MARCAR-VISPERA
           END-IF.
      *----------------------------------------------------------------
      * EL DIA HABIL ANTERIOR ES VISPERA SI ENTRE EL Y ESTE QUEDA
      * ALGUN DIA DE LUNES A VIERNES SIN ATENCION (UN FESTIVO); EL
      * FIN DE SEMANA SOLO NO LO HACE VISPERA.
      *----------------------------------------------------------------
       MARCAR-VISPERA.
           COMPUTE W-CAL = W-NROCAL - 1
           COMPUTE W-DIANUM = CAL-DIANUM (W-CAL) + 1
           PERFORM REVISAR-DIA-INTERMEDIO
               UNTIL W-DIANUM NOT < CAL-DIANUM (W-NROCAL).
      *----------------------------------------------------------------
       REVISAR-DIA-INTERMEDIO.
           PERFORM CALCULAR-DIASEM
           IF W-DIASEM < 6
              MOVE 1 TO CAL-VISPERA (W-CAL)
           END-IF
           ADD 1 TO W-DIANUM.
      *----------------------------------------------------------------
      * SIGUIENTE DIA HABIL SEGUN PLT219 (COMO CCA800).
      *----------------------------------------------------------------
       CALCULAR-SIG-DIA-HABIL.
           MOVE W-FECHACTL TO LK219-FECHA1
           MOVE ZEROS      TO LK219-FECHA2
           MOVE ZEROS      TO LK219-FECHA3
           MOVE 1          TO LK219-TIPFMT
           MOVE 2          TO LK219-BASCLC
           MOVE 1          TO LK219-NRODIA
           MOVE 1          TO LK219-INDDSP
           MOVE 9          TO LK219-DIASEM
           MOVE SPACES     TO LK219-NOMDIA
           MOVE SPACES     TO LK219-NOMMES
           MOVE ZEROS      TO LK219-CODRET
           MOVE SPACES     TO LK219-MSGERR
           MOVE 3          TO LK219-TIPOPR.
           PERFORM CALL-PLT219.
           MOVE LK219-FECHA3   TO W-FECHACTL.
      *----------------------------------------------------------------
      * FESTIVO DE EXCEPCION DECLARADO EN PLTFERIAD: SE PASA AL DIA
      * HABIL SIGUIENTE.
      *----------------------------------------------------------------
       VALIDAR-FERIADO-EXCEPCION.
           MOVE PA-CODEMP      TO CODEMP OF REG-PLTFERIAD
           MOVE W-FECHACTL     TO FECFER OF REG-PLTFERIAD
           READ PLTFERIAD INVALID KEY
                MOVE "NO" TO W-ES-FERIADO-EXCEPCION
           NOT INVALID KEY
                IF IND-ACTIVO OF REG-PLTFERIAD = "S"
                   MOVE "SI" TO W-ES-FERIADO-EXCEPCION
                   PERFORM CALCULAR-SIG-DIA-HABIL
                ELSE
                   MOVE "NO" TO W-ES-FERIADO-EXCEPCION
                END-IF
           END-READ.
      *----------------------------------------------------------------
      * NUMERO DE DIA CORRIDO DE W-FECDN (AÑO QUE EMPIEZA EN MARZO
      * PARA QUE EL 29 DE FEBRERO QUEDE AL FINAL) Y SU DIA DE LA
      * SEMANA.
      *----------------------------------------------------------------
       CALCULAR-DIANUM.
           MOVE AA-DN TO W-DN-ANO
           MOVE MM-DN TO W-DN-MES
           IF W-DN-MES < 3
              SUBTRACT 1 FROM W-DN-ANO
              ADD 12     TO   W-DN-MES
           END-IF
           DIVIDE W-DN-ANO BY 4   GIVING W-DN-Q4
           DIVIDE W-DN-ANO BY 100 GIVING W-DN-Q100
           DIVIDE W-DN-ANO BY 400 GIVING W-DN-Q400
           COMPUTE W-DN-AUX = 153 * (W-DN-MES - 3) + 2
           DIVIDE W-DN-AUX BY 5   GIVING W-DN-QMES
           COMPUTE W-DIANUM = 365 * W-DN-ANO + W-DN-Q4 - W-DN-Q100
                            + W-DN-Q400 + W-DN-QMES + DD-DN
           PERFORM CALCULAR-DIASEM.
      *----------------------------------------------------------------
      * EL DIA CORRIDO 1 DE MARZO DE 2000 (MIERCOLES) DEJA RESIDUO 3.
      *----------------------------------------------------------------
       CALCULAR-DIASEM.
           COMPUTE W-DN-AUX = W-DIANUM + 2
           DIVIDE W-DN-AUX BY 7 GIVING W-DN-COC REMAINDER W-DIASEM
           IF W-DIASEM = ZEROS
              MOVE 7 TO W-DIASEM
           END-IF.
      *----------------------------------------------------------------
      * RESERVAS ACTIVAS CON FECHA DE RETIRO HOY O ANTERIOR, PARA
      * CONFRONTARLAS CON LOS RETIROS DE LA HISTORIA.
      *----------------------------------------------------------------
       CARGAR-RESERVAS-HOY.
           MOVE ZEROS      TO W-NRORH
           MOVE "NO"       TO CTL-CCARESEFE
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY OF REG-RESEFE
           START CCARESEFE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCARESEFE
           END-START
           PERFORM LEER-RESERVA-HOY UNTIL FIN-CCARESEFE.
      *----------------------------------------------------------------
       LEER-RESERVA-HOY.
           READ CCARESEFE NEXT RECORD AT END
                MOVE "SI" TO CTL-CCARESEFE
           END-READ
           IF NO-FIN-CCARESEFE
              IF ESTADO OF REG-RESEFE = "A"
              AND FECRET OF REG-RESEFE NOT > W-FECPRO
              AND W-NRORH < 999
                 ADD 1 TO W-NRORH
                 MOVE AGCRET OF REG-RESEFE TO RH-AGCRET (W-NRORH)
                 MOVE FECRET OF REG-RESEFE TO RH-FECRET (W-NRORH)
                 MOVE NRORES OF REG-RESEFE TO RH-NRORES (W-NRORH)
                 MOVE CODMON OF REG-RESEFE TO RH-CODMON (W-NRORH)
                 MOVE CODSIS OF REG-RESEFE TO RH-CODSIS (W-NRORH)
                 MOVE CODPRO OF REG-RESEFE TO RH-CODPRO (W-NRORH)
                 MOVE AGCCTA OF REG-RESEFE TO RH-AGCCTA (W-NRORH)
                 MOVE CTANRO OF REG-RESEFE TO RH-CTANRO (W-NRORH)
                 MOVE ZEROS                TO RH-VLRREA (W-NRORH)
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * MOVIMIENTOS DE LA VENTANA: EL EFECTIVO VA A LA AGENCIA DONDE
      * SE HIZO Y LA NOMINA A LA AGENCIA DE LA CUENTA, QUE ES DONDE
      * EL EMPLEADO LA VA A RETIRAR.
      *----------------------------------------------------------------
       ACUMULAR-HISTORIA.
           IF FORIGE OF ZONA-CCAHISTOR NOT < W-FECINI
           AND FORIGE OF ZONA-CCAHISTOR NOT > W-FECPRO
              IF CODTRA OF ZONA-CCAHISTOR > ZEROS
              AND CODTRA OF ZONA-CCAHISTOR < 10000
              AND EFETRA (CODTRA OF ZONA-CCAHISTOR) = 1
                 PERFORM ACUMULAR-EFECTIVO
              ELSE
                 IF CODTRA OF ZONA-CCAHISTOR = W-TRACRE-NOM
                 AND DEBCRE OF ZONA-CCAHISTOR = 2
                    PERFORM ACUMULAR-NOMINA
                 END-IF
              END-IF
           END-IF
           PERFORM LEER-CCAHISTOR.
      *----------------------------------------------------------------
       ACUMULAR-EFECTIVO.
           MOVE AGCORI OF ZONA-CCAHISTOR TO W-AGCDIA
           MOVE FORIGE OF ZONA-CCAHISTOR TO W-FECDIA
           PERFORM LEER-CCAEFEDIA
           IF DEBCRE OF ZONA-CCAHISTOR = 2
              ADD 1                      TO CANCRE OF REG-EFEDIA
              ADD IMPORT OF ZONA-CCAHISTOR TO VLRCRE OF REG-EFEDIA
           ELSE
              ADD 1                      TO CANDEB OF REG-EFEDIA
              ADD IMPORT OF ZONA-CCAHISTOR TO VLRDEB OF REG-EFEDIA
              IF W-NRORH > ZEROS
                 MOVE 1 TO I
                 PERFORM COMPARAR-RESERVA UNTIL I > W-NRORH
              END-IF
           END-IF
           PERFORM GRABAR-CCAEFEDIA.
      *----------------------------------------------------------------
       ACUMULAR-NOMINA.
           MOVE AGCCTA OF ZONA-CCAHISTOR TO W-AGCDIA
           MOVE FORIGE OF ZONA-CCAHISTOR TO W-FECDIA
           PERFORM LEER-CCAEFEDIA
           ADD IMPORT OF ZONA-CCAHISTOR  TO VLRNOM OF REG-EFEDIA
           PERFORM GRABAR-CCAEFEDIA.
      *----------------------------------------------------------------
      * EL RETIRO CUENTA PARA LA RESERVA SI ES DE LA MISMA CUENTA, EN
      * LA AGENCIA Y EN LA FECHA RESERVADAS.
      *----------------------------------------------------------------
       COMPARAR-RESERVA.
           IF RH-CUENTA (I) = EXTERNALLY-DESCRIBED-KEY OF ZONA-CCAHISTOR
           AND RH-AGCRET (I) = AGCORI OF ZONA-CCAHISTOR
           AND RH-FECRET (I) = FORIGE OF ZONA-CCAHISTOR
              ADD IMPORT OF ZONA-CCAHISTOR TO RH-VLRREA (I)
           END-IF
           ADD 1 TO I.
      *----------------------------------------------------------------
       LEER-CCAEFEDIA.
           MOVE W-AGCDIA TO AGCORI OF REG-EFEDIA
           MOVE W-FECDIA TO FECHA  OF REG-EFEDIA
           READ CCAEFEDIA INVALID KEY
                MOVE ZEROS TO W-EXISTE
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE
           END-READ
           IF NO-EXISTE
              INITIALIZE REGEFEDIA
              MOVE W-AGCDIA TO AGCORI OF REG-EFEDIA
              MOVE W-FECDIA TO FECHA  OF REG-EFEDIA
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCAEFEDIA.
           IF SI-EXISTE
              REWRITE REG-EFEDIA
           ELSE
              WRITE REG-EFEDIA
           END-IF.
      *----------------------------------------------------------------
      * CADA RESERVA VENCIDA QUEDA CUMPLIDA (SE RETIRO AL MENOS EL
      * PORCENTAJE W-PORCUM DE LO ANUNCIADO), PARCIAL O NO RETIRADA.
      *----------------------------------------------------------------
       VERIFICAR-RESERVAS.
           MOVE 1 TO I
           PERFORM VERIFICAR-RESERVA UNTIL I > W-NRORH.
      *----------------------------------------------------------------
       VERIFICAR-RESERVA.
           MOVE RH-AGCRET (I) TO AGCRET OF REG-RESEFE
           MOVE RH-FECRET (I) TO FECRET OF REG-RESEFE
           MOVE RH-NRORES (I) TO NRORES OF REG-RESEFE
           READ CCARESEFE INVALID KEY
                MOVE ZEROS TO W-EXISTE
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE
           END-READ
           IF SI-EXISTE
              COMPUTE W-MINCUM = VLRRES OF REG-RESEFE * W-PORCUM / 100
              IF RH-VLRREA (I) > ZEROS
              AND RH-VLRREA (I) NOT < W-MINCUM
                 MOVE "C" TO ESTADO OF REG-RESEFE
                 ADD 1    TO W-CANCUM
              ELSE
                 IF RH-VLRREA (I) > ZEROS
                    MOVE "P" TO ESTADO OF REG-RESEFE
                    ADD 1    TO W-CANPAR
                 ELSE
                    MOVE "N" TO ESTADO OF REG-RESEFE
                    ADD 1    TO W-CANNOR
                 END-IF
              END-IF
              MOVE RH-VLRREA (I) TO VLRREA OF REG-RESEFE
              MOVE W-FECPRO      TO FECVER OF REG-RESEFE
                                    FECMOD OF REG-RESEFE
              MOVE "CCA684"      TO USRMOD OF REG-RESEFE
              REWRITE REG-RESEFE
              ADD 1 TO W-CANRES
              INITIALIZE CCA684R-RESERVA
              MOVE AGCRET OF REG-RESEFE TO AGCRET OF CCA684R-RESERVA
              MOVE FECRET OF REG-RESEFE TO FECRET OF CCA684R-RESERVA
              MOVE NRORES OF REG-RESEFE TO NRORES OF CCA684R-RESERVA
              MOVE AGCCTA OF REG-RESEFE TO AGCCTA OF CCA684R-RESERVA
              MOVE CTANRO OF REG-RESEFE TO CTANRO OF CCA684R-RESERVA
              MOVE NITCTA OF REG-RESEFE TO NITCTA OF CCA684R-RESERVA
              MOVE VLRRES OF REG-RESEFE TO VLRRES OF CCA684R-RESERVA
              MOVE VLRREA OF REG-RESEFE TO VLRREA OF CCA684R-RESERVA
              MOVE ESTADO OF REG-RESEFE TO ESTADO OF CCA684R-RESERVA
              WRITE REPORTE-REG FORMAT IS "RESERVA"
           END-IF
           ADD 1 TO I.
      *----------------------------------------------------------------
      * LOS PRONOSTICOS DE FECHAS QUE YA SALIERON DE LA VENTANA SE
      * BORRAN.
      *----------------------------------------------------------------
       DEPURAR-PRONOSTICOS.
           MOVE "NO"       TO CTL-CCAEFEPRO
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY OF REG-EFEPRO
           START CCAEFEPRO KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAEFEPRO
           END-START
           PERFORM DEPURAR-PRONOSTICO UNTIL FIN-CCAEFEPRO.
      *----------------------------------------------------------------
       DEPURAR-PRONOSTICO.
           READ CCAEFEPRO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAEFEPRO
           END-READ
           IF NO-FIN-CCAEFEPRO
              IF FECPRO OF REG-EFEPRO < W-FECINI
                 DELETE CCAEFEPRO RECORD
              END-IF
           END-IF.
      *----------------------------------------------------------------
       PRONOSTICAR-AGENCIAS.
           MOVE "NO"       TO CTL-CCAEFEDIA
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY OF REG-EFEDIA
           START CCAEFEDIA KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAEFEDIA
           END-START
           IF NO-FIN-CCAEFEDIA
              PERFORM LEER-DIA-AGENCIA
           END-IF
           PERFORM PROCESAR-AGENCIA UNTIL FIN-CCAEFEDIA.
      *----------------------------------------------------------------
       LEER-DIA-AGENCIA.
           READ CCAEFEDIA NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAEFEDIA
           END-READ.
      *----------------------------------------------------------------
       PROCESAR-AGENCIA.
           MOVE AGCORI OF REG-EFEDIA TO W-AGCACT
           INITIALIZE TABLA-ESTADISTICA
           MOVE 1 TO J
           PERFORM ACUMULAR-DIA UNTIL FIN-CCAEFEDIA
                               OR    AGCORI OF REG-EFEDIA
                                     NOT = W-AGCACT
           PERFORM PRONOSTICAR-AGENCIA.
      *----------------------------------------------------------------
      * LA NOMINA ENTRA AL PERFIL POR DIA DEL MES SEA O NO DIA HABIL;
      * EL EFECTIVO SOLO CUENTA EN LOS DIAS HABILES DEL CALENDARIO.
      * LOS DIAS DE PAGO DE NOMINA NO ENTRAN A LOS PROMEDIOS PORQUE
      * SU EFECTO SE SUMA APARTE.
      *----------------------------------------------------------------
       ACUMULAR-DIA.
           IF FECHA OF REG-EFEDIA = W-FECPRO
              MOVE VLRDEB OF REG-EFEDIA TO E-READEB
              MOVE VLRCRE OF REG-EFEDIA TO E-REACRE
           END-IF
           MOVE FECHA OF REG-EFEDIA TO W-FECDN
           ADD VLRNOM OF REG-EFEDIA TO E-NOMDOM (DD-DN)
           PERFORM UBICAR-CALENDARIO
               UNTIL J > W-NROCAL
               OR    CAL-FECHA (J) NOT < FECHA OF REG-EFEDIA
           IF J NOT > W-NROCAL
              IF CAL-FECHA (J) = FECHA OF REG-EFEDIA
                 ADD 1                     TO E-TODCAN
                 ADD VLRDEB OF REG-EFEDIA  TO E-TODDEB
                 ADD VLRCRE OF REG-EFEDIA  TO E-TODCRE
                 IF VLRNOM OF REG-EFEDIA = ZEROS
                    IF CAL-VISPERA (J) = 1
                       ADD 1                    TO E-PRECAN
                       ADD VLRDEB OF REG-EFEDIA TO E-PREDEB
                    ELSE
                       MOVE CAL-DIASEM (J) TO W-DIASEM
                       ADD 1                    TO E-NORCAN (W-DIASEM)
                                                   E-NORCAN-T
                       ADD VLRDEB OF REG-EFEDIA TO E-NORDEB (W-DIASEM)
                                                   E-NORDEB-T
                       ADD VLRCRE OF REG-EFEDIA TO E-NORCRE (W-DIASEM)
                                                   E-NORCRE-T
                    END-IF
                 END-IF
              END-IF
           END-IF
           PERFORM LEER-DIA-AGENCIA.
      *----------------------------------------------------------------
       UBICAR-CALENDARIO.
           ADD 1 TO J.
      *----------------------------------------------------------------
       PRONOSTICAR-AGENCIA.
           ADD 1 TO W-CANAGE
           MOVE 1 TO W-FACPRE
           IF E-PRECAN > ZEROS
           AND E-NORCAN-T > ZEROS
           AND E-NORDEB-T > ZEROS
              COMPUTE W-FACPRE ROUNDED =
                      ( E-PREDEB / E-PRECAN ) /
                      ( E-NORDEB-T / E-NORCAN-T )
                      ON SIZE ERROR MOVE 1 TO W-FACPRE
              END-COMPUTE
           END-IF
           INITIALIZE CCA684R-AGENCIA
           MOVE W-AGCACT  TO AGCORI OF CCA684R-AGENCIA
           MOVE E-TODCAN  TO DIAHIS OF CCA684R-AGENCIA
           MOVE W-FACPRE  TO FACPRE OF CCA684R-AGENCIA
           MOVE PA-CODEMP TO CODEMP OF ZONA-PLTAGCORI
           MOVE W-AGCACT  TO AGCORI OF ZONA-PLTAGCORI
           READ PLTAGCORI
                INVALID KEY
                   MOVE "AGENCIA INEXISTENTE" TO NOMAGC OF
                                                 CCA684R-AGENCIA
                NOT INVALID KEY
                   MOVE NOMAGC OF ZONA-PLTAGCORI TO NOMAGC OF
                                                 CCA684R-AGENCIA
           END-READ
           WRITE REPORTE-REG FORMAT IS "AGENCIA"
           PERFORM CONFRONTAR-PRONOSTICO
           INITIALIZE TABLA-HORIZONTE
           IF W-DIAHOR > ZEROS
              PERFORM CARGAR-CAPITALIZACION
              PERFORM CARGAR-RESERVAS-AGENCIA
           END-IF
           MOVE 1 TO K
           PERFORM PRONOSTICAR-DIA UNTIL K > W-DIAHOR.
      *----------------------------------------------------------------
      * EL PRONOSTICO QUE SE HIZO PARA HOY CONTRA LO QUE PASO.
      *----------------------------------------------------------------
       CONFRONTAR-PRONOSTICO.
           MOVE W-AGCACT TO AGCORI OF REG-EFEPRO
           MOVE W-FECPRO TO FECPRO OF REG-EFEPRO
           READ CCAEFEPRO INVALID KEY
                MOVE ZEROS TO W-EXISTE
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE
           END-READ
           IF SI-EXISTE
              MOVE 1        TO INDREA OF REG-EFEPRO
              MOVE E-READEB TO READEB OF REG-EFEPRO
              MOVE E-REACRE TO REACRE OF REG-EFEPRO
              REWRITE REG-EFEPRO
              INITIALIZE CCA684R-CONTROL
              MOVE PROTOT OF REG-EFEPRO TO CTLDEB OF CCA684R-CONTROL
              MOVE E-READEB             TO CTLREA OF CCA684R-CONTROL
              MOVE PROCRE OF REG-EFEPRO TO CTLCRE OF CCA684R-CONTROL
              MOVE E-REACRE             TO CTLRCR OF CCA684R-CONTROL
              IF PROTOT OF REG-EFEPRO > ZEROS
                 COMPUTE CTLDES OF CCA684R-CONTROL ROUNDED =
                         ( E-READEB - PROTOT OF REG-EFEPRO ) * 100
                         / PROTOT OF REG-EFEPRO
                         ON SIZE ERROR
                            MOVE 999.99 TO CTLDES OF CCA684R-CONTROL
                 END-COMPUTE
              ELSE
                 IF E-READEB > ZEROS
                    MOVE 999.99 TO CTLDES OF CCA684R-CONTROL
                 END-IF
              END-IF
              WRITE REPORTE-REG FORMAT IS "CONTROL"
           END-IF.
      *----------------------------------------------------------------
      * EL NETO DE CAPITALIZACION SE PIDE EL PRIMER DIA HABIL DEL
      * HORIZONTE IGUAL O POSTERIOR A LA FECHA DE CAPITALIZACION.
      *----------------------------------------------------------------
       CARGAR-CAPITALIZACION.
           MOVE "NO"       TO CTL-CCAPRYCAP
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY OF REG-PRYCAP
           MOVE W-AGCACT   TO AGCCTA OF REG-PRYCAP
           MOVE W-FECPRO   TO FECCAP OF REG-PRYCAP
           START CCAPRYCAP KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAPRYCAP
           END-START
           PERFORM LEER-CAPITALIZACION UNTIL FIN-CCAPRYCAP.
      *----------------------------------------------------------------
       LEER-CAPITALIZACION.
           READ CCAPRYCAP NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAPRYCAP
           END-READ
           IF NO-FIN-CCAPRYCAP
              IF AGCCTA OF REG-PRYCAP NOT = W-AGCACT
              OR FECCAP OF REG-PRYCAP > W-FECFIN
                 MOVE "SI" TO CTL-CCAPRYCAP
              ELSE
                 IF FECCAP OF REG-PRYCAP > W-FECPRO
                    MOVE FECCAP OF REG-PRYCAP TO W-FECBUS
                    PERFORM UBICAR-HORIZONTE
                    IF W-IDXHOR > ZEROS
                       ADD VALNET OF REG-PRYCAP TO H-CAP (W-IDXHOR)
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       CARGAR-RESERVAS-AGENCIA.
           MOVE "NO"       TO CTL-CCARESEFE
           MOVE W-AGCACT   TO AGCRET OF REG-RESEFE
           MOVE W-FECPRO   TO FECRET OF REG-RESEFE
           MOVE 999        TO NRORES OF REG-RESEFE
           START CCARESEFE KEY > EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCARESEFE
           END-START
           PERFORM LEER-RESERVA-AGENCIA UNTIL FIN-CCARESEFE.
      *----------------------------------------------------------------
       LEER-RESERVA-AGENCIA.
           READ CCARESEFE NEXT RECORD AT END
                MOVE "SI" TO CTL-CCARESEFE
           END-READ
           IF NO-FIN-CCARESEFE
              IF AGCRET OF REG-RESEFE NOT = W-AGCACT
              OR FECRET OF REG-RESEFE > W-FECFIN
                 MOVE "SI" TO CTL-CCARESEFE
              ELSE
                 IF ESTADO OF REG-RESEFE = "A"
                    MOVE FECRET OF REG-RESEFE TO W-FECBUS
                    PERFORM UBICAR-HORIZONTE
                    IF W-IDXHOR > ZEROS
                       ADD VLRRES OF REG-RESEFE TO H-RES (W-IDXHOR)
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * PRIMER DIA DEL HORIZONTE CON FECHA IGUAL O POSTERIOR A
      * W-FECBUS; CERO SI CAE DESPUES DEL HORIZONTE.
      *----------------------------------------------------------------
       UBICAR-HORIZONTE.
           MOVE ZEROS TO W-IDXHOR
           MOVE 1     TO I
           PERFORM BUSCAR-HORIZONTE UNTIL I > W-DIAHOR
                                    OR    W-IDXHOR > ZEROS.
      *----------------------------------------------------------------
       BUSCAR-HORIZONTE.
           COMPUTE W-CAL = W-PRIFUT + I - 1
           IF CAL-FECHA (W-CAL) NOT < W-FECBUS
              MOVE I TO W-IDXHOR
           END-IF
           ADD 1 TO I.
      *----------------------------------------------------------------
      * UN DIA DEL HORIZONTE: PROMEDIO DE LOS DIAS NORMALES DE ESE DIA
      * DE LA SEMANA (SIN ELLOS, DE TODOS LOS NORMALES, Y SIN ESOS, DE
      * TODOS LOS DIAS), POR EL FACTOR SI ES VISPERA, MAS NOMINA,
      * CAPITALIZACION Y RESERVAS.
      *----------------------------------------------------------------
       PRONOSTICAR-DIA.
           COMPUTE W-CAL = W-PRIFUT + K - 1
           MOVE CAL-DIASEM (W-CAL) TO W-DIASEM
           MOVE ZEROS TO W-PRODEB W-PROCRE
           IF E-NORCAN (W-DIASEM) > ZEROS
              COMPUTE W-PRODEB ROUNDED = E-NORDEB (W-DIASEM)
                                       / E-NORCAN (W-DIASEM)
              COMPUTE W-PROCRE ROUNDED = E-NORCRE (W-DIASEM)
                                       / E-NORCAN (W-DIASEM)
           ELSE
              IF E-NORCAN-T > ZEROS
                 COMPUTE W-PRODEB ROUNDED = E-NORDEB-T / E-NORCAN-T
                 COMPUTE W-PROCRE ROUNDED = E-NORCRE-T / E-NORCAN-T
              ELSE
                 IF E-TODCAN > ZEROS
                    COMPUTE W-PRODEB ROUNDED = E-TODDEB / E-TODCAN
                    COMPUTE W-PROCRE ROUNDED = E-TODCRE / E-TODCAN
                 END-IF
              END-IF
           END-IF
           IF CAL-VISPERA (W-CAL) = 1
              COMPUTE W-PRODEB ROUNDED = W-PRODEB * W-FACPRE
           END-IF
           PERFORM CALCULAR-NOMINA-ESPERADA
           MOVE W-AGCACT           TO AGCORI OF REG-EFEPRO
           MOVE CAL-FECHA (W-CAL)  TO FECPRO OF REG-EFEPRO
           READ CCAEFEPRO INVALID KEY
                MOVE ZEROS TO W-EXISTE
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE
           END-READ
           INITIALIZE REGEFEPRO
           MOVE W-AGCACT           TO AGCORI OF REG-EFEPRO
           MOVE CAL-FECHA (W-CAL)  TO FECPRO OF REG-EFEPRO
           MOVE W-FECPRO           TO FECCAL OF REG-EFEPRO
           MOVE W-DIASEM           TO DIASEM OF REG-EFEPRO
           IF CAL-VISPERA (W-CAL) = 1
              MOVE "V" TO CLASE OF REG-EFEPRO
           ELSE
              IF W-NOMESP > ZEROS
                 MOVE "P" TO CLASE OF REG-EFEPRO
              ELSE
                 MOVE "N" TO CLASE OF REG-EFEPRO
              END-IF
           END-IF
           MOVE W-PRODEB           TO PRODEB OF REG-EFEPRO
           MOVE W-PROCRE           TO PROCRE OF REG-EFEPRO
           COMPUTE PRONOM OF REG-EFEPRO ROUNDED =
                   W-NOMESP * W-PORNOM / 100
           COMPUTE PROCAP OF REG-EFEPRO ROUNDED =
                   H-CAP (K) * W-PORCAP / 100
           MOVE H-RES (K)          TO PRORES OF REG-EFEPRO
           COMPUTE PROTOT OF REG-EFEPRO = PRODEB OF REG-EFEPRO
                                        + PRONOM OF REG-EFEPRO
                                        + PROCAP OF REG-EFEPRO
                                        + PRORES OF REG-EFEPRO
           COMPUTE PRONET OF REG-EFEPRO = PROTOT OF REG-EFEPRO
                                        - PROCRE OF REG-EFEPRO
           IF SI-EXISTE
              REWRITE REG-EFEPRO
           ELSE
              WRITE REG-EFEPRO
           END-IF
           ADD 1 TO W-CANDIA PC504-CANTREG
           INITIALIZE CCA684R-DETALLE
           MOVE FECPRO OF REG-EFEPRO TO FECHA  OF CCA684R-DETALLE
           MOVE W-NOMDIA (W-DIASEM)  TO NOMDIA OF CCA684R-DETALLE
           MOVE CLASE  OF REG-EFEPRO TO CLASE  OF CCA684R-DETALLE
           MOVE PRODEB OF REG-EFEPRO TO PRODEB OF CCA684R-DETALLE
           MOVE PRONOM OF REG-EFEPRO TO PRONOM OF CCA684R-DETALLE
           MOVE PROCAP OF REG-EFEPRO TO PROCAP OF CCA684R-DETALLE
           MOVE PRORES OF REG-EFEPRO TO PRORES OF CCA684R-DETALLE
           MOVE PROTOT OF REG-EFEPRO TO PROTOT OF CCA684R-DETALLE
           MOVE PROCRE OF REG-EFEPRO TO PROCRE OF CCA684R-DETALLE
           MOVE PRONET OF REG-EFEPRO TO PRONET OF CCA684R-DETALLE
           WRITE REPORTE-REG FORMAT IS "DETALLE"
           ADD 1 TO K.
      *----------------------------------------------------------------
      * NOMINA ESPERADA: EL PROMEDIO MENSUAL DEL PERFIL DE LOS DIAS DEL
      * MES QUE VAN DE ESTE DIA HABIL AL SIGUIENTE (SIN INCLUIRLO).
      * EL ULTIMO HABIL DEL MES SE QUEDA CON EL RESTO DEL MES Y CON
      * LOS PRIMEROS DIAS NO HABILES DEL MES SIGUIENTE.
      *----------------------------------------------------------------
       CALCULAR-NOMINA-ESPERADA.
           MOVE ZEROS TO W-NOMESP
           MOVE CAL-FECHA (W-CAL) TO W-FECDN
           COMPUTE J = W-CAL + 1
           MOVE CAL-FECHA (J)     TO W-FECSIG
           MOVE DD-DN TO W-DIA
           IF AA-SIG = AA-DN AND MM-SIG = MM-DN
              COMPUTE W-DIAFIN = DD-SIG - 1
              PERFORM SUMAR-NOMINA-DIA UNTIL W-DIA > W-DIAFIN
           ELSE
              MOVE 31 TO W-DIAFIN
              PERFORM SUMAR-NOMINA-DIA UNTIL W-DIA > W-DIAFIN
              MOVE 1  TO W-DIA
              COMPUTE W-DIAFIN = DD-SIG - 1
              PERFORM SUMAR-NOMINA-DIA UNTIL W-DIA > W-DIAFIN
           END-IF
           COMPUTE W-NOMESP ROUNDED = W-NOMESP / W-MESHIS.
      *----------------------------------------------------------------
       SUMAR-NOMINA-DIA.
           ADD E-NOMDOM (W-DIA) TO W-NOMESP
           ADD 1 TO W-DIA.
      *----------------------------------------------------------------
       LEER-CCAHISTOR.
           READ CCAHISTOR NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAHISTOR
           END-READ.
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
           INITIALIZE CCA684R-TOTALES
           MOVE W-CANAGE TO CANAGE OF CCA684R-TOTALES
           MOVE W-CANDIA TO CANDIA OF CCA684R-TOTALES
           MOVE W-CANRES TO CANRES OF CCA684R-TOTALES
           MOVE W-CANCUM TO CANCUM OF CCA684R-TOTALES
           MOVE W-CANPAR TO CANPAR OF CCA684R-TOTALES
           MOVE W-CANNOR TO CANNOR OF CCA684R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA684 AGENCIAS PRONOSTICADAS.....: " W-CANAGE
           DISPLAY "CCA684 DIAS PRONOSTICADOS.........: " W-CANDIA
           DISPLAY "CCA684 RESERVAS VERIFICADAS.......: " W-CANRES
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAHISTOR CCACODTRN CCATABLAS PLTFERIAD PLTAGCORI
                 CCAEFEDIA CCAEFEPRO CCARESEFE CCAPRYCAP REPORTE.
           STOP RUN.
