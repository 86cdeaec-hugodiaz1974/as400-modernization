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
       PROGRAM-ID.    CCA573.
      ******************************************************************
      * FUNCION: REPORTE ANUAL DE COSTOS AL CLIENTE. POR CADA NIT      *
      *          ARMA UN REPORTE CON SUS CUENTAS Y, POR CUENTA, LO     *
      *          QUE LE COSTO EN EL ANO CADA CONCEPTO, MAS LOS         *
      *          INTERESES PAGADOS Y LA RETENCION. LOS VALORES SALEN   *
      *          DEL HISTORICO ANUAL CCAACUMH (CCA720), EL MISMO QUE   *
      *          USA EL CERTIFICADO TRIBUTARIO CCA740. CONCEPTOS:      *
      *            01 COMISION POR EXCESO DE TRANSACCIONES (DEBITO     *
      *               DEL GRUPO LK-TRA004 DE CCATRAPRO, VER CCA652)    *
      *            02 CUOTA POR SALDO MINIMO (CODTRADEB DE CCAMINSAL)  *
      *            03 GRAVAMEN A LOS MOVIMIENTOS FINANCIEROS (GMF)     *
      *            04 COMISIONES ACH                                   *
      *            05 INTERESES DE SOBREGIRO (CODTRASOB DE CCACODPRO)  *
      *            06 OTRAS COMISIONES E IMPUESTOS                     *
      *            90 INTERESES PAGADOS (CREDITO DEL GRUPO LK-TRAINT)  *
      *            91 RETENCION EN LA FUENTE (DEBITO DEL GRUPO         *
      *               LK-TRARET)                                       *
      *          LA TABLA 74 DE CCATABLAS (NROTAB = CODIGO DE          *
      *          TRANSACCION, CAMPO1 = CONCEPTO 01 A 06) ASIGNA LOS    *
      *          CODIGOS QUE NO SALEN DE LOS PARAMETROS (GMF, ACH Y    *
      *          OTROS) Y PREVALECE SOBRE LOS DEMAS. EL CODIGO ALTERNO *
      *          (REVERSO) DE UN CODIGO DE COSTO RESTA DEL CONCEPTO.   *
      *          CADA REPORTE SALE CON CONSECUTIVO DE CCACTLCER        *
      *          ("COSTOANUAL") Y QUEDA EN EL ARCHIVO DE ENTREGA       *
      *          ELECTRONICA CCACOSANI/CCACOSAND; LA REIMPRESION POR   *
      *          NUMERO SALE MARCADA COMO DUPLICADO Y CUENTA LAS       *
      *          VECES IMPRESAS, COMO EN CCA740.                       *
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
           SELECT CCAACUMH
               ASSIGN          TO DATABASE-CCAACUMH
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
           SELECT CCAMINSAL
               ASSIGN          TO DATABASE-CCAMINSAL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACODPRO
               ASSIGN          TO DATABASE-CCACODPRO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACODTRN
               ASSIGN          TO DATABASE-CCACODTRN
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCATABLAS
               ASSIGN          TO DATABASE-CCATABLAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CLIMAEL01
               ASSIGN          TO DATABASE-CLIMAEL01
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACTLCER
               ASSIGN          TO DATABASE-CCACTLCER
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACOSANI
               ASSIGN          TO DATABASE-CCACOSANI
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACOSAND
               ASSIGN          TO DATABASE-CCACOSAND
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA573R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAACUMH
           LABEL RECORDS ARE STANDARD.
       01  REG-ACUMH.
           COPY DDS-ALL-FORMATS OF CCAACUMH.
      *
       FD  CCATRAPRO
           LABEL RECORDS ARE STANDARD.
       01  REG-TRAPRO.
           COPY DDS-ALL-FORMATS OF CCATRAPRO.
      *
       FD  CCAMINSAL
           LABEL RECORDS ARE STANDARD.
       01  REG-MINSAL.
           COPY DDS-ALL-FORMATS OF CCAMINSAL.
      *
       FD  CCACODPRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CODPRO.
           COPY DDS-ALL-FORMATS OF CCACODPRO.
      *
       FD  CCACODTRN
           LABEL RECORDS ARE STANDARD.
       01  REG-CODTRN.
           COPY DDS-ALL-FORMATS OF CCACODTRN.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  REG-TABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  CLIMAEL01
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CLIMAEL01.
           COPY DDS-ALL-FORMATS OF CLIMAEL01.
      *
       FD  CCACTLCER
           LABEL RECORDS ARE STANDARD.
       01  REG-CTLCER.
           COPY DDS-ALL-FORMATS OF CCACTLCER.
      *
       FD  CCACOSANI
           LABEL RECORDS ARE STANDARD.
       01  REG-COSANI.
           COPY DDS-ALL-FORMATS OF CCACOSANI.
      *
       FD  CCACOSAND
           LABEL RECORDS ARE STANDARD.
       01  REG-COSAND.
           COPY DDS-ALL-FORMATS OF CCACOSAND.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA573R.
      *
       WORKING-STORAGE SECTION.
      *
       77  W-USERID                    PIC X(10)          VALUE SPACES.
       77  W-NROCER                    PIC 9(09)          VALUE ZEROS.
       77  W-HORA                      PIC 9(06)          VALUE ZEROS.
       77  W-TOTCER                    PIC 9(07)          VALUE ZEROS.
       77  W-CODTRA                    PIC 9(05)          VALUE ZEROS.
       77  W-CODALT                    PIC 9(05)          VALUE ZEROS.
       77  W-CONCEP                    PIC 9(02)          VALUE ZEROS.
       77  I                           PIC 9(05)          VALUE ZEROS.
      *
      * ACUMULADOS DE LA CUENTA EN PROCESO: COSTO POR CONCEPTO,
      * INTERESES PAGADOS Y RETENCION.
       01  W-VALORES-CUENTA.
           05  W-VALCON                OCCURS 6 TIMES
                                       PIC S9(13)V99 COMP.
       77  W-VALINT                    PIC S9(13)V99 COMP VALUE ZEROS.
       77  W-VALRET                    PIC S9(13)V99 COMP VALUE ZEROS.
       77  W-COSCTA                    PIC S9(13)V99 COMP VALUE ZEROS.
      *
      * ACUMULADOS DEL REPORTE (NIT) EN PROCESO.
       77  W-TOTCOS                    PIC S9(13)V99 COMP VALUE ZEROS.
       77  W-TOTINT                    PIC S9(13)V99 COMP VALUE ZEROS.
       77  W-TOTRET                    PIC S9(13)V99 COMP VALUE ZEROS.
       77  W-CANCUE                    PIC 9(05)          VALUE ZEROS.
      *
       01  W-CL-CUENTA.
           05  W-NIT                   PIC 9(15) VALUE ZEROS.
           05  W-CODMON                PIC 9(03) VALUE ZEROS.
           05  W-CODSIS                PIC 9(03) VALUE ZEROS.
           05  W-CODPRO                PIC 9(03) VALUE ZEROS.
           05  W-AGCCTA                PIC 9(05) VALUE ZEROS.
           05  W-CTANRO                PIC 9(17) VALUE ZEROS.
      *
      * CONCEPTO DE CADA CODIGO DE TRANSACCION, INDEXADO POR CODTRA
      * COMO EN CCA560. SIGNO -1 PARA EL REVERSO DE UN COSTO.
       01  TABLA-CONCEPTOS.
           05  TABLA-CON               OCCURS 9999 TIMES.
               10  CONCOD              PIC 9(02).
               10  SIGCOD              PIC S9(01).
      *
       01  TABLA-NOMBRES-VALORES.
           05  FILLER                  PIC X(40) VALUE
               "COMISION POR EXCESO DE TRANSACCIONES".
           05  FILLER                  PIC X(40) VALUE
               "CUOTA POR SALDO MINIMO".
           05  FILLER                  PIC X(40) VALUE
               "GRAVAMEN MOVIMIENTOS FINANCIEROS (GMF)".
           05  FILLER                  PIC X(40) VALUE
               "COMISIONES ACH".
           05  FILLER                  PIC X(40) VALUE
               "INTERESES DE SOBREGIRO".
           05  FILLER                  PIC X(40) VALUE
               "OTRAS COMISIONES E IMPUESTOS".
       01  TABLA-NOMBRES REDEFINES TABLA-NOMBRES-VALORES.
           05  NOMCON                  OCCURS 6 TIMES PIC X(40).
       01  W-NOMINT                    PIC X(40) VALUE
               "INTERESES PAGADOS".
       01  W-NOMRET                    PIC X(40) VALUE
               "RETENCION EN LA FUENTE".
      *
       01  CONTROLES.
           05  CTL-CCAACUMH            PIC X(02) VALUE "NO".
               88  FIN-CCAACUMH                  VALUE "SI".
               88  NO-FIN-CCAACUMH               VALUE "NO".
           05  CTL-CCATRAPRO           PIC X(02) VALUE "NO".
               88  FIN-CCATRAPRO                 VALUE "SI".
               88  NO-FIN-CCATRAPRO              VALUE "NO".
           05  CTL-CCAMINSAL           PIC X(02) VALUE "NO".
               88  FIN-CCAMINSAL                 VALUE "SI".
               88  NO-FIN-CCAMINSAL              VALUE "NO".
           05  CTL-CCACODPRO           PIC X(02) VALUE "NO".
               88  FIN-CCACODPRO                 VALUE "SI".
               88  NO-FIN-CCACODPRO              VALUE "NO".
           05  CTL-CCACODTRN           PIC X(02) VALUE "NO".
               88  FIN-CCACODTRN                 VALUE "SI".
               88  NO-FIN-CCACODTRN              VALUE "NO".
           05  CTL-CCATABLAS           PIC X(02) VALUE "NO".
               88  FIN-CCATABLAS                 VALUE "SI".
               88  NO-FIN-CCATABLAS              VALUE "NO".
           05  CTL-CLIMAEL01           PIC X(02) VALUE "NO".
               88  ERROR-CLIMAEL01               VALUE "SI".
               88  NO-ERROR-CLIMAEL01            VALUE "NO".
           05  CTL-CCACOSANI           PIC X(02) VALUE "NO".
               88  ERROR-CCACOSANI               VALUE "SI".
               88  NO-ERROR-CCACOSANI            VALUE "NO".
           05  CTL-PRIMERA             PIC X(02) VALUE "SI".
               88  PRIMERA-CUENTA                VALUE "SI".
               88  NO-PRIMERA-CUENTA             VALUE "NO".
           05  CTL-REP-ABIERTO         PIC X(02) VALUE "NO".
               88  REP-ABIERTO                   VALUE "SI".
               88  NO-REP-ABIERTO                VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
           COPY PARGEN  OF CCACPY.
      *
       LINKAGE SECTION.
       77  XUSERID                     PIC X(10).
       77  PARM-ANO                    PIC 9(04).
       77  PARM-NIT                    PIC 9(15).
       77  PARM-NRODUP                 PIC 9(09).
      ***************************************************************
       PROCEDURE DIVISION USING XUSERID PARM-ANO PARM-NIT PARM-NRODUP.
       COMIENZO.
           PERFORM INICIAR.
           IF PARM-NRODUP > ZEROS
              PERFORM REIMPRIMIR-REPORTE
           ELSE
              PERFORM PROCESAR UNTIL FIN-CCAACUMH
           END-IF
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE XUSERID TO W-USERID
           ACCEPT W-HORA FROM TIME.
           OPEN INPUT  CCAACUMH CCATRAPRO CCAMINSAL CCACODPRO CCACODTRN
                       CCATABLAS CLIMAEL01.
           OPEN I-O    CCACTLCER CCACOSANI CCACOSAND.
           OPEN OUTPUT REPORTE.
           PERFORM CALL-CCA500.
           PERFORM CARGAR-CONCEPTOS.
           IF PARM-NRODUP = ZEROS
              MOVE "NO"     TO CTL-CCAACUMH
              MOVE PARM-NIT TO CLINIT OF REG-ACUMH
              MOVE ZEROS    TO CODMON OF REG-ACUMH
                               CODSIS OF REG-ACUMH
                               CODPRO OF REG-ACUMH
                               AGCCTA OF REG-ACUMH
                               CTANRO OF REG-ACUMH
                               CODTRA OF REG-ACUMH
                               ANOACU OF REG-ACUMH
              START CCAACUMH KEY NOT < EXTERNALLY-DESCRIBED-KEY
                    INVALID KEY MOVE "SI" TO CTL-CCAACUMH
              END-START
              PERFORM LEER-CCAACUMH.
      *----------------------------------------------------------------
      * ARMA LA TABLA DE CONCEPTOS: PRIMERO LOS CODIGOS QUE SALEN DE
      * LOS PARAMETROS, LUEGO LA TABLA 74 (QUE PREVALECE) Y AL FINAL
      * LOS REVERSOS DE LOS CODIGOS DE COSTO.
      *----------------------------------------------------------------
       CARGAR-CONCEPTOS.
           INITIALIZE TABLA-CONCEPTOS.
           PERFORM CALL-CCA501.
           MOVE "NO"  TO CTL-CCATRAPRO
           MOVE ZEROS TO CODPRO OF REG-TRAPRO
                         PRODUC OF REG-TRAPRO
           START CCATRAPRO KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCATRAPRO
           END-START
           PERFORM CLASIFICAR-CCATRAPRO UNTIL FIN-CCATRAPRO.
           PERFORM LEER-CCAMINSAL.
           PERFORM CLASIFICAR-CCAMINSAL UNTIL FIN-CCAMINSAL.
           PERFORM LEER-CCACODPRO.
           PERFORM CLASIFICAR-CCACODPRO UNTIL FIN-CCACODPRO.
           MOVE "NO"  TO CTL-CCATABLAS
           MOVE 74    TO CODTAB OF REG-TABLAS
           MOVE ZEROS TO NROTAB OF REG-TABLAS
           START CCATABLAS KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCATABLAS
           END-START
           PERFORM CLASIFICAR-TABLA-74 UNTIL FIN-CCATABLAS.
           PERFORM LEER-CCACODTRN.
           PERFORM CLASIFICAR-REVERSO UNTIL FIN-CCACODTRN.
      *----------------------------------------------------------------
       CLASIFICAR-CCATRAPRO.
           READ CCATRAPRO NEXT AT END
                MOVE "SI" TO CTL-CCATRAPRO
           END-READ
           IF NO-FIN-CCATRAPRO
              IF CODPRO OF REG-TRAPRO = LK-TRAINT
                 MOVE TRACRE OF REG-TRAPRO TO W-CODTRA
                 MOVE 90                   TO W-CONCEP
                 PERFORM ASIGNAR-CONCEPTO
              END-IF
              IF CODPRO OF REG-TRAPRO = LK-TRARET
                 MOVE TRADEB OF REG-TRAPRO TO W-CODTRA
                 MOVE 91                   TO W-CONCEP
                 PERFORM ASIGNAR-CONCEPTO
              END-IF
              IF CODPRO OF REG-TRAPRO = LK-TRA004
                 MOVE TRADEB OF REG-TRAPRO TO W-CODTRA
                 MOVE 1                    TO W-CONCEP
                 PERFORM ASIGNAR-CONCEPTO
              END-IF
           END-IF.
      *----------------------------------------------------------------
       CLASIFICAR-CCAMINSAL.
           MOVE CODTRADEB OF REG-MINSAL TO W-CODTRA
           MOVE 2                       TO W-CONCEP
           PERFORM ASIGNAR-CONCEPTO
           PERFORM LEER-CCAMINSAL.
      *----------------------------------------------------------------
       CLASIFICAR-CCACODPRO.
           MOVE CODTRASOB OF REG-CODPRO TO W-CODTRA
           MOVE 5                       TO W-CONCEP
           PERFORM ASIGNAR-CONCEPTO
           PERFORM LEER-CCACODPRO.
      *----------------------------------------------------------------
      * TABLA 74: NROTAB = CODIGO DE TRANSACCION, CAMPO1 = CONCEPTO.
      *----------------------------------------------------------------
       CLASIFICAR-TABLA-74.
           READ CCATABLAS NEXT AT END
                MOVE "SI" TO CTL-CCATABLAS
           END-READ
           IF NO-FIN-CCATABLAS
              IF CODTAB OF REG-TABLAS NOT = 74
                 MOVE "SI" TO CTL-CCATABLAS
              ELSE
                 MOVE NROTAB OF REG-TABLAS TO W-CODTRA
                 IF W-CODTRA > ZEROS AND W-CODTRA NOT > 9999
                 AND CAMPO1 OF REG-TABLAS > ZEROS
                 AND CAMPO1 OF REG-TABLAS NOT > 6
                    MOVE CAMPO1 OF REG-TABLAS TO CONCOD (W-CODTRA)
                    MOVE 1                    TO SIGCOD (W-CODTRA)
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       ASIGNAR-CONCEPTO.
           IF W-CODTRA > ZEROS AND W-CODTRA NOT > 9999
              IF CONCOD (W-CODTRA) = ZEROS
                 MOVE W-CONCEP TO CONCOD (W-CODTRA)
                 MOVE 1        TO SIGCOD (W-CODTRA)
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * EL CODIGO ALTERNO DE UN CODIGO DE COSTO (01-06) ES SU REVERSO
      * Y RESTA DEL MISMO CONCEPTO. LOS INTERESES Y LA RETENCION SE
      * TOMAN COMO EN EL CERTIFICADO CCA740, SIN REVERSOS.
      *----------------------------------------------------------------
       CLASIFICAR-REVERSO.
           MOVE CODTRA OF REG-CODTRN TO W-CODTRA
           MOVE CODALT OF REG-CODTRN TO W-CODALT
           IF W-CODTRA > ZEROS AND W-CODTRA NOT > 9999
           AND W-CODALT > ZEROS AND W-CODALT NOT > 9999
              IF CONCOD (W-CODTRA) > ZEROS
              AND CONCOD (W-CODTRA) NOT > 6
              AND SIGCOD (W-CODTRA) = 1
              AND CONCOD (W-CODALT) = ZEROS
                 MOVE CONCOD (W-CODTRA) TO CONCOD (W-CODALT)
                 MOVE -1                TO SIGCOD (W-CODALT)
              END-IF
           END-IF
           PERFORM LEER-CCACODTRN.
      *----------------------------------------------------------------
       PROCESAR.
           IF ANOACU OF REG-ACUMH NOT = PARM-ANO
              PERFORM LEER-CCAACUMH
           ELSE
              IF PRIMERA-CUENTA
                 PERFORM ABRIR-REPORTE
                 PERFORM ABRIR-CUENTA
                 MOVE "NO" TO CTL-PRIMERA
              ELSE
                 IF CLINIT OF REG-ACUMH NOT = W-NIT
                    PERFORM CERRAR-CUENTA
                    PERFORM CERRAR-REPORTE
                    PERFORM ABRIR-REPORTE
                    PERFORM ABRIR-CUENTA
                 ELSE
                 IF CODMON OF REG-ACUMH NOT = W-CODMON
                 OR CODSIS OF REG-ACUMH NOT = W-CODSIS
                 OR CODPRO OF REG-ACUMH NOT = W-CODPRO
                 OR AGCCTA OF REG-ACUMH NOT = W-AGCCTA
                 OR CTANRO OF REG-ACUMH NOT = W-CTANRO
                    PERFORM CERRAR-CUENTA
                    PERFORM ABRIR-CUENTA
                 END-IF
                 END-IF
              END-IF
              PERFORM ACUMULAR-CODIGO
              PERFORM LEER-CCAACUMH
           END-IF.
      *----------------------------------------------------------------
       ACUMULAR-CODIGO.
           MOVE CODTRA OF REG-ACUMH TO W-CODTRA
           IF W-CODTRA > ZEROS AND W-CODTRA NOT > 9999
              MOVE CONCOD (W-CODTRA) TO W-CONCEP
              IF W-CONCEP > ZEROS AND W-CONCEP NOT > 6
                 IF SIGCOD (W-CODTRA) < ZEROS
                    SUBTRACT ACUANO OF REG-ACUMH
                        FROM W-VALCON (W-CONCEP)
                 ELSE
                    ADD ACUANO OF REG-ACUMH TO W-VALCON (W-CONCEP)
                 END-IF
              END-IF
              IF W-CONCEP = 90
                 ADD ACUANO OF REG-ACUMH TO W-VALINT
              END-IF
              IF W-CONCEP = 91
                 ADD ACUANO OF REG-ACUMH TO W-VALRET
              END-IF
           END-IF.
      *----------------------------------------------------------------
       ABRIR-REPORTE.
           MOVE CLINIT OF REG-ACUMH TO W-NIT
           MOVE ZEROS               TO W-TOTCOS W-TOTINT W-TOTRET
                                       W-CANCUE
           PERFORM ASIGNAR-CONSECUTIVO
           PERFORM IMPRIMIR-ENCABEZADO
           MOVE "SI"                TO CTL-REP-ABIERTO.
      *----------------------------------------------------------------
       ASIGNAR-CONSECUTIVO.
           MOVE "COSTOANUAL"        TO CODCTL OF REG-CTLCER
           READ CCACTLCER INVALID KEY
                MOVE "COSTOANUAL"   TO CODCTL OF REG-CTLCER
                MOVE ZEROS          TO ULTCER OF REG-CTLCER
                MOVE LK-FECHA-HOY   TO FECULT OF REG-CTLCER
                WRITE REG-CTLCER
           END-READ
           ADD 1                    TO ULTCER OF REG-CTLCER
           MOVE ULTCER OF REG-CTLCER TO W-NROCER
           MOVE LK-FECHA-HOY        TO FECULT OF REG-CTLCER
           REWRITE REG-CTLCER.
      *----------------------------------------------------------------
       ABRIR-CUENTA.
           MOVE CODMON OF REG-ACUMH TO W-CODMON
           MOVE CODSIS OF REG-ACUMH TO W-CODSIS
           MOVE CODPRO OF REG-ACUMH TO W-CODPRO
           MOVE AGCCTA OF REG-ACUMH TO W-AGCCTA
           MOVE CTANRO OF REG-ACUMH TO W-CTANRO
           INITIALIZE W-VALORES-CUENTA
           MOVE ZEROS               TO W-VALINT W-VALRET W-COSCTA.
      *----------------------------------------------------------------
      * CIERRE DE LA CUENTA: UN RENGLON POR CONCEPTO CON VALOR, EN EL
      * REPORTE Y EN EL ARCHIVO DE ENTREGA, Y EL TOTAL DE LA CUENTA.
      *----------------------------------------------------------------
       CERRAR-CUENTA.
           INITIALIZE CCA573R-CUENTA
           MOVE W-AGCCTA TO AGECTA OF REPORTE-REG
           MOVE W-CTANRO TO NROCTA OF REPORTE-REG
           MOVE W-CODPRO TO PROCTA OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "CUENTA"
           PERFORM CERRAR-CONCEPTO VARYING I FROM 1 BY 1
                                   UNTIL I > 6
           IF W-VALINT NOT = ZEROS
              MOVE 90       TO W-CONCEP
              MOVE W-NOMINT TO DESCON OF REG-COSAND
              MOVE W-VALINT TO VALCON OF REG-COSAND
              PERFORM GRABAR-CCACOSAND
           END-IF
           IF W-VALRET NOT = ZEROS
              MOVE 91       TO W-CONCEP
              MOVE W-NOMRET TO DESCON OF REG-COSAND
              MOVE W-VALRET TO VALCON OF REG-COSAND
              PERFORM GRABAR-CCACOSAND
           END-IF
           INITIALIZE CCA573R-TOTCTA
           MOVE W-COSCTA TO COSCTA OF REPORTE-REG
           MOVE W-VALINT TO INTCTA OF REPORTE-REG
           MOVE W-VALRET TO RETCTA OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "TOTCTA"
           ADD W-COSCTA TO W-TOTCOS
           ADD W-VALINT TO W-TOTINT
           ADD W-VALRET TO W-TOTRET
           ADD 1        TO W-CANCUE.
      *----------------------------------------------------------------
       CERRAR-CONCEPTO.
           IF W-VALCON (I) NOT = ZEROS
              MOVE I             TO W-CONCEP
              ADD W-VALCON (I)   TO W-COSCTA
              INITIALIZE CCA573R-CONCEPTO
              MOVE W-CONCEP      TO CONCEP OF CCA573R-CONCEPTO
              MOVE NOMCON (I)    TO DESCON OF CCA573R-CONCEPTO
              MOVE W-VALCON (I)  TO VALCON OF CCA573R-CONCEPTO
              WRITE REPORTE-REG FORMAT IS "CONCEPTO"
              MOVE NOMCON (I)    TO DESCON OF REG-COSAND
              MOVE W-VALCON (I)  TO VALCON OF REG-COSAND
              PERFORM GRABAR-CCACOSAND
           END-IF.
      *----------------------------------------------------------------
       CERRAR-REPORTE.
           PERFORM GRABAR-CCACOSANI
           PERFORM IMPRIMIR-TOTALES
           ADD 1 TO W-TOTCER
           MOVE "NO" TO CTL-REP-ABIERTO.
      *----------------------------------------------------------------
      * DESCON Y VALCON LLEGAN YA PUESTOS EN EL REGISTRO.
       GRABAR-CCACOSAND.
           MOVE W-NROCER TO NROCER OF REG-COSAND
           MOVE W-CODMON TO CODMON OF REG-COSAND
           MOVE W-CODSIS TO CODSIS OF REG-COSAND
           MOVE W-CODPRO TO CODPRO OF REG-COSAND
           MOVE W-AGCCTA TO AGCCTA OF REG-COSAND
           MOVE W-CTANRO TO CTANRO OF REG-COSAND
           MOVE W-CONCEP TO CONCEP OF REG-COSAND
           WRITE REG-COSAND INVALID KEY
                 REWRITE REG-COSAND
           END-WRITE.
      *----------------------------------------------------------------
       GRABAR-CCACOSANI.
           INITIALIZE REGCOSANI
           MOVE W-NROCER     TO NROCER OF REG-COSANI
           MOVE PARM-ANO     TO ANOACU OF REG-COSANI
           MOVE W-NIT        TO NITCTA OF REG-COSANI
           MOVE W-CANCUE     TO CANCUE OF REG-COSANI
           MOVE W-TOTCOS     TO TOTCOS OF REG-COSANI
           MOVE W-TOTINT     TO TOTINT OF REG-COSANI
           MOVE W-TOTRET     TO TOTRET OF REG-COSANI
           MOVE LK-FECHA-HOY TO FECEXP OF REG-COSANI
           MOVE W-HORA       TO HOREXP OF REG-COSANI
           MOVE W-USERID     TO USREXP OF REG-COSANI
           MOVE W-AGCCTA     TO AGCEXP OF REG-COSANI
           MOVE 1            TO CANIMP OF REG-COSANI
           WRITE REG-COSANI INVALID KEY
                 REWRITE REG-COSANI
           END-WRITE.
      *----------------------------------------------------------------
       IMPRIMIR-ENCABEZADO.
           INITIALIZE CCA573R-ENCABEZA
           MOVE W-NROCER          TO NROCER OF REPORTE-REG
           MOVE PARM-ANO          TO ANOCER OF REPORTE-REG
           MOVE W-NIT             TO NITCER OF REPORTE-REG
           PERFORM LEER-CLIMAEL01
           IF NO-ERROR-CLIMAEL01
              MOVE NOMCLI OF CLIMAEL01 TO NOMCER OF REPORTE-REG
           END-IF
           MOVE LK-FECHA-HOY      TO FECCER OF REPORTE-REG
           MOVE SPACES            TO MRKDUP OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "ENCABEZA".
      *----------------------------------------------------------------
       IMPRIMIR-TOTALES.
           INITIALIZE CCA573R-TOTALES
           MOVE W-TOTCOS TO TOTCOS OF REPORTE-REG
           MOVE W-TOTINT TO TOTINT OF REPORTE-REG
           MOVE W-TOTRET TO TOTRET OF REPORTE-REG
           MOVE W-CANCUE TO CANCTA OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "TOTALES".
      *----------------------------------------------------------------
      * REIMPRESION POR NUMERO DE REPORTE: SE REPRODUCE DESDE EL
      * ARCHIVO DE ENTREGA, MARCADA COMO DUPLICADO, Y SE CUENTA LA
      * IMPRESION EN EL MISMO ARCHIVO.
      *----------------------------------------------------------------
       REIMPRIMIR-REPORTE.
           MOVE "NO"         TO CTL-CCACOSANI
           MOVE PARM-NRODUP  TO NROCER OF REG-COSANI
           READ CCACOSANI INVALID KEY
                MOVE "SI"    TO CTL-CCACOSANI
           END-READ
           IF ERROR-CCACOSANI
              DISPLAY "CCA573 REPORTE NO EXISTE: " PARM-NRODUP
           ELSE
              INITIALIZE CCA573R-ENCABEZA
              MOVE NROCER OF REG-COSANI TO NROCER OF REPORTE-REG
              MOVE ANOACU OF REG-COSANI TO ANOCER OF REPORTE-REG
              MOVE NITCTA OF REG-COSANI TO NITCER OF REPORTE-REG
              MOVE NITCTA OF REG-COSANI TO NITCLI OF CLIMAEL01
              PERFORM LEER-CLIMAEL01-DIRECTO
              IF NO-ERROR-CLIMAEL01
                 MOVE NOMCLI OF CLIMAEL01 TO NOMCER OF REPORTE-REG
              END-IF
              MOVE LK-FECHA-HOY         TO FECCER OF REPORTE-REG
              MOVE "DUPLICADO"          TO MRKDUP OF REPORTE-REG
              WRITE REPORTE-REG FORMAT IS "ENCABEZA"
              PERFORM REIMPRIMIR-DETALLES
              INITIALIZE CCA573R-TOTALES
              MOVE TOTCOS OF REG-COSANI TO TOTCOS OF REPORTE-REG
              MOVE TOTINT OF REG-COSANI TO TOTINT OF REPORTE-REG
              MOVE TOTRET OF REG-COSANI TO TOTRET OF REPORTE-REG
              MOVE CANCUE OF REG-COSANI TO CANCTA OF REPORTE-REG
              WRITE REPORTE-REG FORMAT IS "TOTALES"
              ADD 1 TO CANIMP OF REG-COSANI
              REWRITE REG-COSANI
              ADD 1 TO W-TOTCER
           END-IF.
      *----------------------------------------------------------------
       REIMPRIMIR-DETALLES.
           MOVE "NO"        TO CTL-CCACOSANI
           MOVE PARM-NRODUP TO NROCER OF REG-COSAND
           MOVE ZEROS       TO CODMON OF REG-COSAND
                               CODSIS OF REG-COSAND
                               CODPRO OF REG-COSAND
                               AGCCTA OF REG-COSAND
                               CTANRO OF REG-COSAND
                               CONCEP OF REG-COSAND
           START CCACOSAND KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCACOSANI
           END-START
           MOVE ZEROS       TO W-CTANRO W-AGCCTA
           PERFORM REIMPRIMIR-UN-DETALLE UNTIL ERROR-CCACOSANI.
      *----------------------------------------------------------------
       REIMPRIMIR-UN-DETALLE.
           READ CCACOSAND NEXT AT END
                MOVE "SI" TO CTL-CCACOSANI
           END-READ
           IF NO-ERROR-CCACOSANI
              IF NROCER OF REG-COSAND NOT = PARM-NRODUP
                 MOVE "SI" TO CTL-CCACOSANI
              ELSE
                 IF AGCCTA OF REG-COSAND NOT = W-AGCCTA
                 OR CTANRO OF REG-COSAND NOT = W-CTANRO
                    MOVE AGCCTA OF REG-COSAND TO W-AGCCTA
                    MOVE CTANRO OF REG-COSAND TO W-CTANRO
                    INITIALIZE CCA573R-CUENTA
                    MOVE W-AGCCTA             TO AGECTA OF REPORTE-REG
                    MOVE W-CTANRO             TO NROCTA OF REPORTE-REG
                    MOVE CODPRO OF REG-COSAND TO PROCTA OF REPORTE-REG
                    WRITE REPORTE-REG FORMAT IS "CUENTA"
                 END-IF
                 INITIALIZE CCA573R-CONCEPTO
                 MOVE CONCEP OF REG-COSAND TO CONCEP OF CCA573R-CONCEPTO
                 MOVE DESCON OF REG-COSAND TO DESCON OF CCA573R-CONCEPTO
                 MOVE VALCON OF REG-COSAND TO VALCON OF CCA573R-CONCEPTO
                 WRITE REPORTE-REG FORMAT IS "CONCEPTO"
              END-IF
           END-IF.
      *----------------------------------------------------------------
       LEER-CCAACUMH.
           READ CCAACUMH NEXT AT END
                MOVE "SI" TO CTL-CCAACUMH.
           IF NO-FIN-CCAACUMH
              IF PARM-NIT > ZEROS
              AND CLINIT OF REG-ACUMH NOT = PARM-NIT
                 MOVE "SI" TO CTL-CCAACUMH.
      *----------------------------------------------------------------
       LEER-CCAMINSAL.
           READ CCAMINSAL NEXT AT END
                MOVE "SI" TO CTL-CCAMINSAL.
      *----------------------------------------------------------------
       LEER-CCACODPRO.
           READ CCACODPRO NEXT AT END
                MOVE "SI" TO CTL-CCACODPRO.
      *----------------------------------------------------------------
       LEER-CCACODTRN.
           READ CCACODTRN NEXT AT END
                MOVE "SI" TO CTL-CCACODTRN.
      *----------------------------------------------------------------
       LEER-CLIMAEL01.
           MOVE "NO" TO CTL-CLIMAEL01
           MOVE W-NIT TO NITCLI OF CLIMAEL01
           READ CLIMAEL01 INVALID KEY
                MOVE "SI" TO CTL-CLIMAEL01.
      *----------------------------------------------------------------
       LEER-CLIMAEL01-DIRECTO.
           MOVE "NO" TO CTL-CLIMAEL01
           READ CLIMAEL01 INVALID KEY
                MOVE "SI" TO CTL-CLIMAEL01.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       CALL-CCA501.
           CALL "CCA501" USING LK-CCAPARGEN.
      *----------------------------------------------------------------
       TERMINAR.
           IF PARM-NRODUP = ZEROS
              IF NO-PRIMERA-CUENTA AND REP-ABIERTO
                 PERFORM CERRAR-CUENTA
                 PERFORM CERRAR-REPORTE
              END-IF
           END-IF
           DISPLAY "CCA573 REPORTES DE COSTOS EXPEDIDOS: " W-TOTCER
           CLOSE CCAACUMH CCATRAPRO CCAMINSAL CCACODPRO CCACODTRN
                 CCATABLAS CLIMAEL01 CCACTLCER CCACOSANI CCACOSAND
                 REPORTE.
           STOP  RUN      .
