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
       PROGRAM-ID.    CCA699.
      ******************************************************************
      * FUNCION: BLOQUEO Y DESBLOQUEO MASIVO DE CUENTAS POR INCIDENTE. *
      *          EL INCIDENTE (CCAINCLOT) LO REGISTRA Y LO APRUEBA EL  *
      *          SERVICIO CCA707 CON DOBLE CONTROL; AHI QUEDA LA CLASE *
      *          DE BLOQUEO:                                           *
      *            1 = BLOQUEO DEL MAESTRO (INDBLO/CODBLO, COMO LA     *
      *                NOVEDAD 3 DE CCA530).                           *
      *            2 = CONGELAMIENTO PARCIAL EN CCABLOQUEO (COMO       *
      *                CCA617) DEL VALOR DEL INCIDENTE, O DE TODO EL   *
      *                SALDO SI EL VALOR VIENE EN CERO. SIN FECHA DE   *
      *                EXPIRACION: LO LEVANTA SOLO EL INCIDENTE.       *
      *          PAR-MODO:                                             *
      *          V = CARGA Y VALIDA LA LISTA CCAINCENT DEL INCIDENTE   *
      *              (POR CUENTA, O POR NIT: TODAS SUS CUENTAS NO      *
      *              CANCELADAS, CON UNA SOLA PASADA DEL MAESTRO) Y    *
      *              DEJA CADA CUENTA EN CCAINCCTA: V = VALIDADA,      *
      *              R = RECHAZADA, O = OMITIDA PORQUE YA TIENE UN     *
      *              BLOQUEO DE MAESTRO POR OTRO MOTIVO. SE PUEDE      *
      *              REPETIR MIENTRAS NO ESTE APROBADO.                *
      *          B = APLICA EL INCIDENTE APROBADO A LAS VALIDADAS      *
      *              (B = BLOQUEADA), GUARDANDO EL BLOQUEO ANTERIOR    *
      *              Y EL NUMERO DE BLOQUEO PARCIAL USADO.             *
      *          L = CON EL LEVANTAMIENTO APROBADO, LEVANTA SOLO LOS   *
      *              BLOQUEOS QUE PUSO ESTE INCIDENTE Y QUE SIGUEN     *
      *              TAL CUAL (L = LEVANTADA); SI EL BLOQUEO CAMBIO    *
      *              POR OTRO MOTIVO LA CUENTA NO SE TOCA (X).         *
      *          CADA CAMBIO AL MAESTRO VA AL DIARIO (CCA595) Y A LA   *
      *          AUDITORIA CCAGENAUD. LISTADO DE RESULTADOS CCA699R.   *
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
           SELECT CCAINCLOT
               ASSIGN          TO DATABASE-CCAINCLOT
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAINCENT
               ASSIGN          TO DATABASE-CCAINCENT
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAINCCTA
               ASSIGN          TO DATABASE-CCAINCCTA
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAINCNIT
               ASSIGN          TO DATABASE-CCAINCNIT
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAMAEAHO
               ASSIGN          TO DATABASE-CCAMAEAHO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCABLOQUEO
               ASSIGN          TO DATABASE-CCABLOQUEO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAGENAUD
               ASSIGN          TO DATABASE-CCAGENAUD
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA699R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAINCLOT
           LABEL RECORDS ARE STANDARD.
       01  REG-INCLOT.
           COPY DDS-ALL-FORMATS OF CCAINCLOT.
      *
       FD  CCAINCENT
           LABEL RECORDS ARE STANDARD.
       01  REG-INCENT.
           COPY DDS-ALL-FORMATS OF CCAINCENT.
      *
       FD  CCAINCCTA
           LABEL RECORDS ARE STANDARD.
       01  REG-INCCTA.
           COPY DDS-ALL-FORMATS OF CCAINCCTA.
      *
       FD  CCAINCNIT
           LABEL RECORDS ARE STANDARD.
       01  REG-INCNIT.
           COPY DDS-ALL-FORMATS OF CCAINCNIT.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
       FD  CCABLOQUEO
           LABEL RECORDS ARE STANDARD.
       01  REG-BLOQUEO.
           COPY DDS-ALL-FORMATS OF CCABLOQUEO.
      *
       FD  CCAGENAUD
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAGENAUD.
           COPY DDS-ALL-FORMATS OF CCAGENAUD.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA699R.
      *
       WORKING-STORAGE SECTION.
      *
       77  W-NROLIN                    PIC 9(07)          VALUE ZEROS.
       77  W-CANNIT                    PIC 9(07)          VALUE ZEROS.
       77  W-CANLIN                    PIC 9(07)          VALUE ZEROS.
       77  W-CANVAL                    PIC 9(07)          VALUE ZEROS.
       77  W-CANREC                    PIC 9(07)          VALUE ZEROS.
       77  W-CANOMI                    PIC 9(07)          VALUE ZEROS.
       77  W-CANBLQ                    PIC 9(07)          VALUE ZEROS.
       77  W-CANLEV                    PIC 9(07)          VALUE ZEROS.
       77  W-CANNOL                    PIC 9(07)          VALUE ZEROS.
       77  W-VLRBLQ                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-VALBLQ                    PIC S9(13)V99      VALUE ZEROS.
       77  W-NROBLQ                    PIC 9(04)          VALUE ZEROS.
       77  W-QUEDAN-VIGENTES           PIC 9(01)          VALUE ZEROS.
       77  PA-CODEMP                   PIC 9(05)          VALUE ZEROS.
      *
      * LINEA DE LA LISTA QUE SE ESTA VALIDANDO.
       01  W-LINEA.
           05  W-LIN-NROLIN            PIC 9(07)          VALUE ZEROS.
           05  W-LIN-TIPIDE            PIC X(01)          VALUE SPACES.
           05  W-LIN-NITCTA            PIC 9(15)          VALUE ZEROS.
           05  W-LIN-RESULT            PIC X(30)          VALUE SPACES.
      *
      * CUENTA Y RESULTADO COMO QUEDAN EN LA AUDITORIA.
       01  W-LLAVE-AUDITORIA.
           05  W-AUD-AGCCTA            PIC 9(05)          VALUE ZEROS.
           05  W-AUD-CTANRO            PIC 9(17)          VALUE ZEROS.
           05  FILLER                  PIC X(08)          VALUE SPACES.
       01  W-ACCION-AUDITORIA.
           05  W-AUD-MODO              PIC X(01)          VALUE SPACES.
           05  FILLER                  PIC X(01)          VALUE SPACES.
           05  W-AUD-INCIDE            PIC X(10)          VALUE SPACES.
           05  FILLER                  PIC X(01)          VALUE SPACES.
           05  W-AUD-ESTADO            PIC X(01)          VALUE SPACES.
           05  FILLER                  PIC X(01)          VALUE SPACES.
           05  W-AUD-INDBLO            PIC 9(01)          VALUE ZEROS.
           05  W-AUD-CODBLO            PIC 9(02)          VALUE ZEROS.
           05  FILLER                  PIC X(01)          VALUE SPACES.
           05  W-AUD-NROBLQ            PIC 9(03)          VALUE ZEROS.
           05  FILLER                  PIC X(08)          VALUE SPACES.
       01  W-USRAUD                    PIC X(10)          VALUE SPACES.
      *
       01  CONTROLES.
           05  CTL-PARAMETROS          PIC X(02) VALUE "NO".
               88  ERROR-PARAMETROS              VALUE "SI".
               88  NO-ERROR-PARAMETROS           VALUE "NO".
           05  CTL-CCAINCENT           PIC X(02) VALUE "NO".
               88  FIN-CCAINCENT                 VALUE "SI".
           05  CTL-CCAINCCTA           PIC X(02) VALUE "NO".
               88  FIN-CCAINCCTA                 VALUE "SI".
           05  CTL-CCAINCNIT           PIC X(02) VALUE "NO".
               88  FIN-CCAINCNIT                 VALUE "SI".
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                 VALUE "SI".
               88  ERROR-CCAMAEAHO               VALUE "SI".
               88  NO-ERROR-CCAMAEAHO            VALUE "NO".
           05  CTL-CCABLOQUEO          PIC X(02) VALUE "NO".
               88  FIN-CCABLOQUEO                VALUE "SI".
               88  ERROR-CCABLOQUEO              VALUE "SI".
               88  NO-ERROR-CCABLOQUEO           VALUE "NO".
           05  CTL-REPETIDA            PIC X(02) VALUE "NO".
               88  CUENTA-REPETIDA               VALUE "SI".
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
      *
      *    IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
           COPY MAEJRN OF CCACPY.
      *
       LINKAGE SECTION.
       77  PAR-MODO                    PIC X(01).
           88  PAR-MODO-VALIDAR                  VALUE "V".
           88  PAR-MODO-BLOQUEAR                 VALUE "B".
           88  PAR-MODO-LEVANTAR                 VALUE "L".
       77  PAR-INCIDE                  PIC X(10).
      ***************************************************************
       PROCEDURE DIVISION USING PAR-MODO PAR-INCIDE.
       COMIENZO.
           PERFORM INICIAR.
           IF NO-ERROR-PARAMETROS
              IF PAR-MODO-VALIDAR
                 PERFORM VALIDAR-LISTA
              ELSE
              IF PAR-MODO-BLOQUEAR
                 PERFORM APLICAR-BLOQUEOS
              ELSE
                 PERFORM LEVANTAR-BLOQUEOS
              END-IF
              END-IF
              PERFORM IMPRIMIR-TOTALES
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
      * EL INCIDENTE DEBE EXISTIR Y ESTAR EN EL ESTADO QUE PIDE EL
      * MODO: V SOBRE REGISTRADO (R), VALIDADO (V) O NEGADO (N);
      * B SOBRE APROBADO (A); L SOBRE LEVANTAMIENTO APROBADO (P).
      *----------------------------------------------------------------
       INICIAR.
           OPEN I-O    CCAINCLOT CCAINCCTA CCAMAEAHO CCABLOQUEO.
           OPEN EXTEND CCAGENAUD.
           OPEN OUTPUT REPORTE.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           MOVE PAR-INCIDE TO INCIDE OF REG-INCLOT
           READ CCAINCLOT INVALID KEY
                MOVE "SI" TO CTL-PARAMETROS
                DISPLAY "CCA699 INCIDENTE NO EXISTE: " PAR-INCIDE
           END-READ
           IF NO-ERROR-PARAMETROS
              IF PAR-MODO-VALIDAR
                 IF ESTADO OF REG-INCLOT NOT = "R"
                 AND ESTADO OF REG-INCLOT NOT = "V"
                 AND ESTADO OF REG-INCLOT NOT = "N"
                    MOVE "SI" TO CTL-PARAMETROS
                 END-IF
              ELSE
              IF PAR-MODO-BLOQUEAR
                 IF ESTADO OF REG-INCLOT NOT = "A"
                    MOVE "SI" TO CTL-PARAMETROS
                 END-IF
              ELSE
              IF PAR-MODO-LEVANTAR
                 IF ESTADO OF REG-INCLOT NOT = "P"
                    MOVE "SI" TO CTL-PARAMETROS
                 END-IF
              ELSE
                 MOVE "SI" TO CTL-PARAMETROS
              END-IF
              END-IF
              END-IF
              IF ERROR-PARAMETROS
                 DISPLAY "CCA699 MODO " PAR-MODO
                         " NO PERMITIDO, INCIDENTE " PAR-INCIDE
                         " EN ESTADO " ESTADO OF REG-INCLOT
              END-IF
           END-IF
           IF NO-ERROR-PARAMETROS
              PERFORM IMPRIMIR-ENCABEZADO
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-ENCABEZADO.
           INITIALIZE CCA699R-HEADER
           MOVE PAR-INCIDE             TO INCIDE OF CCA699R-HEADER
           MOVE DESCRI OF REG-INCLOT   TO DESCRI OF CCA699R-HEADER
           MOVE PAR-MODO               TO MODO   OF CCA699R-HEADER
           MOVE CLSBLQ OF REG-INCLOT   TO CLSBLQ OF CCA699R-HEADER
           MOVE INDBLO OF REG-INCLOT   TO INDBLO OF CCA699R-HEADER
           MOVE CODBLO OF REG-INCLOT   TO CODBLO OF CCA699R-HEADER
           MOVE TIPBLQ OF REG-INCLOT   TO TIPBLQ OF CCA699R-HEADER
           MOVE FECREV OF REG-INCLOT   TO FECREV OF CCA699R-HEADER
           MOVE LK-FECHA-HOY           TO FECPRO OF CCA699R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER".
      *================================================================
      * MODO V: CARGA Y VALIDACION DE LA LISTA.
      *================================================================
       VALIDAR-LISTA.
           PERFORM BORRAR-CUENTAS-INCIDENTE
           OPEN INPUT  CCAINCENT.
           OPEN OUTPUT CCAINCNIT.
           CLOSE       CCAINCNIT.
           OPEN I-O    CCAINCNIT.
           PERFORM LEER-CCAINCENT
           PERFORM PROCESAR-ENTRADA UNTIL FIN-CCAINCENT
           IF W-CANNIT > ZEROS
              PERFORM EXPANDIR-NITS
              PERFORM REVISAR-NITS-SIN-CUENTAS
           END-IF
           CLOSE CCAINCENT CCAINCNIT.
           MOVE "V"           TO ESTADO OF REG-INCLOT
           MOVE SPACES        TO USRAPR OF REG-INCLOT
           MOVE ZEROS         TO FECAPR OF REG-INCLOT
           MOVE W-CANLIN      TO CANLIN OF REG-INCLOT
           MOVE W-CANVAL      TO CANVAL OF REG-INCLOT
           MOVE W-CANREC      TO CANREC OF REG-INCLOT
           MOVE W-CANOMI      TO CANOMI OF REG-INCLOT
           REWRITE REG-INCLOT.
      *----------------------------------------------------------------
      * UNA VALIDACION ANTERIOR DEL MISMO INCIDENTE SE REEMPLAZA.
      *----------------------------------------------------------------
       BORRAR-CUENTAS-INCIDENTE.
           PERFORM POSICIONAR-CCAINCCTA
           PERFORM BORRAR-CUENTA UNTIL FIN-CCAINCCTA.
      *----------------------------------------------------------------
       BORRAR-CUENTA.
           PERFORM LEER-SIGUIENTE-CCAINCCTA
           IF NOT FIN-CCAINCCTA
              DELETE CCAINCCTA RECORD
           END-IF.
      *----------------------------------------------------------------
      * C = CUENTA: SE VALIDA DE UNA VEZ. N = NIT: SE GUARDA EN
      * CCAINCNIT Y SUS CUENTAS SE BUSCAN AL FINAL EN UNA SOLA
      * PASADA DEL MAESTRO.
      *----------------------------------------------------------------
       PROCESAR-ENTRADA.
           IF INCIDE OF REG-INCENT = PAR-INCIDE
              ADD  1                     TO W-NROLIN W-CANLIN
              MOVE W-NROLIN              TO W-LIN-NROLIN
              MOVE TIPIDE OF REG-INCENT  TO W-LIN-TIPIDE
              MOVE NITCTA OF REG-INCENT  TO W-LIN-NITCTA
              IF TIPIDE OF REG-INCENT = "C"
                 PERFORM VALIDAR-ENTRADA-CUENTA
              ELSE
              IF TIPIDE OF REG-INCENT = "N"
                 PERFORM VALIDAR-ENTRADA-NIT
              ELSE
                 MOVE "TIPO DE IDENTIFICACION ERRADO" TO W-LIN-RESULT
                 PERFORM RECHAZAR-LINEA
              END-IF
              END-IF
           END-IF
           PERFORM LEER-CCAINCENT.
      *----------------------------------------------------------------
       VALIDAR-ENTRADA-CUENTA.
           MOVE CODMON OF REG-INCENT TO CODMON OF REG-MAESTR
           MOVE CODSIS OF REG-INCENT TO CODSIS OF REG-MAESTR
           MOVE CODPRO OF REG-INCENT TO CODPRO OF REG-MAESTR
           MOVE AGCCTA OF REG-INCENT TO AGCCTA OF REG-MAESTR
           MOVE CTANRO OF REG-INCENT TO CTANRO OF REG-MAESTR
           PERFORM LEER-CCAMAEAHO
           IF NO-ERROR-CCAMAEAHO
              PERFORM VALIDAR-CUENTA
           ELSE
              INITIALIZE REGINCCTA
              MOVE PAR-INCIDE            TO INCIDE OF REG-INCCTA
              MOVE CODMON OF REG-INCENT  TO CODMON OF REG-INCCTA
              MOVE CODSIS OF REG-INCENT  TO CODSIS OF REG-INCCTA
              MOVE CODPRO OF REG-INCENT  TO CODPRO OF REG-INCCTA
              MOVE AGCCTA OF REG-INCENT  TO AGCCTA OF REG-INCCTA
              MOVE CTANRO OF REG-INCENT  TO CTANRO OF REG-INCCTA
              MOVE W-LIN-NROLIN          TO NROLIN OF REG-INCCTA
              MOVE W-LIN-TIPIDE          TO TIPIDE OF REG-INCCTA
              MOVE NITCTA OF REG-INCENT  TO NITCTA OF REG-INCCTA
              MOVE "R"                   TO ESTADO OF REG-INCCTA
              MOVE "CUENTA INEXISTENTE"  TO RESULT OF REG-INCCTA
              PERFORM GRABAR-CUENTA-INCIDENTE
           END-IF.
      *----------------------------------------------------------------
       VALIDAR-ENTRADA-NIT.
           IF NITCTA OF REG-INCENT = ZEROS
              MOVE "NIT EN CEROS"        TO W-LIN-RESULT
              PERFORM RECHAZAR-LINEA
           ELSE
              MOVE NITCTA OF REG-INCENT  TO NITCTA OF REG-INCNIT
              MOVE W-LIN-NROLIN          TO NROLIN OF REG-INCNIT
              MOVE ZEROS                 TO CANCTA OF REG-INCNIT
              WRITE REG-INCNIT INVALID KEY
                    MOVE "NIT REPETIDO EN LA LISTA" TO W-LIN-RESULT
                    PERFORM RECHAZAR-LINEA
              NOT INVALID KEY
                    ADD 1 TO W-CANNIT
              END-WRITE
           END-IF.
      *----------------------------------------------------------------
      * LA CUENTA ESTA EN REG-MAESTR Y LA LINEA EN W-LINEA.
      *----------------------------------------------------------------
       VALIDAR-CUENTA.
           INITIALIZE REGINCCTA
           MOVE PAR-INCIDE             TO INCIDE OF REG-INCCTA
           MOVE CODMON OF REG-MAESTR   TO CODMON OF REG-INCCTA
           MOVE CODSIS OF REG-MAESTR   TO CODSIS OF REG-INCCTA
           MOVE CODPRO OF REG-MAESTR   TO CODPRO OF REG-INCCTA
           MOVE AGCCTA OF REG-MAESTR   TO AGCCTA OF REG-INCCTA
           MOVE CTANRO OF REG-MAESTR   TO CTANRO OF REG-INCCTA
           MOVE W-LIN-NROLIN           TO NROLIN OF REG-INCCTA
           MOVE W-LIN-TIPIDE           TO TIPIDE OF REG-INCCTA
           MOVE NITCTA OF REG-MAESTR   TO NITCTA OF REG-INCCTA
           MOVE INDBLO OF REG-MAESTR   TO INDANT OF REG-INCCTA
           MOVE CODBLO OF REG-MAESTR   TO CODANT OF REG-INCCTA
           MOVE VALBLQ OF REG-INCLOT   TO VALBLQ OF REG-INCCTA
           IF VALBLQ OF REG-INCLOT = ZEROS
           AND CLSBLQ OF REG-INCLOT = 2
              MOVE SALACT OF REG-MAESTR TO VALBLQ OF REG-INCCTA
           END-IF
           IF INDBAJ OF REG-MAESTR NOT = ZEROS
              MOVE "R"                   TO ESTADO OF REG-INCCTA
              MOVE "CUENTA CANCELADA"    TO RESULT OF REG-INCCTA
           ELSE
           IF CLSBLQ OF REG-INCLOT = 1
           AND INDBLO OF REG-MAESTR NOT = ZEROS
              MOVE "O"                   TO ESTADO OF REG-INCCTA
              MOVE "YA BLOQUEADA POR OTRO MOTIVO"
                                         TO RESULT OF REG-INCCTA
           ELSE
           IF CLSBLQ OF REG-INCLOT = 2
           AND VALBLQ OF REG-INCCTA NOT > ZEROS
              MOVE "R"                   TO ESTADO OF REG-INCCTA
              MOVE "SIN SALDO PARA CONGELAR"
                                         TO RESULT OF REG-INCCTA
           ELSE
              MOVE "V"                   TO ESTADO OF REG-INCCTA
              MOVE "VALIDADA"            TO RESULT OF REG-INCCTA
           END-IF
           END-IF
           END-IF
           PERFORM GRABAR-CUENTA-INCIDENTE.
      *----------------------------------------------------------------
      * LA MISMA CUENTA DOS VECES (DIRECTA Y POR NIT, O REPETIDA) SE
      * QUEDA CON LA PRIMERA LINEA; LA OTRA SALE RECHAZADA EN EL
      * LISTADO.
      *----------------------------------------------------------------
       GRABAR-CUENTA-INCIDENTE.
           MOVE "NO" TO CTL-REPETIDA
           WRITE REG-INCCTA INVALID KEY
                 MOVE "SI" TO CTL-REPETIDA
           END-WRITE
           IF CUENTA-REPETIDA
              MOVE "R"                   TO ESTADO OF REG-INCCTA
              MOVE "CUENTA REPETIDA EN LA LISTA"
                                         TO RESULT OF REG-INCCTA
           END-IF
           IF ESTADO OF REG-INCCTA = "V"
              ADD 1 TO W-CANVAL
           ELSE
           IF ESTADO OF REG-INCCTA = "O"
              ADD 1 TO W-CANOMI
           ELSE
              ADD 1 TO W-CANREC
           END-IF
           END-IF
           PERFORM IMPRIMIR-DETALLE.
      *----------------------------------------------------------------
      * LINEA RECHAZADA QUE NO LLEGA A SER CUENTA: SOLO AL LISTADO.
      *----------------------------------------------------------------
       RECHAZAR-LINEA.
           ADD 1 TO W-CANREC
           INITIALIZE CCA699R-DETALLE
           MOVE W-LIN-NROLIN           TO NROLIN OF CCA699R-DETALLE
           MOVE W-LIN-TIPIDE           TO TIPIDE OF CCA699R-DETALLE
           MOVE AGCCTA OF REG-INCENT   TO AGCCTA OF CCA699R-DETALLE
           MOVE CTANRO OF REG-INCENT   TO NROCTA OF CCA699R-DETALLE
           MOVE W-LIN-NITCTA           TO NITCTA OF CCA699R-DETALLE
           MOVE "R"                    TO ESTADO OF CCA699R-DETALLE
           MOVE W-LIN-RESULT           TO RESULT OF CCA699R-DETALLE
           WRITE REPORTE-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
      * UNA PASADA DEL MAESTRO: LAS CUENTAS NO CANCELADAS DE CADA NIT
      * DE LA LISTA SE VALIDAN CON LA LINEA DEL NIT.
      *----------------------------------------------------------------
       EXPANDIR-NITS.
           MOVE "NO"  TO CTL-CCAMAEAHO
           MOVE ZEROS TO CODMON OF REG-MAESTR CODSIS OF REG-MAESTR
                         CODPRO OF REG-MAESTR AGCCTA OF REG-MAESTR
                         CTANRO OF REG-MAESTR
           START CCAMAEAHO KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAMAEAHO
           END-START
           PERFORM BUSCAR-CUENTA-NIT UNTIL FIN-CCAMAEAHO.
      *----------------------------------------------------------------
       BUSCAR-CUENTA-NIT.
           READ CCAMAEAHO NEXT AT END
                MOVE "SI" TO CTL-CCAMAEAHO
           END-READ
           IF NOT FIN-CCAMAEAHO
           AND INDBAJ OF REG-MAESTR = ZEROS
              MOVE NITCTA OF REG-MAESTR TO NITCTA OF REG-INCNIT
              READ CCAINCNIT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD  1                    TO CANCTA OF REG-INCNIT
                       REWRITE REG-INCNIT
                       MOVE NROLIN OF REG-INCNIT TO W-LIN-NROLIN
                       MOVE "N"                  TO W-LIN-TIPIDE
                       MOVE NITCTA OF REG-INCNIT TO W-LIN-NITCTA
                       PERFORM VALIDAR-CUENTA
              END-READ
           END-IF.
      *----------------------------------------------------------------
       REVISAR-NITS-SIN-CUENTAS.
           MOVE "NO"  TO CTL-CCAINCNIT
           MOVE ZEROS TO NITCTA OF REG-INCNIT
           START CCAINCNIT KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAINCNIT
           END-START
           PERFORM REVISAR-NIT UNTIL FIN-CCAINCNIT.
      *----------------------------------------------------------------
       REVISAR-NIT.
           READ CCAINCNIT NEXT AT END
                MOVE "SI" TO CTL-CCAINCNIT
           END-READ
           IF NOT FIN-CCAINCNIT
           AND CANCTA OF REG-INCNIT = ZEROS
              MOVE NROLIN OF REG-INCNIT TO W-LIN-NROLIN
              MOVE "N"                  TO W-LIN-TIPIDE
              MOVE NITCTA OF REG-INCNIT TO W-LIN-NITCTA
              INITIALIZE REGINCENT
              MOVE "NIT SIN CUENTAS ACTIVAS" TO W-LIN-RESULT
              PERFORM RECHAZAR-LINEA
           END-IF.
      *================================================================
      * MODO B: APLICACION DE LOS BLOQUEOS APROBADOS.
      *================================================================
       APLICAR-BLOQUEOS.
           MOVE USRAPR OF REG-INCLOT TO W-USRAUD
           PERFORM POSICIONAR-CCAINCCTA
           PERFORM APLICAR-CUENTA UNTIL FIN-CCAINCCTA
           MOVE "B"           TO ESTADO OF REG-INCLOT
           MOVE LK-FECHA-HOY  TO FECAPL OF REG-INCLOT
           MOVE W-CANBLQ      TO CANBLQ OF REG-INCLOT
           ADD  W-CANOMI      TO CANOMI OF REG-INCLOT
           ADD  W-CANREC      TO CANREC OF REG-INCLOT
           REWRITE REG-INCLOT.
      *----------------------------------------------------------------
      * SE VUELVE A LEER LA CUENTA: DESDE LA VALIDACION PUDO HABER
      * SIDO CANCELADA O BLOQUEADA POR OTRO MOTIVO.
      *----------------------------------------------------------------
       APLICAR-CUENTA.
           PERFORM LEER-SIGUIENTE-CCAINCCTA
           IF NOT FIN-CCAINCCTA
           AND ESTADO OF REG-INCCTA = "V"
              PERFORM LEER-MAESTRO-CUENTA
              IF ERROR-CCAMAEAHO
              OR INDBAJ OF REG-MAESTR NOT = ZEROS
                 MOVE "R"                TO ESTADO OF REG-INCCTA
                 MOVE "CUENTA CANCELADA O INEXISTENTE"
                                         TO RESULT OF REG-INCCTA
              ELSE
              IF CLSBLQ OF REG-INCLOT = 1
                 PERFORM BLOQUEAR-MAESTRO
              ELSE
                 PERFORM CONGELAR-SALDO
              END-IF
              END-IF
              IF ESTADO OF REG-INCCTA = "B"
                 ADD  1                      TO W-CANBLQ
                 ADD  VALBLQ OF REG-INCCTA   TO W-VLRBLQ
                 MOVE LK-FECHA-HOY           TO FECAPL OF REG-INCCTA
              ELSE
              IF ESTADO OF REG-INCCTA = "O"
                 ADD  1                      TO W-CANOMI
              ELSE
                 ADD  1                      TO W-CANREC
              END-IF
              END-IF
              REWRITE REG-INCCTA
              PERFORM AUDITAR-CUENTA
              PERFORM IMPRIMIR-DETALLE
           END-IF.
      *----------------------------------------------------------------
       BLOQUEAR-MAESTRO.
           IF INDBLO OF REG-MAESTR NOT = ZEROS
              MOVE "O"                   TO ESTADO OF REG-INCCTA
              MOVE "YA BLOQUEADA POR OTRO MOTIVO"
                                         TO RESULT OF REG-INCCTA
           ELSE
              MOVE INDBLO OF REG-MAESTR  TO INDANT OF REG-INCCTA
              MOVE CODBLO OF REG-MAESTR  TO CODANT OF REG-INCCTA
              MOVE INDBLO OF REG-INCLOT  TO INDBLO OF REG-MAESTR
              MOVE CODBLO OF REG-INCLOT  TO CODBLO OF REG-MAESTR
              MOVE ZEROS                 TO VALBLQ OF REG-INCCTA
              PERFORM REGRABAR-MAESTRO
              MOVE "B"                   TO ESTADO OF REG-INCCTA
              MOVE "BLOQUEADA"           TO RESULT OF REG-INCCTA
           END-IF.
      *----------------------------------------------------------------
      * EL CONGELAMIENTO TOMA EL SIGUIENTE NUMERO DE BLOQUEO LIBRE DE
      * LA CUENTA; SIN VALOR EN EL INCIDENTE CONGELA EL SALDO DE HOY.
      *----------------------------------------------------------------
       CONGELAR-SALDO.
           MOVE VALBLQ OF REG-INCLOT TO W-VALBLQ
           IF W-VALBLQ = ZEROS
              MOVE SALACT OF REG-MAESTR TO W-VALBLQ
           END-IF
           PERFORM BUSCAR-NROBLQ
           IF W-VALBLQ NOT > ZEROS
              MOVE "R"                   TO ESTADO OF REG-INCCTA
              MOVE "SIN SALDO PARA CONGELAR"
                                         TO RESULT OF REG-INCCTA
           ELSE
           IF W-NROBLQ > 999
              MOVE "R"                   TO ESTADO OF REG-INCCTA
              MOVE "SIN NUMERO DE BLOQUEO LIBRE"
                                         TO RESULT OF REG-INCCTA
           ELSE
              INITIALIZE REGBLOQUEO
              MOVE CODMON OF REG-INCCTA  TO CODMON OF REG-BLOQUEO
              MOVE CODSIS OF REG-INCCTA  TO CODSIS OF REG-BLOQUEO
              MOVE CODPRO OF REG-INCCTA  TO CODPRO OF REG-BLOQUEO
              MOVE AGCCTA OF REG-INCCTA  TO AGCCTA OF REG-BLOQUEO
              MOVE CTANRO OF REG-INCCTA  TO CTANRO OF REG-BLOQUEO
              MOVE W-NROBLQ              TO NROBLQ OF REG-BLOQUEO
              MOVE TIPBLQ OF REG-INCLOT  TO TIPBLQ OF REG-BLOQUEO
              MOVE W-VALBLQ              TO VALBLQ OF REG-BLOQUEO
              STRING "INCIDENTE "        DELIMITED BY SIZE
                     PAR-INCIDE          DELIMITED BY SIZE
                     " "                 DELIMITED BY SIZE
                     DESCRI OF REG-INCLOT DELIMITED BY SIZE
                     INTO MOTIVO OF REG-BLOQUEO
              MOVE USRAPR OF REG-INCLOT  TO USRAUT OF REG-BLOQUEO
              MOVE LK-FECHA-HOY          TO FECVIG OF REG-BLOQUEO
              MOVE ZEROS                 TO FECVEN OF REG-BLOQUEO
              MOVE 1                     TO ESTADO OF REG-BLOQUEO
              MOVE ZEROS                 TO FECLEV OF REG-BLOQUEO
              MOVE USRCAP OF REG-INCLOT  TO USRING OF REG-BLOQUEO
              MOVE LK-FECHA-HOY          TO FECING OF REG-BLOQUEO
              WRITE REG-BLOQUEO INVALID KEY
                    MOVE 1000 TO W-NROBLQ
              END-WRITE
              IF W-NROBLQ > 999
                 MOVE "R"                TO ESTADO OF REG-INCCTA
                 MOVE "SIN NUMERO DE BLOQUEO LIBRE"
                                         TO RESULT OF REG-INCCTA
              ELSE
                 MOVE W-NROBLQ           TO NROBLQ OF REG-INCCTA
                 MOVE W-VALBLQ           TO VALBLQ OF REG-INCCTA
                 MOVE 1                  TO IND003 OF REG-MAESTR
                 PERFORM REGRABAR-MAESTRO
                 MOVE "B"                TO ESTADO OF REG-INCCTA
                 MOVE "CONGELADA"        TO RESULT OF REG-INCCTA
              END-IF
           END-IF
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-NROBLQ.
           MOVE ZEROS                    TO W-NROBLQ
           PERFORM POSICIONAR-CCABLOQUEO
           PERFORM TOMAR-NROBLQ UNTIL FIN-CCABLOQUEO
           ADD 1                         TO W-NROBLQ.
      *----------------------------------------------------------------
       TOMAR-NROBLQ.
           PERFORM LEER-SIGUIENTE-CCABLOQUEO
           IF NOT FIN-CCABLOQUEO
              MOVE NROBLQ OF REG-BLOQUEO TO W-NROBLQ
           END-IF.
      *================================================================
      * MODO L: LEVANTAMIENTO DE LOS BLOQUEOS DEL INCIDENTE.
      *================================================================
       LEVANTAR-BLOQUEOS.
           MOVE USRLAP OF REG-INCLOT TO W-USRAUD
           PERFORM POSICIONAR-CCAINCCTA
           PERFORM LEVANTAR-CUENTA UNTIL FIN-CCAINCCTA
           MOVE "L"           TO ESTADO OF REG-INCLOT
           MOVE LK-FECHA-HOY  TO FECLEV OF REG-INCLOT
           MOVE W-CANLEV      TO CANLEV OF REG-INCLOT
           MOVE W-CANNOL      TO CANNOL OF REG-INCLOT
           REWRITE REG-INCLOT.
      *----------------------------------------------------------------
      * SOLO SE LEVANTA LO QUE ESTE INCIDENTE PUSO Y SIGUE IGUAL:
      * EL MISMO INDBLO/CODBLO EN EL MAESTRO, O SU BLOQUEO PARCIAL
      * TODAVIA VIGENTE. LO DEMAS QUEDA COMO ESTA (X).
      *----------------------------------------------------------------
       LEVANTAR-CUENTA.
           PERFORM LEER-SIGUIENTE-CCAINCCTA
           IF NOT FIN-CCAINCCTA
           AND ESTADO OF REG-INCCTA = "B"
              PERFORM LEER-MAESTRO-CUENTA
              IF ERROR-CCAMAEAHO
                 MOVE "X"                TO ESTADO OF REG-INCCTA
                 MOVE "CUENTA INEXISTENTE"
                                         TO RESULT OF REG-INCCTA
              ELSE
              IF CLSBLQ OF REG-INCLOT = 1
                 PERFORM DESBLOQUEAR-MAESTRO
              ELSE
                 PERFORM DESCONGELAR-SALDO
              END-IF
              END-IF
              MOVE LK-FECHA-HOY          TO FECLEV OF REG-INCCTA
              IF ESTADO OF REG-INCCTA = "L"
                 ADD  1                     TO W-CANLEV
                 ADD  VALBLQ OF REG-INCCTA  TO W-VLRBLQ
              ELSE
                 ADD  1                     TO W-CANNOL
              END-IF
              REWRITE REG-INCCTA
              PERFORM AUDITAR-CUENTA
              PERFORM IMPRIMIR-DETALLE
           END-IF.
      *----------------------------------------------------------------
       DESBLOQUEAR-MAESTRO.
           IF INDBLO OF REG-MAESTR = INDBLO OF REG-INCLOT
           AND CODBLO OF REG-MAESTR = CODBLO OF REG-INCLOT
              MOVE INDANT OF REG-INCCTA  TO INDBLO OF REG-MAESTR
              MOVE CODANT OF REG-INCCTA  TO CODBLO OF REG-MAESTR
              PERFORM REGRABAR-MAESTRO
              MOVE "L"                   TO ESTADO OF REG-INCCTA
              MOVE "DESBLOQUEADA"        TO RESULT OF REG-INCCTA
           ELSE
              MOVE "X"                   TO ESTADO OF REG-INCCTA
              MOVE "BLOQUEO CAMBIO, NO SE LEVANTA"
                                         TO RESULT OF REG-INCCTA
           END-IF.
      *----------------------------------------------------------------
       DESCONGELAR-SALDO.
           MOVE CODMON OF REG-INCCTA  TO CODMON OF REG-BLOQUEO
           MOVE CODSIS OF REG-INCCTA  TO CODSIS OF REG-BLOQUEO
           MOVE CODPRO OF REG-INCCTA  TO CODPRO OF REG-BLOQUEO
           MOVE AGCCTA OF REG-INCCTA  TO AGCCTA OF REG-BLOQUEO
           MOVE CTANRO OF REG-INCCTA  TO CTANRO OF REG-BLOQUEO
           MOVE NROBLQ OF REG-INCCTA  TO NROBLQ OF REG-BLOQUEO
           MOVE "NO" TO CTL-CCABLOQUEO
           READ CCABLOQUEO INVALID KEY
                MOVE "SI" TO CTL-CCABLOQUEO
           END-READ
           IF ERROR-CCABLOQUEO
           OR ESTADO OF REG-BLOQUEO NOT = 1
              MOVE "X"                   TO ESTADO OF REG-INCCTA
              MOVE "BLOQUEO YA LEVANTADO O VENCIDO"
                                         TO RESULT OF REG-INCCTA
           ELSE
              MOVE 2                     TO ESTADO OF REG-BLOQUEO
              MOVE LK-FECHA-HOY          TO FECLEV OF REG-BLOQUEO
              MOVE USRLAP OF REG-INCLOT  TO USRING OF REG-BLOQUEO
              REWRITE REG-BLOQUEO
              PERFORM VERIFICAR-VIGENTES
              IF W-QUEDAN-VIGENTES = ZEROS
                 MOVE ZEROS              TO IND003 OF REG-MAESTR
                 PERFORM REGRABAR-MAESTRO
              END-IF
              MOVE "L"                   TO ESTADO OF REG-INCCTA
              MOVE "DESCONGELADA"        TO RESULT OF REG-INCCTA
           END-IF.
      *----------------------------------------------------------------
       VERIFICAR-VIGENTES.
           MOVE ZEROS TO W-QUEDAN-VIGENTES
           PERFORM POSICIONAR-CCABLOQUEO
           PERFORM REVISAR-VIGENTE UNTIL FIN-CCABLOQUEO.
      *----------------------------------------------------------------
       REVISAR-VIGENTE.
           PERFORM LEER-SIGUIENTE-CCABLOQUEO
           IF NOT FIN-CCABLOQUEO
           AND ESTADO OF REG-BLOQUEO = 1
              MOVE 1 TO W-QUEDAN-VIGENTES
           END-IF.
      *================================================================
      * RUTINAS COMUNES.
      *================================================================
       POSICIONAR-CCAINCCTA.
           MOVE "NO"       TO CTL-CCAINCCTA
           MOVE PAR-INCIDE TO INCIDE OF REG-INCCTA
           MOVE ZEROS      TO CODMON OF REG-INCCTA CODSIS OF REG-INCCTA
                              CODPRO OF REG-INCCTA AGCCTA OF REG-INCCTA
                              CTANRO OF REG-INCCTA
           START CCAINCCTA KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAINCCTA
           END-START.
      *----------------------------------------------------------------
       LEER-SIGUIENTE-CCAINCCTA.
           READ CCAINCCTA NEXT AT END
                MOVE "SI" TO CTL-CCAINCCTA
           END-READ
           IF NOT FIN-CCAINCCTA
           AND INCIDE OF REG-INCCTA NOT = PAR-INCIDE
              MOVE "SI" TO CTL-CCAINCCTA
           END-IF.
      *----------------------------------------------------------------
      * BLOQUEOS PARCIALES DE LA CUENTA DE REG-INCCTA.
      *----------------------------------------------------------------
       POSICIONAR-CCABLOQUEO.
           MOVE "NO"                  TO CTL-CCABLOQUEO
           MOVE CODMON OF REG-INCCTA  TO CODMON OF REG-BLOQUEO
           MOVE CODSIS OF REG-INCCTA  TO CODSIS OF REG-BLOQUEO
           MOVE CODPRO OF REG-INCCTA  TO CODPRO OF REG-BLOQUEO
           MOVE AGCCTA OF REG-INCCTA  TO AGCCTA OF REG-BLOQUEO
           MOVE CTANRO OF REG-INCCTA  TO CTANRO OF REG-BLOQUEO
           MOVE ZEROS                 TO NROBLQ OF REG-BLOQUEO
           START CCABLOQUEO KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCABLOQUEO
           END-START.
      *----------------------------------------------------------------
       LEER-SIGUIENTE-CCABLOQUEO.
           READ CCABLOQUEO NEXT AT END
                MOVE "SI" TO CTL-CCABLOQUEO
           END-READ
           IF NOT FIN-CCABLOQUEO
              IF CODMON OF REG-BLOQUEO NOT = CODMON OF REG-INCCTA
              OR CODSIS OF REG-BLOQUEO NOT = CODSIS OF REG-INCCTA
              OR CODPRO OF REG-BLOQUEO NOT = CODPRO OF REG-INCCTA
              OR AGCCTA OF REG-BLOQUEO NOT = AGCCTA OF REG-INCCTA
              OR CTANRO OF REG-BLOQUEO NOT = CTANRO OF REG-INCCTA
                 MOVE "SI" TO CTL-CCABLOQUEO
              END-IF
           END-IF.
      *----------------------------------------------------------------
       LEER-MAESTRO-CUENTA.
           MOVE CODMON OF REG-INCCTA  TO CODMON OF REG-MAESTR
           MOVE CODSIS OF REG-INCCTA  TO CODSIS OF REG-MAESTR
           MOVE CODPRO OF REG-INCCTA  TO CODPRO OF REG-MAESTR
           MOVE AGCCTA OF REG-INCCTA  TO AGCCTA OF REG-MAESTR
           MOVE CTANRO OF REG-INCCTA  TO CTANRO OF REG-MAESTR
           PERFORM LEER-CCAMAEAHO
           MOVE REG-MAESTR            TO JRN-MAEANT.
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           MOVE "NO" TO CTL-CCAMAEAHO
           READ CCAMAEAHO INVALID KEY
                MOVE "SI" TO CTL-CCAMAEAHO
           END-READ.
      *----------------------------------------------------------------
      * EL CAMBIO DE BLOQUEO SE MARCA PARA LA FICHA Y EL MAESTRO EN
      * LINEA (INDFIC/INDMOD, COMO CCA530) Y VA AL DIARIO.
      *----------------------------------------------------------------
       REGRABAR-MAESTRO.
           MOVE 1                TO INDFIC OF REG-MAESTR
           MOVE 1                TO INDMOD OF REG-MAESTR
           MOVE "CCA699"         TO JRN-PROGRA
           CALL "CCA595" USING JRN-PROGRA JRN-MAEANT REG-MAESTR
           REWRITE REG-MAESTR
           MOVE REG-MAESTR       TO JRN-MAEANT.
      *----------------------------------------------------------------
       LEER-CCAINCENT.
           READ CCAINCENT AT END
                MOVE "SI" TO CTL-CCAINCENT.
      *----------------------------------------------------------------
       AUDITAR-CUENTA.
           MOVE AGCCTA OF REG-INCCTA  TO W-AUD-AGCCTA
           MOVE CTANRO OF REG-INCCTA  TO W-AUD-CTANRO
           MOVE PAR-MODO              TO W-AUD-MODO
           MOVE PAR-INCIDE            TO W-AUD-INCIDE
           MOVE ESTADO OF REG-INCCTA  TO W-AUD-ESTADO
           MOVE INDBLO OF REG-INCLOT  TO W-AUD-INDBLO
           MOVE CODBLO OF REG-INCLOT  TO W-AUD-CODBLO
           MOVE NROBLQ OF REG-INCCTA  TO W-AUD-NROBLQ
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCAINCCTA"           TO PG-CAMPO  OF CCAGENAUD
           MOVE W-USRAUD              TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           MOVE W-LLAVE-AUDITORIA     TO PG-VLRANT OF CCAGENAUD
           MOVE W-ACCION-AUDITORIA    TO PG-VLRNVO OF CCAGENAUD
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
       IMPRIMIR-DETALLE.
           INITIALIZE CCA699R-DETALLE
           MOVE NROLIN OF REG-INCCTA  TO NROLIN OF CCA699R-DETALLE
           MOVE TIPIDE OF REG-INCCTA  TO TIPIDE OF CCA699R-DETALLE
           MOVE AGCCTA OF REG-INCCTA  TO AGCCTA OF CCA699R-DETALLE
           MOVE CTANRO OF REG-INCCTA  TO NROCTA OF CCA699R-DETALLE
           MOVE NITCTA OF REG-INCCTA  TO NITCTA OF CCA699R-DETALLE
           MOVE NROBLQ OF REG-INCCTA  TO NROBLQ OF CCA699R-DETALLE
           MOVE VALBLQ OF REG-INCCTA  TO VALBLQ OF CCA699R-DETALLE
           MOVE ESTADO OF REG-INCCTA  TO ESTADO OF CCA699R-DETALLE
           MOVE RESULT OF REG-INCCTA  TO RESULT OF CCA699R-DETALLE
           WRITE REPORTE-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
       IMPRIMIR-TOTALES.
           INITIALIZE CCA699R-TOTALES
           MOVE W-CANLIN              TO CANLIN OF CCA699R-TOTALES
           MOVE W-CANVAL              TO CANVAL OF CCA699R-TOTALES
           MOVE W-CANREC              TO CANREC OF CCA699R-TOTALES
           MOVE W-CANOMI              TO CANOMI OF CCA699R-TOTALES
           MOVE W-CANBLQ              TO CANBLQ OF CCA699R-TOTALES
           MOVE W-CANLEV              TO CANLEV OF CCA699R-TOTALES
           MOVE W-CANNOL              TO CANNOL OF CCA699R-TOTALES
           MOVE W-VLRBLQ              TO VLRBLQ OF CCA699R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES".
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           DISPLAY "CCA699 INCIDENTE " PAR-INCIDE " MODO " PAR-MODO
                   " VALIDADAS " W-CANVAL " RECHAZADAS " W-CANREC
                   " OMITIDAS " W-CANOMI " BLOQUEADAS " W-CANBLQ
                   " LEVANTADAS " W-CANLEV " NO LEVANTADAS " W-CANNOL
           CLOSE CCAINCLOT CCAINCCTA CCAMAEAHO CCABLOQUEO CCAGENAUD
                 REPORTE.
           STOP  RUN      .
      *----------------------------------------------------------------
