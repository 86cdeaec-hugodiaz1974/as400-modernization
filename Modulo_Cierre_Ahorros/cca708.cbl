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
       PROGRAM-ID.    CCA708.
      ******************************************************************
      * FUNCION: CARGA DE UNA VERSION DE LISTA RESTRICTIVA O PEP EN    *
      *          CCALISRES. CADA ARCHIVO DEL PROVEEDOR (OFAC, ONU) O   *
      *          LA LISTA PROPIA DEL BANCO LLEGA EN CCALISENT          *
      *          (DOCUMENTO Y NOMBRE) Y SE CARGA COMPLETO BAJO UN      *
      *          TIPO DE LISTA (PAR-TIPLIS) Y UNA VERSION (PAR-VERLIS, *
      *          FECHA DE PUBLICACION AAAAMMDD):                       *
      *          - CADA ENTRADA QUEDA ACTIVA (ESTADO A) CON LA VERSION *
      *            Y LA FECHA DE CARGA (FECCAR); LA QUE NO EXISTIA SE  *
      *            CREA Y LA QUE ESTABA INACTIVA SE REACTIVA.          *
      *          - LAS ENTRADAS ACTIVAS DE ESE TIPO QUE LA VERSION     *
      *            NUEVA YA NO TRAE SE INACTIVAN (ESTADO I): CCA535    *
      *            SOLO CONSULTA LAS ACTIVAS.                          *
      *          LA VERSION NO PUEDE SER ANTERIOR A LA YA CARGADA PARA *
      *          ESE TIPO; LA MISMA VERSION SE PUEDE REPETIR (RECARGA  *
      *          DESPUES DE UNA CAIDA). UNA ENTRADA SIN DOCUMENTO O    *
      *          SIN NOMBRE SE RECHAZA, Y SIN NINGUNA ENTRADA VALIDA   *
      *          NO SE INACTIVA NADA. LA VERSION MAYOR ACTIVA ES LA    *
      *          QUE DISPARA EL REEXAMEN SEMANAL CCA543.               *
      *          ENTRADA POR LA COMPUERTA CCA519 (PROGRAMA CCA708,     *
      *          FUNCION 00). LAS ENTRADAS NUEVAS, REACTIVADAS, CON    *
      *          NOMBRE CAMBIADO E INACTIVADAS, Y EL RESUMEN DE LA     *
      *          CARGA, QUEDAN AUDITADOS EN CCAGENAUD.                 *
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
           SELECT CCALISENT
               ASSIGN          TO DATABASE-CCALISENT
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCALISRES
               ASSIGN          TO DATABASE-CCALISRES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAGENAUD
               ASSIGN          TO DATABASE-CCAGENAUD
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCALISENT
           LABEL RECORDS ARE STANDARD.
       01  REG-LISENT.
           COPY DDS-ALL-FORMATS OF CCALISENT.
      *
       FD  CCALISRES
           LABEL RECORDS ARE STANDARD.
       01  REG-LISRES.
           COPY DDS-ALL-FORMATS OF CCALISRES.
      *
       FD  CCAGENAUD
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAGENAUD.
           COPY DDS-ALL-FORMATS OF CCAGENAUD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-VERANT                    PIC 9(08)          VALUE ZEROS.
       77  W-CANLEI                    PIC 9(07)          VALUE ZEROS.
       77  W-CANNVA                    PIC 9(07)          VALUE ZEROS.
       77  W-CANREA                    PIC 9(07)          VALUE ZEROS.
       77  W-CANNOM                    PIC 9(07)          VALUE ZEROS.
       77  W-CANIGU                    PIC 9(07)          VALUE ZEROS.
       77  W-CANREC                    PIC 9(07)          VALUE ZEROS.
       77  W-CANINA                    PIC 9(07)          VALUE ZEROS.
       77  PA-CODEMP                   PIC 9(05)          VALUE ZEROS.
      *
      * ENTRADA DE LA LISTA COMO ESTABA ANTES DE LA CARGA.
       77  W-ESTANT                    PIC X(01)          VALUE SPACES.
       77  W-NOMANT                    PIC X(50)          VALUE SPACES.
      *
      * ACCION QUE QUEDA EN LA AUDITORIA DE CADA ENTRADA.
       77  W-ACCION                    PIC X(10)          VALUE SPACES.
      *
       01  CONTROLES.
           05  CTL-PARAMETROS          PIC X(02) VALUE "NO".
               88  ERROR-PARAMETROS              VALUE "SI".
               88  NO-ERROR-PARAMETROS           VALUE "NO".
           05  CTL-CCALISENT           PIC X(02) VALUE "NO".
               88  FIN-CCALISENT                 VALUE "SI".
           05  CTL-CCALISRES           PIC X(02) VALUE "NO".
               88  FIN-CCALISRES                 VALUE "SI".
               88  NO-FIN-CCALISRES              VALUE "NO".
           05  CTL-EXISTE              PIC X(02) VALUE "NO".
               88  EXISTE-CCALISRES              VALUE "SI".
               88  NO-EXISTE-CCALISRES           VALUE "NO".
      *
      * COMPUERTA DE AUTORIZACION POR FUNCION (VER CCA519).
       01  PARM-CCA519.
           05  W-AUT-USUARIO           PIC X(10) VALUE SPACES.
           05  W-AUT-ESTACI            PIC X(10) VALUE SPACES.
           05  W-AUT-PROGRAMA          PIC X(08) VALUE "CCA708".
           05  W-AUT-FUNCIO            PIC X(02) VALUE "00".
           05  W-AUT-RETCOD            PIC 9(01) VALUE ZEROS.
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
      *
       LINKAGE SECTION.
       77  XUSERID                     PIC X(10).
       77  PAR-TIPLIS                  PIC 9(02).
       77  PAR-VERLIS                  PIC 9(08).
      ***************************************************************
       PROCEDURE DIVISION USING XUSERID PAR-TIPLIS PAR-VERLIS.
       COMIENZO.
           PERFORM VALIDAR-AUTORIZACION.
           IF W-AUT-RETCOD NOT = ZEROS
              DISPLAY "CCA708 USUARIO NO AUTORIZADO: " XUSERID
              STOP RUN
           END-IF.
           PERFORM INICIAR.
           IF NO-ERROR-PARAMETROS
              PERFORM LEER-CCALISENT
              PERFORM CARGAR-ENTRADA UNTIL FIN-CCALISENT
              IF W-CANLEI > W-CANREC
                 PERFORM INACTIVAR-AUSENTES
              ELSE
                 DISPLAY "CCA708 LISTA SIN ENTRADAS VALIDAS, NO SE "
                         "INACTIVA NADA"
              END-IF
              PERFORM AUDITAR-CARGA
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
      * SIN AUTORIZACION DE LA COMPUERTA CCA519 NO SE CARGA NADA; EL
      * INTENTO NEGADO QUEDA EN EL REGISTRO DE ACCESOS.
      *----------------------------------------------------------------
       VALIDAR-AUTORIZACION.
           MOVE XUSERID      TO W-AUT-USUARIO
           MOVE ZEROS        TO W-AUT-RETCOD
           CALL "CCA519" USING W-AUT-USUARIO W-AUT-ESTACI
                               W-AUT-PROGRAMA W-AUT-FUNCIO
                               W-AUT-RETCOD.
      *----------------------------------------------------------------
      * TIPO Y VERSION OBLIGATORIOS; LA VERSION NO PUEDE SER ANTERIOR
      * A LA MAYOR YA CARGADA PARA EL TIPO.
      *----------------------------------------------------------------
       INICIAR.
           OPEN INPUT  CCALISENT.
           OPEN I-O    CCALISRES.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           IF PAR-TIPLIS = ZEROS
           OR PAR-VERLIS = ZEROS
              MOVE "SI" TO CTL-PARAMETROS
              DISPLAY "CCA708 FALTA TIPO O VERSION DE LA LISTA: "
                      PAR-TIPLIS " " PAR-VERLIS
           ELSE
              PERFORM POSICIONAR-CCALISRES
              PERFORM BUSCAR-VERSION-CARGADA UNTIL FIN-CCALISRES
              IF PAR-VERLIS < W-VERANT
                 MOVE "SI" TO CTL-PARAMETROS
                 DISPLAY "CCA708 VERSION " PAR-VERLIS
                         " ANTERIOR A LA CARGADA " W-VERANT
                         " PARA LA LISTA " PAR-TIPLIS
              END-IF
           END-IF.
      *----------------------------------------------------------------
       POSICIONAR-CCALISRES.
           MOVE "NO"  TO CTL-CCALISRES
           INITIALIZE REGLISRES
           START CCALISRES KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCALISRES
           END-START.
      *----------------------------------------------------------------
       BUSCAR-VERSION-CARGADA.
           PERFORM LEER-SIGUIENTE-CCALISRES
           IF NO-FIN-CCALISRES
              IF TIPLIS OF REG-LISRES = PAR-TIPLIS
              AND VERLIS OF REG-LISRES > W-VERANT
                 MOVE VERLIS OF REG-LISRES TO W-VERANT
              END-IF
           END-IF.
      *----------------------------------------------------------------
       LEER-SIGUIENTE-CCALISRES.
           READ CCALISRES NEXT RECORD AT END
                MOVE "SI" TO CTL-CCALISRES
           END-READ.
      *----------------------------------------------------------------
       LEER-CCALISENT.
           READ CCALISENT AT END
                MOVE "SI" TO CTL-CCALISENT
           END-READ.
      *================================================================
      * CARGA DE LAS ENTRADAS DE LA VERSION.
      *================================================================
       CARGAR-ENTRADA.
           ADD 1 TO W-CANLEI
           IF NRODOC OF REG-LISENT = ZEROS
           OR NOMLIS OF REG-LISENT = SPACES
              ADD 1 TO W-CANREC
              DISPLAY "CCA708 ENTRADA RECHAZADA, SIN DOCUMENTO O "
                      "NOMBRE: " NRODOC OF REG-LISENT " "
                      NOMLIS OF REG-LISENT
           ELSE
              PERFORM ACTUALIZAR-ENTRADA
           END-IF
           PERFORM LEER-CCALISENT.
      *----------------------------------------------------------------
       ACTUALIZAR-ENTRADA.
           MOVE NRODOC OF REG-LISENT TO NRODOC OF REG-LISRES
           MOVE PAR-TIPLIS           TO TIPLIS OF REG-LISRES
           MOVE "SI"                 TO CTL-EXISTE
           READ CCALISRES INVALID KEY
                MOVE "NO" TO CTL-EXISTE
           END-READ
           IF NO-EXISTE-CCALISRES
              INITIALIZE REGLISRES
              MOVE NRODOC OF REG-LISENT TO NRODOC OF REG-LISRES
              MOVE PAR-TIPLIS           TO TIPLIS OF REG-LISRES
              MOVE NOMLIS OF REG-LISENT TO NOMLIS OF REG-LISRES
              MOVE PAR-VERLIS           TO VERLIS OF REG-LISRES
              MOVE LK-FECHA-HOY         TO FECCAR OF REG-LISRES
              MOVE "A"                  TO ESTADO OF REG-LISRES
              WRITE REG-LISRES
              MOVE SPACES               TO W-ESTANT
              MOVE "NUEVA"              TO W-ACCION
              ADD 1 TO W-CANNVA
              PERFORM AUDITAR-ENTRADA
           ELSE
              MOVE ESTADO OF REG-LISRES TO W-ESTANT
              MOVE NOMLIS OF REG-LISRES TO W-NOMANT
              MOVE NOMLIS OF REG-LISENT TO NOMLIS OF REG-LISRES
              MOVE PAR-VERLIS           TO VERLIS OF REG-LISRES
              MOVE LK-FECHA-HOY         TO FECCAR OF REG-LISRES
              MOVE "A"                  TO ESTADO OF REG-LISRES
              REWRITE REG-LISRES
              IF W-ESTANT NOT = "A"
                 MOVE "REACTIVADA"      TO W-ACCION
                 ADD 1 TO W-CANREA
                 PERFORM AUDITAR-ENTRADA
              ELSE
              IF W-NOMANT NOT = NOMLIS OF REG-LISENT
                 MOVE "NOMBRE"          TO W-ACCION
                 ADD 1 TO W-CANNOM
                 PERFORM AUDITAR-ENTRADA
              ELSE
                 ADD 1 TO W-CANIGU
              END-IF
              END-IF
           END-IF.
      *================================================================
      * LAS ACTIVAS DEL TIPO QUE NO VINIERON EN ESTA VERSION SALEN.
      *================================================================
       INACTIVAR-AUSENTES.
           PERFORM POSICIONAR-CCALISRES
           PERFORM REVISAR-AUSENTE UNTIL FIN-CCALISRES.
      *----------------------------------------------------------------
       REVISAR-AUSENTE.
           PERFORM LEER-SIGUIENTE-CCALISRES
           IF NO-FIN-CCALISRES
              IF TIPLIS OF REG-LISRES = PAR-TIPLIS
              AND ESTADO OF REG-LISRES = "A"
              AND VERLIS OF REG-LISRES < PAR-VERLIS
                 MOVE ESTADO OF REG-LISRES TO W-ESTANT
                 MOVE "I"                  TO ESTADO OF REG-LISRES
                 MOVE LK-FECHA-HOY         TO FECCAR OF REG-LISRES
                 REWRITE REG-LISRES
                 MOVE "INACTIVADA"         TO W-ACCION
                 ADD 1 TO W-CANINA
                 PERFORM AUDITAR-ENTRADA
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * UNA FILA POR ENTRADA TOCADA: DOCUMENTO, LISTA Y ESTADO
      * ANTERIOR; ACCION, VERSION Y ESTADO NUEVO.
      *----------------------------------------------------------------
       AUDITAR-ENTRADA.
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCALISRES"           TO PG-CAMPO  OF CCAGENAUD
           STRING NRODOC OF REG-LISRES " " TIPLIS OF REG-LISRES
                  " " W-ESTANT
                  DELIMITED BY SIZE
                  INTO PG-VLRANT OF CCAGENAUD
           STRING W-ACCION " " PAR-VERLIS " " ESTADO OF REG-LISRES
                  DELIMITED BY SIZE
                  INTO PG-VLRNVO OF CCAGENAUD
           PERFORM GRABAR-CCAGENAUD.
      *----------------------------------------------------------------
       AUDITAR-CARGA.
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CARGALISTA"          TO PG-CAMPO  OF CCAGENAUD
           STRING "LISTA " PAR-TIPLIS " VERSION " PAR-VERLIS
                  DELIMITED BY SIZE
                  INTO PG-VLRANT OF CCAGENAUD
           STRING "LEIDAS " W-CANLEI " INACT " W-CANINA
                  DELIMITED BY SIZE
                  INTO PG-VLRNVO OF CCAGENAUD
           PERFORM GRABAR-CCAGENAUD.
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           MOVE XUSERID               TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           DISPLAY "CCA708 LISTA " PAR-TIPLIS " VERSION " PAR-VERLIS
                   " LEIDAS " W-CANLEI " NUEVAS " W-CANNVA
                   " REACTIVADAS " W-CANREA " NOMBRE CAMBIADO "
                   W-CANNOM " SIN CAMBIO " W-CANIGU
                   " RECHAZADAS " W-CANREC " INACTIVADAS " W-CANINA
           CLOSE CCALISENT CCALISRES CCAGENAUD.
           STOP  RUN      .
