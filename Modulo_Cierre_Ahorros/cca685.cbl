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
       PROGRAM-ID.    CCA685.
      ******************************************************************
      * FUNCION: REGISTRO DE RESERVAS DE RETIRO GRANDE EN EFECTIVO     *
      *          (CCARESEFE): EL CLIENTE ANUNCIA QUE VA A RETIRAR UN   *
      *          MONTO EN UNA AGENCIA Y UNA FECHA FUTURA, PARA QUE LA  *
      *          AGENCIA LO TENGA EN SU PRONOSTICO DE EFECTIVO         *
      *          (CCA684). LA RESERVA SE NUMERA POR AGENCIA Y FECHA DE *
      *          RETIRO. LA FECHA DEBE SER UN DIA HABIL POSTERIOR A    *
      *          HOY Y DENTRO DE LOS DIAS MAXIMOS DE ANTICIPACION, Y   *
      *          EL MONTO IGUAL O MAYOR AL MINIMO (TABLA 97, VER       *
      *          CCA684). SIN AGENCIA DE RETIRO SE TOMA LA DE LA       *
      *          CUENTA.                                               *
      *          ACCIONES: A = ALTA, C = CANCELAR (SOLO ACTIVAS).      *
      *          ESTADOS: A = ACTIVA, X = CANCELADA; C = CUMPLIDA,     *
      *          P = PARCIAL Y N = NO RETIRADA LOS DEJA CCA684 EL DIA  *
      *          DEL RETIRO.                                           *
      *          TODO CAMBIO QUEDA AUDITADO EN CCAGENAUD.              *
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
           SELECT CCARESEFE
               ASSIGN          TO DATABASE-CCARESEFE
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
           SELECT CCAGENAUD
               ASSIGN          TO DATABASE-CCAGENAUD
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCARESEFE
           LABEL RECORDS ARE STANDARD.
       01  REG-RESEFE.
           COPY DDS-ALL-FORMATS OF CCARESEFE.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
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
       FD  CCAGENAUD
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAGENAUD.
           COPY DDS-ALL-FORMATS OF CCAGENAUD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  W-EXISTE-CCAMAEAHO          PIC 9(01) VALUE 0.
           88  NO-EXISTE-CCAMAEAHO               VALUE 0.
           88  SI-EXISTE-CCAMAEAHO               VALUE 1.
       01  W-EXISTE-RESERVA            PIC 9(01) VALUE 0.
           88  NO-EXISTE-RESERVA                 VALUE 0.
           88  SI-EXISTE-RESERVA                 VALUE 1.
       01  W-ES-FERIADO-EXCEPCION      PIC X(02) VALUE "NO".
           88  ES-FERIADO-EXCEPCION              VALUE "SI".
           88  NO-ES-FERIADO-EXCEPCION           VALUE "NO".
      *
      * PARAMETROS (TABLA 97, NROTAB 0) CON SUS VALORES POR OMISION.
       01  W-VLRMIN                    PIC 9(09) VALUE 10000000.
       01  W-DIAMAX                    PIC 9(03) VALUE 60.
       01  W-PARAM-X                   PIC X(03) VALUE SPACES.
       01  W-PARAM-N                   REDEFINES W-PARAM-X PIC 9(03).
      *
      * ULTIMO NUMERO DE RESERVA DE LA AGENCIA Y FECHA.
       01  W-ULTRES                    PIC 9(03) VALUE ZEROS.
       01  W-FECLIM                    PIC 9(08) VALUE ZEROS.
       01  W-FECHACTL                  PIC 9(08) VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCARESEFE           PIC X(02) VALUE "NO".
               88  FIN-CCARESEFE                 VALUE "SI".
               88  NO-FIN-CCARESEFE              VALUE "NO".
      *
      * RESERVA COMO QUEDA EN LA AUDITORIA.
       01  W-LLAVE-AUDITORIA.
           05  W-AUD-AGCRET            PIC 9(05) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE "-".
           05  W-AUD-FECRET            PIC 9(08) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE "-".
           05  W-AUD-NRORES            PIC 9(03) VALUE ZEROS.
       01  W-RESERVA.
           05  W-RES-ESTADO            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-RES-VLRRES            PIC Z(12)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-RES-AGCCTA            PIC 9(05) VALUE ZEROS.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
      *
           COPY PLT219  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-ACCION                   PIC X(01).
           88  LK-ACCION-ALTA                    VALUE "A".
           88  LK-ACCION-CANCELAR                VALUE "C".
       01  LK-CLAVE-CUENTA.
           05  LK-CODMON               PIC 9(03).
           05  LK-CODSIS               PIC 9(03).
           05  LK-CODPRO               PIC 9(03).
           05  LK-AGCCTA               PIC 9(05).
           05  LK-CTANRO               PIC 9(17).
       01  LK-DATOS-RESERVA.
           05  LK-AGCRET               PIC 9(05).
           05  LK-FECRET               PIC 9(08).
           05  LK-VLRRES               PIC S9(13)V99.
           05  LK-OBSERV               PIC X(40).
       01  LK-NRORES                   PIC 9(03).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-ACCION-INVALIDA         VALUE 2.
           88  LK-CODRET-CUENTA-NO-EXISTE        VALUE 3.
           88  LK-CODRET-DATOS-INVALIDOS         VALUE 4.
           88  LK-CODRET-MONTO-INSUFICIENTE      VALUE 5.
           88  LK-CODRET-FECHA-INVALIDA          VALUE 6.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-ACCION LK-CLAVE-CUENTA
                                LK-DATOS-RESERVA LK-NRORES
                                LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-CODRET-OK
              IF LK-ACCION-ALTA
                 PERFORM HACER-ALTA
              ELSE
              IF LK-ACCION-CANCELAR
                 PERFORM HACER-CANCELACION
              ELSE
                 MOVE 2 TO LK-RETCOD
              END-IF
              END-IF
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0 TO LK-RETCOD.
           OPEN I-O    CCARESEFE.
           OPEN INPUT  CCAMAEAHO CCATABLAS PLTFERIAD PLTAGCORI.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
           PERFORM LEER-CCAMAEAHO
           IF NO-EXISTE-CCAMAEAHO
              MOVE 3 TO LK-RETCOD
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
           END-READ
           IF SI-EXISTE-CCAMAEAHO
              IF INDBAJ OF REG-MAESTR NOT = ZEROS
                 MOVE ZEROS TO W-EXISTE-CCAMAEAHO
              END-IF
           END-IF.
      *----------------------------------------------------------------
       HACER-ALTA.
           IF LK-AGCRET = ZEROS
              MOVE LK-AGCCTA TO LK-AGCRET
           END-IF
           PERFORM LEER-PARAMETROS
           IF LK-FECRET NOT > LK-FECHA-HOY
           OR LK-OBSERV = SPACES
              MOVE 4 TO LK-RETCOD
           ELSE
              MOVE PA-CODEMP TO CODEMP OF ZONA-PLTAGCORI
              MOVE LK-AGCRET TO AGCORI OF ZONA-PLTAGCORI
              READ PLTAGCORI INVALID KEY
                   MOVE 4 TO LK-RETCOD
              END-READ
           END-IF
           IF LK-CODRET-OK
              IF LK-VLRRES < W-VLRMIN
                 MOVE 5 TO LK-RETCOD
              END-IF
           END-IF
           IF LK-CODRET-OK
              PERFORM VALIDAR-FECHA-RETIRO
           END-IF
           IF LK-CODRET-OK
              PERFORM BUSCAR-ULTIMA-RESERVA
              IF W-ULTRES = 999
                 MOVE 4 TO LK-RETCOD
              ELSE
                 PERFORM GRABAR-RESERVA
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * TABLA 97, NROTAB 0: CAMPO1 = MONTO MINIMO, CAMPO2 (15:3) =
      * DIAS MAXIMOS DE ANTICIPACION.
      *----------------------------------------------------------------
       LEER-PARAMETROS.
           MOVE 97 TO CODTAB OF ZONA-CCATABLAS
           MOVE 0  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                IF CAMPO1 OF ZONA-CCATABLAS > ZEROS
                   MOVE CAMPO1 OF ZONA-CCATABLAS TO W-VLRMIN
                END-IF
                MOVE CAMPO2 OF ZONA-CCATABLAS (15:3) TO W-PARAM-X
                IF W-PARAM-X NUMERIC AND W-PARAM-N > ZEROS
                   MOVE W-PARAM-N TO W-DIAMAX
                END-IF
           END-READ.
      *----------------------------------------------------------------
      * LA FECHA DE RETIRO NO PUEDE PASAR DE HOY MAS W-DIAMAX DIAS
      * CALENDARIO Y DEBE SER DIA HABIL: EL DIA HABIL SIGUIENTE AL DIA
      * ANTERIOR A ELLA (PLT219 Y FESTIVOS DE PLTFERIAD) ES ELLA MISMA.
      *----------------------------------------------------------------
       VALIDAR-FECHA-RETIRO.
           MOVE LK-FECHA-HOY TO LK219-FECHA1
           MOVE W-DIAMAX     TO LK219-NRODIA
           MOVE 2            TO LK219-INDDSP
           MOVE 3            TO LK219-TIPOPR
           PERFORM CALCULAR-FECHA
           MOVE LK219-FECHA3 TO W-FECLIM
           IF LK-FECRET > W-FECLIM
              MOVE 6 TO LK-RETCOD
           ELSE
              MOVE LK-FECRET    TO LK219-FECHA1
              MOVE 1            TO LK219-NRODIA
              MOVE 2            TO LK219-INDDSP
              MOVE 2            TO LK219-TIPOPR
              PERFORM CALCULAR-FECHA
              MOVE LK219-FECHA3 TO W-FECHACTL
              PERFORM CALCULAR-SIG-DIA-HABIL
              PERFORM VALIDAR-FERIADO-EXCEPCION
                  WITH TEST AFTER UNTIL NO-ES-FERIADO-EXCEPCION
              IF W-FECHACTL NOT = LK-FECRET
                 MOVE 6 TO LK-RETCOD
              END-IF
           END-IF.
      *----------------------------------------------------------------
       CALCULAR-SIG-DIA-HABIL.
           MOVE W-FECHACTL   TO LK219-FECHA1
           MOVE 1            TO LK219-NRODIA
           MOVE 1            TO LK219-INDDSP
           MOVE 3            TO LK219-TIPOPR
           PERFORM CALCULAR-FECHA
           MOVE LK219-FECHA3 TO W-FECHACTL.
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
       CALCULAR-FECHA.
           MOVE ZEROS      TO LK219-FECHA2
           MOVE ZEROS      TO LK219-FECHA3
           MOVE 1          TO LK219-TIPFMT
           MOVE 2          TO LK219-BASCLC
           MOVE 9          TO LK219-DIASEM
           MOVE SPACES     TO LK219-NOMDIA
           MOVE SPACES     TO LK219-NOMMES
           MOVE ZEROS      TO LK219-CODRET
           MOVE SPACES     TO LK219-MSGERR
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
      * ULTIMO NUMERO USADO EN LA AGENCIA Y FECHA DE RETIRO.
      *----------------------------------------------------------------
       BUSCAR-ULTIMA-RESERVA.
           MOVE ZEROS     TO W-ULTRES
           MOVE "NO"      TO CTL-CCARESEFE
           MOVE LK-AGCRET TO AGCRET OF REG-RESEFE
           MOVE LK-FECRET TO FECRET OF REG-RESEFE
           MOVE ZEROS     TO NRORES OF REG-RESEFE
           START CCARESEFE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCARESEFE
           END-START
           PERFORM LEER-RESERVA UNTIL FIN-CCARESEFE.
      *----------------------------------------------------------------
       LEER-RESERVA.
           READ CCARESEFE NEXT RECORD AT END
                MOVE "SI" TO CTL-CCARESEFE
           END-READ
           IF NO-FIN-CCARESEFE
              IF AGCRET OF REG-RESEFE NOT = LK-AGCRET
              OR FECRET OF REG-RESEFE NOT = LK-FECRET
                 MOVE "SI" TO CTL-CCARESEFE
              ELSE
                 MOVE NRORES OF REG-RESEFE TO W-ULTRES
              END-IF
           END-IF.
      *----------------------------------------------------------------
       GRABAR-RESERVA.
           INITIALIZE REGRESEFE
           MOVE LK-AGCRET    TO AGCRET OF REG-RESEFE
           MOVE LK-FECRET    TO FECRET OF REG-RESEFE
           COMPUTE NRORES OF REG-RESEFE = W-ULTRES + 1
           MOVE NRORES OF REG-RESEFE TO LK-NRORES
           MOVE LK-CODMON    TO CODMON OF REG-RESEFE
           MOVE LK-CODSIS    TO CODSIS OF REG-RESEFE
           MOVE LK-CODPRO    TO CODPRO OF REG-RESEFE
           MOVE LK-AGCCTA    TO AGCCTA OF REG-RESEFE
           MOVE LK-CTANRO    TO CTANRO OF REG-RESEFE
           MOVE NITCTA OF REG-MAESTR
                             TO NITCTA OF REG-RESEFE
           MOVE LK-VLRRES    TO VLRRES OF REG-RESEFE
           MOVE LK-OBSERV    TO OBSERV OF REG-RESEFE
           MOVE "A"          TO ESTADO OF REG-RESEFE
           MOVE LK-CODCAJ    TO USRING OF REG-RESEFE
                                USRMOD OF REG-RESEFE
           MOVE LK-FECHA-HOY TO FECING OF REG-RESEFE
                                FECMOD OF REG-RESEFE
           WRITE REG-RESEFE INVALID KEY
                 MOVE 4 TO LK-RETCOD
           END-WRITE
           IF LK-CODRET-OK
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
      * SOLO SE CANCELA UNA RESERVA ACTIVA Y DE LA MISMA CUENTA.
      *----------------------------------------------------------------
       HACER-CANCELACION.
           MOVE LK-AGCRET TO AGCRET OF REG-RESEFE
           MOVE LK-FECRET TO FECRET OF REG-RESEFE
           MOVE LK-NRORES TO NRORES OF REG-RESEFE
           READ CCARESEFE INVALID KEY
                MOVE ZEROS TO W-EXISTE-RESERVA
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-RESERVA
           END-READ
           IF NO-EXISTE-RESERVA
           OR ESTADO OF REG-RESEFE NOT = "A"
           OR CODMON OF REG-RESEFE NOT = LK-CODMON
           OR CODSIS OF REG-RESEFE NOT = LK-CODSIS
           OR CODPRO OF REG-RESEFE NOT = LK-CODPRO
           OR AGCCTA OF REG-RESEFE NOT = LK-AGCCTA
           OR CTANRO OF REG-RESEFE NOT = LK-CTANRO
              MOVE 1 TO LK-RETCOD
           ELSE
              MOVE "X"          TO ESTADO OF REG-RESEFE
              MOVE LK-CODCAJ    TO USRMOD OF REG-RESEFE
              MOVE LK-FECHA-HOY TO FECMOD OF REG-RESEFE
              REWRITE REG-RESEFE INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
              IF LK-CODRET-OK
                 PERFORM GRABAR-CCAGENAUD
              END-IF
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           INITIALIZE REGGENAUD
           MOVE AGCRET OF REG-RESEFE  TO W-AUD-AGCRET
           MOVE FECRET OF REG-RESEFE  TO W-AUD-FECRET
           MOVE NRORES OF REG-RESEFE  TO W-AUD-NRORES
           MOVE ESTADO OF REG-RESEFE  TO W-RES-ESTADO
           MOVE VLRRES OF REG-RESEFE  TO W-RES-VLRRES
           MOVE AGCCTA OF REG-RESEFE  TO W-RES-AGCCTA
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCARESEFE"           TO PG-CAMPO  OF CCAGENAUD
           MOVE W-LLAVE-AUDITORIA     TO PG-VLRANT OF CCAGENAUD
           MOVE W-RESERVA             TO PG-VLRNVO OF CCAGENAUD
           MOVE LK-CODCAJ             TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCARESEFE CCAMAEAHO CCATABLAS PLTFERIAD PLTAGCORI
                 CCAGENAUD.
           GOBACK.
