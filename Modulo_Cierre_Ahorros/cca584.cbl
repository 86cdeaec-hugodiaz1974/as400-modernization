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
       PROGRAM-ID.    CCA584.
      ******************************************************************
      * FUNCION: MANTENIMIENTO DEL REGISTRO DE TARJETAS DEBITO         *
      *          ASOCIADAS A CUENTAS DE AHORRO (CCATARDEB). RECIBE EL  *
      *          NUMERO COMPLETO DE LA TARJETA PERO SOLO GUARDA LA     *
      *          VERSION ENMASCARADA (6 PRIMEROS + ASTERISCOS + 4      *
      *          ULTIMOS), QUE ES COMO CCA515 LA BUSCA AL COMPENSAR    *
      *          EL SWITCH. LA LLAVE ES TARJETA + CUENTA.              *
      *          ACCIONES: A = ALTA (CUENTA ACTIVA, FECHAS DE EXPEDI-  *
      *          CION Y VENCIMIENTO OBLIGATORIAS, TITULAR POR DEFECTO  *
      *          EL DE LA CUENTA), E = CAMBIO DE ESTADO (A = ACTIVA,   *
      *          B = BLOQUEADA, P = PERDIDA, C = CANCELADA). PERDIDA   *
      *          Y CANCELADA SON DEFINITIVAS; SOLO LA BLOQUEADA VUELVE *
      *          A ACTIVA. LA FECHA Y HORA DEL CAMBIO QUEDAN EN EL     *
      *          REGISTRO PARA JUZGAR LAS TRANSACCIONES ANTERIORES.    *
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
           SELECT CCATARDEB
               ASSIGN          TO DATABASE-CCATARDEB
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
           SELECT CCAGENAUD
               ASSIGN          TO DATABASE-CCAGENAUD
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCATARDEB
           LABEL RECORDS ARE STANDARD.
       01  REG-TARDEB.
           COPY DDS-ALL-FORMATS OF CCATARDEB.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
       FD  CCAGENAUD
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAGENAUD.
           COPY DDS-ALL-FORMATS OF CCAGENAUD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  W-EXISTE-TARDEB             PIC 9(01) VALUE 0.
           88  NO-EXISTE-TARDEB                  VALUE 0.
           88  SI-EXISTE-TARDEB                  VALUE 1.
       01  W-EXISTE-CCAMAEAHO          PIC 9(01) VALUE 0.
           88  NO-EXISTE-CCAMAEAHO               VALUE 0.
           88  SI-EXISTE-CCAMAEAHO               VALUE 1.
      *
      * ENMASCARADO DEL NUMERO DE TARJETA (IGUAL QUE EN CCA515).
       01  W-TARJETA                   PIC 9(19) VALUE ZEROS.
       01  W-TARJETA-X                 REDEFINES W-TARJETA
                                       PIC X(19).
       01  W-TARMSK                    PIC X(19) VALUE SPACES.
       01  W-ASTERISCOS                PIC X(09) VALUE ALL "*".
       77  W-CEROS                     PIC 9(02) COMP VALUE ZEROS.
       77  W-LARGO                     PIC 9(02) COMP VALUE ZEROS.
       77  W-POSINI                    PIC 9(02) COMP VALUE ZEROS.
       77  W-CANAST                    PIC 9(02) COMP VALUE ZEROS.
      *
       01  W-HORA.
           05  W-HHMMSS                PIC 9(06).
           05  FILLER                  PIC 9(02).
      *
      * TARJETA COMO QUEDA EN LA AUDITORIA (ANTES Y DESPUES).
       01  W-TARAUD.
           05  W-AUD-TARMSK            PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-AUD-ESTADO            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-AUD-FECVEN            PIC 9(08) VALUE ZEROS.
       01  W-TARANT                    PIC X(30) VALUE SPACES.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-ACCION                   PIC X(01).
           88  LK-ACCION-ALTA                    VALUE "A".
           88  LK-ACCION-ESTADO                  VALUE "E".
       01  LK-NROTAR                   PIC 9(19).
       01  LK-CLAVE-CUENTA.
           05  LK-CODMON               PIC 9(03).
           05  LK-CODSIS               PIC 9(03).
           05  LK-CODPRO               PIC 9(03).
           05  LK-AGCCTA               PIC 9(05).
           05  LK-CTANRO               PIC 9(17).
       01  LK-DATOS-TARJETA.
           05  LK-NITTIT               PIC 9(15).
           05  LK-FECEXP               PIC 9(08).
           05  LK-FECVEN               PIC 9(08).
           05  LK-ESTADO               PIC X(01).
               88  LK-ESTADO-VALIDO              VALUES "A" "B" "P" "C".
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-ACCION-INVALIDA         VALUE 2.
           88  LK-CODRET-CUENTA-NO-EXISTE        VALUE 3.
           88  LK-CODRET-TARJETA-INVALIDA        VALUE 4.
           88  LK-CODRET-DATOS-INVALIDOS         VALUE 5.
           88  LK-CODRET-YA-EXISTE               VALUE 6.
           88  LK-CODRET-ESTADO-DEFINITIVO       VALUE 7.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-ACCION LK-NROTAR
                                LK-CLAVE-CUENTA LK-DATOS-TARJETA
                                LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-CODRET-OK
              IF LK-ACCION-ALTA
                 PERFORM HACER-ALTA
              ELSE
              IF LK-ACCION-ESTADO
                 PERFORM CAMBIAR-ESTADO
              ELSE
                 MOVE 2 TO LK-RETCOD
              END-IF
              END-IF
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0 TO LK-RETCOD.
           OPEN I-O    CCATARDEB.
           OPEN INPUT  CCAMAEAHO.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
           MOVE LK-NROTAR TO W-TARJETA
           PERFORM ENMASCARAR-TARJETA
           IF W-TARMSK = SPACES
              MOVE 4 TO LK-RETCOD
           ELSE
      *       UNA CUENTA CANCELADA NO RECIBE TARJETAS NUEVAS, PERO LAS
      *       QUE TENIA SI PUEDEN BLOQUEARSE O CANCELARSE.
              PERFORM LEER-CCAMAEAHO
              IF NO-EXISTE-CCAMAEAHO
              AND LK-ACCION-ALTA
                 MOVE 3 TO LK-RETCOD
              END-IF
              PERFORM LEER-CCATARDEB
           END-IF.
      *----------------------------------------------------------------
      * SE CONSERVAN LOS 6 PRIMEROS DIGITOS (EMISOR) Y LOS 4 ULTIMOS;
      * EL RESTO SE REEMPLAZA POR ASTERISCOS. UN NUMERO DE MENOS DE
      * 13 DIGITOS NO ES UNA TARJETA Y QUEDA EN BLANCO.
      *----------------------------------------------------------------
       ENMASCARAR-TARJETA.
           MOVE SPACES TO W-TARMSK
           MOVE ZEROS  TO W-CEROS
           INSPECT W-TARJETA-X TALLYING W-CEROS FOR LEADING "0"
           COMPUTE W-LARGO = 19 - W-CEROS
           IF W-LARGO NOT < 13
              COMPUTE W-POSINI = W-CEROS + 1
              COMPUTE W-CANAST = W-LARGO - 10
              STRING W-TARJETA-X (W-POSINI:6)
                     W-ASTERISCOS (1:W-CANAST)
                     W-TARJETA-X (16:4)
                     DELIMITED BY SIZE
                     INTO W-TARMSK
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
       LEER-CCATARDEB.
           MOVE W-TARMSK  TO TARMSK OF REG-TARDEB
           MOVE LK-CODMON TO CODMON OF REG-TARDEB
           MOVE LK-CODSIS TO CODSIS OF REG-TARDEB
           MOVE LK-CODPRO TO CODPRO OF REG-TARDEB
           MOVE LK-AGCCTA TO AGCCTA OF REG-TARDEB
           MOVE LK-CTANRO TO CTANRO OF REG-TARDEB
           READ CCATARDEB INVALID KEY
                MOVE ZEROS TO W-EXISTE-TARDEB
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-TARDEB
           END-READ
           MOVE SPACES TO W-TARANT
           IF SI-EXISTE-TARDEB
              MOVE W-TARMSK             TO W-AUD-TARMSK
              MOVE ESTADO OF REG-TARDEB TO W-AUD-ESTADO
              MOVE FECVEN OF REG-TARDEB TO W-AUD-FECVEN
              MOVE W-TARAUD             TO W-TARANT
           END-IF.
      *----------------------------------------------------------------
      * LA TARJETA NACE ACTIVA. UNA TARJETA YA REGISTRADA PARA LA
      * CUENTA NO SE REEMPLAZA: SE CAMBIA SU ESTADO.
      *----------------------------------------------------------------
       HACER-ALTA.
           IF SI-EXISTE-TARDEB
              MOVE 6 TO LK-RETCOD
           ELSE
           IF LK-FECEXP = ZEROS
           OR LK-FECVEN = ZEROS
           OR LK-FECVEN < LK-FECEXP
           OR LK-FECVEN < LK-FECHA-HOY
              MOVE 5 TO LK-RETCOD
           END-IF
           END-IF
           IF LK-CODRET-OK
              IF LK-NITTIT = ZEROS
                 MOVE NITCTA OF REG-MAESTR TO LK-NITTIT
              END-IF
              ACCEPT W-HORA FROM TIME
              INITIALIZE REGTARDEB
              MOVE W-TARMSK     TO TARMSK OF REG-TARDEB
              MOVE LK-CODMON    TO CODMON OF REG-TARDEB
              MOVE LK-CODSIS    TO CODSIS OF REG-TARDEB
              MOVE LK-CODPRO    TO CODPRO OF REG-TARDEB
              MOVE LK-AGCCTA    TO AGCCTA OF REG-TARDEB
              MOVE LK-CTANRO    TO CTANRO OF REG-TARDEB
              MOVE LK-NITTIT    TO NITTIT OF REG-TARDEB
              MOVE LK-FECEXP    TO FECEXP OF REG-TARDEB
              MOVE LK-FECVEN    TO FECVEN OF REG-TARDEB
              MOVE "A"          TO ESTADO OF REG-TARDEB
              MOVE LK-FECHA-HOY TO FECEST OF REG-TARDEB
                                   FECING OF REG-TARDEB
              MOVE W-HHMMSS     TO HOREST OF REG-TARDEB
              MOVE LK-CODCAJ    TO USRING OF REG-TARDEB
              WRITE REG-TARDEB INVALID KEY
                    MOVE 6 TO LK-RETCOD
              END-WRITE
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
      * PERDIDA Y CANCELADA NO SE REVERSAN; LA TARJETA SE REEMPLAZA
      * POR UNA NUEVA (ALTA). LA FECHA Y HORA DEL CAMBIO QUEDAN COMO
      * FRONTERA PARA LAS TRANSACCIONES QUE LLEGUEN EN LA COMPENSACION.
      *----------------------------------------------------------------
       CAMBIAR-ESTADO.
           IF NO-EXISTE-TARDEB
              MOVE 1 TO LK-RETCOD
           ELSE
           IF NOT LK-ESTADO-VALIDO
              MOVE 5 TO LK-RETCOD
           ELSE
           IF ESTADO OF REG-TARDEB = "P" OR "C"
              MOVE 7 TO LK-RETCOD
           END-IF
           END-IF
           END-IF
           IF LK-CODRET-OK
              ACCEPT W-HORA FROM TIME
              MOVE LK-ESTADO    TO ESTADO OF REG-TARDEB
              MOVE LK-FECHA-HOY TO FECEST OF REG-TARDEB
              MOVE W-HHMMSS     TO HOREST OF REG-TARDEB
              MOVE LK-CODCAJ    TO USRING OF REG-TARDEB
              REWRITE REG-TARDEB INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           MOVE W-TARMSK              TO W-AUD-TARMSK
           MOVE ESTADO OF REG-TARDEB  TO W-AUD-ESTADO
           MOVE FECVEN OF REG-TARDEB  TO W-AUD-FECVEN
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCATARDEB"           TO PG-CAMPO  OF CCAGENAUD
           MOVE W-TARANT              TO PG-VLRANT OF CCAGENAUD
           MOVE W-TARAUD              TO PG-VLRNVO OF CCAGENAUD
           MOVE LK-CODCAJ             TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           MOVE W-HHMMSS              TO PG-HORMOD OF CCAGENAUD
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCATARDEB CCAMAEAHO CCAGENAUD.
           GOBACK.
