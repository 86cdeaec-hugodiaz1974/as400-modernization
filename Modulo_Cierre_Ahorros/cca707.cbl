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
       PROGRAM-ID.    CCA707.
      ******************************************************************
      * FUNCION: REGISTRO Y DOBLE CONTROL DE LOS INCIDENTES DE BLOQUEO *
      *          MASIVO (CCAINCLOT). LA CARGA, LA APLICACION Y EL      *
      *          LEVANTAMIENTO LOS HACE CCA699. ACCIONES:              *
      *          R = REGISTRA EL INCIDENTE O CAMBIA SUS DATOS MIENTRAS *
      *              NO ESTE APROBADO (DESCRIPCION, CLASE 1 MAESTRO    *
      *              CON INDBLO/CODBLO O CLASE 2 PARCIAL CON TIPO Y    *
      *              VALOR, Y LA FECHA DE REVISION). QUEDA EN R Y HAY  *
      *              QUE VOLVER A VALIDAR LA LISTA.                    *
      *          A = APRUEBA: SOBRE V (LISTA VALIDADA) PASA A A Y      *
      *              CCA699 MODO B LO APLICA; SOBRE S (LEVANTAMIENTO   *
      *              SOLICITADO) PASA A P Y CCA699 MODO L LO LEVANTA.  *
      *          N = NIEGA: V PASA A N; S VUELVE A B (SIGUE BLOQUEADO).*
      *          S = SOLICITA EL LEVANTAMIENTO DE UN INCIDENTE YA      *
      *              APLICADO (B).                                     *
      *          DOBLE CONTROL COMO CCA534: QUIEN APRUEBA O NIEGA NO   *
      *          PUEDE SER QUIEN REGISTRO EL INCIDENTE NI QUIEN PIDIO  *
      *          EL LEVANTAMIENTO. TODO CAMBIO QUEDA EN CCAGENAUD.     *
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
           SELECT CCAGENAUD
               ASSIGN          TO DATABASE-CCAGENAUD
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
       FD  CCAGENAUD
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAGENAUD.
           COPY DDS-ALL-FORMATS OF CCAGENAUD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  W-EXISTE-INCIDENTE          PIC 9(01) VALUE 0.
           88  NO-EXISTE-INCIDENTE               VALUE 0.
           88  SI-EXISTE-INCIDENTE               VALUE 1.
      *
      * INCIDENTE COMO QUEDA EN LA AUDITORIA (ANTES Y DESPUES).
       01  W-INCIDENTE.
           05  W-INC-ESTADO            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-INC-CLSBLQ            PIC 9(01) VALUE ZEROS.
           05  W-INC-INDBLO            PIC 9(01) VALUE ZEROS.
           05  W-INC-CODBLO            PIC 9(02) VALUE ZEROS.
           05  W-INC-TIPBLQ            PIC 9(02) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-INC-FECREV            PIC 9(08) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-INC-CANVAL            PIC 9(07) VALUE ZEROS.
           05  FILLER                  PIC X(05) VALUE SPACES.
       01  W-REGANT                    PIC X(30) VALUE SPACES.
       01  W-REGNVO                    PIC X(30) VALUE SPACES.
       01  W-LLAVE-AUDITORIA.
           05  W-AUD-INCIDE            PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  W-ACCION-AUDITORIA.
           05  W-AUD-ACCION            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
      * COMPUERTA DE AUTORIZACION POR FUNCION (VER CCA519).
       01  PARM-CCA519.
           05  W-AUT-USUARIO           PIC X(10) VALUE SPACES.
           05  W-AUT-ESTACI            PIC X(10) VALUE SPACES.
           05  W-AUT-PROGRAMA          PIC X(08) VALUE "CCA707".
           05  W-AUT-FUNCIO            PIC X(02) VALUE "00".
           05  W-AUT-RETCOD            PIC 9(01) VALUE ZEROS.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-ACCION                   PIC X(01).
           88  LK-ACCION-REGISTRAR               VALUE "R".
           88  LK-ACCION-APROBAR                 VALUE "A".
           88  LK-ACCION-NEGAR                   VALUE "N".
           88  LK-ACCION-SOLICITAR               VALUE "S".
       01  LK-INCIDE                   PIC X(10).
       01  LK-DATOS-INCIDENTE.
           05  LK-DESCRI               PIC X(40).
           05  LK-CLSBLQ               PIC 9(01).
           05  LK-INDBLO               PIC 9(01).
           05  LK-CODBLO               PIC 9(02).
           05  LK-TIPBLQ               PIC 9(02).
           05  LK-VALBLQ               PIC S9(13)V99.
           05  LK-FECREV               PIC 9(08).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-ACCION-INVALIDA         VALUE 2.
           88  LK-CODRET-MISMO-USUARIO           VALUE 3.
           88  LK-CODRET-DATOS-INVALIDOS         VALUE 4.
           88  LK-CODRET-ESTADO-INVALIDO         VALUE 5.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-ACCION LK-INCIDE
                                LK-DATOS-INCIDENTE LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-CODRET-OK
              IF LK-ACCION-REGISTRAR
                 PERFORM HACER-REGISTRO
              ELSE
              IF LK-ACCION-APROBAR
                 PERFORM HACER-APROBACION
              ELSE
              IF LK-ACCION-NEGAR
                 PERFORM HACER-NEGACION
              ELSE
              IF LK-ACCION-SOLICITAR
                 PERFORM HACER-SOLICITUD
              ELSE
                 MOVE 2 TO LK-RETCOD
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0 TO LK-RETCOD.
           PERFORM VALIDAR-AUTORIZACION.
           OPEN I-O    CCAINCLOT.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
           MOVE LK-INCIDE TO INCIDE OF REG-INCLOT W-AUD-INCIDE
           MOVE LK-ACCION TO W-AUD-ACCION
           READ CCAINCLOT INVALID KEY
                MOVE ZEROS TO W-EXISTE-INCIDENTE
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-INCIDENTE
           END-READ
           MOVE SPACES TO W-REGANT
           IF SI-EXISTE-INCIDENTE
              PERFORM ARMAR-INCIDENTE
              MOVE W-INCIDENTE TO W-REGANT
           END-IF.
      *----------------------------------------------------------------
      * CLASE 1 PIDE INDBLO 1 A 3 Y UN CODIGO DE BLOQUEO; CLASE 2 PIDE
      * EL TIPO DE BLOQUEO PARCIAL Y UN VALOR NO NEGATIVO (CERO ES
      * TODO EL SALDO). LA FECHA DE REVISION DEBE SER FUTURA.
      *----------------------------------------------------------------
       HACER-REGISTRO.
           IF LK-INCIDE = SPACES
           OR LK-DESCRI = SPACES
           OR LK-FECREV NOT > LK-FECHA-HOY
              MOVE 4 TO LK-RETCOD
           ELSE
           IF LK-CLSBLQ = 1
              IF LK-INDBLO < 1 OR LK-INDBLO > 3
              OR LK-CODBLO = ZEROS
                 MOVE 4 TO LK-RETCOD
              END-IF
           ELSE
           IF LK-CLSBLQ = 2
              IF LK-TIPBLQ = ZEROS
              OR LK-VALBLQ < ZEROS
                 MOVE 4 TO LK-RETCOD
              END-IF
           ELSE
              MOVE 4 TO LK-RETCOD
           END-IF
           END-IF
           END-IF
           IF LK-CODRET-OK
           AND SI-EXISTE-INCIDENTE
              IF ESTADO OF REG-INCLOT NOT = "R"
              AND ESTADO OF REG-INCLOT NOT = "V"
              AND ESTADO OF REG-INCLOT NOT = "N"
                 MOVE 5 TO LK-RETCOD
              END-IF
           END-IF
           IF LK-CODRET-OK
              IF NO-EXISTE-INCIDENTE
                 INITIALIZE REGINCLOT
                 MOVE LK-INCIDE    TO INCIDE OF REG-INCLOT
              END-IF
              MOVE LK-DESCRI       TO DESCRI OF REG-INCLOT
              MOVE LK-CLSBLQ       TO CLSBLQ OF REG-INCLOT
              IF LK-CLSBLQ = 1
                 MOVE LK-INDBLO    TO INDBLO OF REG-INCLOT
                 MOVE LK-CODBLO    TO CODBLO OF REG-INCLOT
                 MOVE ZEROS        TO TIPBLQ OF REG-INCLOT
                                      VALBLQ OF REG-INCLOT
              ELSE
                 MOVE ZEROS        TO INDBLO OF REG-INCLOT
                                      CODBLO OF REG-INCLOT
                 MOVE LK-TIPBLQ    TO TIPBLQ OF REG-INCLOT
                 MOVE LK-VALBLQ    TO VALBLQ OF REG-INCLOT
              END-IF
              MOVE LK-FECREV       TO FECREV OF REG-INCLOT
              MOVE "R"             TO ESTADO OF REG-INCLOT
              MOVE LK-CODCAJ       TO USRCAP OF REG-INCLOT
              MOVE LK-FECHA-HOY    TO FECCAP OF REG-INCLOT
              MOVE SPACES          TO USRAPR OF REG-INCLOT
              MOVE ZEROS           TO FECAPR OF REG-INCLOT
              MOVE ZEROS           TO CANLIN OF REG-INCLOT
                                      CANVAL OF REG-INCLOT
                                      CANREC OF REG-INCLOT
                                      CANOMI OF REG-INCLOT
              IF (SI-EXISTE-INCIDENTE)
                 REWRITE REG-INCLOT INVALID KEY
                         MOVE 1 TO LK-RETCOD
                 END-REWRITE
              ELSE
                 WRITE REG-INCLOT INVALID KEY
                       MOVE 1 TO LK-RETCOD
                 END-WRITE
              END-IF
              PERFORM AUDITAR-INCIDENTE
           END-IF.
      *----------------------------------------------------------------
       HACER-APROBACION.
           PERFORM VALIDAR-RESOLUCION
           IF LK-CODRET-OK
              IF ESTADO OF REG-INCLOT = "V"
                 MOVE "A"          TO ESTADO OF REG-INCLOT
                 MOVE LK-CODCAJ    TO USRAPR OF REG-INCLOT
                 MOVE LK-FECHA-HOY TO FECAPR OF REG-INCLOT
              ELSE
                 MOVE "P"          TO ESTADO OF REG-INCLOT
                 MOVE LK-CODCAJ    TO USRLAP OF REG-INCLOT
                 MOVE LK-FECHA-HOY TO FECLAP OF REG-INCLOT
              END-IF
              PERFORM REGRABAR-INCIDENTE
           END-IF.
      *----------------------------------------------------------------
       HACER-NEGACION.
           PERFORM VALIDAR-RESOLUCION
           IF LK-CODRET-OK
              IF ESTADO OF REG-INCLOT = "V"
                 MOVE "N"          TO ESTADO OF REG-INCLOT
                 MOVE LK-CODCAJ    TO USRAPR OF REG-INCLOT
                 MOVE LK-FECHA-HOY TO FECAPR OF REG-INCLOT
              ELSE
                 MOVE "B"          TO ESTADO OF REG-INCLOT
                 MOVE LK-CODCAJ    TO USRLAP OF REG-INCLOT
                 MOVE LK-FECHA-HOY TO FECLAP OF REG-INCLOT
              END-IF
              PERFORM REGRABAR-INCIDENTE
           END-IF.
      *----------------------------------------------------------------
      * SOLO SE RESUELVE UNA LISTA VALIDADA CON CUENTAS POR BLOQUEAR
      * O UNA SOLICITUD DE LEVANTAMIENTO, Y NUNCA POR QUIEN LA HIZO.
      *----------------------------------------------------------------
       VALIDAR-RESOLUCION.
           IF (NO-EXISTE-INCIDENTE)
              MOVE 1 TO LK-RETCOD
           ELSE
           IF ESTADO OF REG-INCLOT = "V"
              IF CANVAL OF REG-INCLOT = ZEROS
                 MOVE 5 TO LK-RETCOD
              ELSE
              IF USRCAP OF REG-INCLOT = LK-CODCAJ
                 MOVE 3 TO LK-RETCOD
              END-IF
              END-IF
           ELSE
           IF ESTADO OF REG-INCLOT = "S"
              IF USRSOL OF REG-INCLOT = LK-CODCAJ
                 MOVE 3 TO LK-RETCOD
              END-IF
           ELSE
              MOVE 5 TO LK-RETCOD
           END-IF
           END-IF
           END-IF.
      *----------------------------------------------------------------
       HACER-SOLICITUD.
           IF (NO-EXISTE-INCIDENTE)
              MOVE 1 TO LK-RETCOD
           ELSE
           IF ESTADO OF REG-INCLOT NOT = "B"
              MOVE 5 TO LK-RETCOD
           ELSE
              MOVE "S"             TO ESTADO OF REG-INCLOT
              MOVE LK-CODCAJ       TO USRSOL OF REG-INCLOT
              MOVE LK-FECHA-HOY    TO FECSOL OF REG-INCLOT
              MOVE SPACES          TO USRLAP OF REG-INCLOT
              MOVE ZEROS           TO FECLAP OF REG-INCLOT
              PERFORM REGRABAR-INCIDENTE
           END-IF
           END-IF.
      *----------------------------------------------------------------
       REGRABAR-INCIDENTE.
           REWRITE REG-INCLOT INVALID KEY
                   MOVE 1 TO LK-RETCOD
           END-REWRITE
           PERFORM AUDITAR-INCIDENTE.
      *----------------------------------------------------------------
       ARMAR-INCIDENTE.
           MOVE ESTADO OF REG-INCLOT TO W-INC-ESTADO
           MOVE CLSBLQ OF REG-INCLOT TO W-INC-CLSBLQ
           MOVE INDBLO OF REG-INCLOT TO W-INC-INDBLO
           MOVE CODBLO OF REG-INCLOT TO W-INC-CODBLO
           MOVE TIPBLQ OF REG-INCLOT TO W-INC-TIPBLQ
           MOVE FECREV OF REG-INCLOT TO W-INC-FECREV
           MOVE CANVAL OF REG-INCLOT TO W-INC-CANVAL.
      *----------------------------------------------------------------
      * DOS REGISTROS: EL PRIMERO IDENTIFICA EL INCIDENTE Y LA ACCION,
      * EL SEGUNDO LLEVA SU ESTADO ANTES Y DESPUES.
      *----------------------------------------------------------------
       AUDITAR-INCIDENTE.
           PERFORM ARMAR-INCIDENTE
           MOVE W-INCIDENTE           TO W-REGNVO
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCAINCLOT"           TO PG-CAMPO  OF CCAGENAUD
           MOVE LK-CODCAJ             TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           MOVE W-LLAVE-AUDITORIA     TO PG-VLRANT OF CCAGENAUD
           MOVE W-ACCION-AUDITORIA    TO PG-VLRNVO OF CCAGENAUD
           WRITE REG-CCAGENAUD
           MOVE W-REGANT              TO PG-VLRANT OF CCAGENAUD
           MOVE W-REGNVO              TO PG-VLRNVO OF CCAGENAUD
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
      * SIN AUTORIZACION DE LA COMPUERTA CCA519 EL PROGRAMA NO
      * EJECUTA NINGUNA ACCION: RETORNO 9 AL LLAMADOR.
      *----------------------------------------------------------------
       VALIDAR-AUTORIZACION.
           MOVE LK-CODCAJ    TO W-AUT-USUARIO
           MOVE ZEROS        TO W-AUT-RETCOD
           CALL "CCA519" USING W-AUT-USUARIO W-AUT-ESTACI
                               W-AUT-PROGRAMA W-AUT-FUNCIO
                               W-AUT-RETCOD
           IF W-AUT-RETCOD NOT = ZEROS
              MOVE 9 TO LK-RETCOD
           END-IF.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCAINCLOT CCAGENAUD.
           GOBACK.
