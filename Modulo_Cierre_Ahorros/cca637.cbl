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
       PROGRAM-ID.    CCA637.
      ******************************************************************
      * FUNCION: DIRECTORIO DE LLAVES DE PAGOS INMEDIATOS (BRE-B,      *
      *          CCAALIAS). CADA LLAVE (C CELULAR, E CORREO, D         *
      *          DOCUMENTO, A ALFANUMERICA) APUNTA A UNA CUENTA DE     *
      *          AHORROS ABIERTA. FUNCIONES:                           *
      *            R  REGISTRO DE UNA LLAVE NUEVA.                     *
      *            P  PORTABILIDAD HACIA ESTA ENTIDAD (LK-ENTIDA ES    *
      *               LA ENTIDAD DE ORIGEN) O ENTRE CUENTAS PROPIAS    *
      *               DEL MISMO TITULAR.                               *
      *            E  BORRADO DE LA LLAVE A PEDIDO DEL CLIENTE.        *
      *            S  SALIDA POR PORTABILIDAD HACIA OTRA ENTIDAD       *
      *               (LK-ENTIDA ES LA ENTIDAD DE DESTINO).            *
      *          LA LLAVE DOCUMENTO DEBE SER EL NIT DEL TITULAR. UNA   *
      *          LLAVE BORRADA O PORTADA SE PUEDE VOLVER A REGISTRAR.  *
      *          TODO CAMBIO QUEDA AUDITADO EN CCAGENAUD. LOS PAGOS    *
      *          QUE ENTRAN POR LA LLAVE LOS RESUELVE CCA639.          *
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
           SELECT CCAALIAS
               ASSIGN          TO DATABASE-CCAALIAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCADEPMAE
               ASSIGN          TO DATABASE-CCADEPMAE
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
       FD  CCAALIAS
           LABEL RECORDS ARE STANDARD.
       01  REG-ALIAS.
           COPY DDS-ALL-FORMATS OF CCAALIAS.
      *
       FD  CCADEPMAE
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCADEPMAE.
           COPY DDS-ALL-FORMATS OF CCADEPMAE.
      *
       FD  CCAGENAUD
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAGENAUD.
           COPY DDS-ALL-FORMATS OF CCAGENAUD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  W-EXISTE-ALIAS              PIC 9(01) VALUE 0.
           88  NO-EXISTE-ALIAS                   VALUE 0.
           88  SI-EXISTE-ALIAS                   VALUE 1.
       01  W-EXISTE-CCADEPMAE          PIC 9(01) VALUE 0.
           88  NO-EXISTE-CCADEPMAE               VALUE 0.
           88  SI-EXISTE-CCADEPMAE               VALUE 1.
      *
      * VALIDACION DEL FORMATO DE LA LLAVE.
       77  W-LARGO                     PIC 9(02) COMP VALUE ZEROS.
       77  W-CANARR                    PIC 9(02) COMP VALUE ZEROS.
       77  W-CANPUN                    PIC 9(02) COMP VALUE ZEROS.
       77  W-POSSIG                    PIC 9(02) COMP VALUE ZEROS.
       01  W-USUARIO                   PIC X(60) VALUE SPACES.
       01  W-DOMINIO                   PIC X(60) VALUE SPACES.
       01  W-DOCUMENTO                 PIC 9(15) VALUE ZEROS.
      *
      * LLAVE COMO QUEDA EN LA AUDITORIA (ANTES Y DESPUES).
       01  W-ESTLLA.
           05  W-EST-ESTADO            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-EST-CODPRO            PIC 9(03) VALUE ZEROS.
           05  W-EST-AGCCTA            PIC 9(05) VALUE ZEROS.
           05  W-EST-CTANRO            PIC 9(17) VALUE ZEROS.
           05  FILLER                  PIC X(03) VALUE SPACES.
       01  W-ESTANT                    PIC X(30) VALUE SPACES.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-FUNCIO                   PIC X(01).
           88  LK-FUN-REGISTRO                   VALUE "R".
           88  LK-FUN-PORTABILIDAD               VALUE "P".
           88  LK-FUN-BORRADO                    VALUE "E".
           88  LK-FUN-SALIDA                     VALUE "S".
       01  LK-TIPALI                   PIC X(01).
           88  LK-ALI-CELULAR                    VALUE "C".
           88  LK-ALI-CORREO                     VALUE "E".
           88  LK-ALI-DOCUMENTO                  VALUE "D".
           88  LK-ALI-ALFANUMERICA               VALUE "A".
       01  LK-LLAVE                    PIC X(60).
       01  LK-CLAVE-CUENTA.
           05  LK-CODMON               PIC 9(03).
           05  LK-CODSIS               PIC 9(03).
           05  LK-CODPRO               PIC 9(03).
           05  LK-AGCCTA               PIC 9(05).
           05  LK-CTANRO               PIC 9(17).
       01  LK-ENTIDA                   PIC 9(05).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-CTA-INHABIL             VALUE 2.
           88  LK-CODRET-YA-REGISTRADA           VALUE 3.
           88  LK-CODRET-DATOS-INVALIDOS         VALUE 4.
           88  LK-CODRET-OTRO-TITULAR            VALUE 5.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-FUNCIO LK-TIPALI
                                LK-LLAVE LK-CLAVE-CUENTA LK-ENTIDA
                                LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-CODRET-OK
              EVALUATE TRUE
              WHEN LK-FUN-REGISTRO
                   PERFORM REGISTRAR-LLAVE
              WHEN LK-FUN-PORTABILIDAD
                   PERFORM PORTAR-LLAVE
              WHEN OTHER
                   PERFORM RETIRAR-LLAVE
              END-EVALUATE
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0 TO LK-RETCOD.
           OPEN I-O    CCAALIAS.
           OPEN INPUT  CCADEPMAE.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
           IF  NOT LK-FUN-REGISTRO
           AND NOT LK-FUN-PORTABILIDAD
           AND NOT LK-FUN-BORRADO
           AND NOT LK-FUN-SALIDA
              MOVE 4 TO LK-RETCOD
           ELSE
              PERFORM VALIDAR-FORMATO
              IF LK-CODRET-OK
                 PERFORM LEER-CCAALIAS
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * FORMATO DE LA LLAVE SEGUN SU TIPO, AJUSTADA A LA IZQUIERDA Y
      * SIN BLANCOS INTERMEDIOS:
      *   C  CELULAR: 10 DIGITOS QUE EMPIEZAN POR 3.
      *   E  CORREO : UNA SOLA ARROBA, USUARIO Y DOMINIO CON PUNTO.
      *   D  DOCUMENTO: HASTA 15 DIGITOS.
      *   A  ALFANUMERICA: EMPIEZA POR ARROBA, DE 3 A 20 CARACTERES
      *      DESPUES DE ELLA.
      *----------------------------------------------------------------
       VALIDAR-FORMATO.
           MOVE ZEROS TO W-LARGO
           INSPECT LK-LLAVE TALLYING W-LARGO
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF W-LARGO = ZEROS
              MOVE 4 TO LK-RETCOD
           ELSE
              IF W-LARGO < 60
                 COMPUTE W-POSSIG = W-LARGO + 1
                 IF LK-LLAVE (W-POSSIG:) NOT = SPACES
                    MOVE 4 TO LK-RETCOD
                 END-IF
              END-IF
           END-IF
           IF LK-CODRET-OK
              EVALUATE TRUE
              WHEN LK-ALI-CELULAR
                   IF W-LARGO NOT = 10
                   OR LK-LLAVE (1:10) NOT NUMERIC
                   OR LK-LLAVE (1:1)  NOT = "3"
                      MOVE 4 TO LK-RETCOD
                   END-IF
              WHEN LK-ALI-CORREO
                   PERFORM VALIDAR-CORREO
              WHEN LK-ALI-DOCUMENTO
                   IF W-LARGO > 15
                   OR LK-LLAVE (1:W-LARGO) NOT NUMERIC
                      MOVE 4 TO LK-RETCOD
                   ELSE
                      MOVE LK-LLAVE (1:W-LARGO) TO W-DOCUMENTO
                   END-IF
              WHEN LK-ALI-ALFANUMERICA
                   IF LK-LLAVE (1:1) NOT = "@"
                   OR W-LARGO < 4
                   OR W-LARGO > 21
                      MOVE 4 TO LK-RETCOD
                   END-IF
              WHEN OTHER
                   MOVE 4 TO LK-RETCOD
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------
       VALIDAR-CORREO.
           MOVE ZEROS  TO W-CANARR W-CANPUN
           MOVE SPACES TO W-USUARIO W-DOMINIO
           INSPECT LK-LLAVE TALLYING W-CANARR FOR ALL "@"
           IF W-CANARR NOT = 1
              MOVE 4 TO LK-RETCOD
           ELSE
              UNSTRING LK-LLAVE DELIMITED BY "@"
                       INTO W-USUARIO W-DOMINIO
              INSPECT W-DOMINIO TALLYING W-CANPUN FOR ALL "."
              IF W-USUARIO = SPACES
              OR W-DOMINIO = SPACES
              OR W-CANPUN  = ZEROS
              OR W-DOMINIO (1:1) = "."
                 MOVE 4 TO LK-RETCOD
              END-IF
           END-IF.
      *----------------------------------------------------------------
       LEER-CCAALIAS.
           MOVE LK-TIPALI TO TIPALI OF REG-ALIAS
           MOVE LK-LLAVE  TO LLAVE  OF REG-ALIAS
           READ CCAALIAS INVALID KEY
                MOVE ZEROS TO W-EXISTE-ALIAS
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-ALIAS
           END-READ
           MOVE SPACES TO W-ESTANT
           IF SI-EXISTE-ALIAS
              PERFORM ARMAR-ESTADO-LLAVE
              MOVE W-ESTLLA TO W-ESTANT
           END-IF.
      *----------------------------------------------------------------
      * LA CUENTA DEBE EXISTIR EN EL MAESTRO EN LINEA, ABIERTA Y SIN
      * BLOQUEO TOTAL (COMO LA EXIGE CCA764 PARA ANOTAR).
      *----------------------------------------------------------------
       VALIDAR-CUENTA.
           MOVE PA-CODEMP TO CODEMP OF REGDEPMAE
           MOVE LK-CODMON TO CODMON OF REGDEPMAE
           MOVE LK-CODSIS TO CODSIS OF REGDEPMAE
           MOVE LK-CODPRO TO CODPRO OF REGDEPMAE
           MOVE LK-AGCCTA TO NUMAGE OF REGDEPMAE
           MOVE LK-CTANRO TO NUMCTA OF REGDEPMAE
           READ CCADEPMAE INVALID KEY
                MOVE ZEROS TO W-EXISTE-CCADEPMAE
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-CCADEPMAE
           END-READ
           IF NO-EXISTE-CCADEPMAE
              MOVE 2 TO LK-RETCOD
           ELSE
              IF INDCAN OF REGDEPMAE NOT = ZEROS
              OR INDBLO OF REGDEPMAE = 3
                 MOVE 2 TO LK-RETCOD
              ELSE
                 IF LK-ALI-DOCUMENTO
                 AND W-DOCUMENTO NOT = NITCTA OF REGDEPMAE
                    MOVE 5 TO LK-RETCOD
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * UNA LLAVE ACTIVA NO SE REGISTRA DOS VECES; LA BORRADA O
      * PORTADA A OTRA ENTIDAD SE REUTILIZA.
      *----------------------------------------------------------------
       REGISTRAR-LLAVE.
           IF SI-EXISTE-ALIAS
           AND ESTADO OF REG-ALIAS = "A"
              MOVE 3 TO LK-RETCOD
           ELSE
              PERFORM VALIDAR-CUENTA
              IF LK-CODRET-OK
                 MOVE ZEROS TO ENTORI OF REG-ALIAS
                 PERFORM GRABAR-LLAVE
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * LA PORTABILIDAD ENTRE CUENTAS PROPIAS SOLO SE ADMITE PARA EL
      * MISMO TITULAR; LA QUE LLEGA DE OTRA ENTIDAD TRAE EL CODIGO DE
      * LA ENTIDAD DE ORIGEN.
      *----------------------------------------------------------------
       PORTAR-LLAVE.
           IF SI-EXISTE-ALIAS
           AND ESTADO OF REG-ALIAS = "A"
              PERFORM VALIDAR-CUENTA
              IF LK-CODRET-OK
              AND NITCTA OF REG-ALIAS NOT = NITCTA OF REGDEPMAE
                 MOVE 5 TO LK-RETCOD
              END-IF
              IF LK-CODRET-OK
                 MOVE ZEROS     TO ENTORI OF REG-ALIAS
                 PERFORM GRABAR-LLAVE
              END-IF
           ELSE
              IF LK-ENTIDA = ZEROS
                 MOVE 4 TO LK-RETCOD
              ELSE
                 PERFORM VALIDAR-CUENTA
                 IF LK-CODRET-OK
                    MOVE LK-ENTIDA TO ENTORI OF REG-ALIAS
                    PERFORM GRABAR-LLAVE
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       RETIRAR-LLAVE.
           IF NO-EXISTE-ALIAS
           OR ESTADO OF REG-ALIAS NOT = "A"
              MOVE 1 TO LK-RETCOD
           ELSE
              IF LK-FUN-SALIDA
                 IF LK-ENTIDA = ZEROS
                    MOVE 4 TO LK-RETCOD
                 ELSE
                    MOVE "S"       TO ESTADO OF REG-ALIAS
                    MOVE LK-ENTIDA TO ENTDST OF REG-ALIAS
                 END-IF
              ELSE
                 MOVE "E"          TO ESTADO OF REG-ALIAS
              END-IF
              IF LK-CODRET-OK
                 MOVE LK-FECHA-HOY TO FECEST OF REG-ALIAS
                 ACCEPT HOREST OF REG-ALIAS FROM TIME
                 MOVE LK-CODCAJ    TO USREST OF REG-ALIAS
                 REWRITE REG-ALIAS INVALID KEY
                         MOVE 1 TO LK-RETCOD
                 END-REWRITE
                 IF LK-CODRET-OK
                    PERFORM GRABAR-CCAGENAUD
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       GRABAR-LLAVE.
           MOVE LK-TIPALI             TO TIPALI OF REG-ALIAS
           MOVE LK-LLAVE              TO LLAVE  OF REG-ALIAS
           MOVE LK-CODMON             TO CODMON OF REG-ALIAS
           MOVE LK-CODSIS             TO CODSIS OF REG-ALIAS
           MOVE LK-CODPRO             TO CODPRO OF REG-ALIAS
           MOVE LK-AGCCTA             TO AGCCTA OF REG-ALIAS
           MOVE LK-CTANRO             TO CTANRO OF REG-ALIAS
           MOVE NITCTA OF REGDEPMAE   TO NITCTA OF REG-ALIAS
           MOVE "A"                   TO ESTADO OF REG-ALIAS
           MOVE ZEROS                 TO ENTDST OF REG-ALIAS
           MOVE LK-FECHA-HOY          TO FECREG OF REG-ALIAS
                                         FECEST OF REG-ALIAS
           ACCEPT HORREG OF REG-ALIAS FROM TIME
           MOVE HORREG OF REG-ALIAS   TO HOREST OF REG-ALIAS
           MOVE LK-CODCAJ             TO USRREG OF REG-ALIAS
                                         USREST OF REG-ALIAS
           IF SI-EXISTE-ALIAS
              REWRITE REG-ALIAS INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
           ELSE
              WRITE REG-ALIAS INVALID KEY
                    MOVE 3 TO LK-RETCOD
              END-WRITE
           END-IF
           IF LK-CODRET-OK
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
       ARMAR-ESTADO-LLAVE.
           MOVE ESTADO OF REG-ALIAS   TO W-EST-ESTADO
           MOVE CODPRO OF REG-ALIAS   TO W-EST-CODPRO
           MOVE AGCCTA OF REG-ALIAS   TO W-EST-AGCCTA
           MOVE CTANRO OF REG-ALIAS   TO W-EST-CTANRO.
      *----------------------------------------------------------------
      * LA LLAVE MISMA NO CABE EN EL CAMPO: SE AUDITA EL ESTADO Y LA
      * CUENTA ANTES Y DESPUES, CON EL TIPO EN EL NOMBRE DEL CAMPO.
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           PERFORM ARMAR-ESTADO-LLAVE
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           STRING "CCAALIAS" LK-TIPALI
                  DELIMITED BY SIZE
                  INTO PG-CAMPO OF CCAGENAUD
           MOVE W-ESTANT              TO PG-VLRANT OF CCAGENAUD
           MOVE W-ESTLLA              TO PG-VLRNVO OF CCAGENAUD
           MOVE LK-CODCAJ             TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCAALIAS CCADEPMAE CCAGENAUD.
           GOBACK.
