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
       PROGRAM-ID.    CCA687.
      ******************************************************************
      * FUNCION: DECISION DEL REVISOR SOBRE UN PERMISO DE LA CAMPAÑA   *
      *          DE RECERTIFICACION (CCARECDET, VER CCA686). SOLO EL   *
      *          REVISOR ASIGNADO PUEDE DECIDIR, Y SOLO MIENTRAS LA    *
      *          CAMPAÑA ESTE ABIERTA Y NO HAYA VENCIDO SU FECHA       *
      *          LIMITE. LK-FECCAM EN CEROS TOMA LA CAMPAÑA ABIERTA.   *
      *          DECISIONES: M = MANTENER (PUEDE CAMBIARSE A REVOCAR   *
      *          DENTRO DEL PLAZO), R = REVOCAR: BORRA LA REGLA DE     *
      *          CCAAUTFUN EN EL MOMENTO, COMO LA BAJA DE CCA518.      *
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
           SELECT CCARECCAM
               ASSIGN          TO DATABASE-CCARECCAM
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCARECDET
               ASSIGN          TO DATABASE-CCARECDET
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAAUTFUN
               ASSIGN          TO DATABASE-CCAAUTFUN
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
       FD  CCARECCAM
           LABEL RECORDS ARE STANDARD.
       01  REG-RECCAM.
           COPY DDS-ALL-FORMATS OF CCARECCAM.
      *
       FD  CCARECDET
           LABEL RECORDS ARE STANDARD.
       01  REG-RECDET.
           COPY DDS-ALL-FORMATS OF CCARECDET.
      *
       FD  CCAAUTFUN
           LABEL RECORDS ARE STANDARD.
       01  REG-AUTFUN.
           COPY DDS-ALL-FORMATS OF CCAAUTFUN.
      *
       FD  CCAGENAUD
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAGENAUD.
           COPY DDS-ALL-FORMATS OF CCAGENAUD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  W-EXISTE-CAMPANA            PIC 9(01) VALUE 0.
           88  NO-EXISTE-CAMPANA                 VALUE 0.
           88  SI-EXISTE-CAMPANA                 VALUE 1.
       01  W-EXISTE-PERMISO            PIC 9(01) VALUE 0.
           88  NO-EXISTE-PERMISO                 VALUE 0.
           88  SI-EXISTE-PERMISO                 VALUE 1.
       01  W-EXISTE-REGLA              PIC 9(01) VALUE 0.
           88  NO-EXISTE-REGLA                   VALUE 0.
           88  SI-EXISTE-REGLA                   VALUE 1.
       01  W-FECCAM                    PIC 9(08) VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCARECCAM           PIC X(02) VALUE "NO".
               88  FIN-CCARECCAM                 VALUE "SI".
               88  NO-FIN-CCARECCAM              VALUE "NO".
      *
      * DECISION COMO QUEDA EN LA AUDITORIA.
       01  W-DECISION.
           05  W-DEC-DECISI            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE " CAMPANA ".
           05  W-DEC-FECCAM            PIC 9(08) VALUE ZEROS.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-FECCAM                   PIC 9(08).
       01  LK-CLAVE-REGLA.
           05  LK-USUARIO              PIC X(10).
           05  LK-PROGRAMA             PIC X(08).
           05  LK-FUNCIO               PIC X(02).
       01  LK-DECISI                   PIC X(01).
           88  LK-DECISI-MANTENER                VALUE "M".
           88  LK-DECISI-REVOCAR                 VALUE "R".
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-DECISION-INVALIDA       VALUE 2.
           88  LK-CODRET-CAMPANA-CERRADA         VALUE 3.
           88  LK-CODRET-NO-ES-REVISOR           VALUE 5.
           88  LK-CODRET-YA-REVOCADO             VALUE 6.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-FECCAM LK-CLAVE-REGLA
                                LK-DECISI LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-CODRET-OK
              IF LK-DECISI-MANTENER
                 PERFORM HACER-MANTENER
              ELSE
              IF LK-DECISI-REVOCAR
                 PERFORM HACER-REVOCAR
              ELSE
                 MOVE 2 TO LK-RETCOD
              END-IF
              END-IF
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0 TO LK-RETCOD.
           OPEN I-O    CCARECDET CCAAUTFUN.
           OPEN INPUT  CCARECCAM.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
           PERFORM LEER-CAMPANA
           IF NO-EXISTE-CAMPANA
              MOVE 3 TO LK-RETCOD
           ELSE
              IF ESTADO OF REG-RECCAM NOT = "A"
              OR FECLIM OF REG-RECCAM < LK-FECHA-HOY
                 MOVE 3 TO LK-RETCOD
              END-IF
           END-IF
           IF LK-CODRET-OK
              PERFORM LEER-PERMISO
           END-IF.
      *----------------------------------------------------------------
      * LA CAMPAÑA PEDIDA O, CON LK-FECCAM EN CEROS, LA ABIERTA.
      *----------------------------------------------------------------
       LEER-CAMPANA.
           MOVE ZEROS TO W-EXISTE-CAMPANA
           IF LK-FECCAM NOT = ZEROS
              MOVE LK-FECCAM TO FECCAM OF REG-RECCAM
              READ CCARECCAM NOT INVALID KEY
                   MOVE 1 TO W-EXISTE-CAMPANA
              END-READ
           ELSE
              MOVE "NO"       TO CTL-CCARECCAM
              MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY OF REG-RECCAM
              START CCARECCAM KEY NOT < EXTERNALLY-DESCRIBED-KEY
                    INVALID KEY MOVE "SI" TO CTL-CCARECCAM
              END-START
              PERFORM BUSCAR-ABIERTA UNTIL FIN-CCARECCAM
                                     OR    SI-EXISTE-CAMPANA
           END-IF
           IF SI-EXISTE-CAMPANA
              MOVE FECCAM OF REG-RECCAM TO W-FECCAM
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-ABIERTA.
           READ CCARECCAM NEXT RECORD AT END
                MOVE "SI" TO CTL-CCARECCAM
           END-READ
           IF NO-FIN-CCARECCAM
              IF ESTADO OF REG-RECCAM = "A"
                 MOVE 1 TO W-EXISTE-CAMPANA
              END-IF
           END-IF.
      *----------------------------------------------------------------
       LEER-PERMISO.
           MOVE W-FECCAM    TO FECCAM   OF REG-RECDET
           MOVE LK-USUARIO  TO USUARIO  OF REG-RECDET
           MOVE LK-PROGRAMA TO PROGRAMA OF REG-RECDET
           MOVE LK-FUNCIO   TO FUNCIO   OF REG-RECDET
           READ CCARECDET INVALID KEY
                MOVE ZEROS TO W-EXISTE-PERMISO
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-PERMISO
           END-READ
           IF NO-EXISTE-PERMISO
              MOVE 1 TO LK-RETCOD
           ELSE
              IF USRREV OF REG-RECDET NOT = LK-CODCAJ
                 MOVE 5 TO LK-RETCOD
              ELSE
                 IF DECISI OF REG-RECDET = "R"
                 OR DECISI OF REG-RECDET = "S"
                    MOVE 6 TO LK-RETCOD
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       HACER-MANTENER.
           PERFORM ANOTAR-DECISION.
      *----------------------------------------------------------------
      * LA REVOCACION BORRA LA REGLA DE CCAAUTFUN Y LA AUDITA IGUAL
      * QUE LA BAJA DE CCA518.
      *----------------------------------------------------------------
       HACER-REVOCAR.
           MOVE LK-USUARIO  TO USUARIO  OF REG-AUTFUN
           MOVE LK-PROGRAMA TO PROGRAMA OF REG-AUTFUN
           MOVE LK-FUNCIO   TO FUNCIO   OF REG-AUTFUN
           READ CCAAUTFUN INVALID KEY
                MOVE ZEROS TO W-EXISTE-REGLA
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-REGLA
           END-READ
           IF SI-EXISTE-REGLA
              DELETE CCAAUTFUN
              PERFORM GRABAR-AUDITORIA-REGLA
           END-IF
           MOVE LK-FECHA-HOY TO FECAPL OF REG-RECDET
           PERFORM ANOTAR-DECISION.
      *----------------------------------------------------------------
       ANOTAR-DECISION.
           MOVE LK-DECISI    TO DECISI OF REG-RECDET
           MOVE LK-CODCAJ    TO USRDEC OF REG-RECDET
           MOVE LK-FECHA-HOY TO FECDEC OF REG-RECDET
           REWRITE REG-RECDET INVALID KEY
                   MOVE 1 TO LK-RETCOD
           END-REWRITE
           IF LK-CODRET-OK
              PERFORM GRABAR-AUDITORIA-DECISION
           END-IF.
      *----------------------------------------------------------------
       GRABAR-AUDITORIA-REGLA.
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCAAUTFUN"           TO PG-CAMPO  OF CCAGENAUD
           STRING LK-USUARIO LK-PROGRAMA LK-FUNCIO
                  DELIMITED BY SIZE
                  INTO PG-VLRANT OF CCAGENAUD
           STRING "B PERMISO " INDPER OF REG-AUTFUN
                  DELIMITED BY SIZE
                  INTO PG-VLRNVO OF CCAGENAUD
           MOVE LK-CODCAJ             TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
       GRABAR-AUDITORIA-DECISION.
           INITIALIZE REGGENAUD
           MOVE LK-DECISI             TO W-DEC-DECISI
           MOVE W-FECCAM              TO W-DEC-FECCAM
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCARECDET"           TO PG-CAMPO  OF CCAGENAUD
           STRING LK-USUARIO LK-PROGRAMA LK-FUNCIO
                  DELIMITED BY SIZE
                  INTO PG-VLRANT OF CCAGENAUD
           MOVE W-DECISION            TO PG-VLRNVO OF CCAGENAUD
           MOVE LK-CODCAJ             TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCARECCAM CCARECDET CCAAUTFUN CCAGENAUD.
           GOBACK.
