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
       PROGRAM-ID.    CCA696.
      ******************************************************************
      * FUNCION: COBRO EN AGENCIA DE LOS PAGOS DE CANCELACION QUE      *
      *          CCA662 DEJA EN LA CUENTA POR PAGAR (REGISTRO          *
      *          CCACANPAG). ACCIONES:                                 *
      *            Q = CONSULTA: DEVUELVE EL VALOR Y EL ESTADO DE LA   *
      *                PARTIDA.                                        *
      *            C = COBRO: MARCA LA PARTIDA COBRADA CON LA FECHA,   *
      *                LA AGENCIA, EL CAJERO, EL MEDIO DE PAGO (01     *
      *                EFECTIVO, 02 CHEQUE DE GERENCIA, 03 ABONO EN    *
      *                CUENTA) Y EL NUMERO DEL DOCUMENTO.              *
      *          CON FECHA DE EMISION EN CEROS SE TOMA LA PARTIDA      *
      *          PENDIENTE MAS ANTIGUA DE LA CUENTA. LA PARTIDA YA     *
      *          TRASLADADA A ABANDONADOS (CCA698) NO SE COBRA AQUI:   *
      *          SE RECLAMA POR ESE TRAMITE CON LOS DATOS DEL          *
      *          TITULAR QUE QUEDAN EN EL REGISTRO. EL COBRO QUEDA     *
      *          AUDITADO EN CCAGENAUD.                                *
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
           SELECT CCACANPAG
               ASSIGN          TO DATABASE-CCACANPAG
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
       FD  CCACANPAG
           LABEL RECORDS ARE STANDARD.
       01  REG-CANPAG.
           COPY DDS-ALL-FORMATS OF CCACANPAG.
      *
       FD  CCAGENAUD
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAGENAUD.
           COPY DDS-ALL-FORMATS OF CCAGENAUD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  CONTROLES.
           05  CTL-CCACANPAG           PIC 9(01) VALUE 0.
               88  FIN-CCACANPAG                 VALUE 1.
           05  CTL-PARTIDA             PIC 9(01) VALUE 0.
               88  NO-EXISTE-PARTIDA             VALUE 0.
               88  SI-EXISTE-PARTIDA             VALUE 1.
      *
      * PARTIDA ELEGIDA CUANDO NO LLEGA LA FECHA DE EMISION: LA
      * PENDIENTE MAS ANTIGUA, O SI NO HAY PENDIENTES LA ULTIMA.
       01  W-FECPEN                    PIC 9(08) VALUE ZEROS.
       01  W-FECULT                    PIC 9(08) VALUE ZEROS.
      *
       01  W-MEDCOB                    PIC 9(02) VALUE ZEROS.
           88  MEDIO-VALIDO                      VALUES 01 THRU 03.
           88  MEDIO-CHEQUE                      VALUE 02.
      *
      * REGISTRO COMO QUEDA EN LA AUDITORIA (ANTES Y DESPUES).
       01  W-PARTIDA.
           05  W-PAR-ESTADO            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-PAR-AGCCOB            PIC 9(05) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-PAR-MEDCOB            PIC 9(02) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-PAR-NRODOC            PIC X(19) VALUE SPACES.
       01  W-REGANT                    PIC X(30) VALUE SPACES.
       01  W-LLAVE-AUDITORIA.
           05  W-AUD-AGCCTA            PIC 9(05) VALUE ZEROS.
           05  W-AUD-CTANRO            PIC 9(17) VALUE ZEROS.
           05  W-AUD-FECEMI            PIC 9(08) VALUE ZEROS.
       01  W-ACCION-AUDITORIA.
           05  W-AUD-ACCION            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-AUD-VLRPAG            PIC 9(13)V99 VALUE ZEROS.
           05  FILLER                  PIC X(13) VALUE SPACES.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-ACCION                   PIC X(01).
           88  LK-ACCION-CONSULTA                VALUE "Q".
           88  LK-ACCION-COBRO                   VALUE "C".
       01  LK-DATOS-COBRO.
           05  LK-CODMON               PIC 9(03).
           05  LK-CODSIS               PIC 9(03).
           05  LK-CODPRO               PIC 9(03).
           05  LK-AGCCTA               PIC 9(05).
           05  LK-CTANRO               PIC 9(17).
           05  LK-FECEMI               PIC 9(08).
           05  LK-AGCCOB               PIC 9(05).
           05  LK-MEDCOB               PIC 9(02).
           05  LK-NRODOC               PIC X(20).
       01  LK-VLRPAG                   PIC S9(13)V99.
       01  LK-ESTADO                   PIC X(01).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-ACCION-INVALIDA         VALUE 2.
           88  LK-CODRET-YA-COBRADA              VALUE 3.
           88  LK-CODRET-EN-ABANDONADOS          VALUE 4.
           88  LK-CODRET-DATOS-INVALIDOS         VALUE 5.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-ACCION LK-DATOS-COBRO
                                LK-VLRPAG LK-ESTADO LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-ACCION-CONSULTA
              PERFORM HACER-CONSULTA
           ELSE
           IF LK-ACCION-COBRO
              PERFORM HACER-COBRO
           ELSE
              MOVE 2 TO LK-RETCOD
           END-IF
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0      TO LK-RETCOD
           MOVE ZEROS  TO LK-VLRPAG
           MOVE SPACES TO LK-ESTADO
           OPEN I-O    CCACANPAG.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
           PERFORM UBICAR-PARTIDA.
      *----------------------------------------------------------------
       HACER-CONSULTA.
           IF (NO-EXISTE-PARTIDA)
              MOVE 1 TO LK-RETCOD
           END-IF.
      *----------------------------------------------------------------
      * SOLO SE COBRA LA PARTIDA PENDIENTE. EL CHEQUE DE GERENCIA Y
      * EL ABONO EN CUENTA EXIGEN EL NUMERO DEL DOCUMENTO.
      *----------------------------------------------------------------
       HACER-COBRO.
           MOVE LK-MEDCOB TO W-MEDCOB
           IF (NO-EXISTE-PARTIDA)
              MOVE 1 TO LK-RETCOD
           ELSE
           IF ESTADO OF REG-CANPAG = "C"
              MOVE 3 TO LK-RETCOD
           ELSE
           IF ESTADO OF REG-CANPAG = "A"
              MOVE 4 TO LK-RETCOD
           ELSE
           IF LK-AGCCOB = ZEROS
           OR NOT MEDIO-VALIDO
           OR (LK-NRODOC = SPACES AND W-MEDCOB NOT = 01)
              MOVE 5 TO LK-RETCOD
           END-IF
           END-IF
           END-IF
           END-IF
           IF LK-CODRET-OK
              PERFORM ARMAR-PARTIDA
              MOVE W-PARTIDA    TO W-REGANT
              MOVE "C"          TO ESTADO OF REG-CANPAG
              MOVE LK-FECHA-HOY TO FECCOB OF REG-CANPAG
              MOVE LK-AGCCOB    TO AGCCOB OF REG-CANPAG
              MOVE LK-MEDCOB    TO MEDCOB OF REG-CANPAG
              MOVE LK-NRODOC    TO NRODOC OF REG-CANPAG
              MOVE LK-CODCAJ    TO USRCOB OF REG-CANPAG
              REWRITE REG-CANPAG INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
              IF LK-CODRET-OK
                 MOVE "C" TO LK-ESTADO
                 PERFORM AUDITAR-COBRO
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * CON FECHA DE EMISION SE LEE LA PARTIDA DIRECTO; SIN ELLA SE
      * RECORREN LAS PARTIDAS DE LA CUENTA.
      *----------------------------------------------------------------
       UBICAR-PARTIDA.
           MOVE 0 TO CTL-PARTIDA
           MOVE ZEROS TO W-FECPEN W-FECULT
           IF LK-FECEMI = ZEROS
              PERFORM BUSCAR-PARTIDA-CUENTA
              IF W-FECPEN > ZEROS
                 MOVE W-FECPEN TO LK-FECEMI
              ELSE
                 MOVE W-FECULT TO LK-FECEMI
              END-IF
           END-IF
           IF LK-FECEMI > ZEROS
              PERFORM MOVER-LLAVE-PARTIDA
              READ CCACANPAG INVALID KEY
                   MOVE 0 TO CTL-PARTIDA
              NOT INVALID KEY
                   MOVE 1 TO CTL-PARTIDA
                   MOVE VLRPAG OF REG-CANPAG TO LK-VLRPAG
                   MOVE ESTADO OF REG-CANPAG TO LK-ESTADO
              END-READ
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-PARTIDA-CUENTA.
           MOVE 0     TO CTL-CCACANPAG
           MOVE ZEROS TO LK-FECEMI
           PERFORM MOVER-LLAVE-PARTIDA
           START CCACANPAG KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE 1 TO CTL-CCACANPAG
           END-START
           PERFORM REVISAR-PARTIDA-CUENTA UNTIL FIN-CCACANPAG.
      *----------------------------------------------------------------
       REVISAR-PARTIDA-CUENTA.
           READ CCACANPAG NEXT AT END
                MOVE 1 TO CTL-CCACANPAG
           END-READ
           IF NOT FIN-CCACANPAG
              IF AGCCTA OF REG-CANPAG NOT = LK-AGCCTA
              OR CODMON OF REG-CANPAG NOT = LK-CODMON
              OR CODSIS OF REG-CANPAG NOT = LK-CODSIS
              OR CODPRO OF REG-CANPAG NOT = LK-CODPRO
              OR CTANRO OF REG-CANPAG NOT = LK-CTANRO
                 MOVE 1 TO CTL-CCACANPAG
              ELSE
                 MOVE FECEMI OF REG-CANPAG TO W-FECULT
                 IF ESTADO OF REG-CANPAG = "P"
                 AND W-FECPEN = ZEROS
                    MOVE FECEMI OF REG-CANPAG TO W-FECPEN
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       MOVER-LLAVE-PARTIDA.
           MOVE LK-AGCCTA TO AGCCTA OF REG-CANPAG W-AUD-AGCCTA
           MOVE LK-CODMON TO CODMON OF REG-CANPAG
           MOVE LK-CODSIS TO CODSIS OF REG-CANPAG
           MOVE LK-CODPRO TO CODPRO OF REG-CANPAG
           MOVE LK-CTANRO TO CTANRO OF REG-CANPAG W-AUD-CTANRO
           MOVE LK-FECEMI TO FECEMI OF REG-CANPAG W-AUD-FECEMI.
      *----------------------------------------------------------------
       ARMAR-PARTIDA.
           MOVE ESTADO OF REG-CANPAG TO W-PAR-ESTADO
           MOVE AGCCOB OF REG-CANPAG TO W-PAR-AGCCOB
           MOVE MEDCOB OF REG-CANPAG TO W-PAR-MEDCOB
           MOVE NRODOC OF REG-CANPAG TO W-PAR-NRODOC.
      *----------------------------------------------------------------
      * DOS REGISTROS: EL PRIMERO IDENTIFICA LA PARTIDA, LA ACCION Y
      * EL VALOR, EL SEGUNDO LLEVA SU ESTADO ANTES Y DESPUES.
      *----------------------------------------------------------------
       AUDITAR-COBRO.
           MOVE LK-ACCION             TO W-AUD-ACCION
           MOVE VLRPAG OF REG-CANPAG  TO W-AUD-VLRPAG
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCACANPAG"           TO PG-CAMPO  OF CCAGENAUD
           MOVE LK-CODCAJ             TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           MOVE W-LLAVE-AUDITORIA     TO PG-VLRANT OF CCAGENAUD
           MOVE W-ACCION-AUDITORIA    TO PG-VLRNVO OF CCAGENAUD
           WRITE REG-CCAGENAUD
           PERFORM ARMAR-PARTIDA
           MOVE W-REGANT              TO PG-VLRANT OF CCAGENAUD
           MOVE W-PARTIDA             TO PG-VLRNVO OF CCAGENAUD
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCACANPAG CCAGENAUD.
           GOBACK.
