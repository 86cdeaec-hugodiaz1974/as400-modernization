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
       PROGRAM-ID.    CCA655.
      ******************************************************************
      * FUNCION: MANTENIMIENTO DE LOS MANDATOS DE DEBITO AUTOMATICO    *
      *          (DOMICILIACION, CCAMANDAT). EL MANDATO AUTORIZA AL    *
      *          FACTURADOR DE UN CONVENIO (CCACONVNIO, VER CCA546)    *
      *          A COBRAR CONTRA UNA CUENTA DE AHORROS LAS FACTURAS    *
      *          DE LA REFERENCIA DEL CLIENTE, HASTA UN VALOR MAXIMO   *
      *          POR FACTURA Y DENTRO DE SU VIGENCIA (FECFIN CERO =    *
      *          INDEFINIDA). EL CONVENIO DEBE ESTAR ACTIVO Y LA       *
      *          CUENTA DEBE EXISTIR Y NO ESTAR CANCELADA. EL COBRO    *
      *          LO HACEN CCA656 (ENTRADA) Y CCA657 (RESPUESTA).       *
      *          ACCIONES: A = ALTA/CAMBIO, S = SUSPENDER,             *
      *          C = CANCELAR (UN ALTA POSTERIOR LO REACTIVA).         *
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
           SELECT CCAMANDAT
               ASSIGN          TO DATABASE-CCAMANDAT
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACONVNIO
               ASSIGN          TO DATABASE-CCACONVNIO
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
       FD  CCAMANDAT
           LABEL RECORDS ARE STANDARD.
       01  REG-MANDAT.
           COPY DDS-ALL-FORMATS OF CCAMANDAT.
      *
       FD  CCACONVNIO
           LABEL RECORDS ARE STANDARD.
       01  REG-CONVNIO.
           COPY DDS-ALL-FORMATS OF CCACONVNIO.
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
       01  W-EXISTE-MANDATO            PIC 9(01) VALUE 0.
           88  NO-EXISTE-MANDATO                 VALUE 0.
           88  SI-EXISTE-MANDATO                 VALUE 1.
       01  W-EXISTE-CONVENIO           PIC 9(01) VALUE 0.
           88  NO-EXISTE-CONVENIO                VALUE 0.
           88  SI-EXISTE-CONVENIO                VALUE 1.
       01  W-EXISTE-CCAMAEAHO          PIC 9(01) VALUE 0.
           88  NO-EXISTE-CCAMAEAHO               VALUE 0.
           88  SI-EXISTE-CCAMAEAHO               VALUE 1.
      *
      * MANDATO COMO QUEDA EN LA AUDITORIA (ANTES Y DESPUES).
       01  W-MANDATO.
           05  W-MAN-ESTADO            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-MAN-VLRMAX            PIC Z(10)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-MAN-FECFIN            PIC 9(08) VALUE ZEROS.
       01  W-MANANT                    PIC X(30) VALUE SPACES.
       01  W-LLAVE-AUDITORIA.
           05  FILLER                  PIC X(01) VALUE "M".
           05  W-AUD-NROCNV            PIC 9(05) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-AUD-REFCLI            PIC X(20) VALUE SPACES.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-ACCION                   PIC X(01).
           88  LK-ACCION-ALTA                    VALUE "A".
           88  LK-ACCION-SUSPENDER               VALUE "S".
           88  LK-ACCION-CANCELAR                VALUE "C".
       01  LK-NROCNV                   PIC 9(05).
       01  LK-REFCLI                   PIC X(20).
       01  LK-CLAVE-CUENTA.
           05  LK-CODMON               PIC 9(03).
           05  LK-CODSIS               PIC 9(03).
           05  LK-CODPRO               PIC 9(03).
           05  LK-AGCCTA               PIC 9(05).
           05  LK-CTANRO               PIC 9(17).
       01  LK-DATOS-MANDATO.
           05  LK-VLRMAX               PIC S9(13)V99.
           05  LK-FECINI               PIC 9(08).
           05  LK-FECFIN               PIC 9(08).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-ACCION-INVALIDA         VALUE 2.
           88  LK-CODRET-CUENTA-NO-EXISTE        VALUE 3.
           88  LK-CODRET-CONVENIO-INVALIDO       VALUE 4.
           88  LK-CODRET-DATOS-INVALIDOS         VALUE 5.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-ACCION LK-NROCNV
                                LK-REFCLI LK-CLAVE-CUENTA
                                LK-DATOS-MANDATO LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-ACCION-ALTA
              PERFORM HACER-ALTA
           ELSE
           IF LK-ACCION-SUSPENDER
           OR LK-ACCION-CANCELAR
              PERFORM CAMBIAR-ESTADO
           ELSE
              MOVE 2 TO LK-RETCOD
           END-IF
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0 TO LK-RETCOD.
           OPEN I-O    CCAMANDAT.
           OPEN INPUT  CCACONVNIO CCAMAEAHO.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
           MOVE LK-NROCNV TO NROCNV OF REG-MANDAT W-AUD-NROCNV
           MOVE LK-REFCLI TO REFCLI OF REG-MANDAT W-AUD-REFCLI
           READ CCAMANDAT INVALID KEY
                MOVE ZEROS TO W-EXISTE-MANDATO
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-MANDATO
           END-READ
           MOVE SPACES TO W-MANANT
           IF SI-EXISTE-MANDATO
              MOVE ESTADO OF REG-MANDAT TO W-MAN-ESTADO
              MOVE VLRMAX OF REG-MANDAT TO W-MAN-VLRMAX
              MOVE FECFIN OF REG-MANDAT TO W-MAN-FECFIN
              MOVE W-MANDATO            TO W-MANANT
           END-IF.
      *----------------------------------------------------------------
      * EL ALTA EXIGE CONVENIO ACTIVO, CUENTA VIGENTE, REFERENCIA,
      * VALOR MAXIMO POSITIVO Y UNA VIGENCIA COHERENTE QUE NO ESTE
      * YA VENCIDA.
      *----------------------------------------------------------------
       HACER-ALTA.
           MOVE LK-NROCNV TO NROCNV OF REG-CONVNIO
           READ CCACONVNIO INVALID KEY
                MOVE ZEROS TO W-EXISTE-CONVENIO
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-CONVENIO
           END-READ
           IF NO-EXISTE-CONVENIO
           OR ESTADO OF REG-CONVNIO NOT = "A"
              MOVE 4 TO LK-RETCOD
           END-IF
           IF LK-CODRET-OK
              PERFORM LEER-CCAMAEAHO
              IF NO-EXISTE-CCAMAEAHO
                 MOVE 3 TO LK-RETCOD
              END-IF
           END-IF
           IF LK-CODRET-OK
              IF LK-REFCLI = SPACES
              OR LK-VLRMAX NOT > ZEROS
              OR LK-FECINI = ZEROS
              OR (LK-FECFIN NOT = ZEROS
                  AND (LK-FECFIN < LK-FECINI
                       OR LK-FECFIN < LK-FECHA-HOY))
                 MOVE 5 TO LK-RETCOD
              END-IF
           END-IF
           IF LK-CODRET-OK
              IF NO-EXISTE-MANDATO
                 INITIALIZE REGMANDAT
                 MOVE LK-NROCNV    TO NROCNV OF REG-MANDAT
                 MOVE LK-REFCLI    TO REFCLI OF REG-MANDAT
                 MOVE LK-CODCAJ    TO USRING OF REG-MANDAT
                 MOVE LK-FECHA-HOY TO FECING OF REG-MANDAT
              END-IF
              MOVE LK-CODMON    TO CODMON OF REG-MANDAT
              MOVE LK-CODSIS    TO CODSIS OF REG-MANDAT
              MOVE LK-CODPRO    TO CODPRO OF REG-MANDAT
              MOVE LK-AGCCTA    TO AGCCTA OF REG-MANDAT
              MOVE LK-CTANRO    TO CTANRO OF REG-MANDAT
              MOVE LK-VLRMAX    TO VLRMAX OF REG-MANDAT
              MOVE LK-FECINI    TO FECINI OF REG-MANDAT
              MOVE LK-FECFIN    TO FECFIN OF REG-MANDAT
              MOVE "A"          TO ESTADO OF REG-MANDAT
              MOVE LK-CODCAJ    TO USRMOD OF REG-MANDAT
              MOVE LK-FECHA-HOY TO FECMOD OF REG-MANDAT
              IF (SI-EXISTE-MANDATO)
                 REWRITE REG-MANDAT INVALID KEY
                         MOVE 1 TO LK-RETCOD
                 END-REWRITE
              ELSE
                 WRITE REG-MANDAT INVALID KEY
                       MOVE 1 TO LK-RETCOD
                 END-WRITE
              END-IF
              PERFORM GRABAR-CCAGENAUD
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
       CAMBIAR-ESTADO.
           IF (NO-EXISTE-MANDATO)
              MOVE 1 TO LK-RETCOD
           ELSE
              IF LK-ACCION-SUSPENDER
                 MOVE "S"       TO ESTADO OF REG-MANDAT
              ELSE
                 MOVE "C"       TO ESTADO OF REG-MANDAT
              END-IF
              MOVE LK-CODCAJ    TO USRMOD OF REG-MANDAT
              MOVE LK-FECHA-HOY TO FECMOD OF REG-MANDAT
              REWRITE REG-MANDAT INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
      * DOS REGISTROS: EL PRIMERO IDENTIFICA EL MANDATO (CONVENIO Y
      * REFERENCIA) Y EL SEGUNDO LLEVA ESTADO, VALOR MAXIMO Y FIN DE
      * VIGENCIA ANTES Y DESPUES DEL CAMBIO.
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCAMANDAT"           TO PG-CAMPO  OF CCAGENAUD
           MOVE LK-CODCAJ             TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           MOVE W-LLAVE-AUDITORIA     TO PG-VLRANT OF CCAGENAUD
           MOVE LK-ACCION             TO PG-VLRNVO OF CCAGENAUD
           WRITE REG-CCAGENAUD
           MOVE ESTADO OF REG-MANDAT  TO W-MAN-ESTADO
           MOVE VLRMAX OF REG-MANDAT  TO W-MAN-VLRMAX
           MOVE FECFIN OF REG-MANDAT  TO W-MAN-FECFIN
           MOVE W-MANANT              TO PG-VLRANT OF CCAGENAUD
           MOVE W-MANDATO             TO PG-VLRNVO OF CCAGENAUD
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCAMANDAT CCACONVNIO CCAMAEAHO CCAGENAUD.
           GOBACK.
