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
       PROGRAM-ID.    CCA577.
      ******************************************************************
      * FUNCION: MANTENIMIENTO DE LAS EXCEPCIONES AL LIMITE DIARIO DE  *
      *          RETIROS POR CUENTA Y CANAL (CCALIMCTA). EL LIMITE     *
      *          GENERAL ES EL DEL PRODUCTO EN LA TABLA 79 (CAMPO2,    *
      *          15 POSICIONES POR CANAL); LA EXCEPCION LO REEMPLAZA   *
      *          PARA UNA CUENTA Y UN CANAL ENTRE FECINI Y FECVEN,     *
      *          QUE ES OBLIGATORIA: AL VENCER LA CUENTA VUELVE SOLA   *
      *          AL LIMITE DEL PRODUCTO. CANALES: 1 = VENTANILLA,      *
      *          2 = CAJERO AUTOMATICO (SWITCH), 3 = ACH, 4 = ORDEN    *
      *          PERMANENTE, 5 = PAGOS INMEDIATOS (BRE-B). VALOR CERO  *
      *          = SIN LIMITE PARA EL CANAL.                           *
      *          LA APLICAN CCA764 EN LINEA Y CCA550 EN EL LOTE.       *
      *          ACCIONES: A = ALTA/CAMBIO, B = BAJA (INACTIVA).       *
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
           SELECT CCALIMCTA
               ASSIGN          TO DATABASE-CCALIMCTA
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
       FD  CCALIMCTA
           LABEL RECORDS ARE STANDARD.
       01  REG-LIMCTA.
           COPY DDS-ALL-FORMATS OF CCALIMCTA.
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
       01  W-EXISTE-LIMCTA             PIC 9(01) VALUE 0.
           88  NO-EXISTE-LIMCTA                  VALUE 0.
           88  SI-EXISTE-LIMCTA                  VALUE 1.
       01  W-EXISTE-CCAMAEAHO          PIC 9(01) VALUE 0.
           88  NO-EXISTE-CCAMAEAHO               VALUE 0.
           88  SI-EXISTE-CCAMAEAHO               VALUE 1.
      *
      * EXCEPCION COMO QUEDA EN LA AUDITORIA (ANTES Y DESPUES).
       01  W-EXCEPCION.
           05  FILLER                  PIC X(01) VALUE "C".
           05  W-EXC-CANAL             PIC 9(01) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-EXC-VLRLIM            PIC Z(12)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-EXC-FECVEN            PIC 9(08) VALUE ZEROS.
       01  W-EXCANT                    PIC X(30) VALUE SPACES.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-ACCION                   PIC X(01).
           88  LK-ACCION-ALTA                    VALUE "A".
           88  LK-ACCION-BAJA                    VALUE "B".
       01  LK-CLAVE-CUENTA.
           05  LK-CODMON               PIC 9(03).
           05  LK-CODSIS               PIC 9(03).
           05  LK-CODPRO               PIC 9(03).
           05  LK-AGCCTA               PIC 9(05).
           05  LK-CTANRO               PIC 9(17).
       01  LK-CANAL                    PIC 9(01).
           88  LK-CANAL-VALIDO                   VALUES 1 THRU 5.
       01  LK-DATOS-EXCEPCION.
           05  LK-VLRLIM               PIC S9(13)V99.
           05  LK-FECINI               PIC 9(08).
           05  LK-FECVEN               PIC 9(08).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-ACCION-INVALIDA         VALUE 2.
           88  LK-CODRET-CUENTA-NO-EXISTE        VALUE 3.
           88  LK-CODRET-CANAL-INVALIDO          VALUE 4.
           88  LK-CODRET-DATOS-INVALIDOS         VALUE 5.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-ACCION LK-CLAVE-CUENTA
                                LK-CANAL LK-DATOS-EXCEPCION LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-CODRET-OK
              IF LK-ACCION-ALTA
                 PERFORM HACER-ALTA
              ELSE
              IF LK-ACCION-BAJA
                 PERFORM HACER-BAJA
              ELSE
                 MOVE 2 TO LK-RETCOD
              END-IF
              END-IF
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0 TO LK-RETCOD.
           OPEN I-O    CCALIMCTA.
           OPEN INPUT  CCAMAEAHO.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
           IF NOT LK-CANAL-VALIDO
              MOVE 4 TO LK-RETCOD
           ELSE
              PERFORM LEER-CCAMAEAHO
              IF NO-EXISTE-CCAMAEAHO
                 MOVE 3 TO LK-RETCOD
              END-IF
              PERFORM LEER-CCALIMCTA
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
       LEER-CCALIMCTA.
           MOVE LK-CODMON TO CODMON OF REG-LIMCTA
           MOVE LK-CODSIS TO CODSIS OF REG-LIMCTA
           MOVE LK-CODPRO TO CODPRO OF REG-LIMCTA
           MOVE LK-AGCCTA TO AGCCTA OF REG-LIMCTA
           MOVE LK-CTANRO TO CTANRO OF REG-LIMCTA
           MOVE LK-CANAL  TO CANAL  OF REG-LIMCTA
           READ CCALIMCTA INVALID KEY
                MOVE ZEROS TO W-EXISTE-LIMCTA
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-LIMCTA
           END-READ
           MOVE SPACES TO W-EXCANT
           IF SI-EXISTE-LIMCTA
              MOVE LK-CANAL             TO W-EXC-CANAL
              MOVE VLRLIM OF REG-LIMCTA TO W-EXC-VLRLIM
              MOVE FECVEN OF REG-LIMCTA TO W-EXC-FECVEN
              MOVE W-EXCEPCION          TO W-EXCANT
           END-IF.
      *----------------------------------------------------------------
      * LA EXCEPCION SIEMPRE VENCE: FECVEN ES OBLIGATORIA, NO ANTERIOR
      * A FECINI NI A HOY.
      *----------------------------------------------------------------
       HACER-ALTA.
           IF LK-VLRLIM < ZEROS
           OR LK-FECINI = ZEROS
           OR LK-FECVEN = ZEROS
           OR LK-FECVEN < LK-FECINI
           OR LK-FECVEN < LK-FECHA-HOY
              MOVE 5 TO LK-RETCOD
           END-IF
           IF LK-CODRET-OK
              MOVE LK-CODMON    TO CODMON OF REG-LIMCTA
              MOVE LK-CODSIS    TO CODSIS OF REG-LIMCTA
              MOVE LK-CODPRO    TO CODPRO OF REG-LIMCTA
              MOVE LK-AGCCTA    TO AGCCTA OF REG-LIMCTA
              MOVE LK-CTANRO    TO CTANRO OF REG-LIMCTA
              MOVE LK-CANAL     TO CANAL  OF REG-LIMCTA
              MOVE LK-VLRLIM    TO VLRLIM OF REG-LIMCTA
              MOVE LK-FECINI    TO FECINI OF REG-LIMCTA
              MOVE LK-FECVEN    TO FECVEN OF REG-LIMCTA
              MOVE "A"          TO ESTADO OF REG-LIMCTA
              MOVE LK-CODCAJ    TO USRING OF REG-LIMCTA
              MOVE LK-FECHA-HOY TO FECING OF REG-LIMCTA
              IF (SI-EXISTE-LIMCTA)
                 REWRITE REG-LIMCTA INVALID KEY
                         MOVE 1 TO LK-RETCOD
                 END-REWRITE
              ELSE
                 WRITE REG-LIMCTA INVALID KEY
                       MOVE 1 TO LK-RETCOD
                 END-WRITE
              END-IF
              MOVE LK-CANAL     TO W-EXC-CANAL
              MOVE LK-VLRLIM    TO W-EXC-VLRLIM
              MOVE LK-FECVEN    TO W-EXC-FECVEN
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
       HACER-BAJA.
           IF (NO-EXISTE-LIMCTA)
              MOVE 1 TO LK-RETCOD
           ELSE
              MOVE "I"          TO ESTADO OF REG-LIMCTA
              MOVE LK-CODCAJ    TO USRING OF REG-LIMCTA
              MOVE LK-FECHA-HOY TO FECING OF REG-LIMCTA
              REWRITE REG-LIMCTA INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCALIMCTA"           TO PG-CAMPO  OF CCAGENAUD
           MOVE W-EXCANT              TO PG-VLRANT OF CCAGENAUD
           IF LK-ACCION-BAJA
              MOVE "EXCEPCION INACTIVADA"
                                      TO PG-VLRNVO OF CCAGENAUD
           ELSE
              MOVE W-EXCEPCION        TO PG-VLRNVO OF CCAGENAUD
           END-IF
           MOVE LK-CODCAJ             TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCALIMCTA CCAMAEAHO CCAGENAUD.
           GOBACK.
