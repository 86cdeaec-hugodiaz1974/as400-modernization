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
       PROGRAM-ID.    CCA576.
      ******************************************************************
      * FUNCION: MANTENIMIENTO DE LAS INSTRUCCIONES DE PAGO DE         *
      *          INTERESES A OTRA CUENTA (CCAINSINT): POR CUENTA       *
      *          ORIGEN, LA CUENTA DESTINO (OTRO PRODUCTO DE AHORRO    *
      *          DEL CLIENTE O UN AHORRO A TERMINO), EL RANGO DE       *
      *          VIGENCIA Y EL ESTADO. AL REGISTRARLA LAS DOS CUENTAS  *
      *          DEBEN EXISTIR ABIERTAS, NO PUEDEN SER LA MISMA Y EL   *
      *          DESTINO NO PUEDE ESTAR BLOQUEADO, INACTIVO NI SER UN  *
      *          AHORRO A TERMINO NO ACTIVO. EN CADA CORTE CCA610      *
      *          TRASLADA EL INTERES NETO AL DESTINO Y REPORTA COMO    *
      *          EXCEPCION EL DESTINO QUE DEJO DE SER VALIDO.          *
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
           SELECT CCAINSINT
               ASSIGN          TO DATABASE-CCAINSINT
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
           SELECT CCACDTMAE
               ASSIGN          TO DATABASE-CCACDTMAE
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
       FD  CCAINSINT
           LABEL RECORDS ARE STANDARD.
       01  REG-INSINT.
           COPY DDS-ALL-FORMATS OF CCAINSINT.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
       FD  CCACDTMAE
           LABEL RECORDS ARE STANDARD.
       01  REG-CDTMAE.
           COPY DDS-ALL-FORMATS OF CCACDTMAE.
      *
       FD  CCAGENAUD
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAGENAUD.
           COPY DDS-ALL-FORMATS OF CCAGENAUD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  W-EXISTE-INSINT             PIC 9(01) VALUE 0.
           88  NO-EXISTE-INSINT                  VALUE 0.
           88  SI-EXISTE-INSINT                  VALUE 1.
       01  W-EXISTE-CCAMAEAHO          PIC 9(01) VALUE 0.
           88  NO-EXISTE-CCAMAEAHO               VALUE 0.
           88  SI-EXISTE-CCAMAEAHO               VALUE 1.
      *
      * CUENTA DESTINO COMO QUEDA EN LA AUDITORIA (ANTES Y DESPUES).
       01  W-DESTINO.
           05  W-DST-CODPRO            PIC 9(03) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE "-".
           05  W-DST-AGCCTA            PIC 9(05) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE "-".
           05  W-DST-CTANRO            PIC 9(17) VALUE ZEROS.
       01  W-DSTANT                    PIC X(30) VALUE SPACES.
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
       01  LK-DATOS-INSTRUCCION.
           05  LK-CODPR2               PIC 9(03).
           05  LK-AGCCT2               PIC 9(05).
           05  LK-CTANR2               PIC 9(17).
           05  LK-FECINI               PIC 9(08).
           05  LK-FECFIN               PIC 9(08).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-ACCION-INVALIDA         VALUE 2.
           88  LK-CODRET-CUENTA-NO-EXISTE        VALUE 3.
           88  LK-CODRET-DESTINO-INVALIDO        VALUE 4.
           88  LK-CODRET-DATOS-INVALIDOS         VALUE 5.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-ACCION LK-CLAVE-CUENTA
                                LK-DATOS-INSTRUCCION LK-RETCOD.
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
           OPEN I-O    CCAINSINT.
           OPEN INPUT  CCAMAEAHO CCACDTMAE.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
           MOVE LK-CODMON TO CODMON OF REG-MAESTR
           MOVE LK-CODSIS TO CODSIS OF REG-MAESTR
           MOVE LK-CODPRO TO CODPRO OF REG-MAESTR
           MOVE LK-AGCCTA TO AGCCTA OF REG-MAESTR
           MOVE LK-CTANRO TO CTANRO OF REG-MAESTR
           PERFORM LEER-CCAMAEAHO
           IF NO-EXISTE-CCAMAEAHO
              MOVE 3 TO LK-RETCOD
           END-IF
           PERFORM LEER-CCAINSINT.
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
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
       LEER-CCAINSINT.
           MOVE LK-CODMON TO CODMON OF REG-INSINT
           MOVE LK-CODSIS TO CODSIS OF REG-INSINT
           MOVE LK-CODPRO TO CODPRO OF REG-INSINT
           MOVE LK-AGCCTA TO AGCCTA OF REG-INSINT
           MOVE LK-CTANRO TO CTANRO OF REG-INSINT
           READ CCAINSINT INVALID KEY
                MOVE ZEROS TO W-EXISTE-INSINT
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-INSINT
           END-READ
           MOVE SPACES TO W-DSTANT
           IF SI-EXISTE-INSINT
              MOVE CODPR2 OF REG-INSINT TO W-DST-CODPRO
              MOVE AGCCT2 OF REG-INSINT TO W-DST-AGCCTA
              MOVE CTANR2 OF REG-INSINT TO W-DST-CTANRO
              MOVE W-DESTINO            TO W-DSTANT
           END-IF.
      *----------------------------------------------------------------
       HACER-ALTA.
           IF LK-FECINI = ZEROS
           OR (LK-FECFIN NOT = ZEROS AND LK-FECFIN < LK-FECINI)
              MOVE 5 TO LK-RETCOD
           ELSE
              IF LK-AGCCT2 = LK-AGCCTA AND LK-CTANR2 = LK-CTANRO
              AND LK-CODPR2 = LK-CODPRO
                 MOVE 5 TO LK-RETCOD
              ELSE
                 PERFORM VALIDAR-CUENTA-DESTINO
              END-IF
           END-IF
           IF LK-CODRET-OK
              MOVE LK-CODMON    TO CODMON OF REG-INSINT
              MOVE LK-CODSIS    TO CODSIS OF REG-INSINT
              MOVE LK-CODPRO    TO CODPRO OF REG-INSINT
              MOVE LK-AGCCTA    TO AGCCTA OF REG-INSINT
              MOVE LK-CTANRO    TO CTANRO OF REG-INSINT
              MOVE LK-CODPR2    TO CODPR2 OF REG-INSINT
              MOVE LK-AGCCT2    TO AGCCT2 OF REG-INSINT
              MOVE LK-CTANR2    TO CTANR2 OF REG-INSINT
              MOVE LK-FECINI    TO FECINI OF REG-INSINT
              MOVE LK-FECFIN    TO FECFIN OF REG-INSINT
              MOVE "A"          TO ESTADO OF REG-INSINT
              MOVE LK-CODCAJ    TO USRING OF REG-INSINT
              MOVE LK-FECHA-HOY TO FECING OF REG-INSINT
              IF (SI-EXISTE-INSINT)
                 REWRITE REG-INSINT INVALID KEY
                         MOVE 1 TO LK-RETCOD
                 END-REWRITE
              ELSE
                 MOVE ZEROS     TO FECULP OF REG-INSINT
                                   VLRULP OF REG-INSINT
                 WRITE REG-INSINT INVALID KEY
                       MOVE 1 TO LK-RETCOD
                 END-WRITE
              END-IF
              MOVE LK-CODPR2    TO W-DST-CODPRO
              MOVE LK-AGCCT2    TO W-DST-AGCCTA
              MOVE LK-CTANR2    TO W-DST-CTANRO
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
      * EL DESTINO VA EN LA MISMA MONEDA Y SISTEMA DE LA CUENTA
      * ORIGEN. DEBE ESTAR ABIERTO, SIN BLOQUEO NI MARCA DE
      * INACTIVIDAD, Y SI ES AHORRO A TERMINO, ACTIVO: LAS MISMAS
      * CONDICIONES QUE CCA610 REVISA EN CADA CORTE.
      *----------------------------------------------------------------
       VALIDAR-CUENTA-DESTINO.
           MOVE LK-CODMON TO CODMON OF REG-MAESTR
           MOVE LK-CODSIS TO CODSIS OF REG-MAESTR
           MOVE LK-CODPR2 TO CODPRO OF REG-MAESTR
           MOVE LK-AGCCT2 TO AGCCTA OF REG-MAESTR
           MOVE LK-CTANR2 TO CTANRO OF REG-MAESTR
           PERFORM LEER-CCAMAEAHO
           IF NO-EXISTE-CCAMAEAHO
              MOVE 4 TO LK-RETCOD
           ELSE
              IF INDBLO OF REG-MAESTR NOT = ZEROS
              OR INDINA OF REG-MAESTR NOT = ZEROS
                 MOVE 4 TO LK-RETCOD
              END-IF
           END-IF
           IF LK-CODRET-OK
              MOVE LK-CODMON TO CODMON OF REG-CDTMAE
              MOVE LK-CODSIS TO CODSIS OF REG-CDTMAE
              MOVE LK-CODPR2 TO CODPRO OF REG-CDTMAE
              MOVE LK-AGCCT2 TO AGCCTA OF REG-CDTMAE
              MOVE LK-CTANR2 TO CTANRO OF REG-CDTMAE
              READ CCACDTMAE
                 NOT INVALID KEY
                    IF ESTADO OF REG-CDTMAE NOT = "A"
                       MOVE 4 TO LK-RETCOD
                    END-IF
              END-READ
           END-IF.
      *----------------------------------------------------------------
       HACER-BAJA.
           IF (NO-EXISTE-INSINT)
              MOVE 1 TO LK-RETCOD
           ELSE
              MOVE "I"          TO ESTADO OF REG-INSINT
              MOVE LK-CODCAJ    TO USRING OF REG-INSINT
              MOVE LK-FECHA-HOY TO FECING OF REG-INSINT
              REWRITE REG-INSINT INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCAINSINT"           TO PG-CAMPO  OF CCAGENAUD
           MOVE W-DSTANT              TO PG-VLRANT OF CCAGENAUD
           IF LK-ACCION-BAJA
              MOVE "INSTRUCCION INACTIVADA"
                                      TO PG-VLRNVO OF CCAGENAUD
           ELSE
              MOVE W-DESTINO          TO PG-VLRNVO OF CCAGENAUD
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
           CLOSE CCAINSINT CCAMAEAHO CCACDTMAE CCAGENAUD.
           GOBACK.
