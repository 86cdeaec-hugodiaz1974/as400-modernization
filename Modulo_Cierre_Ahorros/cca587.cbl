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
       PROGRAM-ID.    CCA587.
      ******************************************************************
      * FUNCION: INSCRIPCION DE CUENTAS AL AHORRO POR REDONDEO DE      *
      *          COMPRAS CON TARJETA (CCAREDOND). LA CUENTA INDICA EL  *
      *          BOLSILLO DESTINO (CCABOLSILL, VER CCA634) Y LA UNIDAD *
      *          DE REDONDEO (POR EJEMPLO 1.000 PESOS): CADA NOCHE     *
      *          CCA588 LLEVA AL BOLSILLO LA DIFERENCIA ENTRE CADA     *
      *          COMPRA POS DEL DIA Y EL SIGUIENTE MULTIPLO DE LA      *
      *          UNIDAD. ACCIONES: A = INSCRIBIR O CAMBIAR (CUENTA     *
      *          ACTIVA, BOLSILLO EXISTENTE Y ACTIVO, UNIDAD MAYOR QUE *
      *          CERO), B = RETIRAR LA INSCRIPCION (QUEDA INACTIVA).   *
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
           SELECT CCAREDOND
               ASSIGN          TO DATABASE-CCAREDOND
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCABOLSILL
               ASSIGN          TO DATABASE-CCABOLSILL
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
       FD  CCAREDOND
           LABEL RECORDS ARE STANDARD.
       01  REG-REDOND.
           COPY DDS-ALL-FORMATS OF CCAREDOND.
      *
       FD  CCABOLSILL
           LABEL RECORDS ARE STANDARD.
       01  REG-BOLSILL.
           COPY DDS-ALL-FORMATS OF CCABOLSILL.
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
       01  W-EXISTE-REDOND             PIC 9(01) VALUE 0.
           88  NO-EXISTE-REDOND                  VALUE 0.
           88  SI-EXISTE-REDOND                  VALUE 1.
       01  W-EXISTE-CCAMAEAHO          PIC 9(01) VALUE 0.
           88  NO-EXISTE-CCAMAEAHO               VALUE 0.
           88  SI-EXISTE-CCAMAEAHO               VALUE 1.
      *
      * INSCRIPCION COMO QUEDA EN LA AUDITORIA (ANTES Y DESPUES).
       01  W-REDAUD.
           05  W-AUD-NROBOL            PIC 9(02) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-AUD-UNIRED            PIC 9(07) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-AUD-ESTADO            PIC X(01) VALUE SPACES.
       01  W-REDANT                    PIC X(30) VALUE SPACES.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-ACCION                   PIC X(01).
           88  LK-ACCION-INSCRIBIR               VALUE "A".
           88  LK-ACCION-RETIRAR                 VALUE "B".
       01  LK-CLAVE-CUENTA.
           05  LK-CODMON               PIC 9(03).
           05  LK-CODSIS               PIC 9(03).
           05  LK-CODPRO               PIC 9(03).
           05  LK-AGCCTA               PIC 9(05).
           05  LK-CTANRO               PIC 9(17).
       01  LK-DATOS-REDONDEO.
           05  LK-NROBOL               PIC 9(02).
           05  LK-UNIRED               PIC 9(07).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-ACCION-INVALIDA         VALUE 2.
           88  LK-CODRET-CUENTA-NO-EXISTE        VALUE 3.
           88  LK-CODRET-BOLSILLO-INVALIDO       VALUE 4.
           88  LK-CODRET-UNIDAD-INVALIDA         VALUE 5.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-ACCION LK-CLAVE-CUENTA
                                LK-DATOS-REDONDEO LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-CODRET-OK
              IF LK-ACCION-INSCRIBIR
                 PERFORM HACER-INSCRIPCION
              ELSE
              IF LK-ACCION-RETIRAR
                 PERFORM HACER-RETIRO
              ELSE
                 MOVE 2 TO LK-RETCOD
              END-IF
              END-IF
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0 TO LK-RETCOD.
           OPEN I-O    CCAREDOND.
           OPEN INPUT  CCABOLSILL CCAMAEAHO.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
      *    UNA CUENTA CANCELADA NO SE INSCRIBE, PERO SU INSCRIPCION
      *    SI PUEDE RETIRARSE.
           PERFORM LEER-CCAMAEAHO
           IF NO-EXISTE-CCAMAEAHO
           AND LK-ACCION-INSCRIBIR
              MOVE 3 TO LK-RETCOD
           END-IF
           PERFORM LEER-CCAREDOND.
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
       LEER-CCAREDOND.
           MOVE LK-CODMON TO CODMON OF REG-REDOND
           MOVE LK-CODSIS TO CODSIS OF REG-REDOND
           MOVE LK-CODPRO TO CODPRO OF REG-REDOND
           MOVE LK-AGCCTA TO AGCCTA OF REG-REDOND
           MOVE LK-CTANRO TO CTANRO OF REG-REDOND
           READ CCAREDOND INVALID KEY
                MOVE ZEROS TO W-EXISTE-REDOND
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-REDOND
           END-READ
           MOVE SPACES TO W-REDANT
           IF SI-EXISTE-REDOND
              MOVE NROBOL OF REG-REDOND TO W-AUD-NROBOL
              MOVE UNIRED OF REG-REDOND TO W-AUD-UNIRED
              MOVE ESTADO OF REG-REDOND TO W-AUD-ESTADO
              MOVE W-REDAUD             TO W-REDANT
           END-IF.
      *----------------------------------------------------------------
      * EL BOLSILLO DESTINO DEBE EXISTIR Y ESTAR ACTIVO; SI LA CUENTA
      * YA ESTABA INSCRITA SE CAMBIAN BOLSILLO Y UNIDAD Y SE REACTIVA.
      *----------------------------------------------------------------
       HACER-INSCRIPCION.
           IF LK-UNIRED = ZEROS
              MOVE 5 TO LK-RETCOD
           ELSE
              MOVE LK-CODMON TO CODMON OF REG-BOLSILL
              MOVE LK-CODSIS TO CODSIS OF REG-BOLSILL
              MOVE LK-CODPRO TO CODPRO OF REG-BOLSILL
              MOVE LK-AGCCTA TO AGCCTA OF REG-BOLSILL
              MOVE LK-CTANRO TO CTANRO OF REG-BOLSILL
              MOVE LK-NROBOL TO NROBOL OF REG-BOLSILL
              READ CCABOLSILL INVALID KEY
                   MOVE 4 TO LK-RETCOD
              END-READ
              IF LK-CODRET-OK
              AND ESTADO OF REG-BOLSILL NOT = "A"
                 MOVE 4 TO LK-RETCOD
              END-IF
           END-IF
           IF LK-CODRET-OK
              IF NO-EXISTE-REDOND
                 INITIALIZE REGREDOND
                 MOVE LK-CODMON    TO CODMON OF REG-REDOND
                 MOVE LK-CODSIS    TO CODSIS OF REG-REDOND
                 MOVE LK-CODPRO    TO CODPRO OF REG-REDOND
                 MOVE LK-AGCCTA    TO AGCCTA OF REG-REDOND
                 MOVE LK-CTANRO    TO CTANRO OF REG-REDOND
              END-IF
              MOVE LK-NROBOL    TO NROBOL OF REG-REDOND
              MOVE LK-UNIRED    TO UNIRED OF REG-REDOND
              MOVE "A"          TO ESTADO OF REG-REDOND
              MOVE LK-FECHA-HOY TO FECINI OF REG-REDOND
                                   FECING OF REG-REDOND
              MOVE LK-CODCAJ    TO USRING OF REG-REDOND
              IF SI-EXISTE-REDOND
                 REWRITE REG-REDOND INVALID KEY
                         MOVE 1 TO LK-RETCOD
                 END-REWRITE
              ELSE
                 WRITE REG-REDOND INVALID KEY
                       MOVE 1 TO LK-RETCOD
                 END-WRITE
              END-IF
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
      * LA INSCRIPCION NO SE BORRA: QUEDA INACTIVA Y CCA588 LA IGNORA.
      *----------------------------------------------------------------
       HACER-RETIRO.
           IF NO-EXISTE-REDOND
              MOVE 1 TO LK-RETCOD
           ELSE
              MOVE "I"          TO ESTADO OF REG-REDOND
              MOVE LK-FECHA-HOY TO FECING OF REG-REDOND
              MOVE LK-CODCAJ    TO USRING OF REG-REDOND
              REWRITE REG-REDOND INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           MOVE NROBOL OF REG-REDOND  TO W-AUD-NROBOL
           MOVE UNIRED OF REG-REDOND  TO W-AUD-UNIRED
           MOVE ESTADO OF REG-REDOND  TO W-AUD-ESTADO
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCAREDOND"           TO PG-CAMPO  OF CCAGENAUD
           MOVE W-REDANT              TO PG-VLRANT OF CCAGENAUD
           MOVE W-REDAUD              TO PG-VLRNVO OF CCAGENAUD
           MOVE LK-CODCAJ             TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCAREDOND CCABOLSILL CCAMAEAHO CCAGENAUD.
           GOBACK.
