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
       PROGRAM-ID.    CCA695.
      ******************************************************************
      * FUNCION: MANTENIMIENTO DEL REGISTRO DE REPRESENTANTES LEGALES  *
      *          DE LAS CUENTAS DE MENORES (CCAREPLEG). SOLO SE        *
      *          REGISTRAN SOBRE CUENTAS ACTIVAS DE LOS PRODUCTOS      *
      *          JUVENILES (CCATABLAS TABLA 48) CUYO TITULAR AUN NO    *
      *          CUMPLE LA MAYORIA. EL REPRESENTANTE QUEDA CON SU NIT, *
      *          NOMBRE, PARENTESCO (CODIGO DE LA TABLA 93), TIPO Y    *
      *          NUMERO DEL DOCUMENTO SOPORTE, Y VIGENCIA DESDE HOY    *
      *          HASTA LA FECHA DE MAYORIA DEL TITULAR (FECNAC DEL     *
      *          CLIMAE MAS LA EDAD DE LA TABLA 48, NROTAB 99999).     *
      *          LO CONSULTA LA VERIFICACION DE FIRMANTES (CCA506) Y   *
      *          CCA629 LO TERMINA AL CONVERTIR LA CUENTA A ADULTO.    *
      *          ACCIONES: A = ALTA/CAMBIO (UN REVOCADO SE REACTIVA),  *
      *          R = REVOCAR. TODO CAMBIO QUEDA AUDITADO EN CCAGENAUD. *
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
           SELECT CCAREPLEG
               ASSIGN          TO DATABASE-CCAREPLEG
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
           SELECT CLIMAE
               ASSIGN          TO DATABASE-CLIMAE
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
           SELECT CCAGENAUD
               ASSIGN          TO DATABASE-CCAGENAUD
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAREPLEG
           LABEL RECORDS ARE STANDARD.
       01  REG-REPLEG.
           COPY DDS-ALL-FORMATS OF CCAREPLEG.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
       FD  CLIMAE
           LABEL RECORDS ARE STANDARD.
       01  REG-CLIMAE.
           COPY DDS-ALL-FORMATS OF CLIMAE.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  CCAGENAUD
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAGENAUD.
           COPY DDS-ALL-FORMATS OF CCAGENAUD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  W-EXISTE-REPRESENTANTE      PIC 9(01) VALUE 0.
           88  NO-EXISTE-REPRESENTANTE           VALUE 0.
           88  SI-EXISTE-REPRESENTANTE           VALUE 1.
      *
      * EDAD DE MAYORIA (TABLA 48, NROTAB 99999) Y FECHA EN QUE EL
      * TITULAR LA CUMPLE.
       77  W-EDAMAY                    PIC 9(03) VALUE 18.
       01  W-FECMAY                    PIC 9(08) VALUE ZEROS.
       01  R-W-FECMAY                  REDEFINES W-FECMAY.
           05  AA-FECMAY               PIC 9(04).
           05  MM-FECMAY               PIC 9(02).
           05  DD-FECMAY               PIC 9(02).
      *
      * TIPOS DE DOCUMENTO SOPORTE DE LA REPRESENTACION.
       01  W-TIPSOP                    PIC 9(02) VALUE ZEROS.
           88  SOPORTE-VALIDO                    VALUES 01 THRU 04.
      *
      * REGISTRO COMO QUEDA EN LA AUDITORIA (ANTES Y DESPUES).
       01  W-REPRESENTANTE.
           05  W-REP-ESTADO            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-REP-PARENT            PIC 9(02) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-REP-TIPSOP            PIC 9(02) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-REP-FECFIN            PIC 9(08) VALUE ZEROS.
       01  W-REGANT                    PIC X(30) VALUE SPACES.
       01  W-REGNVO                    PIC X(30) VALUE SPACES.
       01  W-LLAVE-AUDITORIA.
           05  W-AUD-AGCCTA            PIC 9(05) VALUE ZEROS.
           05  W-AUD-CTANRO            PIC 9(17) VALUE ZEROS.
           05  FILLER                  PIC X(08) VALUE SPACES.
       01  W-ACCION-AUDITORIA.
           05  W-AUD-ACCION            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-AUD-NITREP            PIC 9(15) VALUE ZEROS.
           05  FILLER                  PIC X(13) VALUE SPACES.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-ACCION                   PIC X(01).
           88  LK-ACCION-ALTA                    VALUE "A".
           88  LK-ACCION-REVOCAR                 VALUE "R".
       01  LK-DATOS-REPRESENTANTE.
           05  LK-CODMON               PIC 9(03).
           05  LK-CODSIS               PIC 9(03).
           05  LK-CODPRO               PIC 9(03).
           05  LK-AGCCTA               PIC 9(05).
           05  LK-CTANRO               PIC 9(17).
           05  LK-NITREP               PIC 9(15).
           05  LK-NOMREP               PIC X(40).
           05  LK-PARENT               PIC 9(02).
           05  LK-TIPSOP               PIC 9(02).
           05  LK-NROSOP               PIC X(20).
       01  LK-FECFIN                   PIC 9(08).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-ACCION-INVALIDA         VALUE 2.
           88  LK-CODRET-NO-ES-MENOR             VALUE 3.
           88  LK-CODRET-PARENTESCO-INVALIDO     VALUE 4.
           88  LK-CODRET-DATOS-INVALIDOS         VALUE 5.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-ACCION
                                LK-DATOS-REPRESENTANTE
                                LK-FECFIN LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-ACCION-ALTA
              PERFORM HACER-ALTA
           ELSE
           IF LK-ACCION-REVOCAR
              PERFORM HACER-REVOCACION
           ELSE
              MOVE 2 TO LK-RETCOD
           END-IF
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0     TO LK-RETCOD.
           MOVE ZEROS TO LK-FECFIN.
           OPEN I-O    CCAREPLEG.
           OPEN INPUT  CCAMAEAHO CLIMAE CCATABLAS.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
           MOVE 48    TO CODTAB OF ZONA-CCATABLAS
           MOVE 99999 TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                MOVE CAMPO1 OF ZONA-CCATABLAS TO W-EDAMAY
           END-READ
           MOVE LK-CODMON TO CODMON OF REG-REPLEG
           MOVE LK-CODSIS TO CODSIS OF REG-REPLEG
           MOVE LK-CODPRO TO CODPRO OF REG-REPLEG
           MOVE LK-AGCCTA TO AGCCTA OF REG-REPLEG W-AUD-AGCCTA
           MOVE LK-CTANRO TO CTANRO OF REG-REPLEG W-AUD-CTANRO
           MOVE LK-NITREP TO NITREP OF REG-REPLEG W-AUD-NITREP
           MOVE LK-ACCION TO W-AUD-ACCION
           READ CCAREPLEG INVALID KEY
                MOVE ZEROS TO W-EXISTE-REPRESENTANTE
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-REPRESENTANTE
           END-READ
           MOVE SPACES TO W-REGANT
           IF SI-EXISTE-REPRESENTANTE
              PERFORM ARMAR-REPRESENTANTE
              MOVE W-REPRESENTANTE TO W-REGANT
           END-IF.
      *----------------------------------------------------------------
      * EL ALTA EXIGE LA CUENTA ACTIVA DE UN PRODUCTO JUVENIL CON
      * TITULAR MENOR DE EDAD, UN NIT DISTINTO AL DEL TITULAR, EL
      * NOMBRE, UN PARENTESCO DE LA TABLA 93 Y EL DOCUMENTO SOPORTE.
      * LA VIGENCIA VA DE HOY HASTA LA FECHA DE MAYORIA (EXCLUSIVE:
      * ESE DIA EL TITULAR YA RESPONDE POR SI MISMO).
      *----------------------------------------------------------------
       HACER-ALTA.
           PERFORM VALIDAR-CUENTA-MENOR
           MOVE LK-TIPSOP TO W-TIPSOP
           IF LK-CODRET-OK
              IF LK-NITREP = ZEROS
              OR LK-NITREP = NITCTA OF REG-MAESTR
              OR LK-NOMREP = SPACES
              OR LK-NROSOP = SPACES
              OR NOT SOPORTE-VALIDO
                 MOVE 5 TO LK-RETCOD
              END-IF
           END-IF
           IF LK-CODRET-OK
              MOVE 93        TO CODTAB OF ZONA-CCATABLAS
              MOVE LK-PARENT TO NROTAB OF ZONA-CCATABLAS
              READ CCATABLAS INVALID KEY
                   MOVE 4 TO LK-RETCOD
              END-READ
           END-IF
           IF LK-CODRET-OK
              IF NO-EXISTE-REPRESENTANTE
                 INITIALIZE REGREPLEG
                 MOVE LK-CODMON    TO CODMON OF REG-REPLEG
                 MOVE LK-CODSIS    TO CODSIS OF REG-REPLEG
                 MOVE LK-CODPRO    TO CODPRO OF REG-REPLEG
                 MOVE LK-AGCCTA    TO AGCCTA OF REG-REPLEG
                 MOVE LK-CTANRO    TO CTANRO OF REG-REPLEG
                 MOVE LK-NITREP    TO NITREP OF REG-REPLEG
                 MOVE LK-CODCAJ    TO USRING OF REG-REPLEG
                 MOVE LK-FECHA-HOY TO FECING OF REG-REPLEG
              END-IF
              IF NO-EXISTE-REPRESENTANTE
              OR ESTADO OF REG-REPLEG NOT = "A"
                 MOVE LK-FECHA-HOY TO FECINI OF REG-REPLEG
              END-IF
              MOVE LK-NOMREP    TO NOMREP OF REG-REPLEG
              MOVE LK-PARENT    TO PARENT OF REG-REPLEG
              MOVE LK-TIPSOP    TO TIPSOP OF REG-REPLEG
              MOVE LK-NROSOP    TO NROSOP OF REG-REPLEG
              MOVE W-FECMAY     TO FECFIN OF REG-REPLEG
                                   LK-FECFIN
              MOVE "A"          TO ESTADO OF REG-REPLEG
              MOVE LK-CODCAJ    TO USRMOD OF REG-REPLEG
              MOVE LK-FECHA-HOY TO FECMOD OF REG-REPLEG
              IF (SI-EXISTE-REPRESENTANTE)
                 REWRITE REG-REPLEG INVALID KEY
                         MOVE 1 TO LK-RETCOD
                 END-REWRITE
              ELSE
                 WRITE REG-REPLEG INVALID KEY
                       MOVE 1 TO LK-RETCOD
                 END-WRITE
              END-IF
              PERFORM AUDITAR-REPRESENTANTE
           END-IF.
      *----------------------------------------------------------------
       HACER-REVOCACION.
           IF (NO-EXISTE-REPRESENTANTE)
              MOVE 1 TO LK-RETCOD
           ELSE
              MOVE "R"          TO ESTADO OF REG-REPLEG
              MOVE LK-CODCAJ    TO USRMOD OF REG-REPLEG
              MOVE LK-FECHA-HOY TO FECMOD OF REG-REPLEG
              MOVE FECFIN OF REG-REPLEG TO LK-FECFIN
              REWRITE REG-REPLEG INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
              PERFORM AUDITAR-REPRESENTANTE
           END-IF.
      *----------------------------------------------------------------
      * CUENTA EXISTENTE Y ACTIVA, PRODUCTO JUVENIL (FILA EN LA TABLA
      * 48) Y TITULAR CON FECHA DE NACIMIENTO QUE AUN NO CUMPLE LA
      * MAYORIA. DEJA EN W-FECMAY LA FECHA DE MAYORIA.
      *----------------------------------------------------------------
       VALIDAR-CUENTA-MENOR.
           MOVE LK-CODMON TO CODMON OF REG-MAESTR
           MOVE LK-CODSIS TO CODSIS OF REG-MAESTR
           MOVE LK-CODPRO TO CODPRO OF REG-MAESTR
           MOVE LK-AGCCTA TO AGCCTA OF REG-MAESTR
           MOVE LK-CTANRO TO CTANRO OF REG-MAESTR
           READ CCAMAEAHO INVALID KEY
                MOVE 1 TO LK-RETCOD
           END-READ
           IF LK-CODRET-OK
           AND INDBAJ OF REG-MAESTR NOT = ZEROS
              MOVE 1 TO LK-RETCOD
           END-IF
           IF LK-CODRET-OK
              MOVE 48        TO CODTAB OF ZONA-CCATABLAS
              MOVE LK-CODPRO TO NROTAB OF ZONA-CCATABLAS
              READ CCATABLAS INVALID KEY
                   MOVE 3 TO LK-RETCOD
              END-READ
           END-IF
           IF LK-CODRET-OK
              MOVE NITCTA OF REG-MAESTR TO NUMINT OF REG-CLIMAE
              READ CLIMAE INVALID KEY
                   MOVE ZEROS TO FECNAC OF REG-CLIMAE
              END-READ
              IF FECNAC OF REG-CLIMAE = ZEROS
                 MOVE 5 TO LK-RETCOD
              ELSE
                 MOVE FECNAC OF REG-CLIMAE TO W-FECMAY
                 ADD  W-EDAMAY             TO AA-FECMAY
                 IF W-FECMAY NOT > LK-FECHA-HOY
                    MOVE 3 TO LK-RETCOD
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       ARMAR-REPRESENTANTE.
           MOVE ESTADO OF REG-REPLEG TO W-REP-ESTADO
           MOVE PARENT OF REG-REPLEG TO W-REP-PARENT
           MOVE TIPSOP OF REG-REPLEG TO W-REP-TIPSOP
           MOVE FECFIN OF REG-REPLEG TO W-REP-FECFIN.
      *----------------------------------------------------------------
      * DOS REGISTROS: EL PRIMERO IDENTIFICA LA CUENTA, LA ACCION Y
      * EL REPRESENTANTE, EL SEGUNDO LLEVA SU ESTADO ANTES Y DESPUES.
      *----------------------------------------------------------------
       AUDITAR-REPRESENTANTE.
           PERFORM ARMAR-REPRESENTANTE
           MOVE W-REPRESENTANTE       TO W-REGNVO
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCAREPLEG"           TO PG-CAMPO  OF CCAGENAUD
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
       TERMINAR.
           CLOSE CCAREPLEG CCAMAEAHO CLIMAE CCATABLAS CCAGENAUD.
           GOBACK.
