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
       PROGRAM-ID.    CCA674.
      ******************************************************************
      * FUNCION: MANTENIMIENTO DEL REGISTRO DE EMPLEADOS (CCAEMPLEA)   *
      *          Y DE SUS PARIENTES (CCAEMPPAR). EL EMPLEADO SE        *
      *          REGISTRA POR SU USUARIO DEL SISTEMA (EL QUE QUEDA EN  *
      *          USRING/CODCAJ DE LOS MOVIMIENTOS) CON SU NIT, NOMBRE, *
      *          AGENCIA Y MARCA DE GERENTE DE LA AGENCIA; EL PARIENTE *
      *          SE REGISTRA POR NIT CON SU PARENTESCO (CODIGO DE LA   *
      *          TABLA 93 DE CCATABLAS). LO USA LA VIGILANCIA DE       *
      *          CUENTAS DE EMPLEADOS (CCA675).                        *
      *          ACCIONES: A = ALTA/CAMBIO DEL EMPLEADO,               *
      *          R = RETIRO DEL EMPLEADO, P = ALTA DE PARIENTE,        *
      *          Q = QUITAR PARIENTE (UN ALTA POSTERIOR LO REACTIVA).  *
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
           SELECT CCAEMPLEA
               ASSIGN          TO DATABASE-CCAEMPLEA
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAEMPPAR
               ASSIGN          TO DATABASE-CCAEMPPAR
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
       FD  CCAEMPLEA
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPLEA.
           COPY DDS-ALL-FORMATS OF CCAEMPLEA.
      *
       FD  CCAEMPPAR
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPPAR.
           COPY DDS-ALL-FORMATS OF CCAEMPPAR.
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
       01  W-EXISTE-EMPLEADO           PIC 9(01) VALUE 0.
           88  NO-EXISTE-EMPLEADO                VALUE 0.
           88  SI-EXISTE-EMPLEADO                VALUE 1.
       01  W-EXISTE-PARIENTE           PIC 9(01) VALUE 0.
           88  NO-EXISTE-PARIENTE                VALUE 0.
           88  SI-EXISTE-PARIENTE                VALUE 1.
      *
      * REGISTRO COMO QUEDA EN LA AUDITORIA (ANTES Y DESPUES).
       01  W-EMPLEADO.
           05  W-EMP-ESTADO            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-EMP-AGCEMP            PIC 9(05) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-EMP-INDGER            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-EMP-NITEMP            PIC 9(15) VALUE ZEROS.
       01  W-PARIENTE.
           05  W-PAR-ESTADO            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-PAR-PARENT            PIC 9(02) VALUE ZEROS.
       01  W-REGANT                    PIC X(30) VALUE SPACES.
       01  W-REGNVO                    PIC X(30) VALUE SPACES.
       01  W-CAMPO-AUDITORIA           PIC X(10) VALUE SPACES.
       01  W-LLAVE-EMPLEADO.
           05  FILLER                  PIC X(01) VALUE "E".
           05  W-AUD-USRID             PIC X(10) VALUE SPACES.
       01  W-LLAVE-PARIENTE.
           05  W-AUD-NITEMP            PIC 9(15) VALUE ZEROS.
           05  W-AUD-NITPAR            PIC 9(15) VALUE ZEROS.
       01  W-LLAVE-AUDITORIA           PIC X(30) VALUE SPACES.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-ACCION                   PIC X(01).
           88  LK-ACCION-ALTA                    VALUE "A".
           88  LK-ACCION-RETIRO                  VALUE "R".
           88  LK-ACCION-PARIENTE                VALUE "P".
           88  LK-ACCION-QUITAR                  VALUE "Q".
       01  LK-DATOS-EMPLEADO.
           05  LK-USRID                PIC X(10).
           05  LK-NITEMP               PIC 9(15).
           05  LK-NOMEMP               PIC X(40).
           05  LK-AGCEMP               PIC 9(05).
           05  LK-INDGER               PIC X(01).
       01  LK-DATOS-PARIENTE.
           05  LK-NITPAR               PIC 9(15).
           05  LK-PARENT               PIC 9(02).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-ACCION-INVALIDA         VALUE 2.
           88  LK-CODRET-EMPLEADO-RETIRADO       VALUE 3.
           88  LK-CODRET-PARENTESCO-INVALIDO     VALUE 4.
           88  LK-CODRET-DATOS-INVALIDOS         VALUE 5.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-ACCION LK-DATOS-EMPLEADO
                                LK-DATOS-PARIENTE LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-ACCION-ALTA
              PERFORM HACER-ALTA
           ELSE
           IF LK-ACCION-RETIRO
              PERFORM HACER-RETIRO
           ELSE
           IF LK-ACCION-PARIENTE
           OR LK-ACCION-QUITAR
              PERFORM MANTENER-PARIENTE
           ELSE
              MOVE 2 TO LK-RETCOD
           END-IF
           END-IF
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0 TO LK-RETCOD.
           OPEN I-O    CCAEMPLEA CCAEMPPAR.
           OPEN INPUT  CCATABLAS.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
           MOVE LK-USRID TO USRID OF REG-EMPLEA W-AUD-USRID
           READ CCAEMPLEA INVALID KEY
                MOVE ZEROS TO W-EXISTE-EMPLEADO
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-EMPLEADO
           END-READ
           MOVE SPACES TO W-REGANT
           IF SI-EXISTE-EMPLEADO
              PERFORM ARMAR-EMPLEADO
              MOVE W-EMPLEADO TO W-REGANT
           END-IF.
      *----------------------------------------------------------------
      * EL ALTA EXIGE USUARIO, NIT, NOMBRE Y AGENCIA; LA MARCA DE
      * GERENTE ES "S" O "N". UN EMPLEADO RETIRADO SE REACTIVA.
      *----------------------------------------------------------------
       HACER-ALTA.
           IF LK-USRID  = SPACES
           OR LK-NITEMP = ZEROS
           OR LK-NOMEMP = SPACES
           OR LK-AGCEMP = ZEROS
           OR (LK-INDGER NOT = "S" AND LK-INDGER NOT = "N")
              MOVE 5 TO LK-RETCOD
           END-IF
           IF LK-CODRET-OK
              IF NO-EXISTE-EMPLEADO
                 INITIALIZE REGEMPLEA
                 MOVE LK-USRID     TO USRID  OF REG-EMPLEA
              END-IF
              IF NO-EXISTE-EMPLEADO
              OR ESTADO OF REG-EMPLEA NOT = "A"
                 MOVE LK-FECHA-HOY TO FECING OF REG-EMPLEA
                 MOVE ZEROS        TO FECRET OF REG-EMPLEA
              END-IF
              MOVE LK-NITEMP    TO NITEMP OF REG-EMPLEA
              MOVE LK-NOMEMP    TO NOMEMP OF REG-EMPLEA
              MOVE LK-AGCEMP    TO AGCEMP OF REG-EMPLEA
              MOVE LK-INDGER    TO INDGER OF REG-EMPLEA
              MOVE "A"          TO ESTADO OF REG-EMPLEA
              MOVE LK-CODCAJ    TO USRMOD OF REG-EMPLEA
              MOVE LK-FECHA-HOY TO FECMOD OF REG-EMPLEA
              IF (SI-EXISTE-EMPLEADO)
                 REWRITE REG-EMPLEA INVALID KEY
                         MOVE 1 TO LK-RETCOD
                 END-REWRITE
              ELSE
                 WRITE REG-EMPLEA INVALID KEY
                       MOVE 1 TO LK-RETCOD
                 END-WRITE
              END-IF
              PERFORM AUDITAR-EMPLEADO
           END-IF.
      *----------------------------------------------------------------
       HACER-RETIRO.
           IF (NO-EXISTE-EMPLEADO)
              MOVE 1 TO LK-RETCOD
           ELSE
              MOVE "R"          TO ESTADO OF REG-EMPLEA
              MOVE LK-FECHA-HOY TO FECRET OF REG-EMPLEA
              MOVE LK-CODCAJ    TO USRMOD OF REG-EMPLEA
              MOVE LK-FECHA-HOY TO FECMOD OF REG-EMPLEA
              REWRITE REG-EMPLEA INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
              PERFORM AUDITAR-EMPLEADO
           END-IF.
      *----------------------------------------------------------------
      * EL PARIENTE SE ANOTA CONTRA EL NIT DEL EMPLEADO REGISTRADO
      * (ACTIVO); EL PARENTESCO DEBE EXISTIR EN LA TABLA 93.
      *----------------------------------------------------------------
       MANTENER-PARIENTE.
           IF (NO-EXISTE-EMPLEADO)
              MOVE 1 TO LK-RETCOD
           ELSE
              IF ESTADO OF REG-EMPLEA NOT = "A"
                 MOVE 3 TO LK-RETCOD
              END-IF
           END-IF
           IF LK-CODRET-OK
           AND (LK-NITPAR = ZEROS
                OR LK-NITPAR = NITEMP OF REG-EMPLEA)
              MOVE 5 TO LK-RETCOD
           END-IF
           IF LK-CODRET-OK
              MOVE NITEMP OF REG-EMPLEA TO NITEMP OF REG-EMPPAR
                                           W-AUD-NITEMP
              MOVE LK-NITPAR            TO NITPAR OF REG-EMPPAR
                                           W-AUD-NITPAR
              READ CCAEMPPAR INVALID KEY
                   MOVE ZEROS TO W-EXISTE-PARIENTE
              NOT INVALID KEY
                   MOVE 1     TO W-EXISTE-PARIENTE
              END-READ
              MOVE SPACES TO W-REGANT
              IF SI-EXISTE-PARIENTE
                 MOVE ESTADO OF REG-EMPPAR TO W-PAR-ESTADO
                 MOVE PARENT OF REG-EMPPAR TO W-PAR-PARENT
                 MOVE W-PARIENTE           TO W-REGANT
              END-IF
              IF LK-ACCION-PARIENTE
                 PERFORM ALTA-PARIENTE
              ELSE
                 PERFORM QUITAR-PARIENTE
              END-IF
           END-IF.
      *----------------------------------------------------------------
       ALTA-PARIENTE.
           MOVE 93        TO CODTAB OF ZONA-CCATABLAS
           MOVE LK-PARENT TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS INVALID KEY
                MOVE 4 TO LK-RETCOD
           END-READ
           IF LK-CODRET-OK
              IF NO-EXISTE-PARIENTE
                 INITIALIZE REGEMPPAR
                 MOVE NITEMP OF REG-EMPLEA TO NITEMP OF REG-EMPPAR
                 MOVE LK-NITPAR            TO NITPAR OF REG-EMPPAR
              END-IF
              MOVE LK-PARENT    TO PARENT OF REG-EMPPAR
              MOVE "A"          TO ESTADO OF REG-EMPPAR
              MOVE LK-CODCAJ    TO USRMOD OF REG-EMPPAR
              MOVE LK-FECHA-HOY TO FECMOD OF REG-EMPPAR
              IF (SI-EXISTE-PARIENTE)
                 REWRITE REG-EMPPAR INVALID KEY
                         MOVE 1 TO LK-RETCOD
                 END-REWRITE
              ELSE
                 WRITE REG-EMPPAR INVALID KEY
                       MOVE 1 TO LK-RETCOD
                 END-WRITE
              END-IF
              PERFORM AUDITAR-PARIENTE
           END-IF.
      *----------------------------------------------------------------
       QUITAR-PARIENTE.
           IF (NO-EXISTE-PARIENTE)
              MOVE 1 TO LK-RETCOD
           ELSE
              MOVE "C"          TO ESTADO OF REG-EMPPAR
              MOVE LK-CODCAJ    TO USRMOD OF REG-EMPPAR
              MOVE LK-FECHA-HOY TO FECMOD OF REG-EMPPAR
              REWRITE REG-EMPPAR INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
              PERFORM AUDITAR-PARIENTE
           END-IF.
      *----------------------------------------------------------------
       ARMAR-EMPLEADO.
           MOVE ESTADO OF REG-EMPLEA TO W-EMP-ESTADO
           MOVE AGCEMP OF REG-EMPLEA TO W-EMP-AGCEMP
           MOVE INDGER OF REG-EMPLEA TO W-EMP-INDGER
           MOVE NITEMP OF REG-EMPLEA TO W-EMP-NITEMP.
      *----------------------------------------------------------------
       AUDITAR-EMPLEADO.
           PERFORM ARMAR-EMPLEADO
           MOVE W-EMPLEADO        TO W-REGNVO
           MOVE "CCAEMPLEA"       TO W-CAMPO-AUDITORIA
           MOVE W-LLAVE-EMPLEADO  TO W-LLAVE-AUDITORIA
           PERFORM GRABAR-CCAGENAUD.
      *----------------------------------------------------------------
       AUDITAR-PARIENTE.
           MOVE ESTADO OF REG-EMPPAR TO W-PAR-ESTADO
           MOVE PARENT OF REG-EMPPAR TO W-PAR-PARENT
           MOVE W-PARIENTE        TO W-REGNVO
           MOVE "CCAEMPPAR"       TO W-CAMPO-AUDITORIA
           MOVE W-LLAVE-PARIENTE  TO W-LLAVE-AUDITORIA
           PERFORM GRABAR-CCAGENAUD.
      *----------------------------------------------------------------
      * DOS REGISTROS: EL PRIMERO IDENTIFICA EL REGISTRO CAMBIADO Y
      * LA ACCION, EL SEGUNDO LLEVA SU ESTADO ANTES Y DESPUES.
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE W-CAMPO-AUDITORIA     TO PG-CAMPO  OF CCAGENAUD
           MOVE LK-CODCAJ             TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           MOVE W-LLAVE-AUDITORIA     TO PG-VLRANT OF CCAGENAUD
           MOVE LK-ACCION             TO PG-VLRNVO OF CCAGENAUD
           WRITE REG-CCAGENAUD
           MOVE W-REGANT              TO PG-VLRANT OF CCAGENAUD
           MOVE W-REGNVO              TO PG-VLRNVO OF CCAGENAUD
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCAEMPLEA CCAEMPPAR CCATABLAS CCAGENAUD.
           GOBACK.
