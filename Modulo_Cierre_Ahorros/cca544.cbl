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
       PROGRAM-ID.    CCA544.
      ******************************************************************
      * FUNCION: MANTENIMIENTO DEL REGISTRO DE BENEFICIARIOS FINALES   *
      *          (CCABENFIN) DE LOS CLIENTES PERSONA JURIDICA, POR     *
      *          NIT DE LA EMPRESA: DOCUMENTO Y NOMBRE DE CADA         *
      *          PERSONA NATURAL, PORCENTAJE DE PARTICIPACION, ROL     *
      *          DE CONTROL (1 = PROPIEDAD, 2 = CONTROL POR OTROS      *
      *          MEDIOS, 3 = REPRESENTANTE O ADMINISTRADOR) Y FECHA    *
      *          DE LA ULTIMA VERIFICACION. ACCIONES: A = ALTA/CAMBIO, *
      *          B = BAJA (EL REGISTRO QUEDA INACTIVO, NO SE BORRA,    *
      *          PARA CONSERVAR LA HISTORIA QUE PIDE EL RUB). ENTRADA  *
      *          POR LA COMPUERTA CCA519 (PROGRAMA CCA544, FUNCION 00) *
      *          Y TODO CAMBIO QUEDA AUDITADO EN CCAGENAUD.            *
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
           SELECT CCABENFIN
               ASSIGN          TO DATABASE-CCABENFIN
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
       FD  CCABENFIN
           LABEL RECORDS ARE STANDARD.
       01  REG-BENFIN.
           COPY DDS-ALL-FORMATS OF CCABENFIN.
      *
       FD  CCAGENAUD
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAGENAUD.
           COPY DDS-ALL-FORMATS OF CCAGENAUD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  W-EXISTE-BENEF              PIC 9(01) VALUE 0.
           88  NO-EXISTE-BENEF                   VALUE 0.
           88  SI-EXISTE-BENEF                   VALUE 1.
       01  W-ANTES.
           05  W-ANT-PORPAR            PIC 9(03)V99 VALUE ZEROS.
           05  W-ANT-ROLCTL            PIC 9(01)    VALUE ZEROS.
           05  W-ANT-FECVER            PIC 9(08)    VALUE ZEROS.
           05  W-ANT-ESTADO            PIC X(01)    VALUE SPACES.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *HH COMPUERTA DE AUTORIZACION POR FUNCION (VER CCA519).
       01  PARM-CCA519.
           05  W-AUT-USUARIO           PIC X(10) VALUE SPACES.
           05  W-AUT-ESTACI            PIC X(10) VALUE SPACES.
           05  W-AUT-PROGRAMA          PIC X(08) VALUE "CCA544".
           05  W-AUT-FUNCIO            PIC X(02) VALUE "00".
           05  W-AUT-RETCOD            PIC 9(01) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-ACCION                   PIC X(01).
           88  LK-ACCION-ALTA                    VALUE "A".
           88  LK-ACCION-BAJA                    VALUE "B".
       01  LK-CLAVE-BENEF.
           05  LK-NITEMP               PIC 9(15).
           05  LK-NRODOC               PIC 9(15).
       01  LK-DATOS-BENEF.
           05  LK-TIPDOC               PIC 9(02).
           05  LK-NOMBEN               PIC X(50).
           05  LK-PORPAR               PIC 9(03)V99.
           05  LK-ROLCTL               PIC 9(01).
           05  LK-FECVER               PIC 9(08).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-ACCION-INVALIDA         VALUE 2.
           88  LK-CODRET-DATO-INVALIDO           VALUE 3.
           88  LK-CODRET-NO-AUTORIZADO           VALUE 9.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-ACCION LK-CLAVE-BENEF
                                LK-DATOS-BENEF LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-CODRET-OK
              IF LK-ACCION-ALTA
                 PERFORM VALIDAR-DATOS
                 IF LK-CODRET-OK
                    PERFORM HACER-ALTA
                 END-IF
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
           MOVE LK-CODCAJ TO W-AUT-USUARIO
           MOVE ZEROS     TO W-AUT-RETCOD
           CALL "CCA519" USING W-AUT-USUARIO W-AUT-ESTACI
                               W-AUT-PROGRAMA W-AUT-FUNCIO
                               W-AUT-RETCOD
           IF W-AUT-RETCOD NOT = ZEROS
              MOVE 9 TO LK-RETCOD
           END-IF
           OPEN I-O    CCABENFIN.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
           INITIALIZE W-ANTES
           MOVE LK-NITEMP TO NITEMP OF REG-BENFIN
           MOVE LK-NRODOC TO NRODOC OF REG-BENFIN
           READ CCABENFIN INVALID KEY
                MOVE ZEROS TO W-EXISTE-BENEF
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-BENEF
                MOVE PORPAR OF REG-BENFIN TO W-ANT-PORPAR
                MOVE ROLCTL OF REG-BENFIN TO W-ANT-ROLCTL
                MOVE FECVER OF REG-BENFIN TO W-ANT-FECVER
                MOVE ESTADO OF REG-BENFIN TO W-ANT-ESTADO
           END-READ.
      *----------------------------------------------------------------
      * EL BENEFICIARIO ES UNA PERSONA NATURAL DISTINTA DE LA
      * EMPRESA; LA VERIFICACION NO PUEDE SER FUTURA.
      *----------------------------------------------------------------
       VALIDAR-DATOS.
           IF LK-NITEMP = ZEROS
           OR LK-NRODOC = ZEROS
           OR LK-NRODOC = LK-NITEMP
           OR LK-NOMBEN = SPACES
           OR LK-PORPAR > 100
           OR LK-ROLCTL < 1
           OR LK-ROLCTL > 3
           OR LK-FECVER = ZEROS
           OR LK-FECVER > LK-FECHA-HOY
              MOVE 3 TO LK-RETCOD
           END-IF.
      *----------------------------------------------------------------
       HACER-ALTA.
           MOVE LK-NITEMP    TO NITEMP OF REG-BENFIN
           MOVE LK-NRODOC    TO NRODOC OF REG-BENFIN
           MOVE LK-TIPDOC    TO TIPDOC OF REG-BENFIN
           MOVE LK-NOMBEN    TO NOMBEN OF REG-BENFIN
           MOVE LK-PORPAR    TO PORPAR OF REG-BENFIN
           MOVE LK-ROLCTL    TO ROLCTL OF REG-BENFIN
           MOVE LK-FECVER    TO FECVER OF REG-BENFIN
           MOVE "A"          TO ESTADO OF REG-BENFIN
           MOVE LK-CODCAJ    TO USRMOD OF REG-BENFIN
           MOVE LK-FECHA-HOY TO FECMOD OF REG-BENFIN
           IF (SI-EXISTE-BENEF)
              REWRITE REG-BENFIN INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
           ELSE
              WRITE REG-BENFIN INVALID KEY
                    MOVE 1 TO LK-RETCOD
              END-WRITE
           END-IF
           PERFORM GRABAR-CCAGENAUD.
      *----------------------------------------------------------------
       HACER-BAJA.
           IF (NO-EXISTE-BENEF)
              MOVE 1 TO LK-RETCOD
           ELSE
              MOVE "I"          TO ESTADO OF REG-BENFIN
              MOVE LK-CODCAJ    TO USRMOD OF REG-BENFIN
              MOVE LK-FECHA-HOY TO FECMOD OF REG-BENFIN
              REWRITE REG-BENFIN
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCABENFIN"           TO PG-CAMPO  OF CCAGENAUD
           STRING W-ANT-ESTADO W-ANT-PORPAR W-ANT-ROLCTL W-ANT-FECVER
                  LK-NRODOC
                  DELIMITED BY SIZE
                  INTO PG-VLRANT OF CCAGENAUD
           STRING ESTADO OF REG-BENFIN PORPAR OF REG-BENFIN
                  ROLCTL OF REG-BENFIN FECVER OF REG-BENFIN
                  LK-NITEMP
                  DELIMITED BY SIZE
                  INTO PG-VLRNVO OF CCAGENAUD
           MOVE LK-CODCAJ             TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCABENFIN CCAGENAUD.
           GOBACK.
