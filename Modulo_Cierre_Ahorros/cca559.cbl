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
       PROGRAM-ID.    CCA559.
      ******************************************************************
      * FUNCION: MANTENIMIENTO DE LA TABLA DE CUENTAS CONTABLES        *
      *          (CCACTACON) CON LA QUE CCA630 CONTABILIZA EL DIA: POR *
      *          PRODUCTO, CODIGO DE TRANSACCION Y SENTIDO (1 DEBITO,  *
      *          2 CREDITO), LA CUENTA DEBITO Y LA CUENTA CREDITO,     *
      *          VIGENTES DESDE FECINI HASTA FECFIN (EN CEROS = SIN    *
      *          FECHA FINAL). DOS VIGENCIAS ACTIVAS DE LA MISMA       *
      *          LLAVE NO PUEDEN CRUZARSE. ACCIONES: A = ALTA/CAMBIO,  *
      *          B = BAJA (EL REGISTRO QUEDA INACTIVO, NO SE BORRA).   *
      *          ENTRADA POR LA COMPUERTA CCA519 (PROGRAMA CCA559,     *
      *          FUNCION 00) Y TODO CAMBIO QUEDA AUDITADO EN CCAGENAUD.*
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
           SELECT CCACTACON
               ASSIGN          TO DATABASE-CCACTACON
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
       FD  CCACTACON
           LABEL RECORDS ARE STANDARD.
       01  REG-CTACON.
           COPY DDS-ALL-FORMATS OF CCACTACON.
      *
       FD  CCAGENAUD
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAGENAUD.
           COPY DDS-ALL-FORMATS OF CCAGENAUD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  W-EXISTE-CTACON             PIC 9(01) VALUE 0.
           88  NO-EXISTE-CTACON                  VALUE 0.
           88  SI-EXISTE-CTACON                  VALUE 1.
       01  W-ANTES.
           05  W-ANT-ESTADO            PIC X(01)    VALUE SPACES.
           05  W-ANT-FECFIN            PIC 9(08)    VALUE ZEROS.
      *
      * FIN DE VIGENCIA PARA COMPARAR: SIN FECHA FINAL ES ABIERTA.
       01  W-FINNVO                    PIC 9(08) VALUE ZEROS.
       01  W-FINOTR                    PIC 9(08) VALUE ZEROS.
       01  CONTROLES.
           05  CTL-CCACTACON           PIC X(02) VALUE "NO".
               88  FIN-CCACTACON                 VALUE "SI".
               88  NO-FIN-CCACTACON              VALUE "NO".
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      * COMPUERTA DE AUTORIZACION POR FUNCION (VER CCA519).
       01  PARM-CCA519.
           05  W-AUT-USUARIO           PIC X(10) VALUE SPACES.
           05  W-AUT-ESTACI            PIC X(10) VALUE SPACES.
           05  W-AUT-PROGRAMA          PIC X(08) VALUE "CCA559".
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
       01  LK-CLAVE-CTACON.
           05  LK-CODPRO               PIC 9(03).
           05  LK-CODTRA               PIC 9(05).
           05  LK-DEBCRE               PIC 9(01).
           05  LK-FECINI               PIC 9(08).
       01  LK-DATOS-CTACON.
           05  LK-FECFIN               PIC 9(08).
           05  LK-CTADEB               PIC X(10).
           05  LK-CTACRE               PIC X(10).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-ACCION-INVALIDA         VALUE 2.
           88  LK-CODRET-DATO-INVALIDO           VALUE 3.
           88  LK-CODRET-VIGENCIA-CRUZADA        VALUE 4.
           88  LK-CODRET-NO-AUTORIZADO           VALUE 9.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-ACCION LK-CLAVE-CTACON
                                LK-DATOS-CTACON LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-CODRET-OK
              IF LK-ACCION-ALTA
                 PERFORM VALIDAR-DATOS
                 IF LK-CODRET-OK
                    PERFORM VERIFICAR-CRUCE
                 END-IF
                 IF LK-CODRET-OK
                    PERFORM LEER-CTACON
                    PERFORM HACER-ALTA
                 END-IF
              ELSE
              IF LK-ACCION-BAJA
                 PERFORM LEER-CTACON
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
           OPEN I-O    CCACTACON.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
           INITIALIZE W-ANTES.
      *----------------------------------------------------------------
       LEER-CTACON.
           MOVE LK-CODPRO TO CODPRO OF REG-CTACON
           MOVE LK-CODTRA TO CODTRA OF REG-CTACON
           MOVE LK-DEBCRE TO DEBCRE OF REG-CTACON
           MOVE LK-FECINI TO FECINI OF REG-CTACON
           READ CCACTACON INVALID KEY
                MOVE ZEROS TO W-EXISTE-CTACON
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-CTACON
                MOVE ESTADO OF REG-CTACON TO W-ANT-ESTADO
                MOVE FECFIN OF REG-CTACON TO W-ANT-FECFIN
           END-READ.
      *----------------------------------------------------------------
      * LAS DOS CUENTAS SON OBLIGATORIAS Y DISTINTAS; LA VIGENCIA
      * TERMINA DESPUES DE EMPEZAR O QUEDA ABIERTA.
      *----------------------------------------------------------------
       VALIDAR-DATOS.
           IF LK-CODTRA = ZEROS
           OR LK-DEBCRE < 1
           OR LK-DEBCRE > 2
           OR LK-FECINI = ZEROS
           OR LK-CTADEB = SPACES
           OR LK-CTACRE = SPACES
           OR LK-CTADEB = LK-CTACRE
              MOVE 3 TO LK-RETCOD
           END-IF
           IF LK-FECFIN NOT = ZEROS
           AND LK-FECFIN < LK-FECINI
              MOVE 3 TO LK-RETCOD
           END-IF.
      *----------------------------------------------------------------
      * NINGUNA OTRA VIGENCIA ACTIVA DE LA MISMA LLAVE PUEDE CRUZARSE
      * CON LA QUE SE GRABA.
      *----------------------------------------------------------------
       VERIFICAR-CRUCE.
           IF LK-FECFIN = ZEROS
              MOVE 99999999  TO W-FINNVO
           ELSE
              MOVE LK-FECFIN TO W-FINNVO
           END-IF
           MOVE "NO"      TO CTL-CCACTACON
           MOVE LK-CODPRO TO CODPRO OF REG-CTACON
           MOVE LK-CODTRA TO CODTRA OF REG-CTACON
           MOVE LK-DEBCRE TO DEBCRE OF REG-CTACON
           MOVE ZEROS     TO FECINI OF REG-CTACON
           START CCACTACON KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCACTACON
           END-START
           PERFORM REVISAR-VIGENCIA UNTIL FIN-CCACTACON.
      *----------------------------------------------------------------
       REVISAR-VIGENCIA.
           READ CCACTACON NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACTACON
           END-READ
           IF NO-FIN-CCACTACON
              IF CODPRO OF REG-CTACON NOT = LK-CODPRO
              OR CODTRA OF REG-CTACON NOT = LK-CODTRA
              OR DEBCRE OF REG-CTACON NOT = LK-DEBCRE
                 MOVE "SI" TO CTL-CCACTACON
              ELSE
              IF FECINI OF REG-CTACON NOT = LK-FECINI
              AND ESTADO OF REG-CTACON = "A"
                 IF FECFIN OF REG-CTACON = ZEROS
                    MOVE 99999999 TO W-FINOTR
                 ELSE
                    MOVE FECFIN OF REG-CTACON TO W-FINOTR
                 END-IF
                 IF FECINI OF REG-CTACON NOT > W-FINNVO
                 AND LK-FECINI NOT > W-FINOTR
                    MOVE 4    TO LK-RETCOD
                    MOVE "SI" TO CTL-CCACTACON
                 END-IF
              END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       HACER-ALTA.
           MOVE LK-CODPRO    TO CODPRO OF REG-CTACON
           MOVE LK-CODTRA    TO CODTRA OF REG-CTACON
           MOVE LK-DEBCRE    TO DEBCRE OF REG-CTACON
           MOVE LK-FECINI    TO FECINI OF REG-CTACON
           MOVE LK-FECFIN    TO FECFIN OF REG-CTACON
           MOVE LK-CTADEB    TO CTADEB OF REG-CTACON
           MOVE LK-CTACRE    TO CTACRE OF REG-CTACON
           MOVE "A"          TO ESTADO OF REG-CTACON
           MOVE LK-CODCAJ    TO USRMOD OF REG-CTACON
           MOVE LK-FECHA-HOY TO FECMOD OF REG-CTACON
           IF (SI-EXISTE-CTACON)
              REWRITE REG-CTACON INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
           ELSE
              WRITE REG-CTACON INVALID KEY
                    MOVE 1 TO LK-RETCOD
              END-WRITE
           END-IF
           PERFORM GRABAR-CCAGENAUD.
      *----------------------------------------------------------------
       HACER-BAJA.
           IF (NO-EXISTE-CTACON)
              MOVE 1 TO LK-RETCOD
           ELSE
              MOVE "I"          TO ESTADO OF REG-CTACON
              MOVE LK-CODCAJ    TO USRMOD OF REG-CTACON
              MOVE LK-FECHA-HOY TO FECMOD OF REG-CTACON
              REWRITE REG-CTACON
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCACTACON"           TO PG-CAMPO  OF CCAGENAUD
      *    LAS CUENTAS ANTERIORES ESTAN EN EL VALOR NUEVO DEL REGISTRO
      *    DE AUDITORIA PREVIO DE LA MISMA LLAVE.
           STRING LK-CLAVE-CTACON W-ANT-ESTADO W-ANT-FECFIN
                  DELIMITED BY SIZE
                  INTO PG-VLRANT OF CCAGENAUD
           STRING ESTADO OF REG-CTACON CTADEB OF REG-CTACON
                  CTACRE OF REG-CTACON FECFIN OF REG-CTACON
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
           CLOSE CCACTACON CCAGENAUD.
           GOBACK.
