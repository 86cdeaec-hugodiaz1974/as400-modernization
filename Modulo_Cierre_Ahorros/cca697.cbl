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
       PROGRAM-ID.    CCA697.
      ******************************************************************
      * FUNCION: ANTIGUEDAD DE LOS PAGOS DE CANCELACION NO COBRADOS.   *
      *          RECORRE EL REGISTRO CCACANPAG POR AGENCIA Y LISTA     *
      *          CADA PARTIDA PENDIENTE CON SUS DIAS DESDE LA EMISION  *
      *          Y SU VALOR EN LA FRANJA QUE LE CORRESPONDE:           *
      *            01 HASTA 30 DIAS       02 DE 31 A 90 DIAS           *
      *            03 DE 91 A 180 DIAS    04 DE 181 A 360 DIAS         *
      *            05 MAS DE 360 DIAS                                  *
      *          LA PARTIDA QUE YA SUPERA EL PLAZO LEGAL (CCATABLAS    *
      *          TABLA 27, NROTAB 1; SI NO ESTA, EL PLAZO DE ABANDONO  *
      *          DEL NROTAB 0) SALE MARCADA CON * Y SE SUMA APARTE:    *
      *          ES LO QUE EL TRASLADO ANUAL (CCA698) LLEVARA A        *
      *          ABANDONADOS. TOTALES POR AGENCIA Y GENERALES.         *
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
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCATABLAS
               ASSIGN          TO DATABASE-CCATABLAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT PLTAGCORI
               ASSIGN          TO DATABASE-PLTAGCORI
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA697R
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
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  PLTAGCORI
           LABEL RECORDS ARE STANDARD.
       01  REG-PLTAGCORI.
           COPY DDS-ALL-FORMATS OF PLTAGCORI.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA697R.
      *
       WORKING-STORAGE SECTION.
      *
       77  W-DIALEG                    PIC 9(05)          VALUE ZEROS.
       77  W-DIASIN                    PIC 9(05)          VALUE ZEROS.
       77  W-FRANJA                    PIC 9(01)          VALUE ZEROS.
       77  W-AGEANT                    PIC 9(05)          VALUE ZEROS.
       77  W-CANAGE                    PIC 9(05)          VALUE ZEROS.
       77  I                           PIC 9(01)          VALUE ZEROS.
       77  PA-CODEMP                   PIC 9(05)          VALUE ZEROS.
      *
      * ACUMULADOS POR FRANJA: 1 AGENCIA, 2 GENERAL.
       01  W-ACUMULADOS.
           05  W-ACU                   OCCURS 2.
               07  W-ACU-CANCTA        PIC 9(09)          VALUE ZEROS.
               07  W-ACU-VLRFRA        PIC S9(15)V99 COMP VALUE ZEROS
                                       OCCURS 5.
               07  W-ACU-TOTPEN        PIC S9(15)V99 COMP VALUE ZEROS.
               07  W-ACU-CANVEN        PIC 9(09)          VALUE ZEROS.
               07  W-ACU-VLRVEN        PIC S9(15)V99 COMP VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCACANPAG           PIC X(02) VALUE "NO".
               88  FIN-CCACANPAG                 VALUE "SI".
               88  NO-FIN-CCACANPAG              VALUE "NO".
           05  CTL-CCATABLAS           PIC X(02) VALUE "NO".
               88  ERROR-CCATABLAS               VALUE "SI".
               88  NO-ERROR-CCATABLAS            VALUE "NO".
           05  CTL-PLTAGCORI           PIC X(02) VALUE "NO".
               88  ERROR-PLTAGCORI               VALUE "SI".
               88  NO-ERROR-PLTAGCORI            VALUE "NO".
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
           COPY PLT219  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA697".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR UNTIL FIN-CCACANPAG.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCACANPAG CCATABLAS PLTAGCORI.
           OPEN OUTPUT REPORTE.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           PERFORM LEER-PLAZO-LEGAL.
           PERFORM LEER-CCACANPAG.
      *----------------------------------------------------------------
      * PLAZO LEGAL DE LOS PAGOS NO COBRADOS: TABLA 27 NROTAB 1, O EL
      * PLAZO DE ABANDONO DE LAS CUENTAS (NROTAB 0) SI NO ESTA.
      *----------------------------------------------------------------
       LEER-PLAZO-LEGAL.
           MOVE ZEROS TO W-DIALEG
           MOVE "NO" TO CTL-CCATABLAS
           MOVE 27   TO CODTAB OF ZONA-CCATABLAS
           MOVE 1    TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS INVALID KEY
                MOVE "SI" TO CTL-CCATABLAS
           END-READ
           IF NO-ERROR-CCATABLAS
              MOVE CAMPO1 OF ZONA-CCATABLAS TO W-DIALEG
           END-IF
           IF W-DIALEG = ZEROS
              MOVE "NO" TO CTL-CCATABLAS
              MOVE 0    TO NROTAB OF ZONA-CCATABLAS
              READ CCATABLAS INVALID KEY
                   MOVE "SI" TO CTL-CCATABLAS
              END-READ
              IF NO-ERROR-CCATABLAS
                 MOVE CAMPO1 OF ZONA-CCATABLAS TO W-DIALEG
              END-IF
           END-IF.
      *----------------------------------------------------------------
       PROCESAR.
           IF ESTADO OF REG-CANPAG = "P"
              IF AGCCTA OF REG-CANPAG NOT = W-AGEANT
                 PERFORM CERRAR-AGENCIA
                 PERFORM ABRIR-AGENCIA
              END-IF
              PERFORM CALCULAR-DIAS-SIN-COBRO
              PERFORM IMPRIMIR-DETALLE
              ADD 1 TO PC504-CANTREG
           END-IF
           PERFORM LEER-CCACANPAG.
      *----------------------------------------------------------------
       CALCULAR-DIAS-SIN-COBRO.
           MOVE FECEMI OF REG-CANPAG TO LK219-FECHA1
           MOVE LK-FECHA-HOY         TO LK219-FECHA2
           MOVE ZEROS                TO LK219-FECHA3
           MOVE 1                    TO LK219-TIPFMT
           MOVE 2                    TO LK219-BASCLC
           MOVE ZEROS                TO LK219-NRODIA
           MOVE 1                    TO LK219-INDDSP
           MOVE 9                    TO LK219-DIASEM
           MOVE SPACES               TO LK219-NOMDIA
           MOVE SPACES               TO LK219-NOMMES
           MOVE ZEROS                TO LK219-CODRET
           MOVE SPACES               TO LK219-MSGERR
           MOVE 4                    TO LK219-TIPOPR
           PERFORM CALL-PLT219
           MOVE LK219-NRODIA         TO W-DIASIN
           IF W-DIASIN NOT > 30
              MOVE 1 TO W-FRANJA
           ELSE
           IF W-DIASIN NOT > 90
              MOVE 2 TO W-FRANJA
           ELSE
           IF W-DIASIN NOT > 180
              MOVE 3 TO W-FRANJA
           ELSE
           IF W-DIASIN NOT > 360
              MOVE 4 TO W-FRANJA
           ELSE
              MOVE 5 TO W-FRANJA
           END-IF
           END-IF
           END-IF
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-DETALLE.
           INITIALIZE CCA697R-DETALLE
           MOVE CTANRO OF REG-CANPAG TO NROCTA OF CCA697R-DETALLE
           MOVE NITCTA OF REG-CANPAG TO NITCTA OF CCA697R-DETALLE
           MOVE NOMCTA OF REG-CANPAG TO NOMCTA OF CCA697R-DETALLE
           MOVE FECEMI OF REG-CANPAG TO FECEMI OF CCA697R-DETALLE
           MOVE W-DIASIN             TO DIASIN OF CCA697R-DETALLE
           IF W-FRANJA = 1
              MOVE VLRPAG OF REG-CANPAG TO VLRR01 OF CCA697R-DETALLE
           ELSE
           IF W-FRANJA = 2
              MOVE VLRPAG OF REG-CANPAG TO VLRR02 OF CCA697R-DETALLE
           ELSE
           IF W-FRANJA = 3
              MOVE VLRPAG OF REG-CANPAG TO VLRR03 OF CCA697R-DETALLE
           ELSE
           IF W-FRANJA = 4
              MOVE VLRPAG OF REG-CANPAG TO VLRR04 OF CCA697R-DETALLE
           ELSE
              MOVE VLRPAG OF REG-CANPAG TO VLRR05 OF CCA697R-DETALLE
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE SPACES TO VENCID OF CCA697R-DETALLE
           IF W-DIALEG > ZEROS
           AND W-DIASIN > W-DIALEG
              MOVE "*" TO VENCID OF CCA697R-DETALLE
           END-IF
           WRITE REPORTE-REG FORMAT IS "DETALLE"
           PERFORM ACUMULAR-PARTIDA VARYING I FROM 1 BY 1
                   UNTIL I > 2.
      *----------------------------------------------------------------
       ACUMULAR-PARTIDA.
           ADD 1                     TO W-ACU-CANCTA (I)
           ADD VLRPAG OF REG-CANPAG  TO W-ACU-VLRFRA (I W-FRANJA)
                                        W-ACU-TOTPEN (I)
           IF VENCID OF CCA697R-DETALLE = "*"
              ADD 1                    TO W-ACU-CANVEN (I)
              ADD VLRPAG OF REG-CANPAG TO W-ACU-VLRVEN (I)
           END-IF.
      *----------------------------------------------------------------
       ABRIR-AGENCIA.
           MOVE AGCCTA OF REG-CANPAG TO W-AGEANT
           ADD 1                     TO W-CANAGE
           INITIALIZE W-ACU (1)
           INITIALIZE CCA697R-HEADER
           MOVE W-AGEANT             TO AGENCIA OF REPORTE-REG
           MOVE W-AGEANT             TO AGCORI OF REG-PLTAGCORI
           MOVE PA-CODEMP            TO CODEMP OF REG-PLTAGCORI
           PERFORM LEER-PLTAGCORI
           IF NO-ERROR-PLTAGCORI
              MOVE NOMAGC OF REG-PLTAGCORI TO NOMAGE OF REPORTE-REG
           END-IF
           MOVE LK-FECHA-HOY         TO FECPRO OF REPORTE-REG
           MOVE W-DIALEG             TO DIALEG OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "HEADER".
      *----------------------------------------------------------------
       CERRAR-AGENCIA.
           IF W-CANAGE > ZEROS
              INITIALIZE CCA697R-TOTALES
              MOVE W-ACU-CANCTA (1)    TO CANCTA OF CCA697R-TOTALES
              MOVE W-ACU-VLRFRA (1 1)  TO VLRR01 OF CCA697R-TOTALES
              MOVE W-ACU-VLRFRA (1 2)  TO VLRR02 OF CCA697R-TOTALES
              MOVE W-ACU-VLRFRA (1 3)  TO VLRR03 OF CCA697R-TOTALES
              MOVE W-ACU-VLRFRA (1 4)  TO VLRR04 OF CCA697R-TOTALES
              MOVE W-ACU-VLRFRA (1 5)  TO VLRR05 OF CCA697R-TOTALES
              MOVE W-ACU-TOTPEN (1)    TO TOTPEN OF CCA697R-TOTALES
              MOVE W-ACU-CANVEN (1)    TO CANVEN OF CCA697R-TOTALES
              MOVE W-ACU-VLRVEN (1)    TO VLRVEN OF CCA697R-TOTALES
              WRITE REPORTE-REG FORMAT IS "TOTALES"
           END-IF.
      *----------------------------------------------------------------
       LEER-CCACANPAG.
           READ CCACANPAG AT END
                MOVE "SI" TO CTL-CCACANPAG.
      *----------------------------------------------------------------
       LEER-PLTAGCORI.
           MOVE "NO" TO CTL-PLTAGCORI
           READ PLTAGCORI INVALID KEY
                MOVE "SI" TO CTL-PLTAGCORI.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       CALL-PLT219.
           CALL "PLT219" USING PA-CODEMP
                         LK219-FECHA1
                         LK219-FECHA2
                         LK219-FECHA3
                         LK219-TIPFMT
                         LK219-BASCLC
                         LK219-NRODIA
                         LK219-INDDSP
                         LK219-DIASEM
                         LK219-NOMDIA
                         LK219-NOMMES
                         LK219-CODRET
                         LK219-MSGERR
                         LK219-TIPOPR.
      *----------------------------------------------------------------
       TERMINAR.
           PERFORM CERRAR-AGENCIA
           INITIALIZE CCA697R-TOTGEN
           MOVE W-CANAGE              TO CANAGE OF CCA697R-TOTGEN
           MOVE W-ACU-CANCTA (2)      TO CANCTA OF CCA697R-TOTGEN
           MOVE W-ACU-VLRFRA (2 1)    TO VLRR01 OF CCA697R-TOTGEN
           MOVE W-ACU-VLRFRA (2 2)    TO VLRR02 OF CCA697R-TOTGEN
           MOVE W-ACU-VLRFRA (2 3)    TO VLRR03 OF CCA697R-TOTGEN
           MOVE W-ACU-VLRFRA (2 4)    TO VLRR04 OF CCA697R-TOTGEN
           MOVE W-ACU-VLRFRA (2 5)    TO VLRR05 OF CCA697R-TOTGEN
           MOVE W-ACU-TOTPEN (2)      TO TOTPEN OF CCA697R-TOTGEN
           MOVE W-ACU-CANVEN (2)      TO CANVEN OF CCA697R-TOTGEN
           MOVE W-ACU-VLRVEN (2)      TO VLRVEN OF CCA697R-TOTGEN
           WRITE REPORTE-REG FORMAT IS "TOTGEN"
           DISPLAY "CCA697 PAGOS PENDIENTES DE COBRO: " W-ACU-CANCTA (2)
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCACANPAG CCATABLAS PLTAGCORI REPORTE.
           STOP  RUN      .
      *----------------------------------------------------------------
