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
       PROGRAM-ID.    CCA554.
      ******************************************************************
      * FUNCION: MADURACION DIARIA DE LOS SOBREGIROS. CORRE DESPUES DE *
      *          CCA601, QUE DEJA AL DIA FINSOB Y NRODSO DE CADA       *
      *          CUENTA CON SALDO DEUDOR:                              *
      *          - CLASIFICA CADA CUENTA SOBREGIRADA EN SU FRANJA DE   *
      *            DIAS (0-30, 31-60, 61-90, 91-180, MAS DE 180) Y     *
      *            CALCULA LA PROVISION CON EL PORCENTAJE DE LA FRANJA *
      *            (CCATABLAS TABLA 72 REGISTROS 1 A 5).               *
      *          - EL SOBREGIRO QUE LLEGA A LOS DIAS DE CASTIGO (TABLA *
      *            72 REGISTRO 0, POR OMISION 360) SE CASTIGA: PAREJA  *
      *            CONTABLE EN PLTTRNMON, SALDO DE LA CUENTA EN CERO Y *
      *            EL VALOR CASTIGADO EN EL REGISTRO CCASOBCAS.        *
      *          - LOS ABONOS QUE CCA580 DESVIO HOY A RECUPERACION DE  *
      *            CARTERA CASTIGADA (VLRRDI DE CCASOBCAS) SE LLEVAN   *
      *            AL INGRESO CON SU PAREJA CONTABLE.                  *
      *          EL LISTADO TRAE CADA CUENTA SOBREGIRADA Y LOS         *
      *          TOTALES POR FRANJA, DE CASTIGOS Y DE RECUPERACIONES.  *
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
           SELECT CCAMAEAHO
               ASSIGN          TO DATABASE-CCAMAEAHO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCASOBCAS
               ASSIGN          TO DATABASE-CCASOBCAS
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
           SELECT PLTTRNMON
               ASSIGN          TO DATABASE-PLTTRNMON
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA554R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
       FD  CCASOBCAS
           LABEL RECORDS ARE STANDARD.
       01  REG-SOBCAS.
           COPY DDS-ALL-FORMATS OF CCASOBCAS.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  PLTTRNMON
           LABEL RECORDS ARE STANDARD.
       01  REG-PLTTRNMON.
           COPY DDS-ALL-FORMATS OF PLTTRNMON.
      *
       FD  REPORTE
           LABEL RECORDS ARE OMITTED.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA554R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * DIAS DE SOBREGIRO PARA CASTIGO (TABLA 72 REGISTRO 0).
       77  W-DIACAS                    PIC 9(05) VALUE 360.
      *
       77  W-SALDEU                    PIC S9(13)V99 COMP VALUE ZEROS.
       77  W-VLRPRV                    PIC S9(13)V99 COMP VALUE ZEROS.
       77  W-VLRREC                    PIC S9(13)V99 COMP VALUE ZEROS.
       77  W-CANSOB                    PIC 9(09) VALUE ZEROS.
       77  W-TOTSAL                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-TOTPRV                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-CANCAS                    PIC 9(09) VALUE ZEROS.
       77  W-TOTCAS                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-CANREC                    PIC 9(09) VALUE ZEROS.
       77  W-TOTREC                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
       77  I                           PIC 9(01) VALUE ZEROS.
      *
      * NUMERO DE TRANSACCION DE LOS ASIENTOS DE ESTE PROGRAMA EN
      * PLTTRNMON Y SU CONSECUTIVO.
       01  W-NROTRN-SOB                PIC 9(09) VALUE 11999554.
       01  W-CNSTRN-SOB                PIC 9(09) VALUE ZEROS.
      *
      * FRANJAS DE MADURACION DEL SOBREGIRO. EL LIMITE DE CADA
      * FRANJA ES FIJO; EL PORCENTAJE DE PROVISION (CON DOS
      * DECIMALES, 2000 = 20.00 %) SALE DE LA TABLA 72 REGISTROS
      * 1 A 5.
       01  LIMITES-FRANJAS.
           05  FILLER                  PIC 9(05) VALUE 00000.
           05  FILLER                  PIC 9(05) VALUE 00030.
           05  FILLER                  PIC 9(05) VALUE 00031.
           05  FILLER                  PIC 9(05) VALUE 00060.
           05  FILLER                  PIC 9(05) VALUE 00061.
           05  FILLER                  PIC 9(05) VALUE 00090.
           05  FILLER                  PIC 9(05) VALUE 00091.
           05  FILLER                  PIC 9(05) VALUE 00180.
           05  FILLER                  PIC 9(05) VALUE 00181.
           05  FILLER                  PIC 9(05) VALUE 99999.
       01  R-LIMITES-FRANJAS           REDEFINES LIMITES-FRANJAS.
           05  LIMITE                  OCCURS 5 TIMES.
               10  LIM-DIAINI          PIC 9(05).
               10  LIM-DIAFIN          PIC 9(05).
      *
       01  TABLA-FRANJAS.
           05  FRANJA                  OCCURS 5 TIMES.
               10  FRA-PORPRV          PIC 9(03)V99.
               10  FRA-CANCTA          PIC 9(09).
               10  FRA-TOTSAL          PIC S9(15)V99 COMP.
               10  FRA-TOTPRV          PIC S9(15)V99 COMP.
       01  W-NROFRA                    PIC 9(01) VALUE ZEROS.
      *
       01  W-EXISTE-SOBCAS             PIC 9(01) VALUE 0.
           88  NO-EXISTE-SOBCAS                  VALUE 0.
           88  SI-EXISTE-SOBCAS                  VALUE 1.
      *
       01  CONTROLES.
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                 VALUE "SI".
               88  NO-FIN-CCAMAEAHO              VALUE "NO".
           05  CTL-CCASOBCAS           PIC X(02) VALUE "NO".
               88  FIN-CCASOBCAS                 VALUE "SI".
               88  NO-FIN-CCASOBCAS              VALUE "NO".
           05  CTL-CCATABLAS           PIC X(02) VALUE "NO".
               88  ERROR-CCATABLAS               VALUE "SI".
               88  NO-ERROR-CCATABLAS            VALUE "NO".
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA554".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
      ***************************************************************
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM MADURAR-CUENTA UNTIL FIN-CCAMAEAHO.
           PERFORM INICIAR-RECUPERACIONES.
           PERFORM CONTABILIZAR-RECUPERACION UNTIL FIN-CCASOBCAS.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN I-O    CCAMAEAHO CCASOBCAS.
           OPEN INPUT  CCATABLAS.
           OPEN EXTEND PLTTRNMON.
           OPEN OUTPUT REPORTE.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           PERFORM CARGAR-PARAMETROS.
           INITIALIZE CCA554R-HEADER
           MOVE LK-FECHA-HOY TO FECHOY OF REPORTE-REG
           MOVE W-DIACAS     TO DIACAS OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "HEADER"
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
       CARGAR-PARAMETROS.
           MOVE 0 TO NROTAB OF ZONA-CCATABLAS
           PERFORM LEER-TABLA-72
           IF NO-ERROR-CCATABLAS AND CAMPO1 OF ZONA-CCATABLAS > ZEROS
              MOVE CAMPO1 OF ZONA-CCATABLAS TO W-DIACAS
           END-IF
           INITIALIZE TABLA-FRANJAS
           MOVE 1 TO I
           PERFORM CARGAR-FRANJA UNTIL I > 5.
      *----------------------------------------------------------------
       CARGAR-FRANJA.
           MOVE I TO NROTAB OF ZONA-CCATABLAS
           PERFORM LEER-TABLA-72
           IF NO-ERROR-CCATABLAS
              COMPUTE FRA-PORPRV (I) = CAMPO1 OF ZONA-CCATABLAS / 100
           END-IF
           ADD 1 TO I.
      *----------------------------------------------------------------
       LEER-TABLA-72.
           MOVE "NO" TO CTL-CCATABLAS
           MOVE 72   TO CODTAB OF ZONA-CCATABLAS
           READ CCATABLAS INVALID KEY
                MOVE "SI" TO CTL-CCATABLAS
           END-READ.
      *----------------------------------------------------------------
      * CADA CUENTA VIGENTE CON SALDO DEUDOR: FRANJA, PROVISION Y,
      * SI YA CUMPLIO LOS DIAS, CASTIGO.
      *----------------------------------------------------------------
       MADURAR-CUENTA.
           IF INDBAJ OF REG-MAESTR = ZEROS
           AND SALACT OF REG-MAESTR < ZEROS
              COMPUTE W-SALDEU = SALACT OF REG-MAESTR * -1
              MOVE 1 TO W-NROFRA
              PERFORM UBICAR-FRANJA
                 UNTIL NRODSO OF REG-MAESTR NOT >
                       LIM-DIAFIN (W-NROFRA)
              COMPUTE W-VLRPRV ROUNDED =
                      W-SALDEU * FRA-PORPRV (W-NROFRA) / 100
              ADD 1        TO W-CANSOB FRA-CANCTA (W-NROFRA)
              ADD W-SALDEU TO W-TOTSAL FRA-TOTSAL (W-NROFRA)
              ADD W-VLRPRV TO W-TOTPRV FRA-TOTPRV (W-NROFRA)
              PERFORM IMPRIMIR-DETALLE
              IF NRODSO OF REG-MAESTR NOT < W-DIACAS
                 PERFORM CASTIGAR-SOBREGIRO
              END-IF
           END-IF
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
       UBICAR-FRANJA.
           ADD 1 TO W-NROFRA.
      *----------------------------------------------------------------
       IMPRIMIR-DETALLE.
           INITIALIZE CCA554R-DETALLE
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF CCA554R-DETALLE
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF CCA554R-DETALLE
           MOVE NITCTA OF REG-MAESTR TO NITCTA OF CCA554R-DETALLE
           MOVE SALACT OF REG-MAESTR TO SALACT OF CCA554R-DETALLE
           MOVE NRODSO OF REG-MAESTR TO NRODSO OF CCA554R-DETALLE
           MOVE W-NROFRA             TO FRANJA OF CCA554R-DETALLE
           MOVE FRA-PORPRV (W-NROFRA)
                                     TO PORPRV OF CCA554R-DETALLE
           MOVE W-VLRPRV             TO VLRPRV OF CCA554R-DETALLE
           IF NRODSO OF REG-MAESTR NOT < W-DIACAS
              MOVE "CASTIGADA"       TO MARCA  OF CCA554R-DETALLE
           END-IF
           WRITE REPORTE-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
      * CASTIGO: LA PAREJA CONTABLE SALE DEL ACTIVO DE SOBREGIROS
      * CONTRA EL GASTO/PROVISION, LA CUENTA QUEDA EN CERO SIN
      * RASTRO DE SOBREGIRO Y EL VALOR PASA AL REGISTRO DE
      * RECUPERACION. UNA CUENTA CASTIGADA POR SEGUNDA VEZ ACUMULA
      * SOBRE SU REGISTRO.
      *----------------------------------------------------------------
       CASTIGAR-SOBREGIRO.
           PERFORM GRABAR-PAREJA-CASTIGO
           PERFORM GRABAR-CCASOBCAS
           ADD W-SALDEU TO SALACT OF REG-MAESTR
           COMPUTE SALCON OF REG-MAESTR = SALACT OF REG-MAESTR +
                                          DEP24  OF REG-MAESTR +
                                          DEP48  OF REG-MAESTR +
                                          DEP72  OF REG-MAESTR
           MOVE ZEROS    TO FINSOB OF REG-MAESTR
                            NRODSO OF REG-MAESTR
HH         MOVE "CCA554"    TO JRN-PROGRA
HH         CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                             REG-MAESTR
           REWRITE REG-MAESTR
           ADD 1         TO W-CANCAS
           ADD W-SALDEU  TO W-TOTCAS.
      *----------------------------------------------------------------
       GRABAR-CCASOBCAS.
           MOVE CODMON OF REG-MAESTR TO CODMON OF REG-SOBCAS
           MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-SOBCAS
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-SOBCAS
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-SOBCAS
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-SOBCAS
           READ CCASOBCAS INVALID KEY
                MOVE ZEROS TO W-EXISTE-SOBCAS
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-SOBCAS
           END-READ
           IF NO-EXISTE-SOBCAS
              INITIALIZE REGSOBCAS
              MOVE CODMON OF REG-MAESTR TO CODMON OF REG-SOBCAS
              MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-SOBCAS
              MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-SOBCAS
              MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-SOBCAS
              MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-SOBCAS
           END-IF
           MOVE NITCTA OF REG-MAESTR TO NITCTA OF REG-SOBCAS
           MOVE LK-FECHA-HOY         TO FECCAS OF REG-SOBCAS
           MOVE NRODSO OF REG-MAESTR TO DIASOB OF REG-SOBCAS
           ADD  W-SALDEU             TO VLRCAS OF REG-SOBCAS
           MOVE "C"                  TO ESTADO OF REG-SOBCAS
           IF SI-EXISTE-SOBCAS
              REWRITE REG-SOBCAS
           ELSE
              WRITE REG-SOBCAS
           END-IF.
      *----------------------------------------------------------------
      * PAREJA DEL CASTIGO: DEBITO 554 AL GASTO/PROVISION Y CREDITO
      * 555 AL ACTIVO DE SOBREGIROS, EN LA AGENCIA DE LA CUENTA.
      *----------------------------------------------------------------
       GRABAR-PAREJA-CASTIGO.
           PERFORM LLENAR-FIJOS-TRNMON
           MOVE CODMON OF REG-MAESTR TO CODMON OF PLTTRNMON
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF PLTTRNMON
           MOVE AGCCTA OF REG-MAESTR TO AGCORI OF PLTTRNMON
                                        AGCDST OF PLTTRNMON
                                        AGCOPR OF PLTTRNMON
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF PLTTRNMON
                                        NROPRD OF PLTTRNMON
                                        NROREF OF PLTTRNMON
           MOVE NITCTA OF REG-MAESTR TO NRONIT OF PLTTRNMON
           MOVE DESCRI OF REG-MAESTR TO INFDEP OF PLTTRNMON
           MOVE W-SALDEU             TO VLRTRN OF PLTTRNMON
           MOVE 554                  TO CODTRN OF PLTTRNMON
                                        CODOPE OF PLTTRNMON
           MOVE 1                    TO TIPMOV OF PLTTRNMON
           WRITE REG-PLTTRNMON
      *
           ADD  1                    TO W-CNSTRN-SOB
           MOVE W-CNSTRN-SOB         TO CNSTRN OF PLTTRNMON
           MOVE 555                  TO CODTRN OF PLTTRNMON
                                        CODOPE OF PLTTRNMON
           MOVE 2                    TO TIPMOV OF PLTTRNMON
           WRITE REG-PLTTRNMON.
      *----------------------------------------------------------------
       LLENAR-FIJOS-TRNMON.
           INITIALIZE REGTRNMON OF REG-PLTTRNMON
           MOVE PA-CODEMP            TO CODEMP OF PLTTRNMON
           MOVE 99                   TO CODSIS OF PLTTRNMON
           MOVE 5                    TO MEDPAG OF PLTTRNMON
           MOVE W-NROTRN-SOB         TO NROTRN OF PLTTRNMON
           ADD  1                    TO W-CNSTRN-SOB
           MOVE W-CNSTRN-SOB         TO CNSTRN OF PLTTRNMON
           ACCEPT HORTRN OF PLTTRNMON FROM TIME
           MOVE LK-FECHA-HOY         TO FECEFE OF PLTTRNMON
                                        FECPRO OF PLTTRNMON
           MOVE ZEROS                TO ESTTRN OF PLTTRNMON.
      *----------------------------------------------------------------
      * SEGUNDA PASADA: REGISTRO DE CASTIGOS. LO QUE CCA580 DESVIO A
      * RECUPERACION DESDE LA ULTIMA CORRIDA (VLRRDI) SE LLEVA AL
      * INGRESO. UN VLRRDI NEGATIVO ES UNA RECUPERACION YA
      * CONTABILIZADA QUE CCA581 REVERSO: LA PAREJA SE INVIERTE.
      *----------------------------------------------------------------
       INICIAR-RECUPERACIONES.
           MOVE "NO"  TO CTL-CCASOBCAS
           MOVE ZEROS TO CODMON OF REG-SOBCAS
                         CODSIS OF REG-SOBCAS
                         CODPRO OF REG-SOBCAS
                         AGCCTA OF REG-SOBCAS
                         CTANRO OF REG-SOBCAS
           START CCASOBCAS KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCASOBCAS
           END-START
           IF NO-FIN-CCASOBCAS
              PERFORM LEER-CCASOBCAS
           END-IF.
      *----------------------------------------------------------------
       CONTABILIZAR-RECUPERACION.
           IF VLRRDI OF REG-SOBCAS NOT = ZEROS
              PERFORM GRABAR-PAREJA-RECUPERACION
              ADD 1                    TO W-CANREC
              ADD VLRRDI OF REG-SOBCAS TO W-TOTREC
              MOVE ZEROS               TO VLRRDI OF REG-SOBCAS
              REWRITE REG-SOBCAS
           END-IF
           PERFORM LEER-CCASOBCAS.
      *----------------------------------------------------------------
      * PAREJA DE LA RECUPERACION: DEBITO 556 AL PASIVO DE AHORROS
      * (EL ABONO YA ENTRO AL PASIVO POR SU CODIGO NORMAL) Y CREDITO
      * 557 AL INGRESO POR RECUPERACION. LA REVERSION USA 558/559.
      *----------------------------------------------------------------
       GRABAR-PAREJA-RECUPERACION.
           PERFORM LLENAR-FIJOS-TRNMON
           MOVE CODMON OF REG-SOBCAS TO CODMON OF PLTTRNMON
           MOVE CODPRO OF REG-SOBCAS TO CODPRO OF PLTTRNMON
           MOVE AGCCTA OF REG-SOBCAS TO AGCORI OF PLTTRNMON
                                        AGCDST OF PLTTRNMON
                                        AGCOPR OF PLTTRNMON
           MOVE CTANRO OF REG-SOBCAS TO CTANRO OF PLTTRNMON
                                        NROPRD OF PLTTRNMON
                                        NROREF OF PLTTRNMON
           MOVE NITCTA OF REG-SOBCAS TO NRONIT OF PLTTRNMON
           IF VLRRDI OF REG-SOBCAS > ZEROS
              MOVE VLRRDI OF REG-SOBCAS TO W-VLRREC
              MOVE 556               TO CODTRN OF PLTTRNMON
                                        CODOPE OF PLTTRNMON
              MOVE 1                 TO TIPMOV OF PLTTRNMON
           ELSE
              COMPUTE W-VLRREC = VLRRDI OF REG-SOBCAS * -1
              MOVE 558               TO CODTRN OF PLTTRNMON
                                        CODOPE OF PLTTRNMON
              MOVE 2                 TO TIPMOV OF PLTTRNMON
           END-IF
           MOVE W-VLRREC             TO VLRTRN OF PLTTRNMON
           WRITE REG-PLTTRNMON
      *
           ADD  1                    TO W-CNSTRN-SOB
           MOVE W-CNSTRN-SOB         TO CNSTRN OF PLTTRNMON
           IF VLRRDI OF REG-SOBCAS > ZEROS
              MOVE 557               TO CODTRN OF PLTTRNMON
                                        CODOPE OF PLTTRNMON
              MOVE 2                 TO TIPMOV OF PLTTRNMON
           ELSE
              MOVE 559               TO CODTRN OF PLTTRNMON
                                        CODOPE OF PLTTRNMON
              MOVE 1                 TO TIPMOV OF PLTTRNMON
           END-IF
           WRITE REG-PLTTRNMON.
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMAEAHO.
HH         MOVE REG-MAESTR TO JRN-MAEANT.
      *----------------------------------------------------------------
       LEER-CCASOBCAS.
           READ CCASOBCAS NEXT RECORD AT END
                MOVE "SI" TO CTL-CCASOBCAS.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       IMPRIMIR-FRANJA.
           INITIALIZE CCA554R-TOTFRA
           MOVE I                  TO FRANJA OF CCA554R-TOTFRA
           MOVE LIM-DIAINI (I)     TO DIAINI OF CCA554R-TOTFRA
           MOVE LIM-DIAFIN (I)     TO DIAFIN OF CCA554R-TOTFRA
           MOVE FRA-PORPRV (I)     TO PORPRV OF CCA554R-TOTFRA
           MOVE FRA-CANCTA (I)     TO CANCTA OF CCA554R-TOTFRA
           MOVE FRA-TOTSAL (I)     TO TOTSAL OF CCA554R-TOTFRA
           MOVE FRA-TOTPRV (I)     TO TOTPRV OF CCA554R-TOTFRA
           WRITE REPORTE-REG FORMAT IS "TOTFRA"
           ADD 1 TO I.
      *----------------------------------------------------------------
       TERMINAR.
           MOVE 1 TO I
           PERFORM IMPRIMIR-FRANJA UNTIL I > 5
           INITIALIZE CCA554R-TOTALES
           MOVE W-CANSOB TO CANSOB OF CCA554R-TOTALES
           MOVE W-TOTSAL TO TOTSAL OF CCA554R-TOTALES
           MOVE W-TOTPRV TO TOTPRV OF CCA554R-TOTALES
           MOVE W-CANCAS TO CANCAS OF CCA554R-TOTALES
           MOVE W-TOTCAS TO TOTCAS OF CCA554R-TOTALES
           MOVE W-CANREC TO CANREC OF CCA554R-TOTALES
           MOVE W-TOTREC TO TOTREC OF CCA554R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA554 CUENTAS SOBREGIRADAS...: " W-CANSOB
           DISPLAY "CCA554 CUENTAS CASTIGADAS.....: " W-CANCAS
           DISPLAY "CCA554 RECUPERACIONES.........: " W-CANREC
           MOVE W-CANSOB                TO PC504-CANTREG
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMAEAHO CCASOBCAS CCATABLAS PLTTRNMON REPORTE.
           STOP  RUN      .
