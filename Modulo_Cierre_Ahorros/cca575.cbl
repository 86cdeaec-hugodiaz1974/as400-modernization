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
       PROGRAM-ID.    CCA575.
      ******************************************************************
      * FUNCION: REPORTE MENSUAL DE CUENTAS DE BAJO MONTO CERCA DE SUS *
      *          TOPES O POR ENCIMA DE ELLOS. RECORRE LAS CUENTAS      *
      *          VIVAS DE LOS PRODUCTOS CON TOPES EN CCATABLAS TABLA   *
      *          76 (SALDO MAXIMO, DEBITOS Y CREDITOS DEL MES, EN UVT) *
      *          Y LOS CONVIERTE A PESOS CON LA UVT DEL ANO (TABLA 77).*
      *          COMPARA EL SALDO ACTUAL Y LOS ACUMULADOS DEL MES DE   *
      *          CCALIMMES CONTRA CADA TOPE Y LISTA LA CUENTA CUANDO   *
      *          ALGUNO LLEGA AL PORCENTAJE DE ALERTA (TABLA 76 REG. 0,*
      *          POR OMISION 80): "CERCA" O "EXCEDIDO" SI PASA DEL 100.*
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
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCALIMMES
               ASSIGN          TO DATABASE-CCALIMMES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACODPRO
               ASSIGN          TO DATABASE-CCACODPRO
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
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA575R
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
       FD  CCALIMMES
           LABEL RECORDS ARE STANDARD.
       01  REG-LIMMES.
           COPY DDS-ALL-FORMATS OF CCALIMMES.
      *
       FD  CCACODPRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CODPRO.
           COPY DDS-ALL-FORMATS OF CCACODPRO.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA575R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * VALOR DE LA UVT DEL ANO (TABLA 77) Y PORCENTAJE DE ALERTA
      * (TABLA 76 REG. 0).
       77  W-VLRUVT                    PIC 9(09) VALUE ZEROS.
       77  W-PORALE                    PIC 9(03) VALUE 80.
       77  W-PROANT                    PIC 9(04) VALUE 9999.
       77  W-MESHOY                    PIC 9(06) VALUE ZEROS.
       77  W-MESREG                    PIC 9(06) VALUE ZEROS.
       77  W-MAXSAL                    PIC S9(15)V99 VALUE ZEROS.
       77  W-MAXDEB                    PIC S9(15)V99 VALUE ZEROS.
       77  W-MAXCRE                    PIC S9(15)V99 VALUE ZEROS.
       77  W-DEBMES                    PIC S9(13)V99 VALUE ZEROS.
       77  W-CREMES                    PIC S9(13)V99 VALUE ZEROS.
       77  W-PORSAL                    PIC 9(05) VALUE ZEROS.
       77  W-PORDEB                    PIC 9(05) VALUE ZEROS.
       77  W-PORCRE                    PIC 9(05) VALUE ZEROS.
       77  W-PORMAY                    PIC 9(05) VALUE ZEROS.
       77  W-CANCTA                    PIC 9(09) VALUE ZEROS.
       77  W-CANCER                    PIC 9(09) VALUE ZEROS.
       77  W-CANEXC                    PIC 9(09) VALUE ZEROS.
       77  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *
      * TOPES DEL PRODUCTO EN UVT (TABLA 76, CAMPO2).
       01  W-CAMPO2                    PIC X(150) VALUE SPACES.
       01  FILLER                      REDEFINES W-CAMPO2.
           05  W-UVTSAL                PIC 9(09).
           05  W-UVTDEB                PIC 9(09).
           05  W-UVTCRE                PIC 9(09).
           05  FILLER                  PIC X(123).
      *
       01  CONTROLES.
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                 VALUE "SI".
               88  NO-FIN-CCAMAEAHO              VALUE "NO".
           05  CTL-PRODUCTO            PIC X(02) VALUE "NO".
               88  PRODUCTO-CON-TOPES            VALUE "SI".
               88  PRODUCTO-SIN-TOPES            VALUE "NO".
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA575".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR UNTIL FIN-CCAMAEAHO.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAMAEAHO CCALIMMES CCACODPRO CCATABLAS.
           OPEN OUTPUT REPORTE.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           COMPUTE W-MESHOY = LK-FECHA-HOY / 100
           MOVE 77     TO CODTAB OF ZONA-CCATABLAS
           MOVE HOY-AA TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS
              INVALID KEY
                 DISPLAY "CCA575 SIN UVT DEL ANO EN TABLA 77: " HOY-AA
              NOT INVALID KEY
                 MOVE CAMPO1 OF ZONA-CCATABLAS TO W-VLRUVT
           END-READ
           MOVE 76 TO CODTAB OF ZONA-CCATABLAS
           MOVE 0  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS
              NOT INVALID KEY
                 IF CAMPO1 OF ZONA-CCATABLAS > ZEROS
                    MOVE CAMPO1 OF ZONA-CCATABLAS TO W-PORALE
                 END-IF
           END-READ
           INITIALIZE CCA575R-HEADER
           MOVE LK-FECHA-HOY TO FECHOY OF CCA575R-HEADER
           MOVE W-VLRUVT     TO VLRUVT OF REPORTE-REG
           MOVE W-PORALE     TO PORALE OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "HEADER"
           IF W-VLRUVT = ZEROS
              MOVE "SI" TO CTL-CCAMAEAHO
           ELSE
              PERFORM LEER-CCAMAEAHO
           END-IF.
      *----------------------------------------------------------------
       PROCESAR.
           IF CODPRO OF REG-MAESTR NOT = W-PROANT
              PERFORM CAMBIO-PRODUCTO
           END-IF
           IF INDBAJ OF REG-MAESTR = ZEROS
           AND PRODUCTO-CON-TOPES
              ADD 1 TO W-CANCTA
              PERFORM LEER-ACUMULADO-MES
              PERFORM CALCULAR-PORCENTAJES
              IF W-PORMAY NOT < W-PORALE
                 PERFORM IMPRIMIR-DETALLE
              END-IF
           END-IF
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
      * TOPES DEL PRODUCTO EN PESOS; CERO EN UN TOPE ES SIN LIMITE.
      *----------------------------------------------------------------
       CAMBIO-PRODUCTO.
           MOVE CODPRO OF REG-MAESTR TO W-PROANT
           MOVE "NO"                 TO CTL-PRODUCTO
           MOVE ZEROS                TO W-MAXSAL W-MAXDEB W-MAXCRE
           MOVE 76                   TO CODTAB OF ZONA-CCATABLAS
           MOVE CODPRO OF REG-MAESTR TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS
              NOT INVALID KEY
                 MOVE CAMPO2 OF ZONA-CCATABLAS TO W-CAMPO2
                 COMPUTE W-MAXSAL = W-UVTSAL * W-VLRUVT
                 COMPUTE W-MAXDEB = W-UVTDEB * W-VLRUVT
                 COMPUTE W-MAXCRE = W-UVTCRE * W-VLRUVT
                 IF W-MAXSAL > ZEROS
                 OR W-MAXDEB > ZEROS
                 OR W-MAXCRE > ZEROS
                    MOVE "SI" TO CTL-PRODUCTO
                 END-IF
           END-READ
           IF PRODUCTO-CON-TOPES
              PERFORM IMPRIMIR-PRODUCTO
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-PRODUCTO.
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-CODPRO
           READ CCACODPRO INVALID KEY
                MOVE SPACES TO DESCRI OF REG-CODPRO
           END-READ
           INITIALIZE CCA575R-PRODUCTO
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF CCA575R-PRODUCTO
           MOVE DESCRI OF REG-CODPRO TO DESPRO OF REPORTE-REG
           MOVE W-MAXSAL             TO MAXSAL OF REPORTE-REG
           MOVE W-MAXDEB             TO MAXDEB OF REPORTE-REG
           MOVE W-MAXCRE             TO MAXCRE OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "PRODUCTO".
      *----------------------------------------------------------------
      * LOS ACUMULADOS SOLO VALEN SI EL ULTIMO MOVIMIENTO ES DEL MES;
      * LO DEL ULTIMO DIA AUN NO ESTA SUMADO AL MES EN CCALIMMES.
      *----------------------------------------------------------------
       LEER-ACUMULADO-MES.
           MOVE ZEROS TO W-DEBMES W-CREMES
           MOVE CODMON OF REG-MAESTR TO CODMON OF REG-LIMMES
           MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-LIMMES
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-LIMMES
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-LIMMES
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-LIMMES
           READ CCALIMMES
              NOT INVALID KEY
                 COMPUTE W-MESREG = FECHOY OF REG-LIMMES / 100
                 IF W-MESREG = W-MESHOY
                    COMPUTE W-DEBMES = DEBMES OF REG-LIMMES
                                     + DEBHOY OF REG-LIMMES
                    COMPUTE W-CREMES = CREMES OF REG-LIMMES
                                     + CREHOY OF REG-LIMMES
                 END-IF
           END-READ.
      *----------------------------------------------------------------
       CALCULAR-PORCENTAJES.
           MOVE ZEROS TO W-PORSAL W-PORDEB W-PORCRE W-PORMAY
           IF W-MAXSAL > ZEROS
           AND SALACT OF REG-MAESTR > ZEROS
              COMPUTE W-PORSAL ROUNDED =
                      SALACT OF REG-MAESTR * 100 / W-MAXSAL
                      ON SIZE ERROR MOVE 99999 TO W-PORSAL
              END-COMPUTE
           END-IF
           IF W-MAXDEB > ZEROS
           AND W-DEBMES > ZEROS
              COMPUTE W-PORDEB ROUNDED = W-DEBMES * 100 / W-MAXDEB
                      ON SIZE ERROR MOVE 99999 TO W-PORDEB
              END-COMPUTE
           END-IF
           IF W-MAXCRE > ZEROS
           AND W-CREMES > ZEROS
              COMPUTE W-PORCRE ROUNDED = W-CREMES * 100 / W-MAXCRE
                      ON SIZE ERROR MOVE 99999 TO W-PORCRE
              END-COMPUTE
           END-IF
           MOVE W-PORSAL TO W-PORMAY
           IF W-PORDEB > W-PORMAY
              MOVE W-PORDEB TO W-PORMAY
           END-IF
           IF W-PORCRE > W-PORMAY
              MOVE W-PORCRE TO W-PORMAY
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-DETALLE.
           INITIALIZE CCA575R-DETALLE
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF CCA575R-DETALLE
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF CCA575R-DETALLE
           MOVE NITCTA OF REG-MAESTR TO NITCTA OF REPORTE-REG
           MOVE SALACT OF REG-MAESTR TO SALACT OF REPORTE-REG
           MOVE W-PORSAL             TO PORSAL OF REPORTE-REG
           MOVE W-DEBMES             TO DEBMES OF REPORTE-REG
           MOVE W-PORDEB             TO PORDEB OF REPORTE-REG
           MOVE W-CREMES             TO CREMES OF REPORTE-REG
           MOVE W-PORCRE             TO PORCRE OF REPORTE-REG
           IF W-PORMAY > 100
              MOVE "EXCEDIDO"        TO MARCA OF REPORTE-REG
              ADD 1 TO W-CANEXC
           ELSE
              MOVE "CERCA"           TO MARCA OF REPORTE-REG
              ADD 1 TO W-CANCER
           END-IF
           WRITE REPORTE-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMAEAHO.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE CCA575R-TOTALES
           MOVE W-CANCTA TO CANCTA OF REPORTE-REG
           MOVE W-CANCER TO CANCER OF REPORTE-REG
           MOVE W-CANEXC TO CANEXC OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA575 CUENTAS CON TOPES......: " W-CANCTA
           DISPLAY "CCA575 CERCA DEL TOPE.........: " W-CANCER
           DISPLAY "CCA575 POR ENCIMA DEL TOPE....: " W-CANEXC
           COMPUTE PC504-CANTREG = W-CANCER + W-CANEXC
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMAEAHO CCALIMMES CCACODPRO CCATABLAS REPORTE.
           STOP  RUN      .
