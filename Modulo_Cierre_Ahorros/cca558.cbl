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
       PROGRAM-ID.    CCA558.
      ******************************************************************
      * FUNCION: CUADRE DIARIO POR CAJERO.                             *
      *          CORRE DESPUES DE CCA671. CON LOS MOVIMIENTOS          *
      *          APLICADOS DEL DIA (CCAMOVACE) ARMA, POR AGENCIA       *
      *          ORIGEN (AGCORI), CAJERO (CODCAJ), OPERADOR (USRING) Y *
      *          CODIGO DE TRANSACCION:                                *
      *            - DEBITOS Y CREDITOS EN EFECTIVO (CCACODTRN TIPO DE *
      *              VALOR 1) Y NO EFECTIVO, CANTIDAD Y VALOR;         *
      *            - REVERSIONES: CODIGO QUE ES ALTERNO DE OTRO EN     *
      *              CCACODTRN O ENCOLADO POR CCA567 (USRING           *
      *              REVERSION);                                       *
      *            - CAPTURADOS TARDE: FECHA ORIGEN ANTERIOR A HOY.    *
      *          REVERSIONES Y TARDIOS SON UNA VISTA ADICIONAL: TAMBIEN*
      *          ESTAN SUMADOS EN SU DEBITO O CREDITO.                 *
      *          AL FINAL CUADRA CONTRA PLTCUADRE: LOS DEBITOS Y       *
      *          CREDITOS CON FECHA DE HOY, SUMADOS POR AGENCIA DE LA  *
      *          CUENTA, DEBEN DAR EL DEBDIA/CREDIA QUE CCA671 DEJO    *
      *          PARA ESA OFICINA; LA DIFERENCIA SE IMPRIME Y MARCA.   *
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
           SELECT CCAMOVACE
               ASSIGN          TO DATABASE-CCAMOVACE
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCACODTRN
               ASSIGN          TO DATABASE-CCACODTRN
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT PLTCUADRE
               ASSIGN          TO DATABASE-PLTCUADRE
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
           SELECT CCACAJWRK
               ASSIGN          TO DATABASE-CCACAJWRK
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACAJOFI
               ASSIGN          TO DATABASE-CCACAJOFI
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA558R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAMOVACE
           LABEL RECORDS ARE STANDARD.
       01  REG-MOVACE.
           COPY DDS-ALL-FORMATS OF CCAMOVACE.
      *
       FD  CCACODTRN
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCACODTRN.
           COPY DDS-ALL-FORMATS OF CCACODTRN.
      *
       FD  PLTCUADRE
           LABEL RECORDS ARE STANDARD.
       01  REG-CUADRE.
           COPY DDS-ALL-FORMATS OF PLTCUADRE.
      *
       FD  PLTAGCORI
           LABEL RECORDS ARE STANDARD.
       01  REG-AGCORI.
           COPY DDS-ALL-FORMATS OF PLTAGCORI.
      *
       FD  CCACAJWRK
           LABEL RECORDS ARE STANDARD.
       01  REG-CAJWRK.
           COPY DDS-ALL-FORMATS OF CCACAJWRK.
      *
       FD  CCACAJOFI
           LABEL RECORDS ARE STANDARD.
       01  REG-CAJOFI.
           COPY DDS-ALL-FORMATS OF CCACAJOFI.
      *
       FD  REPORTE
           LABEL RECORDS ARE OMITTED.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA558R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-CANMOV                    PIC 9(09) VALUE ZEROS.
       77  W-CANOFI                    PIC 9(05) VALUE ZEROS.
       77  W-CANDIF                    PIC 9(05) VALUE ZEROS.
       77  W-AGCANT                    PIC 9(05) VALUE ZEROS.
       77  W-CAJANT                    PIC X(10) VALUE SPACES.
       77  W-USRANT                    PIC X(10) VALUE SPACES.
       77  W-NOMAGC                    PIC X(30) VALUE SPACES.
       77  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *
      * DATOS POR CODIGO DE TRANSACCION (CCACODTRN): MARCA DE
      * EFECTIVO (TIPO DE VALOR 1), MARCA DE REVERSION (EL CODIGO ES
      * ALTERNO DE OTRO, MISMO ESQUEMA DE CCA720) Y NOMBRE.
       01  TABLA-CODIGOS.
           05  TABLA-COD               OCCURS 9999 TIMES.
               10  ESEFE               PIC 9(01).
               10  ESREV               PIC 9(01).
               10  NOMTR               PIC X(25).
      *
      * UN MOVIMIENTO CLASIFICADO, PARA SUMARLO AL ACUMULADO.
       01  W-MOVCAJ.
           05  CANDEF                  PIC 9(07).
           05  VLRDEF                  PIC S9(15)V99.
           05  CANCRF                  PIC 9(07).
           05  VLRCRF                  PIC S9(15)V99.
           05  CANDEO                  PIC 9(07).
           05  VLRDEO                  PIC S9(15)V99.
           05  CANCRO                  PIC 9(07).
           05  VLRCRO                  PIC S9(15)V99.
           05  CANREV                  PIC 9(07).
           05  VLRREV                  PIC S9(15)V99.
           05  CANTAR                  PIC 9(07).
           05  VLRTAR                  PIC S9(15)V99.
      *
      * TOTALES DEL REPORTE: 1 = CAJERO, 2 = AGENCIA, 3 = GENERAL.
       01  TABLA-ACUMULADOS.
           05  ACU-NIVEL               OCCURS 3 TIMES.
               10  CANDEF              PIC 9(07).
               10  VLRDEF              PIC S9(15)V99 COMP.
               10  CANCRF              PIC 9(07).
               10  VLRCRF              PIC S9(15)V99 COMP.
               10  CANDEO              PIC 9(07).
               10  VLRDEO              PIC S9(15)V99 COMP.
               10  CANCRO              PIC 9(07).
               10  VLRCRO              PIC S9(15)V99 COMP.
               10  CANREV              PIC 9(07).
               10  VLRREV              PIC S9(15)V99 COMP.
               10  CANTAR              PIC 9(07).
               10  VLRTAR              PIC S9(15)V99 COMP.
      *
       01  CONTROLES.
           05  CTL-CCAMOVACE           PIC X(02) VALUE "NO".
               88  FIN-CCAMOVACE                 VALUE "SI".
               88  NO-FIN-CCAMOVACE              VALUE "NO".
           05  CTL-CCACODTRN           PIC X(02) VALUE "NO".
               88  FIN-CCACODTRN                 VALUE "SI".
               88  NO-FIN-CCACODTRN              VALUE "NO".
           05  CTL-PLTCUADRE           PIC X(02) VALUE "NO".
               88  FIN-PLTCUADRE                 VALUE "SI".
               88  NO-FIN-PLTCUADRE              VALUE "NO".
           05  CTL-CCACAJWRK           PIC X(02) VALUE "NO".
               88  FIN-CCACAJWRK                 VALUE "SI".
               88  NO-FIN-CCACAJWRK              VALUE "NO".
           05  CTL-CCACAJOFI           PIC X(02) VALUE "NO".
               88  FIN-CCACAJOFI                 VALUE "SI".
               88  NO-FIN-CCACAJOFI              VALUE "NO".
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA558".
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
           PERFORM PROCESAR-MOVIMIENTO UNTIL FIN-CCAMOVACE.
           PERFORM CARGAR-CUADRE UNTIL FIN-PLTCUADRE.
           PERFORM INICIAR-CAJEROS.
           PERFORM IMPRIMIR-CAJERO UNTIL FIN-CCACAJWRK.
           PERFORM INICIAR-OFICINAS.
           PERFORM IMPRIMIR-OFICINA UNTIL FIN-CCACAJOFI.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAMOVACE CCACODTRN PLTCUADRE PLTAGCORI.
      *    LOS ACUMULADOS SON DE LA CORRIDA: SE LIMPIAN AL ARRANCAR.
           OPEN OUTPUT CCACAJWRK CCACAJOFI.
           CLOSE       CCACAJWRK CCACAJOFI.
           OPEN I-O    CCACAJWRK CCACAJOFI.
           OPEN OUTPUT REPORTE.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           INITIALIZE TABLA-CODIGOS TABLA-ACUMULADOS
           PERFORM CARGAR-TABLA UNTIL FIN-CCACODTRN
           INITIALIZE CCA558R-HEADER
           MOVE LK-FECHA-HOY TO FECHOY OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "HEADER"
           MOVE "NO"  TO CTL-PLTCUADRE
           MOVE ZEROS TO CODEMP OF REG-CUADRE
                         CODMON OF REG-CUADRE
                         CODSIS OF REG-CUADRE
                         CODPRO OF REG-CUADRE
                         AGCCTA OF REG-CUADRE
           START PLTCUADRE KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-PLTCUADRE
           END-START
           IF NO-FIN-PLTCUADRE
              PERFORM LEER-PLTCUADRE
           END-IF
           PERFORM LEER-CCAMOVACE.
      *----------------------------------------------------------------
       CARGAR-TABLA.
           READ CCACODTRN NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACODTRN
           END-READ
           IF NO-FIN-CCACODTRN
           AND CODTRA OF REGCODTRN > ZEROS
              IF TIPVAL OF REGCODTRN = 1
                 MOVE 1 TO ESEFE (CODTRA OF REGCODTRN)
              END-IF
              MOVE NOLTRA OF REGCODTRN TO NOMTR (CODTRA OF REGCODTRN)
              IF CODALT OF REGCODTRN NOT = ZEROS
                 MOVE 1 TO ESREV (CODALT OF REGCODTRN)
              END-IF
           END-IF.
      *----------------------------------------------------------------
       PROCESAR-MOVIMIENTO.
           IF CODTRA OF REG-MOVACE > ZEROS
              ADD 1 TO W-CANMOV
              PERFORM CLASIFICAR-MOVIMIENTO
              PERFORM ACUMULAR-CAJERO
              IF FORIGE OF REG-MOVACE = LK-FECHA-HOY
                 PERFORM ACUMULAR-OFICINA-MOV
              END-IF
           END-IF
           PERFORM LEER-CCAMOVACE.
      *----------------------------------------------------------------
       CLASIFICAR-MOVIMIENTO.
           INITIALIZE W-MOVCAJ
           IF ESEFE (CODTRA OF REG-MOVACE) = 1
              IF DEBCRE OF REG-MOVACE = 1
                 MOVE 1                    TO CANDEF OF W-MOVCAJ
                 MOVE IMPORT OF REG-MOVACE TO VLRDEF OF W-MOVCAJ
              ELSE
                 MOVE 1                    TO CANCRF OF W-MOVCAJ
                 MOVE IMPORT OF REG-MOVACE TO VLRCRF OF W-MOVCAJ
              END-IF
           ELSE
              IF DEBCRE OF REG-MOVACE = 1
                 MOVE 1                    TO CANDEO OF W-MOVCAJ
                 MOVE IMPORT OF REG-MOVACE TO VLRDEO OF W-MOVCAJ
              ELSE
                 MOVE 1                    TO CANCRO OF W-MOVCAJ
                 MOVE IMPORT OF REG-MOVACE TO VLRCRO OF W-MOVCAJ
              END-IF
           END-IF
           IF ESREV (CODTRA OF REG-MOVACE) = 1
           OR USRING OF REG-MOVACE = "REVERSION"
              MOVE 1                       TO CANREV OF W-MOVCAJ
              MOVE IMPORT OF REG-MOVACE    TO VLRREV OF W-MOVCAJ
           END-IF
           IF FORIGE OF REG-MOVACE < LK-FECHA-HOY
              MOVE 1                       TO CANTAR OF W-MOVCAJ
              MOVE IMPORT OF REG-MOVACE    TO VLRTAR OF W-MOVCAJ
           END-IF.
      *----------------------------------------------------------------
       ACUMULAR-CAJERO.
           MOVE AGCORI OF REG-MOVACE TO AGCORI OF REG-CAJWRK
           MOVE CODCAJ OF REG-MOVACE TO CODCAJ OF REG-CAJWRK
           MOVE USRING OF REG-MOVACE TO USRING OF REG-CAJWRK
           MOVE CODTRA OF REG-MOVACE TO CODTRA OF REG-CAJWRK
           READ CCACAJWRK INVALID KEY
                MOVE AGCORI OF REG-MOVACE TO AGCORI OF REG-CAJWRK
                MOVE CODCAJ OF REG-MOVACE TO CODCAJ OF REG-CAJWRK
                MOVE USRING OF REG-MOVACE TO USRING OF REG-CAJWRK
                MOVE CODTRA OF REG-MOVACE TO CODTRA OF REG-CAJWRK
                MOVE CORR W-MOVCAJ TO REGCAJWRK
                WRITE REG-CAJWRK
           NOT INVALID KEY
                ADD CORR W-MOVCAJ TO REGCAJWRK
                REWRITE REG-CAJWRK
           END-READ.
      *----------------------------------------------------------------
       ACUMULAR-OFICINA-MOV.
           MOVE CODMON OF REG-MOVACE TO CODMON OF REG-CAJOFI
           MOVE AGCCTA OF REG-MOVACE TO AGCCTA OF REG-CAJOFI
           READ CCACAJOFI INVALID KEY
                MOVE CODMON OF REG-MOVACE TO CODMON OF REG-CAJOFI
                MOVE AGCCTA OF REG-MOVACE TO AGCCTA OF REG-CAJOFI
                MOVE ZEROS TO MOVDEB OF REG-CAJOFI
                              MOVCRE OF REG-CAJOFI
                              CUADEB OF REG-CAJOFI
                              CUACRE OF REG-CAJOFI
                PERFORM SUMAR-OFICINA-MOV
                WRITE REG-CAJOFI
           NOT INVALID KEY
                PERFORM SUMAR-OFICINA-MOV
                REWRITE REG-CAJOFI
           END-READ.
      *----------------------------------------------------------------
       SUMAR-OFICINA-MOV.
           IF DEBCRE OF REG-MOVACE = 1
              ADD IMPORT OF REG-MOVACE TO MOVDEB OF REG-CAJOFI
           ELSE
              ADD IMPORT OF REG-MOVACE TO MOVCRE OF REG-CAJOFI
           END-IF.
      *----------------------------------------------------------------
      * CIFRAS DE OFICINA QUE CCA671 DEJO HOY EN PLTCUADRE, SUMADAS
      * POR MONEDA Y AGENCIA SOBRE TODOS LOS PRODUCTOS.
      *----------------------------------------------------------------
       CARGAR-CUADRE.
           IF FECSAL OF REG-CUADRE = LK-FECHA-HOY
              MOVE CODMON OF REG-CUADRE TO CODMON OF REG-CAJOFI
              MOVE AGCCTA OF REG-CUADRE TO AGCCTA OF REG-CAJOFI
              READ CCACAJOFI INVALID KEY
                   MOVE CODMON OF REG-CUADRE TO CODMON OF REG-CAJOFI
                   MOVE AGCCTA OF REG-CUADRE TO AGCCTA OF REG-CAJOFI
                   MOVE ZEROS TO MOVDEB OF REG-CAJOFI
                                 MOVCRE OF REG-CAJOFI
                   MOVE DEBDIA OF REG-CUADRE TO CUADEB OF REG-CAJOFI
                   MOVE CREDIA OF REG-CUADRE TO CUACRE OF REG-CAJOFI
                   WRITE REG-CAJOFI
              NOT INVALID KEY
                   ADD DEBDIA OF REG-CUADRE TO CUADEB OF REG-CAJOFI
                   ADD CREDIA OF REG-CUADRE TO CUACRE OF REG-CAJOFI
                   REWRITE REG-CAJOFI
              END-READ
           END-IF
           PERFORM LEER-PLTCUADRE.
      *----------------------------------------------------------------
      * REPORTE POR AGENCIA ORIGEN, CAJERO Y OPERADOR.
      *----------------------------------------------------------------
       INICIAR-CAJEROS.
           MOVE "NO"   TO CTL-CCACAJWRK
           MOVE ZEROS  TO AGCORI OF REG-CAJWRK
                          CODTRA OF REG-CAJWRK
           MOVE SPACES TO CODCAJ OF REG-CAJWRK
                          USRING OF REG-CAJWRK
           START CCACAJWRK KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCACAJWRK
           END-START
           IF NO-FIN-CCACAJWRK
              PERFORM LEER-CCACAJWRK
           END-IF
           IF NO-FIN-CCACAJWRK
              PERFORM IMPRIMIR-AGENCIA
              PERFORM IMPRIMIR-ENCABEZADO-CAJERO
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-CAJERO.
           IF AGCORI OF REG-CAJWRK NOT = W-AGCANT
              PERFORM IMPRIMIR-TOTAL-CAJERO
              PERFORM IMPRIMIR-TOTAL-AGENCIA
              PERFORM IMPRIMIR-AGENCIA
              PERFORM IMPRIMIR-ENCABEZADO-CAJERO
           ELSE
           IF CODCAJ OF REG-CAJWRK NOT = W-CAJANT
           OR USRING OF REG-CAJWRK NOT = W-USRANT
              PERFORM IMPRIMIR-TOTAL-CAJERO
              PERFORM IMPRIMIR-ENCABEZADO-CAJERO
           END-IF
           END-IF
           INITIALIZE CCA558R-DETALLE
           MOVE CODTRA OF REG-CAJWRK TO CODTRA OF CCA558R-DETALLE
           MOVE NOMTR (CODTRA OF REG-CAJWRK)
                                     TO NOLTRA OF CCA558R-DETALLE
           MOVE CORR REGCAJWRK       TO CCA558R-DETALLE
           WRITE REPORTE-REG FORMAT IS "DETALLE"
           ADD CORR REGCAJWRK TO ACU-NIVEL (1)
           ADD CORR REGCAJWRK TO ACU-NIVEL (2)
           ADD CORR REGCAJWRK TO ACU-NIVEL (3)
           PERFORM LEER-CCACAJWRK
           IF FIN-CCACAJWRK
              PERFORM IMPRIMIR-TOTAL-CAJERO
              PERFORM IMPRIMIR-TOTAL-AGENCIA
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-AGENCIA.
           MOVE AGCORI OF REG-CAJWRK TO W-AGCANT
                                        AGCORI OF REG-AGCORI
           PERFORM LEER-NOMBRE-AGENCIA
           INITIALIZE CCA558R-AGENCIA
           MOVE W-AGCANT             TO AGCORI OF CCA558R-AGENCIA
           MOVE W-NOMAGC             TO NOMAGC OF CCA558R-AGENCIA
           WRITE REPORTE-REG FORMAT IS "AGENCIA".
      *----------------------------------------------------------------
       IMPRIMIR-ENCABEZADO-CAJERO.
           MOVE CODCAJ OF REG-CAJWRK TO W-CAJANT
           MOVE USRING OF REG-CAJWRK TO W-USRANT
           INITIALIZE CCA558R-CAJERO
           MOVE W-CAJANT             TO CODCAJ OF CCA558R-CAJERO
           MOVE W-USRANT             TO USRING OF CCA558R-CAJERO
           WRITE REPORTE-REG FORMAT IS "CAJERO".
      *----------------------------------------------------------------
       IMPRIMIR-TOTAL-CAJERO.
           INITIALIZE CCA558R-TOTCAJ
           MOVE W-CAJANT             TO CODCAJ OF CCA558R-TOTCAJ
           MOVE W-USRANT             TO USRING OF CCA558R-TOTCAJ
           MOVE CORR ACU-NIVEL (1)   TO CCA558R-TOTCAJ
           WRITE REPORTE-REG FORMAT IS "TOTCAJ"
           INITIALIZE ACU-NIVEL (1).
      *----------------------------------------------------------------
       IMPRIMIR-TOTAL-AGENCIA.
           INITIALIZE CCA558R-TOTAGC
           MOVE W-AGCANT             TO AGCORI OF CCA558R-TOTAGC
           MOVE CORR ACU-NIVEL (2)   TO CCA558R-TOTAGC
           WRITE REPORTE-REG FORMAT IS "TOTAGC"
           INITIALIZE ACU-NIVEL (2).
      *----------------------------------------------------------------
      * CUADRE CONTRA LAS CIFRAS DE OFICINA.
      *----------------------------------------------------------------
       INICIAR-OFICINAS.
           MOVE "NO"   TO CTL-CCACAJOFI
           MOVE ZEROS  TO CODMON OF REG-CAJOFI
                          AGCCTA OF REG-CAJOFI
           START CCACAJOFI KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCACAJOFI
           END-START
           IF NO-FIN-CCACAJOFI
              PERFORM LEER-CCACAJOFI
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-OFICINA.
           ADD 1 TO W-CANOFI
           INITIALIZE CCA558R-CUADRE
           MOVE CODMON OF REG-CAJOFI TO CODMON OF CCA558R-CUADRE
           MOVE AGCCTA OF REG-CAJOFI TO AGCCTA OF CCA558R-CUADRE
                                        AGCORI OF REG-AGCORI
           PERFORM LEER-NOMBRE-AGENCIA
           MOVE W-NOMAGC             TO NOMAGC OF CCA558R-CUADRE
           MOVE MOVDEB OF REG-CAJOFI TO MOVDEB OF CCA558R-CUADRE
           MOVE CUADEB OF REG-CAJOFI TO CUADEB OF CCA558R-CUADRE
           MOVE MOVCRE OF REG-CAJOFI TO MOVCRE OF CCA558R-CUADRE
           MOVE CUACRE OF REG-CAJOFI TO CUACRE OF CCA558R-CUADRE
           COMPUTE DIFDEB OF CCA558R-CUADRE =
                   MOVDEB OF REG-CAJOFI - CUADEB OF REG-CAJOFI
           COMPUTE DIFCRE OF CCA558R-CUADRE =
                   MOVCRE OF REG-CAJOFI - CUACRE OF REG-CAJOFI
           IF DIFDEB OF CCA558R-CUADRE NOT = ZEROS
           OR DIFCRE OF CCA558R-CUADRE NOT = ZEROS
              MOVE "DIFERENCIA"      TO MARCA OF CCA558R-CUADRE
              ADD 1 TO W-CANDIF
           END-IF
           WRITE REPORTE-REG FORMAT IS "CUADRE"
           PERFORM LEER-CCACAJOFI.
      *----------------------------------------------------------------
       LEER-NOMBRE-AGENCIA.
           MOVE SPACES    TO W-NOMAGC
           MOVE PA-CODEMP TO CODEMP OF REG-AGCORI
           READ PLTAGCORI
              NOT INVALID KEY
                 MOVE NOMAGC OF REG-AGCORI TO W-NOMAGC
           END-READ.
      *----------------------------------------------------------------
       LEER-CCAMOVACE.
           READ CCAMOVACE NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMOVACE.
      *----------------------------------------------------------------
       LEER-PLTCUADRE.
           READ PLTCUADRE NEXT RECORD AT END
                MOVE "SI" TO CTL-PLTCUADRE.
      *----------------------------------------------------------------
       LEER-CCACAJWRK.
           READ CCACAJWRK NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACAJWRK.
      *----------------------------------------------------------------
       LEER-CCACAJOFI.
           READ CCACAJOFI NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACAJOFI.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE CCA558R-TOTALES
           MOVE CORR ACU-NIVEL (3)   TO CCA558R-TOTALES
           MOVE W-CANOFI             TO CANOFI OF CCA558R-TOTALES
           MOVE W-CANDIF             TO CANDIF OF CCA558R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA558 MOVIMIENTOS LEIDOS......: " W-CANMOV
           DISPLAY "CCA558 OFICINAS CUADRADAS......: " W-CANOFI
           DISPLAY "CCA558 OFICINAS CON DIFERENCIA.: " W-CANDIF
           MOVE W-CANMOV                TO PC504-CANTREG
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMOVACE CCACODTRN PLTCUADRE PLTAGCORI
                 CCACAJWRK CCACAJOFI REPORTE.
           STOP  RUN      .
