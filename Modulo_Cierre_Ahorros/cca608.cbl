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
       PROGRAM-ID.    CCA608.
      ******************************************************************
      * FUNCION: CARTERA Y GESTION POR OFICIAL RESPONSABLE (RESPON),   *
      *          MENSUAL. CORRE DESPUES DEL CIERRE DEL MES (CCA720 Y   *
      *          CCA770 YA DEJARON LOS ACUMULADOS Y EL PROMEDIO DEL    *
      *          MES EN EL SLOT 1 DE TABSAL). POR OFICIAL TOTALIZA:    *
      *          CUENTAS ABIERTAS, CANCELADAS E INACTIVADAS EN EL MES  *
      *          (FAPERT, Y FCIERR CON INDBAJ O INDINA, COMO LO DEJAN  *
      *          LA CANCELACION Y CCA660), CUENTAS Y SALDO AL CIERRE,  *
      *          SALDO PROMEDIO DEL MES, INTERESES PAGADOS (CREDITO    *
      *          DEL GRUPO LK-TRAINT DE CCATRAPRO) Y COMISIONES        *
      *          COBRADAS (DEBITO DEL GRUPO LK-TRA004, VER CCA652),    *
      *          ESTOS DOS DEL ACUMULADO DEL MES EN CCAACUMUL. LA      *
      *          FOTO DEL MES QUEDA EN CCARESMES (PERIODO + OFICIAL)   *
      *          Y EL CRECIMIENTO SE MIDE CONTRA LA DEL MES ANTERIOR.  *
      *          LOS OFICIALES SE REGISTRAN EN LA TABLA 86 DE          *
      *          CCATABLAS (NROTAB = RESPON, CAMPO1 = 1 ACTIVO, CAMPO2 *
      *          = NOMBRE); LAS CUENTAS VIGENTES SIN OFICIAL, CON UN   *
      *          OFICIAL QUE NO ESTA EN LA TABLA O CON UNO INACTIVO    *
      *          SALEN EN CCA608R2 PARA REASIGNARLAS.                  *
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
           SELECT CCAACUMUL
               ASSIGN          TO DATABASE-CCAACUMUL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCATRAPRO
               ASSIGN          TO DATABASE-CCATRAPRO
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
           SELECT CCARESMES
               ASSIGN          TO DATABASE-CCARESMES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA608R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT REPREASIG
               ASSIGN          TO FORMATFILE-CCA608R2
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
       FD  CCAACUMUL
           LABEL RECORDS ARE STANDARD.
       01  REG-ACUMUL.
           COPY DDS-ALL-FORMATS OF CCAACUMUL.
      *
       FD  CCATRAPRO
           LABEL RECORDS ARE STANDARD.
       01  REG-TRAPRO.
           COPY DDS-ALL-FORMATS OF CCATRAPRO.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  CCARESMES
           LABEL RECORDS ARE STANDARD.
       01  REG-RESMES.
           COPY DDS-ALL-FORMATS OF CCARESMES.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA608R.
      *
       FD  REPREASIG
           LABEL RECORDS ARE STANDARD.
       01  REPREASIG-REG.
           COPY DDS-ALL-FORMATS OF CCA608R2.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-CANREV                    PIC 9(09)          VALUE ZEROS.
       77  W-CANOFI                    PIC 9(05)          VALUE ZEROS.
       77  W-CODTRA                    PIC 9(05)          VALUE ZEROS.
       77  W-PROMED                    PIC S9(15)V99      VALUE ZEROS.
       77  W-VLRINT                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-VLRCOM                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-SALANT                    PIC S9(15)V99      VALUE ZEROS.
       77  W-CTAANT                    PIC 9(07)          VALUE ZEROS.
       77  W-VARSAL                    PIC S9(15)V99      VALUE ZEROS.
       77  W-PORVAR                    PIC S9(05)V99      VALUE ZEROS.
      *
      * OFICIAL DE LA ULTIMA CONSULTA A LA TABLA 86 (EL MAESTRO VA POR
      * CUENTA, PERO LAS CUENTAS SEGUIDAS SUELEN SER DEL MISMO).
       77  W-RESBUS                    PIC 9(05)          VALUE 99999.
       77  W-NOMOFI                    PIC X(40)          VALUE SPACES.
       01  W-ESTOFI                    PIC 9(01)          VALUE 0.
           88  OFICIAL-NO-EXISTE                          VALUE 0.
           88  OFICIAL-ACTIVO                             VALUE 1.
           88  OFICIAL-INACTIVO                           VALUE 2.
      *
      * TOTALES GENERALES DEL REPORTE DE OFICIALES.
       01  W-TOTALES.
           05  W-TOT-CANCTA            PIC 9(07)          VALUE ZEROS.
           05  W-TOT-CANAPE            PIC 9(07)          VALUE ZEROS.
           05  W-TOT-CANCAN            PIC 9(07)          VALUE ZEROS.
           05  W-TOT-CANINA            PIC 9(07)          VALUE ZEROS.
           05  W-TOT-SALFIN            PIC S9(15)V99 COMP VALUE ZEROS.
           05  W-TOT-SALPRO            PIC S9(15)V99 COMP VALUE ZEROS.
           05  W-TOT-VLRINT            PIC S9(15)V99 COMP VALUE ZEROS.
           05  W-TOT-VLRCOM            PIC S9(15)V99 COMP VALUE ZEROS.
           05  W-TOT-SALANT            PIC S9(15)V99 COMP VALUE ZEROS.
      *
      * TOTALES DEL LISTADO DE CUENTAS POR REASIGNAR.
       01  W-REASIGNAR.
           05  W-REA-CANSIN            PIC 9(07)          VALUE ZEROS.
           05  W-REA-CANNOE            PIC 9(07)          VALUE ZEROS.
           05  W-REA-CANINA            PIC 9(07)          VALUE ZEROS.
           05  W-REA-CANTOT            PIC 9(07)          VALUE ZEROS.
           05  W-REA-SALTOT            PIC S9(15)V99 COMP VALUE ZEROS.
      *
      * CLASE DE CADA CODIGO DE TRANSACCION, INDEXADO POR CODTRA:
      * 1 = INTERES PAGADO, 2 = COMISION COBRADA.
       01  TABLA-CLASES                PIC X(9999) VALUE ZEROS.
       01  RED-TABLA-CLASES            REDEFINES  TABLA-CLASES.
           05  CLACOD                  PIC 9(01)  OCCURS 9999 TIMES.
      *
      * PERIODO DEL REPORTE (EL MES DE HOY) Y EL ANTERIOR.
       01  W-PERIOD                    PIC 9(06) VALUE ZEROS.
       01  R-W-PERIOD                  REDEFINES W-PERIOD.
           05  W-PER-AA                PIC 9(04).
           05  W-PER-MM                PIC 9(02).
       01  W-PERANT                    PIC 9(06) VALUE ZEROS.
       01  R-W-PERANT                  REDEFINES W-PERANT.
           05  W-ANT-AA                PIC 9(04).
           05  W-ANT-MM                PIC 9(02).
      *
       01  W-FECHA                     PIC 9(08) VALUE ZEROS.
       01  R-W-FECHA                   REDEFINES W-FECHA.
           05  W-FEC-PERIOD            PIC 9(06).
           05  W-FEC-DD                PIC 9(02).
      *
      * LLAVE DEL OFICIAL EN PROCESO AL RECORRER CCARESMES.
       01  W-LLAVE-RESMES.
           05  W-LLA-PERIOD            PIC 9(06) VALUE ZEROS.
           05  W-LLA-RESPON            PIC 9(05) VALUE ZEROS.
      *
       01  W-EXISTE                    PIC 9(01) VALUE 0.
           88  NO-EXISTE                         VALUE 0.
           88  SI-EXISTE                         VALUE 1.
      *
       01  CONTROLES.
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                 VALUE "SI".
               88  NO-FIN-CCAMAEAHO              VALUE "NO".
           05  CTL-CCAACUMUL           PIC X(02) VALUE "NO".
               88  FIN-CCAACUMUL                 VALUE "SI".
               88  NO-FIN-CCAACUMUL              VALUE "NO".
           05  CTL-CCATRAPRO           PIC X(02) VALUE "NO".
               88  FIN-CCATRAPRO                 VALUE "SI".
               88  NO-FIN-CCATRAPRO              VALUE "NO".
           05  CTL-CCARESMES           PIC X(02) VALUE "NO".
               88  FIN-CCARESMES                 VALUE "SI".
               88  NO-FIN-CCARESMES              VALUE "NO".
      *
      * PROMEDIOS MENSUALES DE SALDO DEL MAESTRO (TABSAL).
           COPY CATABPRO OF CCACPY.
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
           COPY PARGEN  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA608".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
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
           OPEN INPUT  CCAMAEAHO CCAACUMUL CCATRAPRO CCATABLAS.
           OPEN I-O    CCARESMES.
           OPEN OUTPUT REPORTE REPREASIG.
           PERFORM CALL-CCA500.
           PERFORM CALL-CCA501.
           MOVE LK-FECHA-HOY TO W-FECHA
           MOVE W-FEC-PERIOD TO W-PERIOD
           MOVE W-PERIOD     TO W-PERANT
           IF W-ANT-MM = 1
              SUBTRACT 1 FROM W-ANT-AA
              MOVE 12 TO W-ANT-MM
           ELSE
              SUBTRACT 1 FROM W-ANT-MM
           END-IF
           PERFORM CARGAR-CLASES UNTIL FIN-CCATRAPRO.
           PERFORM BORRAR-FOTO-PERIODO.
           INITIALIZE CCA608R2-HEADER
           MOVE W-PERIOD     TO PERIOD OF CCA608R2-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF CCA608R2-HEADER
           WRITE REPREASIG-REG FORMAT IS "HEADER"
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
      * INTERESES: CODIGO CREDITO DEL GRUPO LK-TRAINT; COMISIONES:
      * CODIGO DEBITO DEL GRUPO LK-TRA004 (EL QUE COBRA CCA652).
      *----------------------------------------------------------------
       CARGAR-CLASES.
           READ CCATRAPRO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCATRAPRO
           END-READ
           IF NO-FIN-CCATRAPRO
              IF CODPRO OF REG-TRAPRO = LK-TRAINT
              AND TRACRE OF REG-TRAPRO > ZEROS
              AND TRACRE OF REG-TRAPRO < 10000
                 MOVE 1 TO CLACOD (TRACRE OF REG-TRAPRO)
              END-IF
              IF CODPRO OF REG-TRAPRO = LK-TRA004
              AND TRADEB OF REG-TRAPRO > ZEROS
              AND TRADEB OF REG-TRAPRO < 10000
                 MOVE 2 TO CLACOD (TRADEB OF REG-TRAPRO)
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * UNA REPETICION DEL MES REEMPLAZA LA FOTO QUE YA ESTABA.
      *----------------------------------------------------------------
       BORRAR-FOTO-PERIODO.
           MOVE "NO"     TO CTL-CCARESMES
           MOVE W-PERIOD TO PERIOD OF REG-RESMES
           MOVE ZEROS    TO RESPON OF REG-RESMES
           START CCARESMES KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCARESMES
           END-START
           PERFORM BORRAR-OFICIAL UNTIL FIN-CCARESMES.
      *----------------------------------------------------------------
       BORRAR-OFICIAL.
           PERFORM LEER-CCARESMES
           IF NO-FIN-CCARESMES
              DELETE CCARESMES RECORD
           END-IF.
      *----------------------------------------------------------------
       PROCESAR.
           ADD 1 TO W-CANREV
           IF INDBAJ OF REG-MAESTR = 0
           OR FCIERR OF REG-MAESTR (1:6) = W-PERIOD
              PERFORM ACUMULAR-OFICIAL
              IF INDBAJ OF REG-MAESTR = 0
                 PERFORM VALIDAR-OFICIAL
              END-IF
           END-IF
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
      * LA CUENTA SUMA A LA FOTO DEL MES DE SU OFICIAL. LA CANCELADA
      * EN EL MES CUENTA COMO CANCELACION Y APORTA LO QUE MOVIO; LA
      * VIGENTE APORTA SALDO, PROMEDIO Y, SI CCA660 LA INACTIVO EN EL
      * MES, LA INACTIVACION.
      *----------------------------------------------------------------
       ACUMULAR-OFICIAL.
           MOVE W-PERIOD             TO PERIOD OF REG-RESMES
           MOVE RESPON OF REG-MAESTR TO RESPON OF REG-RESMES
           READ CCARESMES INVALID KEY
                MOVE ZEROS TO W-EXISTE
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE
           END-READ
           IF NO-EXISTE
              INITIALIZE REGRESMES
              MOVE W-PERIOD             TO PERIOD OF REG-RESMES
              MOVE RESPON OF REG-MAESTR TO RESPON OF REG-RESMES
              MOVE LK-FECHA-HOY         TO FECPRO OF REG-RESMES
           END-IF
           MOVE FAPERT OF REG-MAESTR TO W-FECHA
           IF W-FEC-PERIOD = W-PERIOD
              ADD 1 TO CANAPE OF REG-RESMES
           END-IF
           IF INDBAJ OF REG-MAESTR NOT = 0
              ADD 1 TO CANCAN OF REG-RESMES
           ELSE
              ADD 1                    TO CANCTA OF REG-RESMES
              ADD SALACT OF REG-MAESTR TO SALFIN OF REG-RESMES
              MOVE FCIERR OF REG-MAESTR TO W-FECHA
              IF INDINA OF REG-MAESTR = 1
              AND W-FEC-PERIOD = W-PERIOD
                 ADD 1 TO CANINA OF REG-RESMES
              END-IF
              PERFORM CALCULAR-PROMEDIO
              ADD W-PROMED             TO SALPRO OF REG-RESMES
           END-IF
           PERFORM SUMAR-ACUMULADOS
           ADD W-VLRINT              TO VLRINT OF REG-RESMES
           ADD W-VLRCOM              TO VLRCOM OF REG-RESMES
           IF SI-EXISTE
              REWRITE REG-RESMES
           ELSE
              WRITE REG-RESMES
           END-IF.
      *----------------------------------------------------------------
      * PROMEDIO DEL MES CERRADO: SLOT 1 DE TABSAL, SALDO ACREEDOR
      * SOBRE DIAS (LO MISMO QUE CCA770 ARCHIVA LUEGO EN CCAPROMHIS).
      *----------------------------------------------------------------
       CALCULAR-PROMEDIO.
           MOVE ZEROS                TO W-PROMED
           MOVE TABSAL OF REG-MAESTR TO TABLA-PROMEDIOS
           IF CANT-ACREED (1) NUMERIC
           AND SALDO-ACREED (1) NUMERIC
              IF CANT-ACREED (1) > ZEROS
                 COMPUTE W-PROMED ROUNDED = SALDO-ACREED (1) /
                                            CANT-ACREED (1)
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * INTERESES PAGADOS Y COMISIONES COBRADAS: ACUMES DE LOS CODIGOS
      * CLASIFICADOS, CON EL MES YA CERRADO POR CCA720.
      *----------------------------------------------------------------
       SUMAR-ACUMULADOS.
           MOVE ZEROS                TO W-VLRINT W-VLRCOM
           MOVE "NO"                 TO CTL-CCAACUMUL
           MOVE CODMON OF REG-MAESTR TO CODMON OF REG-ACUMUL
           MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-ACUMUL
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-ACUMUL
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-ACUMUL
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-ACUMUL
           MOVE ZEROS                TO CODTRA OF REG-ACUMUL
           START CCAACUMUL KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAACUMUL
           END-START
           PERFORM SUMAR-ACUMULADO UNTIL FIN-CCAACUMUL.
      *----------------------------------------------------------------
       SUMAR-ACUMULADO.
           READ CCAACUMUL NEXT AT END
                MOVE "SI" TO CTL-CCAACUMUL
           END-READ
           IF NO-FIN-CCAACUMUL
              IF CODMON OF REG-ACUMUL NOT = CODMON OF REG-MAESTR
              OR CODSIS OF REG-ACUMUL NOT = CODSIS OF REG-MAESTR
              OR CODPRO OF REG-ACUMUL NOT = CODPRO OF REG-MAESTR
              OR AGCCTA OF REG-ACUMUL NOT = AGCCTA OF REG-MAESTR
              OR CTANRO OF REG-ACUMUL NOT = CTANRO OF REG-MAESTR
                 MOVE "SI" TO CTL-CCAACUMUL
              ELSE
                 MOVE CODTRA OF REG-ACUMUL TO W-CODTRA
                 IF W-CODTRA > ZEROS AND W-CODTRA < 10000
                    IF CLACOD (W-CODTRA) = 1
                       ADD ACUMES OF REG-ACUMUL TO W-VLRINT
                    END-IF
                    IF CLACOD (W-CODTRA) = 2
                       ADD ACUMES OF REG-ACUMUL TO W-VLRCOM
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * LA CUENTA VIGENTE SIN OFICIAL, CON UNO QUE NO ESTA EN LA TABLA
      * 86 O CON UNO INACTIVO SE LISTA PARA REASIGNARLA.
      *----------------------------------------------------------------
       VALIDAR-OFICIAL.
           MOVE RESPON OF REG-MAESTR TO W-RESBUS
           PERFORM BUSCAR-OFICIAL
           INITIALIZE CCA608R2-DETALLE
           IF RESPON OF REG-MAESTR = ZEROS
              MOVE "SIN OFICIAL ASIGNADO"  TO MOTIVO OF CCA608R2-DETALLE
              ADD 1 TO W-REA-CANSIN
           ELSE
              IF OFICIAL-NO-EXISTE
                 MOVE "OFICIAL NO REGISTRADO" TO
                      MOTIVO OF CCA608R2-DETALLE
                 ADD 1 TO W-REA-CANNOE
              ELSE
                 IF OFICIAL-INACTIVO
                    MOVE "OFICIAL INACTIVO"   TO
                         MOTIVO OF CCA608R2-DETALLE
                    ADD 1 TO W-REA-CANINA
                 END-IF
              END-IF
           END-IF
           IF MOTIVO OF CCA608R2-DETALLE NOT = SPACES
              MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF CCA608R2-DETALLE
              MOVE CODPRO OF REG-MAESTR TO CODPRO OF CCA608R2-DETALLE
              MOVE CTANRO OF REG-MAESTR TO CTANRO OF CCA608R2-DETALLE
              MOVE DESCRI OF REG-MAESTR TO DESCRI OF CCA608R2-DETALLE
              MOVE RESPON OF REG-MAESTR TO RESPON OF CCA608R2-DETALLE
              MOVE SALACT OF REG-MAESTR TO SALACT OF CCA608R2-DETALLE
              WRITE REPREASIG-REG FORMAT IS "DETALLE"
              ADD 1                    TO W-REA-CANTOT
              ADD SALACT OF REG-MAESTR TO W-REA-SALTOT
           END-IF.
      *----------------------------------------------------------------
      * TABLA 86: NROTAB = RESPON, CAMPO1 = 1 ACTIVO (OTRO VALOR =
      * INACTIVO), CAMPO2 = NOMBRE DEL OFICIAL.
      *----------------------------------------------------------------
       BUSCAR-OFICIAL.
           IF W-RESBUS NOT = NROTAB OF ZONA-CCATABLAS
           OR CODTAB OF ZONA-CCATABLAS NOT = 86
              MOVE ZEROS  TO W-ESTOFI
              MOVE SPACES TO W-NOMOFI
              MOVE 86       TO CODTAB OF ZONA-CCATABLAS
              MOVE W-RESBUS TO NROTAB OF ZONA-CCATABLAS
              READ CCATABLAS
                 INVALID KEY
                    MOVE ZEROS TO CODTAB OF ZONA-CCATABLAS
                 NOT INVALID KEY
                    MOVE CAMPO2 OF ZONA-CCATABLAS TO W-NOMOFI
                    IF CAMPO1 OF ZONA-CCATABLAS = 1
                       MOVE 1 TO W-ESTOFI
                    ELSE
                       MOVE 2 TO W-ESTOFI
                    END-IF
              END-READ
           END-IF.
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMAEAHO.
      *----------------------------------------------------------------
       LEER-CCARESMES.
           READ CCARESMES NEXT RECORD AT END
                MOVE "SI" TO CTL-CCARESMES
           END-READ
           IF NO-FIN-CCARESMES
              IF PERIOD OF REG-RESMES NOT = W-PERIOD
                 MOVE "SI" TO CTL-CCARESMES
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * REPORTE POR OFICIAL EN EL ORDEN DE CCARESMES. LA FOTO DEL MES
      * ANTERIOR SE LEE AL AZAR, ASI QUE DESPUES SE REPOSICIONA EL
      * ARCHIVO DETRAS DEL OFICIAL EN PROCESO.
      *----------------------------------------------------------------
       IMPRIMIR-OFICIALES.
           INITIALIZE CCA608R-HEADER
           MOVE W-PERIOD     TO PERIOD OF CCA608R-HEADER
           MOVE W-PERANT     TO PERANT OF CCA608R-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF CCA608R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
           MOVE "NO"     TO CTL-CCARESMES
           MOVE W-PERIOD TO PERIOD OF REG-RESMES
           MOVE ZEROS    TO RESPON OF REG-RESMES
           START CCARESMES KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCARESMES
           END-START
           IF NO-FIN-CCARESMES
              PERFORM LEER-CCARESMES
           END-IF
           PERFORM IMPRIMIR-OFICIAL UNTIL FIN-CCARESMES.
      *----------------------------------------------------------------
       IMPRIMIR-OFICIAL.
           ADD 1 TO W-CANOFI
           INITIALIZE CCA608R-OFICIAL
           MOVE RESPON OF REG-RESMES TO RESPON OF CCA608R-OFICIAL
           MOVE CANCTA OF REG-RESMES TO CANCTA OF CCA608R-OFICIAL
           MOVE CANAPE OF REG-RESMES TO CANAPE OF CCA608R-OFICIAL
           MOVE CANCAN OF REG-RESMES TO CANCAN OF CCA608R-OFICIAL
           MOVE CANINA OF REG-RESMES TO CANINA OF CCA608R-OFICIAL
           MOVE SALFIN OF REG-RESMES TO SALFIN OF CCA608R-OFICIAL
           MOVE SALPRO OF REG-RESMES TO SALPRO OF CCA608R-OFICIAL
           MOVE VLRINT OF REG-RESMES TO VLRINT OF CCA608R-OFICIAL
           MOVE VLRCOM OF REG-RESMES TO VLRCOM OF CCA608R-OFICIAL
           ADD CANCTA OF REG-RESMES  TO W-TOT-CANCTA
           ADD CANAPE OF REG-RESMES  TO W-TOT-CANAPE
           ADD CANCAN OF REG-RESMES  TO W-TOT-CANCAN
           ADD CANINA OF REG-RESMES  TO W-TOT-CANINA
           ADD SALFIN OF REG-RESMES  TO W-TOT-SALFIN
           ADD SALPRO OF REG-RESMES  TO W-TOT-SALPRO
           ADD VLRINT OF REG-RESMES  TO W-TOT-VLRINT
           ADD VLRCOM OF REG-RESMES  TO W-TOT-VLRCOM
           IF RESPON OF REG-RESMES = ZEROS
              MOVE "SIN OFICIAL ASIGNADO" TO NOMOFI OF CCA608R-OFICIAL
           ELSE
              MOVE RESPON OF REG-RESMES TO W-RESBUS
              PERFORM BUSCAR-OFICIAL
              MOVE W-NOMOFI             TO NOMOFI OF CCA608R-OFICIAL
              IF OFICIAL-ACTIVO
                 MOVE "ACTIVO"        TO ESTOFI OF CCA608R-OFICIAL
              ELSE
                 IF OFICIAL-INACTIVO
                    MOVE "INACTIVO"      TO ESTOFI OF CCA608R-OFICIAL
                 ELSE
                    MOVE "NO REGISTRADO" TO ESTOFI OF CCA608R-OFICIAL
                 END-IF
              END-IF
           END-IF
           MOVE PERIOD OF REG-RESMES TO W-LLA-PERIOD
           MOVE RESPON OF REG-RESMES TO W-LLA-RESPON
           MOVE SALFIN OF REG-RESMES TO W-VARSAL
           MOVE CANCTA OF REG-RESMES TO VARCTA OF CCA608R-OFICIAL
           PERFORM LEER-FOTO-ANTERIOR
           SUBTRACT W-SALANT FROM W-VARSAL
           SUBTRACT W-CTAANT FROM VARCTA OF CCA608R-OFICIAL
           MOVE W-SALANT             TO SALANT OF CCA608R-OFICIAL
           MOVE W-VARSAL             TO VARSAL OF CCA608R-OFICIAL
           ADD  W-SALANT             TO W-TOT-SALANT
           PERFORM CALCULAR-PORCENTAJE
           MOVE W-PORVAR             TO PORVAR OF CCA608R-OFICIAL
           WRITE REPORTE-REG FORMAT IS "OFICIAL"
           PERFORM LEER-CCARESMES.
      *----------------------------------------------------------------
       LEER-FOTO-ANTERIOR.
           MOVE ZEROS        TO W-SALANT W-CTAANT
           MOVE W-PERANT     TO PERIOD OF REG-RESMES
           MOVE W-LLA-RESPON TO RESPON OF REG-RESMES
           READ CCARESMES
              NOT INVALID KEY
                 MOVE SALFIN OF REG-RESMES TO W-SALANT
                 MOVE CANCTA OF REG-RESMES TO W-CTAANT
           END-READ
           MOVE W-LLA-PERIOD TO PERIOD OF REG-RESMES
           MOVE W-LLA-RESPON TO RESPON OF REG-RESMES
           START CCARESMES KEY > EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCARESMES
           END-START.
      *----------------------------------------------------------------
      * CRECIMIENTO PORCENTUAL DEL SALDO CONTRA EL MES ANTERIOR; SIN
      * SALDO ANTERIOR NO HAY BASE Y QUEDA EN CERO.
      *----------------------------------------------------------------
       CALCULAR-PORCENTAJE.
           MOVE ZEROS TO W-PORVAR
           IF W-SALANT > ZEROS
              COMPUTE W-PORVAR ROUNDED = W-VARSAL * 100 / W-SALANT
                 ON SIZE ERROR
                    MOVE 99999.99 TO W-PORVAR
              END-COMPUTE
           END-IF.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       CALL-CCA501.
           CALL "CCA501" USING LK-CCAPARGEN.
      *----------------------------------------------------------------
       TERMINAR.
           PERFORM IMPRIMIR-OFICIALES
           INITIALIZE CCA608R-TOTALES
           MOVE W-CANREV     TO CANREV OF CCA608R-TOTALES
           MOVE W-CANOFI     TO CANOFI OF CCA608R-TOTALES
           MOVE W-TOT-CANCTA TO CANCTA OF CCA608R-TOTALES
           MOVE W-TOT-CANAPE TO CANAPE OF CCA608R-TOTALES
           MOVE W-TOT-CANCAN TO CANCAN OF CCA608R-TOTALES
           MOVE W-TOT-CANINA TO CANINA OF CCA608R-TOTALES
           MOVE W-TOT-SALFIN TO SALFIN OF CCA608R-TOTALES
           MOVE W-TOT-SALPRO TO SALPRO OF CCA608R-TOTALES
           MOVE W-TOT-VLRINT TO VLRINT OF CCA608R-TOTALES
           MOVE W-TOT-VLRCOM TO VLRCOM OF CCA608R-TOTALES
           MOVE W-TOT-SALANT TO SALANT OF CCA608R-TOTALES W-SALANT
           COMPUTE W-VARSAL = W-TOT-SALFIN - W-TOT-SALANT
           MOVE W-VARSAL     TO VARSAL OF CCA608R-TOTALES
           PERFORM CALCULAR-PORCENTAJE
           MOVE W-PORVAR     TO PORVAR OF CCA608R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           INITIALIZE CCA608R2-TOTALES
           MOVE W-REA-CANSIN TO CANSIN OF CCA608R2-TOTALES
           MOVE W-REA-CANNOE TO CANNOE OF CCA608R2-TOTALES
           MOVE W-REA-CANINA TO CANINA OF CCA608R2-TOTALES
           MOVE W-REA-CANTOT TO CANTOT OF CCA608R2-TOTALES
           MOVE W-REA-SALTOT TO SALTOT OF CCA608R2-TOTALES
           WRITE REPREASIG-REG FORMAT IS "TOTALES"
           DISPLAY "CCA608 CUENTAS REVISADAS......: " W-CANREV
           DISPLAY "CCA608 OFICIALES EN EL REPORTE: " W-CANOFI
           DISPLAY "CCA608 CUENTAS POR REASIGNAR..: " W-REA-CANTOT
           MOVE W-CANREV TO PC504-CANTREG
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMAEAHO CCAACUMUL CCATRAPRO CCATABLAS CCARESMES
                 REPORTE REPREASIG.
           STOP  RUN      .
