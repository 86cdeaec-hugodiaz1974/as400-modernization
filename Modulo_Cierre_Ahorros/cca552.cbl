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
       PROGRAM-ID.    CCA552.
      ******************************************************************
      * FUNCION: CALIFICACION MENSUAL DEL RIESGO SARLAFT DE CADA       *
      *          CLIENTE (NIT TITULAR DE CUENTAS VIGENTES). SUMA LOS   *
      *          PUNTOS DE CINCO FACTORES PARAMETRIZADOS EN CCATABLAS  *
      *          TABLA 70 (Y TABLA 71 PARA CIUDADES):                  *
      *            PRODUCTO  = EL PRODUCTO MAS RIESGOSO QUE TIENE      *
      *            CANAL     = EL CANAL MAS RIESGOSO QUE USO EN EL MES *
      *                        (AGCORI/CODCAJ DE SUS MOVIMIENTOS)      *
      *            GEOGRAFIA = CIUDAD (PLTCIUDAD) MAS RIESGOSA DE SUS  *
      *                        AGENCIAS Y DE LAS AGENCIAS DONDE MOVIO, *
      *                        MAS EL PAIS DE RESIDENCIA DEL CLIENTE   *
      *            TIPO      = TIPO DE CLIENTE (CLIMAE/CLITAB)         *
      *            SALDO     = FRANJA DEL SALDO PROMEDIO (CCAPROMHIS)  *
      *          Y CALIFICA BAJO (B), MEDIO (M) O ALTO (A) CONTRA LOS  *
      *          UMBRALES DE LA TABLA 70. LA CALIFICACION Y SUS        *
      *          FACTORES QUEDAN EN CCARIESGO; EL CLIENTE ALTO RECIBE  *
      *          FECHA DE REVISION DE DEBIDA DILIGENCIA AMPLIADA, QUE  *
      *          SE REGISTRA CON CCA551 Y SE VIGILA CON CCA553. EL     *
      *          LISTADO MUESTRA LOS CLIENTES QUE CAMBIARON DE NIVEL.  *
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
           SELECT CCAHISTOR
               ASSIGN          TO DATABASE-CCAHISTOR
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAPROMHIS
               ASSIGN          TO DATABASE-CCAPROMHIS
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
           SELECT CLIMAEL01
               ASSIGN          TO DATABASE-CLIMAEL01
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
           SELECT CCARIEWRK
               ASSIGN          TO DATABASE-CCARIEWRK
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCARIESGO
               ASSIGN          TO DATABASE-CCARIESGO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA552R
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
       FD  CCAHISTOR
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCAHISTOR.
           COPY DDS-ALL-FORMATS OF CCAHISTOR.
      *
       FD  CCAPROMHIS
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAPROMHIS.
           COPY DDS-ALL-FORMATS OF CCAPROMHIS.
      *
       FD  PLTAGCORI
           LABEL RECORDS ARE STANDARD.
       01  REG-AGCORI.
           COPY DDS-ALL-FORMATS OF PLTAGCORI.
      *
       FD  CLIMAEL01
           LABEL RECORDS ARE STANDARD.
       01  REG-CLIMAEL01.
           COPY DDS-ALL-FORMATS OF CLIMAEL01.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  CCARIEWRK
           LABEL RECORDS ARE STANDARD.
       01  REG-RIEWRK.
           COPY DDS-ALL-FORMATS OF CCARIEWRK.
      *
       FD  CCARIESGO
           LABEL RECORDS ARE STANDARD.
       01  REG-RIESGO.
           COPY DDS-ALL-FORMATS OF CCARIESGO.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA552R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * UMBRALES Y PLAZOS DE REVISION (TABLA 70 REGISTROS 0 A 3).
       77  W-UMBMED                    PIC 9(05) VALUE 40.
       77  W-UMBALT                    PIC 9(05) VALUE 70.
       77  W-DIAREV                    PIC 9(05) VALUE 365.
       77  W-DIAINI                    PIC 9(05) VALUE 30.
      *
       77  W-FECINI                    PIC 9(08) VALUE ZEROS.
       77  W-PUNTOS                    PIC 9(03) VALUE ZEROS.
       77  W-PUNTOT                    PIC 9(05) VALUE ZEROS.
       77  W-PROMED                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-CANALE                    PIC 9(01) VALUE ZEROS.
       77  W-CANREV                    PIC 9(09) VALUE ZEROS.
       77  W-CANBAJ                    PIC 9(09) VALUE ZEROS.
       77  W-CANMED                    PIC 9(09) VALUE ZEROS.
       77  W-CANALT                    PIC 9(09) VALUE ZEROS.
       77  W-CANSUB                    PIC 9(07) VALUE ZEROS.
       77  W-CANMOV                    PIC 9(09) VALUE ZEROS.
       77  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
       77  I                           PIC 9(02) VALUE ZEROS.
       77  W-NROFRA                    PIC 9(02) VALUE ZEROS.
      *
      * PUNTOS POR CANAL (TABLA 70 REGISTROS 2001 A 2003):
      * 1 = VENTANILLA DE LA AGENCIA DE LA CUENTA, 2 = VENTANILLA
      * DE OTRA AGENCIA, 3 = CANAL SIN CAJERO (SWITCH, ACH, ORDENES).
       01  TABLA-CANALES.
           05  PUNCAN-T                OCCURS 3 TIMES PIC 9(03).
      *
      * FRANJAS DE SALDO PROMEDIO (TABLA 70 REGISTROS 4001 EN
      * ADELANTE): CAMPO2 POSICIONES 1-15 = SALDO DESDE, CAMPO1 =
      * PUNTOS. SE TOMA LA FRANJA MAS ALTA CUYO PISO SE ALCANZA.
       01  TABLA-FRANJAS.
           05  FRANJA                  OCCURS 20 TIMES.
               10  FRA-PISO            PIC 9(15).
               10  FRA-PUNTOS          PIC 9(03).
       01  W-PISO-X                    PIC X(15) VALUE ZEROS.
       01  W-PISO-N                    REDEFINES W-PISO-X PIC 9(15).
      *
      * ULTIMA CUENTA Y ULTIMA AGENCIA CONSULTADAS EN LA PASADA
      * DE MOVIMIENTOS.
       01  W-CL-CUENTA.
           05  W-CODMON-ANT            PIC 9(03) VALUE ZEROS.
           05  W-CODSIS-ANT            PIC 9(03) VALUE ZEROS.
           05  W-CODPRO-ANT            PIC 9(03) VALUE ZEROS.
           05  W-AGCCTA-ANT            PIC 9(05) VALUE ZEROS.
           05  W-CTANRO-ANT            PIC 9(17) VALUE ZEROS.
       01  W-NITCTA-ANT                PIC 9(15) VALUE ZEROS.
       01  W-AGCORI-ANT                PIC 9(05) VALUE ZEROS.
       01  W-CODCIU                    PIC 9(05) VALUE ZEROS.
       01  W-PUNCIU                    PIC 9(03) VALUE ZEROS.
       01  W-NOMCLI                    PIC X(50) VALUE SPACES.
      *
       01  W-EXISTE                    PIC 9(01) VALUE 0.
           88  NO-EXISTE                         VALUE 0.
           88  SI-EXISTE                         VALUE 1.
       01  W-EXISTE-RIESGO             PIC 9(01) VALUE 0.
           88  NO-EXISTE-RIESGO                  VALUE 0.
           88  SI-EXISTE-RIESGO                  VALUE 1.
      *
       01  CONTROLES.
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                 VALUE "SI".
               88  NO-FIN-CCAMAEAHO              VALUE "NO".
           05  CTL-CCAHISTOR           PIC X(02) VALUE "NO".
               88  FIN-CCAHISTOR                 VALUE "SI".
               88  NO-FIN-CCAHISTOR              VALUE "NO".
           05  CTL-CCAPROMHIS          PIC X(02) VALUE "NO".
               88  FIN-CCAPROMHIS                VALUE "SI".
               88  NO-FIN-CCAPROMHIS             VALUE "NO".
           05  CTL-CCARIEWRK           PIC X(02) VALUE "NO".
               88  FIN-CCARIEWRK                 VALUE "SI".
               88  NO-FIN-CCARIEWRK              VALUE "NO".
           05  CTL-CCATABLAS           PIC X(02) VALUE "NO".
               88  ERROR-CCATABLAS               VALUE "SI".
               88  NO-ERROR-CCATABLAS            VALUE "NO".
           05  CTL-CUENTA              PIC X(02) VALUE "NO".
               88  CUENTA-VIGENTE                VALUE "SI".
               88  NO-CUENTA-VIGENTE             VALUE "NO".
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA552".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
           COPY PLT219  OF CCACPY.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM ACUMULAR-CUENTA UNTIL FIN-CCAMAEAHO.
           PERFORM ACUMULAR-MOVIMIENTO UNTIL FIN-CCAHISTOR.
           PERFORM CALIFICAR-CLIENTE UNTIL FIN-CCARIEWRK.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAMAEAHO CCAHISTOR CCAPROMHIS PLTAGCORI
                       CLIMAEL01 CCATABLAS.
           OPEN OUTPUT CCARIEWRK.
           CLOSE       CCARIEWRK.
           OPEN I-O    CCARIEWRK CCARIESGO.
           OPEN OUTPUT REPORTE.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           PERFORM CARGAR-PARAMETROS.
           MOVE LK-FECHA-HOY  TO W-FECINI
           MOVE "01"          TO W-FECINI (7:2)
           INITIALIZE CCA552R-HEADER
           MOVE LK-FECHA-HOY TO FECHOY OF REPORTE-REG
           MOVE W-UMBMED     TO UMBMED OF REPORTE-REG
           MOVE W-UMBALT     TO UMBALT OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "HEADER"
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
       CARGAR-PARAMETROS.
           MOVE 0 TO NROTAB OF ZONA-CCATABLAS
           PERFORM LEER-TABLA-70
           IF NO-ERROR-CCATABLAS AND CAMPO1 OF ZONA-CCATABLAS > ZEROS
              MOVE CAMPO1 OF ZONA-CCATABLAS TO W-UMBMED
           END-IF
           MOVE 1 TO NROTAB OF ZONA-CCATABLAS
           PERFORM LEER-TABLA-70
           IF NO-ERROR-CCATABLAS AND CAMPO1 OF ZONA-CCATABLAS > ZEROS
              MOVE CAMPO1 OF ZONA-CCATABLAS TO W-UMBALT
           END-IF
           MOVE 2 TO NROTAB OF ZONA-CCATABLAS
           PERFORM LEER-TABLA-70
           IF NO-ERROR-CCATABLAS AND CAMPO1 OF ZONA-CCATABLAS > ZEROS
              MOVE CAMPO1 OF ZONA-CCATABLAS TO W-DIAREV
           END-IF
           MOVE 3 TO NROTAB OF ZONA-CCATABLAS
           PERFORM LEER-TABLA-70
           IF NO-ERROR-CCATABLAS AND CAMPO1 OF ZONA-CCATABLAS > ZEROS
              MOVE CAMPO1 OF ZONA-CCATABLAS TO W-DIAINI
           END-IF
           MOVE 1 TO I
           PERFORM CARGAR-CANAL UNTIL I > 3
           INITIALIZE TABLA-FRANJAS
           MOVE ZEROS TO W-NROFRA
           MOVE "NO"  TO CTL-CCATABLAS
           PERFORM CARGAR-FRANJA UNTIL ERROR-CCATABLAS
                                    OR W-NROFRA = 20.
      *----------------------------------------------------------------
       CARGAR-CANAL.
           COMPUTE NROTAB OF ZONA-CCATABLAS = 2000 + I
           PERFORM LEER-TABLA-70
           IF NO-ERROR-CCATABLAS
              MOVE CAMPO1 OF ZONA-CCATABLAS TO PUNCAN-T (I)
           ELSE
              MOVE ZEROS                    TO PUNCAN-T (I)
           END-IF
           ADD 1 TO I.
      *----------------------------------------------------------------
       CARGAR-FRANJA.
           COMPUTE NROTAB OF ZONA-CCATABLAS = 4001 + W-NROFRA
           PERFORM LEER-TABLA-70
           IF NO-ERROR-CCATABLAS
              ADD 1 TO W-NROFRA
              MOVE CAMPO2 OF ZONA-CCATABLAS (1:15) TO W-PISO-X
              IF W-PISO-X NOT NUMERIC
                 MOVE ZEROS TO W-PISO-N
              END-IF
              MOVE W-PISO-N                 TO FRA-PISO (W-NROFRA)
              MOVE CAMPO1 OF ZONA-CCATABLAS TO FRA-PUNTOS (W-NROFRA)
           END-IF.
      *----------------------------------------------------------------
       LEER-TABLA-70.
           MOVE "NO" TO CTL-CCATABLAS
           MOVE 70   TO CODTAB OF ZONA-CCATABLAS
           READ CCATABLAS INVALID KEY
                MOVE "SI" TO CTL-CCATABLAS
           END-READ.
      *----------------------------------------------------------------
      * PRIMERA PASADA: CADA CUENTA VIGENTE SUMA AL NIT TITULAR SU
      * PRODUCTO, LA CIUDAD DE SU AGENCIA Y SU SALDO PROMEDIO.
      *----------------------------------------------------------------
       ACUMULAR-CUENTA.
           IF INDBAJ OF REG-MAESTR = ZEROS
           AND NITCTA OF REG-MAESTR > ZEROS
              PERFORM LEER-CCARIEWRK
              ADD 1 TO CANCTA OF REG-RIEWRK
              MOVE 1000 TO NROTAB OF ZONA-CCATABLAS
              ADD  CODPRO OF REG-MAESTR TO NROTAB OF ZONA-CCATABLAS
              PERFORM LEER-TABLA-70
              IF NO-ERROR-CCATABLAS
              AND CAMPO1 OF ZONA-CCATABLAS > PUNPRO OF REG-RIEWRK
                 MOVE CAMPO1 OF ZONA-CCATABLAS TO PUNPRO OF REG-RIEWRK
                 MOVE CODPRO OF REG-MAESTR     TO CODPRO OF REG-RIEWRK
              END-IF
              MOVE AGCCTA OF REG-MAESTR TO W-AGCORI-ANT
              PERFORM UBICAR-CIUDAD
              PERFORM EVALUAR-CIUDAD
              PERFORM OBTENER-PROMEDIO
              ADD W-PROMED TO SALPRO OF REG-RIEWRK
              IF W-PROMED > SALMAX OF REG-RIEWRK
              OR AGCCTA OF REG-RIEWRK = ZEROS
                 MOVE W-PROMED             TO SALMAX OF REG-RIEWRK
                 MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-RIEWRK
              END-IF
              PERFORM GRABAR-CCARIEWRK
           END-IF
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
       LEER-CCARIEWRK.
           MOVE NITCTA OF REG-MAESTR TO NITCLI OF REG-RIEWRK
           READ CCARIEWRK INVALID KEY
                MOVE ZEROS TO W-EXISTE
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE
           END-READ
           IF NO-EXISTE
              INITIALIZE REGRIEWRK
              MOVE NITCTA OF REG-MAESTR TO NITCLI OF REG-RIEWRK
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCARIEWRK.
           IF SI-EXISTE
              REWRITE REG-RIEWRK
           ELSE
              WRITE REG-RIEWRK
           END-IF.
      *----------------------------------------------------------------
      * LA CIUDAD DE UNA AGENCIA SALE DE PLTAGCORI; SUS PUNTOS DE LA
      * TABLA 71 (CODIGO DE CIUDAD COMO NUMERO DE REGISTRO).
      *----------------------------------------------------------------
       UBICAR-CIUDAD.
           MOVE ZEROS        TO W-CODCIU W-PUNCIU
           MOVE PA-CODEMP    TO CODEMP OF REG-AGCORI
           MOVE W-AGCORI-ANT TO AGCORI OF REG-AGCORI
           READ PLTAGCORI
              NOT INVALID KEY
                 MOVE CODCIU OF REG-AGCORI TO W-CODCIU
           END-READ
           IF W-CODCIU > ZEROS
              MOVE "NO"     TO CTL-CCATABLAS
              MOVE 71       TO CODTAB OF ZONA-CCATABLAS
              MOVE W-CODCIU TO NROTAB OF ZONA-CCATABLAS
              READ CCATABLAS INVALID KEY
                   MOVE "SI" TO CTL-CCATABLAS
              END-READ
              IF NO-ERROR-CCATABLAS
                 MOVE CAMPO1 OF ZONA-CCATABLAS TO W-PUNCIU
              END-IF
           END-IF.
      *----------------------------------------------------------------
       EVALUAR-CIUDAD.
           IF W-PUNCIU > PUNCIU OF REG-RIEWRK
           OR CODCIU OF REG-RIEWRK = ZEROS
              MOVE W-PUNCIU TO PUNCIU OF REG-RIEWRK
              MOVE W-CODCIU TO CODCIU OF REG-RIEWRK
           END-IF.
      *----------------------------------------------------------------
      * EL PROMEDIO DE LA CUENTA ES EL DEL ULTIMO CORTE ARCHIVADO EN
      * CCAPROMHIS (COMO CCA786): SALDO ACREEDOR SOBRE DIAS.
      *----------------------------------------------------------------
       OBTENER-PROMEDIO.
           MOVE ZEROS                TO W-PROMED
           MOVE "NO"                 TO CTL-CCAPROMHIS
           MOVE CODMON OF REG-MAESTR TO CODMON OF REG-CCAPROMHIS
           MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-CCAPROMHIS
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-CCAPROMHIS
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-CCAPROMHIS
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-CCAPROMHIS
           MOVE ZEROS                TO FORIGE OF REG-CCAPROMHIS
           START CCAPROMHIS KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAPROMHIS
           END-START
           PERFORM RECORRER-CCAPROMHIS UNTIL FIN-CCAPROMHIS.
      *----------------------------------------------------------------
       RECORRER-CCAPROMHIS.
           READ CCAPROMHIS NEXT AT END
                MOVE "SI" TO CTL-CCAPROMHIS
           END-READ
           IF NO-FIN-CCAPROMHIS
              IF CODMON OF REG-CCAPROMHIS NOT = CODMON OF REG-MAESTR
              OR CODSIS OF REG-CCAPROMHIS NOT = CODSIS OF REG-MAESTR
              OR CODPRO OF REG-CCAPROMHIS NOT = CODPRO OF REG-MAESTR
              OR AGCCTA OF REG-CCAPROMHIS NOT = AGCCTA OF REG-MAESTR
              OR CTANRO OF REG-CCAPROMHIS NOT = CTANRO OF REG-MAESTR
                 MOVE "SI" TO CTL-CCAPROMHIS
              ELSE
                 IF CANACR OF REG-CCAPROMHIS > ZEROS
                    COMPUTE W-PROMED ROUNDED =
                            SALACR OF REG-CCAPROMHIS /
                            CANACR OF REG-CCAPROMHIS
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * SEGUNDA PASADA: LOS MOVIMIENTOS ACEPTADOS DEL MES (HISTORIA
      * DE CCAMOVIM) DAN EL CANAL Y LA CIUDAD DONDE SE OPERO.
      *----------------------------------------------------------------
       ACUMULAR-MOVIMIENTO.
           IF FORIGE OF ZONA-CCAHISTOR NOT < W-FECINI
           AND ESTTRN OF ZONA-CCAHISTOR = ZEROS
           AND CODER1 OF ZONA-CCAHISTOR = ZEROS
              PERFORM UBICAR-TITULAR
              IF CUENTA-VIGENTE
                 MOVE W-NITCTA-ANT TO NITCLI OF REG-RIEWRK
                 READ CCARIEWRK INVALID KEY
                      MOVE ZEROS TO W-EXISTE
                 NOT INVALID KEY
                      MOVE 1     TO W-EXISTE
                 END-READ
                 IF SI-EXISTE
                    ADD 1 TO W-CANMOV
                    PERFORM CLASIFICAR-CANAL
                    IF AGCORI OF ZONA-CCAHISTOR NOT = W-AGCORI-ANT
                       MOVE AGCORI OF ZONA-CCAHISTOR TO W-AGCORI-ANT
                       PERFORM UBICAR-CIUDAD
                    END-IF
                    PERFORM EVALUAR-CIUDAD
                    REWRITE REG-RIEWRK
                 END-IF
              END-IF
           END-IF
           PERFORM LEER-CCAHISTOR.
      *----------------------------------------------------------------
       UBICAR-TITULAR.
           IF CODMON OF ZONA-CCAHISTOR = W-CODMON-ANT
           AND CODSIS OF ZONA-CCAHISTOR = W-CODSIS-ANT
           AND CODPRO OF ZONA-CCAHISTOR = W-CODPRO-ANT
           AND AGCCTA OF ZONA-CCAHISTOR = W-AGCCTA-ANT
           AND CTANRO OF ZONA-CCAHISTOR = W-CTANRO-ANT
              CONTINUE
           ELSE
              MOVE CODMON OF ZONA-CCAHISTOR TO W-CODMON-ANT
              MOVE CODSIS OF ZONA-CCAHISTOR TO W-CODSIS-ANT
              MOVE CODPRO OF ZONA-CCAHISTOR TO W-CODPRO-ANT
              MOVE AGCCTA OF ZONA-CCAHISTOR TO W-AGCCTA-ANT
              MOVE CTANRO OF ZONA-CCAHISTOR TO W-CTANRO-ANT
              MOVE ZEROS                    TO W-NITCTA-ANT
              MOVE "NO"                     TO CTL-CUENTA
              MOVE CODMON OF ZONA-CCAHISTOR TO CODMON OF REG-MAESTR
              MOVE CODSIS OF ZONA-CCAHISTOR TO CODSIS OF REG-MAESTR
              MOVE CODPRO OF ZONA-CCAHISTOR TO CODPRO OF REG-MAESTR
              MOVE AGCCTA OF ZONA-CCAHISTOR TO AGCCTA OF REG-MAESTR
              MOVE CTANRO OF ZONA-CCAHISTOR TO CTANRO OF REG-MAESTR
              READ CCAMAEAHO
                 NOT INVALID KEY
                    IF INDBAJ OF REG-MAESTR = ZEROS
                    AND NITCTA OF REG-MAESTR > ZEROS
                       MOVE NITCTA OF REG-MAESTR TO W-NITCTA-ANT
                       MOVE "SI"                 TO CTL-CUENTA
                    END-IF
              END-READ
           END-IF.
      *----------------------------------------------------------------
       CLASIFICAR-CANAL.
           IF CODCAJ OF ZONA-CCAHISTOR = SPACES
              MOVE 3 TO W-CANALE
           ELSE
           IF AGCORI OF ZONA-CCAHISTOR = AGCCTA OF ZONA-CCAHISTOR
              MOVE 1 TO W-CANALE
           ELSE
              MOVE 2 TO W-CANALE
           END-IF
           END-IF
           IF PUNCAN-T (W-CANALE) > PUNCAN OF REG-RIEWRK
           OR CANALE OF REG-RIEWRK = ZEROS
              MOVE PUNCAN-T (W-CANALE) TO PUNCAN OF REG-RIEWRK
              MOVE W-CANALE            TO CANALE OF REG-RIEWRK
           END-IF.
      *----------------------------------------------------------------
      * TERCERA PASADA: POR CADA NIT SE COMPLETAN TIPO DE CLIENTE,
      * PAIS Y FRANJA DE SALDO, SE CALIFICA Y SE ACTUALIZA
      * CCARIESGO CON SU CALENDARIO DE DEBIDA DILIGENCIA.
      *----------------------------------------------------------------
       CALIFICAR-CLIENTE.
           READ CCARIEWRK NEXT AT END
                MOVE "SI" TO CTL-CCARIEWRK
           END-READ
           IF NO-FIN-CCARIEWRK
              ADD 1 TO W-CANREV
              PERFORM LEER-CCARIESGO
              MOVE NIVRIE OF REG-RIESGO     TO NIVANT OF REG-RIESGO
              MOVE PUNPRO OF REG-RIEWRK     TO PUNPRO OF REG-RIESGO
              MOVE CODPRO OF REG-RIEWRK     TO CODPRO OF REG-RIESGO
              MOVE PUNCAN OF REG-RIEWRK     TO PUNCAN OF REG-RIESGO
              MOVE CANALE OF REG-RIEWRK     TO CANALE OF REG-RIESGO
              MOVE CODCIU OF REG-RIEWRK     TO CODCIU OF REG-RIESGO
              MOVE CANCTA OF REG-RIEWRK     TO CANCTA OF REG-RIESGO
              MOVE SALPRO OF REG-RIEWRK     TO SALPRO OF REG-RIESGO
              MOVE SALMAX OF REG-RIEWRK     TO SALMAX OF REG-RIESGO
              MOVE AGCCTA OF REG-RIEWRK     TO AGCCTA OF REG-RIESGO
              MOVE LK-FECHA-HOY             TO FECCAL OF REG-RIESGO
              PERFORM EVALUAR-CLIENTE
              PERFORM EVALUAR-SALDO
              COMPUTE W-PUNTOT = PUNPRO OF REG-RIESGO
                               + PUNCAN OF REG-RIESGO
                               + PUNGEO OF REG-RIESGO
                               + PUNTIP OF REG-RIESGO
                               + PUNSAL OF REG-RIESGO
              MOVE W-PUNTOT TO PUNTOT OF REG-RIESGO
              IF W-PUNTOT NOT < W-UMBALT
                 MOVE "A" TO NIVRIE OF REG-RIESGO
                 ADD 1    TO W-CANALT
              ELSE
              IF W-PUNTOT NOT < W-UMBMED
                 MOVE "M" TO NIVRIE OF REG-RIESGO
                 ADD 1    TO W-CANMED
              ELSE
                 MOVE "B" TO NIVRIE OF REG-RIESGO
                 ADD 1    TO W-CANBAJ
              END-IF
              END-IF
              PERFORM PROGRAMAR-REVISION
              IF SI-EXISTE-RIESGO
                 REWRITE REG-RIESGO
              ELSE
                 WRITE REG-RIESGO
              END-IF
              IF NIVRIE OF REG-RIESGO NOT = NIVANT OF REG-RIESGO
              AND (NIVANT OF REG-RIESGO NOT = SPACES
                   OR NIVRIE OF REG-RIESGO NOT = "B")
                 PERFORM IMPRIMIR-CAMBIO
              END-IF
              DELETE CCARIEWRK
           END-IF.
      *----------------------------------------------------------------
       LEER-CCARIESGO.
           MOVE NITCLI OF REG-RIEWRK TO NITCLI OF REG-RIESGO
           READ CCARIESGO INVALID KEY
                MOVE ZEROS TO W-EXISTE-RIESGO
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-RIESGO
           END-READ
           IF NO-EXISTE-RIESGO
              INITIALIZE REGRIESGO
              MOVE NITCLI OF REG-RIEWRK TO NITCLI OF REG-RIESGO
              MOVE SPACES               TO NIVRIE OF REG-RIESGO
           END-IF.
      *----------------------------------------------------------------
      * TIPO DE CLIENTE (TABLA 70, 3000 + TIPCLI) Y PAIS DE
      * RESIDENCIA (TABLA 70, 5000 + PAIRES), ESTE ULTIMO SUMADO A
      * LA CIUDAD PARA EL FACTOR GEOGRAFICO.
      *----------------------------------------------------------------
       EVALUAR-CLIENTE.
           MOVE ZEROS TO PUNTIP OF REG-RIESGO
                         TIPCLI OF REG-RIESGO
                         PAIRES OF REG-RIESGO
           MOVE SPACES               TO W-NOMCLI
           MOVE NITCLI OF REG-RIEWRK TO NITCLI OF REG-CLIMAEL01
           READ CLIMAEL01
              NOT INVALID KEY
                 MOVE NOMCLI OF REG-CLIMAEL01 TO W-NOMCLI
                 MOVE TIPCLI OF REG-CLIMAEL01 TO TIPCLI OF REG-RIESGO
                 MOVE PAIRES OF REG-CLIMAEL01 TO PAIRES OF REG-RIESGO
           END-READ
           MOVE 3000 TO NROTAB OF ZONA-CCATABLAS
           ADD  TIPCLI OF REG-RIESGO TO NROTAB OF ZONA-CCATABLAS
           PERFORM LEER-TABLA-70
           IF NO-ERROR-CCATABLAS
              MOVE CAMPO1 OF ZONA-CCATABLAS TO PUNTIP OF REG-RIESGO
           END-IF
           MOVE ZEROS TO W-PUNTOS
           IF PAIRES OF REG-RIESGO > ZEROS
              MOVE 5000 TO NROTAB OF ZONA-CCATABLAS
              ADD  PAIRES OF REG-RIESGO TO NROTAB OF ZONA-CCATABLAS
              PERFORM LEER-TABLA-70
              IF NO-ERROR-CCATABLAS
                 MOVE CAMPO1 OF ZONA-CCATABLAS TO W-PUNTOS
              END-IF
           END-IF
           COMPUTE PUNGEO OF REG-RIESGO = PUNCIU OF REG-RIEWRK
                                        + W-PUNTOS
              ON SIZE ERROR
                 MOVE 999 TO PUNGEO OF REG-RIESGO
           END-COMPUTE.
      *----------------------------------------------------------------
       EVALUAR-SALDO.
           MOVE ZEROS TO PUNSAL OF REG-RIESGO
           MOVE 1     TO I
           PERFORM BUSCAR-FRANJA UNTIL I > W-NROFRA.
      *----------------------------------------------------------------
       BUSCAR-FRANJA.
           IF SALPRO OF REG-RIESGO NOT < FRA-PISO (I)
           AND FRA-PUNTOS (I) > PUNSAL OF REG-RIESGO
              MOVE FRA-PUNTOS (I) TO PUNSAL OF REG-RIESGO
           END-IF
           ADD 1 TO I.
      *----------------------------------------------------------------
      * EL CLIENTE ALTO SE REVISA DENTRO DE W-DIAINI DIAS SI NUNCA
      * TUVO REVISION, O W-DIAREV DIAS DESPUES DE LA ULTIMA; LA FECHA
      * YA PROGRAMADA NO SE MUEVE. EL QUE BAJA DE ALTO SALE DEL
      * CALENDARIO.
      *----------------------------------------------------------------
       PROGRAMAR-REVISION.
           IF NIVRIE OF REG-RIESGO NOT = "A"
              MOVE ZEROS TO FECREV OF REG-RIESGO
           ELSE
              IF FECREV OF REG-RIESGO = ZEROS
                 IF FECULR OF REG-RIESGO > ZEROS
                    MOVE FECULR OF REG-RIESGO TO LK219-FECHA1
                    MOVE W-DIAREV             TO LK219-NRODIA
                 ELSE
                    MOVE LK-FECHA-HOY         TO LK219-FECHA1
                    MOVE W-DIAINI             TO LK219-NRODIA
                 END-IF
                 PERFORM SUMAR-DIAS
                 MOVE LK219-FECHA3 TO FECREV OF REG-RIESGO
              END-IF
           END-IF.
      *----------------------------------------------------------------
       SUMAR-DIAS.
           MOVE ZEROS                  TO LK219-FECHA2
           MOVE ZEROS                  TO LK219-FECHA3
           MOVE 1                      TO LK219-TIPFMT
           MOVE 2                      TO LK219-BASCLC
           MOVE 1                      TO LK219-INDDSP
           MOVE 9                      TO LK219-DIASEM
           MOVE SPACES                 TO LK219-NOMDIA
           MOVE SPACES                 TO LK219-NOMMES
           MOVE ZEROS                  TO LK219-CODRET
           MOVE SPACES                 TO LK219-MSGERR
           MOVE 3                      TO LK219-TIPOPR
           PERFORM CALL-PLT219.
      *----------------------------------------------------------------
       IMPRIMIR-CAMBIO.
           IF NIVANT OF REG-RIESGO = SPACES
           OR NIVANT OF REG-RIESGO = "B"
           OR NIVRIE OF REG-RIESGO = "A"
              ADD 1 TO W-CANSUB
           END-IF
           INITIALIZE CCA552R-DETALLE
           MOVE NITCLI OF REG-RIESGO TO NITCLI OF REPORTE-REG
           MOVE W-NOMCLI             TO NOMCLI OF REPORTE-REG
           MOVE NIVRIE OF REG-RIESGO TO NIVRIE OF REPORTE-REG
           MOVE NIVANT OF REG-RIESGO TO NIVANT OF REPORTE-REG
           MOVE PUNTOT OF REG-RIESGO TO PUNTOT OF REPORTE-REG
           MOVE PUNPRO OF REG-RIESGO TO PUNPRO OF REPORTE-REG
           MOVE PUNCAN OF REG-RIESGO TO PUNCAN OF REPORTE-REG
           MOVE PUNGEO OF REG-RIESGO TO PUNGEO OF REPORTE-REG
           MOVE PUNTIP OF REG-RIESGO TO PUNTIP OF REPORTE-REG
           MOVE PUNSAL OF REG-RIESGO TO PUNSAL OF REPORTE-REG
           MOVE AGCCTA OF REG-RIESGO TO AGCCTA OF REPORTE-REG
           MOVE FECREV OF REG-RIESGO TO FECREV OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMAEAHO.
      *----------------------------------------------------------------
       LEER-CCAHISTOR.
           READ CCAHISTOR NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAHISTOR.
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
           INITIALIZE CCA552R-TOTALES
           MOVE W-CANREV TO CANREV OF REPORTE-REG
           MOVE W-CANBAJ TO CANBAJ OF REPORTE-REG
           MOVE W-CANMED TO CANMED OF REPORTE-REG
           MOVE W-CANALT TO CANALT OF REPORTE-REG
           MOVE W-CANSUB TO CANSUB OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA552 CLIENTES CALIFICADOS...: " W-CANREV
           DISPLAY "CCA552 MOVIMIENTOS DEL MES....: " W-CANMOV
           DISPLAY "CCA552 RIESGO BAJO............: " W-CANBAJ
           DISPLAY "CCA552 RIESGO MEDIO...........: " W-CANMED
           DISPLAY "CCA552 RIESGO ALTO............: " W-CANALT
           MOVE W-CANREV                TO PC504-CANTREG
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMAEAHO CCAHISTOR CCAPROMHIS PLTAGCORI CLIMAEL01
                 CCATABLAS CCARIEWRK CCARIESGO REPORTE.
           STOP  RUN      .
