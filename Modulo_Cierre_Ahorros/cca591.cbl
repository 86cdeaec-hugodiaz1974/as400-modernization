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
       PROGRAM-ID.    CCA591.
      ******************************************************************
      * FUNCION: ANONIMIZACION DE DATOS PERSONALES DE CLIENTES SIN     *
      *          VINCULO (HABEAS DATA). LOTE CONTROLADO, FUERA DE LA   *
      *          CADENA NOCTURNA, QUE SOLO CORRE CON LA FUNCION        *
      *          AUTORIZADA EN LA COMPUERTA CCA519. PARM-MODO "A"      *
      *          APLICA; CUALQUIER OTRO VALOR SOLO SIMULA Y LISTA.     *
      *          - UN CLIENTE (NITCTA) ES CANDIDATO CUANDO TODAS SUS   *
      *            CUENTAS DEL MAESTRO ESTAN CANCELADAS (INDBAJ) CON   *
      *            FECHA DE CIERRE (FCIERR) ANTERIOR AL PERIODO DE     *
      *            CONSERVACION DE LA TABLA 83 REGISTRO 0 (ANOS, POR   *
      *            OMISION 10), SIN MARCA NI EMBARGO VIGENTE           *
      *            (CCAEMBARGO ESTADO 1 O 2), SIN RECLAMO ABIERTO      *
      *            (CCARECLAMO) Y SIN OFICIO JUDICIAL PENDIENTE        *
      *            (CCAOFIRES/CCAOFICTL).                              *
      *          - NO ES CANDIDATO SI SIGUE COMO COTITULAR DE UNA      *
      *            CUENTA QUE NO CUMPLE (NITCT2/NITCT3 O CCACOTITU).   *
      *          - A CADA CLIENTE SE LE ASIGNA UN TOKEN CONSECUTIVO Y  *
      *            UN NIT SUSTITUTO (990000000000000 + TOKEN) QUE      *
      *            REEMPLAZA SU NIT EN EL MAESTRO, EL HISTORICO        *
      *            (CCAHISTOR), EL ARCHIVO DE CUSTODIA (CCAHISARC),    *
      *            LOS EXTRACTOS ARCHIVADOS (CCAEXTARC), LOS           *
      *            COTITULARES (CCACOTITU) Y LA CORRESPONDENCIA        *
      *            DEVUELTA (CCADIRCOR). EL NOMBRE SE CAMBIA POR       *
      *            "CLIENTE ANONIMIZADO" Y EL TOKEN, Y SE BORRA EL     *
      *            DATO DEL DEPOSITANTE (INFDEP). SALDOS, IMPORTES Y   *
      *            FECHAS NO SE TOCAN.                                 *
      *          - LA BITACORA CCAANOLOG QUEDA CON TOKEN, NIT          *
      *            SUSTITUTO, CUENTA, REGISTROS CAMBIADOS, FECHA,      *
      *            HORA Y USUARIO; NO GUARDA EL DATO ORIGINAL, DE      *
      *            MODO QUE LA ANONIMIZACION NO SE PUEDE REVERSAR.     *
      *            LOS ARCHIVOS DE TRABAJO QUEDAN VACIOS AL TERMINAR.  *
      *          - UNA CUENTA YA ANONIMIZADA TIENE NIT SUSTITUTO Y NO  *
      *            VUELVE A SER CANDIDATA.                             *
      *          - LISTA CADA CUENTA Y LOS TOTALES EN CCA591R.         *
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
           SELECT CCAMAEAHO5
               ASSIGN          TO DATABASE-CCAMAEAHO5
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAMAEAHO
               ASSIGN          TO DATABASE-CCAMAEAHO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAEMBARGO
               ASSIGN          TO DATABASE-CCAEMBARGO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCARECLAMO
               ASSIGN          TO DATABASE-CCARECLAMO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAOFIRES
               ASSIGN          TO DATABASE-CCAOFIRES
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAOFICTL
               ASSIGN          TO DATABASE-CCAOFICTL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACOTITU
               ASSIGN          TO DATABASE-CCACOTITU
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAHISTOR
               ASSIGN          TO DATABASE-CCAHISTOR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAHISARC
               ASSIGN          TO DATABASE-CCAHISARC
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAEXTARC
               ASSIGN          TO DATABASE-CCAEXTARC
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCADIRCOR
               ASSIGN          TO DATABASE-CCADIRCOR
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAANOWRK
               ASSIGN          TO DATABASE-CCAANOWRK
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAANOCTA
               ASSIGN          TO DATABASE-CCAANOCTA
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAANOLOG
               ASSIGN          TO DATABASE-CCAANOLOG
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCATABLAS
               ASSIGN          TO DATABASE-CCATABLAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA591R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAMAEAHO5
           LABEL RECORDS ARE STANDARD.
       01  REG-MAEAH5.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO5.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
       FD  CCAEMBARGO
           LABEL RECORDS ARE STANDARD.
       01  REG-EMBARGO.
           COPY DDS-ALL-FORMATS OF CCAEMBARGO.
      *
       FD  CCARECLAMO
           LABEL RECORDS ARE STANDARD.
       01  REG-RECLAMO.
           COPY DDS-ALL-FORMATS OF CCARECLAMO.
      *
       FD  CCAOFIRES
           LABEL RECORDS ARE STANDARD.
       01  REG-OFIRES.
           COPY DDS-ALL-FORMATS OF CCAOFIRES.
      *
       FD  CCAOFICTL
           LABEL RECORDS ARE STANDARD.
       01  REG-OFICTL.
           COPY DDS-ALL-FORMATS OF CCAOFICTL.
      *
       FD  CCACOTITU
           LABEL RECORDS ARE STANDARD.
       01  REG-COTITU.
           COPY DDS-ALL-FORMATS OF CCACOTITU.
      *
       FD  CCAHISTOR
           LABEL RECORDS ARE STANDARD.
       01  REG-HISTOR.
           COPY DDS-ALL-FORMATS OF CCAHISTOR.
      *
       FD  CCAHISARC
           LABEL RECORDS ARE STANDARD.
       01  REG-HISARC.
           COPY DDS-ALL-FORMATS OF CCAHISARC.
      *
       FD  CCAEXTARC
           LABEL RECORDS ARE STANDARD.
       01  REG-EXTARC.
           COPY DDS-ALL-FORMATS OF CCAEXTARC.
      *
       FD  CCADIRCOR
           LABEL RECORDS ARE STANDARD.
       01  REG-DIRCOR.
           COPY DDS-ALL-FORMATS OF CCADIRCOR.
      *
       FD  CCAANOWRK
           LABEL RECORDS ARE STANDARD.
       01  REG-ANOWRK.
           COPY DDS-ALL-FORMATS OF CCAANOWRK.
      *
       FD  CCAANOCTA
           LABEL RECORDS ARE STANDARD.
       01  REG-ANOCTA.
           COPY DDS-ALL-FORMATS OF CCAANOCTA.
      *
       FD  CCAANOLOG
           LABEL RECORDS ARE STANDARD.
       01  REG-ANOLOG.
           COPY DDS-ALL-FORMATS OF CCAANOLOG.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  REPORTE
           LABEL RECORDS ARE OMITTED.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA591R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * ANOS DE CONSERVACION DESPUES DEL CIERRE (TABLA 83 REGISTRO 0)
      * Y FECHA DE CIERRE LIMITE QUE RESULTA DE ELLOS.
       77  W-ANORET                    PIC 9(03) VALUE 10.
       77  W-FECLIM                    PIC 9(08) VALUE ZEROS.
      *
      * LOS NITS SUSTITUTOS SE NUMERAN DESDE ESTA BASE, FUERA DEL
      * RANGO DE LOS NITS REALES.
       77  W-NITBAS                    PIC 9(15)
                                       VALUE 990000000000000.
       77  W-ULTTOK                    PIC 9(09) VALUE ZEROS.
       77  W-TOKEN                     PIC 9(09) VALUE ZEROS.
       77  W-NITSUS                    PIC 9(15) VALUE ZEROS.
       77  W-NITORG                    PIC 9(15) VALUE ZEROS.
       77  W-NITGRP                    PIC 9(15) VALUE ZEROS.
       77  W-NITBUS                    PIC 9(15) VALUE ZEROS.
       77  W-CTAGRP                    PIC 9(05) VALUE ZEROS.
       77  W-DESANO                    PIC X(50) VALUE SPACES.
       77  W-HORA                      PIC 9(06) VALUE ZEROS.
      *
       77  W-CANCLI                    PIC 9(07) VALUE ZEROS.
       77  W-CANCTA                    PIC 9(07) VALUE ZEROS.
       77  W-CANRET                    PIC 9(07) VALUE ZEROS.
       77  W-CANCOT                    PIC 9(07) VALUE ZEROS.
       77  W-CANHIS                    PIC 9(09) VALUE ZEROS.
       77  W-CANARC                    PIC 9(09) VALUE ZEROS.
       77  W-CANEXT                    PIC 9(09) VALUE ZEROS.
       77  W-CANDIR                    PIC 9(07) VALUE ZEROS.
       77  W-CANTIT                    PIC 9(07) VALUE ZEROS.
       77  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *
      * NITS CON RECLAMO ABIERTO U OFICIO PENDIENTE (HASTA 3000). SI
      * NO CABEN, NINGUN CLIENTE SE ANONIMIZA EN LA CORRIDA.
       77  W-CANRTN                    PIC 9(05) VALUE ZEROS.
       77  W-IXR                       PIC 9(05) VALUE ZEROS.
       01  TABLA-RETENIDOS.
           05  RTN-NITCTA              PIC 9(15) OCCURS 3000 TIMES.
      *
       01  CONTROLES.
           05  CTL-CCAMAEAHO5          PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO5                VALUE "SI".
               88  NO-FIN-CCAMAEAHO5             VALUE "NO".
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                 VALUE "SI".
               88  NO-FIN-CCAMAEAHO              VALUE "NO".
           05  CTL-CCAEMBARGO          PIC X(02) VALUE "NO".
               88  FIN-CCAEMBARGO                VALUE "SI".
               88  NO-FIN-CCAEMBARGO             VALUE "NO".
           05  CTL-CCARECLAMO          PIC X(02) VALUE "NO".
               88  FIN-CCARECLAMO                VALUE "SI".
               88  NO-FIN-CCARECLAMO             VALUE "NO".
           05  CTL-CCAOFIRES           PIC X(02) VALUE "NO".
               88  FIN-CCAOFIRES                 VALUE "SI".
               88  NO-FIN-CCAOFIRES              VALUE "NO".
           05  CTL-CCAOFICTL           PIC X(02) VALUE "NO".
               88  ERROR-CCAOFICTL               VALUE "SI".
               88  NO-ERROR-CCAOFICTL            VALUE "NO".
           05  CTL-CCACOTITU           PIC X(02) VALUE "NO".
               88  FIN-CCACOTITU                 VALUE "SI".
               88  NO-FIN-CCACOTITU              VALUE "NO".
           05  CTL-CCAHISTOR           PIC X(02) VALUE "NO".
               88  FIN-CCAHISTOR                 VALUE "SI".
               88  NO-FIN-CCAHISTOR              VALUE "NO".
           05  CTL-CCAHISARC           PIC X(02) VALUE "NO".
               88  FIN-CCAHISARC                 VALUE "SI".
               88  NO-FIN-CCAHISARC              VALUE "NO".
           05  CTL-CCAEXTARC           PIC X(02) VALUE "NO".
               88  FIN-CCAEXTARC                 VALUE "SI".
               88  NO-FIN-CCAEXTARC              VALUE "NO".
           05  CTL-CCADIRCOR           PIC X(02) VALUE "NO".
               88  FIN-CCADIRCOR                 VALUE "SI".
               88  NO-FIN-CCADIRCOR              VALUE "NO".
           05  CTL-CCAANOCTA           PIC X(02) VALUE "NO".
               88  FIN-CCAANOCTA                 VALUE "SI".
               88  NO-FIN-CCAANOCTA              VALUE "NO".
           05  CTL-CCAANOLOG           PIC X(02) VALUE "NO".
               88  FIN-CCAANOLOG                 VALUE "SI".
               88  NO-FIN-CCAANOLOG              VALUE "NO".
           05  CTL-CCATABLAS           PIC X(02) VALUE "NO".
               88  ERROR-CCATABLAS               VALUE "SI".
               88  NO-ERROR-CCATABLAS            VALUE "NO".
           05  CTL-APTO                PIC X(02) VALUE "NO".
               88  CLIENTE-APTO                  VALUE "SI".
           05  CTL-RETENIDO            PIC X(02) VALUE "NO".
               88  CLIENTE-RETENIDO              VALUE "SI".
           05  CTL-TABLA-LLENA         PIC X(02) VALUE "NO".
               88  TABLA-LLENA                   VALUE "SI".
           05  CTL-CANDIDATO           PIC X(02) VALUE "NO".
               88  CANDIDATO-HALLADO             VALUE "SI".
           05  CTL-CUENTA              PIC X(02) VALUE "NO".
               88  CUENTA-ANONIMIZADA            VALUE "SI".
           05  CTL-CAMBIO              PIC X(02) VALUE "NO".
               88  HAY-CAMBIO                    VALUE "SI".
      *
      * COMPUERTA DE AUTORIZACION POR FUNCION (VER CCA519).
       01  PARM-CCA519.
           05  W-AUT-USUARIO           PIC X(10) VALUE SPACES.
           05  W-AUT-ESTACI            PIC X(10) VALUE SPACES.
           05  W-AUT-PROGRAMA          PIC X(08) VALUE "CCA591".
           05  W-AUT-FUNCIO            PIC X(02) VALUE "00".
           05  W-AUT-RETCOD            PIC 9(01) VALUE ZEROS.
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
      *
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       LINKAGE SECTION.
       77  XUSERID                     PIC X(10).
       77  PARM-MODO                   PIC X(01).
           88  MODO-APLICAR                      VALUE "A".
      ***************************************************************
       PROCEDURE DIVISION USING XUSERID PARM-MODO.
       COMIENZO.
           PERFORM VALIDAR-AUTORIZACION.
           IF W-AUT-RETCOD NOT = ZEROS
              DISPLAY "CCA591 USUARIO NO AUTORIZADO: " XUSERID
              STOP RUN
           END-IF.
           PERFORM INICIAR.
           PERFORM CARGAR-RECLAMO UNTIL FIN-CCARECLAMO.
           PERFORM CARGAR-OFICIO UNTIL FIN-CCAOFIRES.
           PERFORM LEER-CCAMAEAHO5.
           PERFORM REVISAR-CLIENTE UNTIL FIN-CCAMAEAHO5.
           PERFORM EMPEZAR-CCAMAEAHO.
           PERFORM DESCARTAR-COTITULAR UNTIL FIN-CCAMAEAHO.
           PERFORM EMPEZAR-CCACOTITU.
           PERFORM DESCARTAR-VINCULO UNTIL FIN-CCACOTITU.
           PERFORM EMPEZAR-CCAMAEAHO.
           PERFORM ANONIMIZAR-CUENTA UNTIL FIN-CCAMAEAHO.
           PERFORM EMPEZAR-CCACOTITU.
           PERFORM ANONIMIZAR-VINCULO UNTIL FIN-CCACOTITU.
           PERFORM LEER-CCAHISARC.
           PERFORM ANONIMIZAR-ARCHIVO UNTIL FIN-CCAHISARC.
           PERFORM LEER-CCADIRCOR.
           PERFORM ANONIMIZAR-DIRCOR UNTIL FIN-CCADIRCOR.
           PERFORM EMPEZAR-CCAANOCTA.
           PERFORM CERRAR-CUENTA UNTIL FIN-CCAANOCTA.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
      * SIN AUTORIZACION DE LA COMPUERTA CCA519 EL LOTE NO ABRE NINGUN
      * ARCHIVO; EL INTENTO NEGADO QUEDA EN EL REGISTRO DE ACCESOS.
      *----------------------------------------------------------------
       VALIDAR-AUTORIZACION.
           MOVE XUSERID      TO W-AUT-USUARIO
           MOVE ZEROS        TO W-AUT-RETCOD
           CALL "CCA519" USING W-AUT-USUARIO W-AUT-ESTACI
                               W-AUT-PROGRAMA W-AUT-FUNCIO
                               W-AUT-RETCOD.
      *----------------------------------------------------------------
       INICIAR.
           ACCEPT W-HORA FROM TIME.
           OPEN INPUT  CCAMAEAHO5 CCAEMBARGO CCARECLAMO CCAOFIRES
                       CCAOFICTL CCATABLAS.
           OPEN I-O    CCAMAEAHO CCACOTITU CCAHISTOR CCAHISARC
                       CCAEXTARC CCADIRCOR.
      *    LOS ARCHIVOS DE TRABAJO SE VACIAN AL EMPEZAR.
           OPEN OUTPUT CCAANOWRK CCAANOCTA.
           CLOSE       CCAANOWRK CCAANOCTA.
           OPEN I-O    CCAANOWRK CCAANOCTA.
           OPEN OUTPUT REPORTE.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
      *    EL ULTIMO TOKEN ASIGNADO SALE DE LA PROPIA BITACORA, QUE
      *    LUEGO SE ABRE PARA AGREGAR.
           OPEN INPUT  CCAANOLOG.
           PERFORM LEER-CCAANOLOG UNTIL FIN-CCAANOLOG.
           CLOSE       CCAANOLOG.
           OPEN EXTEND CCAANOLOG.
           MOVE "NO"  TO CTL-CCATABLAS
           MOVE 83    TO CODTAB OF ZONA-CCATABLAS
           MOVE 0     TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS INVALID KEY
                MOVE "SI" TO CTL-CCATABLAS
           END-READ
           IF NO-ERROR-CCATABLAS AND CAMPO1 OF ZONA-CCATABLAS > ZEROS
              MOVE CAMPO1 OF ZONA-CCATABLAS TO W-ANORET
           END-IF
           COMPUTE W-FECLIM = LK-FECHA-HOY - W-ANORET * 10000
           INITIALIZE CCA591R-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF REPORTE-REG
           MOVE PARM-MODO    TO MODO   OF REPORTE-REG
           MOVE W-ANORET     TO ANORET OF REPORTE-REG
           MOVE W-FECLIM     TO FECLIM OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "HEADER".
      *----------------------------------------------------------------
       LEER-CCAANOLOG.
           READ CCAANOLOG AT END
                MOVE "SI" TO CTL-CCAANOLOG
           END-READ
           IF NO-FIN-CCAANOLOG
              IF TOKEN OF REG-ANOLOG > W-ULTTOK
                 MOVE TOKEN OF REG-ANOLOG TO W-ULTTOK
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * LOS RECLAMOS ABIERTOS Y LOS OFICIOS AUN SIN RESPONDER
      * RETIENEN LOS DATOS DEL NIT.
      *----------------------------------------------------------------
       CARGAR-RECLAMO.
           READ CCARECLAMO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCARECLAMO
           END-READ
           IF NO-FIN-CCARECLAMO
              IF ESTADO OF REG-RECLAMO = "A"
              AND NITCTA OF REG-RECLAMO > ZEROS
                 MOVE NITCTA OF REG-RECLAMO TO W-NITBUS
                 PERFORM AGREGAR-RETENIDO
              END-IF
           END-IF.
      *----------------------------------------------------------------
       CARGAR-OFICIO.
           READ CCAOFIRES AT END
                MOVE "SI" TO CTL-CCAOFIRES
           END-READ
           IF NO-FIN-CCAOFIRES
              MOVE "NO"                   TO CTL-CCAOFICTL
              MOVE NROOFI OF REG-OFIRES   TO NROOFI OF REG-OFICTL
              READ CCAOFICTL INVALID KEY
                   MOVE "SI" TO CTL-CCAOFICTL
              END-READ
              IF NO-ERROR-CCAOFICTL
                 IF ESTADO OF REG-OFICTL = "P"
                 AND NRONIT OF REG-OFIRES > ZEROS
                    MOVE NRONIT OF REG-OFIRES TO W-NITBUS
                    PERFORM AGREGAR-RETENIDO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       AGREGAR-RETENIDO.
           IF W-CANRTN < 3000
              ADD 1        TO W-CANRTN
              MOVE W-NITBUS TO RTN-NITCTA (W-CANRTN)
           ELSE
              MOVE "SI"     TO CTL-TABLA-LLENA
           END-IF.
      *----------------------------------------------------------------
      * EL MAESTRO POR NIT TRAE JUNTAS LAS CUENTAS DEL TITULAR: EL
      * CLIENTE ES APTO SOLO SI TODAS CUMPLEN.
      *----------------------------------------------------------------
       REVISAR-CLIENTE.
           MOVE NITCTA OF REG-MAEAH5 TO W-NITGRP
           MOVE "SI"                 TO CTL-APTO
           MOVE "NO"                 TO CTL-RETENIDO
           MOVE ZEROS                TO W-CTAGRP
           PERFORM REVISAR-CUENTA-CLIENTE
                   UNTIL FIN-CCAMAEAHO5
                      OR NITCTA OF REG-MAEAH5 NOT = W-NITGRP
           IF W-NITGRP > ZEROS AND W-NITGRP < W-NITBAS
           AND CLIENTE-APTO
              IF NOT CLIENTE-RETENIDO
                 PERFORM BUSCAR-RETENIDO
              END-IF
              IF CLIENTE-RETENIDO
                 ADD 1 TO W-CANRET
              ELSE
                 PERFORM GRABAR-CANDIDATO
              END-IF
           END-IF.
      *----------------------------------------------------------------
       REVISAR-CUENTA-CLIENTE.
           ADD 1 TO W-CTAGRP
           IF CLIENTE-APTO
              IF INDBAJ OF REG-MAEAH5 = ZEROS
              OR FCIERR OF REG-MAEAH5 = ZEROS
              OR FCIERR OF REG-MAEAH5 NOT < W-FECLIM
              OR INDEMB OF REG-MAEAH5 NOT = ZEROS
                 MOVE "NO" TO CTL-APTO
              ELSE
                 PERFORM REVISAR-EMBARGOS
              END-IF
           END-IF
           PERFORM LEER-CCAMAEAHO5.
      *----------------------------------------------------------------
       REVISAR-EMBARGOS.
           MOVE "NO"                 TO CTL-CCAEMBARGO
           MOVE CODMON OF REG-MAEAH5 TO CODMON OF REG-EMBARGO
           MOVE CODSIS OF REG-MAEAH5 TO CODSIS OF REG-EMBARGO
           MOVE CODPRO OF REG-MAEAH5 TO CODPRO OF REG-EMBARGO
           MOVE AGCCTA OF REG-MAEAH5 TO AGCCTA OF REG-EMBARGO
           MOVE CTANRO OF REG-MAEAH5 TO CTANRO OF REG-EMBARGO
           MOVE ZEROS                TO NROEMB OF REG-EMBARGO
           START CCAEMBARGO KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAEMBARGO
           END-START
           PERFORM REVISAR-UN-EMBARGO UNTIL FIN-CCAEMBARGO.
      *----------------------------------------------------------------
       REVISAR-UN-EMBARGO.
           READ CCAEMBARGO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAEMBARGO
           END-READ
           IF NO-FIN-CCAEMBARGO
              IF CODMON OF REG-EMBARGO NOT = CODMON OF REG-MAEAH5
              OR CODSIS OF REG-EMBARGO NOT = CODSIS OF REG-MAEAH5
              OR CODPRO OF REG-EMBARGO NOT = CODPRO OF REG-MAEAH5
              OR AGCCTA OF REG-EMBARGO NOT = AGCCTA OF REG-MAEAH5
              OR CTANRO OF REG-EMBARGO NOT = CTANRO OF REG-MAEAH5
                 MOVE "SI" TO CTL-CCAEMBARGO
              ELSE
                 IF ESTADO OF REG-EMBARGO = 1 OR 2
                    MOVE "SI" TO CTL-RETENIDO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-RETENIDO.
           IF TABLA-LLENA
              MOVE "SI" TO CTL-RETENIDO
           ELSE
              PERFORM COMPARAR-RETENIDO VARYING W-IXR FROM 1 BY 1
                      UNTIL W-IXR > W-CANRTN
                         OR CLIENTE-RETENIDO
           END-IF.
      *----------------------------------------------------------------
       COMPARAR-RETENIDO.
           IF RTN-NITCTA (W-IXR) = W-NITGRP
              MOVE "SI" TO CTL-RETENIDO
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CANDIDATO.
           INITIALIZE REGANOWRK
           MOVE W-NITGRP             TO NITCTA OF REG-ANOWRK
           MOVE W-CTAGRP             TO CANCTA OF REG-ANOWRK
           WRITE REG-ANOWRK INVALID KEY
                 CONTINUE
           END-WRITE.
      *----------------------------------------------------------------
      * EL CANDIDATO QUE SIGUE COMO COTITULAR DE UNA CUENTA QUE NO
      * CUMPLE CONSERVA SUS DATOS.
      *----------------------------------------------------------------
       DESCARTAR-COTITULAR.
           IF INDBAJ OF REG-MAESTR = ZEROS
           OR FCIERR OF REG-MAESTR = ZEROS
           OR FCIERR OF REG-MAESTR NOT < W-FECLIM
           OR INDEMB OF REG-MAESTR NOT = ZEROS
              MOVE NITCT2 OF REG-MAESTR TO W-NITBUS
              PERFORM DESCARTAR-NIT
              MOVE NITCT3 OF REG-MAESTR TO W-NITBUS
              PERFORM DESCARTAR-NIT
           END-IF
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
       DESCARTAR-VINCULO.
           READ CCACOTITU NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACOTITU
           END-READ
           IF NO-FIN-CCACOTITU
              IF ESTADO OF REG-COTITU = "A"
                 MOVE CODMON OF REG-COTITU TO CODMON OF REG-MAESTR
                 MOVE CODSIS OF REG-COTITU TO CODSIS OF REG-MAESTR
                 MOVE CODPRO OF REG-COTITU TO CODPRO OF REG-MAESTR
                 MOVE AGCCTA OF REG-COTITU TO AGCCTA OF REG-MAESTR
                 MOVE CTANRO OF REG-COTITU TO CTANRO OF REG-MAESTR
                 READ CCAMAEAHO INVALID KEY
                      INITIALIZE REGMAEAHO OF REG-MAESTR
                 END-READ
HH               MOVE REG-MAESTR TO JRN-MAEANT
                 IF INDBAJ OF REG-MAESTR = ZEROS
                 OR FCIERR OF REG-MAESTR = ZEROS
                 OR FCIERR OF REG-MAESTR NOT < W-FECLIM
                 OR INDEMB OF REG-MAESTR NOT = ZEROS
                    MOVE NITTIT OF REG-COTITU TO W-NITBUS
                    PERFORM DESCARTAR-NIT
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       DESCARTAR-NIT.
           IF W-NITBUS > ZEROS
              MOVE W-NITBUS TO NITCTA OF REG-ANOWRK
              READ CCAANOWRK
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      DELETE CCAANOWRK RECORD
                      ADD 1 TO W-CANCOT
              END-READ
           END-IF.
      *----------------------------------------------------------------
      * LA CUENTA DEL CANDIDATO QUEDA CON EL NIT SUSTITUTO Y EL NOMBRE
      * ANONIMIZADO, Y CON ELLA SU HISTORICO Y SUS EXTRACTOS. EL
      * COTITULAR CANDIDATO DE OTRA CUENTA SOLO CAMBIA SU NIT.
      *----------------------------------------------------------------
       ANONIMIZAR-CUENTA.
           MOVE "NO"                  TO CTL-CAMBIO
           MOVE NITCTA OF REG-MAESTR  TO W-NITBUS
           PERFORM BUSCAR-CANDIDATO
           IF CANDIDATO-HALLADO
              PERFORM ANONIMIZAR-TITULAR
           END-IF
           IF NITCT2 OF REG-MAESTR > ZEROS
              MOVE NITCT2 OF REG-MAESTR TO W-NITBUS
              PERFORM BUSCAR-CANDIDATO
              IF CANDIDATO-HALLADO
                 MOVE W-NITSUS          TO NITCT2 OF REG-MAESTR
                 MOVE "SI"              TO CTL-CAMBIO
              END-IF
           END-IF
           IF NITCT3 OF REG-MAESTR > ZEROS
              MOVE NITCT3 OF REG-MAESTR TO W-NITBUS
              PERFORM BUSCAR-CANDIDATO
              IF CANDIDATO-HALLADO
                 MOVE W-NITSUS          TO NITCT3 OF REG-MAESTR
                 MOVE "SI"              TO CTL-CAMBIO
              END-IF
           END-IF
           IF HAY-CAMBIO AND MODO-APLICAR
HH            MOVE "CCA591"    TO JRN-PROGRA
HH            CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                                REG-MAESTR
              REWRITE REG-MAESTR
           END-IF
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
      * EL TOKEN SE ASIGNA LA PRIMERA VEZ QUE SE ENCUENTRA EL NIT.
      *----------------------------------------------------------------
       BUSCAR-CANDIDATO.
           MOVE "NO"     TO CTL-CANDIDATO
           MOVE W-NITBUS TO NITCTA OF REG-ANOWRK
           READ CCAANOWRK
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "SI" TO CTL-CANDIDATO
           END-READ
           IF CANDIDATO-HALLADO
              IF TOKEN OF REG-ANOWRK = ZEROS
                 ADD 1             TO W-ULTTOK
                                      W-CANCLI
                 MOVE W-ULTTOK     TO TOKEN OF REG-ANOWRK
                 COMPUTE NITSUS OF REG-ANOWRK = W-NITBAS + W-ULTTOK
                 REWRITE REG-ANOWRK
              END-IF
              MOVE TOKEN  OF REG-ANOWRK TO W-TOKEN
              MOVE NITSUS OF REG-ANOWRK TO W-NITSUS
           END-IF.
      *----------------------------------------------------------------
       ANONIMIZAR-TITULAR.
           MOVE NITCTA OF REG-MAESTR  TO W-NITORG
           MOVE SPACES                TO W-DESANO
           STRING "CLIENTE ANONIMIZADO " W-TOKEN
                  DELIMITED BY SIZE INTO W-DESANO
           MOVE W-NITSUS              TO NITCTA OF REG-MAESTR
           MOVE W-DESANO              TO DESCRI OF REG-MAESTR
           MOVE "SI"                  TO CTL-CAMBIO
           ADD 1                      TO W-CANCTA
           INITIALIZE REGANOCTA
           MOVE CODMON OF REG-MAESTR  TO CODMON OF REG-ANOCTA
           MOVE CODSIS OF REG-MAESTR  TO CODSIS OF REG-ANOCTA
           MOVE CODPRO OF REG-MAESTR  TO CODPRO OF REG-ANOCTA
           MOVE AGCCTA OF REG-MAESTR  TO AGCCTA OF REG-ANOCTA
           MOVE CTANRO OF REG-MAESTR  TO CTANRO OF REG-ANOCTA
           MOVE W-NITORG              TO NITORG OF REG-ANOCTA
           MOVE W-NITSUS              TO NITSUS OF REG-ANOCTA
           MOVE W-TOKEN               TO TOKEN  OF REG-ANOCTA
           MOVE FCIERR OF REG-MAESTR  TO FCIERR OF REG-ANOCTA
           PERFORM EMPEZAR-CCAHISTOR
           PERFORM ANONIMIZAR-HISTOR UNTIL FIN-CCAHISTOR
           PERFORM EMPEZAR-CCAEXTARC
           PERFORM ANONIMIZAR-EXTRACTO UNTIL FIN-CCAEXTARC
           WRITE REG-ANOCTA INVALID KEY
                 CONTINUE
           END-WRITE.
      *----------------------------------------------------------------
       EMPEZAR-CCAHISTOR.
           MOVE "NO"                  TO CTL-CCAHISTOR
           MOVE CODMON OF REG-MAESTR  TO CODMON OF REG-HISTOR
           MOVE CODSIS OF REG-MAESTR  TO CODSIS OF REG-HISTOR
           MOVE CODPRO OF REG-MAESTR  TO CODPRO OF REG-HISTOR
           MOVE AGCCTA OF REG-MAESTR  TO AGCCTA OF REG-HISTOR
           MOVE CTANRO OF REG-MAESTR  TO CTANRO OF REG-HISTOR
           START CCAHISTOR KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAHISTOR
           END-START.
      *----------------------------------------------------------------
      * EL IMPORTE Y LAS FECHAS DEL MOVIMIENTO NO SE TOCAN.
      *----------------------------------------------------------------
       ANONIMIZAR-HISTOR.
           READ CCAHISTOR NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAHISTOR
           END-READ
           IF NO-FIN-CCAHISTOR
              IF CODMON OF REG-HISTOR NOT = CODMON OF REG-MAESTR
              OR CODSIS OF REG-HISTOR NOT = CODSIS OF REG-MAESTR
              OR CODPRO OF REG-HISTOR NOT = CODPRO OF REG-MAESTR
              OR AGCCTA OF REG-HISTOR NOT = AGCCTA OF REG-MAESTR
              OR CTANRO OF REG-HISTOR NOT = CTANRO OF REG-MAESTR
                 MOVE "SI" TO CTL-CCAHISTOR
              ELSE
                 IF NRONIT OF REG-HISTOR = W-NITORG
                    MOVE W-NITSUS TO NRONIT OF REG-HISTOR
                 END-IF
                 MOVE SPACES      TO INFDEP OF REG-HISTOR
                 ADD 1            TO CANHIS OF REG-ANOCTA
                                     W-CANHIS
                 IF MODO-APLICAR
                    REWRITE REG-HISTOR
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       EMPEZAR-CCAEXTARC.
           MOVE "NO"                  TO CTL-CCAEXTARC
           MOVE CODMON OF REG-MAESTR  TO CODMON OF REG-EXTARC
           MOVE CODSIS OF REG-MAESTR  TO CODSIS OF REG-EXTARC
           MOVE CODPRO OF REG-MAESTR  TO CODPRO OF REG-EXTARC
           MOVE AGCCTA OF REG-MAESTR  TO AGCCTA OF REG-EXTARC
           MOVE CTANRO OF REG-MAESTR  TO CTANRO OF REG-EXTARC
           MOVE ZEROS                 TO FECCIC OF REG-EXTARC
                                         SECUEN OF REG-EXTARC
           START CCAEXTARC KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAEXTARC
           END-START.
      *----------------------------------------------------------------
       ANONIMIZAR-EXTRACTO.
           READ CCAEXTARC NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAEXTARC
           END-READ
           IF NO-FIN-CCAEXTARC
              IF CODMON OF REG-EXTARC NOT = CODMON OF REG-MAESTR
              OR CODSIS OF REG-EXTARC NOT = CODSIS OF REG-MAESTR
              OR CODPRO OF REG-EXTARC NOT = CODPRO OF REG-MAESTR
              OR AGCCTA OF REG-EXTARC NOT = AGCCTA OF REG-MAESTR
              OR CTANRO OF REG-EXTARC NOT = CTANRO OF REG-MAESTR
                 MOVE "SI" TO CTL-CCAEXTARC
              ELSE
                 MOVE W-NITSUS    TO NITCTA OF REG-EXTARC
                 MOVE W-DESANO    TO NOMCTA OF REG-EXTARC
                 ADD 1            TO CANEXT OF REG-ANOCTA
                                     W-CANEXT
                 IF MODO-APLICAR
                    REWRITE REG-EXTARC
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       ANONIMIZAR-VINCULO.
           READ CCACOTITU NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACOTITU
           END-READ
           IF NO-FIN-CCACOTITU
              MOVE NITTIT OF REG-COTITU TO W-NITBUS
              PERFORM BUSCAR-CANDIDATO
              IF CANDIDATO-HALLADO
                 MOVE W-NITSUS          TO NITTIT OF REG-COTITU
                 ADD 1                  TO W-CANTIT
                 IF MODO-APLICAR
                    REWRITE REG-COTITU
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * EL ARCHIVO DE CUSTODIA NO TIENE ACCESO POR CUENTA: SE RECORRE
      * COMPLETO CONTRA LAS CUENTAS ANONIMIZADAS EN LA CORRIDA.
      *----------------------------------------------------------------
       ANONIMIZAR-ARCHIVO.
           MOVE CODMON OF REG-HISARC  TO CODMON OF REG-ANOCTA
           MOVE CODSIS OF REG-HISARC  TO CODSIS OF REG-ANOCTA
           MOVE CODPRO OF REG-HISARC  TO CODPRO OF REG-ANOCTA
           MOVE AGCCTA OF REG-HISARC  TO AGCCTA OF REG-ANOCTA
           MOVE CTANRO OF REG-HISARC  TO CTANRO OF REG-ANOCTA
           MOVE "NO"                  TO CTL-CUENTA
           READ CCAANOCTA
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE "SI" TO CTL-CUENTA
           END-READ
           IF CUENTA-ANONIMIZADA
              IF NRONIT OF REG-HISARC = NITORG OF REG-ANOCTA
                 MOVE NITSUS OF REG-ANOCTA TO NRONIT OF REG-HISARC
              END-IF
              MOVE SPACES                  TO INFDEP OF REG-HISARC
              ADD 1                        TO CANARC OF REG-ANOCTA
                                              W-CANARC
              REWRITE REG-ANOCTA
              IF MODO-APLICAR
                 REWRITE REG-HISARC
              END-IF
           END-IF
           PERFORM LEER-CCAHISARC.
      *----------------------------------------------------------------
       ANONIMIZAR-DIRCOR.
           MOVE NITCTA OF REG-DIRCOR TO W-NITBUS
           PERFORM BUSCAR-CANDIDATO
           IF CANDIDATO-HALLADO
              MOVE W-NITSUS           TO NITCTA OF REG-DIRCOR
              ADD 1                   TO W-CANDIR
              IF MODO-APLICAR
                 REWRITE REG-DIRCOR
              END-IF
           END-IF
           PERFORM LEER-CCADIRCOR.
      *----------------------------------------------------------------
      * LA BITACORA SOLO SE GRABA CUANDO SE APLICA; EL REPORTE SALE
      * EN LOS DOS MODOS.
      *----------------------------------------------------------------
       CERRAR-CUENTA.
           READ CCAANOCTA NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAANOCTA
           END-READ
           IF NO-FIN-CCAANOCTA
              IF MODO-APLICAR
                 PERFORM GRABAR-BITACORA
              END-IF
              INITIALIZE CCA591R-DETALLE
              MOVE TOKEN  OF REG-ANOCTA TO TOKEN  OF CCA591R-DETALLE
              MOVE CODMON OF REG-ANOCTA TO CODMON OF CCA591R-DETALLE
              MOVE CODSIS OF REG-ANOCTA TO CODSIS OF CCA591R-DETALLE
              MOVE CODPRO OF REG-ANOCTA TO CODPRO OF CCA591R-DETALLE
              MOVE AGCCTA OF REG-ANOCTA TO AGCCTA OF CCA591R-DETALLE
              MOVE CTANRO OF REG-ANOCTA TO CTANRO OF CCA591R-DETALLE
              MOVE FCIERR OF REG-ANOCTA TO FCIERR OF CCA591R-DETALLE
              MOVE CANHIS OF REG-ANOCTA TO CANHIS OF CCA591R-DETALLE
              MOVE CANARC OF REG-ANOCTA TO CANARC OF CCA591R-DETALLE
              MOVE CANEXT OF REG-ANOCTA TO CANEXT OF CCA591R-DETALLE
              WRITE REPORTE-REG FORMAT IS "DETALLE"
           END-IF.
      *----------------------------------------------------------------
       GRABAR-BITACORA.
           INITIALIZE REGANOLOG
           MOVE TOKEN  OF REG-ANOCTA   TO TOKEN  OF REG-ANOLOG
           MOVE NITSUS OF REG-ANOCTA   TO NITSUS OF REG-ANOLOG
           MOVE CODMON OF REG-ANOCTA   TO CODMON OF REG-ANOLOG
           MOVE CODSIS OF REG-ANOCTA   TO CODSIS OF REG-ANOLOG
           MOVE CODPRO OF REG-ANOCTA   TO CODPRO OF REG-ANOLOG
           MOVE AGCCTA OF REG-ANOCTA   TO AGCCTA OF REG-ANOLOG
           MOVE CTANRO OF REG-ANOCTA   TO CTANRO OF REG-ANOLOG
           MOVE FCIERR OF REG-ANOCTA   TO FCIERR OF REG-ANOLOG
           MOVE CANHIS OF REG-ANOCTA   TO CANHIS OF REG-ANOLOG
           MOVE CANARC OF REG-ANOCTA   TO CANARC OF REG-ANOLOG
           MOVE CANEXT OF REG-ANOCTA   TO CANEXT OF REG-ANOLOG
           MOVE LK-FECHA-HOY           TO FECANO OF REG-ANOLOG
           MOVE W-HORA                 TO HORANO OF REG-ANOLOG
           MOVE XUSERID                TO USRANO OF REG-ANOLOG
           WRITE REG-ANOLOG.
      *----------------------------------------------------------------
       IMPRIMIR-TOTALES.
           INITIALIZE CCA591R-TOTALES
           MOVE W-CANCLI          TO CANCLI OF CCA591R-TOTALES
           MOVE W-CANCTA          TO CANCTA OF CCA591R-TOTALES
           MOVE W-CANRET          TO CANRET OF CCA591R-TOTALES
           MOVE W-CANCOT          TO CANCOT OF CCA591R-TOTALES
           MOVE W-CANHIS          TO CANHIS OF CCA591R-TOTALES
           MOVE W-CANARC          TO CANARC OF CCA591R-TOTALES
           MOVE W-CANEXT          TO CANEXT OF CCA591R-TOTALES
           MOVE W-CANDIR          TO CANDIR OF CCA591R-TOTALES
           MOVE W-CANTIT          TO CANTIT OF CCA591R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES".
      *----------------------------------------------------------------
       EMPEZAR-CCAMAEAHO.
           MOVE "NO"   TO CTL-CCAMAEAHO
           MOVE ZEROS  TO CODMON OF REG-MAESTR
                          CODSIS OF REG-MAESTR
                          CODPRO OF REG-MAESTR
                          AGCCTA OF REG-MAESTR
                          CTANRO OF REG-MAESTR
           START CCAMAEAHO KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAMAEAHO
           END-START
           IF NO-FIN-CCAMAEAHO
              PERFORM LEER-CCAMAEAHO
           END-IF.
      *----------------------------------------------------------------
       EMPEZAR-CCACOTITU.
           MOVE "NO"   TO CTL-CCACOTITU
           MOVE ZEROS  TO CODMON OF REG-COTITU
                          CODSIS OF REG-COTITU
                          CODPRO OF REG-COTITU
                          AGCCTA OF REG-COTITU
                          CTANRO OF REG-COTITU
                          NROTIT OF REG-COTITU
           START CCACOTITU KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCACOTITU
           END-START.
      *----------------------------------------------------------------
       EMPEZAR-CCAANOCTA.
           MOVE "NO"   TO CTL-CCAANOCTA
           MOVE ZEROS  TO CODMON OF REG-ANOCTA
                          CODSIS OF REG-ANOCTA
                          CODPRO OF REG-ANOCTA
                          AGCCTA OF REG-ANOCTA
                          CTANRO OF REG-ANOCTA
           START CCAANOCTA KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAANOCTA
           END-START.
      *----------------------------------------------------------------
       LEER-CCAMAEAHO5.
           READ CCAMAEAHO5 NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMAEAHO5.
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMAEAHO.
HH         MOVE REG-MAESTR TO JRN-MAEANT.
      *----------------------------------------------------------------
       LEER-CCAHISARC.
           READ CCAHISARC AT END
                MOVE "SI" TO CTL-CCAHISARC.
      *----------------------------------------------------------------
       LEER-CCADIRCOR.
           READ CCADIRCOR AT END
                MOVE "SI" TO CTL-CCADIRCOR.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
      * LOS ARCHIVOS DE TRABAJO, QUE TIENEN EL NIT ORIGINAL, QUEDAN
      * VACIOS AL TERMINAR.
      *----------------------------------------------------------------
       TERMINAR.
           PERFORM IMPRIMIR-TOTALES
           DISPLAY "CCA591 MODO (A=APLICA).........: " PARM-MODO
           DISPLAY "CCA591 CLIENTES ANONIMIZADOS...: " W-CANCLI
           DISPLAY "CCA591 CUENTAS ANONIMIZADAS....: " W-CANCTA
           DISPLAY "CCA591 CLIENTES RETENIDOS......: " W-CANRET
           DISPLAY "CCA591 DESCARTADOS COTITULARES.: " W-CANCOT
           DISPLAY "CCA591 MOVIMIENTOS HISTORICO...: " W-CANHIS
           DISPLAY "CCA591 MOVIMIENTOS CUSTODIA....: " W-CANARC
           DISPLAY "CCA591 EXTRACTOS ARCHIVADOS....: " W-CANEXT
           IF TABLA-LLENA
              DISPLAY "CCA591 TABLA DE RETENIDOS LLENA"
           END-IF
           CLOSE CCAMAEAHO5 CCAMAEAHO CCAEMBARGO CCARECLAMO CCAOFIRES
                 CCAOFICTL CCACOTITU CCAHISTOR CCAHISARC CCAEXTARC
                 CCADIRCOR CCAANOWRK CCAANOCTA CCAANOLOG CCATABLAS
                 REPORTE.
           OPEN OUTPUT CCAANOWRK CCAANOCTA.
           CLOSE       CCAANOWRK CCAANOCTA.
           STOP  RUN      .
