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
       PROGRAM-ID.    CCA675.
      ******************************************************************
      * FUNCION: VIGILANCIA NOCTURNA DE LAS OPERACIONES DE EMPLEADOS   *
      *          SOBRE CUENTAS PROPIAS, DE PARIENTES Y DORMIDAS. CORRE *
      *          DESPUES DE CCA530 Y CCA580. EL EMPLEADO SE RECONOCE   *
      *          POR SU USUARIO EN EL REGISTRO CCAEMPLEA (VER CCA674). *
      *          - MOVIMIENTOS APLICADOS DEL DIA (CCAMOVACE) CUYO      *
      *            USRING O CODCAJ ES UN EMPLEADO ACTIVO:              *
      *              1 = EL EMPLEADO ES TITULAR O COTITULAR (NITCTA,   *
      *                  NITCT2, NITCT3 O CCACOTITU ACTIVO).           *
      *              3 = REVERSION (CCA567, USRING REVERSION) SOBRE    *
      *                  UNA CUENTA DE UN PARIENTE (CCAEMPPAR).        *
      *              4 = CUENTA INACTIVA (INDINA).                     *
      *              5 = CUENTA ABANDONADA (INDBAJ 7, VER CCA668).     *
      *          - NOVEDADES APLICADAS DEL DIA (CCANOVAPL DE CCA530)   *
      *            CAPTURADAS POR UN EMPLEADO ACTIVO:                  *
      *              1 = SOBRE SU PROPIA CUENTA.                       *
      *              2 = SOBRE UNA CUENTA DE UN PARIENTE.              *
      *          CADA CASO QUEDA EN CCAEMPCAS (PENDIENTE DE REVISION)  *
      *          POR LA AGENCIA DEL EMPLEADO, Y EL REPORTE CCA675R     *
      *          SALE POR AGENCIA CON SU GERENTE (INDGER "S" EN EL     *
      *          REGISTRO). UNA NUEVA CORRIDA DEL DIA REEMPLAZA LOS    *
      *          CASOS PENDIENTES QUE DEJO LA ANTERIOR.                *
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
           SELECT CCANOVAPL
               ASSIGN          TO DATABASE-CCANOVAPL
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAMAEAHO
               ASSIGN          TO DATABASE-CCAMAEAHO
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
           SELECT CCAEMPCAS
               ASSIGN          TO DATABASE-CCAEMPCAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA675R
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
       FD  CCANOVAPL
           LABEL RECORDS ARE STANDARD.
       01  REG-NOVAPL.
           COPY DDS-ALL-FORMATS OF CCANOVAPL.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
       FD  CCACOTITU
           LABEL RECORDS ARE STANDARD.
       01  REG-COTITU.
           COPY DDS-ALL-FORMATS OF CCACOTITU.
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
       FD  CCAEMPCAS
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPCAS.
           COPY DDS-ALL-FORMATS OF CCAEMPCAS.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA675R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  I                           PIC 9(03)          VALUE ZEROS.
       77  W-NROCAS                    PIC 9(07)          VALUE ZEROS.
       77  W-CANMOV                    PIC 9(09)          VALUE ZEROS.
       77  W-CANNOV                    PIC 9(09)          VALUE ZEROS.
       77  W-CANBOR                    PIC 9(07)          VALUE ZEROS.
       77  W-CANAGE                    PIC 9(07)          VALUE ZEROS.
       77  W-AGCANT                    PIC 9(05)          VALUE ZEROS.
      *
      * DESCRIPCION DE LOS TIPOS DE CASO.
       01  W-DESCRIPCIONES.
           05  FILLER                  PIC X(30)
               VALUE "EMPLEADO TITULAR DE LA CUENTA".
           05  FILLER                  PIC X(30)
               VALUE "NOVEDAD EN CUENTA DE PARIENTE".
           05  FILLER                  PIC X(30)
               VALUE "REVERSION CUENTA DE PARIENTE".
           05  FILLER                  PIC X(30)
               VALUE "MOVIMIENTO CUENTA INACTIVA".
           05  FILLER                  PIC X(30)
               VALUE "MOVIMIENTO CUENTA ABANDONADA".
       01  R-W-DESCRIPCIONES           REDEFINES W-DESCRIPCIONES.
           05  W-DESCAS                PIC X(30) OCCURS 5 TIMES.
      *
      * GERENTE DE CADA AGENCIA SEGUN EL REGISTRO DE EMPLEADOS.
       77  W-CANGER                    PIC 9(03)          VALUE ZEROS.
       01  TABLA-GERENTES.
           05  GER-ENT                 OCCURS 500 TIMES.
               10  GER-AGCEMP          PIC 9(05).
               10  GER-USRID           PIC X(10).
               10  GER-NOMEMP          PIC X(40).
      *
      * TITULARES DE LA CUENTA EN REVISION.
       77  W-CANTIT                    PIC 9(03)          VALUE ZEROS.
       01  TABLA-TITULARES.
           05  TIT-NIT                 PIC 9(15) OCCURS 30 TIMES.
      *
      * OPERADOR Y OPERACION EN REVISION.
       01  W-USRID                     PIC X(10)          VALUE SPACES.
       01  W-CASO.
           05  W-CAS-TIPCAS            PIC 9(01)          VALUE ZEROS.
           05  W-CAS-ORIGEN            PIC X(01)          VALUE SPACES.
           05  W-CAS-CODTRA            PIC 9(05)          VALUE ZEROS.
           05  W-CAS-IMPORT            PIC S9(13)V99      VALUE ZEROS.
           05  W-CAS-NITREL            PIC 9(15)          VALUE ZEROS.
           05  W-CAS-PARENT            PIC 9(02)          VALUE ZEROS.
       01  W-ES-REVERSION              PIC 9(01)          VALUE 0.
           88  MOVIMIENTO-REVERSION                       VALUE 1.
       01  W-EMPLEADO                  PIC 9(01)          VALUE 0.
           88  ES-EMPLEADO                                VALUE 1.
       01  W-TITULAR                   PIC 9(01)          VALUE 0.
           88  EMPLEADO-TITULAR                           VALUE 1.
       01  W-PARIENTE                  PIC 9(01)          VALUE 0.
           88  CUENTA-DE-PARIENTE                         VALUE 1.
       01  W-LEIDA                     PIC 9(01)          VALUE 0.
           88  CUENTA-LEIDA                               VALUE 1.
      *
       01  CONTROLES.
           05  CTL-CCAMOVACE           PIC X(02) VALUE "NO".
               88  FIN-CCAMOVACE                 VALUE "SI".
               88  NO-FIN-CCAMOVACE              VALUE "NO".
           05  CTL-CCANOVAPL           PIC X(02) VALUE "NO".
               88  FIN-CCANOVAPL                 VALUE "SI".
               88  NO-FIN-CCANOVAPL              VALUE "NO".
           05  CTL-CCACOTITU           PIC X(02) VALUE "NO".
               88  FIN-CCACOTITU                 VALUE "SI".
               88  NO-FIN-CCACOTITU              VALUE "NO".
           05  CTL-CCAEMPLEA           PIC X(02) VALUE "NO".
               88  FIN-CCAEMPLEA                 VALUE "SI".
               88  NO-FIN-CCAEMPLEA              VALUE "NO".
           05  CTL-CCAEMPCAS           PIC X(02) VALUE "NO".
               88  FIN-CCAEMPCAS                 VALUE "SI".
               88  NO-FIN-CCAEMPCAS              VALUE "NO".
           05  CTL-MAESTRO             PIC X(02) VALUE "NO".
               88  ERROR-MAESTRO                 VALUE "SI".
               88  NO-ERROR-MAESTRO              VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA675".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR-MOVACE UNTIL FIN-CCAMOVACE.
           PERFORM PROCESAR-NOVAPL UNTIL FIN-CCANOVAPL.
           PERFORM IMPRIMIR-CASOS.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAMOVACE CCANOVAPL CCAMAEAHO CCACOTITU
                       CCAEMPLEA CCAEMPPAR.
           OPEN I-O    CCAEMPCAS.
           OPEN OUTPUT REPORTE.
           PERFORM CALL-CCA500.
           PERFORM BORRAR-CASOS-DIA.
           PERFORM CARGAR-GERENTES.
           PERFORM LEER-CCAMOVACE.
           PERFORM LEER-CCANOVAPL.
      *----------------------------------------------------------------
      * LOS CASOS QUE DEJO UNA CORRIDA ANTERIOR DEL MISMO DIA Y QUE
      * NADIE HA REVISADO SE REEMPLAZAN CON LOS DE ESTA CORRIDA.
      *----------------------------------------------------------------
       BORRAR-CASOS-DIA.
           PERFORM POSICIONAR-CASOS-DIA
           PERFORM BORRAR-UN-CASO UNTIL FIN-CCAEMPCAS.
      *----------------------------------------------------------------
       BORRAR-UN-CASO.
           PERFORM LEER-CCAEMPCAS
           IF NO-FIN-CCAEMPCAS
              IF ESTADO OF REG-EMPCAS = "P"
                 DELETE CCAEMPCAS RECORD
                 ADD 1 TO W-CANBOR
              ELSE
                 IF NROCAS OF REG-EMPCAS > W-NROCAS
                    MOVE NROCAS OF REG-EMPCAS TO W-NROCAS
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       POSICIONAR-CASOS-DIA.
           MOVE "NO"         TO CTL-CCAEMPCAS
           MOVE LK-FECHA-HOY TO FECPRO OF REG-EMPCAS
           MOVE ZEROS        TO AGCEMP OF REG-EMPCAS
                                NROCAS OF REG-EMPCAS
           START CCAEMPCAS KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAEMPCAS
           END-START.
      *----------------------------------------------------------------
       CARGAR-GERENTES.
           MOVE LOW-VALUES TO USRID OF REG-EMPLEA
           START CCAEMPLEA KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAEMPLEA
           END-START
           PERFORM CARGAR-UN-GERENTE UNTIL FIN-CCAEMPLEA.
      *----------------------------------------------------------------
       CARGAR-UN-GERENTE.
           READ CCAEMPLEA NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAEMPLEA
           END-READ
           IF NO-FIN-CCAEMPLEA
           AND INDGER OF REG-EMPLEA = "S"
           AND ESTADO OF REG-EMPLEA = "A"
           AND W-CANGER < 500
              ADD 1 TO W-CANGER
              MOVE AGCEMP OF REG-EMPLEA TO GER-AGCEMP (W-CANGER)
              MOVE USRID  OF REG-EMPLEA TO GER-USRID  (W-CANGER)
              MOVE NOMEMP OF REG-EMPLEA TO GER-NOMEMP (W-CANGER)
           END-IF.
      *----------------------------------------------------------------
      * EL MOVIMIENTO SE REVISA CONTRA EL USUARIO QUE LO INGRESO Y
      * CONTRA EL CAJERO; LA REVERSION DE CCA567 TRAE EN CODCAJ EL
      * USUARIO QUE LA PIDIO.
      *----------------------------------------------------------------
       PROCESAR-MOVACE.
           ADD 1 TO W-CANMOV PC504-CANTREG
           MOVE ZEROS TO W-LEIDA W-ES-REVERSION
           IF USRING OF REG-MOVACE = "REVERSION"
              MOVE 1 TO W-ES-REVERSION
           END-IF
           MOVE USRING OF REG-MOVACE TO W-USRID
           PERFORM REVISAR-OPERADOR-MOV
           IF CODCAJ OF REG-MOVACE NOT = USRING OF REG-MOVACE
              MOVE CODCAJ OF REG-MOVACE TO W-USRID
              PERFORM REVISAR-OPERADOR-MOV
           END-IF
           PERFORM LEER-CCAMOVACE.
      *----------------------------------------------------------------
       REVISAR-OPERADOR-MOV.
           MOVE ZEROS TO W-EMPLEADO
           IF W-USRID NOT = SPACES
              PERFORM LEER-EMPLEADO
           END-IF
           IF ES-EMPLEADO
              IF NOT CUENTA-LEIDA
                 MOVE CODMON OF REG-MOVACE TO CODMON OF REG-MAESTR
                 MOVE CODSIS OF REG-MOVACE TO CODSIS OF REG-MAESTR
                 MOVE CODPRO OF REG-MOVACE TO CODPRO OF REG-MAESTR
                 MOVE AGCCTA OF REG-MOVACE TO AGCCTA OF REG-MAESTR
                 MOVE CTANRO OF REG-MOVACE TO CTANRO OF REG-MAESTR
                 PERFORM LEER-CUENTA
              END-IF
              IF NO-ERROR-MAESTRO
                 INITIALIZE W-CASO
                 MOVE "M"                  TO W-CAS-ORIGEN
                 MOVE CODTRA OF REG-MOVACE TO W-CAS-CODTRA
                 MOVE IMPORT OF REG-MOVACE TO W-CAS-IMPORT
                 PERFORM BUSCAR-TITULAR
                 IF EMPLEADO-TITULAR
                    MOVE 1                    TO W-CAS-TIPCAS
                    MOVE NITEMP OF REG-EMPLEA TO W-CAS-NITREL
                    PERFORM GRABAR-CASO
                 ELSE
                    IF MOVIMIENTO-REVERSION
                       PERFORM BUSCAR-PARIENTE
                       IF CUENTA-DE-PARIENTE
                          MOVE 3 TO W-CAS-TIPCAS
                          PERFORM GRABAR-CASO
                       END-IF
                    END-IF
                 END-IF
                 MOVE ZEROS TO W-CAS-NITREL W-CAS-PARENT
                 IF INDBAJ OF REG-MAESTR = 7
                    MOVE 5 TO W-CAS-TIPCAS
                    PERFORM GRABAR-CASO
                 ELSE
                    IF INDINA OF REG-MAESTR NOT = ZEROS
                       MOVE 4 TO W-CAS-TIPCAS
                       PERFORM GRABAR-CASO
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * SOLO LA NOVEDAD APLICADA HOY CUENTA; EL CAPTURADOR LO DEJA
      * CCA530 EN USRCAP.
      *----------------------------------------------------------------
       PROCESAR-NOVAPL.
           IF FECPRO OF REG-NOVAPL = LK-FECHA-HOY
           AND INDRES OF REG-NOVAPL = 1
           AND USRCAP OF REG-NOVAPL NOT = SPACES
              ADD 1 TO W-CANNOV PC504-CANTREG
              MOVE USRCAP OF REG-NOVAPL TO W-USRID
              MOVE ZEROS TO W-EMPLEADO
              PERFORM LEER-EMPLEADO
              IF ES-EMPLEADO
                 MOVE CODMON OF REG-NOVAPL TO CODMON OF REG-MAESTR
                 MOVE CODSIS OF REG-NOVAPL TO CODSIS OF REG-MAESTR
                 MOVE CODPRO OF REG-NOVAPL TO CODPRO OF REG-MAESTR
                 MOVE AGCCTA OF REG-NOVAPL TO AGCCTA OF REG-MAESTR
                 MOVE CTANRO OF REG-NOVAPL TO CTANRO OF REG-MAESTR
                 PERFORM LEER-CUENTA
                 IF NO-ERROR-MAESTRO
                    PERFORM REVISAR-NOVEDAD
                 END-IF
              END-IF
           END-IF
           PERFORM LEER-CCANOVAPL.
      *----------------------------------------------------------------
       REVISAR-NOVEDAD.
           INITIALIZE W-CASO
           MOVE "N"                  TO W-CAS-ORIGEN
           MOVE CODNOV OF REG-NOVAPL TO W-CAS-CODTRA
           PERFORM BUSCAR-TITULAR
           IF EMPLEADO-TITULAR
              MOVE 1                    TO W-CAS-TIPCAS
              MOVE NITEMP OF REG-EMPLEA TO W-CAS-NITREL
              PERFORM GRABAR-CASO
           ELSE
              PERFORM BUSCAR-PARIENTE
              IF CUENTA-DE-PARIENTE
                 MOVE 2 TO W-CAS-TIPCAS
                 PERFORM GRABAR-CASO
              END-IF
           END-IF.
      *----------------------------------------------------------------
       LEER-EMPLEADO.
           MOVE W-USRID TO USRID OF REG-EMPLEA
           READ CCAEMPLEA
              NOT INVALID KEY
                 IF ESTADO OF REG-EMPLEA = "A"
                    MOVE 1 TO W-EMPLEADO
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      * LEE LA CUENTA (LLAVE YA PUESTA EN REG-MAESTR) Y ARMA LA TABLA
      * DE SUS TITULARES: LOS TRES NIT DEL MAESTRO Y LOS COTITULARES
      * ACTIVOS.
      *----------------------------------------------------------------
       LEER-CUENTA.
           MOVE 1    TO W-LEIDA
           MOVE "NO" TO CTL-MAESTRO
           MOVE ZEROS TO W-CANTIT
           READ CCAMAEAHO INVALID KEY
                MOVE "SI" TO CTL-MAESTRO
           END-READ
           IF NO-ERROR-MAESTRO
              IF NITCTA OF REG-MAESTR NOT = ZEROS
                 ADD 1 TO W-CANTIT
                 MOVE NITCTA OF REG-MAESTR TO TIT-NIT (W-CANTIT)
              END-IF
              IF NITCT2 OF REG-MAESTR NOT = ZEROS
                 ADD 1 TO W-CANTIT
                 MOVE NITCT2 OF REG-MAESTR TO TIT-NIT (W-CANTIT)
              END-IF
              IF NITCT3 OF REG-MAESTR NOT = ZEROS
                 ADD 1 TO W-CANTIT
                 MOVE NITCT3 OF REG-MAESTR TO TIT-NIT (W-CANTIT)
              END-IF
              PERFORM CARGAR-COTITULARES
           END-IF.
      *----------------------------------------------------------------
       CARGAR-COTITULARES.
           MOVE "NO" TO CTL-CCACOTITU
           MOVE CODMON OF REG-MAESTR TO CODMON OF REG-COTITU
           MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-COTITU
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-COTITU
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-COTITU
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-COTITU
           MOVE ZEROS                TO NROTIT OF REG-COTITU
           START CCACOTITU KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCACOTITU
           END-START
           PERFORM CARGAR-UN-COTITULAR UNTIL FIN-CCACOTITU.
      *----------------------------------------------------------------
       CARGAR-UN-COTITULAR.
           READ CCACOTITU NEXT AT END
                MOVE "SI" TO CTL-CCACOTITU
           END-READ
           IF NO-FIN-CCACOTITU
              IF CODMON OF REG-COTITU NOT = CODMON OF REG-MAESTR
              OR CODSIS OF REG-COTITU NOT = CODSIS OF REG-MAESTR
              OR CODPRO OF REG-COTITU NOT = CODPRO OF REG-MAESTR
              OR AGCCTA OF REG-COTITU NOT = AGCCTA OF REG-MAESTR
              OR CTANRO OF REG-COTITU NOT = CTANRO OF REG-MAESTR
                 MOVE "SI" TO CTL-CCACOTITU
              ELSE
                 IF ESTADO OF REG-COTITU = "A"
                 AND W-CANTIT < 30
                    ADD 1 TO W-CANTIT
                    MOVE NITTIT OF REG-COTITU TO TIT-NIT (W-CANTIT)
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-TITULAR.
           MOVE ZEROS TO W-TITULAR
           PERFORM COMPARAR-TITULAR VARYING I FROM 1 BY 1
                   UNTIL I > W-CANTIT
                   OR    EMPLEADO-TITULAR.
      *----------------------------------------------------------------
       COMPARAR-TITULAR.
           IF TIT-NIT (I) = NITEMP OF REG-EMPLEA
              MOVE 1 TO W-TITULAR
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-PARIENTE.
           MOVE ZEROS TO W-PARIENTE
           PERFORM COMPARAR-PARIENTE VARYING I FROM 1 BY 1
                   UNTIL I > W-CANTIT
                   OR    CUENTA-DE-PARIENTE.
      *----------------------------------------------------------------
       COMPARAR-PARIENTE.
           MOVE NITEMP OF REG-EMPLEA TO NITEMP OF REG-EMPPAR
           MOVE TIT-NIT (I)          TO NITPAR OF REG-EMPPAR
           READ CCAEMPPAR
              NOT INVALID KEY
                 IF ESTADO OF REG-EMPPAR = "A"
                    MOVE 1                    TO W-PARIENTE
                    MOVE NITPAR OF REG-EMPPAR TO W-CAS-NITREL
                    MOVE PARENT OF REG-EMPPAR TO W-CAS-PARENT
                 END-IF
           END-READ.
      *----------------------------------------------------------------
       GRABAR-CASO.
           ADD 1 TO W-NROCAS
           INITIALIZE REGEMPCAS
           MOVE LK-FECHA-HOY          TO FECPRO OF REG-EMPCAS
           MOVE AGCEMP OF REG-EMPLEA  TO AGCEMP OF REG-EMPCAS
           MOVE W-NROCAS              TO NROCAS OF REG-EMPCAS
           MOVE W-CAS-TIPCAS          TO TIPCAS OF REG-EMPCAS
           MOVE USRID  OF REG-EMPLEA  TO USRID  OF REG-EMPCAS
           MOVE NITEMP OF REG-EMPLEA  TO NITEMP OF REG-EMPCAS
           MOVE CODMON OF REG-MAESTR  TO CODMON OF REG-EMPCAS
           MOVE CODSIS OF REG-MAESTR  TO CODSIS OF REG-EMPCAS
           MOVE CODPRO OF REG-MAESTR  TO CODPRO OF REG-EMPCAS
           MOVE AGCCTA OF REG-MAESTR  TO AGCCTA OF REG-EMPCAS
           MOVE CTANRO OF REG-MAESTR  TO CTANRO OF REG-EMPCAS
           MOVE W-CAS-ORIGEN          TO ORIGEN OF REG-EMPCAS
           MOVE W-CAS-CODTRA          TO CODTRA OF REG-EMPCAS
           MOVE W-CAS-IMPORT          TO IMPORT OF REG-EMPCAS
           MOVE W-CAS-NITREL          TO NITREL OF REG-EMPCAS
           MOVE W-CAS-PARENT          TO PARENT OF REG-EMPCAS
           MOVE "P"                   TO ESTADO OF REG-EMPCAS
           WRITE REG-EMPCAS INVALID KEY
                 DISPLAY "CCA675 CASO DUPLICADO " W-NROCAS
           END-WRITE.
      *----------------------------------------------------------------
      * LOS CASOS DEL DIA SALEN EN ORDEN DE AGENCIA DEL EMPLEADO: CADA
      * AGENCIA ABRE CON SU GERENTE Y CIERRA CON SU CANTIDAD.
      *----------------------------------------------------------------
       IMPRIMIR-CASOS.
           MOVE ZEROS TO W-NROCAS
           PERFORM POSICIONAR-CASOS-DIA
           PERFORM IMPRIMIR-UN-CASO UNTIL FIN-CCAEMPCAS
           IF W-NROCAS > ZEROS
              PERFORM IMPRIMIR-TOTAL-AGENCIA
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-UN-CASO.
           PERFORM LEER-CCAEMPCAS
           IF NO-FIN-CCAEMPCAS
              IF W-NROCAS = ZEROS
              OR AGCEMP OF REG-EMPCAS NOT = W-AGCANT
                 IF W-NROCAS > ZEROS
                    PERFORM IMPRIMIR-TOTAL-AGENCIA
                 END-IF
                 MOVE AGCEMP OF REG-EMPCAS TO W-AGCANT
                 PERFORM IMPRIMIR-ENCABEZADO
              END-IF
              ADD 1 TO W-NROCAS W-CANAGE
              INITIALIZE CCA675R-DETALLE
              MOVE NROCAS OF REG-EMPCAS TO NROCAS OF CCA675R-DETALLE
              MOVE TIPCAS OF REG-EMPCAS TO TIPCAS OF CCA675R-DETALLE
              MOVE W-DESCAS (TIPCAS OF REG-EMPCAS)
                                        TO DESCAS OF CCA675R-DETALLE
              MOVE USRID  OF REG-EMPCAS TO USRID  OF CCA675R-DETALLE
              MOVE NITEMP OF REG-EMPCAS TO NITEMP OF CCA675R-DETALLE
              MOVE CODMON OF REG-EMPCAS TO CODMON OF CCA675R-DETALLE
              MOVE CODSIS OF REG-EMPCAS TO CODSIS OF CCA675R-DETALLE
              MOVE CODPRO OF REG-EMPCAS TO CODPRO OF CCA675R-DETALLE
              MOVE AGCCTA OF REG-EMPCAS TO AGCCTA OF CCA675R-DETALLE
              MOVE CTANRO OF REG-EMPCAS TO CTANRO OF CCA675R-DETALLE
              MOVE ORIGEN OF REG-EMPCAS TO ORIGEN OF CCA675R-DETALLE
              MOVE CODTRA OF REG-EMPCAS TO CODTRA OF CCA675R-DETALLE
              MOVE IMPORT OF REG-EMPCAS TO IMPORT OF CCA675R-DETALLE
              MOVE NITREL OF REG-EMPCAS TO NITREL OF CCA675R-DETALLE
              MOVE PARENT OF REG-EMPCAS TO PARENT OF CCA675R-DETALLE
              WRITE REPORTE-REG FORMAT IS "DETALLE"
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-ENCABEZADO.
           INITIALIZE CCA675R-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF CCA675R-HEADER
           MOVE W-AGCANT     TO AGCEMP OF CCA675R-HEADER
           MOVE "SIN GERENTE REGISTRADO" TO NOMGER OF CCA675R-HEADER
           PERFORM BUSCAR-GERENTE VARYING I FROM 1 BY 1
                   UNTIL I > W-CANGER
           WRITE REPORTE-REG FORMAT IS "HEADER"
           MOVE ZEROS TO W-CANAGE.
      *----------------------------------------------------------------
       BUSCAR-GERENTE.
           IF GER-AGCEMP (I) = W-AGCANT
              MOVE GER-USRID  (I) TO USRGER OF CCA675R-HEADER
              MOVE GER-NOMEMP (I) TO NOMGER OF CCA675R-HEADER
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-TOTAL-AGENCIA.
           INITIALIZE CCA675R-TOTAGE
           MOVE W-AGCANT TO AGCEMP OF CCA675R-TOTAGE
           MOVE W-CANAGE TO CANCAS OF CCA675R-TOTAGE
           WRITE REPORTE-REG FORMAT IS "TOTAGE".
      *----------------------------------------------------------------
       LEER-CCAEMPCAS.
           READ CCAEMPCAS NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAEMPCAS
           END-READ
           IF NO-FIN-CCAEMPCAS
           AND FECPRO OF REG-EMPCAS NOT = LK-FECHA-HOY
              MOVE "SI" TO CTL-CCAEMPCAS
           END-IF.
      *----------------------------------------------------------------
       LEER-CCAMOVACE.
           READ CCAMOVACE AT END
                MOVE "SI" TO CTL-CCAMOVACE.
      *----------------------------------------------------------------
       LEER-CCANOVAPL.
           READ CCANOVAPL AT END
                MOVE "SI" TO CTL-CCANOVAPL.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE CCA675R-TOTALES
           MOVE W-CANMOV TO CANMOV OF CCA675R-TOTALES
           MOVE W-CANNOV TO CANNOV OF CCA675R-TOTALES
           MOVE W-NROCAS TO CANCAS OF CCA675R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA675 MOVIMIENTOS REVISADOS..: " W-CANMOV
           DISPLAY "CCA675 NOVEDADES REVISADAS....: " W-CANNOV
           DISPLAY "CCA675 CASOS DEL DIA..........: " W-NROCAS
           DISPLAY "CCA675 CASOS PREVIOS BORRADOS.: " W-CANBOR
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMOVACE CCANOVAPL CCAMAEAHO CCACOTITU CCAEMPLEA
                 CCAEMPPAR CCAEMPCAS REPORTE.
           STOP  RUN      .
