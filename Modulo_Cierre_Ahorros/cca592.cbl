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
       PROGRAM-ID.    CCA592.
      ******************************************************************
      * FUNCION: EXTRACTO ENMASCARADO DE DATOS DE PRUEBA. ARMA, DESDE  *
      *          PRODUCCION, UN JUEGO DE DATOS CONSISTENTE PARA        *
      *          PROBAR LA CADENA SIN EXPONER DATOS DE CLIENTES:       *
      *          - LA MUESTRA LA DEFINE LA TABLA 84 DE CCATABLAS:      *
      *            NROTAB = AGENCIA; CAMPO2 = HASTA 50 PRODUCTOS DE    *
      *            3 POSICIONES (EN BLANCO O CEROS = TODOS). EL        *
      *            REGISTRO 0 TRAE EN CAMPO1 EL MAXIMO DE CUENTAS POR  *
      *            AGENCIA (CERO = SIN LIMITE).                        *
      *          - LAS CUENTAS DE LA MUESTRA SALEN A CCAMAEPRU Y SUS   *
      *            MOVIMIENTOS A CCAHISPRU; LOS CLIENTES QUE           *
      *            APARECEN EN ELLAS (TITULARES, COTITULARES Y         *
      *            DEPOSITANTES) SALEN A CLIMAEPRU.                    *
      *          - CADA NIT RECIBE UN NIT FICTICIO CONSECUTIVO         *
      *            (880000000000000 + SECUENCIA) QUE ES EL MISMO EN    *
      *            LOS TRES ARCHIVOS (NITCTA, NITCT2, NITCT3, NRONIT,  *
      *            NITCLI), DE MODO QUE LOS CRUCES SE CONSERVAN. LOS   *
      *            NOMBRES PASAN A "CLIENTE PRUEBA" Y LA SECUENCIA     *
      *            DEL NIT; LA INFORMACION LIBRE DEL MOVIMIENTO        *
      *            (INFDEP, INFPRD) SE REEMPLAZA. SALDOS, FECHAS,      *
      *            CODIGOS E INDICADORES NO SE TOCAN, PARA QUE LA      *
      *            CADENA CORRA IGUAL SOBRE EL EXTRACTO.               *
      *          - EL ARCHIVO DE TRABAJO CCAMASWRK (NIT REAL Y         *
      *            FICTICIO) QUEDA VACIO AL TERMINAR: EL EXTRACTO NO   *
      *            SE PUEDE DESENMASCARAR.                             *
      *          - SOLO CORRE CON LA FUNCION AUTORIZADA EN LA          *
      *            COMPUERTA CCA519. REPORTE POR AGENCIA EN CCA592R.   *
      *          OPERACIONES COPIA LOS TRES ARCHIVOS A LA BIBLIOTECA   *
      *          DE PRUEBAS COMO CCAMAEAHO, CCAHISTOR Y CLIMAE.        *
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
           SELECT CCAHISTOR
               ASSIGN          TO DATABASE-CCAHISTOR
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
           SELECT CCAMAEPRU
               ASSIGN          TO DATABASE-CCAMAEPRU
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAHISPRU
               ASSIGN          TO DATABASE-CCAHISPRU
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CLIMAEPRU
               ASSIGN          TO DATABASE-CLIMAEPRU
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAMASWRK
               ASSIGN          TO DATABASE-CCAMASWRK
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
               ASSIGN          TO FORMATFILE-CCA592R
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
       01  REG-HISTOR.
           COPY DDS-ALL-FORMATS OF CCAHISTOR.
      *
       FD  CLIMAEL01
           LABEL RECORDS ARE STANDARD.
       01  REG-CLIMAEL01.
           COPY DDS-ALL-FORMATS OF CLIMAEL01.
      *
       FD  CCAMAEPRU
           LABEL RECORDS ARE STANDARD.
       01  REG-MAEPRU.
           COPY DDS-ALL-FORMATS OF CCAMAEPRU.
      *
       FD  CCAHISPRU
           LABEL RECORDS ARE STANDARD.
       01  REG-HISPRU.
           COPY DDS-ALL-FORMATS OF CCAHISPRU.
      *
       FD  CLIMAEPRU
           LABEL RECORDS ARE STANDARD.
       01  REG-CLIPRU.
           COPY DDS-ALL-FORMATS OF CLIMAEPRU.
      *
       FD  CCAMASWRK
           LABEL RECORDS ARE STANDARD.
       01  REG-MASWRK.
           COPY DDS-ALL-FORMATS OF CCAMASWRK.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  REPORTE
           LABEL RECORDS ARE OMITTED.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA592R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * LOS NITS FICTICIOS SE NUMERAN DESDE ESTA BASE.
       77  W-NITBAS                    PIC 9(15)
                                       VALUE 880000000000000.
       77  W-ULTSEC                    PIC 9(09) VALUE ZEROS.
       77  W-NITBUS                    PIC 9(15) VALUE ZEROS.
       77  W-NITMAS                    PIC 9(15) VALUE ZEROS.
       77  W-NOMMAS                    PIC X(50) VALUE SPACES.
      *
      * MAXIMO DE CUENTAS POR AGENCIA (TABLA 84 REGISTRO 0).
       77  W-MAXCTA                    PIC 9(07) VALUE ZEROS.
       77  W-CODPRO-X                  PIC X(03) VALUE SPACES.
       77  W-CODPRO-9                  REDEFINES W-CODPRO-X
                                       PIC 9(03).
      *
       77  W-CANCTA                    PIC 9(07) VALUE ZEROS.
       77  W-CANHIS                    PIC 9(09) VALUE ZEROS.
       77  W-CANCLI                    PIC 9(07) VALUE ZEROS.
       77  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *
      * AGENCIAS DE LA MUESTRA (HASTA 100).
       77  W-CANAGE                    PIC 9(03) VALUE ZEROS.
       77  W-IXA                       PIC 9(03) VALUE ZEROS.
       77  W-IXP                       PIC 9(02) VALUE ZEROS.
       01  TABLA-AGENCIAS.
           05  AGE-ENT                 OCCURS 100 TIMES.
               10  AGE-AGCCTA          PIC 9(05).
               10  AGE-TODOS           PIC X(02).
               10  AGE-PRODUC          PIC X(150).
               10  FILLER              REDEFINES AGE-PRODUC.
                   15  AGE-CODPRO      PIC X(03) OCCURS 50 TIMES.
               10  AGE-CANCTA          PIC 9(07).
               10  AGE-CANHIS          PIC 9(09).
      *
       01  CONTROLES.
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                 VALUE "SI".
               88  NO-FIN-CCAMAEAHO              VALUE "NO".
           05  CTL-CCAHISTOR           PIC X(02) VALUE "NO".
               88  FIN-CCAHISTOR                 VALUE "SI".
               88  NO-FIN-CCAHISTOR              VALUE "NO".
           05  CTL-CCAMASWRK           PIC X(02) VALUE "NO".
               88  FIN-CCAMASWRK                 VALUE "SI".
               88  NO-FIN-CCAMASWRK              VALUE "NO".
           05  CTL-CLIMAEL01           PIC X(02) VALUE "NO".
               88  ERROR-CLIMAEL01               VALUE "SI".
               88  NO-ERROR-CLIMAEL01            VALUE "NO".
           05  CTL-CCATABLAS           PIC X(02) VALUE "NO".
               88  FIN-CCATABLAS                 VALUE "SI".
               88  NO-FIN-CCATABLAS              VALUE "NO".
           05  CTL-MUESTRA             PIC X(02) VALUE "NO".
               88  EN-MUESTRA                    VALUE "SI".
           05  CTL-AGENCIA             PIC X(02) VALUE "NO".
               88  AGENCIA-HALLADA               VALUE "SI".
           05  CTL-PRODUCTO            PIC X(02) VALUE "NO".
               88  PRODUCTO-HALLADO              VALUE "SI".
      *
      * COMPUERTA DE AUTORIZACION POR FUNCION (VER CCA519).
       01  PARM-CCA519.
           05  W-AUT-USUARIO           PIC X(10) VALUE SPACES.
           05  W-AUT-ESTACI            PIC X(10) VALUE SPACES.
           05  W-AUT-PROGRAMA          PIC X(08) VALUE "CCA592".
           05  W-AUT-FUNCIO            PIC X(02) VALUE "00".
           05  W-AUT-RETCOD            PIC 9(01) VALUE ZEROS.
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
      *
       LINKAGE SECTION.
       77  XUSERID                     PIC X(10).
      ***************************************************************
       PROCEDURE DIVISION USING XUSERID.
       COMIENZO.
           PERFORM VALIDAR-AUTORIZACION.
           IF W-AUT-RETCOD NOT = ZEROS
              DISPLAY "CCA592 USUARIO NO AUTORIZADO: " XUSERID
              STOP RUN
           END-IF.
           PERFORM INICIAR.
           PERFORM CARGAR-AGENCIA UNTIL FIN-CCATABLAS.
           IF W-CANAGE > ZEROS
              PERFORM LEER-CCAMAEAHO
              PERFORM EXTRAER-CUENTA UNTIL FIN-CCAMAEAHO
              PERFORM EMPEZAR-CCAMASWRK
              PERFORM EXTRAER-CLIENTE UNTIL FIN-CCAMASWRK
           END-IF.
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
           OPEN INPUT  CCAMAEAHO CCAHISTOR CLIMAEL01 CCATABLAS.
           OPEN OUTPUT CCAMAEPRU CCAHISPRU CLIMAEPRU REPORTE.
      *    EL ARCHIVO DE TRABAJO SE VACIA AL EMPEZAR.
           OPEN OUTPUT CCAMASWRK.
           CLOSE       CCAMASWRK.
           OPEN I-O    CCAMASWRK.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           MOVE 84    TO CODTAB OF ZONA-CCATABLAS
           MOVE 0     TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS
                NOT INVALID KEY
                    MOVE CAMPO1 OF ZONA-CCATABLAS TO W-MAXCTA
           END-READ
           MOVE "NO"  TO CTL-CCATABLAS
           MOVE 84    TO CODTAB OF ZONA-CCATABLAS
           MOVE 1     TO NROTAB OF ZONA-CCATABLAS
           START CCATABLAS KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCATABLAS
           END-START.
      *----------------------------------------------------------------
       CARGAR-AGENCIA.
           READ CCATABLAS NEXT RECORD AT END
                MOVE "SI" TO CTL-CCATABLAS
           END-READ
           IF NO-FIN-CCATABLAS
              IF CODTAB OF ZONA-CCATABLAS NOT = 84
                 MOVE "SI" TO CTL-CCATABLAS
              ELSE
                 IF W-CANAGE < 100
                    ADD 1 TO W-CANAGE
                    MOVE NROTAB OF ZONA-CCATABLAS
                                          TO AGE-AGCCTA (W-CANAGE)
                    MOVE CAMPO2 OF ZONA-CCATABLAS
                                          TO AGE-PRODUC (W-CANAGE)
                    MOVE ZEROS            TO AGE-CANCTA (W-CANAGE)
                                             AGE-CANHIS (W-CANAGE)
                    IF AGE-PRODUC (W-CANAGE) = SPACES
                    OR AGE-PRODUC (W-CANAGE) = ZEROS
                       MOVE "SI"          TO AGE-TODOS (W-CANAGE)
                    ELSE
                       MOVE "NO"          TO AGE-TODOS (W-CANAGE)
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       EXTRAER-CUENTA.
           PERFORM REVISAR-MUESTRA
           IF EN-MUESTRA
              ADD 1 TO AGE-CANCTA (W-IXA)
                       W-CANCTA
              PERFORM GRABAR-CCAMAEPRU
              PERFORM EMPEZAR-CCAHISTOR
              PERFORM EXTRAER-MOVIMIENTO UNTIL FIN-CCAHISTOR
           END-IF
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
      * LA CUENTA ENTRA SI SU AGENCIA ESTA EN LA TABLA, EL PRODUCTO
      * ESTA EN LA LISTA DE LA AGENCIA Y NO SE LLEGO AL MAXIMO.
      *----------------------------------------------------------------
       REVISAR-MUESTRA.
           MOVE "NO" TO CTL-MUESTRA
                        CTL-AGENCIA
           PERFORM BUSCAR-AGENCIA VARYING W-IXA FROM 1 BY 1
                   UNTIL W-IXA > W-CANAGE
                      OR AGENCIA-HALLADA
           IF AGENCIA-HALLADA
              SUBTRACT 1 FROM W-IXA
              MOVE "NO" TO CTL-PRODUCTO
              IF AGE-TODOS (W-IXA) = "SI"
                 MOVE "SI" TO CTL-PRODUCTO
              ELSE
                 MOVE CODPRO OF REG-MAESTR TO W-CODPRO-9
                 PERFORM BUSCAR-PRODUCTO VARYING W-IXP FROM 1 BY 1
                         UNTIL W-IXP > 50
                            OR PRODUCTO-HALLADO
              END-IF
              IF PRODUCTO-HALLADO
                 IF W-MAXCTA = ZEROS
                 OR AGE-CANCTA (W-IXA) < W-MAXCTA
                    MOVE "SI" TO CTL-MUESTRA
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-AGENCIA.
           IF AGE-AGCCTA (W-IXA) = AGCCTA OF REG-MAESTR
              MOVE "SI" TO CTL-AGENCIA
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-PRODUCTO.
           IF AGE-CODPRO (W-IXA W-IXP) = W-CODPRO-X
              MOVE "SI" TO CTL-PRODUCTO
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCAMAEPRU.
           MOVE REG-MAESTR             TO REG-MAEPRU
           MOVE NITCTA OF REG-MAESTR   TO W-NITBUS
           PERFORM ENMASCARAR-NIT
           MOVE W-NITMAS               TO NITCTA OF REG-MAEPRU
           MOVE W-NOMMAS               TO DESCRI OF REG-MAEPRU
           MOVE NITCT2 OF REG-MAESTR   TO W-NITBUS
           PERFORM ENMASCARAR-NIT
           MOVE W-NITMAS               TO NITCT2 OF REG-MAEPRU
           MOVE NITCT3 OF REG-MAESTR   TO W-NITBUS
           PERFORM ENMASCARAR-NIT
           MOVE W-NITMAS               TO NITCT3 OF REG-MAEPRU
           WRITE REG-MAEPRU.
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
       EXTRAER-MOVIMIENTO.
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
                 PERFORM GRABAR-CCAHISPRU
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * EL DEPOSITANTE CONSERVA SU NIT FICTICIO Y SU NOMBRE DE
      * PRUEBA; EL DETALLE LIBRE DEL PRODUCTO NO SE COPIA.
      *----------------------------------------------------------------
       GRABAR-CCAHISPRU.
           MOVE REG-HISTOR             TO REG-HISPRU
           MOVE NRONIT OF REG-HISTOR   TO W-NITBUS
           PERFORM ENMASCARAR-NIT
           MOVE W-NITMAS               TO NRONIT OF REG-HISPRU
           IF W-NITBUS > ZEROS
              MOVE W-NOMMAS            TO INFDEP OF REG-HISPRU
           ELSE
              MOVE SPACES              TO INFDEP OF REG-HISPRU
           END-IF
           MOVE SPACES                 TO INFPRD OF REG-HISPRU
           ADD 1 TO AGE-CANHIS (W-IXA)
                    W-CANHIS
           WRITE REG-HISPRU.
      *----------------------------------------------------------------
      * EL MISMO NIT REAL DA SIEMPRE EL MISMO NIT FICTICIO; EL NIT EN
      * CEROS QUEDA EN CEROS.
      *----------------------------------------------------------------
       ENMASCARAR-NIT.
           MOVE ZEROS  TO W-NITMAS
           MOVE SPACES TO W-NOMMAS
           IF W-NITBUS > ZEROS
              MOVE W-NITBUS TO NITORG OF REG-MASWRK
              READ CCAMASWRK
                   INVALID KEY
                      ADD 1             TO W-ULTSEC
                      MOVE W-NITBUS     TO NITORG OF REG-MASWRK
                      COMPUTE NITMAS OF REG-MASWRK = W-NITBAS
                                                   + W-ULTSEC
                      MOVE W-ULTSEC     TO NROSEC OF REG-MASWRK
                      WRITE REG-MASWRK
              END-READ
              MOVE NITMAS OF REG-MASWRK TO W-NITMAS
              STRING "CLIENTE PRUEBA " NROSEC OF REG-MASWRK
                     DELIMITED BY SIZE INTO W-NOMMAS
           END-IF.
      *----------------------------------------------------------------
       EMPEZAR-CCAMASWRK.
           MOVE "NO"   TO CTL-CCAMASWRK
           MOVE ZEROS  TO NITORG OF REG-MASWRK
           START CCAMASWRK KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAMASWRK
           END-START.
      *----------------------------------------------------------------
      * CADA NIT ENMASCARADO QUE EXISTE EN EL MAESTRO DE CLIENTES SALE
      * A CLIMAEPRU CON SU NIT FICTICIO Y SU NOMBRE DE PRUEBA.
      *----------------------------------------------------------------
       EXTRAER-CLIENTE.
           READ CCAMASWRK NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMASWRK
           END-READ
           IF NO-FIN-CCAMASWRK
              MOVE "NO"                   TO CTL-CLIMAEL01
              MOVE NITORG OF REG-MASWRK   TO NITCLI OF REG-CLIMAEL01
              READ CLIMAEL01 INVALID KEY
                   MOVE "SI" TO CTL-CLIMAEL01
              END-READ
              IF NO-ERROR-CLIMAEL01
                 PERFORM GRABAR-CLIMAEPRU
              END-IF
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CLIMAEPRU.
           INITIALIZE REGCLIPRU
           MOVE NUMINT OF REG-CLIMAEL01 TO NUMINT OF REG-CLIPRU
           MOVE NITMAS OF REG-MASWRK    TO NITCLI OF REG-CLIPRU
           MOVE SPACES                  TO W-NOMMAS
           STRING "CLIENTE PRUEBA " NROSEC OF REG-MASWRK
                  DELIMITED BY SIZE INTO W-NOMMAS
           MOVE W-NOMMAS                TO NOMCLI OF REG-CLIPRU
           MOVE TIPDOC OF REG-CLIMAEL01 TO TIPDOC OF REG-CLIPRU
           MOVE TIPCLI OF REG-CLIMAEL01 TO TIPCLI OF REG-CLIPRU
           MOVE RETFTE OF REG-CLIMAEL01 TO RETFTE OF REG-CLIPRU
           MOVE ASOCIA OF REG-CLIMAEL01 TO ASOCIA OF REG-CLIPRU
           MOVE FECNAC OF REG-CLIMAEL01 TO FECNAC OF REG-CLIPRU
           MOVE RESFIS OF REG-CLIMAEL01 TO RESFIS OF REG-CLIPRU
           MOVE PAIRES OF REG-CLIMAEL01 TO PAIRES OF REG-CLIPRU
           ADD 1                        TO W-CANCLI
           WRITE REG-CLIPRU.
      *----------------------------------------------------------------
       IMPRIMIR-AGENCIA.
           INITIALIZE CCA592R-AGENCIA
           MOVE AGE-AGCCTA (W-IXA) TO AGCCTA OF CCA592R-AGENCIA
           MOVE AGE-CANCTA (W-IXA) TO CANCTA OF CCA592R-AGENCIA
           MOVE AGE-CANHIS (W-IXA) TO CANHIS OF CCA592R-AGENCIA
           WRITE REPORTE-REG FORMAT IS "AGENCIA".
      *----------------------------------------------------------------
       IMPRIMIR-TOTALES.
           INITIALIZE CCA592R-HEADER
           MOVE LK-FECHA-HOY      TO FECPRO OF CCA592R-HEADER
           MOVE W-CANAGE          TO CANAGE OF CCA592R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
           PERFORM IMPRIMIR-AGENCIA VARYING W-IXA FROM 1 BY 1
                   UNTIL W-IXA > W-CANAGE
           INITIALIZE CCA592R-TOTALES
           MOVE W-CANCTA          TO CANCTA OF CCA592R-TOTALES
           MOVE W-CANHIS          TO CANHIS OF CCA592R-TOTALES
           MOVE W-ULTSEC          TO CANNIT OF CCA592R-TOTALES
           MOVE W-CANCLI          TO CANCLI OF CCA592R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES".
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMAEAHO.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
      * EL ARCHIVO DE TRABAJO, QUE TIENE EL NIT REAL, QUEDA VACIO AL
      * TERMINAR.
      *----------------------------------------------------------------
       TERMINAR.
           PERFORM IMPRIMIR-TOTALES
           DISPLAY "CCA592 AGENCIAS EN LA MUESTRA..: " W-CANAGE
           DISPLAY "CCA592 CUENTAS EXTRAIDAS.......: " W-CANCTA
           DISPLAY "CCA592 MOVIMIENTOS EXTRAIDOS...: " W-CANHIS
           DISPLAY "CCA592 NITS ENMASCARADOS.......: " W-ULTSEC
           DISPLAY "CCA592 CLIENTES EXTRAIDOS......: " W-CANCLI
           CLOSE CCAMAEAHO CCAHISTOR CLIMAEL01 CCAMAEPRU CCAHISPRU
                 CLIMAEPRU CCAMASWRK CCATABLAS REPORTE.
           OPEN OUTPUT CCAMASWRK.
           CLOSE       CCAMASWRK.
           STOP  RUN      .
