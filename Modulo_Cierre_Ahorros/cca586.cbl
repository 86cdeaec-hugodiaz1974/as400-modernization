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
       PROGRAM-ID.    CCA586.
      ******************************************************************
      * FUNCION: PROCESO DIARIO DE LAS DISPUTAS DE TARJETA (CCADISPUT, *
      *          RADICADAS CON CCA585). CORRE EN EL CIERRE ANTES DE    *
      *          CCA550, JUNTO A CCA515:                               *
      *          1. APLICA LAS RESPUESTAS DE LA RED (CCARSPCGB):       *
      *             A = CONTRACARGO ACEPTADO (POR EL VALOR ACEPTADO,   *
      *             CERO = TODO LO DISPUTADO), N = NEGADO.             *
      *          2. APLICA LOS CREDITOS PROVISIONALES SOLICITADOS.     *
      *          3. ENVIA A LA RED (CCACONCGB) LAS DISPUTAS RADICADAS  *
      *             Y LES FIJA EL PLAZO DE RESPUESTA (TABLA 81/2).     *
      *          4. CIERRA LAS DISPUTAS RESUELTAS O DESISTIDAS CON EL  *
      *             AJUSTE FINAL: ABONO DEFINITIVO DE LO ACEPTADO QUE  *
      *             NO SE HABIA DADO, O REVERSION DEL PROVISIONAL QUE  *
      *             NO SE RECUPERO DE LA RED.                          *
      *          5. LISTA LAS DISPUTAS ENVIADAS SIN RESPUESTA, POR     *
      *             DIAS AL VENCIMIENTO DEL PLAZO DE LA RED (CCA586R). *
      *          TODO MOVIMIENTO VA EN PAREJA CONTRA LA CUENTA INTERNA *
      *          DE LIQUIDACION DE LA RED (CCA990, CONCEPTO 3), CON    *
      *          LOS CODIGOS DE LA TABLA 81 (3 = ABONO AL CLIENTE,     *
      *          4 = DEBITO AL CLIENTE, 5 = DEBITO CUENTA DE LA RED,   *
      *          6 = CREDITO CUENTA DE LA RED).                        *
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
           SELECT CCARSPCGB
               ASSIGN          TO DATABASE-CCARSPCGB
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCADISPUT
               ASSIGN          TO DATABASE-CCADISPUT
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACONCGB
               ASSIGN          TO DATABASE-CCACONCGB
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAMOVIM
               ASSIGN          TO DATABASE-CCAMOVIM01
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCATABLAS
               ASSIGN          TO DATABASE-CCATABLAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACODTRN
               ASSIGN          TO DATABASE-CCACODTRN
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA586R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCARSPCGB
           LABEL RECORDS ARE STANDARD.
       01  REG-RSPCGB.
           COPY DDS-ALL-FORMATS OF CCARSPCGB.
      *
       FD  CCADISPUT
           LABEL RECORDS ARE STANDARD.
       01  REG-DISPUT.
           COPY DDS-ALL-FORMATS OF CCADISPUT.
      *
       FD  CCACONCGB
           LABEL RECORDS ARE STANDARD.
       01  REG-CONCGB.
           COPY DDS-ALL-FORMATS OF CCACONCGB.
      *
       FD  CCAMOVIM
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCAMOVIM.
           COPY DDS-ALL-FORMATS OF CCAMOVIM01.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  CCACODTRN
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCACODTRN.
           COPY DDS-ALL-FORMATS OF CCACODTRN.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA586R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * PARAMETROS DE LA TABLA 81: DIAS QUE TIENE LA RED PARA
      * RESPONDER Y CODIGOS DE TRANSACCION DE LAS PAREJAS.
       77  W-DIARSP                    PIC 9(05) VALUE 30.
       77  W-TRACRE                    PIC 9(05) VALUE ZEROS.
       77  W-TRADEB                    PIC 9(05) VALUE ZEROS.
       77  W-TRADRD                    PIC 9(05) VALUE ZEROS.
       77  W-TRACRD                    PIC 9(05) VALUE ZEROS.
      *
       77  W-VLRMOV                    PIC S9(13)V99 VALUE ZEROS.
       77  W-VLRFIN                    PIC S9(13)V99 VALUE ZEROS.
       77  W-AJUSTE                    PIC S9(13)V99 VALUE ZEROS.
       77  W-DIAREM                    PIC S9(05) VALUE ZEROS.
       77  W-OBSERV                    PIC X(30) VALUE SPACES.
      *
       77  W-CANRSP                    PIC 9(07) VALUE ZEROS.
       77  W-CANSIN                    PIC 9(07) VALUE ZEROS.
       77  W-CANENV                    PIC 9(07) VALUE ZEROS.
       77  W-VLRENV                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-CANPRV                    PIC 9(07) VALUE ZEROS.
       77  W-VLRPRV                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-CANCIE                    PIC 9(07) VALUE ZEROS.
       77  W-VLRAJU                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-CANABI                    PIC 9(07) VALUE ZEROS.
       77  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *
      * FRANJAS POR DIAS AL VENCIMIENTO DEL PLAZO DE RESPUESTA:
      * 1 = VENCIDA, 2 = HASTA 5, 3 = HASTA 15, 4 = HASTA 30, 5 = MAS.
       01  LIMITES-FRANJAS.
           05  FILLER                  PIC S9(05) VALUE -1.
           05  FILLER                  PIC S9(05) VALUE 5.
           05  FILLER                  PIC S9(05) VALUE 15.
           05  FILLER                  PIC S9(05) VALUE 30.
           05  FILLER                  PIC S9(05) VALUE 99999.
       01  R-LIMITES-FRANJAS           REDEFINES LIMITES-FRANJAS.
           05  LIM-DIAFIN              OCCURS 5 TIMES PIC S9(05).
       01  NOMBRES-FRANJAS.
           05  FILLER                  PIC X(10) VALUE "VENCIDA".
           05  FILLER                  PIC X(10) VALUE "URGENTE".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  R-NOMBRES-FRANJAS           REDEFINES NOMBRES-FRANJAS.
           05  NOM-FRANJA              OCCURS 5 TIMES PIC X(10).
       01  W-NROFRA                    PIC 9(01) VALUE ZEROS.
       01  TABLA-ACUMULADOS.
           05  ACU-FRANJA              OCCURS 5 TIMES.
               10  ACU-CANTID          PIC 9(07).
               10  ACU-VALOR           PIC S9(15)V99 COMP.
      *
      * CUENTA INTERNA DE LIQUIDACION DE LA RED (CCA990 CONCEPTO 3).
       01  PAR-CODCPT                  PIC 9(05) VALUE ZEROS.
       01  PAR-AGCORI                  PIC 9(05) VALUE ZEROS.
       01  PAR-NROCTA                  PIC 9(17) VALUE ZEROS.
       01  PAR-AGCCTA                  PIC 9(05) VALUE ZEROS.
       01  PAR-CODRET                  PIC 9(01) VALUE ZEROS.
      *
      * TABLA DE ATRIBUTOS DE CODIGOS DE TRANSACCION (COMO CCA550).
       01  TABLA-CODIGOS               PIC X(9999) VALUE ZEROS.
       01  RED-TABLA-CODIGOS           REDEFINES   TABLA-CODIGOS.
           05 TABLA-COD                OCCURS      9999 TIMES.
              10 DECRE                 PIC 9(01).
              10 TIVAL                 PIC 9(01).
              10 FECVA                 PIC 9(01).
       77  I                           PIC 9(06) VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCARSPCGB           PIC X(02) VALUE "NO".
               88  FIN-CCARSPCGB                 VALUE "SI".
               88  NO-FIN-CCARSPCGB              VALUE "NO".
           05  CTL-CCADISPUT           PIC X(02) VALUE "NO".
               88  FIN-CCADISPUT                 VALUE "SI".
               88  NO-FIN-CCADISPUT              VALUE "NO".
           05  CTL-CCACODTRN           PIC X(02) VALUE "NO".
               88  FIN-CCACODTRN                 VALUE "SI".
               88  NO-FIN-CCACODTRN              VALUE "NO".
           05  CTL-BUSQUEDA            PIC X(02) VALUE "NO".
               88  FIN-BUSQUEDA                  VALUE "SI".
               88  NO-FIN-BUSQUEDA               VALUE "NO".
           05  CTL-ENCONTRADA          PIC X(02) VALUE "NO".
               88  SI-ENCONTRADA                 VALUE "SI".
               88  NO-ENCONTRADA                 VALUE "NO".
           05  CTL-CAMBIO              PIC X(02) VALUE "NO".
               88  HUBO-CAMBIO                   VALUE "SI".
               88  NO-HUBO-CAMBIO                VALUE "NO".
           05  CTL-CODIGOS             PIC X(02) VALUE "SI".
               88  CODIGOS-OK                    VALUE "SI".
               88  CODIGOS-FALTAN                VALUE "NO".
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA586".
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
           PERFORM APLICAR-RESPUESTA UNTIL FIN-CCARSPCGB.
           PERFORM INICIAR-RECORRIDO.
           PERFORM PROCESAR-DISPUTA UNTIL FIN-CCADISPUT.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CALL "PLTCODEMPP"         USING PA-CODEMP
           OPEN INPUT  CCARSPCGB CCATABLAS CCACODTRN.
           OPEN I-O    CCADISPUT.
           OPEN OUTPUT CCACONCGB REPORTE.
           OPEN EXTEND CCAMOVIM.
           PERFORM CALL-CCA500.
           PERFORM LEER-PARAMETROS.
           MOVE 1 TO I
           PERFORM INIC-TABLA UNTIL I > 9999
           PERFORM CARGAR-TABLA UNTIL FIN-CCACODTRN
           PERFORM UBICAR-CUENTA-RED.
           INITIALIZE TABLA-ACUMULADOS
           INITIALIZE CCA586R-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF CCA586R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
           PERFORM LEER-CCARSPCGB.
      *----------------------------------------------------------------
      * SIN LOS CUATRO CODIGOS NO SE MUEVE DINERO: LOS CREDITOS
      * PROVISIONALES Y LOS CIERRES QUEDAN PENDIENTES PARA LA
      * SIGUIENTE CORRIDA; EL ENVIO Y LAS RESPUESTAS SI SE PROCESAN.
      *----------------------------------------------------------------
       LEER-PARAMETROS.
           MOVE 81 TO CODTAB OF ZONA-CCATABLAS
           MOVE 2  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                IF CAMPO1 OF ZONA-CCATABLAS > ZEROS
                   MOVE CAMPO1 OF ZONA-CCATABLAS TO W-DIARSP
                END-IF
           END-READ
           MOVE 81 TO CODTAB OF ZONA-CCATABLAS
           MOVE 3  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                MOVE CAMPO1 OF ZONA-CCATABLAS TO W-TRACRE
           END-READ
           MOVE 81 TO CODTAB OF ZONA-CCATABLAS
           MOVE 4  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                MOVE CAMPO1 OF ZONA-CCATABLAS TO W-TRADEB
           END-READ
           MOVE 81 TO CODTAB OF ZONA-CCATABLAS
           MOVE 5  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                MOVE CAMPO1 OF ZONA-CCATABLAS TO W-TRADRD
           END-READ
           MOVE 81 TO CODTAB OF ZONA-CCATABLAS
           MOVE 6  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                MOVE CAMPO1 OF ZONA-CCATABLAS TO W-TRACRD
           END-READ
           IF W-TRACRE = ZEROS OR W-TRADEB = ZEROS
           OR W-TRADRD = ZEROS OR W-TRACRD = ZEROS
              MOVE "NO" TO CTL-CODIGOS
              DISPLAY "CCA586 FALTAN CODIGOS DE LA TABLA 81 (3 A 6): "
                      "NO SE APLICAN CREDITOS NI CIERRES"
           END-IF.
      *----------------------------------------------------------------
       INIC-TABLA.
           INITIALIZE DECRE(I) TIVAL(I) FECVA(I)
           ADD 1 TO I.
      *----------------------------------------------------------------
       CARGAR-TABLA.
           READ CCACODTRN NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACODTRN
           END-READ
           IF NO-FIN-CCACODTRN
              MOVE DEBCRE OF REGCODTRN TO DECRE(CODTRA OF REGCODTRN)
              MOVE TIPVAL OF REGCODTRN TO TIVAL(CODTRA OF REGCODTRN)
              MOVE FECVAL OF REGCODTRN TO FECVA(CODTRA OF REGCODTRN)
           END-IF.
      *----------------------------------------------------------------
       UBICAR-CUENTA-RED.
           MOVE 3     TO PAR-CODCPT
           MOVE ZEROS TO PAR-AGCORI PAR-NROCTA PAR-AGCCTA PAR-CODRET
           CALL "CCA990" USING PAR-CODCPT PAR-AGCORI PAR-NROCTA
                               PAR-AGCCTA PAR-CODRET.
      *----------------------------------------------------------------
      * LA RESPUESTA SE APLICA A LA DISPUTA ENVIADA DE ESE TRACE EN
      * ESA RED. UNA RESPUESTA SIN DISPUTA ENVIADA SOLO SE LISTA.
      *----------------------------------------------------------------
       APLICAR-RESPUESTA.
           ADD 1 TO W-CANRSP
           PERFORM BUSCAR-DISPUTA-ENVIADA
           IF NO-ENCONTRADA
              ADD 1 TO W-CANSIN
              MOVE "SIN DISPUTA ENVIADA"     TO W-OBSERV
           ELSE
           IF RESPUE OF REG-RSPCGB NOT = "A" AND NOT = "N"
              ADD 1 TO W-CANSIN
              MOVE "RESPUESTA INVALIDA"      TO W-OBSERV
           ELSE
              IF RESPUE OF REG-RSPCGB = "A"
                 MOVE "A"                    TO ESTADO OF REG-DISPUT
                 IF VLRACE OF REG-RSPCGB NOT > ZEROS
                 OR VLRACE OF REG-RSPCGB > VLRDIS OF REG-DISPUT
                    MOVE VLRDIS OF REG-DISPUT TO VLRACE OF REG-DISPUT
                 ELSE
                    MOVE VLRACE OF REG-RSPCGB TO VLRACE OF REG-DISPUT
                 END-IF
                 MOVE "CONTRACARGO ACEPTADO" TO W-OBSERV
              ELSE
                 MOVE "N"                    TO ESTADO OF REG-DISPUT
                 MOVE ZEROS                  TO VLRACE OF REG-DISPUT
                 MOVE "CONTRACARGO NEGADO"   TO W-OBSERV
              END-IF
              MOVE FECRES OF REG-RSPCGB      TO FECRES OF REG-DISPUT
              IF FECRES OF REG-DISPUT = ZEROS
                 MOVE LK-FECHA-HOY           TO FECRES OF REG-DISPUT
              END-IF
              MOVE "CCA586"                  TO USRING OF REG-DISPUT
              MOVE LK-FECHA-HOY              TO FECMOD OF REG-DISPUT
              REWRITE REG-DISPUT
           END-IF
           END-IF
           PERFORM IMPRIMIR-RESPUESTA
           PERFORM LEER-CCARSPCGB.
      *----------------------------------------------------------------
       BUSCAR-DISPUTA-ENVIADA.
           MOVE "NO"                   TO CTL-BUSQUEDA CTL-ENCONTRADA
           MOVE REDADQ OF REG-RSPCGB   TO REDADQ OF REG-DISPUT
           MOVE NROTRZ OF REG-RSPCGB   TO NROTRZ OF REG-DISPUT
           MOVE ZEROS                  TO FECPRO OF REG-DISPUT
           START CCADISPUT KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-BUSQUEDA
           END-START
           PERFORM REVISAR-DISPUTA-RED UNTIL FIN-BUSQUEDA.
      *----------------------------------------------------------------
       REVISAR-DISPUTA-RED.
           READ CCADISPUT NEXT RECORD AT END
                MOVE "SI" TO CTL-BUSQUEDA
           END-READ
           IF NO-FIN-BUSQUEDA
              IF REDADQ OF REG-DISPUT NOT = REDADQ OF REG-RSPCGB
              OR NROTRZ OF REG-DISPUT NOT = NROTRZ OF REG-RSPCGB
                 MOVE "SI" TO CTL-BUSQUEDA
              ELSE
              IF ESTADO OF REG-DISPUT = "E"
                 MOVE "SI" TO CTL-ENCONTRADA CTL-BUSQUEDA
              END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-RESPUESTA.
           INITIALIZE CCA586R-RESPUESTA
           MOVE REDADQ OF REG-RSPCGB TO REDADQ OF CCA586R-RESPUESTA
           MOVE NROTRZ OF REG-RSPCGB TO NROTRZ OF CCA586R-RESPUESTA
           MOVE RESPUE OF REG-RSPCGB TO RESPUE OF CCA586R-RESPUESTA
           MOVE VLRACE OF REG-RSPCGB TO VLRACE OF CCA586R-RESPUESTA
           MOVE MOTRSP OF REG-RSPCGB TO MOTRSP OF CCA586R-RESPUESTA
           MOVE W-OBSERV             TO OBSERV OF CCA586R-RESPUESTA
           WRITE REPORTE-REG FORMAT IS "RESPUESTA".
      *----------------------------------------------------------------
       INICIAR-RECORRIDO.
           MOVE SPACES TO REDADQ OF REG-DISPUT
           MOVE ZEROS  TO NROTRZ OF REG-DISPUT FECPRO OF REG-DISPUT
           MOVE "NO"   TO CTL-CCADISPUT
           START CCADISPUT KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCADISPUT
           END-START
           IF NO-FIN-CCADISPUT
              PERFORM LEER-CCADISPUT
           END-IF.
      *----------------------------------------------------------------
       PROCESAR-DISPUTA.
           MOVE "NO" TO CTL-CAMBIO
           IF (ESTADO OF REG-DISPUT = "R" OR "E")
           AND INDPRV OF REG-DISPUT = 1
           AND CODIGOS-OK
              PERFORM APLICAR-PROVISIONAL
           END-IF
           IF ESTADO OF REG-DISPUT = "R"
              PERFORM ENVIAR-CONTRACARGO
           END-IF
           IF (ESTADO OF REG-DISPUT = "A" OR "N" OR "X")
           AND INDFIN OF REG-DISPUT = ZEROS
           AND CODIGOS-OK
              PERFORM CERRAR-DISPUTA
           END-IF
           IF ESTADO OF REG-DISPUT = "E"
              PERFORM IMPRIMIR-PENDIENTE
           END-IF
           IF HUBO-CAMBIO
              MOVE "CCA586"     TO USRING OF REG-DISPUT
              MOVE LK-FECHA-HOY TO FECMOD OF REG-DISPUT
              REWRITE REG-DISPUT
           END-IF
           PERFORM LEER-CCADISPUT.
      *----------------------------------------------------------------
       APLICAR-PROVISIONAL.
           MOVE VLRPRV OF REG-DISPUT TO W-VLRMOV
           PERFORM ABONAR-CLIENTE
           MOVE 2                    TO INDPRV OF REG-DISPUT
           MOVE LK-FECHA-HOY         TO FECPRV OF REG-DISPUT
           ADD 1                     TO W-CANPRV
           ADD W-VLRMOV              TO W-VLRPRV
           MOVE "SI"                 TO CTL-CAMBIO.
      *----------------------------------------------------------------
       ENVIAR-CONTRACARGO.
           INITIALIZE REGCONCGB
           MOVE REDADQ OF REG-DISPUT TO REDADQ OF REG-CONCGB
           MOVE NROTRZ OF REG-DISPUT TO NROTRZ OF REG-CONCGB
           MOVE TARMSK OF REG-DISPUT TO TARMSK OF REG-CONCGB
           MOVE FECTRX OF REG-DISPUT TO FECTRX OF REG-CONCGB
           MOVE VLRTRX OF REG-DISPUT TO VLRTRX OF REG-CONCGB
           MOVE VLRDIS OF REG-DISPUT TO VLRDIS OF REG-CONCGB
           MOVE TIPDIS OF REG-DISPUT TO TIPDIS OF REG-CONCGB
           MOVE FECRAD OF REG-DISPUT TO FECRAD OF REG-CONCGB
           MOVE LK-FECHA-HOY         TO FECENV OF REG-CONCGB
           WRITE REG-CONCGB
           PERFORM CALCULAR-PLAZO-RESPUESTA
           MOVE "E"                  TO ESTADO OF REG-DISPUT
           MOVE LK-FECHA-HOY         TO FECENV OF REG-DISPUT
           MOVE LK219-FECHA3         TO FECLRS OF REG-DISPUT
           ADD 1                     TO W-CANENV
           ADD VLRDIS OF REG-DISPUT  TO W-VLRENV
           MOVE "SI"                 TO CTL-CAMBIO.
      *----------------------------------------------------------------
       CALCULAR-PLAZO-RESPUESTA.
           MOVE LK-FECHA-HOY           TO LK219-FECHA1
           MOVE ZEROS                  TO LK219-FECHA2
           MOVE ZEROS                  TO LK219-FECHA3
           MOVE 1                      TO LK219-TIPFMT
           MOVE 2                      TO LK219-BASCLC
           MOVE W-DIARSP               TO LK219-NRODIA
           MOVE 1                      TO LK219-INDDSP
           MOVE 9                      TO LK219-DIASEM
           MOVE SPACES                 TO LK219-NOMDIA
           MOVE SPACES                 TO LK219-NOMMES
           MOVE ZEROS                  TO LK219-CODRET
           MOVE SPACES                 TO LK219-MSGERR
           MOVE 3                      TO LK219-TIPOPR
           PERFORM CALL-PLT219.
      *----------------------------------------------------------------
      * EL CLIENTE QUEDA CON LO QUE LA RED ACEPTO (NADA SI LA RED LO
      * NEGO O EL CLIENTE DESISTIO). EL AJUSTE ES CONTRA LO QUE YA
      * TENIA ABONADO COMO PROVISIONAL; UN PROVISIONAL SOLICITADO Y
      * NO APLICADO SIMPLEMENTE SE ANULA.
      *----------------------------------------------------------------
       CERRAR-DISPUTA.
           IF ESTADO OF REG-DISPUT = "A"
              MOVE VLRACE OF REG-DISPUT TO W-VLRFIN
           ELSE
              MOVE ZEROS                TO W-VLRFIN
           END-IF
           IF INDPRV OF REG-DISPUT = 2
              COMPUTE W-AJUSTE = W-VLRFIN - VLRPRV OF REG-DISPUT
           ELSE
              MOVE W-VLRFIN             TO W-AJUSTE
              MOVE ZEROS                TO INDPRV OF REG-DISPUT
                                           VLRPRV OF REG-DISPUT
           END-IF
           IF W-AJUSTE > ZEROS
              MOVE W-AJUSTE             TO W-VLRMOV
              PERFORM ABONAR-CLIENTE
           ELSE
           IF W-AJUSTE < ZEROS
              COMPUTE W-VLRMOV = ZEROS - W-AJUSTE
              PERFORM DEBITAR-CLIENTE
           END-IF
           END-IF
           MOVE W-VLRFIN                TO VLRFIN OF REG-DISPUT
           MOVE 1                       TO INDFIN OF REG-DISPUT
           MOVE LK-FECHA-HOY            TO FECCIE OF REG-DISPUT
           ADD 1                        TO W-CANCIE
           ADD W-AJUSTE                 TO W-VLRAJU
           MOVE "SI"                    TO CTL-CAMBIO.
      *----------------------------------------------------------------
       ABONAR-CLIENTE.
           PERFORM LLENAR-MOVIMIENTO-CLIENTE
           MOVE W-TRACRE             TO CODTRA OF REGMOVIM
           PERFORM ESTAMPAR-ATRIBUTOS
           WRITE ZONA-CCAMOVIM
           PERFORM LLENAR-MOVIMIENTO-RED
           MOVE W-TRADRD             TO CODTRA OF REGMOVIM
           PERFORM ESTAMPAR-ATRIBUTOS
           WRITE ZONA-CCAMOVIM
           ADD 2 TO PC504-CANTREG.
      *----------------------------------------------------------------
       DEBITAR-CLIENTE.
           PERFORM LLENAR-MOVIMIENTO-CLIENTE
           MOVE W-TRADEB             TO CODTRA OF REGMOVIM
           PERFORM ESTAMPAR-ATRIBUTOS
           WRITE ZONA-CCAMOVIM
           PERFORM LLENAR-MOVIMIENTO-RED
           MOVE W-TRACRD             TO CODTRA OF REGMOVIM
           PERFORM ESTAMPAR-ATRIBUTOS
           WRITE ZONA-CCAMOVIM
           ADD 2 TO PC504-CANTREG.
      *----------------------------------------------------------------
       LLENAR-MOVIMIENTO-CLIENTE.
           INITIALIZE REGMOVIM OF ZONA-CCAMOVIM
           MOVE CODMON OF REG-DISPUT TO CODMON OF REGMOVIM
           MOVE CODSIS OF REG-DISPUT TO CODSIS OF REGMOVIM
           MOVE CODPRO OF REG-DISPUT TO CODPRO OF REGMOVIM
           MOVE AGCCTA OF REG-DISPUT TO AGCCTA OF REGMOVIM
                                        AGCORI OF REGMOVIM
           MOVE CTANRO OF REG-DISPUT TO CTANRO OF REGMOVIM
           PERFORM LLENAR-DATOS-DISPUTA.
      *----------------------------------------------------------------
       LLENAR-MOVIMIENTO-RED.
           INITIALIZE REGMOVIM OF ZONA-CCAMOVIM
           MOVE 1                    TO CODMON OF REGMOVIM
           MOVE 1                    TO CODSIS OF REGMOVIM
           MOVE 1                    TO CODPRO OF REGMOVIM
           MOVE PAR-AGCCTA           TO AGCCTA OF REGMOVIM
                                        AGCORI OF REGMOVIM
           MOVE PAR-NROCTA           TO CTANRO OF REGMOVIM
           PERFORM LLENAR-DATOS-DISPUTA.
      *----------------------------------------------------------------
       LLENAR-DATOS-DISPUTA.
           MOVE LK-FECHA-HOY         TO FORIGE OF REGMOVIM
                                        FVALOR OF REGMOVIM
           MOVE W-VLRMOV             TO IMPORT OF REGMOVIM
           MOVE ZEROS                TO ESTTRN OF REGMOVIM
           MOVE NROTRZ OF REG-DISPUT TO NROREF OF REGMOVIM
           STRING "DISPUTA RED " REDADQ OF REG-DISPUT
                  DELIMITED BY SIZE
                  INTO INFDEP OF REGMOVIM
           STRING "TRACE " NROTRZ OF REG-DISPUT
                  " TARJETA " TARMSK OF REG-DISPUT
                  DELIMITED BY SIZE
                  INTO INFPRD OF REGMOVIM
           MOVE "DISPUTA"            TO USRING OF REGMOVIM
           MOVE REDADQ OF REG-DISPUT TO CODCAJ OF REGMOVIM
           MOVE ZEROS                TO CODER1 OF REGMOVIM
                                        CODER2 OF REGMOVIM
                                        CODER3 OF REGMOVIM.
      *----------------------------------------------------------------
      * CCA550 EXIGE QUE DEBITO/CREDITO, TIPO Y FECHA VALOR VENGAN
      * COMO LOS TIENE REGISTRADOS CCACODTRN PARA EL CODIGO.
      *----------------------------------------------------------------
       ESTAMPAR-ATRIBUTOS.
           MOVE DECRE(CODTRA OF REGMOVIM) TO DEBCRE OF REGMOVIM
           MOVE TIVAL(CODTRA OF REGMOVIM) TO TIPVAL OF REGMOVIM
           MOVE FECVA(CODTRA OF REGMOVIM) TO FECVAL OF REGMOVIM.
      *----------------------------------------------------------------
      * DIAS QUE LE QUEDAN A LA RED PARA RESPONDER; NEGATIVO = PLAZO
      * VENCIDO SIN RESPUESTA.
      *----------------------------------------------------------------
       IMPRIMIR-PENDIENTE.
           IF FECLRS OF REG-DISPUT NOT < LK-FECHA-HOY
              MOVE LK-FECHA-HOY         TO LK219-FECHA1
              MOVE FECLRS OF REG-DISPUT TO LK219-FECHA2
              PERFORM CONTAR-DIAS
              MOVE LK219-NRODIA         TO W-DIAREM
           ELSE
              MOVE FECLRS OF REG-DISPUT TO LK219-FECHA1
              MOVE LK-FECHA-HOY         TO LK219-FECHA2
              PERFORM CONTAR-DIAS
              COMPUTE W-DIAREM = ZEROS - LK219-NRODIA
           END-IF
           MOVE 1 TO W-NROFRA
           PERFORM UBICAR-FRANJA
                   UNTIL W-DIAREM NOT > LIM-DIAFIN (W-NROFRA)
           ADD 1                     TO ACU-CANTID (W-NROFRA)
                                        W-CANABI
           ADD VLRDIS OF REG-DISPUT  TO ACU-VALOR  (W-NROFRA)
           INITIALIZE CCA586R-DETALLE
           MOVE REDADQ OF REG-DISPUT TO REDADQ OF CCA586R-DETALLE
           MOVE NROTRZ OF REG-DISPUT TO NROTRZ OF CCA586R-DETALLE
           MOVE AGCCTA OF REG-DISPUT TO AGCCTA OF CCA586R-DETALLE
           MOVE CTANRO OF REG-DISPUT TO CTANRO OF CCA586R-DETALLE
           MOVE TARMSK OF REG-DISPUT TO TARMSK OF CCA586R-DETALLE
           MOVE FECTRX OF REG-DISPUT TO FECTRX OF CCA586R-DETALLE
           MOVE TIPDIS OF REG-DISPUT TO TIPDIS OF CCA586R-DETALLE
           MOVE VLRDIS OF REG-DISPUT TO VLRDIS OF CCA586R-DETALLE
           MOVE VLRPRV OF REG-DISPUT TO VLRPRV OF CCA586R-DETALLE
           MOVE FECENV OF REG-DISPUT TO FECENV OF CCA586R-DETALLE
           MOVE FECLRS OF REG-DISPUT TO FECLRS OF CCA586R-DETALLE
           MOVE W-DIAREM             TO DIAREM OF CCA586R-DETALLE
           MOVE NOM-FRANJA (W-NROFRA) TO ALERTA OF CCA586R-DETALLE
           WRITE REPORTE-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
       UBICAR-FRANJA.
           ADD 1 TO W-NROFRA.
      *----------------------------------------------------------------
       CONTAR-DIAS.
           MOVE ZEROS                  TO LK219-FECHA3
           MOVE 1                      TO LK219-TIPFMT
           MOVE 2                      TO LK219-BASCLC
           MOVE ZEROS                  TO LK219-NRODIA
           MOVE 1                      TO LK219-INDDSP
           MOVE 9                      TO LK219-DIASEM
           MOVE SPACES                 TO LK219-NOMDIA
           MOVE SPACES                 TO LK219-NOMMES
           MOVE ZEROS                  TO LK219-CODRET
           MOVE SPACES                 TO LK219-MSGERR
           MOVE 4                      TO LK219-TIPOPR
           PERFORM CALL-PLT219.
      *----------------------------------------------------------------
       IMPRIMIR-TOTALES.
           INITIALIZE CCA586R-TOTALES
           MOVE W-CANRSP          TO CANRSP OF CCA586R-TOTALES
           MOVE W-CANSIN          TO CANSIN OF CCA586R-TOTALES
           MOVE W-CANENV          TO CANENV OF CCA586R-TOTALES
           MOVE W-VLRENV          TO VLRENV OF CCA586R-TOTALES
           MOVE W-CANPRV          TO CANPRV OF CCA586R-TOTALES
           MOVE W-VLRPRV          TO VLRPRV OF CCA586R-TOTALES
           MOVE W-CANCIE          TO CANCIE OF CCA586R-TOTALES
           MOVE W-VLRAJU          TO VLRAJU OF CCA586R-TOTALES
           MOVE ACU-CANTID (1)    TO CAN001 OF CCA586R-TOTALES
           MOVE ACU-VALOR  (1)    TO VLR001 OF CCA586R-TOTALES
           MOVE ACU-CANTID (2)    TO CAN002 OF CCA586R-TOTALES
           MOVE ACU-VALOR  (2)    TO VLR002 OF CCA586R-TOTALES
           MOVE ACU-CANTID (3)    TO CAN003 OF CCA586R-TOTALES
           MOVE ACU-VALOR  (3)    TO VLR003 OF CCA586R-TOTALES
           MOVE ACU-CANTID (4)    TO CAN004 OF CCA586R-TOTALES
           MOVE ACU-VALOR  (4)    TO VLR004 OF CCA586R-TOTALES
           MOVE ACU-CANTID (5)    TO CAN005 OF CCA586R-TOTALES
           MOVE ACU-VALOR  (5)    TO VLR005 OF CCA586R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES".
      *----------------------------------------------------------------
       LEER-CCARSPCGB.
           READ CCARSPCGB AT END
                MOVE "SI" TO CTL-CCARSPCGB.
      *----------------------------------------------------------------
       LEER-CCADISPUT.
           READ CCADISPUT NEXT RECORD AT END
                MOVE "SI" TO CTL-CCADISPUT.
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
           PERFORM IMPRIMIR-TOTALES
           DISPLAY "CCA586 RESPUESTAS DE LA RED....: " W-CANRSP
           DISPLAY "CCA586 RESPUESTAS SIN DISPUTA..: " W-CANSIN
           DISPLAY "CCA586 CONTRACARGOS ENVIADOS...: " W-CANENV
           DISPLAY "CCA586 CREDITOS PROVISIONALES..: " W-CANPRV
           DISPLAY "CCA586 DISPUTAS CERRADAS.......: " W-CANCIE
           DISPLAY "CCA586 PENDIENTES DE RESPUESTA.: " W-CANABI
           DISPLAY "CCA586 CON PLAZO VENCIDO.......: " ACU-CANTID (1)
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCARSPCGB CCADISPUT CCACONCGB CCAMOVIM CCATABLAS
                 CCACODTRN REPORTE.
           STOP  RUN      .
