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
       PROGRAM-ID.    CCA604.
      ******************************************************************
      * FUNCION: REPORTE DE DIFERENCIAS DE LA CIRCULARIZACION DE       *
      *          SALDOS. RECORRE EL REGISTRO CCACIRCUL DE UN CORTE Y:  *
      *          - POR CADA RESPUESTA DISCONFORME LISTA EL SALDO DE LA *
      *            CARTA, EL DEL CLIENTE Y LA DIFERENCIA; RECALCULA EL *
      *            SALDO AL CORTE CON EL MAESTRO Y EL HISTORICO DE     *
      *            HOY (UN MOVIMIENTO CON FECHA ORIGEN ANTERIOR AL     *
      *            CORTE QUE LLEGO DESPUES DE LA CARTA LO CAMBIA) Y    *
      *            LISTA LOS MOVIMIENTOS DE CCAHISTOR Y CCAHISTO1 CON  *
      *            FECHA ORIGEN DENTRO DE LA VENTANA DE DIAS ALREDEDOR *
      *            DEL CORTE (TABLA 85 REGISTRO 10, CAMPO1; 30 SI NO   *
      *            ESTA), MARCADOS ANTES O DESPUES DEL CORTE.          *
      *          - LISTA LAS CARTAS DEVUELTAS (PARA PROCEDIMIENTOS     *
      *            ALTERNOS) Y LAS PENDIENTES DE RESPUESTA (PARA EL    *
      *            SEGUIMIENTO).                                       *
      *          - TOTALIZA CANTIDAD Y SALDO POR ESTADO DE RESPUESTA.  *
      *          SOLO CORRE CON LA FUNCION AUTORIZADA EN LA COMPUERTA  *
      *          CCA519. REPORTE EN CCA604R.                           *
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
           SELECT CCACIRCUL
               ASSIGN          TO DATABASE-CCACIRCUL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAMAEAHO
               ASSIGN          TO DATABASE-CCAMAEAHO
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
           SELECT CCAHISTO1
               ASSIGN          TO DATABASE-CCAHISTO1
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
               ASSIGN          TO FORMATFILE-CCA604R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCACIRCUL
           LABEL RECORDS ARE STANDARD.
       01  REG-CIRCUL.
           COPY DDS-ALL-FORMATS OF CCACIRCUL.
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
       FD  CCAHISTO1
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCAHISTO1.
           COPY DDS-ALL-FORMATS OF CCAHISTO1.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  REPORTE
           LABEL RECORDS ARE OMITTED.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA604R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-DIAVEN                    PIC 9(03) VALUE 30.
       77  W-FECDES                    PIC 9(08) VALUE ZEROS.
       77  W-FECHAS                    PIC 9(08) VALUE ZEROS.
       77  W-SALREC                    PIC S9(13)V99 VALUE ZEROS.
       77  W-DIFSAL                    PIC S9(13)V99 VALUE ZEROS.
       77  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *
      * PASADA SOBRE EL HISTORICO: S = RECALCULA EL SALDO AL CORTE,
      * M = LISTA LOS MOVIMIENTOS DE LA VENTANA.
       77  W-PASADA                    PIC X(01) VALUE SPACES.
           88  PASADA-SALDO                      VALUE "S".
           88  PASADA-MOVIMIENTOS                VALUE "M".
      *
       77  W-CANTOT                    PIC 9(07) VALUE ZEROS.
       77  W-VLRTOT                    PIC S9(15)V99 VALUE ZEROS.
       77  W-CANPEN                    PIC 9(07) VALUE ZEROS.
       77  W-VLRPEN                    PIC S9(15)V99 VALUE ZEROS.
       77  W-CANCON                    PIC 9(07) VALUE ZEROS.
       77  W-VLRCON                    PIC S9(15)V99 VALUE ZEROS.
       77  W-CANDIS                    PIC 9(07) VALUE ZEROS.
       77  W-VLRDIS                    PIC S9(15)V99 VALUE ZEROS.
       77  W-DIFDIS                    PIC S9(15)V99 VALUE ZEROS.
       77  W-CANDEV                    PIC 9(07) VALUE ZEROS.
       77  W-VLRDEV                    PIC S9(15)V99 VALUE ZEROS.
       77  W-CANREC                    PIC 9(07) VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCACIRCUL           PIC X(02) VALUE "NO".
               88  FIN-CCACIRCUL                 VALUE "SI".
               88  NO-FIN-CCACIRCUL              VALUE "NO".
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  ERROR-CCAMAEAHO               VALUE "SI".
               88  NO-ERROR-CCAMAEAHO            VALUE "NO".
           05  CTL-CCAHISTOR           PIC X(02) VALUE "NO".
               88  FIN-CCAHISTOR                 VALUE "SI".
               88  NO-FIN-CCAHISTOR              VALUE "NO".
           05  CTL-CCAHISTO1           PIC X(02) VALUE "NO".
               88  FIN-CCAHISTO1                 VALUE "SI".
               88  NO-FIN-CCAHISTO1              VALUE "NO".
      *
      * COMPUERTA DE AUTORIZACION POR FUNCION (VER CCA519).
       01  PARM-CCA519.
           05  W-AUT-USUARIO           PIC X(10) VALUE SPACES.
           05  W-AUT-ESTACI            PIC X(10) VALUE SPACES.
           05  W-AUT-PROGRAMA          PIC X(08) VALUE "CCA604".
           05  W-AUT-FUNCIO            PIC X(02) VALUE "00".
           05  W-AUT-RETCOD            PIC 9(01) VALUE ZEROS.
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
           COPY PLT219  OF CCACPY.
      *
       LINKAGE SECTION.
       77  XUSERID                     PIC X(10).
       77  PARM-FECCOR                 PIC 9(08).
      ***************************************************************
       PROCEDURE DIVISION USING XUSERID PARM-FECCOR.
       COMIENZO.
           PERFORM VALIDAR-AUTORIZACION.
           IF W-AUT-RETCOD NOT = ZEROS
              DISPLAY "CCA604 USUARIO NO AUTORIZADO: " XUSERID
              STOP RUN
           END-IF.
           PERFORM INICIAR.
           PERFORM PROCESAR-CARTA UNTIL FIN-CCACIRCUL.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
      * SIN AUTORIZACION DE LA COMPUERTA CCA519 NO SE LISTA NADA; EL
      * INTENTO NEGADO QUEDA EN EL REGISTRO DE ACCESOS.
      *----------------------------------------------------------------
       VALIDAR-AUTORIZACION.
           MOVE XUSERID      TO W-AUT-USUARIO
           MOVE ZEROS        TO W-AUT-RETCOD
           CALL "CCA519" USING W-AUT-USUARIO W-AUT-ESTACI
                               W-AUT-PROGRAMA W-AUT-FUNCIO
                               W-AUT-RETCOD.
      *----------------------------------------------------------------
       INICIAR.
           OPEN INPUT  CCACIRCUL CCAMAEAHO CCAHISTOR CCAHISTO1
                       CCATABLAS.
           OPEN OUTPUT REPORTE.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           MOVE 85    TO CODTAB OF ZONA-CCATABLAS
           MOVE 10    TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS
                NOT INVALID KEY
                    IF CAMPO1 OF ZONA-CCATABLAS > ZEROS
                    AND CAMPO1 OF ZONA-CCATABLAS < 1000
                       MOVE CAMPO1 OF ZONA-CCATABLAS TO W-DIAVEN
                    END-IF
           END-READ
           PERFORM CALCULAR-VENTANA
           INITIALIZE CCA604R-HEADER
           MOVE PARM-FECCOR  TO FECCOR OF CCA604R-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF CCA604R-HEADER
           MOVE W-DIAVEN     TO DIAVEN OF CCA604R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
           INITIALIZE REGCIRCUL
           MOVE PARM-FECCOR  TO FECCOR OF REG-CIRCUL
           START CCACIRCUL KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCACIRCUL
           END-START.
      *----------------------------------------------------------------
      * VENTANA DE MOVIMIENTOS: DIAS ANTES Y DESPUES DEL CORTE.
      *----------------------------------------------------------------
       CALCULAR-VENTANA.
           MOVE PARM-FECCOR            TO LK219-FECHA1
           MOVE ZEROS                  TO LK219-FECHA2
           MOVE ZEROS                  TO LK219-FECHA3
           MOVE 1                      TO LK219-TIPFMT
           MOVE 2                      TO LK219-BASCLC
           MOVE W-DIAVEN               TO LK219-NRODIA
           MOVE 2                      TO LK219-INDDSP
           MOVE 9                      TO LK219-DIASEM
           MOVE SPACES                 TO LK219-NOMDIA
           MOVE SPACES                 TO LK219-NOMMES
           MOVE ZEROS                  TO LK219-CODRET
           MOVE SPACES                 TO LK219-MSGERR
           MOVE 2                      TO LK219-TIPOPR
           PERFORM CALL-PLT219
           MOVE LK219-FECHA3           TO W-FECDES
           MOVE PARM-FECCOR            TO LK219-FECHA1
           MOVE ZEROS                  TO LK219-FECHA2
           MOVE ZEROS                  TO LK219-FECHA3
           MOVE 1                      TO LK219-INDDSP
           MOVE 3                      TO LK219-TIPOPR
           PERFORM CALL-PLT219
           MOVE LK219-FECHA3           TO W-FECHAS.
      *----------------------------------------------------------------
       PROCESAR-CARTA.
           READ CCACIRCUL NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACIRCUL
           END-READ
           IF NO-FIN-CCACIRCUL
              IF FECCOR OF REG-CIRCUL NOT = PARM-FECCOR
                 MOVE "SI" TO CTL-CCACIRCUL
              ELSE
                 PERFORM CLASIFICAR-RESPUESTA
              END-IF
           END-IF.
      *----------------------------------------------------------------
       CLASIFICAR-RESPUESTA.
           ADD 1                     TO W-CANTOT
           ADD SALCOR OF REG-CIRCUL  TO W-VLRTOT
           MOVE ZEROS                TO W-SALREC
           COMPUTE W-DIFSAL = SALCOR OF REG-CIRCUL
                            - SALCLI OF REG-CIRCUL
           IF ESTRES OF REG-CIRCUL = "C"
              ADD 1                    TO W-CANCON
              ADD SALCOR OF REG-CIRCUL TO W-VLRCON
           ELSE
           IF ESTRES OF REG-CIRCUL = "D"
              ADD 1                    TO W-CANDIS
              ADD SALCOR OF REG-CIRCUL TO W-VLRDIS
              ADD W-DIFSAL             TO W-DIFDIS
              PERFORM INVESTIGAR-DIFERENCIA
           ELSE
           IF ESTRES OF REG-CIRCUL = "R"
              ADD 1                    TO W-CANDEV
              ADD SALCOR OF REG-CIRCUL TO W-VLRDEV
              MOVE ZEROS               TO W-DIFSAL
              PERFORM IMPRIMIR-DETALLE
           ELSE
              ADD 1                    TO W-CANPEN
              ADD SALCOR OF REG-CIRCUL TO W-VLRPEN
              MOVE ZEROS               TO W-DIFSAL
              PERFORM IMPRIMIR-DETALLE
           END-IF
           END-IF
           END-IF.
      *----------------------------------------------------------------
      * PRIMERA PASADA: SALDO AL CORTE CON LO QUE HAY HOY. SEGUNDA
      * PASADA: LOS MOVIMIENTOS DE LA VENTANA BAJO LA LINEA DE LA
      * CUENTA.
      *----------------------------------------------------------------
       INVESTIGAR-DIFERENCIA.
           MOVE "NO"                 TO CTL-CCAMAEAHO
           MOVE CODMON OF REG-CIRCUL TO CODMON OF REG-MAESTR
           MOVE CODSIS OF REG-CIRCUL TO CODSIS OF REG-MAESTR
           MOVE CODPRO OF REG-CIRCUL TO CODPRO OF REG-MAESTR
           MOVE AGCCTA OF REG-CIRCUL TO AGCCTA OF REG-MAESTR
           MOVE CTANRO OF REG-CIRCUL TO CTANRO OF REG-MAESTR
           READ CCAMAEAHO INVALID KEY
                MOVE "SI" TO CTL-CCAMAEAHO
           END-READ
           IF NO-ERROR-CCAMAEAHO
              MOVE SALACT OF REG-MAESTR TO W-SALREC
              MOVE "S" TO W-PASADA
              PERFORM RECORRER-HISTORICO
              IF W-SALREC NOT = SALCOR OF REG-CIRCUL
                 ADD 1 TO W-CANREC
              END-IF
           END-IF
           PERFORM IMPRIMIR-DETALLE
           MOVE "M" TO W-PASADA
           PERFORM RECORRER-HISTORICO.
      *----------------------------------------------------------------
       RECORRER-HISTORICO.
           MOVE "NO"                 TO CTL-CCAHISTO1
           MOVE CODMON OF REG-CIRCUL TO CODMON OF ZONA-CCAHISTO1
           MOVE CODSIS OF REG-CIRCUL TO CODSIS OF ZONA-CCAHISTO1
           MOVE CODPRO OF REG-CIRCUL TO CODPRO OF ZONA-CCAHISTO1
           MOVE AGCCTA OF REG-CIRCUL TO AGCCTA OF ZONA-CCAHISTO1
           MOVE CTANRO OF REG-CIRCUL TO CTANRO OF ZONA-CCAHISTO1
           START CCAHISTO1 KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAHISTO1
           END-START
           PERFORM REVISAR-HISTO1 UNTIL FIN-CCAHISTO1
           MOVE "NO"                 TO CTL-CCAHISTOR
           MOVE CODMON OF REG-CIRCUL TO CODMON OF ZONA-CCAHISTOR
           MOVE CODSIS OF REG-CIRCUL TO CODSIS OF ZONA-CCAHISTOR
           MOVE CODPRO OF REG-CIRCUL TO CODPRO OF ZONA-CCAHISTOR
           MOVE AGCCTA OF REG-CIRCUL TO AGCCTA OF ZONA-CCAHISTOR
           MOVE CTANRO OF REG-CIRCUL TO CTANRO OF ZONA-CCAHISTOR
           START CCAHISTOR KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAHISTOR
           END-START
           PERFORM REVISAR-HISTOR UNTIL FIN-CCAHISTOR.
      *----------------------------------------------------------------
       REVISAR-HISTO1.
           READ CCAHISTO1 NEXT AT END
                MOVE "SI" TO CTL-CCAHISTO1
           END-READ
           IF NO-FIN-CCAHISTO1
              IF CODMON OF ZONA-CCAHISTO1 NOT = CODMON OF REG-CIRCUL
              OR CODSIS OF ZONA-CCAHISTO1 NOT = CODSIS OF REG-CIRCUL
              OR CODPRO OF ZONA-CCAHISTO1 NOT = CODPRO OF REG-CIRCUL
              OR AGCCTA OF ZONA-CCAHISTO1 NOT = AGCCTA OF REG-CIRCUL
              OR CTANRO OF ZONA-CCAHISTO1 NOT = CTANRO OF REG-CIRCUL
                 MOVE "SI" TO CTL-CCAHISTO1
              ELSE
                 MOVE ZONA-CCAHISTO1 TO ZONA-CCAHISTOR
                 MOVE "CCAHISTO1"    TO ORIGEN OF CCA604R-MOVTO
                 PERFORM TRATAR-MOVIMIENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------
       REVISAR-HISTOR.
           READ CCAHISTOR NEXT AT END
                MOVE "SI" TO CTL-CCAHISTOR
           END-READ
           IF NO-FIN-CCAHISTOR
              IF CODMON OF ZONA-CCAHISTOR NOT = CODMON OF REG-CIRCUL
              OR CODSIS OF ZONA-CCAHISTOR NOT = CODSIS OF REG-CIRCUL
              OR CODPRO OF ZONA-CCAHISTOR NOT = CODPRO OF REG-CIRCUL
              OR AGCCTA OF ZONA-CCAHISTOR NOT = AGCCTA OF REG-CIRCUL
              OR CTANRO OF ZONA-CCAHISTOR NOT = CTANRO OF REG-CIRCUL
                 MOVE "SI" TO CTL-CCAHISTOR
              ELSE
                 MOVE "CCAHISTOR"    TO ORIGEN OF CCA604R-MOVTO
                 PERFORM TRATAR-MOVIMIENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * EL MOVIMIENTO LEIDO DE CUALQUIERA DE LOS DOS HISTORICOS QUEDA
      * EN ZONA-CCAHISTOR.
      *----------------------------------------------------------------
       TRATAR-MOVIMIENTO.
           IF PASADA-SALDO
              IF FORIGE OF ZONA-CCAHISTOR > PARM-FECCOR
                 IF DEBCRE OF ZONA-CCAHISTOR = 2
                    SUBTRACT IMPORT OF ZONA-CCAHISTOR FROM W-SALREC
                 ELSE
                 IF DEBCRE OF ZONA-CCAHISTOR = 1
                    ADD IMPORT OF ZONA-CCAHISTOR TO W-SALREC
                 END-IF
                 END-IF
              END-IF
           ELSE
              IF FORIGE OF ZONA-CCAHISTOR NOT < W-FECDES
              AND FORIGE OF ZONA-CCAHISTOR NOT > W-FECHAS
                 PERFORM IMPRIMIR-MOVIMIENTO
              END-IF
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-MOVIMIENTO.
           MOVE FORIGE OF ZONA-CCAHISTOR TO FORIGE OF CCA604R-MOVTO
           MOVE FVALOR OF ZONA-CCAHISTOR TO FVALOR OF CCA604R-MOVTO
           MOVE CODTRA OF ZONA-CCAHISTOR TO CODTRA OF CCA604R-MOVTO
           MOVE DEBCRE OF ZONA-CCAHISTOR TO DEBCRE OF CCA604R-MOVTO
           MOVE IMPORT OF ZONA-CCAHISTOR TO IMPORT OF CCA604R-MOVTO
           IF FORIGE OF ZONA-CCAHISTOR > PARM-FECCOR
              MOVE "DESPUES"             TO POSCOR OF CCA604R-MOVTO
           ELSE
              MOVE "ANTES"               TO POSCOR OF CCA604R-MOVTO
           END-IF
           WRITE REPORTE-REG FORMAT IS "MOVTO".
      *----------------------------------------------------------------
       IMPRIMIR-DETALLE.
           INITIALIZE CCA604R-DETALLE
           MOVE NROCAR OF REG-CIRCUL TO NROCAR OF CCA604R-DETALLE
           MOVE AGCCTA OF REG-CIRCUL TO AGCCTA OF CCA604R-DETALLE
           MOVE CODPRO OF REG-CIRCUL TO CODPRO OF CCA604R-DETALLE
           MOVE CTANRO OF REG-CIRCUL TO CTANRO OF CCA604R-DETALLE
           MOVE NOMCTA OF REG-CIRCUL TO NOMCTA OF CCA604R-DETALLE
           MOVE ESTRES OF REG-CIRCUL TO ESTRES OF CCA604R-DETALLE
           MOVE SALCOR OF REG-CIRCUL TO SALCOR OF CCA604R-DETALLE
           MOVE SALCLI OF REG-CIRCUL TO SALCLI OF CCA604R-DETALLE
           MOVE W-DIFSAL             TO DIFSAL OF CCA604R-DETALLE
           MOVE W-SALREC             TO SALREC OF CCA604R-DETALLE
           MOVE FECRES OF REG-CIRCUL TO FECRES OF CCA604R-DETALLE
           MOVE OBSRES OF REG-CIRCUL TO OBSRES OF CCA604R-DETALLE
           WRITE REPORTE-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
       IMPRIMIR-TOTALES.
           INITIALIZE CCA604R-TOTALES
           MOVE W-CANTOT          TO CANTOT OF CCA604R-TOTALES
           MOVE W-VLRTOT          TO VLRTOT OF CCA604R-TOTALES
           MOVE W-CANPEN          TO CANPEN OF CCA604R-TOTALES
           MOVE W-VLRPEN          TO VLRPEN OF CCA604R-TOTALES
           MOVE W-CANCON          TO CANCON OF CCA604R-TOTALES
           MOVE W-VLRCON          TO VLRCON OF CCA604R-TOTALES
           MOVE W-CANDIS          TO CANDIS OF CCA604R-TOTALES
           MOVE W-VLRDIS          TO VLRDIS OF CCA604R-TOTALES
           MOVE W-DIFDIS          TO DIFDIS OF CCA604R-TOTALES
           MOVE W-CANDEV          TO CANDEV OF CCA604R-TOTALES
           MOVE W-VLRDEV          TO VLRDEV OF CCA604R-TOTALES
           MOVE W-CANREC          TO CANREC OF CCA604R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES".
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
           DISPLAY "CCA604 CARTAS DEL CORTE........: " W-CANTOT
           DISPLAY "CCA604 PENDIENTES..............: " W-CANPEN
           DISPLAY "CCA604 CONFORMES...............: " W-CANCON
           DISPLAY "CCA604 DISCONFORMES............: " W-CANDIS
           DISPLAY "CCA604 DEVUELTAS...............: " W-CANDEV
           DISPLAY "CCA604 SALDO AL CORTE CAMBIADO.: " W-CANREC
           CLOSE CCACIRCUL CCAMAEAHO CCAHISTOR CCAHISTO1 CCATABLAS
                 REPORTE.
           STOP  RUN      .
      *----------------------------------------------------------------
