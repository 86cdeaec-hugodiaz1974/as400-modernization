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
       PROGRAM-ID.    CCA597.
      ******************************************************************
      * FUNCION: CIRCULARIZACION DE SALDOS PARA LA AUDITORIA EXTERNA.  *
      *          SACA DEL CCAMAEAHO UNA MUESTRA ESTRATIFICADA DE       *
      *          CUENTAS CON SU SALDO A LA FECHA DE CORTE, GRABA EL    *
      *          REGISTRO DE CONFIRMACIONES CCACIRCUL, IMPRIME UNA     *
      *          CARTA POR CUENTA (CCA597R) Y EL LISTADO DEL REGISTRO  *
      *          CON LA COBERTURA POR TRAMO (CCA597R2).                *
      *          - ENTRAN LAS CUENTAS ABIERTAS A LA FECHA DE CORTE     *
      *            (APERTURA NO POSTERIOR Y SIN CANCELAR O CANCELADAS  *
      *            DESPUES DEL CORTE).                                 *
      *          - SALDO AL CORTE: SALACT MENOS LO CREDITADO Y MAS LO  *
      *            DEBITADO CON FECHA ORIGEN POSTERIOR AL CORTE        *
      *            (CCAHISTOR Y CCAHISTO1). CORRE FUERA DE LA CADENA,  *
      *            CON EL DIA YA PASADO AL HISTORICO.                  *
      *          - TABLA 85 DE CCATABLAS:                              *
      *            REGISTRO 0: CAMPO1 = SALDO DESDE EL CUAL LA CUENTA  *
      *            ENTRA SIEMPRE (INCLUSION OBLIGATORIA; CERO = NO     *
      *            HAY).                                               *
      *            REGISTROS 1 A 9: TRAMOS DE SALDO. CAMPO1 = PISO DEL *
      *            TRAMO; CAMPO2 POSICIONES 1-5 = INTERVALO (UNA DE    *
      *            CADA N CUENTAS; CERO = EL TRAMO NO SE MUESTREA) Y   *
      *            6-10 = MAXIMO DE CARTAS POR ESTRATO (CERO = SIN     *
      *            LIMITE). LA CUENTA CAE EN EL TRAMO DE MAYOR PISO    *
      *            QUE NO SUPERE SU SALDO.                             *
      *          - EL ESTRATO ES AGENCIA + PRODUCTO + TRAMO. DENTRO DE *
      *            CADA ESTRATO LA SELECCION ES SISTEMATICA, DESDE EL  *
      *            ARRANQUE QUE DA LA AUDITORIA (PARAMETRO).           *
      *          - LAS CARTAS SE NUMERAN CON EL CONSECUTIVO CIRCULAR   *
      *            DE CCACTLCER. UN CORTE YA CIRCULARIZADO NO SE       *
      *            VUELVE A GENERAR.                                   *
      *          LAS RESPUESTAS SE REGISTRAN CON CCA598 Y LAS          *
      *          DIFERENCIAS SE LISTAN CON CCA604.                     *
      *          SOLO CORRE CON LA FUNCION AUTORIZADA EN LA COMPUERTA  *
      *          CCA519.                                               *
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
           SELECT CCAHISTO1
               ASSIGN          TO DATABASE-CCAHISTO1
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CLIMAE
               ASSIGN          TO DATABASE-CLIMAE
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
           SELECT CCACTLCER
               ASSIGN          TO DATABASE-CCACTLCER
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACIRCUL
               ASSIGN          TO DATABASE-CCACIRCUL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA597R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT REPREGIS
               ASSIGN          TO FORMATFILE-CCA597R2
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
       FD  CCAHISTO1
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCAHISTO1.
           COPY DDS-ALL-FORMATS OF CCAHISTO1.
      *
       FD  CLIMAE
           LABEL RECORDS ARE STANDARD.
       01  REG-CLIMAE.
           COPY DDS-ALL-FORMATS OF CLIMAE.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  CCACTLCER
           LABEL RECORDS ARE STANDARD.
       01  REG-CTLCER.
           COPY DDS-ALL-FORMATS OF CCACTLCER.
      *
       FD  CCACIRCUL
           LABEL RECORDS ARE STANDARD.
       01  REG-CIRCUL.
           COPY DDS-ALL-FORMATS OF CCACIRCUL.
      *
       FD  REPORTE
           LABEL RECORDS ARE OMITTED.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA597R.
      *
       FD  REPREGIS
           LABEL RECORDS ARE OMITTED.
       01  REPREGIS-REG.
           COPY DDS-ALL-FORMATS OF CCA597R2.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-SALCOR                    PIC S9(13)V99 VALUE ZEROS.
       77  W-NOMCTA                    PIC X(50) VALUE SPACES.
       77  W-MOTSEL                    PIC X(01) VALUE SPACES.
       77  W-UMBRAL                    PIC 9(09) VALUE ZEROS.
       77  W-ARRANQ                    PIC 9(05) VALUE ZEROS.
       77  W-COCIEN                    PIC 9(07) VALUE ZEROS.
       77  W-RESTO                     PIC 9(05) VALUE ZEROS.
       77  W-DESFAS                    PIC 9(07) VALUE ZEROS.
      *
       77  W-CANLEI                    PIC 9(09) VALUE ZEROS.
       77  W-CANOBL                    PIC 9(07) VALUE ZEROS.
       77  W-VLROBL                    PIC S9(15)V99 VALUE ZEROS.
       77  W-CANSEL                    PIC 9(07) VALUE ZEROS.
       77  W-VLRSEL                    PIC S9(15)V99 VALUE ZEROS.
       77  W-CANPOB                    PIC 9(07) VALUE ZEROS.
       77  W-VLRPOB                    PIC S9(15)V99 VALUE ZEROS.
      *
      * ESTRATO EN CURSO (AGENCIA Y PRODUCTO) PARA EL CORTE DE CONTROL.
       01  W-ESTRATO.
           05  W-EST-CODMON            PIC 9(03) VALUE ZEROS.
           05  W-EST-CODSIS            PIC 9(03) VALUE ZEROS.
           05  W-EST-CODPRO            PIC 9(03) VALUE ZEROS.
           05  W-EST-AGCCTA            PIC 9(05) VALUE ZEROS.
       01  W-ESTRATO-CTA.
           05  W-CTA-CODMON            PIC 9(03) VALUE ZEROS.
           05  W-CTA-CODSIS            PIC 9(03) VALUE ZEROS.
           05  W-CTA-CODPRO            PIC 9(03) VALUE ZEROS.
           05  W-CTA-AGCCTA            PIC 9(05) VALUE ZEROS.
      *
      * CAMPO2 DE LOS TRAMOS DE LA TABLA 85.
       01  W-CAMPO2.
           05  W-C2-INTERV             PIC 9(05).
           05  W-C2-MAXEST             PIC 9(05).
           05  FILLER                  PIC X(140).
      *
      * TRAMOS DE SALDO (TABLA 85 REGISTROS 1 A 9).
       77  W-IXB                       PIC 9(02) VALUE ZEROS.
       77  W-BANDA                     PIC 9(02) VALUE ZEROS.
       01  TABLA-TRAMOS.
           05  BAN-ENT                 OCCURS 9 TIMES.
               10  BAN-ACTIVA          PIC X(02).
               10  BAN-PISO            PIC 9(09).
               10  BAN-INTERV          PIC 9(05).
               10  BAN-MAXEST          PIC 9(05).
               10  BAN-POSINI          PIC 9(05).
               10  BAN-CONEST          PIC 9(07).
               10  BAN-SELEST          PIC 9(05).
               10  BAN-CANPOB          PIC 9(07).
               10  BAN-VLRPOB          PIC S9(15)V99.
               10  BAN-CANSEL          PIC 9(07).
               10  BAN-VLRSEL          PIC S9(15)V99.
      *
       01  CONTROLES.
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                 VALUE "SI".
               88  NO-FIN-CCAMAEAHO              VALUE "NO".
           05  CTL-CCAHISTOR           PIC X(02) VALUE "NO".
               88  FIN-CCAHISTOR                 VALUE "SI".
               88  NO-FIN-CCAHISTOR              VALUE "NO".
           05  CTL-CCAHISTO1           PIC X(02) VALUE "NO".
               88  FIN-CCAHISTO1                 VALUE "SI".
               88  NO-FIN-CCAHISTO1              VALUE "NO".
           05  CTL-CLIMAE              PIC X(02) VALUE "NO".
               88  ERROR-CLIMAE                  VALUE "SI".
               88  NO-ERROR-CLIMAE               VALUE "NO".
           05  CTL-CCACIRCUL           PIC X(02) VALUE "NO".
               88  CORTE-GENERADO                VALUE "SI".
               88  CORTE-NUEVO                   VALUE "NO".
           05  CTL-ELEGIBLE            PIC X(02) VALUE "NO".
               88  CUENTA-ELEGIBLE               VALUE "SI".
           05  CTL-PARAMETROS          PIC X(02) VALUE "NO".
               88  PARAMETROS-ERRADOS            VALUE "SI".
      *
      * COMPUERTA DE AUTORIZACION POR FUNCION (VER CCA519).
       01  PARM-CCA519.
           05  W-AUT-USUARIO           PIC X(10) VALUE SPACES.
           05  W-AUT-ESTACI            PIC X(10) VALUE SPACES.
           05  W-AUT-PROGRAMA          PIC X(08) VALUE "CCA597".
           05  W-AUT-FUNCIO            PIC X(02) VALUE "00".
           05  W-AUT-RETCOD            PIC 9(01) VALUE ZEROS.
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
      *
       LINKAGE SECTION.
       77  XUSERID                     PIC X(10).
       77  PARM-FECCOR                 PIC 9(08).
       77  PARM-ARRANQ                 PIC 9(05).
      ***************************************************************
       PROCEDURE DIVISION USING XUSERID PARM-FECCOR PARM-ARRANQ.
       COMIENZO.
           PERFORM VALIDAR-AUTORIZACION.
           IF W-AUT-RETCOD NOT = ZEROS
              DISPLAY "CCA597 USUARIO NO AUTORIZADO: " XUSERID
              STOP RUN
           END-IF.
           PERFORM INICIAR.
           IF PARAMETROS-ERRADOS
              DISPLAY "CCA597 FECHA DE CORTE INVALIDA: " PARM-FECCOR
           ELSE
           IF CORTE-GENERADO
              DISPLAY "CCA597 EL CORTE " PARM-FECCOR
                      " YA FUE CIRCULARIZADO"
           ELSE
              PERFORM LEER-CCAMAEAHO
              PERFORM PROCESAR-CUENTA UNTIL FIN-CCAMAEAHO
           END-IF
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
           OPEN INPUT  CCAMAEAHO CCAHISTOR CCAHISTO1 CLIMAE CCATABLAS.
           OPEN I-O    CCACTLCER CCACIRCUL.
           OPEN OUTPUT REPORTE REPREGIS.
           PERFORM CALL-CCA500.
           IF PARM-FECCOR = ZEROS
           OR PARM-FECCOR > LK-FECHA-HOY
              MOVE "SI" TO CTL-PARAMETROS
           END-IF
           MOVE PARM-ARRANQ TO W-ARRANQ
           IF W-ARRANQ = ZEROS
              MOVE 1        TO W-ARRANQ
           END-IF
           PERFORM CARGAR-PARAMETROS
           PERFORM REVISAR-CORTE
           INITIALIZE CCA597R2-HEADER
           MOVE PARM-FECCOR  TO FECCOR OF CCA597R2-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF CCA597R2-HEADER
           MOVE W-UMBRAL     TO UMBRAL OF CCA597R2-HEADER
           MOVE W-ARRANQ     TO ARRANQ OF CCA597R2-HEADER
           WRITE REPREGIS-REG FORMAT IS "HEADER".
      *----------------------------------------------------------------
      * TABLA 85: REGISTRO 0 = UMBRAL DE INCLUSION OBLIGATORIA;
      * REGISTROS 1 A 9 = TRAMOS DE SALDO.
      *----------------------------------------------------------------
       CARGAR-PARAMETROS.
           MOVE 85    TO CODTAB OF ZONA-CCATABLAS
           MOVE 0     TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS
                NOT INVALID KEY
                    MOVE CAMPO1 OF ZONA-CCATABLAS TO W-UMBRAL
           END-READ
           PERFORM CARGAR-TRAMO VARYING W-IXB FROM 1 BY 1
                   UNTIL W-IXB > 9.
      *----------------------------------------------------------------
      * EL PRIMER SELECCIONADO DE CADA ESTRATO ES EL QUE OCUPA LA
      * POSICION DEL ARRANQUE DENTRO DEL INTERVALO.
      *----------------------------------------------------------------
       CARGAR-TRAMO.
           INITIALIZE BAN-ENT (W-IXB)
           MOVE "NO"  TO BAN-ACTIVA (W-IXB)
           MOVE 85    TO CODTAB OF ZONA-CCATABLAS
           MOVE W-IXB TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS
                NOT INVALID KEY
                    MOVE "SI"   TO BAN-ACTIVA (W-IXB)
                    MOVE CAMPO1 OF ZONA-CCATABLAS TO BAN-PISO (W-IXB)
                    MOVE CAMPO2 OF ZONA-CCATABLAS TO W-CAMPO2
                    IF W-C2-INTERV NUMERIC
                       MOVE W-C2-INTERV TO BAN-INTERV (W-IXB)
                    END-IF
                    IF W-C2-MAXEST NUMERIC
                       MOVE W-C2-MAXEST TO BAN-MAXEST (W-IXB)
                    END-IF
           END-READ
           IF BAN-INTERV (W-IXB) > ZEROS
              SUBTRACT 1 FROM W-ARRANQ GIVING W-DESFAS
              DIVIDE BAN-INTERV (W-IXB) INTO W-DESFAS
                     GIVING W-COCIEN REMAINDER W-RESTO
              ADD 1 W-RESTO GIVING BAN-POSINI (W-IXB)
           END-IF.
      *----------------------------------------------------------------
      * UN CORTE QUE YA TIENE REGISTRO NO SE VUELVE A CIRCULARIZAR.
      *----------------------------------------------------------------
       REVISAR-CORTE.
           INITIALIZE REGCIRCUL
           MOVE PARM-FECCOR TO FECCOR OF REG-CIRCUL
           START CCACIRCUL KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "NO" TO CTL-CCACIRCUL
                 NOT INVALID KEY
                     READ CCACIRCUL NEXT RECORD
                          AT END MOVE "NO" TO CTL-CCACIRCUL
                          NOT AT END
                              IF FECCOR OF REG-CIRCUL = PARM-FECCOR
                                 MOVE "SI" TO CTL-CCACIRCUL
                              END-IF
                     END-READ
           END-START.
      *----------------------------------------------------------------
       PROCESAR-CUENTA.
           ADD 1 TO W-CANLEI
           MOVE CODMON OF REG-MAESTR TO W-CTA-CODMON
           MOVE CODSIS OF REG-MAESTR TO W-CTA-CODSIS
           MOVE CODPRO OF REG-MAESTR TO W-CTA-CODPRO
           MOVE AGCCTA OF REG-MAESTR TO W-CTA-AGCCTA
           IF W-ESTRATO-CTA NOT = W-ESTRATO
              MOVE W-ESTRATO-CTA TO W-ESTRATO
              PERFORM REINICIAR-ESTRATO VARYING W-IXB FROM 1 BY 1
                      UNTIL W-IXB > 9
           END-IF
           PERFORM REVISAR-ELEGIBLE
           IF CUENTA-ELEGIBLE
              PERFORM CALCULAR-SALDO-CORTE
              PERFORM SELECCIONAR-CUENTA
              IF W-MOTSEL NOT = SPACES
                 PERFORM GENERAR-CONFIRMACION
              END-IF
           END-IF
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
       REINICIAR-ESTRATO.
           MOVE ZEROS TO BAN-CONEST (W-IXB)
                         BAN-SELEST (W-IXB).
      *----------------------------------------------------------------
      * LA CUENTA EXISTIA Y ESTABA ABIERTA A LA FECHA DE CORTE.
      *----------------------------------------------------------------
       REVISAR-ELEGIBLE.
           MOVE "NO" TO CTL-ELEGIBLE
           IF FAPERT OF REG-MAESTR NOT > PARM-FECCOR
              IF INDBAJ OF REG-MAESTR = ZEROS
              OR FCIERR OF REG-MAESTR > PARM-FECCOR
                 MOVE "SI" TO CTL-ELEGIBLE
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * SALDO AL CORTE: SE DESHACE LO MOVIDO DESPUES DEL CORTE.
      *----------------------------------------------------------------
       CALCULAR-SALDO-CORTE.
           MOVE SALACT OF REG-MAESTR TO W-SALCOR
           IF PARM-FECCOR < LK-FECHA-HOY
              MOVE "NO"                 TO CTL-CCAHISTO1
              MOVE CODMON OF REG-MAESTR TO CODMON OF ZONA-CCAHISTO1
              MOVE CODSIS OF REG-MAESTR TO CODSIS OF ZONA-CCAHISTO1
              MOVE CODPRO OF REG-MAESTR TO CODPRO OF ZONA-CCAHISTO1
              MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF ZONA-CCAHISTO1
              MOVE CTANRO OF REG-MAESTR TO CTANRO OF ZONA-CCAHISTO1
              START CCAHISTO1 KEY NOT < EXTERNALLY-DESCRIBED-KEY
                    INVALID KEY MOVE "SI" TO CTL-CCAHISTO1
              END-START
              PERFORM REVERSAR-HISTO1 UNTIL FIN-CCAHISTO1
              MOVE "NO"                 TO CTL-CCAHISTOR
              MOVE CODMON OF REG-MAESTR TO CODMON OF ZONA-CCAHISTOR
              MOVE CODSIS OF REG-MAESTR TO CODSIS OF ZONA-CCAHISTOR
              MOVE CODPRO OF REG-MAESTR TO CODPRO OF ZONA-CCAHISTOR
              MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF ZONA-CCAHISTOR
              MOVE CTANRO OF REG-MAESTR TO CTANRO OF ZONA-CCAHISTOR
              START CCAHISTOR KEY NOT < EXTERNALLY-DESCRIBED-KEY
                    INVALID KEY MOVE "SI" TO CTL-CCAHISTOR
              END-START
              PERFORM REVERSAR-HISTOR UNTIL FIN-CCAHISTOR
           END-IF.
      *----------------------------------------------------------------
       REVERSAR-HISTO1.
           READ CCAHISTO1 NEXT AT END
                MOVE "SI" TO CTL-CCAHISTO1
           END-READ
           IF NO-FIN-CCAHISTO1
              IF CODMON OF ZONA-CCAHISTO1 NOT = CODMON OF REG-MAESTR
              OR CODSIS OF ZONA-CCAHISTO1 NOT = CODSIS OF REG-MAESTR
              OR CODPRO OF ZONA-CCAHISTO1 NOT = CODPRO OF REG-MAESTR
              OR AGCCTA OF ZONA-CCAHISTO1 NOT = AGCCTA OF REG-MAESTR
              OR CTANRO OF ZONA-CCAHISTO1 NOT = CTANRO OF REG-MAESTR
                 MOVE "SI" TO CTL-CCAHISTO1
              ELSE
                 IF FORIGE OF ZONA-CCAHISTO1 > PARM-FECCOR
                    IF DEBCRE OF ZONA-CCAHISTO1 = 2
                       SUBTRACT IMPORT OF ZONA-CCAHISTO1 FROM W-SALCOR
                    ELSE
                    IF DEBCRE OF ZONA-CCAHISTO1 = 1
                       ADD IMPORT OF ZONA-CCAHISTO1 TO W-SALCOR
                    END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       REVERSAR-HISTOR.
           READ CCAHISTOR NEXT AT END
                MOVE "SI" TO CTL-CCAHISTOR
           END-READ
           IF NO-FIN-CCAHISTOR
              IF CODMON OF ZONA-CCAHISTOR NOT = CODMON OF REG-MAESTR
              OR CODSIS OF ZONA-CCAHISTOR NOT = CODSIS OF REG-MAESTR
              OR CODPRO OF ZONA-CCAHISTOR NOT = CODPRO OF REG-MAESTR
              OR AGCCTA OF ZONA-CCAHISTOR NOT = AGCCTA OF REG-MAESTR
              OR CTANRO OF ZONA-CCAHISTOR NOT = CTANRO OF REG-MAESTR
                 MOVE "SI" TO CTL-CCAHISTOR
              ELSE
                 IF FORIGE OF ZONA-CCAHISTOR > PARM-FECCOR
                    IF DEBCRE OF ZONA-CCAHISTOR = 2
                       SUBTRACT IMPORT OF ZONA-CCAHISTOR FROM W-SALCOR
                    ELSE
                    IF DEBCRE OF ZONA-CCAHISTOR = 1
                       ADD IMPORT OF ZONA-CCAHISTOR TO W-SALCOR
                    END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * LAS CUENTAS DEL UMBRAL EN ADELANTE ENTRAN SIEMPRE Y NO CUENTAN
      * EN LA POBLACION DE LOS TRAMOS. LAS DEMAS SE MUESTREAN DENTRO
      * DE SU ESTRATO.
      *----------------------------------------------------------------
       SELECCIONAR-CUENTA.
           MOVE SPACES TO W-MOTSEL
           MOVE ZEROS  TO W-BANDA
           IF W-UMBRAL > ZEROS
           AND W-SALCOR NOT < W-UMBRAL
              MOVE "O" TO W-MOTSEL
              ADD 1        TO W-CANOBL
              ADD W-SALCOR TO W-VLROBL
           ELSE
              PERFORM UBICAR-TRAMO VARYING W-IXB FROM 1 BY 1
                      UNTIL W-IXB > 9
              IF W-BANDA > ZEROS
                 PERFORM MUESTREAR-ESTRATO
              END-IF
           END-IF.
      *----------------------------------------------------------------
       UBICAR-TRAMO.
           IF BAN-ACTIVA (W-IXB) = "SI"
              IF W-SALCOR NOT < BAN-PISO (W-IXB)
                 IF W-BANDA = ZEROS
                 OR BAN-PISO (W-IXB) NOT < BAN-PISO (W-BANDA)
                    MOVE W-IXB TO W-BANDA
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       MUESTREAR-ESTRATO.
           ADD 1        TO BAN-CANPOB (W-BANDA)
           ADD W-SALCOR TO BAN-VLRPOB (W-BANDA)
           IF BAN-INTERV (W-BANDA) > ZEROS
              ADD 1 TO BAN-CONEST (W-BANDA)
              IF BAN-CONEST (W-BANDA) NOT < BAN-POSINI (W-BANDA)
                 SUBTRACT BAN-POSINI (W-BANDA) FROM BAN-CONEST (W-BANDA)
                          GIVING W-DESFAS
                 DIVIDE BAN-INTERV (W-BANDA) INTO W-DESFAS
                        GIVING W-COCIEN REMAINDER W-RESTO
                 IF W-RESTO = ZEROS
                    IF BAN-MAXEST (W-BANDA) = ZEROS
                    OR BAN-SELEST (W-BANDA) < BAN-MAXEST (W-BANDA)
                       MOVE "E" TO W-MOTSEL
                       ADD 1        TO BAN-SELEST (W-BANDA)
                                       BAN-CANSEL (W-BANDA)
                       ADD W-SALCOR TO BAN-VLRSEL (W-BANDA)
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       GENERAR-CONFIRMACION.
           PERFORM LEER-CLIMAE
           PERFORM ASIGNAR-CONSECUTIVO
           PERFORM GRABAR-CCACIRCUL
           PERFORM IMPRIMIR-CARTA
           PERFORM IMPRIMIR-REGISTRO
           ADD 1        TO W-CANSEL
           ADD W-SALCOR TO W-VLRSEL.
      *----------------------------------------------------------------
       LEER-CLIMAE.
           MOVE "NO" TO CTL-CLIMAE
           MOVE NITCTA OF REG-MAESTR TO NUMINT OF REG-CLIMAE
           READ CLIMAE INVALID KEY
                MOVE "SI" TO CTL-CLIMAE
           END-READ
           IF NO-ERROR-CLIMAE
              MOVE NOMCLI OF REG-CLIMAE TO W-NOMCTA
           ELSE
              MOVE DESCRI OF REG-MAESTR TO W-NOMCTA
           END-IF.
      *----------------------------------------------------------------
       ASIGNAR-CONSECUTIVO.
           MOVE "CIRCULAR "         TO CODCTL OF REG-CTLCER
           READ CCACTLCER INVALID KEY
                MOVE "CIRCULAR "    TO CODCTL OF REG-CTLCER
                MOVE ZEROS          TO ULTCER OF REG-CTLCER
                MOVE LK-FECHA-HOY   TO FECULT OF REG-CTLCER
                WRITE REG-CTLCER
           END-READ
           ADD 1                    TO ULTCER OF REG-CTLCER
           MOVE LK-FECHA-HOY        TO FECULT OF REG-CTLCER
           REWRITE REG-CTLCER.
      *----------------------------------------------------------------
       GRABAR-CCACIRCUL.
           INITIALIZE REGCIRCUL
           MOVE PARM-FECCOR          TO FECCOR OF REG-CIRCUL
           MOVE CODMON OF REG-MAESTR TO CODMON OF REG-CIRCUL
           MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-CIRCUL
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-CIRCUL
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-CIRCUL
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-CIRCUL
           MOVE ULTCER OF REG-CTLCER TO NROCAR OF REG-CIRCUL
           MOVE NITCTA OF REG-MAESTR TO NITCTA OF REG-CIRCUL
           MOVE W-NOMCTA             TO NOMCTA OF REG-CIRCUL
           MOVE W-SALCOR             TO SALCOR OF REG-CIRCUL
           MOVE W-MOTSEL             TO MOTSEL OF REG-CIRCUL
           MOVE W-BANDA              TO BANDA  OF REG-CIRCUL
           MOVE LK-FECHA-HOY         TO FECGEN OF REG-CIRCUL
           MOVE XUSERID              TO USRGEN OF REG-CIRCUL
           MOVE "P"                  TO ESTRES OF REG-CIRCUL
           WRITE REG-CIRCUL INVALID KEY
                 DISPLAY "CCA597 ERROR AL GRABAR CCACIRCUL "
                         CTANRO OF REG-CIRCUL
           END-WRITE.
      *----------------------------------------------------------------
       IMPRIMIR-CARTA.
           INITIALIZE CCA597R-CARTA
           MOVE NROCAR OF REG-CIRCUL TO NROCAR OF CCA597R-CARTA
           MOVE FECCOR OF REG-CIRCUL TO FECCOR OF CCA597R-CARTA
           MOVE NOMCTA OF REG-CIRCUL TO NOMCTA OF CCA597R-CARTA
           MOVE NITCTA OF REG-CIRCUL TO NITCTA OF CCA597R-CARTA
           MOVE AGCCTA OF REG-CIRCUL TO AGCCTA OF CCA597R-CARTA
           MOVE CODPRO OF REG-CIRCUL TO CODPRO OF CCA597R-CARTA
           MOVE CTANRO OF REG-CIRCUL TO CTANRO OF CCA597R-CARTA
           MOVE SALCOR OF REG-CIRCUL TO SALCOR OF CCA597R-CARTA
           MOVE FECGEN OF REG-CIRCUL TO FECGEN OF CCA597R-CARTA
           WRITE REPORTE-REG FORMAT IS "CARTA".
      *----------------------------------------------------------------
       IMPRIMIR-REGISTRO.
           INITIALIZE CCA597R2-DETALLE
           MOVE NROCAR OF REG-CIRCUL TO NROCAR OF CCA597R2-DETALLE
           MOVE AGCCTA OF REG-CIRCUL TO AGCCTA OF CCA597R2-DETALLE
           MOVE CODPRO OF REG-CIRCUL TO CODPRO OF CCA597R2-DETALLE
           MOVE CTANRO OF REG-CIRCUL TO CTANRO OF CCA597R2-DETALLE
           MOVE NITCTA OF REG-CIRCUL TO NITCTA OF CCA597R2-DETALLE
           MOVE NOMCTA OF REG-CIRCUL TO NOMCTA OF CCA597R2-DETALLE
           MOVE SALCOR OF REG-CIRCUL TO SALCOR OF CCA597R2-DETALLE
           MOVE MOTSEL OF REG-CIRCUL TO MOTSEL OF CCA597R2-DETALLE
           MOVE BANDA  OF REG-CIRCUL TO BANDA  OF CCA597R2-DETALLE
           WRITE REPREGIS-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
       IMPRIMIR-TRAMO.
           IF BAN-ACTIVA (W-IXB) = "SI"
              INITIALIZE CCA597R2-BANDA
              MOVE W-IXB              TO BANDA  OF CCA597R2-BANDA
              MOVE BAN-PISO (W-IXB)   TO PISO   OF CCA597R2-BANDA
              MOVE BAN-INTERV (W-IXB) TO INTERV OF CCA597R2-BANDA
              MOVE BAN-MAXEST (W-IXB) TO MAXEST OF CCA597R2-BANDA
              MOVE BAN-CANPOB (W-IXB) TO CANPOB OF CCA597R2-BANDA
              MOVE BAN-VLRPOB (W-IXB) TO VLRPOB OF CCA597R2-BANDA
              MOVE BAN-CANSEL (W-IXB) TO CANSEL OF CCA597R2-BANDA
              MOVE BAN-VLRSEL (W-IXB) TO VLRSEL OF CCA597R2-BANDA
              WRITE REPREGIS-REG FORMAT IS "BANDA"
              ADD BAN-CANPOB (W-IXB)  TO W-CANPOB
              ADD BAN-VLRPOB (W-IXB)  TO W-VLRPOB
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-TOTALES.
           PERFORM IMPRIMIR-TRAMO VARYING W-IXB FROM 1 BY 1
                   UNTIL W-IXB > 9
           INITIALIZE CCA597R2-TOTALES
           MOVE W-CANLEI          TO CANLEI OF CCA597R2-TOTALES
           MOVE W-CANPOB          TO CANPOB OF CCA597R2-TOTALES
           MOVE W-VLRPOB          TO VLRPOB OF CCA597R2-TOTALES
           MOVE W-CANOBL          TO CANOBL OF CCA597R2-TOTALES
           MOVE W-VLROBL          TO VLROBL OF CCA597R2-TOTALES
           MOVE W-CANSEL          TO CANSEL OF CCA597R2-TOTALES
           MOVE W-VLRSEL          TO VLRSEL OF CCA597R2-TOTALES
           WRITE REPREGIS-REG FORMAT IS "TOTALES".
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMAEAHO.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           PERFORM IMPRIMIR-TOTALES
           DISPLAY "CCA597 CUENTAS LEIDAS..........: " W-CANLEI
           DISPLAY "CCA597 INCLUSION OBLIGATORIA...: " W-CANOBL
           DISPLAY "CCA597 CARTAS GENERADAS........: " W-CANSEL
           CLOSE CCAMAEAHO CCAHISTOR CCAHISTO1 CLIMAE CCATABLAS
                 CCACTLCER CCACIRCUL REPORTE REPREGIS.
           STOP  RUN      .
      *----------------------------------------------------------------
