HH         05  W-QSC-ACCION            PIC X(01) VALUE "A".
HH         05  W-QSC-FECESP            PIC 9(08) VALUE ZEROS.
HH         05  W-QSC-RETCOD            PIC 9(03) VALUE ZEROS.
      *HH ANOTACION DE LOS PAGOS INMEDIATOS DIFERIDOS (VER CCA639).
HH     01  PARM-CCA639.
HH         05  W-PGI-CODCAJ            PIC X(10) VALUE "CCA760".
HH         05  W-PGI-SENTID            PIC X(01) VALUE "D".
HH         05  W-PGI-TIPALI            PIC X(01) VALUE SPACES.
HH         05  W-PGI-LLAVE             PIC X(60) VALUE SPACES.
HH         05  W-PGI-CLAVE-CUENTA      PIC X(31) VALUE ZEROS.
HH         05  W-PGI-VLRTRN            PIC S9(13)V99 VALUE ZEROS.
HH         05  W-PGI-IDTRN             PIC X(35) VALUE SPACES.
HH         05  W-PGI-ENTCON            PIC 9(05) VALUE ZEROS.
HH         05  W-PGI-CTACON            PIC X(30) VALUE SPACES.
HH         05  W-PGI-SALDIS            PIC S9(13)V99 VALUE ZEROS.
HH         05  W-PGI-RETCOD            PIC 9(01) VALUE ZEROS.
      *HH SUMA DE BLOQUEOS OPERATIVOS VIGENTES DE LA CUENTA.
HH     01  W-VALBLQ                    PIC S9(13)V99 VALUE ZEROS.
HH     01  CTL-CCABLOQUEO              PIC 9(01)     VALUE 0.
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
      /
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       COMIENZO.
HH     APAGAR-MARCA-CAMBIO.
HH         IF INDMOD OF REGMAEAHO NOT = ZEROS
HH            MOVE ZEROS TO INDMOD OF REGMAEAHO
HH            MOVE "CCA760"    TO JRN-PROGRA
HH            CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                                ZONA-CCAMAEAHO
HH            REWRITE ZONA-CCAMAEAHO
HH         END-IF.
      *--------------------------------------------------------------*
       LEER-CCAMAEAHO.
           MOVE 0 TO CTL-CCAMAEAHO
           READ CCAMAEAHO NEXT RECORD AT END MOVE 1 TO CTL-CCAMAEAHO.
HH         MOVE ZONA-CCAMAEAHO TO JRN-MAEANT.
      *HH      EN MODO INCREMENTAL SOLO SE APLICA LA CUENTA QUE
      *HH      CAMBIO EN LA CORRIDA: MOVIMIENTO DEL DIA (FULMOV),
      *HH      NOVEDAD APLICADA (INDMOD, MARCA PROPIA DEL REFRESCO:
HH               CCABOLSILL
HH               CCATABLAS
HH               REPORTE.
      *HH  LOS PAGOS INMEDIATOS QUE LLEGARON CON EL SERVICIO CERRADO
      *HH  SE ANOTAN AHORA SOBRE EL MAESTRO EN LINEA NUEVO.
HH         CALL "CCA639" USING W-PGI-CODCAJ W-PGI-SENTID W-PGI-TIPALI
HH                             W-PGI-LLAVE  W-PGI-CLAVE-CUENTA
HH                             W-PGI-VLRTRN W-PGI-IDTRN W-PGI-ENTCON
HH                             W-PGI-CTACON W-PGI-SALDIS W-PGI-RETCOD
           STOP RUN.
