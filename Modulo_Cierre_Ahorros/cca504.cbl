      *          TERMINAR (EVENTO "F"), PARA QUE OPERACIONES PUEDA
      *          CONSULTAR EN UN SOLO ARCHIVO EL AVANCE Y EL PUNTO
      *          DE FALLA DE LA CORRIDA DE LA NOCHE ANTERIOR.
HH    *          AL INICIO DE CADA PASO PIDE A CCA676 EL RESPALDO DE
HH    *          LOS ARCHIVOS QUE EL PASO ACTUALIZA (CCACADARC), Y AL
HH    *          FIN SIN ERROR LE PIDE DEPURAR LOS RESPALDOS SI LA
HH    *          CADENA QUEDO COMPLETA.
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
HH     01  W-ALR-TIPALR                PIC 9(02)     VALUE ZEROS.
HH     01  W-ALR-VALOR                 PIC S9(13)V99 VALUE ZEROS.
HH     01  W-ALR-RETCOD                PIC 9(01)     VALUE ZEROS.
HH     01  W-ALR-DETALLE               PIC X(40)     VALUE SPACES.
      *HH PARAMETROS DEL RESPALDO PREVIO DE ARCHIVOS (CCA676).
HH     01  W-SNP-ACCION                PIC X(01)     VALUE SPACES.
HH     01  W-SNP-RETCOD                PIC 9(01)     VALUE ZEROS.
       01  CONTROLES.
           05  CTL-CCAESTCAD           PIC 9(01) VALUE 0.
               88  ERROR-CCAESTCAD               VALUE 1.
           MOVE 0                      TO CTL-CCAESTCAD
           READ CCAESTCAD
                INVALID KEY MOVE 1     TO CTL-CCAESTCAD.
HH         IF EVENTO-INICIO
HH            PERFORM RESPALDAR-ARCHIVOS-PASO
HH         END-IF
           IF EVENTO-INICIO
              IF ERROR-CCAESTCAD
                 INITIALIZE                REG-ESTCAD
                 REWRITE REG-ESTCAD
HH               PERFORM GRABAR-CCAESTHIS
HH               PERFORM AVISAR-CENTRAL-ALERTAS
HH               IF PARM-CODRETO = ZEROS
HH                  MOVE "D"             TO W-SNP-ACCION
HH                  CALL "CCA676" USING PARM-PROGRAMA W-SNP-ACCION
HH                                      W-SNP-RETCOD
HH               END-IF
              END-IF
           END-IF.
      *--------------------------------------------------------------*
      *HH EL RESPALDO SE TOMA ANTES DE QUE EL PASO ABRA SUS ARCHIVOS.
      *HH SI EL PASO QUEDO HOY EN EJECUCION PARCIAL (P) Y SE VUELVE A
      *HH CORRER SIN RESTAURARLO, NO SE RETOMA: EL RESPALDO BUENO ES
      *HH EL DE ANTES DE LA CORRIDA QUE FALLO.
      *--------------------------------------------------------------*
HH     RESPALDAR-ARCHIVOS-PASO.
HH         IF ERROR-CCAESTCAD
HH         OR FECHAEJE OF CCAESTCAD NOT = W-FECHA
HH         OR ESTADO   OF CCAESTCAD NOT = "P"
HH            MOVE "S"                 TO W-SNP-ACCION
HH            MOVE ZEROS               TO W-SNP-RETCOD
HH            CALL "CCA676" USING PARM-PROGRAMA W-SNP-ACCION
HH                                W-SNP-RETCOD
HH         END-IF.
      *--------------------------------------------------------------*
      *HH AL TERMINAR CADA PROGRAMA SE LE INFORMAN A LA CENTRAL DE
      *HH ALERTAS (CCA508) LOS TRES EVENTOS MEDIBLES: EL CODIGO DE
      *HH RETORNO (TIPO 1), EL CONTEO EN CEROS (TIPO 2) Y EL CONTEO
HH         MOVE ZEROS                  TO W-ALR-RETCOD
HH         CALL "CCA508" USING PARM-PROGRAMA W-ALR-TIPALR
HH                             W-ALR-VALOR   W-ALR-RETCOD
HH                             W-ALR-DETALLE
HH         MOVE 2                      TO W-ALR-TIPALR
HH         MOVE PARM-CANTREG           TO W-ALR-VALOR
HH         MOVE ZEROS                  TO W-ALR-RETCOD
HH         CALL "CCA508" USING PARM-PROGRAMA W-ALR-TIPALR
HH                             W-ALR-VALOR   W-ALR-RETCOD
HH                             W-ALR-DETALLE
HH         MOVE 3                      TO W-ALR-TIPALR
HH         MOVE PARM-CANTREG           TO W-ALR-VALOR
HH         MOVE ZEROS                  TO W-ALR-RETCOD
HH         CALL "CCA508" USING PARM-PROGRAMA W-ALR-TIPALR
HH                             W-ALR-VALOR   W-ALR-RETCOD
HH                             W-ALR-DETALLE.
      *--------------------------------------------------------------*
      *HH ACUMULA EN EL HISTORICO LA CORRIDA TERMINADA, CON LA
      *HH DURACION EN SEGUNDOS (SI EL FIN CAE DESPUES DE MEDIA
