HH             ASSIGN          TO DATABASE-CCA580JRN
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
      *HH     Registro de sobregiros castigados (ver CCA554). El
      *HH     abono a una cuenta castigada se lleva primero a la
      *HH     recuperacion de lo castigado y solo el excedente entra
      *HH     al saldo del cliente.
HH         SELECT CCASOBCAS
HH             ASSIGN          TO DATABASE-CCASOBCAS
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *-----------------------------------------------------------------
       DATA DIVISION.
HH     01  REG-580JRN.
HH         COPY DDS-ALL-FORMATS        OF CCA580JRN.
      *
HH     FD  CCASOBCAS
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-SOBCAS.
HH         COPY DDS-ALL-FORMATS        OF CCASOBCAS.
      *
       WORKING-STORAGE SECTION.
      *
       COPY CATABPRO OF CCACPY.
      *HH    1 = LA CUENTA YA TIENE MOVIMIENTOS DE HOY EN EL DIARIO
      *HH    (RESUMISION): NO SE REINICIAN SALANT NI LOS BUCKETS.
HH     77  W-DIA-JRN                   PIC 9(01)          VALUE ZEROS.
      *HH    PARTE DEL ABONO QUE FUE A RECUPERACION DE CARTERA
      *HH    CASTIGADA Y PARTE QUE ENTRO AL SALDO.
HH     77  W-VLRRCP                    PIC S9(13)V99 COMP VALUE ZEROS.
HH     77  W-VLRABO                    PIC S9(13)V99 COMP VALUE ZEROS.
HH     77  W-TOTRCP                    PIC 9(09)          VALUE ZEROS.
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
HH         05  PC504-EVENTO            PIC X(01) VALUE SPACES.
HH         05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
HH         05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       LINKAGE SECTION.
      ***************************************************************
       PROCEDURE DIVISION.
           OPEN EXTEND CCAMOVIMR.
           OPEN EXTEND CCAMOVACER.
HH         OPEN I-O    CCA580JRN.
HH         OPEN I-O    CCASOBCAS.
HH         ACCEPT W-HORAPL  FROM TIME.
      *
           CALL "PLTCODEMPP"        USING PA-CODEMP
                MOVE 999               TO CODPRO OF REG-MAESTR
                MOVE 99999             TO AGCCTA OF REG-MAESTR
                MOVE 99999999999999999 TO CTANRO OF REG-MAESTR.
HH         MOVE REG-MAESTR TO JRN-MAEANT.
           MOVE CODMON OF REG-MAESTR TO W-CODMON-CCAMAEAHO
           MOVE CODSIS OF REG-MAESTR TO W-CODSIS-CCAMAEAHO
           MOVE CODPRO OF REG-MAESTR TO W-CODPRO-CCAMAEAHO
       ACT-CCAMAEAHO.
HH         MOVE 4                      TO W-TIPAPL
HH         MOVE ZEROS                  TO W-INDANT W-NROBUC W-INDVCO.
HH         MOVE ZEROS                  TO W-VLRRCP.
      *    IF FVALOR OF REG-MOVACE NOT > LK-FECHA-HOY
           IF FVALOR OF REG-MOVACE NOT > LK-FECHA-MANANA
              IF DEBCRE OF REG-MOVACE = 1
VG                  END-IF
VG               END-IF
              ELSE
HH               PERFORM VERIFICAR-RECUPERACION
HH               COMPUTE W-VLRABO = IMPORT OF REG-MOVACE - W-VLRRCP
HH    *          ADD IMPORT OF REG-MOVACE
HH               ADD W-VLRABO
                     TO SALACT OF REG-MAESTR
HH               MOVE 3 TO W-TIPAPL
                 IF FORIGE OF REG-MOVACE < LK-FECHA-HOY
HH    *             ADD IMPORT OF REG-MOVACE
HH                  ADD W-VLRABO
                        TO SALANT OF REG-MAESTR
HH                  MOVE 1 TO W-INDANT
                 ELSE
                 ADD IMPORT OF REG-MOVACE
                     TO CREDIA OF REG-MAESTR.
      *----------------------------------------------------------------
      *HH  ABONO A UNA CUENTA CON SOBREGIRO CASTIGADO PENDIENTE DE
      *HH  RECUPERAR: HASTA LO QUE FALTA POR RECUPERAR, EL ABONO ES
      *HH  RECUPERACION (INGRESO) Y NO SALDO DEL CLIENTE. LO
      *HH  RECUPERADO QUEDA EN VLRRDI PARA QUE CCA554 LO CONTABILICE
      *HH  Y EN EL DIARIO (VLRRCP) PARA QUE CCA581 LO PUEDA DESHACER.
      *----------------------------------------------------------------
HH     VERIFICAR-RECUPERACION.
HH         MOVE CODMON OF REG-MAESTR  TO CODMON OF REG-SOBCAS
HH         MOVE CODSIS OF REG-MAESTR  TO CODSIS OF REG-SOBCAS
HH         MOVE CODPRO OF REG-MAESTR  TO CODPRO OF REG-SOBCAS
HH         MOVE AGCCTA OF REG-MAESTR  TO AGCCTA OF REG-SOBCAS
HH         MOVE CTANRO OF REG-MAESTR  TO CTANRO OF REG-SOBCAS
HH         READ CCASOBCAS             INVALID KEY
HH              MOVE ZEROS            TO W-VLRRCP
HH         NOT INVALID KEY
HH              IF ESTADO OF REG-SOBCAS = "C"
HH                 COMPUTE W-VLRRCP = VLRCAS OF REG-SOBCAS -
HH                                    VLRREC OF REG-SOBCAS
HH                 IF W-VLRRCP > IMPORT OF REG-MOVACE
HH                    MOVE IMPORT OF REG-MOVACE TO W-VLRRCP
HH                 END-IF
HH              END-IF
HH         END-READ
HH         IF W-VLRRCP > ZEROS
HH            ADD  W-VLRRCP           TO VLRREC OF REG-SOBCAS
HH                                       VLRRDI OF REG-SOBCAS
HH            MOVE LK-FECHA-HOY       TO FECURE OF REG-SOBCAS
HH            IF VLRREC OF REG-SOBCAS NOT < VLRCAS OF REG-SOBCAS
HH               MOVE "R"             TO ESTADO OF REG-SOBCAS
HH            END-IF
HH            REWRITE REG-SOBCAS
HH            ADD 1                   TO W-TOTRCP
HH         ELSE
HH            MOVE ZEROS              TO W-VLRRCP
HH         END-IF.
      *----------------------------------------------------------------
      *HH  PROTECCION CONTRA DOBLE APLICACION: SI EL MOVIMIENTO YA
      *HH  ESTA EN EL DIARIO CCA580JRN, ESTA CORRIDA YA LO APLICO
      *HH  (O LO APLICO UNA CORRIDA ANTERIOR RESUMETIDA) Y NO DEBE
HH         MOVE W-INDANT              TO INDANT OF REG-580JRN
HH         MOVE W-NROBUC              TO NROBUC OF REG-580JRN
HH         MOVE W-INDVCO              TO INDVCO OF REG-580JRN
HH         MOVE W-VLRRCP              TO VLRRCP OF REG-580JRN
HH         MOVE LK-FECHA-HOY          TO FECAPL OF REG-580JRN
HH         MOVE W-HORAPL              TO HORAPL OF REG-580JRN
HH         MOVE "A"                   TO ESTADO OF REG-580JRN
              ADD W-ACUM TO SALDO-DEUDOR (1).
           MOVE TABLA-PROMEDIOS TO TABSAL OF REGMAEAHO.
      *
HH         MOVE "CCA580"    TO JRN-PROGRA
HH         CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                             REG-MAESTR
           REWRITE REG-MAESTR.
      *----------------------------------------------------------------
       GRABAR-RECHAZO.
       TERMINAR.
HH         DISPLAY "CCA580 MOVIMIENTOS APLICADOS..: " W-TOTAPL
HH         DISPLAY "CCA580 MOVIMIENTOS SALTADOS...: " W-TOTSAL
HH         DISPLAY "CCA580 ABONOS A RECUPERACION..: " W-TOTRCP
HH         MOVE W-TOTAPL                TO PC504-CANTREG
HH         MOVE "F"                     TO PC504-EVENTO
HH         CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
           CLOSE CCAMOVDIF .
HH         CLOSE CCA580IA  .
HH         CLOSE CCA580JRN .
HH         CLOSE CCASOBCAS .
           STOP  RUN      .
      *----------------------------------------------------------------
      *HH
