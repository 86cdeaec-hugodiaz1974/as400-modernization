HH             ASSIGN          TO DATABASE-CCACDTMAE
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
      *HH     Cuentas AFC (producto con fila 1000+CODPRO en la tabla
      *HH     75): libro de aportes con su fecha, libro de retiros
      *HH     calificados y no calificados, y la retencion
      *HH     contingente que se asienta por PLTTRNMON (ver CCA574).
HH         SELECT CCAAFCAPO
HH             ASSIGN          TO DATABASE-CCAAFCAPO
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
HH         SELECT CCAAFCRET
HH             ASSIGN          TO DATABASE-CCAAFCRET
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
HH         SELECT PLTTRNMON
HH             ASSIGN          TO DATABASE-PLTTRNMON
HH             ORGANIZATION    IS SEQUENTIAL
HH             ACCESS MODE     IS SEQUENTIAL.
      *
      *HH     Deposito de bajo monto: topes del producto en UVT
      *HH     (tablas 76 y 77) contra los acumulados del mes de la
      *HH     cuenta. El movimiento que rompa un tope se rechaza con
      *HH     el codigo 40 (ver CCA575).
HH         SELECT CCALIMMES
HH             ASSIGN          TO DATABASE-CCALIMMES
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
      *HH     Limite diario de retiros por canal: limite del producto
      *HH     (tabla 79) o excepcion vigente de la cuenta (CCALIMCTA)
      *HH     contra lo debitado hoy por el canal (CCALIMDIA). El
      *HH     debito que lo rompa se rechaza con el codigo 41 y se
      *HH     avisa a la central de alertas (CCA508).
HH         SELECT CCALIMCTA
HH             ASSIGN          TO DATABASE-CCALIMCTA
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
HH         SELECT CCALIMDIA
HH             ASSIGN          TO DATABASE-CCALIMDIA
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
      *--------------------------------------------------------------*
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-BOLSILL.
HH         COPY DDS-ALL-FORMATS OF CCABOLSILL.
      *
HH     FD  CCAAFCAPO
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-AFCAPO.
HH         COPY DDS-ALL-FORMATS OF CCAAFCAPO.
      *
HH     FD  CCAAFCRET
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-AFCRET.
HH         COPY DDS-ALL-FORMATS OF CCAAFCRET.
      *
HH     FD  PLTTRNMON
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-PLTTRNMON.
HH         COPY DDS-ALL-FORMATS OF PLTTRNMON.
      *
HH     FD  CCALIMMES
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-LIMMES.
HH         COPY DDS-ALL-FORMATS OF CCALIMMES.
      *
HH     FD  CCALIMCTA
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-LIMCTA.
HH         COPY DDS-ALL-FORMATS OF CCALIMCTA.
      *
HH     FD  CCALIMDIA
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-LIMDIA.
HH         COPY DDS-ALL-FORMATS OF CCALIMDIA.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *--------------------------------------------------------------*
HH             88  CUENTA-CONJUNTA               VALUE 1.
      *HH     ORIGENES DE SISTEMA QUE INYECTAN DEBITOS SIN FIRMA
      *HH     (ORDENES PERMANENTES, ACH, CONVENIOS, SWITCH, COBROS,
      *HH     CANJE DEVUELTO, SORTEO, CONVERSION DE MONEDA,
      *HH     RETENCION CONTINGENTE AFC, DEBITO AUTOMATICO): LA
      *HH     AUTORIZACION DEL CLIENTE ES EL CONVENIO O MANDATO
      *HH     FIRMADO AL CONTRATAR EL SERVICIO, NO UNA FIRMA POR
      *HH     OPERACION.
HH                                                      "COBROTRX"
HH                                                      "CANJEDEV"
HH                                                      "SORTEO"
HH                                                      "CONVMONED"
HH                                                      "AFCRETCON"
HH                                                      "BREB"
HH                                                      "DOMICILIA".
HH         05  CTL-CCABLOQUEO          PIC 9(01) VALUE 0.
HH             88  FIN-CCABLOQUEO                VALUE 1.
HH         05  CTL-CCABOLSILL          PIC 9(01) VALUE 0.
HH             88  FIN-CCABOLSILL                VALUE 1.
HH         05  CTL-CCAAFCAPO           PIC 9(01) VALUE 0.
HH             88  FIN-CCAAFCAPO                 VALUE 1.
HH         05  CTL-CCAAFCRET           PIC 9(01) VALUE 0.
HH             88  ERROR-CCAAFCRET               VALUE 1.
HH         05  CTL-AFC                 PIC 9(01) VALUE 0.
HH             88  CUENTA-AFC                    VALUE 1.
HH         05  CTL-CCALIMMES           PIC 9(01) VALUE 0.
HH             88  NO-EXISTE-CCALIMMES           VALUE 1.
HH         05  CTL-LIM-PRODUCTO        PIC 9(01) VALUE 0.
HH             88  PRODUCTO-CON-TOPES            VALUE 1.
HH         05  CTL-CCALIMDIA           PIC 9(01) VALUE 0.
HH             88  NO-EXISTE-CCALIMDIA           VALUE 1.
HH         05  CTL-LDI-ACUMULAR        PIC 9(01) VALUE 0.
HH             88  LDI-POR-ACUMULAR              VALUE 1.
      *--------------------------------------------------------------*
       01  VARIABLES.
           05  CONT-ERR                PIC 9(02) VALUE ZEROS.
           05  W-CODRET                PIC 9(01) VALUE ZEROS.
HH         05  W-DIAPLZ                PIC 9(02) VALUE ZEROS.
HH         05  W-FECPLZ                PIC 9(08) VALUE ZEROS.
      *HH PARAMETROS DE LA VERIFICACION DE QUIEN RETIRA DE UNA CUENTA
      *HH DE MENOR (CCA506).
HH         05  W-CLAVE-MENOR.
HH             07  W-MNR-CODMON        PIC 9(03) VALUE ZEROS.
HH             07  W-MNR-CODSIS        PIC 9(03) VALUE ZEROS.
HH             07  W-MNR-CODPRO        PIC 9(03) VALUE ZEROS.
HH             07  W-MNR-AGCCTA        PIC 9(05) VALUE ZEROS.
HH             07  W-MNR-CTANRO        PIC 9(17) VALUE ZEROS.
HH         05  W-MNR-NITAUT            PIC 9(15) VALUE ZEROS.
HH         05  W-MNR-CODAUT            PIC 9(01) VALUE ZEROS.
HH         05  W-MNR-RAZAUT            PIC X(30) VALUE SPACES.
      *HH CONTROL DEL PLAN DE AHORRO PROGRAMADO DE LA CUENTA.
HH         05  CTL-CCAPLANAH           PIC 9(01) VALUE 0.
HH             88  ERROR-CCAPLANAH               VALUE 1.
HH         05  W-MINEMB                PIC S9(13)V99 VALUE ZEROS.
HH         05  W-CONGEL                PIC S9(13)V99 VALUE ZEROS.
HH         05  W-DISEMB                PIC S9(13)V99 VALUE ZEROS.
      *HH CUENTAS AFC: PERMANENCIA DEL PRODUCTO EN ANOS (TABLA 75,
      *HH 1000+CODPRO), FECHA DESDE LA CUAL UN APORTE ES JOVEN,
      *HH PORCENTAJE DE RETENCION CONTINGENTE (TABLA 75/0) Y CODIGO
      *HH DE INTERFASE DEL DEBITO DE RETENCION (TABLA 75/1).
HH         05  W-AFC-ANOPER            PIC 9(02) VALUE ZEROS.
HH         05  W-AFC-FECLIM            PIC 9(08) VALUE ZEROS.
HH         05  W-AFC-PORRTE            PIC 9(03)V99 VALUE ZEROS.
HH         05  W-AFC-CODTRN            PIC 9(05) VALUE ZEROS.
HH         05  W-AFC-PENDTE            PIC S9(13)V99 VALUE ZEROS.
HH         05  W-AFC-TOMADO            PIC S9(13)V99 VALUE ZEROS.
HH         05  W-AFC-NROTRN            PIC 9(09) VALUE 11999550.
HH         05  W-AFC-CNSTRN            PIC 9(09) VALUE ZEROS.
HH         05  W-AFC-CANPEN            PIC 9(07) VALUE ZEROS.
      *HH SOPORTE DEL RETIRO CALIFICADO: INFPRD "AFC" + TIPO (1
      *HH COMPRA DE VIVIENDA, 2 ABONO A CREDITO HIPOTECARIO) +
      *HH REFERENCIA DEL DOCUMENTO SOPORTE.
HH         05  W-AFC-INFPRD            PIC X(60) VALUE SPACES.
HH         05  FILLER                  REDEFINES W-AFC-INFPRD.
HH             10  W-AFC-MARCA         PIC X(03).
HH             10  W-AFC-TIPDOC        PIC X(01).
HH                 88  SOPORTE-AFC-VALIDO        VALUES "1" "2".
HH             10  W-AFC-NRODOC        PIC X(20).
HH             10  FILLER              PIC X(36).
      *HH DEPOSITO DE BAJO MONTO: VALOR DE LA UVT DEL ANO (TABLA 77),
      *HH TOPES DEL PRODUCTO EN UVT (TABLA 76, CAMPO2) Y EN PESOS, Y
      *HH ULTIMA CUENTA ACUMULADA EN ESTA CORRIDA.
HH         05  W-LIM-UVT               PIC 9(09) VALUE ZEROS.
HH         05  W-LIM-MESHOY            PIC 9(06) VALUE ZEROS.
HH         05  W-LIM-MESREG            PIC 9(06) VALUE ZEROS.
HH         05  W-LIM-PROANT            PIC 9(04) VALUE 9999.
HH         05  W-LIM-CAMPO2            PIC X(150) VALUE SPACES.
HH         05  FILLER                  REDEFINES W-LIM-CAMPO2.
HH             10  W-LIM-UVTSAL        PIC 9(09).
HH             10  W-LIM-UVTDEB        PIC 9(09).
HH             10  W-LIM-UVTCRE        PIC 9(09).
HH             10  FILLER              PIC X(123).
HH         05  W-LIM-MAXSAL            PIC S9(15)V99 VALUE ZEROS.
HH         05  W-LIM-MAXDEB            PIC S9(15)V99 VALUE ZEROS.
HH         05  W-LIM-MAXCRE            PIC S9(15)V99 VALUE ZEROS.
HH         05  W-LIM-ACUMUL            PIC S9(15)V99 VALUE ZEROS.
HH         05  W-LIM-CTAACT.
HH             10  W-LIM-CODMON        PIC 9(03).
HH             10  W-LIM-CODSIS        PIC 9(03).
HH             10  W-LIM-CODPRO        PIC 9(03).
HH             10  W-LIM-AGCCTA        PIC 9(05).
HH             10  W-LIM-CTANRO        PIC 9(17).
HH         05  W-LIM-CTAANT            PIC X(31) VALUE SPACES.
      *HH LIMITE DIARIO DE RETIROS: CANAL DEL DEBITO (1 VENTANILLA,
      *HH 2 CAJERO POR SWITCH, 3 ACH, 4 ORDEN PERMANENTE; 0 = NO ES
      *HH UN RETIRO DE CANAL), LIMITES DEL PRODUCTO (TABLA 79,
      *HH CAMPO2 EN PESOS POR CANAL, CERO = SIN LIMITE), LIMITE QUE
      *HH APLICA A LA CUENTA Y HORA DE INICIO DE ESTA CORRIDA (MARCA
      *HH LO ACUMULADO POR ELLA EN CCALIMDIA).
HH         05  W-LDI-CANAL             PIC 9(01) VALUE ZEROS.
HH             88  LDI-CANAL-VENTANILLA          VALUE 1.
HH             88  LDI-CANAL-SWITCH              VALUE 2.
HH             88  LDI-CANAL-ACH                 VALUE 3.
HH             88  LDI-CANAL-ORDPERMA            VALUE 4.
HH             88  LDI-CANAL-BREB                VALUE 5.
HH         05  W-LDI-USRORIG           PIC X(10) VALUE SPACES.
HH             88  LDI-ORIGEN-INTERNO            VALUES "REVERSION"
HH                                                      "FECHAVALOR"
HH                                                      "CONTINGEN"
HH                                                      "ACHDEVOL"
HH                                                      "NOMINA"
HH                                                      "CONVERSION".
HH         05  W-LDI-PROANT            PIC 9(04) VALUE 9999.
HH         05  W-LDI-CAMPO2            PIC X(150) VALUE SPACES.
HH         05  FILLER                  REDEFINES W-LDI-CAMPO2.
HH             10  W-LDI-LIMPRO        PIC 9(13)V99 OCCURS 5 TIMES.
HH             10  FILLER              PIC X(75).
HH         05  W-LDI-LIMITE            PIC S9(13)V99 VALUE ZEROS.
HH         05  W-LDI-ACUMUL            PIC S9(15)V99 VALUE ZEROS.
HH         05  W-LDI-HORCOR            PIC 9(06) VALUE ZEROS.
HH         05  W-LDI-HORA8             PIC 9(08) VALUE ZEROS.
      *HH PARAMETROS DE LA CENTRAL DE ALERTAS (CCA508).
HH         05  W-ALR-PROGRAMA          PIC X(08) VALUE "CCA550".
HH         05  W-ALR-TIPALR            PIC 9(02) VALUE 4.
HH         05  W-ALR-VALOR             PIC S9(13)V99 VALUE ZEROS.
HH         05  W-ALR-RETCOD            PIC 9(01) VALUE ZEROS.
HH         05  W-ALR-DETALLE.
HH             10  FILLER              PIC X(04) VALUE "CTA ".
HH             10  W-ALR-CODPRO        PIC 9(03) VALUE ZEROS.
HH             10  FILLER              PIC X(01) VALUE "-".
HH             10  W-ALR-AGCCTA        PIC 9(05) VALUE ZEROS.
HH             10  FILLER              PIC X(01) VALUE "-".
HH             10  W-ALR-CTANRO        PIC 9(17) VALUE ZEROS.
HH             10  FILLER              PIC X(07) VALUE " CANAL ".
HH             10  W-ALR-CANAL         PIC 9(01) VALUE ZEROS.
HH             10  FILLER              PIC X(01) VALUE SPACES.
      *--------------------------------------------------------------*
      * TABLAS.
      *--------------------------------------------------------------*
HH                     CCACOTITU
HH                     PLTTASCAM
HH                     CCAPLANAH.
HH         OPEN EXTEND  CCAPLANPEN
HH                      PLTTRNMON.
HH         OPEN I-O     CCAAFCAPO
HH                      CCAAFCRET
HH                      CCALIMMES
HH                      CCALIMDIA.
HH         OPEN INPUT   CCALIMCTA.
HH         ACCEPT W-LDI-HORA8 FROM TIME
HH         DIVIDE W-LDI-HORA8 BY 100 GIVING W-LDI-HORCOR.
           CALL "PLTCODEMPP"             USING PA-CODEMP
HH         PERFORM LEER-FASE-DVC
HH         PERFORM LEER-MONEDA-LOCAL
HH         PERFORM LEER-PARAMETROS-AFC
HH         PERFORM APLICAR-PENDIENTES-AFC
           PERFORM LEER-CCAMOVIM
           IF ERROR-CCAMOVIM THEN
              MOVE 1 TO CTL-PROGRAMA
           ELSE
            MOVE 1 TO I
            PERFORM CARGAR-FECHAS
HH          PERFORM LEER-UVT-ANO
            PERFORM INIC-TABLA UNTIL I > 9999
            MOVE 1 TO I
            PERFORM INIC-TABLA-2 UNTIL I > 9999
                                  PERFORM VALIDAR-IMPORTE
                                  IF NOT ERROR-MAXIMO THEN
                                     PERFORM VALIDAR-AGEORI
HH                                   IF NOT ERROR-MAXIMO THEN
HH                                      PERFORM VALIDAR-PLAZO-CDT
HH                                      IF NOT ERROR-MAXIMO THEN
HH                                       PERFORM VALIDAR-FIRMA-CNJ
HH                                       IF NOT ERROR-MAXIMO THEN
HH                                        PERFORM VALIDAR-CUENTA-MENOR
HH                                        IF NOT ERROR-MAXIMO THEN
HH                                         PERFORM VALIDAR-BLQ-PARC
HH                                         IF NOT ERROR-MAXIMO THEN
HH                                          PERFORM VALIDAR-BOLSILLOS.
HH         IF CODER1 OF REGMOVIM = ZEROS
HH            PERFORM VALIDAR-LIMITE-CANAL.
HH         IF CODER1 OF REGMOVIM = ZEROS
HH            PERFORM VALIDAR-BAJO-MONTO.
HH         IF CODER1 OF REGMOVIM = ZEROS
HH            PERFORM ACUMULAR-LIMITE-CANAL.
      *HH  LOS LIBROS AFC SOLO SE TOCAN CON EL MOVIMIENTO LIMPIO.
HH         IF CODER1 OF REGMOVIM = ZEROS
HH            PERFORM VALIDAR-AFC.
      *HH  LA MARCA DE RETIRO ANTICIPADO SOLO SE DEJA CUANDO EL RETIRO
      *HH  PASO TODAS LAS VALIDACIONES: UN MOVIMIENTO RECHAZADO NO
      *HH  PUEDE INCUMPLIR EL PLAN.
HH         IF CODER1 OF REGMOVIM = ZEROS
HH            PERFORM VALIDAR-PLAN-PROGRAMADO.
      *--------------------------------------------------------------*
       VALIDAR-PARAMETROS.
           IF CODTRA OF REGMOVIM = 0 THEN
HH               END-IF
HH            END-IF
HH         END-IF.
      *--------------------------------------------------------------*
      *HH EN LA CUENTA DE UN PRODUCTO JUVENIL (TABLA 48) SOLO RETIRA
      *HH EL MENOR QUE YA CUMPLE LA EDAD MINIMA O SU REPRESENTANTE
      *HH LEGAL VIGENTE: LA REGLA LA APLICA CCA506, LA MISMA QUE USAN
      *HH LOS CANALES, SOBRE EL NIT DE QUIEN OPERA (NRONIT; SI VIENE
      *HH EN CERO SE ENTIENDE QUE OPERA EL TITULAR). SE RECHAZA CON
      *HH EL CODIGO 46. QUEDAN POR FUERA LOS MISMOS MOVIMIENTOS QUE
      *HH NO FIRMAN EN VALIDAR-FIRMA-CNJ.
      *--------------------------------------------------------------*
HH     VALIDAR-CUENTA-MENOR.
HH         MOVE USRING OF REGMOVIM TO W-USRORIG
HH         IF NOT ERROR-CCAMAEAHO
HH         AND DEBCRE OF REGMOVIM = 1
HH         AND USRING OF REGMOVIM NOT = SPACES
HH         AND NOT ORIGEN-SISTEMA
HH         AND INDCNJ OF REGMOVIM NOT = 2
HH            MOVE 0                  TO CTL-CCATABLAS
HH            MOVE 48                 TO CODTAB OF ZONA-CCATABLAS
HH            MOVE CODPRO OF REGMOVIM TO NROTAB OF ZONA-CCATABLAS
HH            READ CCATABLAS
HH               INVALID KEY
HH                  MOVE 1 TO CTL-CCATABLAS
HH            END-READ
HH            IF NOT ERROR-CCATABLAS
HH               PERFORM VERIFICAR-QUIEN-RETIRA
HH               IF W-MNR-CODAUT NOT = 0
HH                  MOVE 46 TO CODERR
HH                  PERFORM REGRABAR
HH               END-IF
HH            END-IF
HH         END-IF.
      *--------------------------------------------------------------*
HH     VERIFICAR-QUIEN-RETIRA.
HH         MOVE CODMON OF REGMOVIM TO W-MNR-CODMON
HH         MOVE CODSIS OF REGMOVIM TO W-MNR-CODSIS
HH         MOVE CODPRO OF REGMOVIM TO W-MNR-CODPRO
HH         MOVE AGCCTA OF REGMOVIM TO W-MNR-AGCCTA
HH         MOVE CTANRO OF REGMOVIM TO W-MNR-CTANRO
HH         IF NRONIT OF REGMOVIM = ZEROS
HH            MOVE NITCTA OF REGMAEAHO TO W-MNR-NITAUT
HH         ELSE
HH            MOVE NRONIT OF REGMOVIM  TO W-MNR-NITAUT
HH         END-IF
HH         CALL "CCA506" USING W-CLAVE-MENOR W-MNR-NITAUT
HH                             W-MNR-CODAUT  W-MNR-RAZAUT.
      *--------------------------------------------------------------*
      *HH UN RETIRO DE UNA CUENTA CON PLAN DE AHORRO PROGRAMADO
      *HH ACTIVO ANTES DEL VENCIMIENTO DEL PLAN NO SE RECHAZA, PERO
HH            END-IF
HH         END-IF.
      *--------------------------------------------------------------*
      *HH LIMITE DIARIO DE RETIROS POR CANAL. EL DEBITO DEL CLIENTE
      *HH SE CLASIFICA POR SU ORIGEN: SWITCH = CAJERO, ACHENVIO =
      *HH ACH, ORDPERMA = ORDEN PERMANENTE, BREB = PAGO INMEDIATO
      *HH (CCA641) Y CUALQUIER OTRO USUARIO
      *HH QUE NO SEA UN ORIGEN DE SISTEMA O INTERNO = VENTANILLA. EL
      *HH LIMITE ES EL DE LA EXCEPCION VIGENTE DE LA CUENTA PARA EL
      *HH CANAL (CCALIMCTA) O, SIN ELLA, EL DEL PRODUCTO (TABLA 79).
      *HH SI LO DEBITADO HOY POR EL CANAL MAS EL MOVIMIENTO LO
      *HH SUPERA, SE RECHAZA CON EL CODIGO 41 Y SE AVISA A LA
      *HH CENTRAL DE ALERTAS. EL QUE PASA SE SUMA AL DIA DESPUES DE
      *HH LOS TOPES DE BAJO MONTO (ACUMULAR-LIMITE-CANAL).
      *--------------------------------------------------------------*
HH     VALIDAR-LIMITE-CANAL.
HH         MOVE 0 TO CTL-LDI-ACUMULAR
HH         IF NOT ERROR-CCAMAEAHO
HH         AND DEBCRE OF REGMOVIM = 1
HH         AND INDCNJ OF REGMOVIM NOT = 2
HH            PERFORM DETERMINAR-CANAL-RETIRO
HH            IF W-LDI-CANAL > ZEROS
HH               PERFORM LEER-LIMITE-CANAL
HH               IF W-LDI-LIMITE > ZEROS
HH                  PERFORM LEER-ACUMULADO-CANAL
HH                  COMPUTE W-LDI-ACUMUL = DEBLOT OF REG-LIMDIA
HH                                       + IMPORT OF REGMOVIM
HH                  IF W-LDI-ACUMUL > W-LDI-LIMITE
HH                     MOVE 41 TO CODERR
HH                     PERFORM REGRABAR
HH                     PERFORM AVISAR-LIMITE-CANAL
HH                  ELSE
HH                     MOVE 1 TO CTL-LDI-ACUMULAR
HH                  END-IF
HH               END-IF
HH            END-IF
HH         END-IF.
      *--------------------------------------------------------------*
HH     DETERMINAR-CANAL-RETIRO.
HH         MOVE ZEROS              TO W-LDI-CANAL
HH         MOVE USRING OF REGMOVIM TO W-USRORIG W-LDI-USRORIG
HH         EVALUATE TRUE
HH         WHEN USRING OF REGMOVIM = SPACES
HH              CONTINUE
HH         WHEN USRING OF REGMOVIM = "SWITCH"
HH              MOVE 2 TO W-LDI-CANAL
HH         WHEN USRING OF REGMOVIM = "ACHENVIO"
HH              MOVE 3 TO W-LDI-CANAL
HH         WHEN USRING OF REGMOVIM = "ORDPERMA"
HH              MOVE 4 TO W-LDI-CANAL
HH         WHEN USRING OF REGMOVIM = "BREB"
HH              MOVE 5 TO W-LDI-CANAL
HH         WHEN ORIGEN-SISTEMA
HH         WHEN LDI-ORIGEN-INTERNO
HH              CONTINUE
HH         WHEN USRING OF REGMOVIM (1:3) = "CCA"
HH              CONTINUE
HH         WHEN OTHER
HH              MOVE 1 TO W-LDI-CANAL
HH         END-EVALUATE.
      *--------------------------------------------------------------*
HH     LEER-LIMITE-CANAL.
HH         IF CODPRO OF REGMOVIM NOT = W-LDI-PROANT
HH            MOVE CODPRO OF REGMOVIM TO W-LDI-PROANT
HH            MOVE ZEROS              TO W-LDI-CAMPO2
HH            MOVE 79                 TO CODTAB OF ZONA-CCATABLAS
HH            MOVE CODPRO OF REGMOVIM TO NROTAB OF ZONA-CCATABLAS
HH            READ CCATABLAS
HH               NOT INVALID KEY
HH                  MOVE CAMPO2 OF ZONA-CCATABLAS TO W-LDI-CAMPO2
HH            END-READ
HH         END-IF
HH         IF W-LDI-LIMPRO (W-LDI-CANAL) NUMERIC
HH            MOVE W-LDI-LIMPRO (W-LDI-CANAL) TO W-LDI-LIMITE
HH         ELSE
HH            MOVE ZEROS                      TO W-LDI-LIMITE
HH         END-IF
HH         MOVE CODMON OF REGMOVIM TO CODMON OF REG-LIMCTA
HH         MOVE CODSIS OF REGMOVIM TO CODSIS OF REG-LIMCTA
HH         MOVE CODPRO OF REGMOVIM TO CODPRO OF REG-LIMCTA
HH         MOVE AGCCTA OF REGMOVIM TO AGCCTA OF REG-LIMCTA
HH         MOVE CTANRO OF REGMOVIM TO CTANRO OF REG-LIMCTA
HH         MOVE W-LDI-CANAL        TO CANAL  OF REG-LIMCTA
HH         READ CCALIMCTA
HH            NOT INVALID KEY
HH               IF ESTADO OF REG-LIMCTA = "A"
HH               AND FECINI OF REG-LIMCTA NOT > LK-FECHA-HOY
HH               AND (FECVEN OF REG-LIMCTA = ZEROS
HH                OR FECVEN OF REG-LIMCTA NOT < LK-FECHA-HOY)
HH                  MOVE VLRLIM OF REG-LIMCTA TO W-LDI-LIMITE
HH               END-IF
HH         END-READ.
      *--------------------------------------------------------------*
      *HH LO DEBITADO POR EL CANAL ES DEL DIA Y DE ESTA CORRIDA: SI
      *HH EL REGISTRO ES DE OTRO DIA, O DE HOY PERO DE UNA CORRIDA
      *HH ANTERIOR (REPETICION DE LA VALIDACION), EL DIA SE VUELVE
      *HH A ACUMULAR DESDE CERO. LO ANOTADO EN LINEA (DEBMEM) ES DE
      *HH CCA764 Y AQUI NO SE TOCA.
      *--------------------------------------------------------------*
HH     LEER-ACUMULADO-CANAL.
HH         PERFORM LLENAR-LLAVE-LIMDIA
HH         MOVE 0 TO CTL-CCALIMDIA
HH         READ CCALIMDIA
HH            INVALID KEY
HH               MOVE 1 TO CTL-CCALIMDIA
HH         END-READ
HH         IF NO-EXISTE-CCALIMDIA
HH            INITIALIZE REGLIMDIA
HH            PERFORM LLENAR-LLAVE-LIMDIA
HH         END-IF
HH         IF FECLOT OF REG-LIMDIA NOT = LK-FECHA-HOY
HH         OR HORLOT OF REG-LIMDIA NOT = W-LDI-HORCOR
HH            MOVE LK-FECHA-HOY TO FECLOT OF REG-LIMDIA
HH            MOVE W-LDI-HORCOR TO HORLOT OF REG-LIMDIA
HH            MOVE ZEROS        TO DEBLOT OF REG-LIMDIA
HH         END-IF.
      *--------------------------------------------------------------*
HH     LLENAR-LLAVE-LIMDIA.
HH         MOVE CODMON OF REGMOVIM TO CODMON OF REG-LIMDIA
HH         MOVE CODSIS OF REGMOVIM TO CODSIS OF REG-LIMDIA
HH         MOVE CODPRO OF REGMOVIM TO CODPRO OF REG-LIMDIA
HH         MOVE AGCCTA OF REGMOVIM TO AGCCTA OF REG-LIMDIA
HH         MOVE CTANRO OF REGMOVIM TO CTANRO OF REG-LIMDIA
HH         MOVE W-LDI-CANAL        TO CANAL  OF REG-LIMDIA.
      *--------------------------------------------------------------*
HH     ACUMULAR-LIMITE-CANAL.
HH         IF LDI-POR-ACUMULAR
HH            ADD IMPORT OF REGMOVIM TO DEBLOT OF REG-LIMDIA
HH            IF NO-EXISTE-CCALIMDIA
HH               WRITE REG-LIMDIA
HH            ELSE
HH               REWRITE REG-LIMDIA
HH            END-IF
HH            MOVE 0 TO CTL-LDI-ACUMULAR
HH         END-IF.
      *--------------------------------------------------------------*
HH     AVISAR-LIMITE-CANAL.
HH         MOVE W-LDI-ACUMUL       TO W-ALR-VALOR
HH         MOVE CODPRO OF REGMOVIM TO W-ALR-CODPRO
HH         MOVE AGCCTA OF REGMOVIM TO W-ALR-AGCCTA
HH         MOVE CTANRO OF REGMOVIM TO W-ALR-CTANRO
HH         MOVE W-LDI-CANAL        TO W-ALR-CANAL
HH         MOVE ZEROS              TO W-ALR-RETCOD
HH         CALL "CCA508" USING W-ALR-PROGRAMA W-ALR-TIPALR
HH                             W-ALR-VALOR    W-ALR-RETCOD
HH                             W-ALR-DETALLE.
      *--------------------------------------------------------------*
      *HH DEPOSITO DE BAJO MONTO. EL PRODUCTO CON FILA EN LA TABLA 76
      *HH TIENE TOPES EN UVT: SALDO MAXIMO, DEBITOS DEL MES Y
      *HH CREDITOS DEL MES (CERO = SIN TOPE). EL MOVIMIENTO DEL
      *HH CLIENTE (CON USUARIO ORIGINADOR) QUE LOS ROMPA SE RECHAZA
      *HH CON EL CODIGO 40; EL QUE PASA SE SUMA AL DIA EN CCALIMMES.
      *HH EL SALDO QUE SE MIRA ES EL DEL MAESTRO MAS LO ACEPTADO HOY.
      *HH LOS MOVIMIENTOS INTERNOS DE LIQUIDACION NO SE TOPAN.
      *--------------------------------------------------------------*
HH     VALIDAR-BAJO-MONTO.
HH         IF NOT ERROR-CCAMAEAHO
HH         AND USRING OF REGMOVIM NOT = SPACES
HH         AND W-LIM-UVT > ZEROS
HH            IF CODPRO OF REGMOVIM NOT = W-LIM-PROANT
HH               PERFORM LEER-TOPES-PRODUCTO
HH            END-IF
HH            IF PRODUCTO-CON-TOPES
HH               PERFORM LEER-ACUMULADO-MES
HH               PERFORM VERIFICAR-TOPES
HH               IF CODER1 OF REGMOVIM = ZEROS
HH                  PERFORM ACUMULAR-MOVIMIENTO-MES
HH               END-IF
HH            END-IF
HH         END-IF.
      *--------------------------------------------------------------*
HH     LEER-TOPES-PRODUCTO.
HH         MOVE CODPRO OF REGMOVIM TO W-LIM-PROANT
HH         MOVE 0                  TO CTL-LIM-PRODUCTO CTL-CCATABLAS
HH         MOVE 76                 TO CODTAB OF ZONA-CCATABLAS
HH         MOVE CODPRO OF REGMOVIM TO NROTAB OF ZONA-CCATABLAS
HH         READ CCATABLAS
HH            INVALID KEY
HH               MOVE 1 TO CTL-CCATABLAS
HH         END-READ
HH         IF NOT ERROR-CCATABLAS
HH            MOVE CAMPO2 OF ZONA-CCATABLAS TO W-LIM-CAMPO2
HH            COMPUTE W-LIM-MAXSAL = W-LIM-UVTSAL * W-LIM-UVT
HH            COMPUTE W-LIM-MAXDEB = W-LIM-UVTDEB * W-LIM-UVT
HH            COMPUTE W-LIM-MAXCRE = W-LIM-UVTCRE * W-LIM-UVT
HH            IF W-LIM-MAXSAL > ZEROS
HH            OR W-LIM-MAXDEB > ZEROS
HH            OR W-LIM-MAXCRE > ZEROS
HH               MOVE 1 TO CTL-LIM-PRODUCTO
HH            END-IF
HH         END-IF.
      *--------------------------------------------------------------*
      *HH EL ACUMULADO DEL DIA ANTERIOR PASA AL MES (O SE DESCARTA SI
      *HH CAMBIO EL MES). SI EL REGISTRO YA ES DE HOY Y LA CUENTA SE
      *HH TOCA POR PRIMERA VEZ EN ESTA CORRIDA, ES UNA REPETICION DE
      *HH LA VALIDACION: EL DIA SE VUELVE A ACUMULAR DESDE CERO.
      *--------------------------------------------------------------*
HH     LEER-ACUMULADO-MES.
HH         MOVE CODMON OF REGMOVIM TO W-LIM-CODMON
HH         MOVE CODSIS OF REGMOVIM TO W-LIM-CODSIS
HH         MOVE CODPRO OF REGMOVIM TO W-LIM-CODPRO
HH         MOVE AGCCTA OF REGMOVIM TO W-LIM-AGCCTA
HH         MOVE CTANRO OF REGMOVIM TO W-LIM-CTANRO
HH         PERFORM LLENAR-LLAVE-LIMMES
HH         MOVE 0 TO CTL-CCALIMMES
HH         READ CCALIMMES
HH            INVALID KEY
HH               MOVE 1 TO CTL-CCALIMMES
HH         END-READ
HH         IF NO-EXISTE-CCALIMMES
HH            INITIALIZE REGLIMMES
HH            PERFORM LLENAR-LLAVE-LIMMES
HH            MOVE LK-FECHA-HOY TO FECHOY OF REG-LIMMES
HH         ELSE
HH            IF FECHOY OF REG-LIMMES < LK-FECHA-HOY
HH               DIVIDE FECHOY OF REG-LIMMES BY 100
HH                      GIVING W-LIM-MESREG
HH               IF W-LIM-MESREG = W-LIM-MESHOY
HH                  ADD DEBHOY OF REG-LIMMES TO DEBMES OF REG-LIMMES
HH                  ADD CREHOY OF REG-LIMMES TO CREMES OF REG-LIMMES
HH               ELSE
HH                  MOVE ZEROS TO DEBMES OF REG-LIMMES
HH                                CREMES OF REG-LIMMES
HH               END-IF
HH               MOVE ZEROS        TO DEBHOY OF REG-LIMMES
HH                                    CREHOY OF REG-LIMMES
HH               MOVE LK-FECHA-HOY TO FECHOY OF REG-LIMMES
HH            ELSE
HH               IF W-LIM-CTAACT NOT = W-LIM-CTAANT
HH                  MOVE ZEROS TO DEBHOY OF REG-LIMMES
HH                                CREHOY OF REG-LIMMES
HH               END-IF
HH            END-IF
HH         END-IF
HH         MOVE W-LIM-CTAACT TO W-LIM-CTAANT.
      *--------------------------------------------------------------*
HH     LLENAR-LLAVE-LIMMES.
HH         MOVE CODMON OF REGMOVIM TO CODMON OF REG-LIMMES
HH         MOVE CODSIS OF REGMOVIM TO CODSIS OF REG-LIMMES
HH         MOVE CODPRO OF REGMOVIM TO CODPRO OF REG-LIMMES
HH         MOVE AGCCTA OF REGMOVIM TO AGCCTA OF REG-LIMMES
HH         MOVE CTANRO OF REGMOVIM TO CTANRO OF REG-LIMMES.
      *--------------------------------------------------------------*
HH     VERIFICAR-TOPES.
HH         IF DEBCRE OF REGMOVIM = 2
HH            COMPUTE W-LIM-ACUMUL = SALACT OF REGMAEAHO
HH                                 + CREHOY OF REG-LIMMES
HH                                 - DEBHOY OF REG-LIMMES
HH                                 + IMPORT OF REGMOVIM
HH            IF W-LIM-MAXSAL > ZEROS
HH            AND W-LIM-ACUMUL > W-LIM-MAXSAL
HH               MOVE 40 TO CODERR
HH               PERFORM REGRABAR
HH            ELSE
HH               COMPUTE W-LIM-ACUMUL = CREMES OF REG-LIMMES
HH                                    + CREHOY OF REG-LIMMES
HH                                    + IMPORT OF REGMOVIM
HH               IF W-LIM-MAXCRE > ZEROS
HH               AND W-LIM-ACUMUL > W-LIM-MAXCRE
HH                  MOVE 40 TO CODERR
HH                  PERFORM REGRABAR
HH               END-IF
HH            END-IF
HH         ELSE
HH            COMPUTE W-LIM-ACUMUL = DEBMES OF REG-LIMMES
HH                                 + DEBHOY OF REG-LIMMES
HH                                 + IMPORT OF REGMOVIM
HH            IF W-LIM-MAXDEB > ZEROS
HH            AND W-LIM-ACUMUL > W-LIM-MAXDEB
HH               MOVE 40 TO CODERR
HH               PERFORM REGRABAR
HH            END-IF
HH         END-IF.
      *--------------------------------------------------------------*
HH     ACUMULAR-MOVIMIENTO-MES.
HH         IF DEBCRE OF REGMOVIM = 2
HH            ADD IMPORT OF REGMOVIM TO CREHOY OF REG-LIMMES
HH         ELSE
HH            ADD IMPORT OF REGMOVIM TO DEBHOY OF REG-LIMMES
HH         END-IF
HH         IF NO-EXISTE-CCALIMMES
HH            WRITE REG-LIMMES
HH         ELSE
HH            REWRITE REG-LIMMES
HH         END-IF.
      *--------------------------------------------------------------*
      *HH SIN VALOR DE UVT PARA EL ANO NO HAY COMO CONVERTIR LOS
      *HH TOPES: SE AVISA Y LOS TOPES NO SE APLICAN EN LA CORRIDA.
      *--------------------------------------------------------------*
HH     LEER-UVT-ANO.
HH         DIVIDE LK-FECHA-HOY BY 100 GIVING W-LIM-MESHOY
HH         MOVE 0      TO CTL-CCATABLAS
HH         MOVE 77     TO CODTAB OF ZONA-CCATABLAS
HH         MOVE HOY-AA TO NROTAB OF ZONA-CCATABLAS
HH         READ CCATABLAS
HH            INVALID KEY
HH               MOVE ZEROS TO W-LIM-UVT
HH               DISPLAY "CCA550 SIN VALOR UVT (TABLA 77) PARA " HOY-AA
HH            NOT INVALID KEY
HH               MOVE CAMPO1 OF ZONA-CCATABLAS TO W-LIM-UVT
HH         END-READ.
      *--------------------------------------------------------------*
      *HH CUENTAS AFC. UN CREDITO DEL CLIENTE (CON USUARIO
      *HH ORIGINADOR) ES UN APORTE Y QUEDA EN CCAAFCAPO CON SU
      *HH FECHA. UN DEBITO DEL CLIENTE ES UN RETIRO: CALIFICADO SI
      *HH TRAE EL SOPORTE EN INFPRD (COMPRA DE VIVIENDA O ABONO A
      *HH CREDITO HIPOTECARIO CON LA REFERENCIA DEL DOCUMENTO), NO
      *HH CALIFICADO EN OTRO CASO. TODO RETIRO CONSUME LOS APORTES
      *HH DEL MAS ANTIGUO AL MAS RECIENTE; EN EL NO CALIFICADO LA
      *HH PORCION TOMADA DE APORTES CON MENOS DE LA PERMANENCIA
      *HH LEGAL CAUSA LA RETENCION CONTINGENTE, QUE SE DEBITA A LA
      *HH CUENTA POR PLTTRNMON (USUARIO AFCRETCON, QUE NO SE VUELVE
      *HH A CLASIFICAR). EL RETIRO YA REGISTRADO NO SE REPROCESA.
      *--------------------------------------------------------------*
HH     VALIDAR-AFC.
HH         IF USRING OF REGMOVIM NOT = SPACES
HH         AND USRING OF REGMOVIM NOT = "AFCRETCON"
HH            PERFORM LEER-PRODUCTO-AFC
HH            IF CUENTA-AFC
HH               IF DEBCRE OF REGMOVIM = 2
HH                  PERFORM REGISTRAR-APORTE-AFC
HH               ELSE
HH                  PERFORM REGISTRAR-RETIRO-AFC
HH               END-IF
HH            END-IF
HH         END-IF.
      *--------------------------------------------------------------*
HH     LEER-PRODUCTO-AFC.
HH         MOVE 0 TO CTL-AFC CTL-CCATABLAS
HH         MOVE 75 TO CODTAB OF ZONA-CCATABLAS
HH         COMPUTE NROTAB OF ZONA-CCATABLAS = 1000 + CODPRO OF REGMOVIM
HH         READ CCATABLAS
HH            INVALID KEY
HH               MOVE 1 TO CTL-CCATABLAS
HH         END-READ
HH         IF NOT ERROR-CCATABLAS
HH            MOVE 1                       TO CTL-AFC
HH            MOVE CAMPO1 OF ZONA-CCATABLAS TO W-AFC-ANOPER
HH            COMPUTE W-AFC-FECLIM = LK-FECHA-HOY
HH                                 - W-AFC-ANOPER * 10000
HH         END-IF.
      *--------------------------------------------------------------*
HH     REGISTRAR-APORTE-AFC.
HH         INITIALIZE REGAFCAPO
HH         MOVE CODMON OF REGMOVIM TO CODMON OF REG-AFCAPO
HH         MOVE CODSIS OF REGMOVIM TO CODSIS OF REG-AFCAPO
HH         MOVE CODPRO OF REGMOVIM TO CODPRO OF REG-AFCAPO
HH         MOVE AGCCTA OF REGMOVIM TO AGCCTA OF REG-AFCAPO
HH         MOVE CTANRO OF REGMOVIM TO CTANRO OF REG-AFCAPO
HH         MOVE LK-FECHA-HOY       TO FECAPO OF REG-AFCAPO
HH                                    FECULT OF REG-AFCAPO
HH         MOVE CNSTRN OF REGMOVIM TO CNSTRN OF REG-AFCAPO
HH         MOVE SECUEN OF REGMOVIM TO SECUEN OF REG-AFCAPO
HH         MOVE CODTRA OF REGMOVIM TO CODTRA OF REG-AFCAPO
HH         MOVE IMPORT OF REGMOVIM TO VALAPO OF REG-AFCAPO
HH                                    SALAPO OF REG-AFCAPO
HH         WRITE REG-AFCAPO INVALID KEY
HH               MOVE 1 TO CTL-CCAAFCAPO
HH         END-WRITE.
      *--------------------------------------------------------------*
HH     REGISTRAR-RETIRO-AFC.
HH         PERFORM LLENAR-LLAVE-AFCRET
HH         MOVE 0                  TO CTL-CCAAFCRET
HH         READ CCAAFCRET
HH            INVALID KEY
HH               MOVE 1 TO CTL-CCAAFCRET
HH         END-READ
HH         IF ERROR-CCAAFCRET
HH            PERFORM LLENAR-LLAVE-AFCRET
HH            MOVE CODTRA OF REGMOVIM TO CODTRA OF REG-AFCRET
HH            MOVE IMPORT OF REGMOVIM TO VALRET OF REG-AFCRET
HH            MOVE INFPRD OF REGMOVIM TO W-AFC-INFPRD
HH            IF W-AFC-MARCA = "AFC"
HH            AND SOPORTE-AFC-VALIDO
HH            AND W-AFC-NRODOC NOT = SPACES
HH               MOVE "C"            TO TIPRET OF REG-AFCRET
HH               MOVE W-AFC-TIPDOC   TO TIPDOC OF REG-AFCRET
HH               MOVE W-AFC-NRODOC   TO NRODOC OF REG-AFCRET
HH            ELSE
HH               MOVE "N"            TO TIPRET OF REG-AFCRET
HH            END-IF
HH            PERFORM CONSUMIR-APORTES-AFC
HH            IF TIPRET OF REG-AFCRET = "N"
HH            AND VALJOV OF REG-AFCRET > ZEROS
HH               MOVE W-AFC-PORRTE   TO PORRTE OF REG-AFCRET
HH               COMPUTE VALRTE OF REG-AFCRET ROUNDED =
HH                       VALJOV OF REG-AFCRET * W-AFC-PORRTE / 100
HH               IF VALRTE OF REG-AFCRET > ZEROS
HH                  PERFORM GRABAR-RETENCION-AFC
HH               END-IF
HH            END-IF
HH            WRITE REG-AFCRET
HH         END-IF.
      *--------------------------------------------------------------*
HH     LLENAR-LLAVE-AFCRET.
HH         INITIALIZE REGAFCRET
HH         MOVE CODMON OF REGMOVIM TO CODMON OF REG-AFCRET
HH         MOVE CODSIS OF REGMOVIM TO CODSIS OF REG-AFCRET
HH         MOVE CODPRO OF REGMOVIM TO CODPRO OF REG-AFCRET
HH         MOVE AGCCTA OF REGMOVIM TO AGCCTA OF REG-AFCRET
HH         MOVE CTANRO OF REGMOVIM TO CTANRO OF REG-AFCRET
HH         MOVE LK-FECHA-HOY       TO FECRET OF REG-AFCRET
HH         MOVE CNSTRN OF REGMOVIM TO CNSTRN OF REG-AFCRET
HH         MOVE SECUEN OF REGMOVIM TO SECUEN OF REG-AFCRET.
      *--------------------------------------------------------------*
HH     CONSUMIR-APORTES-AFC.
HH         MOVE IMPORT OF REGMOVIM TO W-AFC-PENDTE
HH         MOVE 0                  TO CTL-CCAAFCAPO
HH         MOVE CODMON OF REGMOVIM TO CODMON OF REG-AFCAPO
HH         MOVE CODSIS OF REGMOVIM TO CODSIS OF REG-AFCAPO
HH         MOVE CODPRO OF REGMOVIM TO CODPRO OF REG-AFCAPO
HH         MOVE AGCCTA OF REGMOVIM TO AGCCTA OF REG-AFCAPO
HH         MOVE CTANRO OF REGMOVIM TO CTANRO OF REG-AFCAPO
HH         MOVE ZEROS              TO FECAPO OF REG-AFCAPO
HH                                    CNSTRN OF REG-AFCAPO
HH                                    SECUEN OF REG-AFCAPO
HH         START CCAAFCAPO KEY NOT < EXTERNALLY-DESCRIBED-KEY
HH               INVALID KEY MOVE 1 TO CTL-CCAAFCAPO
HH         END-START
HH         PERFORM CONSUMIR-UN-APORTE-AFC
HH                 UNTIL FIN-CCAAFCAPO OR W-AFC-PENDTE NOT > ZEROS.
      *--------------------------------------------------------------*
HH     CONSUMIR-UN-APORTE-AFC.
HH         READ CCAAFCAPO NEXT AT END
HH              MOVE 1 TO CTL-CCAAFCAPO
HH         END-READ
HH         IF NOT FIN-CCAAFCAPO
HH            IF CODMON OF REG-AFCAPO NOT = CODMON OF REGMOVIM
HH            OR CODSIS OF REG-AFCAPO NOT = CODSIS OF REGMOVIM
HH            OR CODPRO OF REG-AFCAPO NOT = CODPRO OF REGMOVIM
HH            OR AGCCTA OF REG-AFCAPO NOT = AGCCTA OF REGMOVIM
HH            OR CTANRO OF REG-AFCAPO NOT = CTANRO OF REGMOVIM
HH               MOVE 1 TO CTL-CCAAFCAPO
HH            ELSE
HH               IF SALAPO OF REG-AFCAPO > ZEROS
HH                  IF SALAPO OF REG-AFCAPO < W-AFC-PENDTE
HH                     MOVE SALAPO OF REG-AFCAPO TO W-AFC-TOMADO
HH                  ELSE
HH                     MOVE W-AFC-PENDTE         TO W-AFC-TOMADO
HH                  END-IF
HH                  SUBTRACT W-AFC-TOMADO FROM SALAPO OF REG-AFCAPO
HH                                             W-AFC-PENDTE
HH                  ADD W-AFC-TOMADO TO VALAPO OF REG-AFCRET
HH                  IF FECAPO OF REG-AFCAPO > W-AFC-FECLIM
HH                     ADD W-AFC-TOMADO TO VALJOV OF REG-AFCRET
HH                  END-IF
HH                  MOVE LK-FECHA-HOY TO FECULT OF REG-AFCAPO
HH                  REWRITE REG-AFCAPO
HH               END-IF
HH            END-IF
HH         END-IF.
      *--------------------------------------------------------------*
      *HH DEBITO DE LA RETENCION CONTINGENTE A LA MISMA CUENTA AFC,
      *HH EN EL DISENO PLTTRNMON DEL SISTEMA DE LA CUENTA: ENTRA AL
      *HH CICLO POR LA INTERFASE MONETARIA (CCA512) Y SE CONTABILIZA
      *HH COMO CUALQUIER DEBITO. SIN CODIGO DE TRANSACCION (TABLA
      *HH 75/1, AVISADO EN LEER-PARAMETROS-AFC) EL DEBITO NO SE GRABA:
      *HH LA RETENCION QUEDA CALCULADA EN CCAAFCRET CON ESTRTE "P"
      *HH (PENDIENTE DE APLICAR) HASTA QUE, YA CONFIGURADA LA TABLA,
      *HH APLICAR-PENDIENTES-AFC LA DEBITA; APLICADA QUEDA CON ESTRTE
      *HH "A". EL DEBITO TOMA LA CUENTA DE LA FILA DE CCAAFCRET Y EL
      *HH NIT DEL MAESTRO LEIDO.
      *--------------------------------------------------------------*
HH     GRABAR-RETENCION-AFC.
HH         IF W-AFC-CODTRN = ZEROS
HH            MOVE "P"                TO ESTRTE OF REG-AFCRET
HH         ELSE
HH            MOVE "A"                TO ESTRTE OF REG-AFCRET
HH            PERFORM GRABAR-DEBITO-AFC
HH         END-IF.
      *--------------------------------------------------------------*
HH     GRABAR-DEBITO-AFC.
HH         INITIALIZE REGTRNMON OF REG-PLTTRNMON
HH         ADD  1                     TO W-AFC-CNSTRN
HH         MOVE PA-CODEMP             TO CODEMP OF PLTTRNMON
HH         MOVE CODMON OF REG-AFCRET  TO CODMON OF PLTTRNMON
HH         MOVE CODSIS OF REG-AFCRET  TO CODSIS OF PLTTRNMON
HH         MOVE CODPRO OF REG-AFCRET  TO CODPRO OF PLTTRNMON
HH         MOVE W-AFC-CODTRN          TO CODTRN OF PLTTRNMON
HH         MOVE AGCCTA OF REG-AFCRET  TO AGCORI OF PLTTRNMON
HH                                       AGCDST OF PLTTRNMON
HH                                       AGCOPR OF PLTTRNMON
HH         MOVE CTANRO OF REG-AFCRET  TO CTANRO OF PLTTRNMON
HH                                       NROPRD OF PLTTRNMON
HH         MOVE CNSTRN OF REG-AFCRET  TO NROREF OF PLTTRNMON
HH         MOVE NITCTA OF REGMAEAHO   TO NRONIT OF PLTTRNMON
HH         MOVE "RETENCION CONTINGENTE AFC"
HH                                    TO INFDEP OF PLTTRNMON
HH         MOVE VALRTE OF REG-AFCRET  TO VLRTRN OF PLTTRNMON
HH         MOVE LK-FECHA-HOY          TO FECPRO OF PLTTRNMON
HH                                       FECEFE OF PLTTRNMON
HH         ACCEPT HORTRN OF PLTTRNMON FROM TIME
HH         MOVE 1                     TO TIPMOV OF PLTTRNMON
HH         MOVE 5                     TO MEDPAG OF PLTTRNMON
HH         MOVE ZEROS                 TO ESTTRN OF PLTTRNMON
HH         MOVE "AFCRETCON"           TO USRING OF PLTTRNMON
HH         MOVE W-AFC-NROTRN          TO NROTRN OF PLTTRNMON
HH         MOVE W-AFC-CNSTRN          TO CNSTRN OF PLTTRNMON
HH         WRITE REG-PLTTRNMON.
      *--------------------------------------------------------------*
      *HH RETENCIONES AFC QUE QUEDARON PENDIENTES (ESTRTE "P") POR
      *HH FALTA DEL CODIGO DE LA TABLA 75/1: EN CUANTO EL CODIGO
      *HH EXISTE SE DEBITAN CON LA FECHA DE PROCESO Y PASAN A "A".
      *HH SI LA CUENTA YA NO ESTA EN EL MAESTRO LA FILA SIGUE
      *HH PENDIENTE Y SE AVISA.
      *--------------------------------------------------------------*
HH     APLICAR-PENDIENTES-AFC.
HH         IF W-AFC-CODTRN NOT = ZEROS
HH            MOVE ZEROS              TO W-AFC-CANPEN
HH            MOVE 0                  TO CTL-CCAAFCRET
HH            INITIALIZE REGAFCRET
HH            START CCAAFCRET KEY NOT < EXTERNALLY-DESCRIBED-KEY
HH                  INVALID KEY MOVE 1 TO CTL-CCAAFCRET
HH            END-START
HH            PERFORM APLICAR-PENDIENTE-AFC UNTIL ERROR-CCAAFCRET
HH            IF W-AFC-CANPEN > ZEROS
HH               DISPLAY "CCA550 RETENCIONES AFC PENDIENTES DEBITADAS: "
HH                       W-AFC-CANPEN
HH            END-IF
HH         END-IF.
      *--------------------------------------------------------------*
HH     APLICAR-PENDIENTE-AFC.
HH         READ CCAAFCRET NEXT AT END
HH              MOVE 1 TO CTL-CCAAFCRET
HH         END-READ
HH         IF NOT ERROR-CCAAFCRET
HH         AND ESTRTE OF REG-AFCRET = "P"
HH            MOVE 0                      TO CTL-CCAMAEAHO
HH            MOVE AGCCTA OF REG-AFCRET   TO AGCCTA OF REGMAEAHO
HH            MOVE CTANRO OF REG-AFCRET   TO CTANRO OF REGMAEAHO
HH            MOVE CODMON OF REG-AFCRET   TO CODMON OF REGMAEAHO
HH            MOVE CODSIS OF REG-AFCRET   TO CODSIS OF REGMAEAHO
HH            MOVE CODPRO OF REG-AFCRET   TO CODPRO OF REGMAEAHO
HH            READ CCAMAEAHO INVALID KEY MOVE 1 TO CTL-CCAMAEAHO
HH            END-READ
HH            IF ERROR-CCAMAEAHO
HH               DISPLAY "CCA550 RETENCION AFC PENDIENTE SIN MAESTRO: "
HH                       CTANRO OF REG-AFCRET
HH            ELSE
HH               PERFORM GRABAR-DEBITO-AFC
HH               MOVE "A"                 TO ESTRTE OF REG-AFCRET
HH               REWRITE REG-AFCRET
HH               ADD 1                    TO W-AFC-CANPEN
HH            END-IF
HH         END-IF.
      *--------------------------------------------------------------*
HH     LEER-PARAMETROS-AFC.
HH         MOVE 0  TO CTL-CCATABLAS
HH         MOVE 75 TO CODTAB OF ZONA-CCATABLAS
HH         MOVE 0  TO NROTAB OF ZONA-CCATABLAS
HH         READ CCATABLAS
HH            INVALID KEY
HH               MOVE ZEROS TO W-AFC-PORRTE
HH            NOT INVALID KEY
HH               COMPUTE W-AFC-PORRTE = CAMPO1 OF ZONA-CCATABLAS / 100
HH         END-READ
HH         MOVE 0  TO CTL-CCATABLAS
HH         MOVE 75 TO CODTAB OF ZONA-CCATABLAS
HH         MOVE 1  TO NROTAB OF ZONA-CCATABLAS
HH         READ CCATABLAS
HH            INVALID KEY
HH               MOVE ZEROS TO W-AFC-CODTRN
HH               DISPLAY "CCA550 SIN CODIGO DE DEBITO AFC (TABLA 75/1):"
HH                       " RETENCIONES QUEDAN PENDIENTES"
HH            NOT INVALID KEY
HH               MOVE CAMPO1 OF ZONA-CCATABLAS TO W-AFC-CODTRN
HH         END-READ.
      *--------------------------------------------------------------*
HH     LEER-MONEDA-LOCAL.
HH         MOVE 0  TO CTL-CCATABLAS
HH         MOVE 35 TO CODTAB OF ZONA-CCATABLAS
HH               CCACOTITU
HH               PLTTASCAM
HH               CCAPLANAH
HH               CCAPLANPEN
HH               CCAAFCAPO
HH               CCAAFCRET
HH               CCALIMMES
HH               CCALIMCTA
HH               CCALIMDIA
HH               PLTTRNMON.
           STOP RUN.
