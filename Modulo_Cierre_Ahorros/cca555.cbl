      *          (INDPAT 9) Y SU RASTRO EN CCAREPAUD; EL QUE NO        *
      *          CASA CON NINGUNA REGLA, O CUYA CORRECCION NO          *
      *          REVALIDA, SIGUE RECHAZADO HACIA LA COLA MANUAL.       *
HH    *          EL MOVIMIENTO DEL CLIENTE, DEBITO O CREDITO, SOBRE    *
HH    *          UN PRODUCTO DE BAJO MONTO CON TOPES (TABLA 76) VA     *
HH    *          SIEMPRE A LA COLA MANUAL.                             *
HH    *          IGUAL EL DEBITO DEL CLIENTE SOBRE UN PRODUCTO CON     *
HH    *          LIMITE DIARIO DE RETIROS POR CANAL (TABLA 79).        *
HH    *          Y EL DEBITO DEL CLIENTE SOBRE UN PRODUCTO JUVENIL     *
HH    *          (TABLA 48), QUE EXIGE VERIFICAR QUIEN RETIRA.         *
      ******************************************************************
       AUTHOR.        H.H.D.
       DATE-WRITTEN.  SEPTIEMBRE/2026.
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
HH         SELECT CCATABLAS
HH             ASSIGN          TO DATABASE-CCATABLAS
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  REG-COTITU.
           COPY DDS-ALL-FORMATS OF CCACOTITU.
      *
HH     FD  CCATABLAS
HH         LABEL RECORDS ARE STANDARD.
HH     01  ZONA-CCATABLAS.
HH         COPY DDS-ALL-FORMATS OF CCATABLAS.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
                                                        "COBROTRX"
                                                        "CANJEDEV"
                                                        "SORTEO"
                                                        "CONVMONED"
HH                                                      "DOMICILIA".
      *
       01  CONTROLES.
           05  CTL-CCAMOVIM            PIC X(02) VALUE "NO".
                                           PC504-CANTREG  PC504-CODRETO
           OPEN I-O    CCAMOVIM.
           OPEN INPUT  CCAREPREG CCAMAEAHO CCACODTRN
                       CCACDTMAE CCABOLSILL CCACOTITU
HH                     CCATABLAS.
           OPEN EXTEND CCAREPAUD.
           PERFORM CALL-CCA500.
           PERFORM CARGAR-REGLAS UNTIL FIN-CCAREPREG
           IF REVALIDA-BUENA
           AND DEBCRE OF REGMOVIM = 1
              PERFORM REVALIDAR-ESTADOS-CUENTA
           END-IF
HH         IF REVALIDA-BUENA
HH         AND USRING OF REGMOVIM NOT = SPACES
HH            PERFORM REVISAR-BAJO-MONTO
HH         END-IF
HH         IF REVALIDA-BUENA
HH         AND DEBCRE OF REGMOVIM = 1
HH         AND USRING OF REGMOVIM NOT = SPACES
HH            PERFORM REVISAR-LIMITE-CANAL
HH         END-IF
HH         IF REVALIDA-BUENA
HH         AND DEBCRE OF REGMOVIM = 1
HH         AND USRING OF REGMOVIM NOT = SPACES
HH            PERFORM REVISAR-CUENTA-MENOR
HH         END-IF.
      *----------------------------------------------------------------
      * BASTA LA PRESENCIA DEL ESTADO PARA NO AUTO-REPARAR: AQUI NO
      * SE REHACE LA ARITMETICA DE DISPONIBLE DE CCA550 (CUANTO
                 PERFORM REVISAR-FIRMA-CNJ
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *HH EL PRODUCTO DE BAJO MONTO (FILA EN LA TABLA 76) TIENE TOPES
      *HH QUE CCA550 MIDE CONTRA LOS ACUMULADOS DEL MES; AQUI NO SE
      *HH REHACE ESA CUENTA: EL MOVIMIENTO DEL CLIENTE, DEBITO O
      *HH CREDITO, VA A LA COLA MANUAL.
      *----------------------------------------------------------------
HH     REVISAR-BAJO-MONTO.
HH         MOVE 76                 TO CODTAB OF ZONA-CCATABLAS
HH         MOVE CODPRO OF REGMOVIM TO NROTAB OF ZONA-CCATABLAS
HH         READ CCATABLAS
HH            NOT INVALID KEY
HH               MOVE 1 TO W-REVALIDA
HH         END-READ.
      *----------------------------------------------------------------
      *HH EL LIMITE DIARIO DE RETIROS POR CANAL (FILA DEL PRODUCTO EN
      *HH LA TABLA 79) LO MIDE CCA550 CONTRA LO DEBITADO EN EL DIA;
      *HH EL DEBITO DEL CLIENTE VA A LA COLA MANUAL.
      *----------------------------------------------------------------
HH     REVISAR-LIMITE-CANAL.
HH         MOVE 79                 TO CODTAB OF ZONA-CCATABLAS
HH         MOVE CODPRO OF REGMOVIM TO NROTAB OF ZONA-CCATABLAS
HH         READ CCATABLAS
HH            NOT INVALID KEY
HH               MOVE 1 TO W-REVALIDA
HH         END-READ.
      *----------------------------------------------------------------
      *HH QUIEN RETIRA DE UN PRODUCTO JUVENIL (TABLA 48) LO VERIFICA
      *HH CCA550 CON CCA506 Y LO RECHAZA CON EL CODIGO 46; EL DEBITO
      *HH DEL CLIENTE VA A LA COLA MANUAL.
      *----------------------------------------------------------------
HH     REVISAR-CUENTA-MENOR.
HH         MOVE 48                 TO CODTAB OF ZONA-CCATABLAS
HH         MOVE CODPRO OF REGMOVIM TO NROTAB OF ZONA-CCATABLAS
HH         READ CCATABLAS
HH            NOT INVALID KEY
HH               MOVE 1 TO W-REVALIDA
HH         END-READ.
      *----------------------------------------------------------------
       REVISAR-CDT-ACTIVO.
           MOVE 0                  TO CTL-CCACDTMAE
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMOVIM CCAREPREG CCAMAEAHO CCACODTRN CCAREPAUD
                 CCACDTMAE CCABOLSILL CCACOTITU
HH               CCATABLAS.
           STOP  RUN      .
