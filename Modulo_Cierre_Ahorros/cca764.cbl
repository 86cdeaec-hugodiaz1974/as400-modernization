      *          REAL Y LOS BALDES MEMO VUELVEN A CEROS.               *
      *          EL CHEQUE DEPOSITADO EN EL DIA SE ANOTA PERO NO       *
      *          SUMA AL DISPONIBLE: TODAVIA ES CANJE.                 *
HH    *          EN UN DEPOSITO DE BAJO MONTO (TABLA 76) LA ANOTACION  *
HH    *          QUE ROMPA UN TOPE DEL PRODUCTO (SALDO MAXIMO,         *
HH    *          DEBITOS O CREDITOS DEL MES, EN UVT DE LA TABLA 77)    *
HH    *          SE RECHAZA CON EL CODIGO DE RETORNO 6 (ES LA REGLA    *
HH    *          QUE CCA550 RECHAZA CON EL CODIGO 40).                 *
HH    *          EL DEBITO QUE SUPERE EL LIMITE DIARIO DE RETIROS DEL  *
HH    *          CANAL (TABLA 79 O EXCEPCION DE LA CUENTA EN           *
HH    *          CCALIMCTA) SE RECHAZA CON EL CODIGO 7 Y SE AVISA A    *
HH    *          LA CENTRAL DE ALERTAS (CCA508).                       *
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
      *
HH         SELECT CCALIMMES
HH             ASSIGN          TO DATABASE-CCALIMMES
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCADEPMAE.
           COPY DDS-ALL-FORMATS OF CCADEPMAE.
      *
HH     FD  CCATABLAS
HH         LABEL RECORDS ARE STANDARD.
HH     01  ZONA-CCATABLAS.
HH         COPY DDS-ALL-FORMATS OF CCATABLAS.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
HH         05  W-QSC-RETCOD            PIC 9(01) VALUE ZEROS.
HH         05  W-QSC-MENSAJE           PIC X(40) VALUE SPACES.
       01  PA-CODEMP                   PIC 9(05)     VALUE ZEROS.
      *HH TOPES DEL DEPOSITO DE BAJO MONTO (VER CCA550).
HH     01  W-LIM-UVT                   PIC 9(09)     VALUE ZEROS.
HH     01  W-LIM-MESHOY                PIC 9(06)     VALUE ZEROS.
HH     01  W-LIM-MESREG                PIC 9(06)     VALUE ZEROS.
HH     01  W-LIM-CAMPO2                PIC X(150)    VALUE SPACES.
HH     01  FILLER                      REDEFINES W-LIM-CAMPO2.
HH         05  W-LIM-UVTSAL            PIC 9(09).
HH         05  W-LIM-UVTDEB            PIC 9(09).
HH         05  W-LIM-UVTCRE            PIC 9(09).
HH         05  FILLER                  PIC X(123).
HH     01  W-LIM-MAXSAL                PIC S9(15)V99 VALUE ZEROS.
HH     01  W-LIM-MAXDEB                PIC S9(15)V99 VALUE ZEROS.
HH     01  W-LIM-MAXCRE                PIC S9(15)V99 VALUE ZEROS.
HH     01  W-LIM-DEBMES                PIC S9(15)V99 VALUE ZEROS.
HH     01  W-LIM-CREMES                PIC S9(15)V99 VALUE ZEROS.
HH     01  W-LIM-MEMDEB                PIC S9(15)V99 VALUE ZEROS.
HH     01  W-LIM-MEMCRE                PIC S9(15)V99 VALUE ZEROS.
HH     01  W-LIM-ACUMUL                PIC S9(15)V99 VALUE ZEROS.
HH     01  W-LIM-TOPES                 PIC 9(01)     VALUE 0.
HH         88  PRODUCTO-CON-TOPES                VALUE 1.
HH     01  W-EXISTE-CCALIMMES          PIC 9(01)     VALUE 0.
HH         88  SI-EXISTE-CCALIMMES               VALUE 1.
      *HH LIMITE DIARIO DE RETIROS POR CANAL (VER CCA550): EL CANAL
      *HH SALE DEL CAJERO QUE CAPTURA (SWITCH = CAJERO AUTOMATICO,
      *HH ACHENVIO = ACH, ORDPERMA = ORDEN PERMANENTE, BREB = PAGO
      *HH INMEDIATO (CCA639), OTRO = VENTANILLA).
HH     01  W-LDI-CANAL                 PIC 9(01)     VALUE ZEROS.
HH     01  W-LDI-CAMPO2                PIC X(150)    VALUE SPACES.
HH     01  FILLER                      REDEFINES W-LDI-CAMPO2.
HH         05  W-LDI-LIMPRO            PIC 9(13)V99 OCCURS 5 TIMES.
HH         05  FILLER                  PIC X(75).
HH     01  W-LDI-LIMITE                PIC S9(13)V99 VALUE ZEROS.
HH     01  W-LDI-ACUMUL                PIC S9(15)V99 VALUE ZEROS.
HH     01  W-EXISTE-CCALIMDIA          PIC 9(01)     VALUE 0.
HH         88  SI-EXISTE-CCALIMDIA               VALUE 1.
HH     01  W-LDI-ACUMULAR              PIC 9(01)     VALUE 0.
HH         88  LDI-POR-ACUMULAR                  VALUE 1.
      *HH PARAMETROS DE LA CENTRAL DE ALERTAS (CCA508).
HH     01  W-ALR-PROGRAMA              PIC X(08)     VALUE "CCA764".
HH     01  W-ALR-TIPALR                PIC 9(02)     VALUE 4.
HH     01  W-ALR-VALOR                 PIC S9(13)V99 VALUE ZEROS.
HH     01  W-ALR-RETCOD                PIC 9(01)     VALUE ZEROS.
HH     01  W-ALR-DETALLE.
HH         05  FILLER                  PIC X(04)     VALUE "CTA ".
HH         05  W-ALR-CODPRO            PIC 9(03)     VALUE ZEROS.
HH         05  FILLER                  PIC X(01)     VALUE "-".
HH         05  W-ALR-AGCCTA            PIC 9(05)     VALUE ZEROS.
HH         05  FILLER                  PIC X(01)     VALUE "-".
HH         05  W-ALR-CTANRO            PIC 9(17)     VALUE ZEROS.
HH         05  FILLER                  PIC X(07)     VALUE " CANAL ".
HH         05  W-ALR-CANAL             PIC 9(01)     VALUE ZEROS.
HH         05  FILLER                  PIC X(01)     VALUE SPACES.
HH         COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
           88  LK-CODRET-SIN-FONDOS              VALUE 3.
           88  LK-CODRET-DATOS-INVALIDOS         VALUE 4.
HH         88  LK-CODRET-CIERRE-EN-CURSO         VALUE 5.
HH         88  LK-CODRET-TOPE-PRODUCTO           VALUE 6.
HH         88  LK-CODRET-LIMITE-CANAL            VALUE 7.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-CLAVE-CUENTA LK-DEBCRE
                                LK-MEDPAG LK-VLRTRN LK-SALDIS
           PERFORM INICIAR.
           IF LK-CODRET-OK
              PERFORM CALCULAR-DISPONIBLE
HH            PERFORM VALIDAR-TOPES-PRODUCTO
HH            IF LK-CODRET-OK AND LK-ES-DEBITO
HH               PERFORM VALIDAR-LIMITE-CANAL
HH            END-IF
HH            IF LK-CODRET-OK
              IF LK-ES-DEBITO
                 PERFORM ANOTAR-DEBITO
              ELSE
                 PERFORM ANOTAR-CREDITO
              END-IF
HH            END-IF
              IF LK-CODRET-OK
                 REWRITE ZONA-CCADEPMAE
HH               PERFORM ACUMULAR-LIMITE-CANAL
                 PERFORM CALCULAR-DISPONIBLE
              END-IF
           END-IF.
HH            MOVE 5 TO LK-RETCOD
HH         END-IF.
           OPEN I-O CCADEPMAE.
HH         OPEN INPUT CCATABLAS CCALIMMES CCALIMCTA.
HH         OPEN I-O   CCALIMDIA.
HH         MOVE 0     TO W-LDI-ACUMULAR.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
HH         CALL "CCA500"       USING LK-FECHAS.
           IF LK-VLRTRN NOT > ZEROS
           OR (LK-DEBCRE NOT = 1 AND LK-DEBCRE NOT = 2)
              MOVE 4 TO LK-RETCOD
                            - DEP48  OF REGDEPMAE
                            - DEP72  OF REGDEPMAE
                            - VLRPIG OF REGDEPMAE.
      *----------------------------------------------------------------
      *HH TOPES DEL DEPOSITO DE BAJO MONTO. LO DEL MES HASTA EL
      *HH ULTIMO LOTE SALE DE CCALIMMES (LO DEJA CCA550) Y LO DEL DIA
      *HH DE LOS BALDES MEMO; EL SALDO ES EL DE APERTURA MAS LOS
      *HH MEMOS, CON EL CHEQUE DEL DIA INCLUIDO. SIN UVT DEL ANO O
      *HH SIN FILA DEL PRODUCTO NO HAY TOPE.
      *----------------------------------------------------------------
HH     VALIDAR-TOPES-PRODUCTO.
HH         PERFORM LEER-TOPES-PRODUCTO
HH         IF PRODUCTO-CON-TOPES
HH            PERFORM LEER-ACUMULADO-MES
HH            COMPUTE W-LIM-MEMCRE = DEPEFE OF REGDEPMAE
HH                                 + DEPCHE OF REGDEPMAE
HH                                 + NOTCRE OF REGDEPMAE
HH                                 + CORCRE OF REGDEPMAE
HH            COMPUTE W-LIM-MEMDEB = RETEFE OF REGDEPMAE
HH                                 + RETCHE OF REGDEPMAE
HH                                 + NOTDEB OF REGDEPMAE
HH                                 + CORDEB OF REGDEPMAE
HH            IF LK-ES-CREDITO
HH               COMPUTE W-LIM-ACUMUL = SALINI OF REGDEPMAE
HH                                    + W-LIM-MEMCRE - W-LIM-MEMDEB
HH                                    + LK-VLRTRN
HH               IF W-LIM-MAXSAL > ZEROS
HH               AND W-LIM-ACUMUL > W-LIM-MAXSAL
HH                  MOVE 6 TO LK-RETCOD
HH               END-IF
HH               COMPUTE W-LIM-ACUMUL = W-LIM-CREMES + W-LIM-MEMCRE
HH                                    + LK-VLRTRN
HH               IF W-LIM-MAXCRE > ZEROS
HH               AND W-LIM-ACUMUL > W-LIM-MAXCRE
HH                  MOVE 6 TO LK-RETCOD
HH               END-IF
HH            ELSE
HH               COMPUTE W-LIM-ACUMUL = W-LIM-DEBMES + W-LIM-MEMDEB
HH                                    + LK-VLRTRN
HH               IF W-LIM-MAXDEB > ZEROS
HH               AND W-LIM-ACUMUL > W-LIM-MAXDEB
HH                  MOVE 6 TO LK-RETCOD
HH               END-IF
HH            END-IF
HH         END-IF.
      *----------------------------------------------------------------
HH     LEER-TOPES-PRODUCTO.
HH         MOVE 0      TO W-LIM-TOPES
HH         MOVE ZEROS  TO W-LIM-UVT
HH         MOVE 77     TO CODTAB OF ZONA-CCATABLAS
HH         MOVE HOY-AA TO NROTAB OF ZONA-CCATABLAS
HH         READ CCATABLAS
HH            NOT INVALID KEY
HH               MOVE CAMPO1 OF ZONA-CCATABLAS TO W-LIM-UVT
HH         END-READ
HH         IF W-LIM-UVT > ZEROS
HH            MOVE 76        TO CODTAB OF ZONA-CCATABLAS
HH            MOVE LK-CODPRO TO NROTAB OF ZONA-CCATABLAS
HH            READ CCATABLAS
HH               NOT INVALID KEY
HH                  MOVE CAMPO2 OF ZONA-CCATABLAS TO W-LIM-CAMPO2
HH                  COMPUTE W-LIM-MAXSAL = W-LIM-UVTSAL * W-LIM-UVT
HH                  COMPUTE W-LIM-MAXDEB = W-LIM-UVTDEB * W-LIM-UVT
HH                  COMPUTE W-LIM-MAXCRE = W-LIM-UVTCRE * W-LIM-UVT
HH                  IF W-LIM-MAXSAL > ZEROS
HH                  OR W-LIM-MAXDEB > ZEROS
HH                  OR W-LIM-MAXCRE > ZEROS
HH                     MOVE 1 TO W-LIM-TOPES
HH                  END-IF
HH            END-READ
HH         END-IF.
      *----------------------------------------------------------------
HH     LEER-ACUMULADO-MES.
HH         MOVE ZEROS     TO W-LIM-DEBMES W-LIM-CREMES
HH         DIVIDE LK-FECHA-HOY BY 100 GIVING W-LIM-MESHOY
HH         MOVE LK-CODMON TO CODMON OF REG-LIMMES
HH         MOVE LK-CODSIS TO CODSIS OF REG-LIMMES
HH         MOVE LK-CODPRO TO CODPRO OF REG-LIMMES
HH         MOVE LK-AGCCTA TO AGCCTA OF REG-LIMMES
HH         MOVE LK-CTANRO TO CTANRO OF REG-LIMMES
HH         READ CCALIMMES INVALID KEY
HH              MOVE ZEROS TO W-EXISTE-CCALIMMES
HH         NOT INVALID KEY
HH              MOVE 1     TO W-EXISTE-CCALIMMES
HH         END-READ
HH         IF SI-EXISTE-CCALIMMES
HH            DIVIDE FECHOY OF REG-LIMMES BY 100 GIVING W-LIM-MESREG
HH            IF W-LIM-MESREG = W-LIM-MESHOY
HH               COMPUTE W-LIM-DEBMES = DEBMES OF REG-LIMMES
HH                                    + DEBHOY OF REG-LIMMES
HH               COMPUTE W-LIM-CREMES = CREMES OF REG-LIMMES
HH                                    + CREHOY OF REG-LIMMES
HH            END-IF
HH         END-IF.
      *----------------------------------------------------------------
      *HH LIMITE DIARIO DE RETIROS DEL CANAL. LAS CORRECCIONES NO SON
      *HH RETIROS DEL CLIENTE. LO ANOTADO HOY EN LINEA POR EL CANAL
      *HH (DEBMEM DE CCALIMDIA, DE OTRO DIA = CERO) MAS EL DEBITO SE
      *HH COMPARA CON LA EXCEPCION VIGENTE DE LA CUENTA O, SIN ELLA,
      *HH CON EL LIMITE DEL PRODUCTO (TABLA 79; CERO = SIN LIMITE).
      *----------------------------------------------------------------
HH     VALIDAR-LIMITE-CANAL.
HH         IF NOT LK-MED-CORRECCION
HH            EVALUATE LK-CODCAJ
HH            WHEN "SWITCH"
HH                 MOVE 2 TO W-LDI-CANAL
HH            WHEN "ACHENVIO"
HH                 MOVE 3 TO W-LDI-CANAL
HH            WHEN "ORDPERMA"
HH                 MOVE 4 TO W-LDI-CANAL
HH            WHEN "BREB"
HH                 MOVE 5 TO W-LDI-CANAL
HH            WHEN OTHER
HH                 MOVE 1 TO W-LDI-CANAL
HH            END-EVALUATE
HH            PERFORM LEER-LIMITE-CANAL
HH            IF W-LDI-LIMITE > ZEROS
HH               PERFORM LEER-ACUMULADO-CANAL
HH               COMPUTE W-LDI-ACUMUL = DEBMEM OF REG-LIMDIA
HH                                    + LK-VLRTRN
HH               IF W-LDI-ACUMUL > W-LDI-LIMITE
HH                  MOVE 7 TO LK-RETCOD
HH                  PERFORM AVISAR-LIMITE-CANAL
HH               ELSE
HH                  MOVE 1 TO W-LDI-ACUMULAR
HH               END-IF
HH            END-IF
HH         END-IF.
      *----------------------------------------------------------------
HH     LEER-LIMITE-CANAL.
HH         MOVE ZEROS     TO W-LDI-CAMPO2 W-LDI-LIMITE
HH         MOVE 79        TO CODTAB OF ZONA-CCATABLAS
HH         MOVE LK-CODPRO TO NROTAB OF ZONA-CCATABLAS
HH         READ CCATABLAS
HH            NOT INVALID KEY
HH               MOVE CAMPO2 OF ZONA-CCATABLAS TO W-LDI-CAMPO2
HH         END-READ
HH         IF W-LDI-LIMPRO (W-LDI-CANAL) NUMERIC
HH            MOVE W-LDI-LIMPRO (W-LDI-CANAL) TO W-LDI-LIMITE
HH         END-IF
HH         MOVE LK-CODMON   TO CODMON OF REG-LIMCTA
HH         MOVE LK-CODSIS   TO CODSIS OF REG-LIMCTA
HH         MOVE LK-CODPRO   TO CODPRO OF REG-LIMCTA
HH         MOVE LK-AGCCTA   TO AGCCTA OF REG-LIMCTA
HH         MOVE LK-CTANRO   TO CTANRO OF REG-LIMCTA
HH         MOVE W-LDI-CANAL TO CANAL  OF REG-LIMCTA
HH         READ CCALIMCTA
HH            NOT INVALID KEY
HH               IF ESTADO OF REG-LIMCTA = "A"
HH               AND FECINI OF REG-LIMCTA NOT > LK-FECHA-HOY
HH               AND (FECVEN OF REG-LIMCTA = ZEROS
HH                OR FECVEN OF REG-LIMCTA NOT < LK-FECHA-HOY)
HH                  MOVE VLRLIM OF REG-LIMCTA TO W-LDI-LIMITE
HH               END-IF
HH         END-READ.
      *----------------------------------------------------------------
HH     LEER-ACUMULADO-CANAL.
HH         MOVE LK-CODMON   TO CODMON OF REG-LIMDIA
HH         MOVE LK-CODSIS   TO CODSIS OF REG-LIMDIA
HH         MOVE LK-CODPRO   TO CODPRO OF REG-LIMDIA
HH         MOVE LK-AGCCTA   TO AGCCTA OF REG-LIMDIA
HH         MOVE LK-CTANRO   TO CTANRO OF REG-LIMDIA
HH         MOVE W-LDI-CANAL TO CANAL  OF REG-LIMDIA
HH         READ CCALIMDIA INVALID KEY
HH              MOVE ZEROS TO W-EXISTE-CCALIMDIA
HH         NOT INVALID KEY
HH              MOVE 1     TO W-EXISTE-CCALIMDIA
HH         END-READ
HH         IF NOT SI-EXISTE-CCALIMDIA
HH            INITIALIZE REGLIMDIA
HH            MOVE LK-CODMON   TO CODMON OF REG-LIMDIA
HH            MOVE LK-CODSIS   TO CODSIS OF REG-LIMDIA
HH            MOVE LK-CODPRO   TO CODPRO OF REG-LIMDIA
HH            MOVE LK-AGCCTA   TO AGCCTA OF REG-LIMDIA
HH            MOVE LK-CTANRO   TO CTANRO OF REG-LIMDIA
HH            MOVE W-LDI-CANAL TO CANAL  OF REG-LIMDIA
HH         END-IF
HH         IF FECMEM OF REG-LIMDIA NOT = LK-FECHA-HOY
HH            MOVE LK-FECHA-HOY TO FECMEM OF REG-LIMDIA
HH            MOVE ZEROS        TO DEBMEM OF REG-LIMDIA
HH         END-IF.
      *----------------------------------------------------------------
      *HH EL DEBITO YA ANOTADO EN EL BALDE MEMO SE SUMA AL CANAL.
      *----------------------------------------------------------------
HH     ACUMULAR-LIMITE-CANAL.
HH         IF LDI-POR-ACUMULAR
HH            ADD LK-VLRTRN TO DEBMEM OF REG-LIMDIA
HH            IF SI-EXISTE-CCALIMDIA
HH               REWRITE REG-LIMDIA
HH            ELSE
HH               WRITE REG-LIMDIA
HH            END-IF
HH         END-IF.
      *----------------------------------------------------------------
HH     AVISAR-LIMITE-CANAL.
HH         MOVE W-LDI-ACUMUL TO W-ALR-VALOR
HH         MOVE LK-CODPRO    TO W-ALR-CODPRO
HH         MOVE LK-AGCCTA    TO W-ALR-AGCCTA
HH         MOVE LK-CTANRO    TO W-ALR-CTANRO
HH         MOVE W-LDI-CANAL  TO W-ALR-CANAL
HH         MOVE ZEROS        TO W-ALR-RETCOD
HH         CALL "CCA508" USING W-ALR-PROGRAMA W-ALR-TIPALR
HH                             W-ALR-VALOR    W-ALR-RETCOD
HH                             W-ALR-DETALLE.
      *----------------------------------------------------------------
       ANOTAR-DEBITO.
           IF LK-VLRTRN > W-DISPON
           END-EVALUATE.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCADEPMAE
HH               CCATABLAS
HH               CCALIMMES
HH               CCALIMCTA
HH               CCALIMDIA.
           GOBACK.
