HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY
HH             FILE STATUS     IS FILSTAT.
      *
      *HH     Coincidencias con listas restrictivas y PEP (servicio
      *HH     CCA535): la apertura o la vinculacion de cotitular con
      *HH     coincidencia queda retenida aqui hasta que cumplimiento
      *HH     la libere o la niegue (ver CCA536).
HH         SELECT CCALISCAN
HH             ASSIGN          TO DATABASE-CCALISCAN
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY
HH             FILE STATUS     IS FILSTAT.
      *
      *HH     Beneficiarios finales de las personas juridicas (ver
      *HH     CCA544): el alta de una cuenta cuyo titular es empresa
      *HH     y no tiene beneficiarios registrados queda senalada.
HH         SELECT CLIMAEL01
HH             ASSIGN          TO DATABASE-CLIMAEL01
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY
HH             FILE STATUS     IS FILSTAT.
      *
HH         SELECT CCABENFIN
HH             ASSIGN          TO DATABASE-CCABENFIN
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY
HH             FILE STATUS     IS FILSTAT.
      *HH     Maestro de productos: el alta y el cambio de producto
      *HH     exigen un producto activo (ESTPRO, ver CCA564).
HH         SELECT CCACODPRO
HH             ASSIGN          TO DATABASE-CCACODPRO
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY
HH             FILE STATUS     IS FILSTAT.
      ******************************************************************
      *                                                                *
HH     01  REG-BOLSILL.
HH         COPY DDS-ALL-FORMATS        OF CCABOLSILL.
      *
HH     FD  CCALISCAN
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-LISCAN.
HH         COPY DDS-ALL-FORMATS        OF CCALISCAN.
      *
HH     FD  CLIMAEL01
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-CLIMAEL01.
HH         COPY DDS-ALL-FORMATS        OF CLIMAEL01.
      *
HH     FD  CCABENFIN
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-BENFIN.
HH         COPY DDS-ALL-FORMATS        OF CCABENFIN.
      *
HH     FD  CCACODPRO
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-CODPRO.
HH         COPY DDS-ALL-FORMATS        OF CCACODPRO.
      *
      ******************************************************************
       WORKING-STORAGE SECTION.
      * -----------------------------------------------------
HH     01  W-DVCOPC               PIC 9(01) VALUE ZEROS.
HH     01  W-DVCNRO               PIC 9(17) VALUE ZEROS.
HH     01  W-DVCRET               PIC 9(01) VALUE ZEROS.
      *HH CONSULTA EN LISTAS RESTRICTIVAS Y PEP (CCA535).
HH     01  W-LIS-NIT              PIC 9(15) VALUE ZEROS.
HH     01  W-LIS-NOMBRE           PIC X(50) VALUE SPACES.
HH     01  W-LIS-ROL              PIC 9(01) VALUE ZEROS.
HH     01  W-LIS-RESULTADO.
HH         03  W-LIS-TIPLIS       PIC 9(02).
HH         03  W-LIS-PUNTAJ       PIC 9(03).
HH         03  W-LIS-NOMLIS       PIC X(50).
HH         03  W-LIS-VERLIS       PIC 9(08).
HH     01  W-LIS-RETCOD           PIC 9(01) VALUE ZEROS.
HH         88  LISTA-SIN-COINCIDENCIA        VALUE 0.
HH         88  LISTA-CON-COINCIDENCIA        VALUE 1.
      *HH  TITULARES CON COINCIDENCIA YA LIBERADA POR CUMPLIMIENTO EN
      *HH  LA NOVEDAD EN CURSO; SE CONSUMEN AL APLICARLA.
HH     01  W-LIS-LIBERADAS.
HH         03  W-LIS-CANLIB       PIC 9(01) VALUE ZEROS.
HH         03  W-LIS-NITLIB       PIC 9(15) VALUE ZEROS OCCURS 3.
HH     01  W-LIS-I                PIC 9(01) VALUE ZEROS.
      *HH ALTA DE PERSONA JURIDICA SIN BENEFICIARIOS FINALES.
HH     01  W-BENFIN               PIC 9(01) VALUE ZEROS.
HH         88  ALTA-CON-BENEFICIARIO         VALUE 0.
HH         88  ALTA-SIN-BENEFICIARIO         VALUE 1.
      *
       01  CONTROLES.
           03  CTL-CCANOMON       PIC  X(002)             VALUE "NO".
HH         03  CTL-CCABOLSILL     PIC  X(002)             VALUE "NO".
HH             88  FIN-CCABOLSILL                         VALUE "SI".
HH             88  NO-FIN-CCABOLSILL                      VALUE "NO".
HH         03  CTL-CCALISCAN      PIC  X(002)             VALUE "NO".
HH             88  EXISTE-CCALISCAN                       VALUE "SI".
HH             88  NO-EXISTE-CCALISCAN                    VALUE "NO".
HH         03  CTL-CCABENFIN      PIC  X(002)             VALUE "NO".
HH             88  FIN-CCABENFIN                          VALUE "SI".
HH             88  NO-FIN-CCABENFIN                       VALUE "NO".
      ***************************************************************
           COPY FECHAS  OF CCACPY.
           COPY CANOMONER1  OF CCACPY.                                  IBM-CT
HH         05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
HH         05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
HH     LINKAGE SECTION.
HH     01  PARM-LOTE                  PIC X(001).
HH         88  MODO-LOTE                              VALUE "L".
HH         OPEN I-O     CCAAPRREA
HH         OPEN I-O     CCACOTITU
HH         OPEN I-O     CCABOLSILL
HH         OPEN I-O     CCALISCAN
HH         OPEN INPUT   CLIMAEL01    CCABENFIN
HH         OPEN INPUT   CCACODPRO
HH         OPEN INPUT   CCARSKNOV
HH         OPEN I-O     CCANOVAPR
HH         OPEN EXTEND  CCAREACAU
HH            READ CCAMAEAHO  INVALID KEY
HH                 MOVE "NO"              TO CTL-CCAMAEAHO
HH            END-READ
HH            MOVE REG-MAEAHO TO JRN-MAEANT
HH            IF NO-EXISTE-CCAMAEAHO
HH            OR SALACT OF REG-MAEAHO NOT > UMBRAL OF REG-RSKNOV
HH               MOVE 0                   TO W-DBLCTL
           PERFORM  0990-WRT-CCANOVAPL.
      *----------------------------------------------------------------
       0200-VALIDAR-ALTA.
HH         MOVE ZEROS                     TO W-BENFIN
           PERFORM  0210-VALIDAR-PERMANENTES
           MOVE DATNUE OF REG-NOMONE TO VAR-NUEVO-01.
           IF NO-HAY-ERROR
              IF NO-HAY-ERROR
HH               PERFORM 0295-HAGA-ALTA
HH               IF NO-HAY-ERROR
HH                  PERFORM 0294-CONSUMIR-LIBERACIONES
HH                  PERFORM 0299-VERIFICAR-BENEF-FINAL
HH                  MOVE  1              TO INDRES     OF REG-NOVAPL
HH                  PERFORM 0990-WRT-CCANOVAPL
HH               END-IF.
           READ CCAMAEAHO  INVALID KEY                                   IBM-CT
                MOVE "NO"                 TO CTL-CCAMAEAHO
                PERFORM 0215-INICIAR-CCAMAEAHO.
HH         MOVE REG-MAEAHO TO JRN-MAEANT.
           IF EXISTE-CCAMAEAHO
              IF CODNOV   OF REG-NOMONE  = 1
                 PERFORM  0220-MARQUE-ERROR
              IF NO-HAY-ERROR
                 PERFORM VALIDAR-NOMBRE
              END-IF
HH            IF NO-HAY-ERROR
HH               PERFORM 0290-VERIFICAR-LISTAS
HH            END-IF
HH            IF NO-HAY-ERROR
HH               MOVE CODPRO OF REG-NOMONE  TO CODPRO OF REG-CODPRO
HH               PERFORM 0245-VALIDAR-PRODUCTO
HH            END-IF
           END-IF.
      *----------------------------------------------------------------
      *HH PRODUCTO INEXISTENTE O EN PREPARACION NO RECIBE CUENTAS.
      *HH ESTPRO EN BLANCO ES UN PRODUCTO ANTERIOR A CCA564: ACTIVO.
HH     0245-VALIDAR-PRODUCTO.
HH         READ CCACODPRO      INVALID KEY
HH              PERFORM  0220-MARQUE-ERROR
HH              MOVE "PRODUCTO NO EXISTE     "
HH                                        TO RECHAZ    OF REG-NOVAPL
HH         NOT INVALID KEY
HH              IF ESTPRO OF REG-CODPRO NOT = SPACES AND
HH                 ESTPRO OF REG-CODPRO NOT = "A"
HH                 PERFORM  0220-MARQUE-ERROR
HH                 MOVE "PRODUCTO NO ACTIVO     "
HH                                        TO RECHAZ    OF REG-NOVAPL
HH              END-IF
HH         END-READ.
      *----------------------------------------------------------------
       VALIDAR-NOMBRE.
            IF NOMBRE = SPACES
HH         MOVE RECHAZ  OF REG-NOVAPL     TO RAZNIT    OF REG-NITCOL
HH         MOVE LK-FECHA-HOY              TO FECPRO    OF REG-NITCOL
HH         WRITE REG-NITCOL.
      *----------------------------------------------------------------
      * Procedimiento : 0290-Verificar-Listas.                         |
      * Descripcion   : Consulta cada titular de la apertura en las   |
      *                 listas restrictivas y PEP (servicio CCA535).  |
      *                 El principal va con el nombre de la cuenta;   |
      *                 para los secundarios el servicio toma el      |
      *                 nombre de clientes.                           |
      *----------------------------------------------------------------
      *HH
HH     0290-VERIFICAR-LISTAS.
HH         MOVE ZEROS                     TO W-LIS-CANLIB
HH         MOVE NIT1                      TO W-LIS-NIT
HH         MOVE NOMBRE                    TO W-LIS-NOMBRE
HH         MOVE 1                         TO W-LIS-ROL
HH         PERFORM  0291-CONSULTAR-LISTAS
HH         IF NO-HAY-ERROR
HH         AND NIT2 > ZEROS
HH            MOVE NIT2                   TO W-LIS-NIT
HH            MOVE SPACES                 TO W-LIS-NOMBRE
HH            MOVE 2                      TO W-LIS-ROL
HH            PERFORM  0291-CONSULTAR-LISTAS
HH         END-IF
HH         IF NO-HAY-ERROR
HH         AND NIT3 > ZEROS
HH            MOVE NIT3                   TO W-LIS-NIT
HH            MOVE SPACES                 TO W-LIS-NOMBRE
HH            MOVE 2                      TO W-LIS-ROL
HH            PERFORM  0291-CONSULTAR-LISTAS
HH         END-IF.
      *----------------------------------------------------------------
HH     0291-CONSULTAR-LISTAS.
HH         MOVE ZEROS                     TO W-LIS-RETCOD
HH         CALL "CCA535" USING W-LIS-NIT W-LIS-NOMBRE W-LIS-RESULTADO
HH                             W-LIS-RETCOD
HH         IF LISTA-CON-COINCIDENCIA
HH            PERFORM  0292-REVISAR-RETENCION
HH         END-IF.
      *----------------------------------------------------------------
      *HH  CON COINCIDENCIA LA NOVEDAD SOLO PASA SI CUMPLIMIENTO YA LA
      *HH  LIBERO; NEGADA SE RECHAZA PARA SIEMPRE; SIN DECISION QUEDA
      *HH  RETENIDA EN CCALISCAN Y ESTA CORRIDA LA RECHAZA, IGUAL QUE
      *HH  EL DOBLE CONTROL DE 0137. LA LIBERACION QUEDA EN "L" HASTA
      *HH  QUE LA NOVEDAD SE APLIQUE (0294): SI SE RECHAZA POR OTRA
      *HH  CAUSA, LA LIBERACION SIGUE VALIENDO PARA LA PROXIMA CORRIDA.
      *----------------------------------------------------------------
HH     0292-REVISAR-RETENCION.
HH         MOVE "SI"                      TO CTL-CCALISCAN
HH         MOVE W-LIS-NIT                 TO NITCAN OF REG-LISCAN
HH         MOVE CODMON OF REG-NOMONE      TO CODMON OF REG-LISCAN
HH         MOVE CODSIS OF REG-NOMONE      TO CODSIS OF REG-LISCAN
HH         MOVE CODPRO OF REG-NOMONE      TO CODPRO OF REG-LISCAN
HH         MOVE AGCCTA OF REG-NOMONE      TO AGCCTA OF REG-LISCAN
HH         MOVE CTANRO OF REG-NOMONE      TO CTANRO OF REG-LISCAN
HH         READ CCALISCAN     INVALID KEY
HH              MOVE "NO"                 TO CTL-CCALISCAN
HH         END-READ
HH         IF EXISTE-CCALISCAN
HH         AND ESTADO OF REG-LISCAN = "L"
HH            IF W-LIS-CANLIB < 3
HH               ADD 1                    TO W-LIS-CANLIB
HH               MOVE W-LIS-NIT           TO W-LIS-NITLIB (W-LIS-CANLIB)
HH            END-IF
HH         ELSE
HH            PERFORM  0220-MARQUE-ERROR
HH            IF EXISTE-CCALISCAN
HH            AND ESTADO OF REG-LISCAN = "N"
HH               MOVE "NEGADA POR CUMPLIMIENTO LISTAS"
HH                                        TO RECHAZ    OF REG-NOVAPL
HH            ELSE
HH               MOVE "RETENIDA CUMPLIMIENTO LISTAS"
HH                                        TO RECHAZ    OF REG-NOVAPL
HH               IF NO-EXISTE-CCALISCAN
HH               OR ESTADO OF REG-LISCAN NOT = "P"
HH                  PERFORM  0293-RETENER-NOVEDAD
HH               END-IF
HH            END-IF
HH         END-IF.
      *----------------------------------------------------------------
      *HH  APLICADA LA NOVEDAD, LAS LIBERACIONES QUE USO PASAN A "C".
      *----------------------------------------------------------------
HH     0294-CONSUMIR-LIBERACIONES.
HH         PERFORM 0296-CONSUMIR-LIBERACION VARYING W-LIS-I
HH                 FROM 1 BY 1 UNTIL W-LIS-I > W-LIS-CANLIB
HH         MOVE ZEROS                     TO W-LIS-CANLIB.
      *----------------------------------------------------------------
HH     0296-CONSUMIR-LIBERACION.
HH         MOVE W-LIS-NITLIB (W-LIS-I)    TO NITCAN OF REG-LISCAN
HH         MOVE CODMON OF REG-NOMONE      TO CODMON OF REG-LISCAN
HH         MOVE CODSIS OF REG-NOMONE      TO CODSIS OF REG-LISCAN
HH         MOVE CODPRO OF REG-NOMONE      TO CODPRO OF REG-LISCAN
HH         MOVE AGCCTA OF REG-NOMONE      TO AGCCTA OF REG-LISCAN
HH         MOVE CTANRO OF REG-NOMONE      TO CTANRO OF REG-LISCAN
HH         READ CCALISCAN     INVALID KEY
HH              CONTINUE
HH         NOT INVALID KEY
HH              IF ESTADO OF REG-LISCAN = "L"
HH                 MOVE "C"               TO ESTADO OF REG-LISCAN
HH                 REWRITE REG-LISCAN
HH              END-IF
HH         END-READ.
      *----------------------------------------------------------------
HH     0293-RETENER-NOVEDAD.
HH         MOVE W-LIS-NIT                 TO NITCAN OF REG-LISCAN
HH         MOVE CODMON OF REG-NOMONE      TO CODMON OF REG-LISCAN
HH         MOVE CODSIS OF REG-NOMONE      TO CODSIS OF REG-LISCAN
HH         MOVE CODPRO OF REG-NOMONE      TO CODPRO OF REG-LISCAN
HH         MOVE AGCCTA OF REG-NOMONE      TO AGCCTA OF REG-LISCAN
HH         MOVE CTANRO OF REG-NOMONE      TO CTANRO OF REG-LISCAN
HH         MOVE "A"                       TO ORIGEN OF REG-LISCAN
HH         MOVE W-LIS-ROL                 TO ROLCAN OF REG-LISCAN
HH         MOVE W-LIS-TIPLIS              TO TIPLIS OF REG-LISCAN
HH         MOVE W-LIS-PUNTAJ              TO PUNTAJ OF REG-LISCAN
HH         MOVE W-LIS-NOMLIS              TO NOMLIS OF REG-LISCAN
HH         MOVE W-LIS-VERLIS              TO VERLIS OF REG-LISCAN
HH         MOVE SALACT OF REG-MAEAHO      TO SALACT OF REG-LISCAN
HH         MOVE "P"                       TO ESTADO OF REG-LISCAN
HH         MOVE LK-FECHA-HOY              TO FECGEN OF REG-LISCAN
HH         MOVE ZEROS                     TO FECEST OF REG-LISCAN
HH         MOVE SPACES                    TO USREST OF REG-LISCAN
HH         IF EXISTE-CCALISCAN
HH            REWRITE REG-LISCAN
HH         ELSE
HH            WRITE REG-LISCAN    INVALID KEY
HH                  CONTINUE
HH            END-WRITE
HH         END-IF.
      *----------------------------------------------------------------
       0295-HAGA-ALTA.
           MOVE CODMON     OF REG-NOMONE  TO CODMON    OF REG-MAEAHO
HH         MOVE "A"                       TO ESTADO    OF REG-COTITU
HH         WRITE REG-COTITU    INVALID KEY
HH               REWRITE REG-COTITU.
      *----------------------------------------------------------------
      * Procedimiento : 0299-Verificar-Benef-Final.                    |
      * Descripcion   : Si el titular principal es persona juridica   |
      *                 (documento NIT en clientes) y no tiene        |
      *                 beneficiarios finales activos en CCABENFIN,   |
      *                 el alta se aplica pero queda senalada en      |
      *                 CCANITCOL (razon 4) y en la constancia de     |
      *                 CCANOVAPL, para que la oficina complete el    |
      *                 registro.                                     |
      *----------------------------------------------------------------
      *HH
HH     0299-VERIFICAR-BENEF-FINAL.
HH         MOVE NIT1                      TO NITCLI OF REG-CLIMAEL01
HH         READ CLIMAEL01     INVALID KEY
HH              MOVE ZEROS                TO TIPDOC OF REG-CLIMAEL01
HH         END-READ
HH         IF TIPDOC OF REG-CLIMAEL01 = 3
HH            MOVE 1                      TO W-BENFIN
HH            MOVE "NO"                   TO CTL-CCABENFIN
HH            MOVE NIT1                   TO NITEMP OF REG-BENFIN
HH            MOVE ZEROS                  TO NRODOC OF REG-BENFIN
HH            START CCABENFIN KEY NOT < EXTERNALLY-DESCRIBED-KEY
HH                  INVALID KEY MOVE "SI" TO CTL-CCABENFIN
HH            END-START
HH            PERFORM 0300-BUSCAR-BENEFICIARIO
HH               UNTIL FIN-CCABENFIN
HH            IF ALTA-SIN-BENEFICIARIO
HH               INITIALIZE               REG-NITCOL
HH               MOVE CODMON OF REG-MAEAHO TO CODMON   OF REG-NITCOL
HH               MOVE CODSIS OF REG-MAEAHO TO CODSIS   OF REG-NITCOL
HH               MOVE CODPRO OF REG-MAEAHO TO CODPRO   OF REG-NITCOL
HH               MOVE AGCCTA OF REG-MAEAHO TO AGCCTA   OF REG-NITCOL
HH               MOVE CTANRO OF REG-MAEAHO TO CTANRO   OF REG-NITCOL
HH               MOVE 1                   TO NRONIT    OF REG-NITCOL
HH               MOVE NIT1                TO VALNIT    OF REG-NITCOL
HH               MOVE 4                   TO CODRAZ    OF REG-NITCOL
HH               MOVE "ALTA SIN BENEFICIARIO FINAL"
HH                                        TO RAZNIT    OF REG-NITCOL
HH               MOVE LK-FECHA-HOY        TO FECPRO    OF REG-NITCOL
HH               WRITE REG-NITCOL
HH            END-IF
HH         END-IF.
      *----------------------------------------------------------------
HH     0300-BUSCAR-BENEFICIARIO.
HH         READ CCABENFIN NEXT    AT END
HH              MOVE "SI"                 TO CTL-CCABENFIN
HH         END-READ
HH         IF NO-FIN-CCABENFIN
HH            IF NITEMP OF REG-BENFIN NOT = NIT1
HH               MOVE "SI"                TO CTL-CCABENFIN
HH            ELSE
HH               IF ESTADO OF REG-BENFIN = "A"
HH                  MOVE ZEROS            TO W-BENFIN
HH                  MOVE "SI"             TO CTL-CCABENFIN
HH               END-IF
HH            END-IF
HH         END-IF.
      *----------------------------------------------------------------
       0310-LLAMAR-CLIENTES.
           MOVE W-NIT                     TO W-NIT17
           MOVE 1                         TO INDFIC    OF REG-MAEAHO
HH         MOVE 1                         TO INDMOD    OF REG-MAEAHO
           MOVE "SI"                      TO CTL-RWT-CCAMAEAHO
HH         MOVE "CCA530"    TO JRN-PROGRA
HH         CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                             REG-MAEAHO
           REWRITE REG-MAEAHO    INVALID KEY
                 MOVE "NO"                TO CTL-RWT-CCAMAEAHO.
      *----------------------------------------------------------------
HH         MOVE 1                         TO INDFIC    OF REG-MAEAHO
HH         MOVE 1                         TO INDMOD    OF REG-MAEAHO
HH         MOVE "SI"                      TO CTL-RWT-CCAMAEAHO
HH         MOVE "CCA530"    TO JRN-PROGRA
HH         CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                             REG-MAEAHO
HH         REWRITE REG-MAEAHO    INVALID KEY
HH               MOVE "NO"                TO CTL-RWT-CCAMAEAHO
HH         END-REWRITE
HH            END-IF
HH         END-IF
HH         IF NO-HAY-ERROR
HH            MOVE ZEROS                  TO W-LIS-CANLIB
HH            MOVE COT-NIT                TO W-LIS-NIT
HH            MOVE SPACES                 TO W-LIS-NOMBRE
HH            MOVE 3                      TO W-LIS-ROL
HH            PERFORM  0291-CONSULTAR-LISTAS
HH         END-IF
HH         IF NO-HAY-ERROR
HH            IF COT-ROL NOT = 1 AND COT-ROL NOT = 2
HH               PERFORM  0220-MARQUE-ERROR
HH               MOVE "ROL DEL COTITULAR INVALIDO"
HH            MOVE  1                     TO INDRES     OF REG-NOVAPL
HH            PERFORM 0990-WRT-CCANOVAPL
HH            PERFORM 0495-HAGA-COTITULAR
HH            PERFORM 0294-CONSUMIR-LIBERACIONES
HH         END-IF
HH         IF HAY-ERROR
HH            PERFORM  0990-WRT-CCANOVAPL
HH            MOVE SEGMENTO-NUEVO         TO SEGMEN OF REG-MAEAHO
HH            MOVE 1                      TO INDFIC OF REG-MAEAHO
HH            MOVE 1                      TO INDMOD OF REG-MAEAHO
HH            MOVE "CCA530"    TO JRN-PROGRA
HH            CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                                REG-MAEAHO
HH            REWRITE REG-MAEAHO
HH            MOVE  1                     TO INDRES     OF REG-NOVAPL
HH            PERFORM 0990-WRT-CCANOVAPL
HH            END-IF
HH         END-IF
HH         IF NO-HAY-ERROR
HH            MOVE PRODUCTO-NUEVO         TO CODPRO OF REG-CODPRO
HH            PERFORM  0245-VALIDAR-PRODUCTO
HH         END-IF
HH         IF NO-HAY-ERROR
HH            PERFORM  0435-HAGA-CAMBIO-PROD
HH         END-IF
HH         IF NO-HAY-ERROR
HH               STRING "APROBADA POR " W-USRAPR
HH                      DELIMITED BY SIZE
HH                      INTO RECHAZ OF REG-NOVAPL
HH            ELSE
HH            IF CODNOV OF REG-NOMONE = 1
HH            AND ALTA-SIN-BENEFICIARIO
HH               MOVE "ALTA SIN BENEFICIARIO FINAL"
HH                                        TO RECHAZ    OF REG-NOVAPL
HH            END-IF
HH            END-IF
           ELSE
              PERFORM  0996-REG-MALOS.
      *HH  LA CONSTANCIA LLEVA LA FECHA DEL PROCESO Y EL CAPTURADOR,
      *HH  CON LA MISMA REGLA DE 0138-ENCOLAR-NOVEDAD-RIESGO.
HH         MOVE LK-FECHA-HOY              TO FECPRO    OF REG-NOVAPL
HH         IF CAMPO1 OF REG-NOMONE (1:10) NOT = SPACES
HH            MOVE CAMPO1 OF REG-NOMONE (1:10)
HH                                        TO USRCAP    OF REG-NOVAPL
HH         ELSE
HH            MOVE "CCANOMON"             TO USRCAP    OF REG-NOVAPL
HH         END-IF
           WRITE  REG-NOVAPL.
      *----------------------------------------------------------------
       0995-REG-BUENOS.
HH         CLOSE CCAAPRREA
HH         CLOSE CCACOTITU
HH         CLOSE CCABOLSILL
HH         CLOSE CCALISCAN
HH         CLOSE CLIMAEL01   CCABENFIN
HH         CLOSE CCACODPRO
HH         CLOSE CCARSKNOV
HH         CLOSE CCANOVAPR
HH         CLOSE CCAREACAU
