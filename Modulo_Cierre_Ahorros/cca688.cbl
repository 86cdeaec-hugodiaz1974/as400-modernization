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
       PROGRAM-ID.    CCA688.
      ******************************************************************
      * FUNCION: CONTROL DE LIBRETAS FISICAS. CADA LIBRETA TIENE UN    *
      *          SERIAL (CCALIBSER) QUE ENTRA AL INVENTARIO DE UNA     *
      *          AGENCIA Y SALE ASIGNADO A UNA CUENTA; LA CUENTA TIENE *
      *          A LO SUMO UN SERIAL ACTIVO (CCALIBCTA) Y CCA704 SOLO  *
      *          IMPRIME SOBRE ESE SERIAL. LAS ENTRADAS Y SALIDAS DEL  *
      *          INVENTARIO QUEDAN EN CCALIBMOV PARA LA CONCILIACION   *
      *          MENSUAL (CCA689). ACCIONES:                           *
      *          R = RECIBIR UN LOTE DE SERIALES (LK-NROINI A          *
      *              LK-NROFIN, HASTA 999) EN LA AGENCIA LK-AGCSTK.    *
      *          E = EMITIR: ASIGNA A LA CUENTA UN SERIAL DISPONIBLE   *
      *              DE LA AGENCIA; EL SERIAL ACTIVO ANTERIOR, SI LO   *
      *              HAY, QUEDA REEMPLAZADO.                           *
      *          N = ANULAR UN SERIAL DISPONIBLE (DAÑADO O MAL         *
      *              IMPRESO).                                         *
      *          P = PERDIDA (LK-MOTIVO P) O HURTO (H) REPORTADO POR   *
      *              EL CLIENTE: EL SERIAL ACTIVO QUEDA INVALIDADO Y   *
      *              LA CUENTA SIN LIBRETA HASTA QUE SE EMITA OTRA     *
      *              (LUEGO CCA704 R REPONE LOS MOVIMIENTOS).          *
      *          F = CONTEO FISICO DEL MES DE LA AGENCIA (LK-CANFIS).  *
      *          ESTADOS DEL SERIAL: D = DISPONIBLE, A = ACTIVO,       *
      *          R = REEMPLAZADO, P = PERDIDO, H = HURTADO,            *
      *          N = ANULADO.                                          *
      *          TODO CAMBIO QUEDA AUDITADO EN CCAGENAUD.              *
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
           SELECT CCALIBSER
               ASSIGN          TO DATABASE-CCALIBSER
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCALIBCTA
               ASSIGN          TO DATABASE-CCALIBCTA
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCALIBMOV
               ASSIGN          TO DATABASE-CCALIBMOV
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCALIBINV
               ASSIGN          TO DATABASE-CCALIBINV
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
           SELECT CCAGENAUD
               ASSIGN          TO DATABASE-CCAGENAUD
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCALIBSER
           LABEL RECORDS ARE STANDARD.
       01  REG-LIBSER.
           COPY DDS-ALL-FORMATS OF CCALIBSER.
      *
       FD  CCALIBCTA
           LABEL RECORDS ARE STANDARD.
       01  REG-LIBCTA.
           COPY DDS-ALL-FORMATS OF CCALIBCTA.
      *
       FD  CCALIBMOV
           LABEL RECORDS ARE STANDARD.
       01  REG-LIBMOV.
           COPY DDS-ALL-FORMATS OF CCALIBMOV.
      *
       FD  CCALIBINV
           LABEL RECORDS ARE STANDARD.
       01  REG-LIBINV.
           COPY DDS-ALL-FORMATS OF CCALIBINV.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
       FD  CCAGENAUD
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAGENAUD.
           COPY DDS-ALL-FORMATS OF CCAGENAUD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  W-EXISTE-CCAMAEAHO          PIC 9(01) VALUE 0.
           88  NO-EXISTE-CCAMAEAHO               VALUE 0.
           88  SI-EXISTE-CCAMAEAHO               VALUE 1.
       01  W-EXISTE-SERIAL             PIC 9(01) VALUE 0.
           88  NO-EXISTE-SERIAL                  VALUE 0.
           88  SI-EXISTE-SERIAL                  VALUE 1.
       01  W-EXISTE-LIBCTA             PIC 9(01) VALUE 0.
           88  NO-EXISTE-LIBCTA                  VALUE 0.
           88  SI-EXISTE-LIBCTA                  VALUE 1.
       01  W-EXISTE-LIBINV             PIC 9(01) VALUE 0.
           88  NO-EXISTE-LIBINV                  VALUE 0.
           88  SI-EXISTE-LIBINV                  VALUE 1.
      *
       01  W-NROLIB                    PIC 9(10) VALUE ZEROS.
       01  W-NROANT                    PIC 9(10) VALUE ZEROS.
       01  W-ULTMOV                    PIC 9(05) VALUE ZEROS.
       01  W-CANTID                    PIC 9(05) VALUE ZEROS.
       01  W-TIPMOV                    PIC X(01) VALUE SPACES.
      *
       01  W-FECHA                     PIC 9(08) VALUE ZEROS.
       01  R-W-FECHA                   REDEFINES W-FECHA.
           05  W-FEC-PERIOD            PIC 9(06).
           05  W-FEC-DD                PIC 9(02).
      *
       01  CONTROLES.
           05  CTL-CCALIBMOV           PIC X(02) VALUE "NO".
               88  FIN-CCALIBMOV                 VALUE "SI".
               88  NO-FIN-CCALIBMOV              VALUE "NO".
      *
      * SERIAL COMO QUEDA EN LA AUDITORIA.
       01  W-LLAVE-AUDITORIA.
           05  W-AUD-NROLIB            PIC 9(10) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE "-".
           05  W-AUD-NROFIN            PIC 9(10) VALUE ZEROS.
       01  W-SERIAL.
           05  W-SER-ACCION            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-SER-ESTADO            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-SER-AGCCTA            PIC 9(05) VALUE ZEROS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-SER-CTANRO            PIC 9(17) VALUE ZEROS.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-ACCION                   PIC X(01).
           88  LK-ACCION-RECIBIR                 VALUE "R".
           88  LK-ACCION-EMITIR                  VALUE "E".
           88  LK-ACCION-ANULAR                  VALUE "N".
           88  LK-ACCION-PERDIDA                 VALUE "P".
           88  LK-ACCION-CONTEO                  VALUE "F".
       01  LK-CLAVE-CUENTA.
           05  LK-CODMON               PIC 9(03).
           05  LK-CODSIS               PIC 9(03).
           05  LK-CODPRO               PIC 9(03).
           05  LK-AGCCTA               PIC 9(05).
           05  LK-CTANRO               PIC 9(17).
       01  LK-DATOS-LIBRETA.
           05  LK-AGCSTK               PIC 9(05).
           05  LK-NROINI               PIC 9(10).
           05  LK-NROFIN               PIC 9(10).
           05  LK-MOTIVO               PIC X(01).
           05  LK-CANFIS               PIC 9(07).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-ACCION-INVALIDA         VALUE 2.
           88  LK-CODRET-CUENTA-NO-EXISTE        VALUE 3.
           88  LK-CODRET-DATOS-INVALIDOS         VALUE 4.
           88  LK-CODRET-OTRA-AGENCIA            VALUE 5.
           88  LK-CODRET-SERIAL-YA-EXISTE        VALUE 6.
           88  LK-CODRET-SIN-LIBRETA             VALUE 7.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-ACCION LK-CLAVE-CUENTA
                                LK-DATOS-LIBRETA LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-CODRET-OK
              IF LK-ACCION-RECIBIR
                 PERFORM HACER-RECEPCION
              ELSE
              IF LK-ACCION-EMITIR
                 PERFORM HACER-EMISION
              ELSE
              IF LK-ACCION-ANULAR
                 PERFORM HACER-ANULACION
              ELSE
              IF LK-ACCION-PERDIDA
                 PERFORM HACER-PERDIDA
              ELSE
              IF LK-ACCION-CONTEO
                 PERFORM HACER-CONTEO
              ELSE
                 MOVE 2 TO LK-RETCOD
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0 TO LK-RETCOD.
           OPEN I-O    CCALIBSER CCALIBCTA CCALIBMOV CCALIBINV.
           OPEN INPUT  CCAMAEAHO.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
           IF LK-ACCION-EMITIR
           OR LK-ACCION-PERDIDA
              PERFORM LEER-CCAMAEAHO
              IF NO-EXISTE-CCAMAEAHO
                 MOVE 3 TO LK-RETCOD
              ELSE
                 PERFORM LEER-CCALIBCTA
              END-IF
           END-IF.
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           MOVE LK-CODMON TO CODMON OF REG-MAESTR
           MOVE LK-CODSIS TO CODSIS OF REG-MAESTR
           MOVE LK-CODPRO TO CODPRO OF REG-MAESTR
           MOVE LK-AGCCTA TO AGCCTA OF REG-MAESTR
           MOVE LK-CTANRO TO CTANRO OF REG-MAESTR
           READ CCAMAEAHO INVALID KEY
                MOVE ZEROS TO W-EXISTE-CCAMAEAHO
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-CCAMAEAHO
           END-READ
           IF SI-EXISTE-CCAMAEAHO
              IF INDBAJ OF REG-MAESTR NOT = ZEROS
                 MOVE ZEROS TO W-EXISTE-CCAMAEAHO
              END-IF
           END-IF.
      *----------------------------------------------------------------
       LEER-CCALIBCTA.
           MOVE LK-CODMON TO CODMON OF REG-LIBCTA
           MOVE LK-CODSIS TO CODSIS OF REG-LIBCTA
           MOVE LK-CODPRO TO CODPRO OF REG-LIBCTA
           MOVE LK-AGCCTA TO AGCCTA OF REG-LIBCTA
           MOVE LK-CTANRO TO CTANRO OF REG-LIBCTA
           READ CCALIBCTA INVALID KEY
                MOVE ZEROS TO W-EXISTE-LIBCTA
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-LIBCTA
           END-READ
           MOVE ZEROS TO W-NROANT
           IF SI-EXISTE-LIBCTA
              MOVE NROLIB OF REG-LIBCTA TO W-NROANT
           END-IF.
      *----------------------------------------------------------------
       LEER-CCALIBSER.
           MOVE W-NROLIB TO NROLIB OF REG-LIBSER
           READ CCALIBSER INVALID KEY
                MOVE ZEROS TO W-EXISTE-SERIAL
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-SERIAL
           END-READ.
      *----------------------------------------------------------------
      * RECEPCION DE UN LOTE: NINGUN SERIAL DEL RANGO PUEDE EXISTIR.
      * SE VALIDA TODO EL RANGO ANTES DE GRABAR EL PRIMERO.
      *----------------------------------------------------------------
       HACER-RECEPCION.
           IF LK-AGCSTK = ZEROS
           OR LK-NROINI = ZEROS
           OR LK-NROFIN < LK-NROINI
           OR LK-NROFIN - LK-NROINI > 998
              MOVE 4 TO LK-RETCOD
           END-IF
           IF LK-CODRET-OK
              MOVE LK-NROINI TO W-NROLIB
              PERFORM VALIDAR-SERIAL-NUEVO UNTIL W-NROLIB > LK-NROFIN
                                           OR    NOT LK-CODRET-OK
           END-IF
           IF LK-CODRET-OK
              MOVE LK-NROINI TO W-NROLIB
              PERFORM GRABAR-SERIAL-NUEVO UNTIL W-NROLIB > LK-NROFIN
              COMPUTE W-CANTID = LK-NROFIN - LK-NROINI + 1
              MOVE "R"       TO W-TIPMOV
              PERFORM GRABAR-MOVIMIENTO
              MOVE "R"       TO W-SER-ACCION
              MOVE "D"       TO W-SER-ESTADO
              MOVE LK-NROINI TO W-AUD-NROLIB
              MOVE LK-NROFIN TO W-AUD-NROFIN
              MOVE LK-AGCSTK TO W-SER-AGCCTA
              MOVE ZEROS     TO W-SER-CTANRO
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
       VALIDAR-SERIAL-NUEVO.
           PERFORM LEER-CCALIBSER
           IF SI-EXISTE-SERIAL
              MOVE 6 TO LK-RETCOD
           END-IF
           ADD 1 TO W-NROLIB.
      *----------------------------------------------------------------
       GRABAR-SERIAL-NUEVO.
           INITIALIZE REGLIBSER
           MOVE W-NROLIB     TO NROLIB OF REG-LIBSER
           MOVE LK-AGCSTK    TO AGCSTK OF REG-LIBSER
           MOVE "D"          TO ESTADO OF REG-LIBSER
           MOVE LK-FECHA-HOY TO FECREC OF REG-LIBSER
                                FECMOD OF REG-LIBSER
           MOVE LK-CODCAJ    TO USRMOD OF REG-LIBSER
           WRITE REG-LIBSER INVALID KEY
                 MOVE 6 TO LK-RETCOD
           END-WRITE
           ADD 1 TO W-NROLIB.
      *----------------------------------------------------------------
      * EMISION: EL SERIAL DEBE ESTAR DISPONIBLE EN LA AGENCIA QUE LO
      * ENTREGA. EL ACTIVO ANTERIOR DE LA CUENTA QUEDA REEMPLAZADO.
      *----------------------------------------------------------------
       HACER-EMISION.
           MOVE LK-NROINI TO W-NROLIB
           PERFORM LEER-CCALIBSER
           IF NO-EXISTE-SERIAL
              MOVE 1 TO LK-RETCOD
           ELSE
              IF ESTADO OF REG-LIBSER NOT = "D"
                 MOVE 4 TO LK-RETCOD
              ELSE
                 IF AGCSTK OF REG-LIBSER NOT = LK-AGCSTK
                    MOVE 5 TO LK-RETCOD
                 END-IF
              END-IF
           END-IF
           IF LK-CODRET-OK
              IF W-NROANT NOT = ZEROS
                 MOVE W-NROANT TO W-NROLIB
                 MOVE "R"      TO W-SER-ESTADO
                 PERFORM DAR-DE-BAJA-SERIAL
                 MOVE LK-NROINI TO W-NROLIB
                 PERFORM LEER-CCALIBSER
              END-IF
              MOVE "A"          TO ESTADO OF REG-LIBSER
              MOVE LK-CODMON    TO CODMON OF REG-LIBSER
              MOVE LK-CODSIS    TO CODSIS OF REG-LIBSER
              MOVE LK-CODPRO    TO CODPRO OF REG-LIBSER
              MOVE LK-AGCCTA    TO AGCCTA OF REG-LIBSER
              MOVE LK-CTANRO    TO CTANRO OF REG-LIBSER
              MOVE LK-FECHA-HOY TO FECASI OF REG-LIBSER
                                   FECMOD OF REG-LIBSER
              MOVE LK-CODCAJ    TO USRMOD OF REG-LIBSER
              REWRITE REG-LIBSER INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
           END-IF
           IF LK-CODRET-OK
              PERFORM ACTUALIZAR-CCALIBCTA
              MOVE 1         TO W-CANTID
              MOVE "E"       TO W-TIPMOV
              PERFORM GRABAR-MOVIMIENTO
              MOVE "E"       TO W-SER-ACCION
              PERFORM AUDITAR-SERIAL
           END-IF.
      *----------------------------------------------------------------
       ACTUALIZAR-CCALIBCTA.
           IF NO-EXISTE-LIBCTA
              INITIALIZE REGLIBCTA
              MOVE LK-CODMON TO CODMON OF REG-LIBCTA
              MOVE LK-CODSIS TO CODSIS OF REG-LIBCTA
              MOVE LK-CODPRO TO CODPRO OF REG-LIBCTA
              MOVE LK-AGCCTA TO AGCCTA OF REG-LIBCTA
              MOVE LK-CTANRO TO CTANRO OF REG-LIBCTA
           END-IF
           MOVE LK-NROINI    TO NROLIB OF REG-LIBCTA
           MOVE LK-FECHA-HOY TO FECASI OF REG-LIBCTA
                                FECMOD OF REG-LIBCTA
           MOVE LK-CODCAJ    TO USRMOD OF REG-LIBCTA
           IF CANEMI OF REG-LIBCTA < 999
              ADD 1 TO CANEMI OF REG-LIBCTA
           END-IF
           IF SI-EXISTE-LIBCTA
              REWRITE REG-LIBCTA
           ELSE
              WRITE REG-LIBCTA
           END-IF.
      *----------------------------------------------------------------
      * PASA EL SERIAL W-NROLIB AL ESTADO W-SER-ESTADO (R, P O H).
      *----------------------------------------------------------------
       DAR-DE-BAJA-SERIAL.
           PERFORM LEER-CCALIBSER
           IF SI-EXISTE-SERIAL
              MOVE W-SER-ESTADO TO ESTADO OF REG-LIBSER
              MOVE LK-FECHA-HOY TO FECBAJ OF REG-LIBSER
                                   FECMOD OF REG-LIBSER
              MOVE LK-CODCAJ    TO USRMOD OF REG-LIBSER
              REWRITE REG-LIBSER
              MOVE LK-ACCION    TO W-SER-ACCION
              PERFORM AUDITAR-SERIAL
           END-IF.
      *----------------------------------------------------------------
       HACER-ANULACION.
           MOVE LK-NROINI TO W-NROLIB
           PERFORM LEER-CCALIBSER
           IF NO-EXISTE-SERIAL
              MOVE 1 TO LK-RETCOD
           ELSE
              IF ESTADO OF REG-LIBSER NOT = "D"
                 MOVE 4 TO LK-RETCOD
              ELSE
                 IF AGCSTK OF REG-LIBSER NOT = LK-AGCSTK
                    MOVE 5 TO LK-RETCOD
                 END-IF
              END-IF
           END-IF
           IF LK-CODRET-OK
              MOVE "N"          TO ESTADO OF REG-LIBSER
              MOVE LK-FECHA-HOY TO FECBAJ OF REG-LIBSER
                                   FECMOD OF REG-LIBSER
              MOVE LK-CODCAJ    TO USRMOD OF REG-LIBSER
              REWRITE REG-LIBSER INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
           END-IF
           IF LK-CODRET-OK
              MOVE 1         TO W-CANTID
              MOVE "N"       TO W-TIPMOV
              PERFORM GRABAR-MOVIMIENTO
              MOVE "N"       TO W-SER-ACCION
              PERFORM AUDITAR-SERIAL
           END-IF.
      *----------------------------------------------------------------
      * PERDIDA O HURTO: EL SERIAL ACTIVO DEJA DE SERVIR Y LA CUENTA
      * QUEDA SIN LIBRETA. NO ES MOVIMIENTO DEL INVENTARIO.
      *----------------------------------------------------------------
       HACER-PERDIDA.
           IF LK-MOTIVO NOT = "P"
           AND LK-MOTIVO NOT = "H"
              MOVE 4 TO LK-RETCOD
           ELSE
              IF W-NROANT = ZEROS
                 MOVE 7 TO LK-RETCOD
              END-IF
           END-IF
           IF LK-CODRET-OK
              MOVE W-NROANT  TO W-NROLIB
              MOVE LK-MOTIVO TO W-SER-ESTADO
              PERFORM DAR-DE-BAJA-SERIAL
              MOVE ZEROS        TO NROLIB OF REG-LIBCTA
              MOVE LK-FECHA-HOY TO FECMOD OF REG-LIBCTA
              MOVE LK-CODCAJ    TO USRMOD OF REG-LIBCTA
              REWRITE REG-LIBCTA INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
           END-IF.
      *----------------------------------------------------------------
      * CONTEO FISICO DEL MES EN CURSO; CCA689 LO CONCILIA AL CIERRE.
      *----------------------------------------------------------------
       HACER-CONTEO.
           IF LK-AGCSTK = ZEROS
              MOVE 4 TO LK-RETCOD
           ELSE
              MOVE LK-FECHA-HOY TO W-FECHA
              MOVE W-FEC-PERIOD TO PERIOD OF REG-LIBINV
              MOVE LK-AGCSTK    TO AGCSTK OF REG-LIBINV
              READ CCALIBINV INVALID KEY
                   MOVE ZEROS TO W-EXISTE-LIBINV
              NOT INVALID KEY
                   MOVE 1     TO W-EXISTE-LIBINV
              END-READ
              IF NO-EXISTE-LIBINV
                 INITIALIZE REGLIBINV
                 MOVE W-FEC-PERIOD TO PERIOD OF REG-LIBINV
                 MOVE LK-AGCSTK    TO AGCSTK OF REG-LIBINV
              END-IF
              MOVE "S"          TO INDCON OF REG-LIBINV
              MOVE LK-CANFIS    TO CANFIS OF REG-LIBINV
              MOVE LK-CODCAJ    TO USRCON OF REG-LIBINV
              MOVE LK-FECHA-HOY TO FECCON OF REG-LIBINV
              IF SI-EXISTE-LIBINV
                 REWRITE REG-LIBINV
              ELSE
                 WRITE REG-LIBINV
              END-IF
              MOVE "F"          TO W-SER-ACCION
              MOVE "S"          TO W-SER-ESTADO
              MOVE ZEROS        TO W-AUD-NROLIB W-AUD-NROFIN
              MOVE LK-AGCSTK    TO W-SER-AGCCTA
              MOVE LK-CANFIS    TO W-SER-CTANRO
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
      * MOVIMIENTO DEL INVENTARIO DE LA AGENCIA, NUMERADO DENTRO DEL
      * DIA.
      *----------------------------------------------------------------
       GRABAR-MOVIMIENTO.
           MOVE ZEROS        TO W-ULTMOV
           MOVE "NO"         TO CTL-CCALIBMOV
           MOVE LK-AGCSTK    TO AGCSTK OF REG-LIBMOV
           MOVE LK-FECHA-HOY TO FECMOV OF REG-LIBMOV
           MOVE ZEROS        TO NROMOV OF REG-LIBMOV
           START CCALIBMOV KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCALIBMOV
           END-START
           PERFORM LEER-MOVIMIENTO UNTIL FIN-CCALIBMOV
           INITIALIZE REGLIBMOV
           MOVE LK-AGCSTK    TO AGCSTK OF REG-LIBMOV
           MOVE LK-FECHA-HOY TO FECMOV OF REG-LIBMOV
           COMPUTE NROMOV OF REG-LIBMOV = W-ULTMOV + 1
           MOVE W-TIPMOV     TO TIPMOV OF REG-LIBMOV
           MOVE LK-NROINI    TO NROINI OF REG-LIBMOV
           IF W-TIPMOV = "R"
              MOVE LK-NROFIN TO NROFIN OF REG-LIBMOV
           ELSE
              MOVE LK-NROINI TO NROFIN OF REG-LIBMOV
           END-IF
           MOVE W-CANTID     TO CANTID OF REG-LIBMOV
           IF W-TIPMOV = "E"
              MOVE LK-CODMON TO CODMON OF REG-LIBMOV
              MOVE LK-CODSIS TO CODSIS OF REG-LIBMOV
              MOVE LK-CODPRO TO CODPRO OF REG-LIBMOV
              MOVE LK-AGCCTA TO AGCCTA OF REG-LIBMOV
              MOVE LK-CTANRO TO CTANRO OF REG-LIBMOV
           END-IF
           MOVE LK-CODCAJ    TO USRMOV OF REG-LIBMOV
           ACCEPT HORMOV OF REG-LIBMOV FROM TIME
           WRITE REG-LIBMOV INVALID KEY
                 MOVE 4 TO LK-RETCOD
           END-WRITE.
      *----------------------------------------------------------------
       LEER-MOVIMIENTO.
           READ CCALIBMOV NEXT RECORD AT END
                MOVE "SI" TO CTL-CCALIBMOV
           END-READ
           IF NO-FIN-CCALIBMOV
              IF AGCSTK OF REG-LIBMOV NOT = LK-AGCSTK
              OR FECMOV OF REG-LIBMOV NOT = LK-FECHA-HOY
                 MOVE "SI" TO CTL-CCALIBMOV
              ELSE
                 MOVE NROMOV OF REG-LIBMOV TO W-ULTMOV
              END-IF
           END-IF.
      *----------------------------------------------------------------
       AUDITAR-SERIAL.
           MOVE NROLIB OF REG-LIBSER TO W-AUD-NROLIB
                                        W-AUD-NROFIN
           MOVE ESTADO OF REG-LIBSER TO W-SER-ESTADO
           MOVE AGCCTA OF REG-LIBSER TO W-SER-AGCCTA
           MOVE CTANRO OF REG-LIBSER TO W-SER-CTANRO
           PERFORM GRABAR-CCAGENAUD.
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCALIBSER"           TO PG-CAMPO  OF CCAGENAUD
           MOVE W-LLAVE-AUDITORIA     TO PG-VLRANT OF CCAGENAUD
           MOVE W-SERIAL              TO PG-VLRNVO OF CCAGENAUD
           MOVE LK-CODCAJ             TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCALIBSER CCALIBCTA CCALIBMOV CCALIBINV CCAMAEAHO
                 CCAGENAUD.
           GOBACK.
