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
       PROGRAM-ID.    CCA665.
      ******************************************************************
      * FUNCION: REPORTE MENSUAL A LAS CENTRALES DE RIESGO (CIFIN-     *
      *          TRANSUNION Y DATACREDITO) DE LAS CUENTAS DE AHORRO    *
      *          POR TITULAR. PAR-MODO:                                *
      *          G = GENERACION DEL MES (EL MES DE HOY, CORRE DESPUES  *
      *              DEL CIERRE): TODA CUENTA VIGENTE Y LA CANCELADA   *
      *              EN EL MES (FCIERR), UN REGISTRO POR TITULAR       *
      *              (NITCTA PRINCIPAL, NITCT2/NITCT3 Y COTITULARES    *
      *              ACTIVOS DE CCACOTITU) CON LOS DATOS DE CLIMAE,    *
      *              EN EL ARCHIVO CCACENRIE.                          *
      *          R = REPROCESO DE RECHAZOS: LEE LO DEVUELTO POR LA     *
      *              CENTRAL (CCACENREC) Y VUELVE A ARMAR LA CUENTA    *
      *              RECHAZADA CON LOS DATOS DE HOY EN EL ARCHIVO DE   *
      *              CORRECCIONES CCACENCOR, PARA EL PERIODO QUE TRAE  *
      *              EL RECHAZO.                                       *
      *          ESTADO PARA LA CENTRAL (ESTCTA): 01 ACTIVA, 02        *
      *          INACTIVA (INDINA), 03 EMBARGADA (INDEMB), 04          *
      *          CANCELADA (INDBAJ) CON EL MOTIVO DE LA CENTRAL        *
      *          (MOTCAN) SEGUN MOTBAJ. MANDA LA CANCELACION, LUEGO    *
      *          EL EMBARGO Y LUEGO LA INACTIVIDAD.                    *
      *          CCATABLAS TABLA 91: FILAS 1 A 20 = RANGOS DE SALDO    *
      *          DE LA CENTRAL (CAMPO1 = LIMITE SUPERIOR; POR ENCIMA   *
      *          DEL ULTIMO VA 99); FILA 100 + MOTBAJ = MOTIVO DE      *
      *          CANCELACION DE LA CENTRAL EN CAMPO1 (SIN FILA VA 99). *
      *          EL TITULAR QUE NO ESTA EN CLIMAE O SIN DOCUMENTO O    *
      *          NOMBRE NO SE ENVIA: SALE EN CCA665R PARA CORREGIRLO   *
      *          Y REPROCESARLO. CADA ARCHIVO QUEDA REGISTRADO EN LA   *
      *          MESA DE TRANSMISIONES (CCA808).                       *
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
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACOTITU
               ASSIGN          TO DATABASE-CCACOTITU
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
           SELECT CCACENREC
               ASSIGN          TO DATABASE-CCACENREC
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCACENRIE
               ASSIGN          TO DATABASE-CCACENRIE
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCACENCOR
               ASSIGN          TO DATABASE-CCACENCOR
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA665R
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
       FD  CCACOTITU
           LABEL RECORDS ARE STANDARD.
       01  REG-COTITU.
           COPY DDS-ALL-FORMATS OF CCACOTITU.
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
       FD  CCACENREC
           LABEL RECORDS ARE STANDARD.
       01  REG-CENREC.
           COPY DDS-ALL-FORMATS OF CCACENREC.
      *
       FD  CCACENRIE
           LABEL RECORDS ARE STANDARD.
       01  REG-CENRIE.
           COPY DDS-ALL-FORMATS OF CCACENRIE.
      *
       FD  CCACENCOR
           LABEL RECORDS ARE STANDARD.
       01  REG-CENCOR.
           COPY DDS-ALL-FORMATS OF CCACENRIE.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA665R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-CANREG                    PIC 9(09)          VALUE ZEROS.
       77  W-CANACT                    PIC 9(09)          VALUE ZEROS.
       77  W-CANINA                    PIC 9(09)          VALUE ZEROS.
       77  W-CANEMB                    PIC 9(09)          VALUE ZEROS.
       77  W-CANCAN                    PIC 9(09)          VALUE ZEROS.
       77  W-CANEXC                    PIC 9(09)          VALUE ZEROS.
       77  W-TOTSAL                    PIC S9(15)V99 COMP VALUE ZEROS.
      *
      * REGISTRO DE LA CENTRAL QUE SE ARMA (MISMO FORMATO PARA LA
      * GENERACION Y PARA LAS CORRECCIONES).
       01  W-REGCEN.
           COPY DDS-ALL-FORMATS OF CCACENRIE.
      *
      * PERIODO REPORTADO Y PRIMER DIA DEL MES DE HOY.
       01  W-PERREP                    PIC 9(06)          VALUE ZEROS.
       01  W-FECINI                    PIC 9(08)          VALUE ZEROS.
       01  R-W-FECINI                  REDEFINES W-FECINI.
           05  W-FECINI-AAMM           PIC 9(06).
           05  W-FECINI-DD             PIC 9(02).
      *
      * CLASIFICACION DE LA CUENTA EN PROCESO.
       01  W-ESTCTA                    PIC 9(02)          VALUE ZEROS.
       01  W-MOTCAN                    PIC 9(02)          VALUE ZEROS.
       01  W-FECCAN                    PIC 9(08)          VALUE ZEROS.
       01  W-RANSAL                    PIC 9(02)          VALUE ZEROS.
      *
      * TITULAR EN PROCESO.
       01  W-NITREV                    PIC 9(15)          VALUE ZEROS.
       01  W-CALTIT                    PIC 9(01)          VALUE ZEROS.
       01  W-RESULT                    PIC X(30)          VALUE SPACES.
       01  W-FALLAS                    PIC 9(03)          VALUE ZEROS.
      *
      * ULTIMA CUENTA REPROCESADA (VARIOS TITULARES RECHAZADOS DE LA
      * MISMA CUENTA SE REENVIAN UNA SOLA VEZ).
       01  W-ULTCTA.
           05  W-ULT-CODMON            PIC 9(03)          VALUE ZEROS.
           05  W-ULT-CODSIS            PIC 9(03)          VALUE ZEROS.
           05  W-ULT-CODPRO            PIC 9(03)          VALUE ZEROS.
           05  W-ULT-AGCCTA            PIC 9(05)          VALUE ZEROS.
           05  W-ULT-CTANRO            PIC 9(17)          VALUE ZEROS.
       01  W-RESCTA                    PIC X(30)          VALUE SPACES.
      *
      * RANGOS DE SALDO DE LA CENTRAL (LIMITE SUPERIOR POR RANGO).
       01  W-TABBAN.
           05  W-BAN-ENT               OCCURS 20 TIMES
                                       INDEXED BY W-IX-BAN.
               10  W-BAN-LIMITE        PIC 9(13)V99.
       01  W-CONTBAN                   PIC 9(02) COMP     VALUE ZEROS.
      *
       01  PA-CODEMP                   PIC 9(05)          VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                 VALUE "SI".
               88  NO-FIN-CCAMAEAHO              VALUE "NO".
           05  CTL-CCACOTITU           PIC X(02) VALUE "NO".
               88  FIN-CCACOTITU                 VALUE "SI".
               88  NO-FIN-CCACOTITU              VALUE "NO".
           05  CTL-CCACENREC           PIC X(02) VALUE "NO".
               88  FIN-CCACENREC                 VALUE "SI".
               88  NO-FIN-CCACENREC              VALUE "NO".
           05  CTL-CCATABLAS           PIC X(02) VALUE "NO".
               88  ERROR-CCATABLAS               VALUE "SI".
               88  NO-ERROR-CCATABLAS            VALUE "NO".
           05  CTL-CLIMAE              PIC X(02) VALUE "NO".
               88  ERROR-CLIMAE                  VALUE "SI".
               88  NO-ERROR-CLIMAE               VALUE "NO".
           05  CTL-MAESTRO             PIC X(02) VALUE "NO".
               88  ERROR-MAESTRO                 VALUE "SI".
               88  NO-ERROR-MAESTRO              VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
      *
      * REGISTRO EN LA MESA DE TRANSMISIONES (VER CCA808).
       01  PARM-CCA808.
           05  W-TRX-NOMARC            PIC X(10) VALUE "CCACENRIE".
           05  W-TRX-CANREG            PIC 9(09) VALUE ZEROS.
           05  W-TRX-TOTVAL            PIC S9(15)V99 VALUE ZEROS.
           05  W-TRX-DESTIN            PIC X(20)
                                       VALUE "CENTRALES DE RIESGO".
           05  W-TRX-RETCOD            PIC 9(01) VALUE ZEROS.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       77  PAR-MODO                    PIC X(01).
           88  MODO-REPROCESO                    VALUE "R".
      ***************************************************************
       PROCEDURE DIVISION USING PAR-MODO.
       COMIENZO.
           PERFORM INICIAR .
           IF MODO-REPROCESO
              PERFORM REPROCESAR-RECHAZO UNTIL FIN-CCACENREC
           ELSE
              PERFORM PROCESAR UNTIL FIN-CCAMAEAHO
           END-IF
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           OPEN INPUT  CCAMAEAHO CCACOTITU CLIMAE CCATABLAS.
           OPEN OUTPUT REPORTE.
           IF MODO-REPROCESO
              OPEN INPUT  CCACENREC
              OPEN OUTPUT CCACENCOR
              MOVE "CCACENCOR" TO W-TRX-NOMARC
           ELSE
              OPEN OUTPUT CCACENRIE
           END-IF
           PERFORM CALL-CCA500.
           CALL "PLTCODEMPP" USING PA-CODEMP.
           MOVE LK-FECHA-HOY TO W-FECINI
           MOVE 01           TO W-FECINI-DD
           MOVE W-FECINI-AAMM TO W-PERREP
           PERFORM CARGAR-BANDA VARYING W-IX-BAN FROM 1 BY 1
                   UNTIL W-IX-BAN > 20
           INITIALIZE CCA665R-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF CCA665R-HEADER
           MOVE W-PERREP     TO PERREP OF CCA665R-HEADER
           MOVE PAR-MODO     TO MODO   OF CCA665R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
           INITIALIZE W-REGCEN
           MOVE 1            TO TIPREG OF W-REGCEN
           MOVE PA-CODEMP    TO CODENT OF W-REGCEN
           MOVE W-PERREP     TO PERREP OF W-REGCEN
           MOVE LK-FECHA-HOY TO FECGEN OF W-REGCEN
           IF MODO-REPROCESO
              MOVE 1         TO INDCOR OF W-REGCEN
           END-IF
           PERFORM GRABAR-CENTRAL
           IF MODO-REPROCESO
              PERFORM LEER-CCACENREC
           ELSE
              PERFORM LEER-CCAMAEAHO
           END-IF.
      *----------------------------------------------------------------
       CARGAR-BANDA.
           MOVE "NO" TO CTL-CCATABLAS
           MOVE 91   TO CODTAB OF ZONA-CCATABLAS
           SET NROTAB OF ZONA-CCATABLAS TO W-IX-BAN
           READ CCATABLAS INVALID KEY
                MOVE "SI" TO CTL-CCATABLAS
           END-READ
           IF NO-ERROR-CCATABLAS
              SET W-CONTBAN TO W-IX-BAN
              MOVE CAMPO1 OF ZONA-CCATABLAS
                TO W-BAN-LIMITE (W-IX-BAN)
           END-IF.
      *----------------------------------------------------------------
      * GENERACION: TODA CUENTA VIGENTE Y LA CANCELADA DENTRO DEL MES.
      *----------------------------------------------------------------
       PROCESAR.
           IF INDBAJ OF REG-MAESTR = ZEROS
           OR FCIERR OF REG-MAESTR NOT < W-FECINI
              PERFORM REPORTAR-CUENTA
           END-IF
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
      * REPROCESO: CADA RECHAZO DE LA CENTRAL REENVIA SU CUENTA CON
      * TODOS SUS TITULARES, ARMADA CON LOS DATOS DE HOY.
      *----------------------------------------------------------------
       REPROCESAR-RECHAZO.
           IF CODMON OF REG-CENREC NOT = W-ULT-CODMON
           OR CODSIS OF REG-CENREC NOT = W-ULT-CODSIS
           OR CODPRO OF REG-CENREC NOT = W-ULT-CODPRO
           OR AGCCTA OF REG-CENREC NOT = W-ULT-AGCCTA
           OR CTANRO OF REG-CENREC NOT = W-ULT-CTANRO
              MOVE CODMON OF REG-CENREC TO W-ULT-CODMON
              MOVE CODSIS OF REG-CENREC TO W-ULT-CODSIS
              MOVE CODPRO OF REG-CENREC TO W-ULT-CODPRO
              MOVE AGCCTA OF REG-CENREC TO W-ULT-AGCCTA
              MOVE CTANRO OF REG-CENREC TO W-ULT-CTANRO
              MOVE PERREP OF REG-CENREC TO W-PERREP
              PERFORM LEER-MAESTRO-RECHAZO
              IF ERROR-MAESTRO
                 MOVE "PENDIENTE: CUENTA NO EXISTE" TO W-RESCTA
                 ADD 1 TO W-CANEXC
              ELSE
                 PERFORM REPORTAR-CUENTA
                 IF W-FALLAS > ZEROS
                    MOVE "PENDIENTE: TITULAR SIN DATOS"
                                                    TO W-RESCTA
                 ELSE
                    MOVE "REENVIADO"                TO W-RESCTA
                 END-IF
              END-IF
           END-IF
           MOVE W-RESCTA TO W-RESULT
           INITIALIZE CCA665R-DETALLE
           MOVE CODMON OF REG-CENREC TO CODMON OF CCA665R-DETALLE
           MOVE CODSIS OF REG-CENREC TO CODSIS OF CCA665R-DETALLE
           MOVE CODPRO OF REG-CENREC TO CODPRO OF CCA665R-DETALLE
           MOVE AGCCTA OF REG-CENREC TO AGCCTA OF CCA665R-DETALLE
           MOVE CTANRO OF REG-CENREC TO CTANRO OF CCA665R-DETALLE
           MOVE NRODOC OF REG-CENREC TO NRODOC OF CCA665R-DETALLE
           MOVE CODREC OF REG-CENREC TO CODREC OF CCA665R-DETALLE
           MOVE W-RESULT             TO RESULT OF CCA665R-DETALLE
           WRITE REPORTE-REG FORMAT IS "DETALLE"
           PERFORM LEER-CCACENREC.
      *----------------------------------------------------------------
       LEER-MAESTRO-RECHAZO.
           MOVE "NO" TO CTL-MAESTRO
           MOVE CODMON OF REG-CENREC TO CODMON OF REG-MAESTR
           MOVE CODSIS OF REG-CENREC TO CODSIS OF REG-MAESTR
           MOVE CODPRO OF REG-CENREC TO CODPRO OF REG-MAESTR
           MOVE AGCCTA OF REG-CENREC TO AGCCTA OF REG-MAESTR
           MOVE CTANRO OF REG-CENREC TO CTANRO OF REG-MAESTR
           READ CCAMAEAHO INVALID KEY
                MOVE "SI" TO CTL-MAESTRO
           END-READ.
      *----------------------------------------------------------------
       REPORTAR-CUENTA.
           MOVE ZEROS TO W-FALLAS
           PERFORM CLASIFICAR-CUENTA
           ADD SALACT OF REG-MAESTR TO W-TOTSAL
           MOVE NITCTA OF REG-MAESTR TO W-NITREV
           MOVE 1                    TO W-CALTIT
           PERFORM REPORTAR-TITULAR
           MOVE 2                    TO W-CALTIT
           IF NITCT2 OF REG-MAESTR > ZEROS
              MOVE NITCT2 OF REG-MAESTR TO W-NITREV
              PERFORM REPORTAR-TITULAR
           END-IF
           IF NITCT3 OF REG-MAESTR > ZEROS
              MOVE NITCT3 OF REG-MAESTR TO W-NITREV
              PERFORM REPORTAR-TITULAR
           END-IF
           PERFORM REVISAR-COTITULARES.
      *----------------------------------------------------------------
       CLASIFICAR-CUENTA.
           MOVE ZEROS TO W-MOTCAN W-FECCAN
           IF INDBAJ OF REG-MAESTR NOT = ZEROS
              MOVE 04                   TO W-ESTCTA
              MOVE FCIERR OF REG-MAESTR TO W-FECCAN
              PERFORM BUSCAR-MOTIVO
           ELSE
              IF INDEMB OF REG-MAESTR NOT = ZEROS
                 MOVE 03 TO W-ESTCTA
              ELSE
                 IF INDINA OF REG-MAESTR NOT = ZEROS
                    MOVE 02 TO W-ESTCTA
                 ELSE
                    MOVE 01 TO W-ESTCTA
                 END-IF
              END-IF
           END-IF
           MOVE ZEROS TO W-RANSAL
           PERFORM BUSCAR-RANGO VARYING W-IX-BAN FROM 1 BY 1
                   UNTIL W-IX-BAN > W-CONTBAN
                   OR    W-RANSAL > ZEROS
           IF W-RANSAL = ZEROS
              MOVE 99 TO W-RANSAL.
      *----------------------------------------------------------------
       BUSCAR-MOTIVO.
           MOVE "NO" TO CTL-CCATABLAS
           MOVE 91   TO CODTAB OF ZONA-CCATABLAS
           COMPUTE NROTAB OF ZONA-CCATABLAS =
                   100 + MOTBAJ OF REG-MAESTR
           READ CCATABLAS INVALID KEY
                MOVE "SI" TO CTL-CCATABLAS
           END-READ
           IF NO-ERROR-CCATABLAS
              MOVE CAMPO1 OF ZONA-CCATABLAS TO W-MOTCAN
           ELSE
              MOVE 99                       TO W-MOTCAN
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-RANGO.
           IF SALACT OF REG-MAESTR NOT > W-BAN-LIMITE (W-IX-BAN)
              SET W-RANSAL TO W-IX-BAN
           END-IF.
      *----------------------------------------------------------------
       REVISAR-COTITULARES.
           MOVE "NO" TO CTL-CCACOTITU
           MOVE CODMON OF REG-MAESTR TO CODMON OF REG-COTITU
           MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-COTITU
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-COTITU
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-COTITU
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-COTITU
           MOVE ZEROS                TO NROTIT OF REG-COTITU
           START CCACOTITU KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCACOTITU
           END-START
           PERFORM REVISAR-UN-COTITULAR UNTIL FIN-CCACOTITU.
      *----------------------------------------------------------------
       REVISAR-UN-COTITULAR.
           READ CCACOTITU NEXT AT END
                MOVE "SI" TO CTL-CCACOTITU
           END-READ
           IF NO-FIN-CCACOTITU
              IF CODMON OF REG-COTITU NOT = CODMON OF REG-MAESTR
              OR CODSIS OF REG-COTITU NOT = CODSIS OF REG-MAESTR
              OR CODPRO OF REG-COTITU NOT = CODPRO OF REG-MAESTR
              OR AGCCTA OF REG-COTITU NOT = AGCCTA OF REG-MAESTR
              OR CTANRO OF REG-COTITU NOT = CTANRO OF REG-MAESTR
                 MOVE "SI" TO CTL-CCACOTITU
              ELSE
                 IF ESTADO OF REG-COTITU = "A"
                 AND NITTIT OF REG-COTITU NOT = NITCTA OF REG-MAESTR
                 AND NITTIT OF REG-COTITU NOT = NITCT2 OF REG-MAESTR
                 AND NITTIT OF REG-COTITU NOT = NITCT3 OF REG-MAESTR
                    MOVE NITTIT OF REG-COTITU TO W-NITREV
                    PERFORM REPORTAR-TITULAR
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * EL TITULAR VA A LA CENTRAL CON EL DOCUMENTO Y EL NOMBRE DE
      * CLIMAE; SIN ELLOS LA CENTRAL LO RECHAZA, ASI QUE SE RETIENE Y
      * SE LISTA PARA CORREGIR EL CLIENTE.
      *----------------------------------------------------------------
       REPORTAR-TITULAR.
           MOVE "NO"     TO CTL-CLIMAE
           MOVE SPACES   TO W-RESULT
           MOVE W-NITREV TO NUMINT OF REG-CLIMAE
           READ CLIMAE INVALID KEY
                MOVE "SI" TO CTL-CLIMAE
           END-READ
           IF ERROR-CLIMAE
              MOVE "TITULAR NO EXISTE EN CLIMAE" TO W-RESULT
           ELSE
              IF TIPDOC OF REG-CLIMAE = ZEROS
              OR NITCLI OF REG-CLIMAE = ZEROS
              OR NOMCLI OF REG-CLIMAE = SPACES
                 MOVE "DOCUMENTO O NOMBRE INCOMPLETO" TO W-RESULT
              END-IF
           END-IF
           IF W-RESULT = SPACES
              PERFORM GRABAR-DETALLE
           ELSE
              ADD 1 TO W-FALLAS
              ADD 1 TO W-CANEXC
              INITIALIZE CCA665R-DETALLE
              MOVE CODMON OF REG-MAESTR TO CODMON OF CCA665R-DETALLE
              MOVE CODSIS OF REG-MAESTR TO CODSIS OF CCA665R-DETALLE
              MOVE CODPRO OF REG-MAESTR TO CODPRO OF CCA665R-DETALLE
              MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF CCA665R-DETALLE
              MOVE CTANRO OF REG-MAESTR TO CTANRO OF CCA665R-DETALLE
              MOVE W-NITREV             TO NRODOC OF CCA665R-DETALLE
              MOVE W-RESULT             TO RESULT OF CCA665R-DETALLE
              WRITE REPORTE-REG FORMAT IS "DETALLE"
           END-IF.
      *----------------------------------------------------------------
       GRABAR-DETALLE.
           INITIALIZE W-REGCEN
           MOVE 2                    TO TIPREG OF W-REGCEN
           MOVE PA-CODEMP            TO CODENT OF W-REGCEN
           MOVE W-PERREP             TO PERREP OF W-REGCEN
           IF MODO-REPROCESO
              MOVE 1                 TO INDCOR OF W-REGCEN
           END-IF
           MOVE TIPDOC OF REG-CLIMAE TO TIPDOC OF W-REGCEN
           MOVE NITCLI OF REG-CLIMAE TO NRODOC OF W-REGCEN
           MOVE NOMCLI OF REG-CLIMAE TO NOMCLI OF W-REGCEN
           MOVE W-CALTIT             TO CALTIT OF W-REGCEN
           MOVE CODMON OF REG-MAESTR TO CODMON OF W-REGCEN
           MOVE CODSIS OF REG-MAESTR TO CODSIS OF W-REGCEN
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF W-REGCEN
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF W-REGCEN
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF W-REGCEN
           MOVE FAPERT OF REG-MAESTR TO FECAPE OF W-REGCEN
           MOVE W-ESTCTA             TO ESTCTA OF W-REGCEN
           MOVE W-MOTCAN             TO MOTCAN OF W-REGCEN
           MOVE W-FECCAN             TO FECCAN OF W-REGCEN
           MOVE W-RANSAL             TO RANSAL OF W-REGCEN
           MOVE LK-FECHA-HOY         TO FECGEN OF W-REGCEN
           PERFORM GRABAR-CENTRAL
           ADD 1 TO W-CANREG
           EVALUATE W-ESTCTA
              WHEN 01 ADD 1 TO W-CANACT
              WHEN 02 ADD 1 TO W-CANINA
              WHEN 03 ADD 1 TO W-CANEMB
              WHEN 04 ADD 1 TO W-CANCAN
           END-EVALUATE.
      *----------------------------------------------------------------
       GRABAR-CENTRAL.
           IF MODO-REPROCESO
              WRITE REG-CENCOR FROM W-REGCEN
           ELSE
              WRITE REG-CENRIE FROM W-REGCEN
           END-IF.
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMAEAHO.
      *----------------------------------------------------------------
       LEER-CCACENREC.
           READ CCACENREC AT END
                MOVE "SI" TO CTL-CCACENREC.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE W-REGCEN
           MOVE 9            TO TIPREG OF W-REGCEN
           MOVE PA-CODEMP    TO CODENT OF W-REGCEN
           MOVE W-PERREP     TO PERREP OF W-REGCEN
           IF MODO-REPROCESO
              MOVE 1         TO INDCOR OF W-REGCEN
           END-IF
           MOVE W-CANREG     TO CANREG OF W-REGCEN
           MOVE LK-FECHA-HOY TO FECGEN OF W-REGCEN
           PERFORM GRABAR-CENTRAL
           INITIALIZE CCA665R-TOTALES
           MOVE W-CANREG TO CANREG OF CCA665R-TOTALES
           MOVE W-CANACT TO CANACT OF CCA665R-TOTALES
           MOVE W-CANINA TO CANINA OF CCA665R-TOTALES
           MOVE W-CANEMB TO CANEMB OF CCA665R-TOTALES
           MOVE W-CANCAN TO CANCAN OF CCA665R-TOTALES
           MOVE W-CANEXC TO CANEXC OF CCA665R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES"
      *    EL REGISTRO EN LA MESA VA DESPUES DEL REGISTRO DE CONTROL.
           MOVE W-CANREG TO W-TRX-CANREG
           MOVE W-TOTSAL TO W-TRX-TOTVAL
           CALL "CCA808" USING W-TRX-NOMARC W-TRX-CANREG
                               W-TRX-TOTVAL W-TRX-DESTIN
                               W-TRX-RETCOD
           DISPLAY "CCA665 REGISTROS ENVIADOS.....: " W-CANREG
           DISPLAY "CCA665 TITULARES RETENIDOS....: " W-CANEXC
           CLOSE CCAMAEAHO CCACOTITU CLIMAE CCATABLAS REPORTE.
           IF MODO-REPROCESO
              CLOSE CCACENREC CCACENCOR
           ELSE
              CLOSE CCACENRIE
           END-IF
           STOP  RUN      .
