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
       PROGRAM-ID.    CCA593.
      ******************************************************************
      * FUNCION: EXTRACTO UNICO DEL MAESTRO PARA LOS REPORTES DE       *
      *          SALDOS DEL FINAL DE LA CADENA (CCA690, CCA700,        *
      *          CCA735 Y CCA755). UNA SOLA PASADA SECUENCIAL SOBRE    *
      *          CCAMAEAHO ARMA:                                       *
      *          - CCAMAEREP: LOS CAMPOS QUE USAN LOS CUATRO REPORTES, *
      *            ORDENADOS POR AGENCIA, PRODUCTO Y CUENTA, CON EL    *
      *            NOMBRE Y LA SUCURSAL DE LA AGENCIA (PLTAGCORI SE    *
      *            LEE UNA VEZ POR AGENCIA) Y EL TIPO DE CLIENTE DEL   *
      *            TITULAR (CLIMAE/CLIMAEL01).                         *
      *          - CCAREPCTL: TOTALES DE CONTROL POR AGENCIA Y         *
      *            PRODUCTO DE LAS CUENTAS ABIERTAS, Y CANTIDAD DE     *
      *            CUENTAS CANCELADAS.                                 *
      *          - CCAREPCRU: LOS TOTALES GENERALES DEL EXTRACTO       *
      *            (PROGRAMA CCA593) CONTRA LOS QUE SE CRUZAN LOS      *
      *            TOTALES QUE DEJA CADA REPORTE (VER CCA594).         *
      *          LOS CUATRO REPORTES SOLO LEEN CCAMAEREP Y PUEDEN      *
      *          CORRER EN PARALELO DESPUES DE ESTE PROGRAMA.          *
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
           SELECT PLTAGCORI
               ASSIGN          TO DATABASE-PLTAGCORI
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
           SELECT CLIMAEL01
               ASSIGN          TO DATABASE-CLIMAEL01
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAMAEREP
               ASSIGN          TO DATABASE-CCAMAEREP
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAREPCTL
               ASSIGN          TO DATABASE-CCAREPCTL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAREPCRU
               ASSIGN          TO DATABASE-CCAREPCRU
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
       FD  PLTAGCORI
           LABEL RECORDS ARE STANDARD.
       01  REG-PLTAGCORI.
           COPY DDS-ALL-FORMATS OF PLTAGCORI.
      *
       FD  CLIMAE
           LABEL RECORDS ARE STANDARD.
       01  REG-CLIMAE.
           COPY DDS-ALL-FORMATS OF CLIMAE.
      *
       FD  CLIMAEL01
           LABEL RECORDS ARE STANDARD.
       01  REG-CLIMAEL01.
           COPY DDS-ALL-FORMATS OF CLIMAEL01.
      *
       FD  CCAMAEREP
           LABEL RECORDS ARE STANDARD.
       01  REG-MAEREP.
           COPY DDS-ALL-FORMATS OF CCAMAEREP.
      *
       FD  CCAREPCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-REPCTL.
           COPY DDS-ALL-FORMATS OF CCAREPCTL.
      *
       FD  CCAREPCRU
           LABEL RECORDS ARE STANDARD.
       01  REG-REPCRU.
           COPY DDS-ALL-FORMATS OF CCAREPCRU.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-CANREG                    PIC 9(09) VALUE ZEROS.
       77  W-CANGRP                    PIC 9(07) VALUE ZEROS.
       77  W-AGCANT                    PIC 9(05) VALUE ZEROS.
       77  W-PROANT                    PIC 9(03) VALUE ZEROS.
       77  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *
      * AGENCIAS YA LEIDAS DE PLTAGCORI (HASTA 999).
       77  W-CANAGE                    PIC 9(03) VALUE ZEROS.
       77  W-IXA                       PIC 9(04) VALUE ZEROS.
       01  TABLA-AGENCIAS.
           05  AGE-ENT                 OCCURS 999 TIMES.
               10  AGE-AGCCTA          PIC 9(05).
               10  AGE-NOMAGC          PIC X(30).
               10  AGE-CODSUC          PIC 9(05).
      *
      * ACUMULADOS DEL GRUPO AGENCIA/PRODUCTO EN CURSO.
       01  TOTALES-GRUPO.
           05  GRP-CANCTA              PIC 9(09)       VALUE ZEROS.
           05  GRP-CANBAJ              PIC 9(09)       VALUE ZEROS.
           05  GRP-SALACT              PIC S9(15)V99   VALUE ZEROS.
           05  GRP-SALCON              PIC S9(15)V99   VALUE ZEROS.
           05  GRP-SALULR              PIC S9(15)V99   VALUE ZEROS.
           05  GRP-SALPUR              PIC S9(15)V99   VALUE ZEROS.
           05  GRP-DEP24               PIC S9(15)V99   VALUE ZEROS.
           05  GRP-DEP48               PIC S9(15)V99   VALUE ZEROS.
           05  GRP-DEP72               PIC S9(15)V99   VALUE ZEROS.
      *
      * TOTALES GENERALES DEL EXTRACTO.
       01  TOTALES-EXTRACTO.
           05  TOT-CANCTA              PIC 9(09)       VALUE ZEROS.
           05  TOT-CANBAJ              PIC 9(09)       VALUE ZEROS.
           05  TOT-SALACT              PIC S9(15)V99   VALUE ZEROS.
           05  TOT-SALCON              PIC S9(15)V99   VALUE ZEROS.
           05  TOT-SALULR              PIC S9(15)V99   VALUE ZEROS.
           05  TOT-SALPUR              PIC S9(15)V99   VALUE ZEROS.
           05  TOT-DEP24               PIC S9(15)V99   VALUE ZEROS.
           05  TOT-DEP48               PIC S9(15)V99   VALUE ZEROS.
           05  TOT-DEP72               PIC S9(15)V99   VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                 VALUE "SI".
               88  NO-FIN-CCAMAEAHO              VALUE "NO".
           05  CTL-PLTAGCORI           PIC X(02) VALUE "NO".
               88  ERROR-PLTAGCORI               VALUE "SI".
               88  NO-ERROR-PLTAGCORI            VALUE "NO".
           05  CTL-CLIMAE              PIC X(02) VALUE "NO".
               88  ERROR-CLIMAE                  VALUE "SI".
               88  NO-ERROR-CLIMAE               VALUE "NO".
           05  CTL-CLIMAEL01           PIC X(02) VALUE "NO".
               88  ERROR-CLIMAEL01               VALUE "SI".
               88  NO-ERROR-CLIMAEL01            VALUE "NO".
           05  CTL-CCAREPCTL           PIC X(02) VALUE "NO".
               88  ERROR-CCAREPCTL               VALUE "SI".
               88  NO-ERROR-CCAREPCTL            VALUE "NO".
           05  CTL-CCAREPCRU           PIC X(02) VALUE "NO".
               88  ERROR-CCAREPCRU               VALUE "SI".
               88  NO-ERROR-CCAREPCRU            VALUE "NO".
           05  CTL-AGENCIA             PIC X(02) VALUE "NO".
               88  AGENCIA-HALLADA               VALUE "SI".
           05  CTL-GRUPO               PIC X(02) VALUE "NO".
               88  HAY-GRUPO                     VALUE "SI".
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA593".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR.
           PERFORM LEER-CCAMAEAHO.
           PERFORM EXTRAER-CUENTA UNTIL FIN-CCAMAEAHO.
           IF HAY-GRUPO
              PERFORM GRABAR-CCAREPCTL
           END-IF.
           PERFORM GRABAR-CCAREPCRU.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAMAEAHO PLTAGCORI CLIMAE CLIMAEL01.
      *    EL EXTRACTO Y SUS TOTALES DE CONTROL SE REHACEN CADA NOCHE.
           OPEN OUTPUT CCAMAEREP CCAREPCTL.
           CLOSE       CCAMAEREP CCAREPCTL.
           OPEN I-O    CCAMAEREP CCAREPCTL CCAREPCRU.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
      *----------------------------------------------------------------
      * CADA CAMBIO DE AGENCIA/PRODUCTO DEJA SUS TOTALES EN CCAREPCTL.
      * EL MAESTRO VIENE POR PRODUCTO Y AGENCIA, ASI QUE UN MISMO PAR
      * PUEDE REPETIRSE EN OTRA MONEDA/SISTEMA: SE SUMA AL EXISTENTE.
      *----------------------------------------------------------------
       EXTRAER-CUENTA.
           IF NOT HAY-GRUPO
           OR AGCCTA OF REG-MAESTR NOT = W-AGCANT
           OR CODPRO OF REG-MAESTR NOT = W-PROANT
              IF HAY-GRUPO
                 PERFORM GRABAR-CCAREPCTL
              END-IF
              INITIALIZE TOTALES-GRUPO
              MOVE AGCCTA OF REG-MAESTR  TO W-AGCANT
              MOVE CODPRO OF REG-MAESTR  TO W-PROANT
              MOVE "SI"                  TO CTL-GRUPO
           END-IF
           PERFORM UBICAR-AGENCIA
           PERFORM UBICAR-TIPCLI
           PERFORM GRABAR-CCAMAEREP
           PERFORM ACUMULAR-CUENTA
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
      * EL NOMBRE Y LA SUCURSAL DE LA AGENCIA SE TOMAN DE LA TABLA; LA
      * PRIMERA VEZ QUE APARECE LA AGENCIA SE LEE DE PLTAGCORI. UNA
      * AGENCIA QUE NO EXISTE QUEDA CON NOMBRE EN BLANCO Y CADA REPORTE
      * PONE SU PROPIA LEYENDA.
      *----------------------------------------------------------------
       UBICAR-AGENCIA.
           MOVE "NO" TO CTL-AGENCIA
           PERFORM BUSCAR-AGENCIA VARYING W-IXA FROM 1 BY 1
                   UNTIL W-IXA > W-CANAGE
                      OR AGENCIA-HALLADA
           IF AGENCIA-HALLADA
              SUBTRACT 1 FROM W-IXA
              MOVE AGE-NOMAGC (W-IXA)  TO NOMAGC OF REG-MAEREP
              MOVE AGE-CODSUC (W-IXA)  TO CODSUC OF REG-MAEREP
           ELSE
              PERFORM LEER-PLTAGCORI
              IF W-CANAGE < 999
                 ADD 1                 TO W-CANAGE
                 MOVE AGCCTA OF REG-MAESTR TO AGE-AGCCTA (W-CANAGE)
                 MOVE NOMAGC OF REG-MAEREP TO AGE-NOMAGC (W-CANAGE)
                 MOVE CODSUC OF REG-MAEREP TO AGE-CODSUC (W-CANAGE)
              END-IF
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-AGENCIA.
           IF AGE-AGCCTA (W-IXA) = AGCCTA OF REG-MAESTR
              MOVE "SI" TO CTL-AGENCIA
           END-IF.
      *----------------------------------------------------------------
       LEER-PLTAGCORI.
           MOVE "NO"                    TO CTL-PLTAGCORI
           MOVE PA-CODEMP               TO CODEMP OF REG-PLTAGCORI
           MOVE AGCCTA OF REG-MAESTR    TO AGCORI OF REG-PLTAGCORI
           READ PLTAGCORI INVALID KEY
                MOVE "SI" TO CTL-PLTAGCORI
           END-READ
           IF NO-ERROR-PLTAGCORI
              MOVE NOMAGC OF REG-PLTAGCORI TO NOMAGC OF REG-MAEREP
              MOVE CODSUC OF REG-PLTAGCORI TO CODSUC OF REG-MAEREP
           ELSE
              MOVE SPACES                  TO NOMAGC OF REG-MAEREP
              MOVE ZEROS                   TO CODSUC OF REG-MAEREP
           END-IF.
      *----------------------------------------------------------------
      * TIPO DE CLIENTE DEL TITULAR: CCAMAEAHO -> CLIMAE (NUMERO
      * INTERNO) -> CLIMAEL01 (NIT), COMO LO BUSCABA CCA755.
      *----------------------------------------------------------------
       UBICAR-TIPCLI.
           MOVE ZEROS                   TO TIPCLI OF REG-MAEREP
           MOVE "NO"                    TO CTL-CLIMAE
           MOVE NITCTA OF REG-MAESTR    TO NUMINT OF REG-CLIMAE
           READ CLIMAE INVALID KEY
                MOVE "SI" TO CTL-CLIMAE
           END-READ
           IF NO-ERROR-CLIMAE
              MOVE "NO"                    TO CTL-CLIMAEL01
              MOVE NITCLI OF REG-CLIMAE    TO NITCLI OF REG-CLIMAEL01
              READ CLIMAEL01 INVALID KEY
                   MOVE "SI" TO CTL-CLIMAEL01
              END-READ
              IF NO-ERROR-CLIMAEL01
                 MOVE TIPCLI OF REG-CLIMAEL01 TO TIPCLI OF REG-MAEREP
              END-IF
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCAMAEREP.
           MOVE AGCCTA OF REG-MAESTR    TO AGCCTA OF REG-MAEREP
           MOVE CODPRO OF REG-MAESTR    TO CODPRO OF REG-MAEREP
           MOVE CODMON OF REG-MAESTR    TO CODMON OF REG-MAEREP
           MOVE CODSIS OF REG-MAESTR    TO CODSIS OF REG-MAEREP
           MOVE CTANRO OF REG-MAESTR    TO CTANRO OF REG-MAEREP
           MOVE NITCTA OF REG-MAESTR    TO NITCTA OF REG-MAEREP
           MOVE NITCT2 OF REG-MAESTR    TO NITCT2 OF REG-MAEREP
           MOVE NITCT3 OF REG-MAESTR    TO NITCT3 OF REG-MAEREP
           MOVE DESCRI OF REG-MAESTR    TO DESCRI OF REG-MAEREP
           MOVE REGION OF REG-MAESTR    TO REGION OF REG-MAEREP
           MOVE FAPERT OF REG-MAESTR    TO FAPERT OF REG-MAEREP
           MOVE FCIERR OF REG-MAESTR    TO FCIERR OF REG-MAEREP
           MOVE FULMOV OF REG-MAESTR    TO FULMOV OF REG-MAEREP
           MOVE SALACT OF REG-MAESTR    TO SALACT OF REG-MAEREP
           MOVE SALCON OF REG-MAESTR    TO SALCON OF REG-MAEREP
           MOVE SALULR OF REG-MAESTR    TO SALULR OF REG-MAEREP
           MOVE SALPUR OF REG-MAESTR    TO SALPUR OF REG-MAEREP
           MOVE DEP24  OF REG-MAESTR    TO DEP24  OF REG-MAEREP
           MOVE DEP48  OF REG-MAESTR    TO DEP48  OF REG-MAEREP
           MOVE DEP72  OF REG-MAESTR    TO DEP72  OF REG-MAEREP
           MOVE INDBAJ OF REG-MAESTR    TO INDBAJ OF REG-MAEREP
           MOVE INDBLO OF REG-MAESTR    TO INDBLO OF REG-MAEREP
           MOVE INDINA OF REG-MAESTR    TO INDINA OF REG-MAEREP
           MOVE INDFAL OF REG-MAESTR    TO INDFAL OF REG-MAEREP
           MOVE INDEMB OF REG-MAESTR    TO INDEMB OF REG-MAEREP
           MOVE INDINV OF REG-MAESTR    TO INDINV OF REG-MAEREP
           WRITE REG-MAEREP INVALID KEY
                 DISPLAY "CCA593 CUENTA DUPLICADA: "
                         AGCCTA OF REG-MAESTR " "
                         CTANRO OF REG-MAESTR
           NOT INVALID KEY
                 ADD 1 TO W-CANREG
           END-WRITE.
      *----------------------------------------------------------------
      * LOS TOTALES DE CONTROL SON DE LAS CUENTAS ABIERTAS (INDBAJ EN
      * CERO), QUE ES LA POBLACION DE LOS REPORTES DE SALDOS; LAS
      * CANCELADAS SOLO SE CUENTAN.
      *----------------------------------------------------------------
       ACUMULAR-CUENTA.
           IF INDBAJ OF REG-MAESTR = ZEROS
              ADD 1                    TO GRP-CANCTA TOT-CANCTA
              ADD SALACT OF REG-MAESTR TO GRP-SALACT TOT-SALACT
              ADD SALCON OF REG-MAESTR TO GRP-SALCON TOT-SALCON
              ADD SALULR OF REG-MAESTR TO GRP-SALULR TOT-SALULR
              ADD SALPUR OF REG-MAESTR TO GRP-SALPUR TOT-SALPUR
              ADD DEP24  OF REG-MAESTR TO GRP-DEP24  TOT-DEP24
              ADD DEP48  OF REG-MAESTR TO GRP-DEP48  TOT-DEP48
              ADD DEP72  OF REG-MAESTR TO GRP-DEP72  TOT-DEP72
           ELSE
              ADD 1                    TO GRP-CANBAJ TOT-CANBAJ
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCAREPCTL.
           MOVE "NO"                    TO CTL-CCAREPCTL
           MOVE W-AGCANT                TO AGCCTA OF REG-REPCTL
           MOVE W-PROANT                TO CODPRO OF REG-REPCTL
           READ CCAREPCTL INVALID KEY
                MOVE "SI" TO CTL-CCAREPCTL
           END-READ
           IF ERROR-CCAREPCTL
              INITIALIZE REGREPCTL
              MOVE W-AGCANT             TO AGCCTA OF REG-REPCTL
              MOVE W-PROANT             TO CODPRO OF REG-REPCTL
              ADD 1                     TO W-CANGRP
           END-IF
           MOVE LK-FECHA-HOY            TO FECPRO OF REG-REPCTL
           ADD GRP-CANCTA               TO CANCTA OF REG-REPCTL
           ADD GRP-CANBAJ               TO CANBAJ OF REG-REPCTL
           ADD GRP-SALACT               TO SALACT OF REG-REPCTL
           ADD GRP-SALCON               TO SALCON OF REG-REPCTL
           ADD GRP-SALULR               TO SALULR OF REG-REPCTL
           ADD GRP-SALPUR               TO SALPUR OF REG-REPCTL
           ADD GRP-DEP24                TO DEP24  OF REG-REPCTL
           ADD GRP-DEP48                TO DEP48  OF REG-REPCTL
           ADD GRP-DEP72                TO DEP72  OF REG-REPCTL
           IF ERROR-CCAREPCTL
              WRITE REG-REPCTL
           ELSE
              REWRITE REG-REPCTL
           END-IF.
      *----------------------------------------------------------------
      * TOTALES GENERALES DEL EXTRACTO PARA EL CRUCE DE CCA594. UNA
      * NUEVA CORRIDA DEL MISMO DIA REEMPLAZA LA ANTERIOR.
      *----------------------------------------------------------------
       GRABAR-CCAREPCRU.
           MOVE "NO"                    TO CTL-CCAREPCRU
           MOVE LK-FECHA-HOY            TO FECPRO OF REG-REPCRU
           MOVE "CCA593"                TO PROGRA OF REG-REPCRU
           READ CCAREPCRU INVALID KEY
                MOVE "SI" TO CTL-CCAREPCRU
           END-READ
           INITIALIZE REGREPCRU
           MOVE LK-FECHA-HOY            TO FECPRO OF REG-REPCRU
           MOVE "CCA593"                TO PROGRA OF REG-REPCRU
           MOVE TOT-CANCTA              TO CANCTA OF REG-REPCRU
           MOVE TOT-CANBAJ              TO CANBAJ OF REG-REPCRU
           MOVE TOT-SALACT              TO SALACT OF REG-REPCRU
           MOVE TOT-SALCON              TO SALCON OF REG-REPCRU
           MOVE TOT-SALULR              TO SALULR OF REG-REPCRU
           MOVE TOT-SALPUR              TO SALPUR OF REG-REPCRU
           MOVE TOT-DEP24               TO DEP24  OF REG-REPCRU
           MOVE TOT-DEP48               TO DEP48  OF REG-REPCRU
           MOVE TOT-DEP72               TO DEP72  OF REG-REPCRU
           ACCEPT HORGRA OF REG-REPCRU FROM TIME
           IF ERROR-CCAREPCRU
              WRITE REG-REPCRU
           ELSE
              REWRITE REG-REPCRU
           END-IF.
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMAEAHO.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           DISPLAY "CCA593 CUENTAS EXTRAIDAS.......: " W-CANREG
           DISPLAY "CCA593 CUENTAS ABIERTAS........: " TOT-CANCTA
           DISPLAY "CCA593 CUENTAS CANCELADAS......: " TOT-CANBAJ
           DISPLAY "CCA593 GRUPOS AGENCIA/PRODUCTO.: " W-CANGRP
           DISPLAY "CCA593 AGENCIAS LEIDAS.........: " W-CANAGE
           MOVE W-CANREG                TO PC504-CANTREG
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMAEAHO PLTAGCORI CLIMAE CLIMAEL01 CCAMAEREP
                 CCAREPCTL CCAREPCRU.
           STOP  RUN      .
