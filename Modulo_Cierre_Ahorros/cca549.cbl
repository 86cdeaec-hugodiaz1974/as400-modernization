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
       PROGRAM-ID.    CCA549.
      ******************************************************************
      * FUNCION: REPORTE MENSUAL DE BENEFICIARIOS FINALES. RECORRE     *
      *          LAS CUENTAS VIVAS CUYO TITULAR ES PERSONA JURIDICA    *
      *          (DOCUMENTO NIT EN CLIENTES) Y LISTA LAS QUE TIENEN    *
      *          EL REGISTRO CCABENFIN INCOMPLETO:                     *
      *            SIN BENEFICIARIOS ACTIVOS,                          *
      *            CON ALGUNA VERIFICACION VENCIDA (MAS VIEJA QUE LOS  *
      *            DIAS DE VIGENCIA DE CCATABLAS TABLA 69 REG. 0,      *
      *            POR OMISION 365), O                                 *
      *            CON COBERTURA BAJA: LA SUMA DE LOS PORCENTAJES DE   *
      *            PROPIEDAD IDENTIFICADOS POR DEBAJO DEL MINIMO DE    *
      *            LA TABLA 69 REG. 1 (POR OMISION 25).                *
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
           SELECT CLIMAEL01
               ASSIGN          TO DATABASE-CLIMAEL01
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCABENFIN
               ASSIGN          TO DATABASE-CCABENFIN
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
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA549R
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
       FD  CLIMAEL01
           LABEL RECORDS ARE STANDARD.
       01  REG-CLIMAEL01.
           COPY DDS-ALL-FORMATS OF CLIMAEL01.
      *
       FD  CCABENFIN
           LABEL RECORDS ARE STANDARD.
       01  REG-BENFIN.
           COPY DDS-ALL-FORMATS OF CCABENFIN.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA549R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * VIGENCIA DE LA VERIFICACION Y COBERTURA MINIMA (TABLA 69).
       77  W-DIAVIG                    PIC 9(05) VALUE 365.
       77  W-PORMIN                    PIC 9(03) VALUE 25.
       77  W-FECLIM                    PIC 9(08) VALUE ZEROS.
       77  W-CANBEN                    PIC 9(03) VALUE ZEROS.
       77  W-CANVEB                    PIC 9(03) VALUE ZEROS.
       77  W-PORTOT                    PIC 9(05)V99 VALUE ZEROS.
       77  W-FECVIE                    PIC 9(08) VALUE ZEROS.
       77  W-CANEMP                    PIC 9(07) VALUE ZEROS.
       77  W-CANSIN                    PIC 9(07) VALUE ZEROS.
       77  W-CANVEN                    PIC 9(07) VALUE ZEROS.
       77  W-CANBAJ                    PIC 9(07) VALUE ZEROS.
       77  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *
       01  W-SITBEN                    PIC X(20) VALUE SPACES.
       01  CONTROLES.
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                 VALUE "SI".
               88  NO-FIN-CCAMAEAHO              VALUE "NO".
           05  CTL-CCABENFIN           PIC X(02) VALUE "NO".
               88  FIN-CCABENFIN                 VALUE "SI".
               88  NO-FIN-CCABENFIN              VALUE "NO".
           05  CTL-JURIDICA            PIC X(02) VALUE "NO".
               88  ES-JURIDICA                   VALUE "SI".
               88  NO-ES-JURIDICA                VALUE "NO".
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA549".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
           COPY PLT219  OF CCACPY.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR UNTIL FIN-CCAMAEAHO.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAMAEAHO CLIMAEL01 CCABENFIN CCATABLAS.
           OPEN OUTPUT REPORTE.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           MOVE 69 TO CODTAB OF ZONA-CCATABLAS
           MOVE 0  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS
              NOT INVALID KEY
                 IF CAMPO1 OF ZONA-CCATABLAS > ZEROS
                    MOVE CAMPO1 OF ZONA-CCATABLAS TO W-DIAVIG
                 END-IF
           END-READ
           MOVE 69 TO CODTAB OF ZONA-CCATABLAS
           MOVE 1  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS
              NOT INVALID KEY
                 IF CAMPO1 OF ZONA-CCATABLAS > ZEROS
                    MOVE CAMPO1 OF ZONA-CCATABLAS TO W-PORMIN
                 END-IF
           END-READ
           PERFORM CALCULAR-FECHA-LIMITE
           INITIALIZE CCA549R-HEADER
           MOVE LK-FECHA-HOY TO FECHOY OF REPORTE-REG
           MOVE W-DIAVIG     TO DIAVIG OF REPORTE-REG
           MOVE W-PORMIN     TO PORMIN OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "HEADER"
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
      * VERIFICACION ANTERIOR A ESTA FECHA ESTA VENCIDA.
      *----------------------------------------------------------------
       CALCULAR-FECHA-LIMITE.
           MOVE LK-FECHA-HOY           TO LK219-FECHA1
           MOVE ZEROS                  TO LK219-FECHA2
           MOVE ZEROS                  TO LK219-FECHA3
           MOVE 1                      TO LK219-TIPFMT
           MOVE 2                      TO LK219-BASCLC
           MOVE W-DIAVIG               TO LK219-NRODIA
           MOVE 2                      TO LK219-INDDSP
           MOVE 9                      TO LK219-DIASEM
           MOVE SPACES                 TO LK219-NOMDIA
           MOVE SPACES                 TO LK219-NOMMES
           MOVE ZEROS                  TO LK219-CODRET
           MOVE SPACES                 TO LK219-MSGERR
           MOVE 2                      TO LK219-TIPOPR
           PERFORM CALL-PLT219
           MOVE LK219-FECHA3           TO W-FECLIM.
      *----------------------------------------------------------------
       PROCESAR.
           IF INDBAJ OF REG-MAESTR = ZEROS
              PERFORM UBICAR-TIPO-TITULAR
              IF ES-JURIDICA
                 ADD 1 TO W-CANEMP
                 PERFORM SUMAR-BENEFICIARIOS
                 PERFORM CLASIFICAR-EMPRESA
              END-IF
           END-IF
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
      * TIPO DE DOCUMENTO 3 (NIT) EN CLIENTES ES PERSONA JURIDICA.
      *----------------------------------------------------------------
       UBICAR-TIPO-TITULAR.
           MOVE "NO"                 TO CTL-JURIDICA
           MOVE NITCTA OF REG-MAESTR TO NITCLI OF REG-CLIMAEL01
           READ CLIMAEL01 INVALID KEY
                MOVE "NO" TO CTL-JURIDICA
           NOT INVALID KEY
                IF TIPDOC OF REG-CLIMAEL01 = 3
                   MOVE "SI" TO CTL-JURIDICA
                END-IF
           END-READ.
      *----------------------------------------------------------------
       SUMAR-BENEFICIARIOS.
           MOVE ZEROS                TO W-CANBEN W-CANVEB W-PORTOT
                                        W-FECVIE
           MOVE "NO"                 TO CTL-CCABENFIN
           MOVE NITCTA OF REG-MAESTR TO NITEMP OF REG-BENFIN
           MOVE ZEROS                TO NRODOC OF REG-BENFIN
           START CCABENFIN KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCABENFIN
           END-START
           PERFORM SUMAR-UN-BENEFICIARIO UNTIL FIN-CCABENFIN.
      *----------------------------------------------------------------
      * SOLO LOS DE PROPIEDAD (ROL 1) SUMAN COBERTURA; LOS DE CONTROL
      * Y LOS ADMINISTRADORES CUENTAN COMO REGISTRADOS Y SU
      * VERIFICACION TAMBIEN SE VIGILA.
      *----------------------------------------------------------------
       SUMAR-UN-BENEFICIARIO.
           READ CCABENFIN NEXT AT END
                MOVE "SI" TO CTL-CCABENFIN
           END-READ
           IF NO-FIN-CCABENFIN
              IF NITEMP OF REG-BENFIN NOT = NITCTA OF REG-MAESTR
                 MOVE "SI" TO CTL-CCABENFIN
              ELSE
                 IF ESTADO OF REG-BENFIN = "A"
                    ADD 1 TO W-CANBEN
                    IF ROLCTL OF REG-BENFIN = 1
                       ADD PORPAR OF REG-BENFIN TO W-PORTOT
                    END-IF
                    IF FECVER OF REG-BENFIN < W-FECLIM
                       ADD 1 TO W-CANVEB
                    END-IF
                    IF W-FECVIE = ZEROS
                    OR FECVER OF REG-BENFIN < W-FECVIE
                       MOVE FECVER OF REG-BENFIN TO W-FECVIE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       CLASIFICAR-EMPRESA.
           MOVE SPACES TO W-SITBEN
           IF W-CANBEN = ZEROS
              MOVE "SIN BENEFICIARIOS"   TO W-SITBEN
              ADD 1 TO W-CANSIN
           ELSE
           IF W-CANVEB > ZEROS
              MOVE "VERIFICACION VENCIDA" TO W-SITBEN
              ADD 1 TO W-CANVEN
           ELSE
           IF W-PORTOT < W-PORMIN
              MOVE "COBERTURA BAJA"      TO W-SITBEN
              ADD 1 TO W-CANBAJ
           END-IF
           END-IF
           END-IF
           IF W-SITBEN NOT = SPACES
              PERFORM IMPRIMIR-DETALLE
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-DETALLE.
           INITIALIZE CCA549R-DETALLE
           MOVE NITCTA OF REG-MAESTR TO NITEMP OF REPORTE-REG
           MOVE DESCRI OF REG-MAESTR TO DESCRI OF REPORTE-REG
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REPORTE-REG
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REPORTE-REG
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF REPORTE-REG
           MOVE SALACT OF REG-MAESTR TO SALACT OF REPORTE-REG
           MOVE W-CANBEN             TO CANBEN OF REPORTE-REG
           IF W-PORTOT > 100
              MOVE 100               TO PORTOT OF REPORTE-REG
           ELSE
              MOVE W-PORTOT          TO PORTOT OF REPORTE-REG
           END-IF
           MOVE W-FECVIE             TO FECVER OF CCA549R-DETALLE
           MOVE W-SITBEN             TO SITBEN OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMAEAHO.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       CALL-PLT219.
           CALL "PLT219" USING PA-CODEMP
                         LK219-FECHA1
                         LK219-FECHA2
                         LK219-FECHA3
                         LK219-TIPFMT
                         LK219-BASCLC
                         LK219-NRODIA
                         LK219-INDDSP
                         LK219-DIASEM
                         LK219-NOMDIA
                         LK219-NOMMES
                         LK219-CODRET
                         LK219-MSGERR
                         LK219-TIPOPR.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE CCA549R-TOTALES
           MOVE W-CANEMP TO CANEMP OF REPORTE-REG
           MOVE W-CANSIN TO CANSIN OF REPORTE-REG
           MOVE W-CANVEN TO CANVEN OF REPORTE-REG
           MOVE W-CANBAJ TO CANBAJ OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA549 CUENTAS DE EMPRESAS....: " W-CANEMP
           DISPLAY "CCA549 SIN BENEFICIARIOS......: " W-CANSIN
           DISPLAY "CCA549 VERIFICACION VENCIDA...: " W-CANVEN
           DISPLAY "CCA549 COBERTURA BAJA.........: " W-CANBAJ
           COMPUTE PC504-CANTREG = W-CANSIN + W-CANVEN + W-CANBAJ
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMAEAHO CLIMAEL01 CCABENFIN CCATABLAS REPORTE.
           STOP  RUN      .
