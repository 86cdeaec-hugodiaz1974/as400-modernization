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
       PROGRAM-ID.    CCA553.
      ******************************************************************
      * FUNCION: LISTADO POR AGENCIA DE LAS REVISIONES DE DEBIDA       *
      *          DILIGENCIA AMPLIADA VENCIDAS: CLIENTES DE RIESGO ALTO *
      *          EN CCARIESGO (CALIFICADOS POR CCA552) CUYA FECHA DE   *
      *          REVISION YA PASO SIN QUE SE REGISTRARA LA REVISION    *
      *          (CCA551). RECORRE EL LOGICO CCARIESGO1 (AGENCIA       *
      *          PRINCIPAL DEL CLIENTE, FECHA DE REVISION) Y MUESTRA   *
      *          LOS FACTORES DE LA CALIFICACION, LA CIUDAD DE LA      *
      *          AGENCIA (PLTCIUDAD) Y LOS DIAS DE ATRASO.             *
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
           SELECT CCARIESGO1
               ASSIGN          TO DATABASE-CCARIESGO1
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT PLTAGCORI
               ASSIGN          TO DATABASE-PLTAGCORI
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT PLTCIUDAD
               ASSIGN          TO DATABASE-PLTCIUDAD
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
           SELECT CLITAB
               ASSIGN          TO DATABASE-CLITAB
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA553R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCARIESGO1
           LABEL RECORDS ARE STANDARD.
       01  REG-RIESGO1.
           COPY DDS-ALL-FORMATS OF CCARIESGO1.
      *
       FD  PLTAGCORI
           LABEL RECORDS ARE STANDARD.
       01  REG-AGCORI.
           COPY DDS-ALL-FORMATS OF PLTAGCORI.
      *
       FD  PLTCIUDAD
           LABEL RECORDS ARE STANDARD.
       01  REG-CIUDAD.
           COPY DDS-ALL-FORMATS OF PLTCIUDAD.
      *
       FD  CLIMAEL01
           LABEL RECORDS ARE STANDARD.
       01  REG-CLIMAEL01.
           COPY DDS-ALL-FORMATS OF CLIMAEL01.
      *
       FD  CLITAB
           LABEL RECORDS ARE STANDARD.
       01  REG-CLITAB.
           COPY DDS-ALL-FORMATS OF CLITAB.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA553R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-CANREV                    PIC 9(09) VALUE ZEROS.
       77  W-CANVEN                    PIC 9(07) VALUE ZEROS.
       77  W-CANAGC                    PIC 9(07) VALUE ZEROS.
       77  W-AGCANT                    PIC 9(05) VALUE ZEROS.
       77  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      * TABLA DE SEGMENTOS DE CLIENTE EN CLITAB (COMO CCA755).
       77  W-CODTAB-SEGCLI             PIC 9(03) VALUE 950.
      *
       01  CONTROLES.
           05  CTL-CCARIESGO1          PIC X(02) VALUE "NO".
               88  FIN-CCARIESGO1                VALUE "SI".
               88  NO-FIN-CCARIESGO1             VALUE "NO".
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA553".
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
           PERFORM PROCESAR UNTIL FIN-CCARIESGO1.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCARIESGO1 PLTAGCORI PLTCIUDAD CLIMAEL01 CLITAB.
           OPEN OUTPUT REPORTE.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           INITIALIZE CCA553R-HEADER
           MOVE LK-FECHA-HOY TO FECHOY OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "HEADER"
           MOVE ZEROS TO AGCCTA OF REG-RIESGO1
                         FECREV OF REG-RIESGO1
                         NITCLI OF REG-RIESGO1
           START CCARIESGO1 KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCARIESGO1
           END-START
           IF NO-FIN-CCARIESGO1
              PERFORM LEER-CCARIESGO1
           END-IF.
      *----------------------------------------------------------------
       PROCESAR.
           ADD 1 TO W-CANREV
           IF NIVRIE OF REG-RIESGO1 = "A"
           AND FECREV OF REG-RIESGO1 > ZEROS
           AND FECREV OF REG-RIESGO1 < LK-FECHA-HOY
              IF AGCCTA OF REG-RIESGO1 NOT = W-AGCANT
              OR W-CANAGC = ZEROS
                 PERFORM CORTE-AGENCIA
              END-IF
              ADD 1 TO W-CANAGC
              ADD 1 TO W-CANVEN
              PERFORM IMPRIMIR-CLIENTE
           END-IF
           PERFORM LEER-CCARIESGO1.
      *----------------------------------------------------------------
       CORTE-AGENCIA.
           IF W-CANAGC > ZEROS
              PERFORM TOTAL-AGENCIA
           END-IF
           MOVE AGCCTA OF REG-RIESGO1 TO W-AGCANT
           INITIALIZE CCA553R-AGENCIA
           MOVE W-AGCANT              TO AGCCTA OF CCA553R-AGENCIA
           MOVE PA-CODEMP             TO CODEMP OF REG-AGCORI
           MOVE W-AGCANT              TO AGCORI OF REG-AGCORI
           READ PLTAGCORI
              NOT INVALID KEY
                 MOVE NOMAGC OF REG-AGCORI TO NOMAGC OF REPORTE-REG
                 MOVE CODCIU OF REG-AGCORI TO CODCIU OF REG-CIUDAD
                 READ PLTCIUDAD
                    NOT INVALID KEY
                       MOVE NOMCIU OF REG-CIUDAD
                                          TO NOMCIU OF REPORTE-REG
                 END-READ
           END-READ
           WRITE REPORTE-REG FORMAT IS "AGENCIA".
      *----------------------------------------------------------------
       TOTAL-AGENCIA.
           INITIALIZE CCA553R-TOTAGC
           MOVE W-CANAGC TO CANAGC OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "TOTAGC"
           MOVE ZEROS    TO W-CANAGC.
      *----------------------------------------------------------------
       IMPRIMIR-CLIENTE.
           INITIALIZE CCA553R-DETALLE
           MOVE NITCLI OF REG-RIESGO1 TO NITCLI OF CCA553R-DETALLE
           MOVE NITCLI OF REG-RIESGO1 TO NITCLI OF REG-CLIMAEL01
           READ CLIMAEL01
              NOT INVALID KEY
                 MOVE NOMCLI OF REG-CLIMAEL01 TO NOMCLI OF REPORTE-REG
           END-READ
           MOVE W-CODTAB-SEGCLI       TO CODTAB OF REG-CLITAB
           MOVE TIPCLI OF REG-RIESGO1 TO CODINT OF REG-CLITAB
           READ CLITAB
              NOT INVALID KEY
                 MOVE CODNOM OF REG-CLITAB TO DESTIP OF REPORTE-REG
           END-READ
           MOVE PUNTOT OF REG-RIESGO1 TO PUNTOT OF CCA553R-DETALLE
           MOVE PUNPRO OF REG-RIESGO1 TO PUNPRO OF CCA553R-DETALLE
           MOVE PUNCAN OF REG-RIESGO1 TO PUNCAN OF CCA553R-DETALLE
           MOVE PUNGEO OF REG-RIESGO1 TO PUNGEO OF CCA553R-DETALLE
           MOVE PUNTIP OF REG-RIESGO1 TO PUNTIP OF CCA553R-DETALLE
           MOVE PUNSAL OF REG-RIESGO1 TO PUNSAL OF CCA553R-DETALLE
           MOVE FECREV OF REG-RIESGO1 TO FECREV OF CCA553R-DETALLE
           MOVE FECULR OF REG-RIESGO1 TO FECULR OF CCA553R-DETALLE
           PERFORM CALCULAR-ATRASO
           MOVE LK219-NRODIA          TO DIAVEN OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
       CALCULAR-ATRASO.
           MOVE FECREV OF REG-RIESGO1  TO LK219-FECHA1
           MOVE LK-FECHA-HOY           TO LK219-FECHA2
           MOVE ZEROS                  TO LK219-FECHA3
           MOVE 1                      TO LK219-TIPFMT
           MOVE 2                      TO LK219-BASCLC
           MOVE ZEROS                  TO LK219-NRODIA
           MOVE 1                      TO LK219-INDDSP
           MOVE 9                      TO LK219-DIASEM
           MOVE SPACES                 TO LK219-NOMDIA
           MOVE SPACES                 TO LK219-NOMMES
           MOVE ZEROS                  TO LK219-CODRET
           MOVE SPACES                 TO LK219-MSGERR
           MOVE 4                      TO LK219-TIPOPR
           PERFORM CALL-PLT219.
      *----------------------------------------------------------------
       LEER-CCARIESGO1.
           READ CCARIESGO1 NEXT RECORD AT END
                MOVE "SI" TO CTL-CCARIESGO1.
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
           IF W-CANAGC > ZEROS
              PERFORM TOTAL-AGENCIA
           END-IF
           INITIALIZE CCA553R-TOTALES
           MOVE W-CANREV TO CANREV OF REPORTE-REG
           MOVE W-CANVEN TO CANVEN OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA553 CLIENTES REVISADOS.....: " W-CANREV
           DISPLAY "CCA553 REVISIONES VENCIDAS....: " W-CANVEN
           MOVE W-CANVEN                TO PC504-CANTREG
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCARIESGO1 PLTAGCORI PLTCIUDAD CLIMAEL01 CLITAB
                 REPORTE.
           STOP  RUN      .
