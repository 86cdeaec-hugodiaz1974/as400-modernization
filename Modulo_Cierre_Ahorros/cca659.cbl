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
       PROGRAM-ID.    CCA659.
      ******************************************************************
      * FUNCION: APLICACION NOCTURNA DE LAS TASAS NEGOCIADAS           *
      *          (CCATASNEG, VER CCA658). CORRE ANTES DE LA CAUSACION  *
      *          (CCA601/CCA620) PARA QUE LIQUIDEN CON LOS PUNTOS      *
      *          DEL DIA. POR CADA CUENTA ABIERTA DEL MAESTRO:         *
      *          - LA EXCEPCION ACTIVA CUYA FECHA FINAL YA PASO QUEDA  *
      *            VENCIDA (V).                                        *
      *          - CON UNA EXCEPCION ACTIVA Y VIGENTE HOY, PUNADI      *
      *            TOMA SUS PUNTOS.                                    *
      *          - SIN EXCEPCION VIGENTE PERO CON REGISTRO (VENCIDA,   *
      *            CANCELADA, REEMPLAZADA O AUN NO INICIADA), PUNADI   *
      *            VUELVE A CERO: EL REGISTRO MANDA.                   *
      *          - SIN NINGUN REGISTRO Y PUNADI DISTINTO DE CERO, LA   *
      *            CUENTA SE LISTA EN CCA659R COMO PUNTOS SIN          *
      *            RESPALDO; EL MAESTRO NO SE TOCA.                    *
      *          TODO CAMBIO AL MAESTRO PASA POR EL DIARIO CCA595.     *
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
           SELECT CCATASNEG
               ASSIGN          TO DATABASE-CCATASNEG
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA659R
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
       FD  CCATASNEG
           LABEL RECORDS ARE STANDARD.
       01  REG-TASNEG.
           COPY DDS-ALL-FORMATS OF CCATASNEG.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA659R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-CANAPL                    PIC 9(07) VALUE ZEROS.
       77  W-CANCER                    PIC 9(07) VALUE ZEROS.
       77  W-CANVEN                    PIC 9(07) VALUE ZEROS.
       77  W-CANSIN                    PIC 9(07) VALUE ZEROS.
      *
      * RESULTADO DE LAS EXCEPCIONES DE LA CUENTA EN CURSO.
       01  W-CANEXC                    PIC 9(03) VALUE ZEROS.
       01  W-PNTVIG                    PIC S9(03)V9(04) VALUE ZEROS.
       01  W-VIGENTE                   PIC 9(01) VALUE 0.
           88  HAY-VIGENTE                       VALUE 1.
      *
       01  CONTROLES.
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                 VALUE "SI".
               88  NO-FIN-CCAMAEAHO              VALUE "NO".
           05  CTL-CCATASNEG           PIC X(02) VALUE "NO".
               88  FIN-CCATASNEG                 VALUE "SI".
               88  NO-FIN-CCATASNEG              VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
           COPY MAEJRN  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA659".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
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
           OPEN I-O    CCAMAEAHO CCATASNEG.
           OPEN OUTPUT REPORTE.
           PERFORM CALL-CCA500.
           INITIALIZE CCA659R-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF CCA659R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
           MOVE ZEROS  TO CODMON OF REG-MAESTR
                          CODSIS OF REG-MAESTR
                          CODPRO OF REG-MAESTR
                          AGCCTA OF REG-MAESTR
                          CTANRO OF REG-MAESTR
           START CCAMAEAHO KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAMAEAHO
           END-START
           IF NO-FIN-CCAMAEAHO
              PERFORM LEER-CCAMAEAHO
           END-IF.
      *----------------------------------------------------------------
       PROCESAR.
           IF INDBAJ OF REG-MAESTR = ZEROS
              PERFORM REVISAR-EXCEPCIONES
              IF HAY-VIGENTE
                 IF PUNADI OF REG-MAESTR NOT = W-PNTVIG
                    MOVE W-PNTVIG TO PUNADI OF REG-MAESTR
                    PERFORM REGRABAR-MAESTRO
                    ADD 1 TO W-CANAPL
                 END-IF
              ELSE
                 IF PUNADI OF REG-MAESTR NOT = ZEROS
                    IF W-CANEXC > ZEROS
                       MOVE ZEROS TO PUNADI OF REG-MAESTR
                       PERFORM REGRABAR-MAESTRO
                       ADD 1 TO W-CANCER
                    ELSE
                       PERFORM LISTAR-SIN-RESPALDO
                       ADD 1 TO W-CANSIN
                    END-IF
                 END-IF
              END-IF
              ADD 1 TO PC504-CANTREG
           END-IF
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
       REVISAR-EXCEPCIONES.
           MOVE ZEROS TO W-CANEXC W-PNTVIG W-VIGENTE
           MOVE "NO"  TO CTL-CCATASNEG
           MOVE CODMON OF REG-MAESTR TO CODMON OF REG-TASNEG
           MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-TASNEG
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-TASNEG
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-TASNEG
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-TASNEG
           MOVE ZEROS                TO NROEXC OF REG-TASNEG
           START CCATASNEG KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCATASNEG
           END-START
           PERFORM REVISAR-UNA-EXCEPCION UNTIL FIN-CCATASNEG.
      *----------------------------------------------------------------
       REVISAR-UNA-EXCEPCION.
           READ CCATASNEG NEXT RECORD AT END
                MOVE "SI" TO CTL-CCATASNEG
           END-READ
           IF NO-FIN-CCATASNEG
              IF CODMON OF REG-TASNEG NOT = CODMON OF REG-MAESTR
              OR CODSIS OF REG-TASNEG NOT = CODSIS OF REG-MAESTR
              OR CODPRO OF REG-TASNEG NOT = CODPRO OF REG-MAESTR
              OR AGCCTA OF REG-TASNEG NOT = AGCCTA OF REG-MAESTR
              OR CTANRO OF REG-TASNEG NOT = CTANRO OF REG-MAESTR
                 MOVE "SI" TO CTL-CCATASNEG
              ELSE
                 ADD 1 TO W-CANEXC
                 IF ESTADO OF REG-TASNEG = "A"
                    IF FECFIN OF REG-TASNEG < LK-FECHA-HOY
                       MOVE "V"          TO ESTADO OF REG-TASNEG
                       MOVE "CCA659"     TO USRMOD OF REG-TASNEG
                       MOVE LK-FECHA-HOY TO FECMOD OF REG-TASNEG
                       REWRITE REG-TASNEG
                       ADD 1 TO W-CANVEN
                    ELSE
                       IF FECINI OF REG-TASNEG NOT > LK-FECHA-HOY
                          MOVE 1                     TO W-VIGENTE
                          MOVE PNTADI OF REG-TASNEG  TO W-PNTVIG
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       REGRABAR-MAESTRO.
           MOVE "CCA659"    TO JRN-PROGRA
           CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
                               REG-MAESTR
           REWRITE REG-MAESTR.
      *----------------------------------------------------------------
       LISTAR-SIN-RESPALDO.
           INITIALIZE CCA659R-DETALLE
           MOVE CODMON OF REG-MAESTR TO CODMON OF CCA659R-DETALLE
           MOVE CODSIS OF REG-MAESTR TO CODSIS OF CCA659R-DETALLE
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF CCA659R-DETALLE
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF CCA659R-DETALLE
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF CCA659R-DETALLE
           MOVE NITCTA OF REG-MAESTR TO NITCTA OF CCA659R-DETALLE
           MOVE RESPON OF REG-MAESTR TO RESPON OF CCA659R-DETALLE
           MOVE SALACT OF REG-MAESTR TO SALACT OF CCA659R-DETALLE
           MOVE PUNADI OF REG-MAESTR TO PUNADI OF CCA659R-DETALLE
           WRITE REPORTE-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMAEAHO.
           MOVE REG-MAESTR TO JRN-MAEANT.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE CCA659R-TOTALES
           MOVE W-CANAPL TO CANAPL OF CCA659R-TOTALES
           MOVE W-CANCER TO CANCER OF CCA659R-TOTALES
           MOVE W-CANVEN TO CANVEN OF CCA659R-TOTALES
           MOVE W-CANSIN TO CANSIN OF CCA659R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA659 PUNTOS APLICADOS: "     W-CANAPL
           DISPLAY "CCA659 PUNTOS RETIRADOS: "     W-CANCER
           DISPLAY "CCA659 EXCEPCIONES VENCIDAS: " W-CANVEN
           DISPLAY "CCA659 PUNTOS SIN RESPALDO: "  W-CANSIN
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMAEAHO CCATASNEG REPORTE.
           STOP  RUN      .
