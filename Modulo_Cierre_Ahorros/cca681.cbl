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
       PROGRAM-ID.    CCA681.
      ******************************************************************
      * FUNCION: MANTENIMIENTO NOCTURNO DEL ARCHIVO DE REPORTES POR    *
      *          AGENCIA (LO ALIMENTA CCA679).                         *
      *          1. DEPURA LAS ENTREGAS VENCIDAS (FECVEN DE CCAREPENT  *
      *             IGUAL O ANTERIOR A LA FECHA DE PROCESO): BORRA SUS *
      *             LINEAS DE CCAREPARC, LA COPIA DE LA CARPETA DE LA  *
      *             AGENCIA (RMVLNK) Y EL REGISTRO DE LA ENTREGA.      *
      *          2. LISTA EN CCA681R LAS ENTREGAS DE DIAS ANTERIORES   *
      *             QUE LA AGENCIA AUN NO HA ABIERTO (ESTADO E, SIN    *
      *             ACUSE DE LECTURA), PARA QUE OPERACIONES LES HAGA   *
      *             SEGUIMIENTO.                                       *
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
           SELECT CCAREPENT
               ASSIGN          TO DATABASE-CCAREPENT
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAREPARC
               ASSIGN          TO DATABASE-CCAREPARC
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
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA681R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAREPENT
           LABEL RECORDS ARE STANDARD.
       01  REG-REPENT.
           COPY DDS-ALL-FORMATS OF CCAREPENT.
      *
       FD  CCAREPARC
           LABEL RECORDS ARE STANDARD.
       01  REG-REPARC.
           COPY DDS-ALL-FORMATS OF CCAREPARC.
      *
       FD  PLTAGCORI
           LABEL RECORDS ARE STANDARD.
       01  ZONA-PLTAGCORI.
           COPY DDS-ALL-FORMATS OF PLTAGCORI.
      *
       FD  REPORTE
           LABEL RECORDS ARE OMITTED.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA681R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  W-TOTPEN                    PIC 9(07) VALUE ZEROS.
       77  W-TOTDEP                    PIC 9(07) VALUE ZEROS.
       77  W-LINDEP                    PIC 9(09) VALUE ZEROS.
       01  W-FECPRO                    PIC 9(08) VALUE ZEROS.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *
      *    COMANDOS PARA QCMDEXC.
       01  W-COMANDO                   PIC X(200) VALUE SPACES.
       01  W-LNGCMD                    PIC S9(10)V9(05) COMP-3
                                                  VALUE 200.
      *
           COPY FECHAS OF CCACPY.
      *
       01  CONTROLES.
           05  CTL-CCAREPENT           PIC X(02) VALUE "NO".
               88  FIN-CCAREPENT                 VALUE "SI".
               88  NO-FIN-CCAREPENT              VALUE "NO".
           05  CTL-CCAREPARC           PIC X(02) VALUE "NO".
               88  FIN-CCAREPARC                 VALUE "SI".
               88  NO-FIN-CCAREPARC              VALUE "NO".
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA681".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
       PROCEDURE DIVISION.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           PERFORM PROCESAR UNTIL FIN-CCAREPENT.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CALL "PLTCODEMPP"         USING PA-CODEMP
           CALL "CCA500"             USING LK-FECHAS
           MOVE LK-FECHA-HOY            TO W-FECPRO
           OPEN I-O    CCAREPENT CCAREPARC.
           OPEN INPUT  PLTAGCORI.
           OPEN OUTPUT REPORTE.
           INITIALIZE CCA681R-HEADER
           MOVE W-FECPRO TO FECPRO OF CCA681R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
           MOVE "NO"       TO CTL-CCAREPENT
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY OF REG-REPENT
           START CCAREPENT KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAREPENT
           END-START.
      *----------------------------------------------------------------
       PROCESAR.
           READ CCAREPENT NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAREPENT
           END-READ
           IF NO-FIN-CCAREPENT
              IF FECVEN OF REG-REPENT NOT > W-FECPRO
                 PERFORM DEPURAR-ENTREGA
              ELSE
                 IF ESTADO OF REG-REPENT = "E"
                 AND FECPRO OF REG-REPENT < W-FECPRO
                    PERFORM LISTAR-PENDIENTE
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * VENCIDA LA RETENCION SE BORRA TODO RASTRO DE LA ENTREGA: LAS
      * LINEAS ARCHIVADAS, LA COPIA EN LA CARPETA Y EL REGISTRO.
      *----------------------------------------------------------------
       DEPURAR-ENTREGA.
           MOVE "NO"                  TO CTL-CCAREPARC
           MOVE FECPRO OF REG-REPENT  TO FECPRO OF REG-REPARC
           MOVE NOMREP OF REG-REPENT  TO NOMREP OF REG-REPARC
           MOVE AGCCTA OF REG-REPENT  TO AGCCTA OF REG-REPARC
           MOVE ZEROS                 TO NROLIN OF REG-REPARC
           START CCAREPARC KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAREPARC
           END-START
           PERFORM BORRAR-LINEA-ARCHIVO UNTIL FIN-CCAREPARC
           IF RUTA OF REG-REPENT NOT = SPACES
              MOVE SPACES TO W-COMANDO
              STRING "RMVLNK OBJLNK('"        DELIMITED BY SIZE
                     RUTA OF REG-REPENT       DELIMITED BY SPACE
                     "')"                     DELIMITED BY SIZE
                INTO W-COMANDO
              END-STRING
              CALL "QCMDEXC" USING W-COMANDO , W-LNGCMD
           END-IF
           DELETE CCAREPENT RECORD
           ADD 1 TO W-TOTDEP PC504-CANTREG.
      *----------------------------------------------------------------
       BORRAR-LINEA-ARCHIVO.
           READ CCAREPARC NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAREPARC
           END-READ
           IF NO-FIN-CCAREPARC
              IF FECPRO OF REG-REPARC NOT = FECPRO OF REG-REPENT
              OR NOMREP OF REG-REPARC NOT = NOMREP OF REG-REPENT
              OR AGCCTA OF REG-REPARC NOT = AGCCTA OF REG-REPENT
                 MOVE "SI" TO CTL-CCAREPARC
              ELSE
                 DELETE CCAREPARC RECORD
                 ADD 1 TO W-LINDEP
              END-IF
           END-IF.
      *----------------------------------------------------------------
       LISTAR-PENDIENTE.
           INITIALIZE CCA681R-DETALLE
           MOVE FECPRO OF REG-REPENT  TO FECREP OF CCA681R-DETALLE
           MOVE NOMREP OF REG-REPENT  TO NOMREP OF CCA681R-DETALLE
           MOVE AGCCTA OF REG-REPENT  TO AGCCTA OF CCA681R-DETALLE
           MOVE CANPAG OF REG-REPENT  TO CANPAG OF CCA681R-DETALLE
           MOVE FECVEN OF REG-REPENT  TO FECVEN OF CCA681R-DETALLE
           MOVE PA-CODEMP             TO CODEMP OF ZONA-PLTAGCORI
           MOVE AGCCTA OF REG-REPENT  TO AGCORI OF ZONA-PLTAGCORI
           READ PLTAGCORI
                INVALID KEY
                   MOVE "AGENCIA INEXISTENTE" TO NOMAGC OF
                                                 CCA681R-DETALLE
                NOT INVALID KEY
                   MOVE NOMAGC OF ZONA-PLTAGCORI TO NOMAGC OF
                                                 CCA681R-DETALLE
           END-READ
           WRITE REPORTE-REG FORMAT IS "DETALLE"
           ADD 1 TO W-TOTPEN.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE CCA681R-TOTALES
           MOVE W-TOTPEN    TO CANPEN OF CCA681R-TOTALES
           MOVE W-TOTDEP    TO CANDEP OF CCA681R-TOTALES
           MOVE W-LINDEP    TO LINDEP OF CCA681R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA681 ENTREGAS VENCIDAS DEPURADAS: " W-TOTDEP
           DISPLAY "CCA681 LINEAS DE ARCHIVO BORRADAS.: " W-LINDEP
           DISPLAY "CCA681 ENTREGAS SIN ABRIR.........: " W-TOTPEN
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAREPENT CCAREPARC PLTAGCORI REPORTE.
           STOP RUN.
