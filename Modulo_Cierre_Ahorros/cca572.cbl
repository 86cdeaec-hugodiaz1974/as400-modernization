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
       PROGRAM-ID.    CCA572.
      ******************************************************************
      * FUNCION: CATALOGO IMPRESO DE LAS TABLAS DE PARAMETROS          *
      *          (CCATABLAS). POR CADA CODTAB IMPRIME EL ENCABEZADO    *
      *          DEL DICCIONARIO (CCADICTAB: NOMBRE, SIGNIFICADO DE    *
      *          NROTAB Y PROGRAMAS QUE LA LEEN) Y LA DEFINICION DE    *
      *          SUS SEGMENTOS; LUEGO CADA REGISTRO CON CAMPO1,        *
      *          CAMPO2 Y EL VALOR ACTUAL DE CADA SEGMENTO. EL         *
      *          REGISTRO QUE NO CUMPLE EL DICCIONARIO (SERVICIO       *
      *          CCA571) SALE SENALADO CON EL ERROR, Y LA TABLA SIN    *
      *          DICCIONARIO SE LISTA COMO TAL.                        *
      *          LAS TABLAS SE MANTIENEN CON LA PANTALLA CCA569.       *
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
           SELECT CCATABLAS
               ASSIGN          TO DATABASE-CCATABLAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCADICTAB
               ASSIGN          TO DATABASE-CCADICTAB
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA572R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  REG-TABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  CCADICTAB
           LABEL RECORDS ARE STANDARD.
       01  REG-DICTAB.
           COPY DDS-ALL-FORMATS OF CCADICTAB.
      *
       FD  REPORTE
           LABEL RECORDS ARE OMITTED.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA572R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-CANTAB                    PIC 9(05) VALUE ZEROS.
       77  W-CANREG                    PIC 9(07) VALUE ZEROS.
       77  W-CANERR                    PIC 9(07) VALUE ZEROS.
       77  W-CANSIN                    PIC 9(05) VALUE ZEROS.
       77  W-CODTAB-ANT                PIC 9(02) VALUE ZEROS.
       01  W-CAMPO1                    PIC 9(09) VALUE ZEROS.
       01  W-CAMPO1-X REDEFINES W-CAMPO1
                                       PIC X(09).
      *
      *    PARAMETROS DEL SERVICIO DE VALIDACION CCA571.
       01  W-VAL-NROCAM                PIC 9(02) VALUE ZEROS.
       01  W-VAL-MENSAJ                PIC X(60) VALUE SPACES.
       01  W-VAL-RETCOD                PIC 9(01) VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCATABLAS           PIC X(02) VALUE "NO".
               88  FIN-CCATABLAS                 VALUE "SI".
               88  NO-FIN-CCATABLAS              VALUE "NO".
           05  CTL-CCADICTAB           PIC X(02) VALUE "NO".
               88  FIN-CCADICTAB                 VALUE "SI".
               88  NO-FIN-CCADICTAB              VALUE "NO".
           05  CTL-DICCIONARIO         PIC X(02) VALUE "NO".
               88  HAY-DICCIONARIO               VALUE "SI".
               88  NO-HAY-DICCIONARIO            VALUE "NO".
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA572".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR UNTIL FIN-CCATABLAS.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCATABLAS CCADICTAB.
           OPEN OUTPUT REPORTE.
           PERFORM CALL-CCA500.
           INITIALIZE CCA572R-HEADER
           MOVE LK-FECHA-HOY TO FECHOY OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "HEADER"
           MOVE 99           TO W-CODTAB-ANT
           PERFORM LEER-CCATABLAS.
      *----------------------------------------------------------------
       PROCESAR.
           IF CODTAB OF REG-TABLAS NOT = W-CODTAB-ANT
              MOVE CODTAB OF REG-TABLAS TO W-CODTAB-ANT
              PERFORM IMPRIMIR-TABLA
           END-IF
           PERFORM IMPRIMIR-REGISTRO
           PERFORM LEER-CCATABLAS.
      *----------------------------------------------------------------
      * CAMBIO DE TABLA: ENCABEZADO Y DEFINICION DE LOS SEGMENTOS.
      *----------------------------------------------------------------
       IMPRIMIR-TABLA.
           ADD 1 TO W-CANTAB
           INITIALIZE CCA572R-TABLA
           MOVE W-CODTAB-ANT TO CODTAB OF CCA572R-TABLA
           MOVE W-CODTAB-ANT TO CODTAB OF REG-DICTAB
           MOVE ZEROS        TO NROCAM OF REG-DICTAB
           MOVE "SI"         TO CTL-DICCIONARIO
           READ CCADICTAB INVALID KEY
                MOVE "NO"    TO CTL-DICCIONARIO
           END-READ
           IF HAY-DICCIONARIO
              MOVE DESCRI OF REG-DICTAB TO NOMTAB OF CCA572R-TABLA
              MOVE DESNRO OF REG-DICTAB TO DESNRO OF CCA572R-TABLA
              MOVE PGMLEE OF REG-DICTAB TO PGMLEE OF CCA572R-TABLA
           ELSE
              ADD 1 TO W-CANSIN
              MOVE "*** TABLA SIN DICCIONARIO EN CCADICTAB ***"
                                        TO NOMTAB OF CCA572R-TABLA
           END-IF
           WRITE REPORTE-REG FORMAT IS "TABLA"
           IF HAY-DICCIONARIO
              PERFORM INICIAR-SEGMENTOS
              PERFORM IMPRIMIR-DEFINICION UNTIL FIN-CCADICTAB
           END-IF.
      *----------------------------------------------------------------
       INICIAR-SEGMENTOS.
           MOVE "NO"         TO CTL-CCADICTAB
           MOVE W-CODTAB-ANT TO CODTAB OF REG-DICTAB
           MOVE 1            TO NROCAM OF REG-DICTAB
           START CCADICTAB KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCADICTAB
           END-START
           IF NO-FIN-CCADICTAB
              PERFORM LEER-CCADICTAB
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-DEFINICION.
           INITIALIZE CCA572R-CAMPOS
           MOVE CORR REGDICTAB       TO CCA572R-CAMPOS
           MOVE NROCAM OF REG-DICTAB TO NROCAM OF CCA572R-CAMPOS
           MOVE DESCRI OF REG-DICTAB TO DESCAM OF CCA572R-CAMPOS
           WRITE REPORTE-REG FORMAT IS "CAMPOS"
           PERFORM LEER-CCADICTAB.
      *----------------------------------------------------------------
      * UN REGISTRO DE LA TABLA: VALORES CRUDOS, VALOR DE CADA
      * SEGMENTO Y, SI NO CUMPLE EL DICCIONARIO, EL ERROR.
      *----------------------------------------------------------------
       IMPRIMIR-REGISTRO.
           ADD 1 TO W-CANREG
           MOVE CAMPO1 OF REG-TABLAS TO W-CAMPO1
           INITIALIZE CCA572R-REGIST
           MOVE NROTAB OF REG-TABLAS         TO NROTAB  OF REPORTE-REG
           MOVE CAMPO1 OF REG-TABLAS         TO CAMPO1  OF REPORTE-REG
           MOVE CAMPO2 OF REG-TABLAS (1:75)  TO CAMPO2A OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "REGIST"
           IF CAMPO2 OF REG-TABLAS (76:75) NOT = SPACES
              INITIALIZE CCA572R-CONTIN
              MOVE CAMPO2 OF REG-TABLAS (76:75)
                                             TO CAMPO2B OF REPORTE-REG
              WRITE REPORTE-REG FORMAT IS "CONTIN"
           END-IF
           IF HAY-DICCIONARIO
              PERFORM INICIAR-SEGMENTOS
              PERFORM IMPRIMIR-VALOR-SEGMENTO UNTIL FIN-CCADICTAB
              MOVE ZEROS TO W-VAL-RETCOD
              CALL "CCA571" USING CODTAB OF REG-TABLAS
                                  NROTAB OF REG-TABLAS
                                  CAMPO1 OF REG-TABLAS
                                  CAMPO2 OF REG-TABLAS
                                  W-VAL-NROCAM W-VAL-MENSAJ
                                  W-VAL-RETCOD
              IF W-VAL-RETCOD NOT = ZEROS
                 ADD 1 TO W-CANERR
                 INITIALIZE CCA572R-ERROR
                 MOVE W-VAL-NROCAM TO NROCAM OF CCA572R-ERROR
                 MOVE W-VAL-MENSAJ TO MENSAJ OF CCA572R-ERROR
                 WRITE REPORTE-REG FORMAT IS "ERROR"
              END-IF
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-VALOR-SEGMENTO.
           INITIALIZE CCA572R-VALSEG
           MOVE NROCAM OF REG-DICTAB TO NROCAM OF CCA572R-VALSEG
           MOVE DESCRI OF REG-DICTAB TO DESCAM OF CCA572R-VALSEG
           IF CAMPO  OF REG-DICTAB = 1
           AND POSINI OF REG-DICTAB > ZEROS
           AND LONGIT OF REG-DICTAB > ZEROS
           AND POSINI OF REG-DICTAB + LONGIT OF REG-DICTAB - 1
                                    NOT > 9
              MOVE W-CAMPO1-X (POSINI OF REG-DICTAB:
                               LONGIT OF REG-DICTAB)
                                     TO VALACT OF CCA572R-VALSEG
           END-IF
           IF CAMPO  OF REG-DICTAB = 2
           AND POSINI OF REG-DICTAB > ZEROS
           AND LONGIT OF REG-DICTAB > ZEROS
           AND POSINI OF REG-DICTAB + LONGIT OF REG-DICTAB - 1
                                    NOT > 150
              MOVE CAMPO2 OF REG-TABLAS (POSINI OF REG-DICTAB:
                                         LONGIT OF REG-DICTAB)
                                     TO VALACT OF CCA572R-VALSEG
           END-IF
           WRITE REPORTE-REG FORMAT IS "VALSEG"
           PERFORM LEER-CCADICTAB.
      *----------------------------------------------------------------
       LEER-CCATABLAS.
           READ CCATABLAS NEXT RECORD AT END
                MOVE "SI" TO CTL-CCATABLAS.
      *----------------------------------------------------------------
       LEER-CCADICTAB.
           READ CCADICTAB NEXT RECORD AT END
                MOVE "SI" TO CTL-CCADICTAB
           END-READ
           IF NO-FIN-CCADICTAB
           AND CODTAB OF REG-DICTAB NOT = W-CODTAB-ANT
              MOVE "SI" TO CTL-CCADICTAB
           END-IF.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE CCA572R-TOTALES
           MOVE W-CANTAB          TO CANTAB OF CCA572R-TOTALES
           MOVE W-CANREG          TO CANREG OF CCA572R-TOTALES
           MOVE W-CANERR          TO CANERR OF CCA572R-TOTALES
           MOVE W-CANSIN          TO CANSIN OF CCA572R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA572 TABLAS LISTADAS........: " W-CANTAB
           DISPLAY "CCA572 REGISTROS LISTADOS.....: " W-CANREG
           DISPLAY "CCA572 REGISTROS CON ERROR....: " W-CANERR
           DISPLAY "CCA572 TABLAS SIN DICCIONARIO.: " W-CANSIN
           MOVE W-CANREG                TO PC504-CANTREG
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCATABLAS CCADICTAB REPORTE.
           STOP  RUN      .
