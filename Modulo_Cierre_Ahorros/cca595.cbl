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
       PROGRAM-ID.    CCA595.
      ******************************************************************
      * FUNCION: DIARIO DE CAMBIOS DEL MAESTRO DE AHORROS (CCAMAEAHO). *
      *          TODO PROGRAMA QUE REESCRIBE EL MAESTRO LLAMA AQUI     *
      *          ANTES DEL REWRITE CON SU NOMBRE, LA IMAGEN DEL        *
      *          REGISTRO TAL COMO LO LEYO Y LA IMAGEN QUE VA A        *
      *          GRABAR. POR CADA CAMPO NO MONETARIO QUE CAMBIO        *
      *          (TITULARES, NOMBRE, CLASIFICACION, FECHAS DE          *
      *          APERTURA/CIERRE, INDICADORES Y CODIGOS DE ESTADO,     *
      *          PLAN Y PUNTOS DE TASA, MARCAS DE ENVIO) DEJA UN       *
      *          REGISTRO EN CCAMAEJRN CON EL PROGRAMA, EL USUARIO,    *
      *          LA FECHA/HORA Y LOS VALORES ANTES Y DESPUES.          *
      *          NO SE REGISTRAN SALDOS NI ACUMULADOS, LA TABLA DE     *
      *          SALDOS DIARIOS, LAS FECHAS DE ULTIMO MOVIMIENTO Y     *
      *          CORTE, LOS CONTADORES DE SOBREGIRO QUE LA CADENA      *
      *          RECALCULA CADA NOCHE (FINSOB, NRODSO, DDSBGO) NI EL   *
      *          AREA LIBRE, QUE USAN LOS PROCESOS COMO MARCAS.        *
      *          AL VOLVER, LA IMAGEN ANTERIOR QUEDA IGUAL A LA NUEVA, *
      *          ASI UN SEGUNDO REWRITE DEL MISMO REGISTRO SOLO        *
      *          REGISTRA LO QUE CAMBIO DESDE EL PRIMERO. SI LA        *
      *          IMAGEN ANTERIOR ES DE OTRA CUENTA NO SE REGISTRA.     *
      *          CONSULTA Y REPORTE: CCA596.                           *
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
           SELECT CCAMAEJRN
               ASSIGN          TO DATABASE-CCAMAEJRN
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAMAEJRN
           LABEL RECORDS ARE STANDARD.
       01  REG-MAEJRN.
           COPY DDS-ALL-FORMATS OF CCAMAEJRN.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  W-CAMPO                     PIC X(10) VALUE SPACES.
       01  W-VLRANT                    PIC X(50) VALUE SPACES.
       01  W-VLRNVO                    PIC X(50) VALUE SPACES.
       01  W-PUNADI-ED                 PIC -ZZ9.9999.
       01  W-HORA8                     PIC 9(08) VALUE ZEROS.
       01  R-W-HORA8                   REDEFINES W-HORA8.
           05  W-HORA6                 PIC 9(06).
           05  FILLER                  PIC 9(02).
       01  W-NROJRN                    PIC 9(09) VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCAMAEJRN           PIC X(02) VALUE "NO".
               88  SI-ABIERTO-CCAMAEJRN          VALUE "SI".
               88  NO-ABIERTO-CCAMAEJRN          VALUE "NO".
           05  CTL-GRABADO             PIC X(02) VALUE "NO".
               88  SI-GRABADO                    VALUE "SI".
      *
           COPY EXTRACT OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-PROGRA                   PIC X(08).
       01  LK-MAEANT.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
       01  LK-MAENVO.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      ***************************************************************
       PROCEDURE DIVISION USING LK-PROGRA LK-MAEANT LK-MAENVO.
      ***************************************************************
       COMIENZO.
           MOVE "NO" TO CTL-CCAMAEJRN
           IF  CODMON OF LK-MAEANT = CODMON OF LK-MAENVO
           AND CODSIS OF LK-MAEANT = CODSIS OF LK-MAENVO
           AND CODPRO OF LK-MAEANT = CODPRO OF LK-MAENVO
           AND AGCCTA OF LK-MAEANT = AGCCTA OF LK-MAENVO
           AND CTANRO OF LK-MAEANT = CTANRO OF LK-MAENVO
              PERFORM COMPARAR-CAMPOS
           END-IF
           IF SI-ABIERTO-CCAMAEJRN
              CLOSE CCAMAEJRN
           END-IF
           MOVE LK-MAENVO TO LK-MAEANT
           GOBACK.
      *----------------------------------------------------------------
       COMPARAR-CAMPOS.
           IF NITCTA OF LK-MAEANT NOT = NITCTA OF LK-MAENVO
              MOVE "NITCTA"             TO W-CAMPO
              MOVE NITCTA OF LK-MAEANT  TO W-VLRANT
              MOVE NITCTA OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF NITCT2 OF LK-MAEANT NOT = NITCT2 OF LK-MAENVO
              MOVE "NITCT2"             TO W-CAMPO
              MOVE NITCT2 OF LK-MAEANT  TO W-VLRANT
              MOVE NITCT2 OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF NITCT3 OF LK-MAEANT NOT = NITCT3 OF LK-MAENVO
              MOVE "NITCT3"             TO W-CAMPO
              MOVE NITCT3 OF LK-MAEANT  TO W-VLRANT
              MOVE NITCT3 OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF DESCRI OF LK-MAEANT NOT = DESCRI OF LK-MAENVO
              MOVE "DESCRI"             TO W-CAMPO
              MOVE DESCRI OF LK-MAEANT  TO W-VLRANT
              MOVE DESCRI OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF TIPCTA OF LK-MAEANT NOT = TIPCTA OF LK-MAENVO
              MOVE "TIPCTA"             TO W-CAMPO
              MOVE TIPCTA OF LK-MAEANT  TO W-VLRANT
              MOVE TIPCTA OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF REGION OF LK-MAEANT NOT = REGION OF LK-MAENVO
              MOVE "REGION"             TO W-CAMPO
              MOVE REGION OF LK-MAEANT  TO W-VLRANT
              MOVE REGION OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF SEGMEN OF LK-MAEANT NOT = SEGMEN OF LK-MAENVO
              MOVE "SEGMEN"             TO W-CAMPO
              MOVE SEGMEN OF LK-MAEANT  TO W-VLRANT
              MOVE SEGMEN OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF CODNDI OF LK-MAEANT NOT = CODNDI OF LK-MAENVO
              MOVE "CODNDI"             TO W-CAMPO
              MOVE CODNDI OF LK-MAEANT  TO W-VLRANT
              MOVE CODNDI OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF RESPON OF LK-MAEANT NOT = RESPON OF LK-MAENVO
              MOVE "RESPON"             TO W-CAMPO
              MOVE RESPON OF LK-MAEANT  TO W-VLRANT
              MOVE RESPON OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF FAPERT OF LK-MAEANT NOT = FAPERT OF LK-MAENVO
              MOVE "FAPERT"             TO W-CAMPO
              MOVE FAPERT OF LK-MAEANT  TO W-VLRANT
              MOVE FAPERT OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF FCIERR OF LK-MAEANT NOT = FCIERR OF LK-MAENVO
              MOVE "FCIERR"             TO W-CAMPO
              MOVE FCIERR OF LK-MAEANT  TO W-VLRANT
              MOVE FCIERR OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF INDBAJ OF LK-MAEANT NOT = INDBAJ OF LK-MAENVO
              MOVE "INDBAJ"             TO W-CAMPO
              MOVE INDBAJ OF LK-MAEANT  TO W-VLRANT
              MOVE INDBAJ OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF MOTBAJ OF LK-MAEANT NOT = MOTBAJ OF LK-MAENVO
              MOVE "MOTBAJ"             TO W-CAMPO
              MOVE MOTBAJ OF LK-MAEANT  TO W-VLRANT
              MOVE MOTBAJ OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF INDBLO OF LK-MAEANT NOT = INDBLO OF LK-MAENVO
              MOVE "INDBLO"             TO W-CAMPO
              MOVE INDBLO OF LK-MAEANT  TO W-VLRANT
              MOVE INDBLO OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF CODBLO OF LK-MAEANT NOT = CODBLO OF LK-MAENVO
              MOVE "CODBLO"             TO W-CAMPO
              MOVE CODBLO OF LK-MAEANT  TO W-VLRANT
              MOVE CODBLO OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF INDINA OF LK-MAEANT NOT = INDINA OF LK-MAENVO
              MOVE "INDINA"             TO W-CAMPO
              MOVE INDINA OF LK-MAEANT  TO W-VLRANT
              MOVE INDINA OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF CODINA OF LK-MAEANT NOT = CODINA OF LK-MAENVO
              MOVE "CODINA"             TO W-CAMPO
              MOVE CODINA OF LK-MAEANT  TO W-VLRANT
              MOVE CODINA OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF INDFAL OF LK-MAEANT NOT = INDFAL OF LK-MAENVO
              MOVE "INDFAL"             TO W-CAMPO
              MOVE INDFAL OF LK-MAEANT  TO W-VLRANT
              MOVE INDFAL OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF CODFAL OF LK-MAEANT NOT = CODFAL OF LK-MAENVO
              MOVE "CODFAL"             TO W-CAMPO
              MOVE CODFAL OF LK-MAEANT  TO W-VLRANT
              MOVE CODFAL OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF INDEMB OF LK-MAEANT NOT = INDEMB OF LK-MAENVO
              MOVE "INDEMB"             TO W-CAMPO
              MOVE INDEMB OF LK-MAEANT  TO W-VLRANT
              MOVE INDEMB OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF CODEMB OF LK-MAEANT NOT = CODEMB OF LK-MAENVO
              MOVE "CODEMB"             TO W-CAMPO
              MOVE CODEMB OF LK-MAEANT  TO W-VLRANT
              MOVE CODEMB OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF INDINV OF LK-MAEANT NOT = INDINV OF LK-MAENVO
              MOVE "INDINV"             TO W-CAMPO
              MOVE INDINV OF LK-MAEANT  TO W-VLRANT
              MOVE INDINV OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF CODINV OF LK-MAEANT NOT = CODINV OF LK-MAENVO
              MOVE "CODINV"             TO W-CAMPO
              MOVE CODINV OF LK-MAEANT  TO W-VLRANT
              MOVE CODINV OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF INDFIC OF LK-MAEANT NOT = INDFIC OF LK-MAENVO
              MOVE "INDFIC"             TO W-CAMPO
              MOVE INDFIC OF LK-MAEANT  TO W-VLRANT
              MOVE INDFIC OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF INDRAP OF LK-MAEANT NOT = INDRAP OF LK-MAENVO
              MOVE "INDRAP"             TO W-CAMPO
              MOVE INDRAP OF LK-MAEANT  TO W-VLRANT
              MOVE INDRAP OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF INDCBC OF LK-MAEANT NOT = INDCBC OF LK-MAENVO
              MOVE "INDCBC"             TO W-CAMPO
              MOVE INDCBC OF LK-MAEANT  TO W-VLRANT
              MOVE INDCBC OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF INDCNN OF LK-MAEANT NOT = INDCNN OF LK-MAENVO
              MOVE "INDCNN"             TO W-CAMPO
              MOVE INDCNN OF LK-MAEANT  TO W-VLRANT
              MOVE INDCNN OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF INDSVB OF LK-MAEANT NOT = INDSVB OF LK-MAENVO
              MOVE "INDSVB"             TO W-CAMPO
              MOVE INDSVB OF LK-MAEANT  TO W-VLRANT
              MOVE INDSVB OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF IND003 OF LK-MAEANT NOT = IND003 OF LK-MAENVO
              MOVE "IND003"             TO W-CAMPO
              MOVE IND003 OF LK-MAEANT  TO W-VLRANT
              MOVE IND003 OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF COD001 OF LK-MAEANT NOT = COD001 OF LK-MAENVO
              MOVE "COD001"             TO W-CAMPO
              MOVE COD001 OF LK-MAEANT  TO W-VLRANT
              MOVE COD001 OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF CTAMEG OF LK-MAEANT NOT = CTAMEG OF LK-MAENVO
              MOVE "CTAMEG"             TO W-CAMPO
              MOVE CTAMEG OF LK-MAEANT  TO W-VLRANT
              MOVE CTAMEG OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF PLNINT OF LK-MAEANT NOT = PLNINT OF LK-MAENVO
              MOVE "PLNINT"             TO W-CAMPO
              MOVE PLNINT OF LK-MAEANT  TO W-VLRANT
              MOVE PLNINT OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF PUNADI OF LK-MAEANT NOT = PUNADI OF LK-MAENVO
              MOVE "PUNADI"             TO W-CAMPO
              MOVE PUNADI OF LK-MAEANT  TO W-PUNADI-ED
              MOVE W-PUNADI-ED          TO W-VLRANT
              MOVE PUNADI OF LK-MAENVO  TO W-PUNADI-ED
              MOVE W-PUNADI-ED          TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF INDENV OF LK-MAEANT NOT = INDENV OF LK-MAENVO
              MOVE "INDENV"             TO W-CAMPO
              MOVE INDENV OF LK-MAEANT  TO W-VLRANT
              MOVE INDENV OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF
           IF INDDVC OF LK-MAEANT NOT = INDDVC OF LK-MAENVO
              MOVE "INDDVC"             TO W-CAMPO
              MOVE INDDVC OF LK-MAEANT  TO W-VLRANT
              MOVE INDDVC OF LK-MAENVO  TO W-VLRNVO
              PERFORM GRABAR-CAMBIO
           END-IF.
      *----------------------------------------------------------------
      * EL DIARIO SOLO SE ABRE CUANDO HAY UN CAMBIO QUE REGISTRAR. EL
      * CONSECUTIVO DESEMPATA LOS CAMBIOS DEL MISMO SEGUNDO.
      *----------------------------------------------------------------
       GRABAR-CAMBIO.
           IF NO-ABIERTO-CCAMAEJRN
              OPEN I-O CCAMAEJRN
              CALL "EXTRACT" USING W-DA EX-DATE
              ACCEPT W-HORA8 FROM TIME
              MOVE "SI" TO CTL-CCAMAEJRN
           END-IF
           INITIALIZE REGMAEJRN
           MOVE EX-DATE-8              TO FECMOD OF REG-MAEJRN
           MOVE W-HORA6                TO HORMOD OF REG-MAEJRN
           MOVE CODMON OF LK-MAENVO    TO CODMON OF REG-MAEJRN
           MOVE CODSIS OF LK-MAENVO    TO CODSIS OF REG-MAEJRN
           MOVE CODPRO OF LK-MAENVO    TO CODPRO OF REG-MAEJRN
           MOVE AGCCTA OF LK-MAENVO    TO AGCCTA OF REG-MAEJRN
           MOVE CTANRO OF LK-MAENVO    TO CTANRO OF REG-MAEJRN
           MOVE LK-PROGRA              TO PROGRA OF REG-MAEJRN
           MOVE W-USRID                TO USRMOD OF REG-MAEJRN
           MOVE W-CAMPO                TO CAMPO  OF REG-MAEJRN
           MOVE W-VLRANT               TO VLRANT OF REG-MAEJRN
           MOVE W-VLRNVO               TO VLRNVO OF REG-MAEJRN
           MOVE "NO"                   TO CTL-GRABADO
           PERFORM ESCRIBIR-CCAMAEJRN UNTIL SI-GRABADO.
      *----------------------------------------------------------------
       ESCRIBIR-CCAMAEJRN.
           ADD 1 TO W-NROJRN
           MOVE W-NROJRN               TO NROJRN OF REG-MAEJRN
           WRITE REG-MAEJRN INVALID KEY
                 CONTINUE
           NOT INVALID KEY
                 MOVE "SI" TO CTL-GRABADO
           END-WRITE.
      *----------------------------------------------------------------
