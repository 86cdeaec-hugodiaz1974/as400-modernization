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
       PROGRAM-ID.    CCA692.
      ******************************************************************
      * FUNCION: RESPUESTA AL SISTEMA DE CARTERA DE LAS PIGNORACIONES  *
      *          EJECUTADAS POR MORA. CORRE DESPUES DE CCA560: REVISA  *
      *          EN CCAMOVIM LOS DEBITOS QUE ENCOLO CCA691 (USUARIO    *
      *          PIGNORA) Y ESCRIBE EN CCAPIGRES LA RESPUESTA:         *
      *            P/00 = DEBITO APLICADO. LA PIGNORACION QUEDA        *
      *                   COBRADA (C) Y EL VALOR SE ABONA AL CREDITO   *
      *                   CON LA PAREJA DE PLTTRNMON DE LA TABLA 99    *
      *                   (NROTAB 2 DEBITO A LA CUENTA PUENTE, NROTAB  *
      *                   3 CREDITO A LA CARTERA).                     *
      *            R/06 = RECHAZADO POR CCA550 (CODIGO EN CODERR). LA  *
      *                   PIGNORACION VUELVE A ACTIVA (A) Y SU VALOR   *
      *                   SE DEVUELVE AL VLRPIG DEL MAESTRO.           *
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
           SELECT CCAMOVIM
               ASSIGN          TO DATABASE-CCAMOVIM01
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAPIGNOR
               ASSIGN          TO DATABASE-CCAPIGNOR
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
           SELECT CCATABLAS
               ASSIGN          TO DATABASE-CCATABLAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAPIGRES
               ASSIGN          TO DATABASE-CCAPIGRES
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT PLTTRNMON
               ASSIGN          TO DATABASE-PLTTRNMON
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAMOVIM
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCAMOVIM.
           COPY DDS-ALL-FORMATS OF CCAMOVIM01.
      *
       FD  CCAPIGNOR
           LABEL RECORDS ARE STANDARD.
       01  REG-PIGNOR.
           COPY DDS-ALL-FORMATS OF CCAPIGNOR.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  CCAPIGRES
           LABEL RECORDS ARE STANDARD.
       01  REG-PIGRES.
           COPY DDS-ALL-FORMATS OF CCAPIGRES.
      *
       FD  PLTTRNMON
           LABEL RECORDS ARE STANDARD.
       01  REG-PLTTRNMON.
           COPY DDS-ALL-FORMATS OF PLTTRNMON.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * PAREJA CONTABLE DEL ABONO AL CREDITO (TABLA 99 NROTAB 2 Y 3).
       77  W-CODDEB                    PIC 9(05)          VALUE ZEROS.
       77  W-CODCRE                    PIC 9(05)          VALUE ZEROS.
       77  W-CANAPL                    PIC 9(07)          VALUE ZEROS.
       77  W-CANDEV                    PIC 9(07)          VALUE ZEROS.
       77  W-TOTAPL                    PIC S9(15)V99      VALUE ZEROS.
       77  W-CNSTRN                    PIC 9(09)          VALUE ZEROS.
      * NUMERO DE OPERACION FIJO DEL ABONO DE PIGNORACIONES A CARTERA.
       77  W-NROTRN                    PIC 9(09)      VALUE 11999692.
       77  PA-CODEMP                   PIC 9(05)          VALUE ZEROS.
      *
      * INFPRD DEL DEBITO COMO LO DEJA CCA691.
       01  W-INFPRD-PIG.
           05  W-PIG-MARCA             PIC X(03).
           05  W-PIG-VLRNOV            PIC S9(13)V99.
           05  FILLER                  PIC X(42).
      *
       01  W-EXISTE-PIGNOR             PIC 9(01) VALUE 0.
           88  NO-EXISTE-PIGNOR                  VALUE 0.
           88  SI-EXISTE-PIGNOR                  VALUE 1.
      *
       01  CONTROLES.
           05  CTL-CCAMOVIM            PIC X(02) VALUE "NO".
               88  FIN-CCAMOVIM                  VALUE "SI".
               88  NO-FIN-CCAMOVIM              VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
           COPY MAEJRN  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA692".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR UNTIL FIN-CCAMOVIM.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAMOVIM CCATABLAS.
           OPEN I-O    CCAPIGNOR CCAMAEAHO.
           OPEN EXTEND CCAPIGRES PLTTRNMON.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           MOVE 99 TO CODTAB OF ZONA-CCATABLAS
           MOVE 2  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                MOVE CAMPO1 OF ZONA-CCATABLAS TO W-CODDEB
           END-READ
           MOVE 3  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                MOVE CAMPO1 OF ZONA-CCATABLAS TO W-CODCRE
           END-READ
           IF W-CODDEB = ZEROS
           OR W-CODCRE = ZEROS
              DISPLAY "CCA692 SIN PAREJA CONTABLE EN LA TABLA 99"
           END-IF
           PERFORM LEER-CCAMOVIM.
      *----------------------------------------------------------------
       PROCESAR.
           IF USRING OF REGMOVIM = "PIGNORA"
              MOVE INFPRD OF REGMOVIM TO W-INFPRD-PIG
              PERFORM ESCRIBIR-RESPUESTA
              PERFORM LEER-CCAPIGNOR
              IF CODER1 OF REGMOVIM NOT = ZEROS
                 PERFORM REACTIVAR-PIGNORACION
                 ADD 1 TO W-CANDEV
              ELSE
                 PERFORM CERRAR-PIGNORACION
                 IF W-CODDEB NOT = ZEROS
                 AND W-CODCRE NOT = ZEROS
                    PERFORM ABONAR-CREDITO
                 END-IF
                 ADD IMPORT OF REGMOVIM TO W-TOTAPL
                 ADD 1 TO W-CANAPL
              END-IF
              ADD 1 TO PC504-CANTREG
           END-IF
           PERFORM LEER-CCAMOVIM.
      *----------------------------------------------------------------
       ESCRIBIR-RESPUESTA.
           INITIALIZE REGPIGRES
           MOVE "D"                TO TIPNOV OF REG-PIGRES
           MOVE NROREF OF REGMOVIM TO NROPRE OF REG-PIGRES
           MOVE CODMON OF REGMOVIM TO CODMON OF REG-PIGRES
           MOVE CODSIS OF REGMOVIM TO CODSIS OF REG-PIGRES
           MOVE CODPRO OF REGMOVIM TO CODPRO OF REG-PIGRES
           MOVE AGCCTA OF REGMOVIM TO AGCCTA OF REG-PIGRES
           MOVE CTANRO OF REGMOVIM TO CTANRO OF REG-PIGRES
           MOVE W-PIG-VLRNOV       TO VLRNOV OF REG-PIGRES
           MOVE CODER1 OF REGMOVIM TO CODERR OF REG-PIGRES
           IF CODER1 OF REGMOVIM = ZEROS
              MOVE "P"                TO ESTADO OF REG-PIGRES
              MOVE ZEROS              TO CODRES OF REG-PIGRES
              MOVE IMPORT OF REGMOVIM TO VLRAPL OF REG-PIGRES
           ELSE
              MOVE "R"                TO ESTADO OF REG-PIGRES
              MOVE 6                  TO CODRES OF REG-PIGRES
              MOVE ZEROS              TO VLRAPL OF REG-PIGRES
           END-IF
           MOVE LK-FECHA-HOY       TO FECRES OF REG-PIGRES
           WRITE REG-PIGRES.
      *----------------------------------------------------------------
       LEER-CCAPIGNOR.
           MOVE CODMON OF REGMOVIM TO CODMON OF REG-PIGNOR
           MOVE CODSIS OF REGMOVIM TO CODSIS OF REG-PIGNOR
           MOVE CODPRO OF REGMOVIM TO CODPRO OF REG-PIGNOR
           MOVE AGCCTA OF REGMOVIM TO AGCCTA OF REG-PIGNOR
           MOVE CTANRO OF REGMOVIM TO CTANRO OF REG-PIGNOR
           MOVE NROREF OF REGMOVIM TO NROPRE OF REG-PIGNOR
           READ CCAPIGNOR INVALID KEY
                MOVE ZEROS TO W-EXISTE-PIGNOR
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-PIGNOR
           END-READ
           IF NO-EXISTE-PIGNOR
              DISPLAY "CCA692 PIGNORACION NO REGISTRADA, CREDITO "
                      NROREF OF REGMOVIM
           END-IF.
      *----------------------------------------------------------------
       CERRAR-PIGNORACION.
           IF SI-EXISTE-PIGNOR
              MOVE "C"                TO ESTADO OF REG-PIGNOR
              MOVE IMPORT OF REGMOVIM TO VLRCOB OF REG-PIGNOR
              MOVE "CCA692"           TO USRMOD OF REG-PIGNOR
              MOVE LK-FECHA-HOY       TO FECMOD OF REG-PIGNOR
              REWRITE REG-PIGNOR
           END-IF.
      *----------------------------------------------------------------
      * EL DEBITO RECHAZADO DEJA LA PIGNORACION COMO ESTABA: ACTIVA Y
      * RETENIDA EN EL MAESTRO, PARA QUE CARTERA REENVIE LA MORA.
      *----------------------------------------------------------------
       REACTIVAR-PIGNORACION.
           IF SI-EXISTE-PIGNOR
              MOVE "A"                TO ESTADO OF REG-PIGNOR
              MOVE ZEROS              TO FECLIB OF REG-PIGNOR
                                         VLRCOB OF REG-PIGNOR
              MOVE "CCA692"           TO USRMOD OF REG-PIGNOR
              MOVE LK-FECHA-HOY       TO FECMOD OF REG-PIGNOR
              REWRITE REG-PIGNOR
              PERFORM DEVOLVER-PIGNORADO
           END-IF.
      *----------------------------------------------------------------
       DEVOLVER-PIGNORADO.
           MOVE CODMON OF REGMOVIM TO CODMON OF REG-MAESTR
           MOVE CODSIS OF REGMOVIM TO CODSIS OF REG-MAESTR
           MOVE CODPRO OF REGMOVIM TO CODPRO OF REG-MAESTR
           MOVE AGCCTA OF REGMOVIM TO AGCCTA OF REG-MAESTR
           MOVE CTANRO OF REGMOVIM TO CTANRO OF REG-MAESTR
           READ CCAMAEAHO
                NOT INVALID KEY
                MOVE REG-MAESTR         TO JRN-MAEANT
                ADD VLRPIG OF REG-PIGNOR TO VLRPIG OF REG-MAESTR
                MOVE "CCA692"           TO JRN-PROGRA
                CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
                                    REG-MAESTR
                REWRITE REG-MAESTR
           END-READ.
      *----------------------------------------------------------------
       ABONAR-CREDITO.
           INITIALIZE REGTRNMON OF REG-PLTTRNMON
           MOVE PA-CODEMP             TO CODEMP OF PLTTRNMON
           MOVE CODMON OF REGMOVIM    TO CODMON OF PLTTRNMON
           MOVE 99                    TO CODSIS OF PLTTRNMON
           MOVE CODPRO OF REGMOVIM    TO CODPRO OF PLTTRNMON
           MOVE AGCCTA OF REGMOVIM    TO AGCORI OF PLTTRNMON
                                         AGCDST OF PLTTRNMON
                                         AGCOPR OF PLTTRNMON
           MOVE CTANRO OF REGMOVIM    TO CTANRO OF PLTTRNMON
                                         NROPRD OF PLTTRNMON
           MOVE NROREF OF REGMOVIM    TO NROREF OF PLTTRNMON
           MOVE 5                     TO MEDPAG OF PLTTRNMON
           MOVE NRONIT OF REGMOVIM    TO NRONIT OF PLTTRNMON
           MOVE "ABONO CREDITO PIGNORADO"
                                      TO INFDEP OF PLTTRNMON
           MOVE W-NROTRN              TO NROTRN OF PLTTRNMON
           ADD  1                     TO W-CNSTRN
           MOVE W-CNSTRN              TO CNSTRN OF PLTTRNMON
           ACCEPT HORTRN OF PLTTRNMON FROM TIME
           MOVE LK-FECHA-HOY          TO FECEFE OF PLTTRNMON
                                         FECPRO OF PLTTRNMON
           MOVE ZEROS                 TO ESTTRN OF PLTTRNMON
           MOVE "CCA692"              TO USRING OF PLTTRNMON
           MOVE IMPORT OF REGMOVIM    TO VLRTRN OF PLTTRNMON
           MOVE W-CODDEB              TO CODTRN OF PLTTRNMON
                                         CODOPE OF PLTTRNMON
           MOVE 1                     TO TIPMOV OF PLTTRNMON
           WRITE REG-PLTTRNMON
      *
           ADD  1                     TO W-CNSTRN
           MOVE W-CNSTRN              TO CNSTRN OF PLTTRNMON
           MOVE W-CODCRE              TO CODTRN OF PLTTRNMON
                                         CODOPE OF PLTTRNMON
           MOVE 2                     TO TIPMOV OF PLTTRNMON
           WRITE REG-PLTTRNMON.
      *----------------------------------------------------------------
       LEER-CCAMOVIM.
           READ CCAMOVIM NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMOVIM.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           DISPLAY "CCA692 MORAS COBRADAS...: " W-CANAPL
           DISPLAY "CCA692 MORAS RECHAZADAS.: " W-CANDEV
           DISPLAY "CCA692 TOTAL ABONADO....: " W-TOTAPL
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMOVIM CCAPIGNOR CCAMAEAHO CCATABLAS CCAPIGRES
                 PLTTRNMON.
           STOP  RUN      .
