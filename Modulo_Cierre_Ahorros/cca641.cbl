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
       PROGRAM-ID.    CCA641.
      ******************************************************************
      * FUNCION: CARGUE NOCTURNO DE LOS PAGOS INMEDIATOS (BRE-B). LOS  *
      *          PAGOS DEL REGISTRO CCAPAGINS CUYA FECHA CONTABLE ES   *
      *          HOY, ACEPTADOS O DIFERIDOS (LA RED YA LOS LIQUIDO),   *
      *          SE CONVIERTEN EN MOVIMIENTOS CCAMOVIM CON EL CODIGO   *
      *          DE LA TABLA 87 DE CCATABLAS (1 = CREDITO ENTRANTE,    *
      *          2 = DEBITO SALIENTE) PARA QUE PASEN POR CCA550 COMO   *
      *          CUALQUIER OTRO MOVIMIENTO; EL USUARIO BREB LOS LLEVA  *
      *          AL LIMITE DIARIO DEL CANAL 5. LA REFERENCIA ES EL     *
      *          CONSECUTIVO DEL PAGO Y EL IDENTIFICADOR DE LA RED     *
      *          VIAJA EN INFPRD. EL PAGO CARGADO QUEDA EN ESTADO M;   *
      *          EL RECHAZADO NO SE CARGA. CORRE ANTES DE CCA550 Y     *
      *          LLEVA SU LINEA DE CONTROL EN CCATABINT (ARCHIVO       *
      *          CCAPAGINS). UNA SEGUNDA CORRIDA NO DUPLICA NADA.      *
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
           SELECT CCAPAGINS1
               ASSIGN          TO DATABASE-CCAPAGINS1
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAMOVIM
               ASSIGN          TO DATABASE-CCAMOVIM01
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCATABINT
               ASSIGN          TO DATABASE-CCATABINT
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
           SELECT CCACODTRN
               ASSIGN          TO DATABASE-CCACODTRN
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAPAGINS1
           LABEL RECORDS ARE STANDARD.
       01  REG-PAGINS1.
           COPY DDS-ALL-FORMATS OF CCAPAGINS1.
      *
       FD  CCAMOVIM
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCAMOVIM.
           COPY DDS-ALL-FORMATS OF CCAMOVIM01.
      *
       FD  CCATABINT
           LABEL RECORDS ARE STANDARD.
       01  REG-TABINT.
           COPY DDS-ALL-FORMATS OF CCATABINT.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  CCACODTRN
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCACODTRN.
           COPY DDS-ALL-FORMATS OF CCACODTRN.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * CODIGOS DE TRANSACCION CONFIGURADOS (CCATABLAS TABLA 87).
       77  W-TRACRE                    PIC 9(05) VALUE ZEROS.
       77  W-TRADEB                    PIC 9(05) VALUE ZEROS.
      *
       77  W-CANCAR                    PIC 9(07)          VALUE ZEROS.
       77  W-CANDIF                    PIC 9(07)          VALUE ZEROS.
       77  W-CANREC                    PIC 9(07)          VALUE ZEROS.
       77  W-TOTDEB                    PIC 9(15)V99  COMP VALUE ZEROS.
       77  W-TOTCRE                    PIC 9(15)V99  COMP VALUE ZEROS.
      *
      * TABLA DE ATRIBUTOS DE CODIGOS DE TRANSACCION (COMO CCA550).
       01  TABLA-CODIGOS               PIC X(9999) VALUE ZEROS.
       01  RED-TABLA-CODIGOS           REDEFINES   TABLA-CODIGOS.
           05 TABLA-COD                OCCURS      9999 TIMES.
              10 DECRE                 PIC 9(01).
              10 TIVAL                 PIC 9(01).
              10 FECVA                 PIC 9(01).
       77  I                           PIC 9(06) VALUE ZEROS.
      *
       01  W-ENTCON                    PIC 9(05) VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCAPAGINS1          PIC X(02) VALUE "NO".
               88  FIN-CCAPAGINS1                VALUE "SI".
               88  NO-FIN-CCAPAGINS1             VALUE "NO".
           05  CTL-CCACODTRN           PIC X(02) VALUE "NO".
               88  FIN-CCACODTRN                 VALUE "SI".
               88  NO-FIN-CCACODTRN              VALUE "NO".
           05  CTL-CCATABINT           PIC X(02) VALUE "NO".
               88  EXISTE-CCATABINT              VALUE "SI".
               88  NO-EXISTE-CCATABINT           VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA641".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR UNTIL FIN-CCAPAGINS1.
           PERFORM CERRAR-CORRIDA.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCATABLAS CCACODTRN.
           OPEN I-O    CCAPAGINS1 CCATABINT.
           OPEN EXTEND CCAMOVIM.
           PERFORM CALL-CCA500.
           PERFORM LEER-PARAMETROS.
           MOVE 1 TO I
           PERFORM INIC-TABLA UNTIL I > 9999
           PERFORM CARGAR-TABLA UNTIL FIN-CCACODTRN
      *    SIN CODIGOS CONFIGURADOS NO SE CARGA NADA: LOS PAGOS
      *    QUEDAN PENDIENTES PARA LA CORRIDA SIGUIENTE.
           IF W-TRACRE = ZEROS
           OR W-TRADEB = ZEROS
              DISPLAY "CCA641 FALTAN LOS CODIGOS DE LA TABLA 87"
              MOVE 1    TO PC504-CODRETO
              MOVE "SI" TO CTL-CCAPAGINS1
           ELSE
              MOVE LK-FECHA-HOY TO FECCON OF REG-PAGINS1
              MOVE LOW-VALUES   TO IDTRN  OF REG-PAGINS1
              START CCAPAGINS1 KEY NOT < EXTERNALLY-DESCRIBED-KEY
                    INVALID KEY MOVE "SI" TO CTL-CCAPAGINS1
              END-START
              PERFORM LEER-CCAPAGINS1
           END-IF.
      *----------------------------------------------------------------
       LEER-PARAMETROS.
           MOVE 87 TO CODTAB OF ZONA-CCATABLAS
           MOVE 1  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                MOVE CAMPO1 OF ZONA-CCATABLAS TO W-TRACRE
           END-READ
           MOVE 87 TO CODTAB OF ZONA-CCATABLAS
           MOVE 2  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                MOVE CAMPO1 OF ZONA-CCATABLAS TO W-TRADEB
           END-READ.
      *----------------------------------------------------------------
       INIC-TABLA.
           INITIALIZE DECRE(I) TIVAL(I) FECVA(I)
           ADD 1 TO I.
      *----------------------------------------------------------------
       CARGAR-TABLA.
           READ CCACODTRN NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACODTRN
           END-READ
           IF NO-FIN-CCACODTRN
              MOVE DEBCRE OF REGCODTRN TO DECRE(CODTRA OF REGCODTRN)
              MOVE TIPVAL OF REGCODTRN TO TIVAL(CODTRA OF REGCODTRN)
              MOVE FECVAL OF REGCODTRN TO FECVA(CODTRA OF REGCODTRN)
           END-IF.
      *----------------------------------------------------------------
       PROCESAR.
           EVALUATE ESTADO OF REG-PAGINS1
           WHEN "A"
           WHEN "D"
                IF ESTADO OF REG-PAGINS1 = "D"
                   ADD 1 TO W-CANDIF
                END-IF
                PERFORM CARGAR-PAGO
           WHEN "R"
                ADD 1 TO W-CANREC
           END-EVALUATE
           PERFORM LEER-CCAPAGINS1.
      *----------------------------------------------------------------
       CARGAR-PAGO.
           PERFORM LLENAR-MOVIMIENTO
           IF SENTID OF REG-PAGINS1 = "E"
              MOVE W-TRACRE              TO CODTRA OF REGMOVIM
              ADD VLRPAG OF REG-PAGINS1  TO W-TOTCRE
           ELSE
              MOVE W-TRADEB              TO CODTRA OF REGMOVIM
              ADD VLRPAG OF REG-PAGINS1  TO W-TOTDEB
           END-IF
           PERFORM ESTAMPAR-ATRIBUTOS
           WRITE ZONA-CCAMOVIM
           MOVE "M"                      TO ESTADO OF REG-PAGINS1
           MOVE LK-FECHA-HOY             TO FECMOV OF REG-PAGINS1
           REWRITE REG-PAGINS1
           ADD 1 TO W-CANCAR
           ADD 1 TO PC504-CANTREG.
      *----------------------------------------------------------------
       LLENAR-MOVIMIENTO.
           INITIALIZE REGMOVIM OF ZONA-CCAMOVIM
           MOVE CODMON OF REG-PAGINS1 TO CODMON OF REGMOVIM
           MOVE CODSIS OF REG-PAGINS1 TO CODSIS OF REGMOVIM
           MOVE CODPRO OF REG-PAGINS1 TO CODPRO OF REGMOVIM
           MOVE AGCCTA OF REG-PAGINS1 TO AGCCTA OF REGMOVIM
                                         AGCORI OF REGMOVIM
           MOVE CTANRO OF REG-PAGINS1 TO CTANRO OF REGMOVIM
           MOVE LK-FECHA-HOY          TO FORIGE OF REGMOVIM
           MOVE FECPAG OF REG-PAGINS1 TO FVALOR OF REGMOVIM
           MOVE VLRPAG OF REG-PAGINS1 TO IMPORT OF REGMOVIM
           MOVE ZEROS                 TO ESTTRN OF REGMOVIM
           MOVE NROPAG OF REG-PAGINS1 TO NROREF OF REGMOVIM
           MOVE ENTCON OF REG-PAGINS1 TO W-ENTCON
           IF SENTID OF REG-PAGINS1 = "E"
              STRING "PAGO INMEDIATO DE ENT " W-ENTCON
                     DELIMITED BY SIZE
                     INTO INFDEP OF REGMOVIM
           ELSE
              STRING "PAGO INMEDIATO A ENT " W-ENTCON
                     DELIMITED BY SIZE
                     INTO INFDEP OF REGMOVIM
           END-IF
           MOVE IDTRN  OF REG-PAGINS1 TO INFPRD OF REGMOVIM
           MOVE "BREB"                TO USRING OF REGMOVIM
                                         CODCAJ OF REGMOVIM
           MOVE ZEROS                 TO CODER1 OF REGMOVIM
                                         CODER2 OF REGMOVIM
                                         CODER3 OF REGMOVIM.
      *----------------------------------------------------------------
      * CCA550 EXIGE QUE DEBITO/CREDITO, TIPO Y FECHA VALOR VENGAN
      * COMO LOS TIENE REGISTRADOS CCACODTRN PARA EL CODIGO.
      *----------------------------------------------------------------
       ESTAMPAR-ATRIBUTOS.
           MOVE DECRE(CODTRA OF REGMOVIM) TO DEBCRE OF REGMOVIM
           MOVE TIVAL(CODTRA OF REGMOVIM) TO TIPVAL OF REGMOVIM
           MOVE FECVA(CODTRA OF REGMOVIM) TO FECVAL OF REGMOVIM.
      *----------------------------------------------------------------
       CERRAR-CORRIDA.
           IF W-CANCAR > ZEROS
              PERFORM ACTUALIZAR-CCATABINT
           END-IF
           DISPLAY "CCA641 PAGOS CARGADOS.....: " W-CANCAR
           DISPLAY "CCA641 DIFERIDOS SIN ANOTAR: " W-CANDIF
           DISPLAY "CCA641 RECHAZADOS.........: " W-CANREC.
      *----------------------------------------------------------------
       ACTUALIZAR-CCATABINT.
           MOVE "CCAPAGINS " TO NOMARC OF REG-TABINT
           READ CCATABINT INVALID KEY
                MOVE "NO" TO CTL-CCATABINT
           NOT INVALID KEY
                MOVE "SI" TO CTL-CCATABINT
           END-READ
           IF EXISTE-CCATABINT
              ADD W-CANCAR TO NROREGLOK OF REG-TABINT
              ADD W-TOTDEB TO ACUDEBLOK OF REG-TABINT
              ADD W-TOTCRE TO ACUCRELOK OF REG-TABINT
              REWRITE REG-TABINT
           ELSE
              INITIALIZE REGTABINT
              MOVE "CCAPAGINS "  TO NOMARC OF REG-TABINT
              MOVE "PAGOS INMEDIATOS BRE-B" TO
                                    DESCRI OF REG-TABINT
              MOVE 1             TO INDHAB OF REG-TABINT
              MOVE W-CANCAR      TO NROREGLOK OF REG-TABINT
              MOVE W-TOTDEB      TO ACUDEBLOK OF REG-TABINT
              MOVE W-TOTCRE      TO ACUCRELOK OF REG-TABINT
              WRITE REG-TABINT
           END-IF.
      *----------------------------------------------------------------
       LEER-CCAPAGINS1.
           READ CCAPAGINS1 NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAPAGINS1
           END-READ
           IF NO-FIN-CCAPAGINS1
           AND FECCON OF REG-PAGINS1 NOT = LK-FECHA-HOY
              MOVE "SI" TO CTL-CCAPAGINS1
           END-IF.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAPAGINS1 CCAMOVIM CCATABINT CCATABLAS CCACODTRN.
           STOP  RUN      .
