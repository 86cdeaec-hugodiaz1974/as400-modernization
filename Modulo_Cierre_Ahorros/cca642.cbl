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
       PROGRAM-ID.    CCA642.
      ******************************************************************
      * FUNCION: CONCILIACION DE LA LIQUIDACION DE PAGOS INMEDIATOS    *
      *          (BRE-B). EL ARCHIVO DE POSICION DE LA RED (CCABRBPOS: *
      *          DETALLE TIPREG 1 POR PAGO LIQUIDADO Y CONTROL TIPREG  *
      *          9 CON LO ENVIADO, LO RECIBIDO Y LA POSICION NETA) SE  *
      *          CRUZA CONTRA EL REGISTRO CCAPAGINS EN LOS DOS         *
      *          SENTIDOS:                                             *
      *            - PAGO LIQUIDADO POR LA RED QUE EL BANCO NO TIENE,  *
      *              RECHAZO, O CON OTRO VALOR U OTRO SENTIDO.         *
      *            - PAGO ACEPTADO POR EL BANCO CON FECHA CONTABLE     *
      *              DEL DIA QUE LA RED NO LIQUIDO.                    *
      *          EL PAGO CONCILIADO QUEDA MARCADO CON LA FECHA DE      *
      *          LIQUIDACION. SE COMPARAN LA POSICION NETA DE LA RED   *
      *          (RECIBIDO MENOS ENVIADO) CON LA DEL BANCO Y EL        *
      *          DETALLE CON EL CONTROL. TODA DIFERENCIA SALE EN EL    *
      *          REPORTE CCA642R Y DEVUELVE 1 A LA CADENA (CCA504).    *
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
           SELECT CCABRBPOS
               ASSIGN          TO DATABASE-CCABRBPOS
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAPAGINS
               ASSIGN          TO DATABASE-CCAPAGINS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAPAGINS1
               ASSIGN          TO DATABASE-CCAPAGINS1
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA642R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCABRBPOS
           LABEL RECORDS ARE STANDARD.
       01  REG-BRBPOS.
           COPY DDS-ALL-FORMATS OF CCABRBPOS.
      *
       FD  CCAPAGINS
           LABEL RECORDS ARE STANDARD.
       01  REG-PAGINS.
           COPY DDS-ALL-FORMATS OF CCAPAGINS.
      *
       FD  CCAPAGINS1
           LABEL RECORDS ARE STANDARD.
       01  REG-PAGINS1.
           COPY DDS-ALL-FORMATS OF CCAPAGINS1.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA642R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * LO QUE TRAE LA RED: DETALLE Y REGISTRO DE CONTROL.
       77  W-CANRED                    PIC 9(07)          VALUE ZEROS.
       77  W-ENVRED                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-RECRED                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-CANCTL                    PIC 9(07)          VALUE ZEROS.
       77  W-ENVCTL                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-RECCTL                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-POSCTL                    PIC S9(15)V99 COMP VALUE ZEROS.
      *
      * LO QUE TIENE EL BANCO (PAGOS NO RECHAZADOS).
       77  W-CANBCO                    PIC 9(07)          VALUE ZEROS.
       77  W-ENVBCO                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-RECBCO                    PIC S9(15)V99 COMP VALUE ZEROS.
      *
       77  W-CANDIF                    PIC 9(07)          VALUE ZEROS.
       77  W-POSRED                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-POSBCO                    PIC S9(15)V99 COMP VALUE ZEROS.
       01  W-FECLIQ                    PIC 9(08) VALUE ZEROS.
       01  W-MOTIVO                    PIC X(30) VALUE SPACES.
      *
       01  CONTROLES.
           05  CTL-CCABRBPOS           PIC X(02) VALUE "NO".
               88  FIN-CCABRBPOS                 VALUE "SI".
               88  NO-FIN-CCABRBPOS              VALUE "NO".
           05  CTL-CCAPAGINS1          PIC X(02) VALUE "NO".
               88  FIN-CCAPAGINS1                VALUE "SI".
               88  NO-FIN-CCAPAGINS1             VALUE "NO".
           05  CTL-CCAPAGINS           PIC X(02) VALUE "NO".
               88  EXISTE-CCAPAGINS              VALUE "SI".
               88  NO-EXISTE-CCAPAGINS           VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA642".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR-RED UNTIL FIN-CCABRBPOS.
           PERFORM INICIAR-BANCO.
           PERFORM PROCESAR-BANCO UNTIL FIN-CCAPAGINS1.
           PERFORM CERRAR-CORRIDA.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCABRBPOS.
           OPEN I-O    CCAPAGINS CCAPAGINS1.
           OPEN OUTPUT REPORTE.
           PERFORM CALL-CCA500.
           PERFORM LEER-CCABRBPOS.
      *    LA FECHA DE LIQUIDACION LA TRAE LA RED; SIN ARCHIVO SE
      *    CONCILIA EL DIA DE PROCESO (TODO LO DEL BANCO SOBRA).
           IF NO-FIN-CCABRBPOS
              MOVE FECLIQ OF REG-BRBPOS TO W-FECLIQ
           ELSE
              MOVE LK-FECHA-HOY         TO W-FECLIQ
           END-IF
           INITIALIZE CCA642R-HEADER
           MOVE W-FECLIQ     TO FECLIQ OF CCA642R-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF CCA642R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER".
      *----------------------------------------------------------------
       PROCESAR-RED.
           IF TIPREG OF REG-BRBPOS = 1
              PERFORM CONCILIAR-PAGO-RED
           ELSE
              IF TIPREG OF REG-BRBPOS = 9
                 COMPUTE W-CANCTL = CANENV OF REG-BRBPOS
                                  + CANREC OF REG-BRBPOS
                 MOVE VLRENV OF REG-BRBPOS TO W-ENVCTL
                 MOVE VLRREC OF REG-BRBPOS TO W-RECCTL
                 MOVE POSNET OF REG-BRBPOS TO W-POSCTL
              END-IF
           END-IF
           PERFORM LEER-CCABRBPOS.
      *----------------------------------------------------------------
      * CADA PAGO QUE LIQUIDO LA RED SE BUSCA EN EL REGISTRO DEL
      * BANCO POR SU IDENTIFICADOR.
      *----------------------------------------------------------------
       CONCILIAR-PAGO-RED.
           ADD 1 TO W-CANRED
           ADD 1 TO PC504-CANTREG
           IF SENTID OF REG-BRBPOS = "E"
              ADD VLRPAG OF REG-BRBPOS TO W-RECRED
           ELSE
              ADD VLRPAG OF REG-BRBPOS TO W-ENVRED
           END-IF
           MOVE SPACES TO W-MOTIVO
           MOVE IDTRN OF REG-BRBPOS TO IDTRN OF REG-PAGINS
           READ CCAPAGINS INVALID KEY
                MOVE "NO" TO CTL-CCAPAGINS
           NOT INVALID KEY
                MOVE "SI" TO CTL-CCAPAGINS
           END-READ
           IF NO-EXISTE-CCAPAGINS
              MOVE "NO EXISTE EN EL BANCO"      TO W-MOTIVO
           ELSE
              IF ESTADO OF REG-PAGINS = "R"
                 MOVE "RECHAZADO EN EL BANCO"   TO W-MOTIVO
              ELSE
                 PERFORM SUMAR-BANCO
                 IF SENTID OF REG-PAGINS NOT = SENTID OF REG-BRBPOS
                    MOVE "SENTIDO DIFERENTE"    TO W-MOTIVO
                 ELSE
                    IF VLRPAG OF REG-PAGINS NOT = VLRPAG OF REG-BRBPOS
                       MOVE "VALOR DIFERENTE"   TO W-MOTIVO
                    END-IF
                 END-IF
                 MOVE W-FECLIQ TO FECLIQ OF REG-PAGINS
                 REWRITE REG-PAGINS
              END-IF
           END-IF
           IF W-MOTIVO NOT = SPACES
              PERFORM IMPRIMIR-DIFERENCIA-RED
           END-IF.
      *----------------------------------------------------------------
       SUMAR-BANCO.
           ADD 1 TO W-CANBCO
           IF SENTID OF REG-PAGINS = "E"
              ADD VLRPAG OF REG-PAGINS TO W-RECBCO
           ELSE
              ADD VLRPAG OF REG-PAGINS TO W-ENVBCO
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-DIFERENCIA-RED.
           ADD 1                       TO W-CANDIF
           INITIALIZE CCA642R-DETALLE
           MOVE IDTRN  OF REG-BRBPOS   TO IDTRN  OF CCA642R-DETALLE
           MOVE SENTID OF REG-BRBPOS   TO SENTID OF CCA642R-DETALLE
           MOVE ENTCON OF REG-BRBPOS   TO ENTCON OF CCA642R-DETALLE
           MOVE VLRPAG OF REG-BRBPOS   TO VLRRED OF CCA642R-DETALLE
           IF EXISTE-CCAPAGINS
              MOVE FECPAG OF REG-PAGINS TO FECPAG OF CCA642R-DETALLE
              MOVE CODPRO OF REG-PAGINS TO CODPRO OF CCA642R-DETALLE
              MOVE AGCCTA OF REG-PAGINS TO AGCCTA OF CCA642R-DETALLE
              MOVE CTANRO OF REG-PAGINS TO CTANRO OF CCA642R-DETALLE
              MOVE VLRPAG OF REG-PAGINS TO VLRBCO OF CCA642R-DETALLE
           END-IF
           MOVE W-MOTIVO               TO MOTIVO OF CCA642R-DETALLE
           WRITE REPORTE-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
      * LO QUE EL BANCO ACEPTO CON FECHA CONTABLE DEL DIA Y LA RED
      * NO TRAJO. EL DIFERIDO DEL CIERRE ES DEL DIA SIGUIENTE PARA
      * EL BANCO: LO RECOGE LA CONCILIACION DE ESE DIA SI LA RED
      * NO LO LIQUIDO HOY.
      *----------------------------------------------------------------
       INICIAR-BANCO.
           MOVE W-FECLIQ   TO FECCON OF REG-PAGINS1
           MOVE LOW-VALUES TO IDTRN  OF REG-PAGINS1
           START CCAPAGINS1 KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAPAGINS1
           END-START
           PERFORM LEER-CCAPAGINS1.
      *----------------------------------------------------------------
       PROCESAR-BANCO.
           IF ESTADO OF REG-PAGINS1 NOT = "R"
           AND FECLIQ OF REG-PAGINS1 = ZEROS
              ADD 1 TO W-CANBCO
              IF SENTID OF REG-PAGINS1 = "E"
                 ADD VLRPAG OF REG-PAGINS1 TO W-RECBCO
              ELSE
                 ADD VLRPAG OF REG-PAGINS1 TO W-ENVBCO
              END-IF
              ADD 1                       TO W-CANDIF
              INITIALIZE CCA642R-DETALLE
              MOVE IDTRN  OF REG-PAGINS1  TO IDTRN  OF CCA642R-DETALLE
              MOVE SENTID OF REG-PAGINS1  TO SENTID OF CCA642R-DETALLE
              MOVE ENTCON OF REG-PAGINS1  TO ENTCON OF CCA642R-DETALLE
              MOVE FECPAG OF REG-PAGINS1  TO FECPAG OF CCA642R-DETALLE
              MOVE CODPRO OF REG-PAGINS1  TO CODPRO OF CCA642R-DETALLE
              MOVE AGCCTA OF REG-PAGINS1  TO AGCCTA OF CCA642R-DETALLE
              MOVE CTANRO OF REG-PAGINS1  TO CTANRO OF CCA642R-DETALLE
              MOVE VLRPAG OF REG-PAGINS1  TO VLRBCO OF CCA642R-DETALLE
              MOVE "NO LIQUIDADO POR LA RED" TO
                                             MOTIVO OF CCA642R-DETALLE
              WRITE REPORTE-REG FORMAT IS "DETALLE"
           END-IF
           PERFORM LEER-CCAPAGINS1.
      *----------------------------------------------------------------
       LEER-CCAPAGINS1.
           IF NO-FIN-CCAPAGINS1
              READ CCAPAGINS1 NEXT RECORD AT END
                   MOVE "SI" TO CTL-CCAPAGINS1
              END-READ
           END-IF
           IF NO-FIN-CCAPAGINS1
           AND FECCON OF REG-PAGINS1 NOT = W-FECLIQ
              MOVE "SI" TO CTL-CCAPAGINS1
           END-IF.
      *----------------------------------------------------------------
      * POSICION NETA = RECIBIDO MENOS ENVIADO. EL DETALLE DE LA RED
      * DEBE CUADRAR CON SU CONTROL Y LA POSICION DEL BANCO CON LA
      * DE LA RED.
      *----------------------------------------------------------------
       CERRAR-CORRIDA.
           COMPUTE W-POSRED = W-RECRED - W-ENVRED
           COMPUTE W-POSBCO = W-RECBCO - W-ENVBCO
           IF W-CANRED NOT = W-CANCTL
           OR W-ENVRED NOT = W-ENVCTL
           OR W-RECRED NOT = W-RECCTL
           OR W-POSRED NOT = W-POSCTL
              DISPLAY "CCA642 DETALLE DE LA RED NO CUADRA CON CONTROL"
              MOVE 1 TO PC504-CODRETO
           END-IF
           IF W-CANDIF > ZEROS
           OR W-POSBCO NOT = W-POSRED
              DISPLAY "CCA642 DIFERENCIAS CONTRA LA RED: " W-CANDIF
              MOVE 1 TO PC504-CODRETO
           END-IF
           INITIALIZE CCA642R-TOTALES
           MOVE W-CANRED            TO CANRED OF CCA642R-TOTALES
           MOVE W-ENVRED            TO ENVRED OF CCA642R-TOTALES
           MOVE W-RECRED            TO RECRED OF CCA642R-TOTALES
           MOVE W-POSRED            TO POSRED OF CCA642R-TOTALES
           MOVE W-CANBCO            TO CANBCO OF CCA642R-TOTALES
           MOVE W-ENVBCO            TO ENVBCO OF CCA642R-TOTALES
           MOVE W-RECBCO            TO RECBCO OF CCA642R-TOTALES
           MOVE W-POSBCO            TO POSBCO OF CCA642R-TOTALES
           COMPUTE DIFPOS OF CCA642R-TOTALES = W-POSBCO - W-POSRED
           MOVE W-CANDIF            TO CANDIF OF CCA642R-TOTALES
           MOVE W-CANCTL            TO CANCTL OF CCA642R-TOTALES
           MOVE W-POSCTL            TO POSCTL OF CCA642R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES".
      *----------------------------------------------------------------
       LEER-CCABRBPOS.
           READ CCABRBPOS AT END
                MOVE "SI" TO CTL-CCABRBPOS.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCABRBPOS CCAPAGINS CCAPAGINS1 REPORTE.
           STOP  RUN      .
