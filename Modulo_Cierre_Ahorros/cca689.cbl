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
       PROGRAM-ID.    CCA689.
      ******************************************************************
      * FUNCION: CONCILIACION MENSUAL DEL INVENTARIO DE LIBRETAS POR   *
      *          AGENCIA (VER CCA688). CORRE DESPUES DEL CIERRE DEL    *
      *          MES, COMO CCA683, Y CONCILIA EL MES DE LK-FECHA-HOY:  *
      *          SALDO ANTERIOR (EL TEORICO DEL MES PASADO EN          *
      *          CCALIBINV) + RECIBIDAS - EMITIDAS - ANULADAS DEL MES  *
      *          (CCALIBMOV) = SALDO TEORICO, CONTRA LAS LIBRETAS      *
      *          DISPONIBLES EN EL REGISTRO DE SERIALES (CCALIBSER) Y  *
      *          CONTRA EL CONTEO FISICO QUE LA AGENCIA REGISTRO CON   *
      *          CCA688 F. TAMBIEN CUENTA LAS LIBRETAS REPORTADAS      *
      *          PERDIDAS O HURTADAS EN EL MES. EL RESULTADO QUEDA EN  *
      *          CCALIBINV (UNA FILA POR MES Y AGENCIA) Y EN CCA689R.  *
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
           SELECT CCALIBSER
               ASSIGN          TO DATABASE-CCALIBSER
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCALIBMOV
               ASSIGN          TO DATABASE-CCALIBMOV
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCALIBINV
               ASSIGN          TO DATABASE-CCALIBINV
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
               ASSIGN          TO FORMATFILE-CCA689R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCALIBSER
           LABEL RECORDS ARE STANDARD.
       01  REG-LIBSER.
           COPY DDS-ALL-FORMATS OF CCALIBSER.
      *
       FD  CCALIBMOV
           LABEL RECORDS ARE STANDARD.
       01  REG-LIBMOV.
           COPY DDS-ALL-FORMATS OF CCALIBMOV.
      *
       FD  CCALIBINV
           LABEL RECORDS ARE STANDARD.
       01  REG-LIBINV.
           COPY DDS-ALL-FORMATS OF CCALIBINV.
      *
       FD  PLTAGCORI
           LABEL RECORDS ARE STANDARD.
       01  ZONA-PLTAGCORI.
           COPY DDS-ALL-FORMATS OF PLTAGCORI.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA689R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  I                           PIC 9(05) COMP VALUE ZEROS.
       77  J                           PIC 9(05) COMP VALUE ZEROS.
       77  W-NROAGE                    PIC 9(05) COMP VALUE ZEROS.
       77  W-CANDIF                    PIC 9(05) VALUE ZEROS.
       77  W-CANSIN                    PIC 9(05) VALUE ZEROS.
       77  W-TOTREC                    PIC 9(07) VALUE ZEROS.
       77  W-TOTEMI                    PIC 9(07) VALUE ZEROS.
       77  W-TOTANU                    PIC 9(07) VALUE ZEROS.
       77  W-TOTSIS                    PIC 9(07) VALUE ZEROS.
       77  W-TOTPER                    PIC 9(07) VALUE ZEROS.
       77  W-TOTFIS                    PIC 9(07) VALUE ZEROS.
      *
      * AGENCIAS CON INVENTARIO, EN ORDEN DE AGENCIA.
       01  TABLA-AGENCIAS.
           05  T-AGENCIA               OCCURS 999 TIMES.
               10  T-AGCSTK            PIC 9(05).
               10  T-SALANT            PIC 9(07).
               10  T-CANREC            PIC 9(07).
               10  T-CANEMI            PIC 9(07).
               10  T-CANANU            PIC 9(07).
               10  T-CANSIS            PIC 9(07).
               10  T-CANPER            PIC 9(07).
       01  W-AGENCIA-VACIA.
           05  FILLER                  PIC 9(05) VALUE ZEROS.
           05  FILLER                  PIC 9(07) VALUE ZEROS.
           05  FILLER                  PIC 9(07) VALUE ZEROS.
           05  FILLER                  PIC 9(07) VALUE ZEROS.
           05  FILLER                  PIC 9(07) VALUE ZEROS.
           05  FILLER                  PIC 9(07) VALUE ZEROS.
           05  FILLER                  PIC 9(07) VALUE ZEROS.
      *
       01  W-AGCBUS                    PIC 9(05) VALUE ZEROS.
       01  W-SALTEO                    PIC S9(07) VALUE ZEROS.
       01  W-DIFSIS                    PIC S9(07) VALUE ZEROS.
       01  W-DIFFIS                    PIC S9(07) VALUE ZEROS.
      *
      * PERIODO CONCILIADO (EL MES DE HOY) Y EL ANTERIOR.
       01  W-PERIOD                    PIC 9(06) VALUE ZEROS.
       01  W-PERANT                    PIC 9(06) VALUE ZEROS.
       01  R-W-PERANT                  REDEFINES W-PERANT.
           05  W-ANT-AA                PIC 9(04).
           05  W-ANT-MM                PIC 9(02).
       01  W-FECHA                     PIC 9(08) VALUE ZEROS.
       01  R-W-FECHA                   REDEFINES W-FECHA.
           05  W-FEC-PERIOD            PIC 9(06).
           05  W-FEC-DD                PIC 9(02).
      *
       01  W-EXISTE-LIBINV             PIC 9(01) VALUE 0.
           88  NO-EXISTE-LIBINV                  VALUE 0.
           88  SI-EXISTE-LIBINV                  VALUE 1.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCALIBSER           PIC X(02) VALUE "NO".
               88  FIN-CCALIBSER                 VALUE "SI".
               88  NO-FIN-CCALIBSER              VALUE "NO".
           05  CTL-CCALIBMOV           PIC X(02) VALUE "NO".
               88  FIN-CCALIBMOV                 VALUE "SI".
               88  NO-FIN-CCALIBMOV              VALUE "NO".
           05  CTL-CCALIBINV           PIC X(02) VALUE "NO".
               88  FIN-CCALIBINV                 VALUE "SI".
               88  NO-FIN-CCALIBINV              VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA689".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR.
           PERFORM CARGAR-SALDOS-ANTERIORES.
           PERFORM CARGAR-CONTEOS.
           PERFORM CARGAR-MOVIMIENTOS.
           PERFORM CARGAR-SERIALES.
           MOVE 1 TO I
           PERFORM CONCILIAR-AGENCIA UNTIL I > W-NROAGE.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCALIBSER CCALIBMOV PLTAGCORI.
           OPEN I-O    CCALIBINV.
           OPEN OUTPUT REPORTE.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           MOVE LK-FECHA-HOY TO W-FECHA
           MOVE W-FEC-PERIOD TO W-PERIOD W-PERANT
           IF W-ANT-MM > 1
              SUBTRACT 1 FROM W-ANT-MM
           ELSE
              SUBTRACT 1 FROM W-ANT-AA
              MOVE 12 TO W-ANT-MM
           END-IF
           INITIALIZE CCA689R-HEADER
           MOVE W-PERIOD     TO PERIOD OF CCA689R-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF CCA689R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER".
      *----------------------------------------------------------------
      * EL SALDO TEORICO DEL MES PASADO ES EL SALDO ANTERIOR.
      *----------------------------------------------------------------
       CARGAR-SALDOS-ANTERIORES.
           MOVE "NO"     TO CTL-CCALIBINV
           MOVE W-PERANT TO PERIOD OF REG-LIBINV
           MOVE ZEROS    TO AGCSTK OF REG-LIBINV
           START CCALIBINV KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCALIBINV
           END-START
           PERFORM LEER-SALDO-ANTERIOR UNTIL FIN-CCALIBINV.
      *----------------------------------------------------------------
       LEER-SALDO-ANTERIOR.
           READ CCALIBINV NEXT RECORD AT END
                MOVE "SI" TO CTL-CCALIBINV
           END-READ
           IF NO-FIN-CCALIBINV
              IF PERIOD OF REG-LIBINV NOT = W-PERANT
                 MOVE "SI" TO CTL-CCALIBINV
              ELSE
                 MOVE AGCSTK OF REG-LIBINV TO W-AGCBUS
                 PERFORM UBICAR-AGENCIA
                 IF J > ZEROS
                 AND SALTEO OF REG-LIBINV > ZEROS
                    MOVE SALTEO OF REG-LIBINV TO T-SALANT (J)
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * LAS AGENCIAS QUE SOLO REGISTRARON CONTEO TAMBIEN SE LISTAN.
      *----------------------------------------------------------------
       CARGAR-CONTEOS.
           MOVE "NO"     TO CTL-CCALIBINV
           MOVE W-PERIOD TO PERIOD OF REG-LIBINV
           MOVE ZEROS    TO AGCSTK OF REG-LIBINV
           START CCALIBINV KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCALIBINV
           END-START
           PERFORM LEER-CONTEO UNTIL FIN-CCALIBINV.
      *----------------------------------------------------------------
       LEER-CONTEO.
           READ CCALIBINV NEXT RECORD AT END
                MOVE "SI" TO CTL-CCALIBINV
           END-READ
           IF NO-FIN-CCALIBINV
              IF PERIOD OF REG-LIBINV NOT = W-PERIOD
                 MOVE "SI" TO CTL-CCALIBINV
              ELSE
                 MOVE AGCSTK OF REG-LIBINV TO W-AGCBUS
                 PERFORM UBICAR-AGENCIA
              END-IF
           END-IF.
      *----------------------------------------------------------------
       CARGAR-MOVIMIENTOS.
           MOVE "NO" TO CTL-CCALIBMOV
           PERFORM LEER-MOVIMIENTO UNTIL FIN-CCALIBMOV.
      *----------------------------------------------------------------
       LEER-MOVIMIENTO.
           READ CCALIBMOV NEXT RECORD AT END
                MOVE "SI" TO CTL-CCALIBMOV
           END-READ
           IF NO-FIN-CCALIBMOV
              IF FECMOV OF REG-LIBMOV (1:6) = W-PERIOD
                 MOVE AGCSTK OF REG-LIBMOV TO W-AGCBUS
                 PERFORM UBICAR-AGENCIA
                 IF J > ZEROS
                    EVALUATE TIPMOV OF REG-LIBMOV
                       WHEN "R"
                            ADD CANTID OF REG-LIBMOV TO T-CANREC (J)
                       WHEN "E"
                            ADD CANTID OF REG-LIBMOV TO T-CANEMI (J)
                       WHEN "N"
                            ADD CANTID OF REG-LIBMOV TO T-CANANU (J)
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * LIBRETAS DISPONIBLES HOY EN CADA AGENCIA Y LAS PERDIDAS O
      * HURTADAS EN EL MES (POR LA AGENCIA QUE LAS ENTREGO).
      *----------------------------------------------------------------
       CARGAR-SERIALES.
           MOVE "NO" TO CTL-CCALIBSER
           PERFORM LEER-SERIAL UNTIL FIN-CCALIBSER.
      *----------------------------------------------------------------
       LEER-SERIAL.
           READ CCALIBSER NEXT RECORD AT END
                MOVE "SI" TO CTL-CCALIBSER
           END-READ
           IF NO-FIN-CCALIBSER
              MOVE AGCSTK OF REG-LIBSER TO W-AGCBUS
              IF ESTADO OF REG-LIBSER = "D"
                 PERFORM UBICAR-AGENCIA
                 IF J > ZEROS
                    ADD 1 TO T-CANSIS (J)
                 END-IF
              END-IF
              IF (ESTADO OF REG-LIBSER = "P"
                  OR ESTADO OF REG-LIBSER = "H")
              AND FECBAJ OF REG-LIBSER (1:6) = W-PERIOD
                 PERFORM UBICAR-AGENCIA
                 IF J > ZEROS
                    ADD 1 TO T-CANPER (J)
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * DEJA EN J LA POSICION DE W-AGCBUS EN LA TABLA; SI NO ESTA, LA
      * INSERTA EN SU LUGAR. J EN CEROS SI LA TABLA ESTA LLENA.
      *----------------------------------------------------------------
       UBICAR-AGENCIA.
           MOVE 1 TO J
           PERFORM AVANZAR-AGENCIA UNTIL J > W-NROAGE
                                   OR    T-AGCSTK (J) NOT < W-AGCBUS
           IF J > W-NROAGE
           OR T-AGCSTK (J) NOT = W-AGCBUS
              IF W-NROAGE < 999
                 MOVE W-NROAGE TO I
                 PERFORM CORRER-AGENCIA UNTIL I < J
                 ADD 1 TO W-NROAGE
                 MOVE W-AGENCIA-VACIA TO T-AGENCIA (J)
                 MOVE W-AGCBUS        TO T-AGCSTK (J)
              ELSE
                 MOVE ZEROS TO J
              END-IF
           END-IF.
      *----------------------------------------------------------------
       AVANZAR-AGENCIA.
           ADD 1 TO J.
      *----------------------------------------------------------------
       CORRER-AGENCIA.
           MOVE T-AGENCIA (I) TO T-AGENCIA (I + 1)
           SUBTRACT 1 FROM I.
      *----------------------------------------------------------------
      * TEORICO = ANTERIOR + RECIBIDAS - EMITIDAS - ANULADAS. SE
      * COMPARA CON EL REGISTRO Y CON EL CONTEO FISICO, SI LO HAY.
      *----------------------------------------------------------------
       CONCILIAR-AGENCIA.
           COMPUTE W-SALTEO = T-SALANT (I) + T-CANREC (I)
                            - T-CANEMI (I) - T-CANANU (I)
           COMPUTE W-DIFSIS = T-CANSIS (I) - W-SALTEO
           MOVE W-PERIOD     TO PERIOD OF REG-LIBINV
           MOVE T-AGCSTK (I) TO AGCSTK OF REG-LIBINV
           READ CCALIBINV INVALID KEY
                MOVE ZEROS TO W-EXISTE-LIBINV
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-LIBINV
           END-READ
           IF NO-EXISTE-LIBINV
              INITIALIZE REGLIBINV
              MOVE W-PERIOD     TO PERIOD OF REG-LIBINV
              MOVE T-AGCSTK (I) TO AGCSTK OF REG-LIBINV
              MOVE "N"          TO INDCON OF REG-LIBINV
           END-IF
           MOVE ZEROS TO W-DIFFIS
           IF INDCON OF REG-LIBINV = "S"
              COMPUTE W-DIFFIS = CANFIS OF REG-LIBINV - T-CANSIS (I)
           ELSE
              ADD 1 TO W-CANSIN
           END-IF
           MOVE T-SALANT (I) TO SALANT OF REG-LIBINV
           MOVE T-CANREC (I) TO CANREC OF REG-LIBINV
           MOVE T-CANEMI (I) TO CANEMI OF REG-LIBINV
           MOVE T-CANANU (I) TO CANANU OF REG-LIBINV
           MOVE W-SALTEO     TO SALTEO OF REG-LIBINV
           MOVE T-CANSIS (I) TO CANSIS OF REG-LIBINV
           MOVE W-DIFSIS     TO DIFSIS OF REG-LIBINV
           MOVE T-CANPER (I) TO CANPER OF REG-LIBINV
           MOVE W-DIFFIS     TO DIFFIS OF REG-LIBINV
           MOVE LK-FECHA-HOY TO FECGEN OF REG-LIBINV
           IF SI-EXISTE-LIBINV
              REWRITE REG-LIBINV
           ELSE
              WRITE REG-LIBINV
           END-IF
           PERFORM IMPRIMIR-AGENCIA
           ADD 1 TO PC504-CANTREG
           ADD 1 TO I.
      *----------------------------------------------------------------
       IMPRIMIR-AGENCIA.
           INITIALIZE CCA689R-DETALLE
           MOVE T-AGCSTK (I)         TO AGCSTK OF CCA689R-DETALLE
           MOVE PA-CODEMP            TO CODEMP OF ZONA-PLTAGCORI
           MOVE T-AGCSTK (I)         TO AGCORI OF ZONA-PLTAGCORI
           READ PLTAGCORI
                INVALID KEY
                   MOVE "AGENCIA INEXISTENTE" TO NOMAGC OF
                                                 CCA689R-DETALLE
                NOT INVALID KEY
                   MOVE NOMAGC OF ZONA-PLTAGCORI TO NOMAGC OF
                                                 CCA689R-DETALLE
           END-READ
           MOVE SALANT OF REG-LIBINV TO SALANT OF CCA689R-DETALLE
           MOVE CANREC OF REG-LIBINV TO CANREC OF CCA689R-DETALLE
           MOVE CANEMI OF REG-LIBINV TO CANEMI OF CCA689R-DETALLE
           MOVE CANANU OF REG-LIBINV TO CANANU OF CCA689R-DETALLE
           MOVE SALTEO OF REG-LIBINV TO SALTEO OF CCA689R-DETALLE
           MOVE CANSIS OF REG-LIBINV TO CANSIS OF CCA689R-DETALLE
           MOVE DIFSIS OF REG-LIBINV TO DIFSIS OF CCA689R-DETALLE
           MOVE CANPER OF REG-LIBINV TO CANPER OF CCA689R-DETALLE
           MOVE INDCON OF REG-LIBINV TO INDCON OF CCA689R-DETALLE
           MOVE CANFIS OF REG-LIBINV TO CANFIS OF CCA689R-DETALLE
           MOVE DIFFIS OF REG-LIBINV TO DIFFIS OF CCA689R-DETALLE
           IF W-DIFSIS NOT = ZEROS
           OR W-DIFFIS NOT = ZEROS
              MOVE "** CON DIFERENCIA **" TO OBSERV OF CCA689R-DETALLE
              ADD 1 TO W-CANDIF
           ELSE
              IF INDCON OF REG-LIBINV NOT = "S"
                 MOVE "SIN CONTEO FISICO" TO OBSERV OF CCA689R-DETALLE
              END-IF
           END-IF
           WRITE REPORTE-REG FORMAT IS "DETALLE"
           ADD T-CANREC (I)         TO W-TOTREC
           ADD T-CANEMI (I)         TO W-TOTEMI
           ADD T-CANANU (I)         TO W-TOTANU
           ADD T-CANSIS (I)         TO W-TOTSIS
           ADD T-CANPER (I)         TO W-TOTPER
           ADD CANFIS OF REG-LIBINV TO W-TOTFIS.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE CCA689R-TOTALES
           MOVE W-NROAGE TO CANAGE OF CCA689R-TOTALES
           MOVE W-TOTREC TO CANREC OF CCA689R-TOTALES
           MOVE W-TOTEMI TO CANEMI OF CCA689R-TOTALES
           MOVE W-TOTANU TO CANANU OF CCA689R-TOTALES
           MOVE W-TOTSIS TO CANSIS OF CCA689R-TOTALES
           MOVE W-TOTPER TO CANPER OF CCA689R-TOTALES
           MOVE W-TOTFIS TO CANFIS OF CCA689R-TOTALES
           MOVE W-CANDIF TO CANDIF OF CCA689R-TOTALES
           MOVE W-CANSIN TO CANSIN OF CCA689R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA689 AGENCIAS CONCILIADAS.......: " W-NROAGE
           DISPLAY "CCA689 AGENCIAS CON DIFERENCIA....: " W-CANDIF
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCALIBSER CCALIBMOV CCALIBINV PLTAGCORI REPORTE.
           STOP RUN.
