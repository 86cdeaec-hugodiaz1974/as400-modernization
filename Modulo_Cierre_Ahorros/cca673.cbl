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
       PROGRAM-ID.    CCA673.
      ******************************************************************
      * FUNCION: REPORTE MENSUAL DEL IVA SOBRE COMISIONES (CCA673R),   *
      *          DEL PRIMER DIA DEL MES DE HOY HASTA HOY. CORRE EN EL  *
      *          CIERRE DE MES, DESPUES DE CCA670.                     *
      *          - DETALLE: POR AGENCIA, CODIGO DE COMISION Y TARIFA,  *
      *            CANTIDAD, BASE E IVA TOMADOS DE CCAIVAMOV (LOS      *
      *            CLIENTES EXENTOS NO ESTAN: CCA669 NO LES GENERA     *
      *            IVA). EL CONCEPTO SALE DE CCAIVATAR.                *
      *          - TOTAL POR AGENCIA: IVA DEL REGISTRO CONTRA LO       *
      *            CONTABILIZADO EN PLTTRNMON EN EL MES (CREDITOS CON  *
      *            LOS CODIGOS DE IVA POR PAGAR DE CCAIVATAR, POR      *
      *            AGENCIA DESTINO) Y LA DIFERENCIA.                   *
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
           SELECT CCAIVAMOV
               ASSIGN          TO DATABASE-CCAIVAMOV
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAIVATAR
               ASSIGN          TO DATABASE-CCAIVATAR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT PLTTRNMON
               ASSIGN          TO DATABASE-PLTTRNMON
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA673R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAIVAMOV
           LABEL RECORDS ARE STANDARD.
       01  REG-IVAMOV.
           COPY DDS-ALL-FORMATS OF CCAIVAMOV.
      *
       FD  CCAIVATAR
           LABEL RECORDS ARE STANDARD.
       01  REG-IVATAR.
           COPY DDS-ALL-FORMATS OF CCAIVATAR.
      *
       FD  PLTTRNMON
           LABEL RECORDS ARE STANDARD.
       01  REG-PLTTRNMON.
           COPY DDS-ALL-FORMATS OF PLTTRNMON.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA673R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  I                           PIC 9(04)          VALUE ZEROS.
       77  J                           PIC 9(04)          VALUE ZEROS.
       77  K                           PIC 9(04)          VALUE ZEROS.
      *
      * MES REPORTADO: DEL PRIMER DIA DEL MES DE HOY HASTA HOY.
       01  W-PERREP                    PIC 9(06)          VALUE ZEROS.
       01  W-FECINI                    PIC 9(08)          VALUE ZEROS.
       01  R-W-FECINI                  REDEFINES W-FECINI.
           05  W-FECINI-AAMM           PIC 9(06).
           05  W-FECINI-DD             PIC 9(02).
      *
      * TARIFAS DE CCAIVATAR: CONCEPTO Y CODIGO DEL IVA POR PAGAR.
       77  W-CANTAR                    PIC 9(04)          VALUE ZEROS.
       01  TABLA-TARIFAS.
           05  TAR-ENT                 OCCURS 300 TIMES.
               10  TAR-CODTRA          PIC 9(05).
               10  TAR-CODCRE          PIC 9(05).
               10  TAR-CONCEP          PIC X(30).
      *
      * ACUMULADO POR AGENCIA, CODIGO Y TARIFA, EN ORDEN DE LLAVE.
       77  W-CANDET                    PIC 9(04)          VALUE ZEROS.
       01  W-CLAVE-DET.
           05  W-CLA-AGCCTA            PIC 9(05).
           05  W-CLA-CODTRA            PIC 9(05).
           05  W-CLA-PORIVA            PIC 9(03)V99.
       01  TABLA-DETALLE.
           05  DET-ENT                 OCCURS 2001 TIMES.
               10  DET-CLAVE.
                   15  DET-AGCCTA      PIC 9(05).
                   15  DET-CODTRA      PIC 9(05).
                   15  DET-PORIVA      PIC 9(03)V99.
               10  DET-CANMOV          PIC 9(07)     COMP-3.
               10  DET-VLRBAS          PIC S9(13)V99 COMP-3.
               10  DET-VLRIVA          PIC S9(13)V99 COMP-3.
      *
      * ACUMULADO POR AGENCIA: REGISTRO DEL IVA CONTRA CONTABILIDAD.
       77  W-CANAGE                    PIC 9(04)          VALUE ZEROS.
       01  W-CLAVE-AGE                 PIC 9(05)          VALUE ZEROS.
       01  TABLA-AGENCIAS.
           05  AGE-ENT                 OCCURS 501 TIMES.
               10  AGE-AGCCTA          PIC 9(05).
               10  AGE-VLRIVA          PIC S9(13)V99 COMP-3.
               10  AGE-VLRCON          PIC S9(13)V99 COMP-3.
      *
       01  W-TOTALES.
           05  W-TOT-CANMOV            PIC 9(09)          VALUE ZEROS.
           05  W-TOT-VLRBAS            PIC S9(15)V99      VALUE ZEROS.
           05  W-TOT-VLRIVA            PIC S9(15)V99      VALUE ZEROS.
           05  W-TOT-VLRCON            PIC S9(15)V99      VALUE ZEROS.
      *
       01  W-HALLADO                   PIC 9(01) VALUE 0.
           88  CODIGO-HALLADO                    VALUE 1.
      *
       01  CONTROLES.
           05  CTL-CCAIVAMOV           PIC X(02) VALUE "NO".
               88  FIN-CCAIVAMOV                 VALUE "SI".
               88  NO-FIN-CCAIVAMOV              VALUE "NO".
           05  CTL-CCAIVATAR           PIC X(02) VALUE "NO".
               88  FIN-CCAIVATAR                 VALUE "SI".
               88  NO-FIN-CCAIVATAR              VALUE "NO".
           05  CTL-PLTTRNMON           PIC X(02) VALUE "NO".
               88  FIN-PLTTRNMON                 VALUE "SI".
               88  NO-FIN-PLTTRNMON              VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA673".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR-IVAMOV UNTIL FIN-CCAIVAMOV.
           PERFORM PROCESAR-TRNMON UNTIL FIN-PLTTRNMON.
           PERFORM IMPRIMIR-AGENCIA VARYING I FROM 1 BY 1
                   UNTIL I > W-CANAGE.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAIVAMOV CCAIVATAR PLTTRNMON.
           OPEN OUTPUT REPORTE.
           PERFORM CALL-CCA500.
           MOVE LK-FECHA-HOY  TO W-FECINI
           MOVE 01            TO W-FECINI-DD
           MOVE W-FECINI-AAMM TO W-PERREP
           PERFORM CARGAR-TARIFAS.
           INITIALIZE CCA673R-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF CCA673R-HEADER
           MOVE W-PERREP     TO PERREP OF CCA673R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
           INITIALIZE REGIVAMOV
           MOVE W-FECINI TO FECPRO OF REG-IVAMOV
           START CCAIVAMOV KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAIVAMOV
           END-START
           PERFORM LEER-CCAIVAMOV.
           PERFORM LEER-PLTTRNMON.
      *----------------------------------------------------------------
       CARGAR-TARIFAS.
           MOVE ZEROS TO CODTRA OF REG-IVATAR
                         FECVIG OF REG-IVATAR
           START CCAIVATAR KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAIVATAR
           END-START
           PERFORM CARGAR-UNA-TARIFA UNTIL FIN-CCAIVATAR.
      *----------------------------------------------------------------
       CARGAR-UNA-TARIFA.
           READ CCAIVATAR NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAIVATAR
           END-READ
           IF NO-FIN-CCAIVATAR
           AND W-CANTAR < 300
              ADD 1 TO W-CANTAR
              MOVE CODTRA OF REG-IVATAR TO TAR-CODTRA (W-CANTAR)
              MOVE CODCRE OF REG-IVATAR TO TAR-CODCRE (W-CANTAR)
              MOVE CONCEP OF REG-IVATAR TO TAR-CONCEP (W-CANTAR)
           END-IF.
      *----------------------------------------------------------------
       PROCESAR-IVAMOV.
           MOVE AGCCTA OF REG-IVAMOV TO W-CLA-AGCCTA
                                        W-CLAVE-AGE
           MOVE CODTRA OF REG-IVAMOV TO W-CLA-CODTRA
           MOVE PORIVA OF REG-IVAMOV TO W-CLA-PORIVA
           PERFORM UBICAR-DETALLE
           IF J NOT > W-CANDET
              ADD 1                     TO DET-CANMOV (J)
              ADD VLRBAS OF REG-IVAMOV  TO DET-VLRBAS (J)
              ADD VLRIVA OF REG-IVAMOV  TO DET-VLRIVA (J)
           END-IF
           PERFORM UBICAR-AGENCIA
           IF J NOT > W-CANAGE
              ADD VLRIVA OF REG-IVAMOV  TO AGE-VLRIVA (J)
           END-IF
           ADD 1 TO PC504-CANTREG
           PERFORM LEER-CCAIVAMOV.
      *----------------------------------------------------------------
      * LOS CREDITOS DEL MES CON UN CODIGO DE IVA POR PAGAR SON LO
      * CONTABILIZADO; SE ACUMULAN EN LA AGENCIA DESTINO.
      *----------------------------------------------------------------
       PROCESAR-TRNMON.
           IF FECPRO OF PLTTRNMON NOT < W-FECINI
           AND FECPRO OF PLTTRNMON NOT > LK-FECHA-HOY
           AND TIPMOV OF PLTTRNMON = 2
              MOVE ZEROS TO W-HALLADO
              PERFORM BUSCAR-CODCRE VARYING K FROM 1 BY 1
                      UNTIL K > W-CANTAR
                      OR    CODIGO-HALLADO
              IF CODIGO-HALLADO
                 MOVE AGCDST OF PLTTRNMON TO W-CLAVE-AGE
                 PERFORM UBICAR-AGENCIA
                 IF J NOT > W-CANAGE
                    ADD VLRTRN OF PLTTRNMON TO AGE-VLRCON (J)
                 END-IF
              END-IF
           END-IF
           PERFORM LEER-PLTTRNMON.
      *----------------------------------------------------------------
       BUSCAR-CODCRE.
           IF TAR-CODCRE (K) = CODTRN OF PLTTRNMON
              MOVE 1 TO W-HALLADO
           END-IF.
      *----------------------------------------------------------------
      * DEJA EN J LA ENTRADA DE W-CLAVE-DET, ABRIENDO ESPACIO EN SU
      * LUGAR SI NO EXISTE. CON LA TABLA LLENA J QUEDA FUERA DE ELLA.
      *----------------------------------------------------------------
       UBICAR-DETALLE.
           MOVE 1 TO J
           PERFORM AVANZAR-J UNTIL J > W-CANDET
                   OR DET-CLAVE (J) NOT < W-CLAVE-DET
           IF J > W-CANDET
           OR DET-CLAVE (J) NOT = W-CLAVE-DET
              IF W-CANDET < 2000
                 PERFORM CORRER-DETALLE VARYING K FROM W-CANDET BY -1
                         UNTIL K < J
                 ADD 1 TO W-CANDET
                 INITIALIZE DET-ENT (J)
                 MOVE W-CLAVE-DET TO DET-CLAVE (J)
              ELSE
                 DISPLAY "CCA673 TABLA DE DETALLE LLENA, AGENCIA "
                         W-CLA-AGCCTA " CODIGO " W-CLA-CODTRA
                 MOVE 2001 TO J
              END-IF
           END-IF.
      *----------------------------------------------------------------
       CORRER-DETALLE.
           MOVE DET-ENT (K) TO DET-ENT (K + 1).
      *----------------------------------------------------------------
       UBICAR-AGENCIA.
           MOVE 1 TO J
           PERFORM AVANZAR-J UNTIL J > W-CANAGE
                   OR AGE-AGCCTA (J) NOT < W-CLAVE-AGE
           IF J > W-CANAGE
           OR AGE-AGCCTA (J) NOT = W-CLAVE-AGE
              IF W-CANAGE < 500
                 PERFORM CORRER-AGENCIA VARYING K FROM W-CANAGE BY -1
                         UNTIL K < J
                 ADD 1 TO W-CANAGE
                 INITIALIZE AGE-ENT (J)
                 MOVE W-CLAVE-AGE TO AGE-AGCCTA (J)
              ELSE
                 DISPLAY "CCA673 TABLA DE AGENCIAS LLENA, AGENCIA "
                         W-CLAVE-AGE
                 MOVE 501 TO J
              END-IF
           END-IF.
      *----------------------------------------------------------------
       CORRER-AGENCIA.
           MOVE AGE-ENT (K) TO AGE-ENT (K + 1).
      *----------------------------------------------------------------
       AVANZAR-J.
           ADD 1 TO J.
      *----------------------------------------------------------------
      * LAS DOS TABLAS ESTAN EN ORDEN DE AGENCIA: EL DETALLE DE CADA
      * AGENCIA SE RECORRE CON J ANTES DE SU TOTAL.
      *----------------------------------------------------------------
       IMPRIMIR-AGENCIA.
           IF I = 1
              MOVE 1 TO J
           END-IF
           PERFORM IMPRIMIR-DETALLE UNTIL J > W-CANDET
                   OR DET-AGCCTA (J) NOT = AGE-AGCCTA (I)
           INITIALIZE CCA673R-TOTAGE
           MOVE AGE-AGCCTA (I)        TO AGCCTA OF CCA673R-TOTAGE
           MOVE AGE-VLRIVA (I)        TO VLRIVA OF CCA673R-TOTAGE
           MOVE AGE-VLRCON (I)        TO VLRCON OF CCA673R-TOTAGE
           COMPUTE DIFERE OF CCA673R-TOTAGE = AGE-VLRIVA (I)
                                            - AGE-VLRCON (I)
           WRITE REPORTE-REG FORMAT IS "TOTAGE"
           ADD AGE-VLRIVA (I)         TO W-TOT-VLRIVA
           ADD AGE-VLRCON (I)         TO W-TOT-VLRCON.
      *----------------------------------------------------------------
       IMPRIMIR-DETALLE.
           INITIALIZE CCA673R-DETALLE
           MOVE DET-AGCCTA (J)        TO AGCCTA OF CCA673R-DETALLE
           MOVE DET-CODTRA (J)        TO CODTRA OF CCA673R-DETALLE
           MOVE DET-PORIVA (J)        TO PORIVA OF CCA673R-DETALLE
           MOVE DET-CANMOV (J)        TO CANMOV OF CCA673R-DETALLE
           MOVE DET-VLRBAS (J)        TO VLRBAS OF CCA673R-DETALLE
           MOVE DET-VLRIVA (J)        TO VLRIVA OF CCA673R-DETALLE
           PERFORM BUSCAR-CONCEPTO VARYING K FROM 1 BY 1
                   UNTIL K > W-CANTAR
           WRITE REPORTE-REG FORMAT IS "DETALLE"
           ADD DET-CANMOV (J)         TO W-TOT-CANMOV
           ADD DET-VLRBAS (J)         TO W-TOT-VLRBAS
           ADD 1 TO J.
      *----------------------------------------------------------------
       BUSCAR-CONCEPTO.
           IF TAR-CODTRA (K) = DET-CODTRA (J)
              MOVE TAR-CONCEP (K) TO CONCEP OF CCA673R-DETALLE
           END-IF.
      *----------------------------------------------------------------
       LEER-CCAIVAMOV.
           IF NO-FIN-CCAIVAMOV
              READ CCAIVAMOV NEXT RECORD AT END
                   MOVE "SI" TO CTL-CCAIVAMOV
              END-READ
              IF NO-FIN-CCAIVAMOV
              AND FECPRO OF REG-IVAMOV > LK-FECHA-HOY
                 MOVE "SI" TO CTL-CCAIVAMOV
              END-IF
           END-IF.
      *----------------------------------------------------------------
       LEER-PLTTRNMON.
           READ PLTTRNMON AT END
                MOVE "SI" TO CTL-PLTTRNMON.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE CCA673R-TOTALES
           MOVE W-TOT-CANMOV TO CANMOV OF CCA673R-TOTALES
           MOVE W-TOT-VLRBAS TO VLRBAS OF CCA673R-TOTALES
           MOVE W-TOT-VLRIVA TO VLRIVA OF CCA673R-TOTALES
           MOVE W-TOT-VLRCON TO VLRCON OF CCA673R-TOTALES
           COMPUTE DIFERE OF CCA673R-TOTALES = W-TOT-VLRIVA
                                             - W-TOT-VLRCON
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA673 PERIODO................: " W-PERREP
           DISPLAY "CCA673 IVA REGISTRADO.........: " W-TOT-VLRIVA
           DISPLAY "CCA673 IVA CONTABILIZADO......: " W-TOT-VLRCON
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAIVAMOV CCAIVATAR PLTTRNMON REPORTE.
           STOP  RUN      .
