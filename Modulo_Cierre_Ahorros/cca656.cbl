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
       PROGRAM-ID.    CCA656.
      ******************************************************************
      * FUNCION: ENTRADA DEL ARCHIVO DE COBRO POR DEBITO AUTOMATICO    *
      *          (DOMICILIACION, CCADOMFAC). CORRE ANTES DE CCA550.    *
      *          CADA FACTURA SE VALIDA CONTRA SU MANDATO (CCAMANDAT,  *
      *          VER CCA655) Y CONTRA LA CUENTA:                       *
      *            02 = SIN MANDATO: INEXISTENTE, NO ACTIVO, FUERA     *
      *                 DE VIGENCIA, O CONVENIO INEXISTENTE O          *
      *                 INACTIVO.                                      *
      *            03 = EL VALOR EXCEDE EL MAXIMO DEL MANDATO.         *
      *            04 = CUENTA BLOQUEADA: INEXISTENTE, CANCELADA,      *
      *                 INACTIVA, DE FALLECIDO O CON BLOQUEO DE        *
      *                 DEBITOS.                                       *
      *            01 = SIN FONDOS: EL SALDO DEL MAESTRO, MENOS LO     *
      *                 YA COMPROMETIDO EN ESTA CORRIDA PARA LA        *
      *                 MISMA CUENTA, NO ALCANZA.                      *
      *          LA FACTURA RECHAZADA VA DE UNA VEZ AL ARCHIVO DE      *
      *          RESPUESTA CCADOMRES. LA ACEPTADA SE ENCOLA EN         *
      *          CCAMOVIM COMO DEBITO A LA CUENTA (CODIGO DE LA TABLA  *
      *          89 NROTAB 1, USUARIO DOMICILIA, LA FACTURA EN LA      *
      *          REFERENCIA, EL CONVENIO EN NROBNV Y LA REFERENCIA     *
      *          DEL CLIENTE EN INFPRD) PARA QUE PASE POR LA           *
      *          VALIDACION NORMAL DE CCA550 (EMBARGOS, BLOQUEOS       *
      *          PARCIALES, BOLSILLOS). LA RESPUESTA DE LAS            *
      *          ENCOLADAS Y EL ABONO AL FACTURADOR LOS HACE CCA657    *
      *          DESPUES DE CCA560.                                    *
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
           SELECT CCADOMFAC
               ASSIGN          TO DATABASE-CCADOMFAC
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAMANDAT
               ASSIGN          TO DATABASE-CCAMANDAT
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACONVNIO
               ASSIGN          TO DATABASE-CCACONVNIO
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
           SELECT CCAMOVIM
               ASSIGN          TO DATABASE-CCAMOVIM01
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCACODTRN
               ASSIGN          TO DATABASE-CCACODTRN
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
           SELECT CCADOMRES
               ASSIGN          TO DATABASE-CCADOMRES
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCADOMFAC
           LABEL RECORDS ARE STANDARD.
       01  REG-DOMFAC.
           COPY DDS-ALL-FORMATS OF CCADOMFAC.
      *
       FD  CCAMANDAT
           LABEL RECORDS ARE STANDARD.
       01  REG-MANDAT.
           COPY DDS-ALL-FORMATS OF CCAMANDAT.
      *
       FD  CCACONVNIO
           LABEL RECORDS ARE STANDARD.
       01  REG-CONVNIO.
           COPY DDS-ALL-FORMATS OF CCACONVNIO.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
       FD  CCAMOVIM
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCAMOVIM.
           COPY DDS-ALL-FORMATS OF CCAMOVIM01.
      *
       FD  CCACODTRN
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCACODTRN.
           COPY DDS-ALL-FORMATS OF CCACODTRN.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  CCADOMRES
           LABEL RECORDS ARE STANDARD.
       01  REG-DOMRES.
           COPY DDS-ALL-FORMATS OF CCADOMRES.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * CODIGO DEL DEBITO DE DOMICILIACION (TABLA 89 NROTAB 1) Y SUS
      * ATRIBUTOS DE CCACODTRN.
       77  W-TRADEB                    PIC 9(05) VALUE ZEROS.
       77  W-TIVAL-DEB                 PIC 9(02) VALUE ZEROS.
       77  W-FECVA-DEB                 PIC 9(02) VALUE ZEROS.
       77  W-DECRE-DEB                 PIC 9(01) VALUE 1.
       77  W-CANOKS                    PIC 9(07) VALUE ZEROS.
       77  W-CANDEV                    PIC 9(07) VALUE ZEROS.
       77  W-CODRES                    PIC 9(02) VALUE ZEROS.
       77  W-DISPON                    PIC S9(15)V99 VALUE ZEROS.
      *
      * LO COMPROMETIDO EN LA CORRIDA POR CUENTA, PARA QUE DOS
      * FACTURAS DE LA MISMA CUENTA NO CUENTEN DOS VECES EL SALDO.
       77  W-CANCTA                    PIC 9(05) VALUE ZEROS.
       77  I                           PIC 9(05) VALUE ZEROS.
       01  TABLA-CUENTAS.
           05  CTA-ENT                 OCCURS 5000 TIMES.
               10  CTA-LLAVE           PIC X(31).
               10  CTA-COMPRO          PIC S9(15)V99 COMP-3.
       01  W-LLAVE-CUENTA.
           05  W-LLA-CODMON            PIC 9(03).
           05  W-LLA-CODSIS            PIC 9(03).
           05  W-LLA-CODPRO            PIC 9(03).
           05  W-LLA-AGCCTA            PIC 9(05).
           05  W-LLA-CTANRO            PIC 9(17).
      *
      * INFPRD DEL DEBITO: MARCA DOM Y REFERENCIA DEL CLIENTE ANTE EL
      * FACTURADOR (LA LEE CCA657 PARA UBICAR EL MANDATO).
       01  W-INFPRD-DOM.
           05  FILLER                  PIC X(03) VALUE "DOM".
           05  W-DOM-REFCLI            PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(37) VALUE SPACES.
      *
       01  W-HALLADO                   PIC 9(01) VALUE 0.
           88  ENTRADA-HALLADA                   VALUE 1.
       01  W-EXISTE-MANDATO            PIC 9(01) VALUE 0.
           88  NO-EXISTE-MANDATO                 VALUE 0.
           88  SI-EXISTE-MANDATO                 VALUE 1.
       01  W-EXISTE-CONVENIO           PIC 9(01) VALUE 0.
           88  NO-EXISTE-CONVENIO                VALUE 0.
           88  SI-EXISTE-CONVENIO                VALUE 1.
       01  W-EXISTE-CCAMAEAHO          PIC 9(01) VALUE 0.
           88  NO-EXISTE-CCAMAEAHO               VALUE 0.
           88  SI-EXISTE-CCAMAEAHO               VALUE 1.
      *
       01  CONTROLES.
           05  CTL-CCADOMFAC           PIC X(02) VALUE "NO".
               88  FIN-CCADOMFAC                 VALUE "SI".
               88  NO-FIN-CCADOMFAC              VALUE "NO".
           05  CTL-CCACODTRN           PIC X(02) VALUE "NO".
               88  FIN-CCACODTRN                 VALUE "SI".
               88  NO-FIN-CCACODTRN              VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA656".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR UNTIL FIN-CCADOMFAC.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCADOMFAC CCAMANDAT CCACONVNIO CCAMAEAHO
                       CCACODTRN CCATABLAS.
           OPEN EXTEND CCAMOVIM CCADOMRES.
           PERFORM CALL-CCA500.
           MOVE 89 TO CODTAB OF ZONA-CCATABLAS
           MOVE 1  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                MOVE CAMPO1 OF ZONA-CCATABLAS TO W-TRADEB
           END-READ
           IF W-TRADEB = ZEROS
              DISPLAY "CCA656 SIN CODIGO DE DEBITO EN LA TABLA 89"
           END-IF
           PERFORM CARGAR-ATRIBUTOS-CODIGO UNTIL FIN-CCACODTRN
           PERFORM LEER-CCADOMFAC.
      *----------------------------------------------------------------
       CARGAR-ATRIBUTOS-CODIGO.
           READ CCACODTRN NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACODTRN
           END-READ
           IF NO-FIN-CCACODTRN
              IF CODTRA OF REGCODTRN = W-TRADEB
                 MOVE DEBCRE OF REGCODTRN TO W-DECRE-DEB
                 MOVE TIPVAL OF REGCODTRN TO W-TIVAL-DEB
                 MOVE FECVAL OF REGCODTRN TO W-FECVA-DEB
              END-IF
           END-IF.
      *----------------------------------------------------------------
       PROCESAR.
           MOVE ZEROS TO W-CODRES
           PERFORM VALIDAR-MANDATO
           IF W-CODRES = ZEROS
              PERFORM VALIDAR-CUENTA
           END-IF
           IF W-CODRES = ZEROS
              PERFORM VALIDAR-FONDOS
           END-IF
           IF W-CODRES = ZEROS
              PERFORM ENCOLAR-DEBITO
              ADD VLRFAC OF REG-DOMFAC TO CTA-COMPRO (I)
              ADD 1 TO W-CANOKS
              ADD 1 TO PC504-CANTREG
           ELSE
              PERFORM DEVOLVER-FACTURA
              ADD 1 TO W-CANDEV
           END-IF
           PERFORM LEER-CCADOMFAC.
      *----------------------------------------------------------------
      * EL MANDATO DEBE EXISTIR, ESTAR ACTIVO Y VIGENTE HOY, Y SU
      * CONVENIO ACTIVO. LA FACTURA NO PUEDE PASAR DEL MAXIMO (LA
      * DE VALOR CERO O NEGATIVO SE RECHAZA CON EL MISMO CODIGO).
      *----------------------------------------------------------------
       VALIDAR-MANDATO.
           MOVE NROCNV OF REG-DOMFAC TO NROCNV OF REG-MANDAT
           MOVE REFCLI OF REG-DOMFAC TO REFCLI OF REG-MANDAT
           READ CCAMANDAT INVALID KEY
                MOVE ZEROS TO W-EXISTE-MANDATO
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-MANDATO
           END-READ
           IF NO-EXISTE-MANDATO
           OR ESTADO OF REG-MANDAT NOT = "A"
           OR FECINI OF REG-MANDAT > LK-FECHA-HOY
           OR (FECFIN OF REG-MANDAT NOT = ZEROS
               AND FECFIN OF REG-MANDAT < LK-FECHA-HOY)
              MOVE 2 TO W-CODRES
           ELSE
              MOVE NROCNV OF REG-DOMFAC TO NROCNV OF REG-CONVNIO
              READ CCACONVNIO INVALID KEY
                   MOVE ZEROS TO W-EXISTE-CONVENIO
              NOT INVALID KEY
                   MOVE 1     TO W-EXISTE-CONVENIO
              END-READ
              IF NO-EXISTE-CONVENIO
              OR ESTADO OF REG-CONVNIO NOT = "A"
                 MOVE 2 TO W-CODRES
              ELSE
                 IF VLRFAC OF REG-DOMFAC > VLRMAX OF REG-MANDAT
                 OR VLRFAC OF REG-DOMFAC NOT > ZEROS
                    MOVE 3 TO W-CODRES
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       VALIDAR-CUENTA.
           MOVE CODMON OF REG-MANDAT TO CODMON OF REG-MAESTR
           MOVE CODSIS OF REG-MANDAT TO CODSIS OF REG-MAESTR
           MOVE CODPRO OF REG-MANDAT TO CODPRO OF REG-MAESTR
           MOVE AGCCTA OF REG-MANDAT TO AGCCTA OF REG-MAESTR
           MOVE CTANRO OF REG-MANDAT TO CTANRO OF REG-MAESTR
           READ CCAMAEAHO INVALID KEY
                MOVE ZEROS TO W-EXISTE-CCAMAEAHO
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-CCAMAEAHO
           END-READ
           IF NO-EXISTE-CCAMAEAHO
           OR INDBAJ OF REG-MAESTR NOT = ZEROS
           OR INDINA OF REG-MAESTR NOT = ZEROS
           OR INDFAL OF REG-MAESTR NOT = ZEROS
           OR INDBLO OF REG-MAESTR = 1
           OR INDBLO OF REG-MAESTR = 3
              MOVE 4 TO W-CODRES
           END-IF.
      *----------------------------------------------------------------
      * DISPONIBLE = SALDO DEL MAESTRO MENOS LO YA ENCOLADO POR ESTA
      * CORRIDA PARA LA CUENTA. DEJA EN I LA ENTRADA DE LA CUENTA;
      * CON LA TABLA LLENA LA CUENTA NUEVA REUSA LA ULTIMA ENTRADA.
      *----------------------------------------------------------------
       VALIDAR-FONDOS.
           MOVE CODMON OF REG-MANDAT TO W-LLA-CODMON
           MOVE CODSIS OF REG-MANDAT TO W-LLA-CODSIS
           MOVE CODPRO OF REG-MANDAT TO W-LLA-CODPRO
           MOVE AGCCTA OF REG-MANDAT TO W-LLA-AGCCTA
           MOVE CTANRO OF REG-MANDAT TO W-LLA-CTANRO
           MOVE ZEROS TO W-HALLADO
           MOVE 1     TO I
           PERFORM BUSCAR-CUENTA UNTIL I > W-CANCTA
                                 OR    ENTRADA-HALLADA
           IF ENTRADA-HALLADA
              SUBTRACT 1 FROM I
           ELSE
              IF W-CANCTA < 5000
                 ADD 1 TO W-CANCTA
              END-IF
              MOVE W-CANCTA       TO I
              MOVE W-LLAVE-CUENTA TO CTA-LLAVE (I)
              MOVE ZEROS          TO CTA-COMPRO (I)
           END-IF
           COMPUTE W-DISPON = SALACT OF REG-MAESTR - CTA-COMPRO (I)
           IF VLRFAC OF REG-DOMFAC > W-DISPON
              MOVE 1 TO W-CODRES
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-CUENTA.
           IF CTA-LLAVE (I) = W-LLAVE-CUENTA
              MOVE 1 TO W-HALLADO
           END-IF
           ADD 1 TO I.
      *----------------------------------------------------------------
       ENCOLAR-DEBITO.
           INITIALIZE REGMOVIM OF ZONA-CCAMOVIM
           MOVE CODMON OF REG-MANDAT TO CODMON OF REGMOVIM
           MOVE CODSIS OF REG-MANDAT TO CODSIS OF REGMOVIM
           MOVE CODPRO OF REG-MANDAT TO CODPRO OF REGMOVIM
           MOVE AGCCTA OF REG-MANDAT TO AGCCTA OF REGMOVIM
                                        AGCORI OF REGMOVIM
           MOVE CTANRO OF REG-MANDAT TO CTANRO OF REGMOVIM
           MOVE LK-FECHA-HOY         TO FORIGE OF REGMOVIM
                                        FVALOR OF REGMOVIM
           MOVE W-TRADEB             TO CODTRA OF REGMOVIM
           MOVE W-DECRE-DEB          TO DEBCRE OF REGMOVIM
           MOVE W-TIVAL-DEB          TO TIPVAL OF REGMOVIM
           MOVE W-FECVA-DEB          TO FECVAL OF REGMOVIM
           MOVE VLRFAC OF REG-DOMFAC TO IMPORT OF REGMOVIM
           MOVE ZEROS                TO ESTTRN OF REGMOVIM
           MOVE NROFAC OF REG-DOMFAC TO NROREF OF REGMOVIM
           MOVE NROCNV OF REG-DOMFAC TO NROBNV OF REGMOVIM
           STRING "DOMICILIA " NOMFAC OF REG-CONVNIO
                  DELIMITED BY SIZE
                  INTO INFDEP OF REGMOVIM
           MOVE REFCLI OF REG-DOMFAC TO W-DOM-REFCLI
           MOVE W-INFPRD-DOM         TO INFPRD OF REGMOVIM
           MOVE "DOMICILIA"          TO USRING OF REGMOVIM
           MOVE "CCA656"             TO CODCAJ OF REGMOVIM
           MOVE ZEROS                TO CODER1 OF REGMOVIM
                                        CODER2 OF REGMOVIM
                                        CODER3 OF REGMOVIM
           WRITE ZONA-CCAMOVIM.
      *----------------------------------------------------------------
       DEVOLVER-FACTURA.
           INITIALIZE REGDOMRES
           MOVE NROCNV OF REG-DOMFAC TO NROCNV OF REG-DOMRES
           MOVE REFCLI OF REG-DOMFAC TO REFCLI OF REG-DOMRES
           MOVE NROFAC OF REG-DOMFAC TO NROFAC OF REG-DOMRES
           MOVE VLRFAC OF REG-DOMFAC TO VLRFAC OF REG-DOMRES
           IF SI-EXISTE-MANDATO
              MOVE CODMON OF REG-MANDAT TO CODMON OF REG-DOMRES
              MOVE CODSIS OF REG-MANDAT TO CODSIS OF REG-DOMRES
              MOVE CODPRO OF REG-MANDAT TO CODPRO OF REG-DOMRES
              MOVE AGCCTA OF REG-MANDAT TO AGCCTA OF REG-DOMRES
              MOVE CTANRO OF REG-MANDAT TO CTANRO OF REG-DOMRES
           END-IF
           MOVE "R"                  TO ESTADO OF REG-DOMRES
           MOVE W-CODRES             TO CODRES OF REG-DOMRES
           MOVE ZEROS                TO CODERR OF REG-DOMRES
           MOVE LK-FECHA-HOY         TO FECRES OF REG-DOMRES
           WRITE REG-DOMRES.
      *----------------------------------------------------------------
       LEER-CCADOMFAC.
           READ CCADOMFAC AT END
                MOVE "SI" TO CTL-CCADOMFAC.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           DISPLAY "CCA656 FACTURAS ENCOLADAS: " W-CANOKS
           DISPLAY "CCA656 FACTURAS RECHAZADAS: " W-CANDEV
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCADOMFAC CCAMANDAT CCACONVNIO CCAMAEAHO CCAMOVIM
                 CCACODTRN CCATABLAS CCADOMRES.
           STOP  RUN      .
