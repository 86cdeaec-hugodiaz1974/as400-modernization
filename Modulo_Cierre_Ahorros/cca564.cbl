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
       PROGRAM-ID.    CCA564.
      ******************************************************************
      * FUNCION: MANTENIMIENTO EN PANTALLA DEL MAESTRO DE PRODUCTOS    *
      *          (CCACODPRO). ENTER CONSULTA, F6 GRABA EL ALTA O EL    *
      *          CAMBIO, F10 ACTIVA EL PRODUCTO Y F3 TERMINA.          *
      *          - LOS CAMPOS SE VALIDAN ENTRE SI ANTES DE GRABAR      *
      *            (SOBREGIRO, TRAMOS DE TASA, PERIODOS, BASE).        *
      *          - UN PRODUCTO NUEVO QUEDA EN PREPARACION (ESTPRO P) Y *
      *            SOLO SE ACTIVA (ESTPRO A) CUANDO TIENE PLAN DE TASA *
      *            ACTIVO EN CCATASAHIS, GRUPOS DE TRANSACCIONES EN    *
      *            CCATRAPRO, SALDO MINIMO ACTIVO EN CCAMINSAL Y       *
      *            CUENTAS CONTABLES ACTIVAS EN CCACTACON. LA PANTALLA *
      *            MUESTRA LA LISTA DE REQUISITOS CUMPLIDOS.           *
      *          - LOS PRODUCTOS ANTERIORES, CON ESTPRO EN BLANCO, SE  *
      *            CONSIDERAN ACTIVOS.                                 *
      *          ENTRADA POR LA COMPUERTA CCA519 (PROGRAMA CCA564,     *
      *          FUNCION 00). CADA CAMPO CAMBIADO QUEDA EN CCAGENAUD   *
      *          CON SU VALOR ANTERIOR Y EL NUEVO.                     *
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
           SELECT PANTALLA
               ASSIGN          TO WORKSTATION-CCA564S-SI
               ORGANIZATION    IS TRANSACTION
               ACCESS          IS DYNAMIC
               CONTROL-AREA    IS W-CONTROL-PANTALLA
               FILE STATUS     IS W-PANTALLA-STATUS.
      *
           SELECT CCACODPRO
               ASSIGN          TO DATABASE-CCACODPRO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACODTRN
               ASSIGN          TO DATABASE-CCACODTRN
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCATASAHIS
               ASSIGN          TO DATABASE-CCATASAHIS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCATRAPRO
               ASSIGN          TO DATABASE-CCATRAPRO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAMINSAL
               ASSIGN          TO DATABASE-CCAMINSAL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACTACON
               ASSIGN          TO DATABASE-CCACTACON
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAGENAUD
               ASSIGN          TO DATABASE-CCAGENAUD
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  PANTALLA
           LABEL RECORDS ARE OMITTED.
       01  PANTALLA-REC.
           COPY DD-ALL-FORMATS         OF CCA564S.
      *
       FD  CCACODPRO
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCACODPRO.
           COPY DDS-ALL-FORMATS        OF CCACODPRO.
      *
       FD  CCACODTRN
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCACODTRN.
           COPY DDS-ALL-FORMATS        OF CCACODTRN.
      *
       FD  CCATASAHIS
           LABEL RECORDS ARE STANDARD.
       01  REG-TASAHIS.
           COPY DDS-ALL-FORMATS        OF CCATASAHIS.
      *
       FD  CCATRAPRO
           LABEL RECORDS ARE STANDARD.
       01  REG-TRAPRO.
           COPY DDS-ALL-FORMATS        OF CCATRAPRO.
      *
       FD  CCAMINSAL
           LABEL RECORDS ARE STANDARD.
       01  REG-MINSAL.
           COPY DDS-ALL-FORMATS        OF CCAMINSAL.
      *
       FD  CCACTACON
           LABEL RECORDS ARE STANDARD.
       01  REG-CTACON.
           COPY DDS-ALL-FORMATS        OF CCACTACON.
      *
       FD  CCAGENAUD
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAGENAUD.
           COPY DDS-ALL-FORMATS        OF CCAGENAUD.
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
      *Area de Control de la Estacion de Pantalla.
       01  W-CONTROL-PANTALLA.
           03  W-FUNCIONES-UTILIZADAS.
               05  W-FUNCION-UTILIZADA PIC 9(02).
                   88  ENTER-KEY                      VALUE 00.
                   88  F03                            VALUE 03.
                   88  F06                            VALUE 06.
                   88  F10                            VALUE 10.
           03  W-NOMBRE-DEVICE         PIC X(10).
           03  W-NOMBRE-FORMATO        PIC X(10).
      *File Status del Archivo de Pantalla.
       01  W-PANTALLA-STATUS           PIC X(02).
      *----------------------------------------------------------------
       01  W-FIN-MANTEN                PIC S9(01)  COMP-3 VALUE 0.
           88  NO-FIN-MANTEN                         VALUE 0.
           88  SI-FIN-MANTEN                         VALUE 1.
       01  W-EXISTE-CCACODPRO          PIC S9(01)  COMP-3 VALUE 0.
           88  NO-EXISTE-CCACODPRO                   VALUE 0.
           88  SI-EXISTE-CCACODPRO                   VALUE 1.
       01  W-FIN-BUSQUEDA              PIC S9(01)  COMP-3 VALUE 0.
           88  NO-FIN-BUSQUEDA                       VALUE 0.
           88  SI-FIN-BUSQUEDA                       VALUE 1.
       01  W-ENCONTRO                  PIC S9(01)  COMP-3 VALUE 0.
           88  NO-ENCONTRO                           VALUE 0.
           88  SI-ENCONTRO                           VALUE 1.
      *Producto en pantalla y como estaba antes del cambio.
       01  W-PRODUCTO.
           COPY DDS-ALL-FORMATS        OF CCACODPRO.
       01  W-ANTERIOR.
           COPY DDS-ALL-FORMATS        OF CCACODPRO.
       01  W-CODPRO                    PIC 9(03)   VALUE ZEROS.
      *Lista de requisitos para activar: "SI" cumplido, "NO" falta.
       01  W-LISTA-ACTIVACION.
           03  W-CHKTAS                PIC X(02)   VALUE SPACES.
           03  W-CHKTRP                PIC X(02)   VALUE SPACES.
           03  W-CHKMIN                PIC X(02)   VALUE SPACES.
           03  W-CHKCTA                PIC X(02)   VALUE SPACES.
       01  W-MENSAJE                   PIC X(60)   VALUE SPACES.
       01  W-CANALT                    PIC 9(05)   VALUE ZEROS.
       01  W-CANCAM                    PIC 9(05)   VALUE ZEROS.
       01  W-CANACT                    PIC 9(05)   VALUE ZEROS.
       01  PA-CODEMP                   PIC 9(05)   VALUE ZEROS.
      *Campo auditado, con sus valores anterior y nuevo editados.
       01  W-AUD-CAMPO                 PIC X(10)   VALUE SPACES.
       01  W-AUD-ANT                   PIC X(26)   VALUE SPACES.
       01  W-AUD-NVO                   PIC X(26)   VALUE SPACES.
       01  W-EDI-VALOR                 PIC -9(13).99.
       01  W-EDI-TASA                  PIC 9.9(07).
      *----------------------------------------------------------------
      *             COPY'S   FORMATOS DE PANTALLA.
      *----------------------------------------------------------------
       01  REG-CTLPRO-O.
           COPY DDS-CTLPRO-O           OF CCA564S.
       01  REG-CTLPRO-I.
           COPY DDS-CTLPRO-I           OF CCA564S.
      *----------------------------------------------------------------
           COPY FECHAS OF CCACPY.
      *----------------------------------------------------------------
      *COMPUERTA DE AUTORIZACION POR FUNCION (VER CCA519).
       01  PARM-CCA519.
           05  W-AUT-USUARIO           PIC X(10) VALUE SPACES.
           05  W-AUT-ESTACI            PIC X(10) VALUE SPACES.
           05  W-AUT-PROGRAMA          PIC X(08) VALUE "CCA564".
           05  W-AUT-FUNCIO            PIC X(02) VALUE "00".
           05  W-AUT-RETCOD            PIC 9(01) VALUE ZEROS.
       LINKAGE SECTION.
      *----------------------------------------------------------------
       01  XUSERID                     PIC X(10).
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING XUSERID.
      *----------------------------------------------------------------
       INICIAR-PROGRAMA.
           PERFORM VALIDAR-AUTORIZACION.
           IF W-AUT-RETCOD NOT = ZEROS
              DISPLAY "CCA564 FUNCION NO AUTORIZADA PARA " XUSERID
              GO TO FINALIZAR-PROGRAMA.
           PERFORM INICIALIZAR.
           PERFORM PROCESAR UNTIL SI-FIN-MANTEN.
           PERFORM FINALIZAR.
       FINALIZAR-PROGRAMA.
           GOBACK.
      *----------------------------------------------------------------
      * Procedimiento : Validar-Autorizacion.                          |
      * Descripcion   : Sin autorizacion de la compuerta CCA519 el     |
      *                 programa no abre la pantalla; el intento       |
      *                 negado queda en el registro de accesos.        |
      *----------------------------------------------------------------
       VALIDAR-AUTORIZACION.
           MOVE XUSERID TO W-AUT-USUARIO
           MOVE ZEROS   TO W-AUT-RETCOD
           CALL "CCA519" USING W-AUT-USUARIO W-AUT-ESTACI
                               W-AUT-PROGRAMA W-AUT-FUNCIO
                               W-AUT-RETCOD.
      *----------------------------------------------------------------
      * Procedimiento : Inicializar.                                   |
      * Descripcion   : Abre los archivos y deja la pantalla lista     |
      *                 para digitar el primer producto.               |
      *----------------------------------------------------------------
       INICIALIZAR.
           OPEN I-O    PANTALLA
           OPEN I-O    CCACODPRO
           OPEN INPUT  CCACODTRN CCATASAHIS CCATRAPRO CCAMINSAL
                       CCACTACON
           OPEN EXTEND CCAGENAUD
           CALL "PLTCODEMPP" USING PA-CODEMP
           CALL "CCA500" USING LK-FECHAS
           INITIALIZE W-PRODUCTO W-LISTA-ACTIVACION
           MOVE SPACES TO W-MENSAJE.
      *----------------------------------------------------------------
      * Procedimiento : Procesar.                                      |
      * Descripcion   : Presenta la pantalla y atiende la tecla:       |
      *                 Enter consulta, F6 graba, F10 activa, F3       |
      *                 termina.                                       |
      *----------------------------------------------------------------
       PROCESAR.
           MOVE 99 TO W-FUNCION-UTILIZADA
           PERFORM DESPLEGAR-Y-LEER-CTLPRO UNTIL F03 OR F06 OR F10 OR
                                                 ENTER-KEY
           EVALUATE ( W-FUNCION-UTILIZADA )
           WHEN ( 0 )
                PERFORM CONSULTAR-PRODUCTO
           WHEN ( 6 )
                PERFORM VALIDAR-Y-GRABAR
           WHEN ( 10 )
                PERFORM ACTIVAR-PRODUCTO
           WHEN ( 3 )
                MOVE 1 TO W-FIN-MANTEN
           END-EVALUATE.
      *----------------------------------------------------------------
       DESPLEGAR-Y-LEER-CTLPRO.
           INITIALIZE                  REG-CTLPRO-O
           MOVE CORR REGCODPRO OF W-PRODUCTO TO REG-CTLPRO-O
           MOVE CODPRO OF W-PRODUCTO    TO CODPRO OF REG-CTLPRO-O
           MOVE W-CHKTAS                TO CHKTAS OF REG-CTLPRO-O
           MOVE W-CHKTRP                TO CHKTRP OF REG-CTLPRO-O
           MOVE W-CHKMIN                TO CHKMIN OF REG-CTLPRO-O
           MOVE W-CHKCTA                TO CHKCTA OF REG-CTLPRO-O
           MOVE W-MENSAJE               TO MENSAJ OF REG-CTLPRO-O
           WRITE PANTALLA-REC           FROM REG-CTLPRO-O
                                        FORMAT IS "CTLPRO"
           END-WRITE.
           READ  PANTALLA               INTO REG-CTLPRO-I
                                        FORMAT IS "CTLPRO"
           END-READ.
           MOVE CORR REG-CTLPRO-I       TO REGCODPRO OF W-PRODUCTO
           MOVE CODPRO OF REG-CTLPRO-I  TO CODPRO OF W-PRODUCTO
                                           W-CODPRO.
      *----------------------------------------------------------------
      * Procedimiento : Consultar-Producto.                            |
      * Descripcion   : Trae a la pantalla el producto digitado con su |
      *                 lista de requisitos, o la deja lista para el   |
      *                 alta.                                          |
      *----------------------------------------------------------------
       CONSULTAR-PRODUCTO.
           MOVE SPACES TO W-MENSAJE
           PERFORM LEER-PRODUCTO
           IF ( SI-EXISTE-CCACODPRO )
              MOVE ZONA-CCACODPRO       TO W-PRODUCTO
              PERFORM VERIFICAR-REQUISITOS
           ELSE
              INITIALIZE W-PRODUCTO W-LISTA-ACTIVACION
              MOVE W-CODPRO             TO CODPRO OF W-PRODUCTO
              MOVE "P"                  TO ESTPRO OF W-PRODUCTO
              MOVE "PRODUCTO NUEVO: DIGITE LOS DATOS Y OPRIMA F6"
                                        TO W-MENSAJE
           END-IF.
      *----------------------------------------------------------------
       LEER-PRODUCTO.
           MOVE W-CODPRO TO CODPRO OF ZONA-CCACODPRO
           MOVE 1        TO W-EXISTE-CCACODPRO
           READ CCACODPRO               INVALID KEY
                MOVE 0                  TO W-EXISTE-CCACODPRO
           END-READ.
      *----------------------------------------------------------------
      * Procedimiento : Validar-Y-Grabar.                              |
      * Descripcion   : Valida los campos digitados y, si todo esta    |
      *                 limpio, graba el alta (en preparacion) o el    |
      *                 cambio, y audita cada campo modificado.        |
      *----------------------------------------------------------------
       VALIDAR-Y-GRABAR.
           MOVE SPACES TO W-MENSAJE
           PERFORM VALIDAR-CAMPOS
           IF W-MENSAJE = SPACES
           AND CODTRASOB OF W-PRODUCTO NOT = ZEROS
              PERFORM VALIDAR-CODTRASOB
           END-IF
           IF W-MENSAJE = SPACES
              PERFORM LEER-PRODUCTO
              PERFORM GRABAR-PRODUCTO
              PERFORM VERIFICAR-REQUISITOS
           END-IF.
      *----------------------------------------------------------------
       VALIDAR-CAMPOS.
           IF CODPRO OF W-PRODUCTO = ZEROS
              MOVE "DIGITE EL CODIGO DEL PRODUCTO"      TO W-MENSAJE
           ELSE
           IF DESCRI OF W-PRODUCTO = SPACES
              MOVE "DIGITE LA DESCRIPCION DEL PRODUCTO" TO W-MENSAJE
           ELSE
           IF TIPLIQ OF W-PRODUCTO NOT = 1
           AND TIPLIQ OF W-PRODUCTO NOT = 2
              MOVE "TIPLIQ DEBE SER 1 O 2"              TO W-MENSAJE
           ELSE
           IF PERCAU OF W-PRODUCTO > 12
              MOVE "PERCAU DEBE ESTAR ENTRE 0 Y 12"     TO W-MENSAJE
           ELSE
           IF CICLO OF W-PRODUCTO = ZEROS
              MOVE "DIGITE EL CICLO DE EXTRACTOS"       TO W-MENSAJE
           ELSE
           IF VMCUEN OF W-PRODUCTO < ZEROS
           OR VMLINT OF W-PRODUCTO < ZEROS
              MOVE "VMCUEN Y VMLINT NO PUEDEN SER NEGATIVOS"
                                                        TO W-MENSAJE
           ELSE
           IF (DIASOB OF W-PRODUCTO = ZEROS
               AND TASSOB OF W-PRODUCTO NOT = ZEROS)
           OR (DIASOB OF W-PRODUCTO NOT = ZEROS
               AND TASSOB OF W-PRODUCTO = ZEROS)
              MOVE "DIASOB Y TASSOB SE DIGITAN JUNTOS"  TO W-MENSAJE
           ELSE
           IF TASSOB OF W-PRODUCTO NOT = ZEROS
           AND CODTRASOB OF W-PRODUCTO = ZEROS
              MOVE "TASSOB EXIGE EL CODIGO CODTRASOB"   TO W-MENSAJE
           ELSE
           IF TRAMO1 OF W-PRODUCTO < ZEROS
           OR TRAMO2 OF W-PRODUCTO < ZEROS
              MOVE "LOS TRAMOS NO PUEDEN SER NEGATIVOS" TO W-MENSAJE
           ELSE
           IF TRAMO2 OF W-PRODUCTO NOT = ZEROS
           AND TRAMO2 OF W-PRODUCTO NOT > TRAMO1 OF W-PRODUCTO
              MOVE "TRAMO2 DEBE SER MAYOR QUE TRAMO1"   TO W-MENSAJE
           ELSE
           IF TRAMO1 OF W-PRODUCTO NOT = ZEROS
           AND CODTA1 OF W-PRODUCTO = ZEROS
              MOVE "TRAMO1 EXIGE LA TARIFA CODTA1"      TO W-MENSAJE
           ELSE
           IF TRAMO2 OF W-PRODUCTO NOT = ZEROS
           AND CODTA2 OF W-PRODUCTO = ZEROS
              MOVE "TRAMO2 EXIGE LA TARIFA CODTA2"      TO W-MENSAJE
           ELSE
           IF PERCAP OF W-PRODUCTO > 12
           AND PERCAP OF W-PRODUCTO NOT = 99
              MOVE "PERCAP DEBE SER 0 A 12 O 99"        TO W-MENSAJE
           ELSE
           IF BASCAL OF W-PRODUCTO NOT = 360
           AND BASCAL OF W-PRODUCTO NOT = 365
              MOVE "BASCAL DEBE SER 360 O 365"          TO W-MENSAJE
           ELSE
           IF INDCDT OF W-PRODUCTO > 1
              MOVE "INDCDT DEBE SER 0 O 1"              TO W-MENSAJE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *----------------------------------------------------------------
      * Procedimiento : Validar-Codtrasob.                             |
      * Descripcion   : El codigo con que se cobra el sobregiro debe   |
      *                 existir en el catalogo y ser un debito.        |
      *----------------------------------------------------------------
       VALIDAR-CODTRASOB.
           MOVE ZEROS  TO W-FIN-BUSQUEDA W-ENCONTRO
           MOVE ZEROS  TO CODMON OF ZONA-CCACODTRN
                          CODSIS OF ZONA-CCACODTRN
                          CODPRO OF ZONA-CCACODTRN
                          CODTRN OF ZONA-CCACODTRN
           START CCACODTRN KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE 1 TO W-FIN-BUSQUEDA
           END-START
           PERFORM BUSCAR-CODTRASOB UNTIL SI-FIN-BUSQUEDA
                                    OR    SI-ENCONTRO
           IF ( NO-ENCONTRO )
              MOVE "CODTRASOB NO EXISTE EN CCACODTRN"   TO W-MENSAJE
           ELSE
              IF DEBCRE OF ZONA-CCACODTRN NOT = 1
                 MOVE "CODTRASOB DEBE SER UN DEBITO"    TO W-MENSAJE
              END-IF
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-CODTRASOB.
           READ CCACODTRN NEXT RECORD AT END
                MOVE 1 TO W-FIN-BUSQUEDA
           END-READ
           IF ( NO-FIN-BUSQUEDA )
              IF CODTRA OF ZONA-CCACODTRN = CODTRASOB OF W-PRODUCTO
                 MOVE 1 TO W-ENCONTRO
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * Procedimiento : Grabar-Producto.                               |
      * Descripcion   : Alta si el producto no existe (queda en        |
      *                 preparacion), cambio si existe (conserva su    |
      *                 estado y las fechas que maneja el cierre).     |
      *----------------------------------------------------------------
       GRABAR-PRODUCTO.
           IF ( SI-EXISTE-CCACODPRO )
              MOVE ZONA-CCACODPRO       TO W-ANTERIOR
              MOVE FECLIQ OF W-ANTERIOR TO FECLIQ OF W-PRODUCTO
              MOVE FECCAP OF W-ANTERIOR TO FECCAP OF W-PRODUCTO
              MOVE ESTPRO OF W-ANTERIOR TO ESTPRO OF W-PRODUCTO
              MOVE W-PRODUCTO           TO ZONA-CCACODPRO
              REWRITE ZONA-CCACODPRO
              ADD 1 TO W-CANCAM
              PERFORM AUDITAR-CAMBIOS
              MOVE "PRODUCTO MODIFICADO"            TO W-MENSAJE
           ELSE
              MOVE ZEROS                TO FECLIQ OF W-PRODUCTO
                                           FECCAP OF W-PRODUCTO
              MOVE "P"                  TO ESTPRO OF W-PRODUCTO
              MOVE W-PRODUCTO           TO ZONA-CCACODPRO
              WRITE ZONA-CCACODPRO
              ADD 1 TO W-CANALT
              MOVE "ALTA"               TO W-AUD-CAMPO
              MOVE SPACES               TO W-AUD-ANT
              MOVE DESCRI OF W-PRODUCTO TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
              MOVE "PRODUCTO CREADO EN PREPARACION; ACTIVAR CON F10"
                                                    TO W-MENSAJE
           END-IF.
      *----------------------------------------------------------------
      * Procedimiento : Auditar-Cambios.                               |
      * Descripcion   : Un registro de CCAGENAUD por cada campo que    |
      *                 cambio, con el valor anterior y el nuevo.      |
      *----------------------------------------------------------------
       AUDITAR-CAMBIOS.
           IF DESCRI OF W-ANTERIOR NOT = DESCRI OF W-PRODUCTO
              MOVE "DESCRI"               TO W-AUD-CAMPO
              MOVE DESCRI OF W-ANTERIOR   TO W-AUD-ANT
              MOVE DESCRI OF W-PRODUCTO   TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF
           IF TIPLIQ OF W-ANTERIOR NOT = TIPLIQ OF W-PRODUCTO
              MOVE "TIPLIQ"               TO W-AUD-CAMPO
              MOVE TIPLIQ OF W-ANTERIOR   TO W-AUD-ANT
              MOVE TIPLIQ OF W-PRODUCTO   TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF
           IF PERCAU OF W-ANTERIOR NOT = PERCAU OF W-PRODUCTO
              MOVE "PERCAU"               TO W-AUD-CAMPO
              MOVE PERCAU OF W-ANTERIOR   TO W-AUD-ANT
              MOVE PERCAU OF W-PRODUCTO   TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF
           IF CICLO OF W-ANTERIOR NOT = CICLO OF W-PRODUCTO
              MOVE "CICLO"                TO W-AUD-CAMPO
              MOVE CICLO OF W-ANTERIOR    TO W-AUD-ANT
              MOVE CICLO OF W-PRODUCTO    TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF
           IF VMCUEN OF W-ANTERIOR NOT = VMCUEN OF W-PRODUCTO
              MOVE "VMCUEN"               TO W-AUD-CAMPO
              MOVE VMCUEN OF W-ANTERIOR   TO W-EDI-VALOR
              MOVE W-EDI-VALOR            TO W-AUD-ANT
              MOVE VMCUEN OF W-PRODUCTO   TO W-EDI-VALOR
              MOVE W-EDI-VALOR            TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF
           IF VMLINT OF W-ANTERIOR NOT = VMLINT OF W-PRODUCTO
              MOVE "VMLINT"               TO W-AUD-CAMPO
              MOVE VMLINT OF W-ANTERIOR   TO W-EDI-VALOR
              MOVE W-EDI-VALOR            TO W-AUD-ANT
              MOVE VMLINT OF W-PRODUCTO   TO W-EDI-VALOR
              MOVE W-EDI-VALOR            TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF
           IF DIASOB OF W-ANTERIOR NOT = DIASOB OF W-PRODUCTO
              MOVE "DIASOB"               TO W-AUD-CAMPO
              MOVE DIASOB OF W-ANTERIOR   TO W-AUD-ANT
              MOVE DIASOB OF W-PRODUCTO   TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF
           IF TASSOB OF W-ANTERIOR NOT = TASSOB OF W-PRODUCTO
              MOVE "TASSOB"               TO W-AUD-CAMPO
              MOVE TASSOB OF W-ANTERIOR   TO W-EDI-TASA
              MOVE W-EDI-TASA             TO W-AUD-ANT
              MOVE TASSOB OF W-PRODUCTO   TO W-EDI-TASA
              MOVE W-EDI-TASA             TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF
           IF CODTRASOB OF W-ANTERIOR NOT = CODTRASOB OF W-PRODUCTO
              MOVE "CODTRASOB"            TO W-AUD-CAMPO
              MOVE CODTRASOB OF W-ANTERIOR TO W-AUD-ANT
              MOVE CODTRASOB OF W-PRODUCTO TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF
           IF TRAMO1 OF W-ANTERIOR NOT = TRAMO1 OF W-PRODUCTO
              MOVE "TRAMO1"               TO W-AUD-CAMPO
              MOVE TRAMO1 OF W-ANTERIOR   TO W-EDI-VALOR
              MOVE W-EDI-VALOR            TO W-AUD-ANT
              MOVE TRAMO1 OF W-PRODUCTO   TO W-EDI-VALOR
              MOVE W-EDI-VALOR            TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF
           IF TRAMO2 OF W-ANTERIOR NOT = TRAMO2 OF W-PRODUCTO
              MOVE "TRAMO2"               TO W-AUD-CAMPO
              MOVE TRAMO2 OF W-ANTERIOR   TO W-EDI-VALOR
              MOVE W-EDI-VALOR            TO W-AUD-ANT
              MOVE TRAMO2 OF W-PRODUCTO   TO W-EDI-VALOR
              MOVE W-EDI-VALOR            TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF
           IF CODTA1 OF W-ANTERIOR NOT = CODTA1 OF W-PRODUCTO
              MOVE "CODTA1"               TO W-AUD-CAMPO
              MOVE CODTA1 OF W-ANTERIOR   TO W-AUD-ANT
              MOVE CODTA1 OF W-PRODUCTO   TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF
           IF CODTA2 OF W-ANTERIOR NOT = CODTA2 OF W-PRODUCTO
              MOVE "CODTA2"               TO W-AUD-CAMPO
              MOVE CODTA2 OF W-ANTERIOR   TO W-AUD-ANT
              MOVE CODTA2 OF W-PRODUCTO   TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF
           IF CODTA3 OF W-ANTERIOR NOT = CODTA3 OF W-PRODUCTO
              MOVE "CODTA3"               TO W-AUD-CAMPO
              MOVE CODTA3 OF W-ANTERIOR   TO W-AUD-ANT
              MOVE CODTA3 OF W-PRODUCTO   TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF
           IF PERCAP OF W-ANTERIOR NOT = PERCAP OF W-PRODUCTO
              MOVE "PERCAP"               TO W-AUD-CAMPO
              MOVE PERCAP OF W-ANTERIOR   TO W-AUD-ANT
              MOVE PERCAP OF W-PRODUCTO   TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF
           IF BASCAL OF W-ANTERIOR NOT = BASCAL OF W-PRODUCTO
              MOVE "BASCAL"               TO W-AUD-CAMPO
              MOVE BASCAL OF W-ANTERIOR   TO W-AUD-ANT
              MOVE BASCAL OF W-PRODUCTO   TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF
           IF INDCDT OF W-ANTERIOR NOT = INDCDT OF W-PRODUCTO
              MOVE "INDCDT"               TO W-AUD-CAMPO
              MOVE INDCDT OF W-ANTERIOR   TO W-AUD-ANT
              MOVE INDCDT OF W-PRODUCTO   TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF
           IF PLZAPE OF W-ANTERIOR NOT = PLZAPE OF W-PRODUCTO
              MOVE "PLZAPE"               TO W-AUD-CAMPO
              MOVE PLZAPE OF W-ANTERIOR   TO W-AUD-ANT
              MOVE PLZAPE OF W-PRODUCTO   TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
      * Procedimiento : Activar-Producto.                              |
      * Descripcion   : Revisa la lista de requisitos y solo si todos  |
      *                 se cumplen pasa el producto a activo.          |
      *----------------------------------------------------------------
       ACTIVAR-PRODUCTO.
           MOVE SPACES TO W-MENSAJE
           PERFORM LEER-PRODUCTO
           IF ( NO-EXISTE-CCACODPRO )
              MOVE "GRABE EL PRODUCTO CON F6 ANTES DE ACTIVARLO"
                                                    TO W-MENSAJE
           ELSE
              MOVE ZONA-CCACODPRO       TO W-PRODUCTO
              PERFORM VERIFICAR-REQUISITOS
              IF ESTPRO OF W-PRODUCTO = SPACES OR "A"
                 MOVE "EL PRODUCTO YA ESTA ACTIVO"  TO W-MENSAJE
              ELSE
              IF W-CHKTAS = "SI" AND W-CHKTRP = "SI"
              AND W-CHKMIN = "SI" AND W-CHKCTA = "SI"
                 MOVE "ESTPRO"             TO W-AUD-CAMPO
                 MOVE ESTPRO OF W-PRODUCTO TO W-AUD-ANT
                 MOVE "A"                  TO ESTPRO OF W-PRODUCTO
                                              ESTPRO OF ZONA-CCACODPRO
                 MOVE ESTPRO OF W-PRODUCTO TO W-AUD-NVO
                 REWRITE ZONA-CCACODPRO
                 PERFORM GRABAR-CCAGENAUD
                 ADD 1 TO W-CANACT
                 MOVE "PRODUCTO ACTIVADO"           TO W-MENSAJE
              ELSE
                 MOVE "NO SE ACTIVA: FALTAN REQUISITOS (VER LISTA)"
                                                    TO W-MENSAJE
              END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * Procedimiento : Verificar-Requisitos.                          |
      * Descripcion   : Lista de lanzamiento: plan de tasa, grupos de  |
      *                 transacciones, saldo minimo y cuentas          |
      *                 contables del producto.                        |
      *----------------------------------------------------------------
       VERIFICAR-REQUISITOS.
           MOVE "NO" TO W-CHKTAS W-CHKTRP W-CHKMIN W-CHKCTA
           PERFORM VERIFICAR-TASAHIS
           PERFORM VERIFICAR-TRAPRO
           PERFORM VERIFICAR-MINSAL
           PERFORM VERIFICAR-CTACON.
      *----------------------------------------------------------------
       VERIFICAR-TASAHIS.
           MOVE ZEROS                TO W-FIN-BUSQUEDA W-ENCONTRO
           MOVE CODPRO OF W-PRODUCTO TO CODPRO OF REG-TASAHIS
           MOVE ZEROS                TO FECVIG OF REG-TASAHIS
           START CCATASAHIS KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE 1 TO W-FIN-BUSQUEDA
           END-START
           PERFORM BUSCAR-TASAHIS UNTIL SI-FIN-BUSQUEDA
                                  OR    SI-ENCONTRO
           IF ( SI-ENCONTRO )
              MOVE "SI" TO W-CHKTAS
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-TASAHIS.
           READ CCATASAHIS NEXT RECORD AT END
                MOVE 1 TO W-FIN-BUSQUEDA
           END-READ
           IF ( NO-FIN-BUSQUEDA )
              IF CODPRO OF REG-TASAHIS NOT = CODPRO OF W-PRODUCTO
                 MOVE 1 TO W-FIN-BUSQUEDA
              ELSE
                 IF ESTADO OF REG-TASAHIS = "A"
                    MOVE 1 TO W-ENCONTRO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    CCATRAPRO VA POR GRUPO Y PRODUCTO: SE RECORRE COMPLETO.
       VERIFICAR-TRAPRO.
           MOVE ZEROS                TO W-FIN-BUSQUEDA W-ENCONTRO
           MOVE ZEROS                TO CODPRO OF REG-TRAPRO
                                        PRODUC OF REG-TRAPRO
           START CCATRAPRO KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE 1 TO W-FIN-BUSQUEDA
           END-START
           PERFORM BUSCAR-TRAPRO UNTIL SI-FIN-BUSQUEDA
                                 OR    SI-ENCONTRO
           IF ( SI-ENCONTRO )
              MOVE "SI" TO W-CHKTRP
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-TRAPRO.
           READ CCATRAPRO NEXT RECORD AT END
                MOVE 1 TO W-FIN-BUSQUEDA
           END-READ
           IF ( NO-FIN-BUSQUEDA )
              IF PRODUC OF REG-TRAPRO = CODPRO OF W-PRODUCTO
                 MOVE 1 TO W-ENCONTRO
              END-IF
           END-IF.
      *----------------------------------------------------------------
       VERIFICAR-MINSAL.
           MOVE CODPRO OF W-PRODUCTO TO CODPRO OF REG-MINSAL
           READ CCAMINSAL INVALID KEY
                CONTINUE
           NOT INVALID KEY
                IF IND-ACTIVO OF REG-MINSAL = "S"
                   MOVE "SI" TO W-CHKMIN
                END-IF
           END-READ.
      *----------------------------------------------------------------
       VERIFICAR-CTACON.
           MOVE ZEROS                TO W-FIN-BUSQUEDA W-ENCONTRO
           MOVE CODPRO OF W-PRODUCTO TO CODPRO OF REG-CTACON
           MOVE ZEROS                TO CODTRA OF REG-CTACON
                                        DEBCRE OF REG-CTACON
                                        FECINI OF REG-CTACON
           START CCACTACON KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE 1 TO W-FIN-BUSQUEDA
           END-START
           PERFORM BUSCAR-CTACON UNTIL SI-FIN-BUSQUEDA
                                 OR    SI-ENCONTRO
           IF ( SI-ENCONTRO )
              MOVE "SI" TO W-CHKCTA
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-CTACON.
           READ CCACTACON NEXT RECORD AT END
                MOVE 1 TO W-FIN-BUSQUEDA
           END-READ
           IF ( NO-FIN-BUSQUEDA )
              IF CODPRO OF REG-CTACON NOT = CODPRO OF W-PRODUCTO
                 MOVE 1 TO W-FIN-BUSQUEDA
              ELSE
                 IF ESTADO OF REG-CTACON = "A"
                    MOVE 1 TO W-ENCONTRO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * Procedimiento : Grabar-Ccagenaud.                              |
      * Descripcion   : Deja el campo con su valor anterior y el       |
      *                 nuevo, precedidos del codigo del producto.     |
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE W-AUD-CAMPO           TO PG-CAMPO  OF CCAGENAUD
           STRING CODPRO OF W-PRODUCTO " " W-AUD-ANT
                  DELIMITED BY SIZE
                  INTO PG-VLRANT OF CCAGENAUD
           STRING CODPRO OF W-PRODUCTO " " W-AUD-NVO
                  DELIMITED BY SIZE
                  INTO PG-VLRNVO OF CCAGENAUD
           MOVE XUSERID               TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
      * Procedimiento : Finalizar.                                     |
      * Descripcion   : Cierra los archivos utilizados.                |
      *----------------------------------------------------------------
       FINALIZAR.
           DISPLAY "CCA564 PRODUCTOS CREADOS......: " W-CANALT
           DISPLAY "CCA564 PRODUCTOS MODIFICADOS..: " W-CANCAM
           DISPLAY "CCA564 PRODUCTOS ACTIVADOS....: " W-CANACT
           CLOSE PANTALLA CCACODPRO CCACODTRN CCATASAHIS CCATRAPRO
                 CCAMINSAL CCACTACON CCAGENAUD.
