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
       PROGRAM-ID.    CCA561.
      ******************************************************************
      * FUNCION: MANTENIMIENTO EN PANTALLA DEL CATALOGO DE CODIGOS DE  *
      *          TRANSACCION (CCACODTRN). ENTER CONSULTA LA LLAVE      *
      *          DIGITADA (MONEDA, SISTEMA, PRODUCTO, CODIGO), F6      *
      *          GRABA EL ALTA O EL CAMBIO Y F3 TERMINA. ANTES DE      *
      *          GRABAR SE VALIDAN LOS CAMPOS:                         *
      *            CODTRA  1 A 9999 (LAS TABLAS DE CCA560, CCA568 Y    *
      *                    CCA720 SE INDEXAN POR CODTRA).              *
      *            DEBCRE  1 DEBITO, 2 CREDITO.                        *
      *            TIPVAL  1 EFECTIVO, 2 Y 3 CANJE (COMO CCATRAPRO).   *
      *            FECVAL  0 A 6 (DIAS DE VALOR QUE MANEJA CCA560).    *
      *            INDRES  DIGITO; INDLOG 0 O 1.                       *
      *            CODALT  EN CEROS, O CODIGO EXISTENTE, DISTINTO DEL  *
      *                    PROPIO Y DE SENTIDO CONTRARIO.              *
      *            NOLTRA  OBLIGATORIA.                                *
      *          ENTRADA POR LA COMPUERTA CCA519 (PROGRAMA CCA561,     *
      *          FUNCION 00) Y TODO CAMBIO QUEDA AUDITADO EN CCAGENAUD.*
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
               ASSIGN          TO WORKSTATION-CCA561S-SI
               ORGANIZATION    IS TRANSACTION
               ACCESS          IS DYNAMIC
               CONTROL-AREA    IS W-CONTROL-PANTALLA
               FILE STATUS     IS W-PANTALLA-STATUS.
      *
           SELECT CCACODTRN
               ASSIGN          TO DATABASE-CCACODTRN
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
           COPY DD-ALL-FORMATS         OF CCA561S.
      *
       FD  CCACODTRN
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCACODTRN.
           COPY DDS-ALL-FORMATS        OF CCACODTRN.
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
           03  W-NOMBRE-DEVICE         PIC X(10).
           03  W-NOMBRE-FORMATO        PIC X(10).
      *File Status del Archivo de Pantalla.
       01  W-PANTALLA-STATUS           PIC X(02).
      *----------------------------------------------------------------
       01  W-FIN-MANTEN                PIC S9(01)  COMP-3 VALUE 0.
           88  NO-FIN-MANTEN                         VALUE 0.
           88  SI-FIN-MANTEN                         VALUE 1.
       01  W-EXISTE-CCACODTRN          PIC S9(01)  COMP-3 VALUE 0.
           88  NO-EXISTE-CCACODTRN                   VALUE 0.
           88  SI-EXISTE-CCACODTRN                   VALUE 1.
       01  W-FIN-CCACODTRN             PIC S9(01)  COMP-3 VALUE 0.
           88  NO-FIN-CCACODTRN                      VALUE 0.
           88  SI-FIN-CCACODTRN                      VALUE 1.
       01  W-ENCONTRO-CODALT           PIC S9(01)  COMP-3 VALUE 0.
           88  NO-ENCONTRO-CODALT                    VALUE 0.
           88  SI-ENCONTRO-CODALT                    VALUE 1.
      *Codigo de transaccion digitado.
       01  W-CODIGO.
           03  W-LLAVE.
               05  W-CODMON            PIC 9(03)   VALUE ZEROS.
               05  W-CODSIS            PIC 9(03)   VALUE ZEROS.
               05  W-CODPRO            PIC 9(03)   VALUE ZEROS.
               05  W-CODTRN            PIC 9(05)   VALUE ZEROS.
           03  W-DATOS.
               05  W-CODTRA            PIC 9(05)   VALUE ZEROS.
               05  W-CODALT            PIC 9(05)   VALUE ZEROS.
               05  W-DEBCRE            PIC 9(01)   VALUE ZEROS.
               05  W-TIPVAL            PIC 9(01)   VALUE ZEROS.
               05  W-FECVAL            PIC 9(01)   VALUE ZEROS.
               05  W-INDRES            PIC 9(01)   VALUE ZEROS.
               05  W-INDLOG            PIC 9(01)   VALUE ZEROS.
               05  W-NOLTRA            PIC X(25)   VALUE SPACES.
      *Valores del registro antes del cambio, para la auditoria.
       01  W-ANTES.
           03  W-ANT-CODTRA            PIC 9(05)   VALUE ZEROS.
           03  W-ANT-CODALT            PIC 9(05)   VALUE ZEROS.
           03  W-ANT-DEBCRE            PIC 9(01)   VALUE ZEROS.
           03  W-ANT-TIPVAL            PIC 9(01)   VALUE ZEROS.
           03  W-ANT-FECVAL            PIC 9(01)   VALUE ZEROS.
           03  W-ANT-INDRES            PIC 9(01)   VALUE ZEROS.
           03  W-ANT-INDLOG            PIC 9(01)   VALUE ZEROS.
       01  W-ANT-NOLTRA                PIC X(25)   VALUE SPACES.
       01  W-ESTCOD                    PIC X(10)   VALUE SPACES.
       01  W-MENSAJE                   PIC X(60)   VALUE SPACES.
       01  W-CANALT                    PIC 9(05)   VALUE ZEROS.
       01  W-CANCAM                    PIC 9(05)   VALUE ZEROS.
       01  PA-CODEMP                   PIC 9(05)   VALUE ZEROS.
      *----------------------------------------------------------------
      *             COPY'S   FORMATOS DE PANTALLA.
      *----------------------------------------------------------------
       01  REG-CTLCOD-O.
           COPY DDS-CTLCOD-O           OF CCA561S.
       01  REG-CTLCOD-I.
           COPY DDS-CTLCOD-I           OF CCA561S.
      *----------------------------------------------------------------
           COPY FECHAS OF CCACPY.
      *----------------------------------------------------------------
      *COMPUERTA DE AUTORIZACION POR FUNCION (VER CCA519).
       01  PARM-CCA519.
           05  W-AUT-USUARIO           PIC X(10) VALUE SPACES.
           05  W-AUT-ESTACI            PIC X(10) VALUE SPACES.
           05  W-AUT-PROGRAMA          PIC X(08) VALUE "CCA561".
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
              DISPLAY "CCA561 FUNCION NO AUTORIZADA PARA " XUSERID
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
      *                 para digitar el primer codigo.                 |
      *----------------------------------------------------------------
       INICIALIZAR.
           OPEN I-O    PANTALLA
           OPEN I-O    CCACODTRN
           OPEN EXTEND CCAGENAUD
           CALL "PLTCODEMPP" USING PA-CODEMP
           CALL "CCA500" USING LK-FECHAS
           MOVE SPACES TO W-MENSAJE W-ESTCOD.
      *----------------------------------------------------------------
      * Procedimiento : Procesar.                                      |
      * Descripcion   : Presenta la pantalla y atiende la tecla:       |
      *                 Enter consulta, F6 graba, F3 termina.          |
      *----------------------------------------------------------------
       PROCESAR.
           MOVE 99 TO W-FUNCION-UTILIZADA
           PERFORM DESPLEGAR-Y-LEER-CTLCOD UNTIL F03 OR F06 OR
                                                 ENTER-KEY
           EVALUATE ( W-FUNCION-UTILIZADA )
           WHEN ( 0 )
                PERFORM CONSULTAR-CODIGO
           WHEN ( 6 )
                PERFORM VALIDAR-Y-GRABAR
           WHEN ( 3 )
                MOVE 1 TO W-FIN-MANTEN
           END-EVALUATE.
      *----------------------------------------------------------------
       DESPLEGAR-Y-LEER-CTLCOD.
           INITIALIZE                  REG-CTLCOD-O
           MOVE W-CODMON                TO CODMON OF REG-CTLCOD-O
           MOVE W-CODSIS                TO CODSIS OF REG-CTLCOD-O
           MOVE W-CODPRO                TO CODPRO OF REG-CTLCOD-O
           MOVE W-CODTRN                TO CODTRN OF REG-CTLCOD-O
           MOVE W-CODTRA                TO CODTRA OF REG-CTLCOD-O
           MOVE W-CODALT                TO CODALT OF REG-CTLCOD-O
           MOVE W-DEBCRE                TO DEBCRE OF REG-CTLCOD-O
           MOVE W-TIPVAL                TO TIPVAL OF REG-CTLCOD-O
           MOVE W-FECVAL                TO FECVAL OF REG-CTLCOD-O
           MOVE W-INDRES                TO INDRES OF REG-CTLCOD-O
           MOVE W-INDLOG                TO INDLOG OF REG-CTLCOD-O
           MOVE W-NOLTRA                TO NOLTRA OF REG-CTLCOD-O
           MOVE W-ESTCOD                TO ESTCOD OF REG-CTLCOD-O
           MOVE W-MENSAJE               TO MENSAJ OF REG-CTLCOD-O
           WRITE PANTALLA-REC           FROM REG-CTLCOD-O
                                        FORMAT IS "CTLCOD"
           END-WRITE.
           READ  PANTALLA               INTO REG-CTLCOD-I
                                        FORMAT IS "CTLCOD"
           END-READ.
           MOVE CODMON OF REG-CTLCOD-I  TO W-CODMON
           MOVE CODSIS OF REG-CTLCOD-I  TO W-CODSIS
           MOVE CODPRO OF REG-CTLCOD-I  TO W-CODPRO
           MOVE CODTRN OF REG-CTLCOD-I  TO W-CODTRN
           MOVE CODTRA OF REG-CTLCOD-I  TO W-CODTRA
           MOVE CODALT OF REG-CTLCOD-I  TO W-CODALT
           MOVE DEBCRE OF REG-CTLCOD-I  TO W-DEBCRE
           MOVE TIPVAL OF REG-CTLCOD-I  TO W-TIPVAL
           MOVE FECVAL OF REG-CTLCOD-I  TO W-FECVAL
           MOVE INDRES OF REG-CTLCOD-I  TO W-INDRES
           MOVE INDLOG OF REG-CTLCOD-I  TO W-INDLOG
           MOVE NOLTRA OF REG-CTLCOD-I  TO W-NOLTRA.
      *----------------------------------------------------------------
      * Procedimiento : Consultar-Codigo.                              |
      * Descripcion   : Trae a la pantalla los datos del codigo        |
      *                 digitado, o la deja lista para el alta.        |
      *----------------------------------------------------------------
       CONSULTAR-CODIGO.
           MOVE SPACES TO W-MENSAJE
           PERFORM LEER-CODIGO
           IF ( SI-EXISTE-CCACODTRN )
              MOVE CODTRA OF ZONA-CCACODTRN TO W-CODTRA
              MOVE CODALT OF ZONA-CCACODTRN TO W-CODALT
              MOVE DEBCRE OF ZONA-CCACODTRN TO W-DEBCRE
              MOVE TIPVAL OF ZONA-CCACODTRN TO W-TIPVAL
              MOVE FECVAL OF ZONA-CCACODTRN TO W-FECVAL
              MOVE INDRES OF ZONA-CCACODTRN TO W-INDRES
              MOVE INDLOG OF ZONA-CCACODTRN TO W-INDLOG
              MOVE NOLTRA OF ZONA-CCACODTRN TO W-NOLTRA
              MOVE "EXISTENTE"              TO W-ESTCOD
           ELSE
              INITIALIZE W-DATOS
              MOVE W-CODTRN                 TO W-CODTRA
              MOVE "NUEVO"                  TO W-ESTCOD
              MOVE "CODIGO NUEVO: DIGITE LOS DATOS Y OPRIMA F6"
                                            TO W-MENSAJE
           END-IF.
      *----------------------------------------------------------------
       LEER-CODIGO.
           MOVE W-CODMON TO CODMON OF ZONA-CCACODTRN
           MOVE W-CODSIS TO CODSIS OF ZONA-CCACODTRN
           MOVE W-CODPRO TO CODPRO OF ZONA-CCACODTRN
           MOVE W-CODTRN TO CODTRN OF ZONA-CCACODTRN
           MOVE 1        TO W-EXISTE-CCACODTRN
           READ CCACODTRN               INVALID KEY
                MOVE 0                  TO W-EXISTE-CCACODTRN
           END-READ.
      *----------------------------------------------------------------
      * Procedimiento : Validar-Y-Grabar.                              |
      * Descripcion   : Valida los campos digitados y, si todo esta    |
      *                 limpio, graba el alta o el cambio y deja la    |
      *                 constancia en CCAGENAUD.                       |
      *----------------------------------------------------------------
       VALIDAR-Y-GRABAR.
           MOVE SPACES TO W-MENSAJE
           PERFORM VALIDAR-CAMPOS
           IF W-MENSAJE = SPACES
              PERFORM VALIDAR-CODALT
           END-IF
           IF W-MENSAJE = SPACES
              PERFORM LEER-CODIGO
              PERFORM GRABAR-CODIGO
           END-IF.
      *----------------------------------------------------------------
       VALIDAR-CAMPOS.
           IF W-CODTRN = ZEROS
              MOVE "DIGITE EL CODIGO DE LA LLAVE"      TO W-MENSAJE
           ELSE
           IF W-CODTRA = ZEROS OR W-CODTRA > 9999
              MOVE "CODTRA DEBE ESTAR ENTRE 1 Y 9999"  TO W-MENSAJE
           ELSE
           IF W-DEBCRE NOT = 1 AND W-DEBCRE NOT = 2
              MOVE "DEBCRE DEBE SER 1 DEBITO O 2 CREDITO"
                                                       TO W-MENSAJE
           ELSE
           IF W-TIPVAL < 1 OR W-TIPVAL > 3
              MOVE "TIPVAL DEBE SER 1, 2 O 3"          TO W-MENSAJE
           ELSE
           IF W-FECVAL > 6
              MOVE "FECVAL DEBE ESTAR ENTRE 0 Y 6"     TO W-MENSAJE
           ELSE
           IF W-INDRES IS NOT NUMERIC
              MOVE "INDRES DEBE SER UN DIGITO"         TO W-MENSAJE
           ELSE
           IF W-INDLOG > 1
              MOVE "INDLOG DEBE SER 0 O 1"             TO W-MENSAJE
           ELSE
           IF W-NOLTRA = SPACES
              MOVE "DIGITE LA DESCRIPCION NOLTRA"      TO W-MENSAJE
           ELSE
           IF W-CODALT = W-CODTRA
              MOVE "CODALT NO PUEDE SER EL MISMO CODIGO"
                                                       TO W-MENSAJE
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
      * Procedimiento : Validar-Codalt.                                |
      * Descripcion   : El codigo alterno (reverso) debe existir en el |
      *                 catalogo como CODTRA y ser de sentido          |
      *                 contrario al que se graba.                     |
      *----------------------------------------------------------------
       VALIDAR-CODALT.
           IF W-CODALT NOT = ZEROS
              MOVE ZEROS  TO W-FIN-CCACODTRN W-ENCONTRO-CODALT
              MOVE ZEROS  TO CODMON OF ZONA-CCACODTRN
                             CODSIS OF ZONA-CCACODTRN
                             CODPRO OF ZONA-CCACODTRN
                             CODTRN OF ZONA-CCACODTRN
              START CCACODTRN KEY NOT < EXTERNALLY-DESCRIBED-KEY
                    INVALID KEY MOVE 1 TO W-FIN-CCACODTRN
              END-START
              PERFORM BUSCAR-CODALT UNTIL SI-FIN-CCACODTRN
                                    OR    SI-ENCONTRO-CODALT
              IF ( NO-ENCONTRO-CODALT )
                 MOVE "CODALT NO EXISTE EN EL CATALOGO"  TO W-MENSAJE
              ELSE
                 IF DEBCRE OF ZONA-CCACODTRN = W-DEBCRE
                    MOVE "CODALT DEBE SER DE SENTIDO CONTRARIO"
                                                         TO W-MENSAJE
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-CODALT.
           READ CCACODTRN NEXT RECORD AT END
                MOVE 1 TO W-FIN-CCACODTRN
           END-READ
           IF ( NO-FIN-CCACODTRN )
              IF CODTRA OF ZONA-CCACODTRN = W-CODALT
                 MOVE 1 TO W-ENCONTRO-CODALT
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * Procedimiento : Grabar-Codigo.                                 |
      * Descripcion   : Alta si la llave no existe, cambio si existe.  |
      *----------------------------------------------------------------
       GRABAR-CODIGO.
           INITIALIZE W-ANTES
           MOVE SPACES TO W-ANT-NOLTRA
           IF ( SI-EXISTE-CCACODTRN )
              MOVE CODTRA OF ZONA-CCACODTRN TO W-ANT-CODTRA
              MOVE CODALT OF ZONA-CCACODTRN TO W-ANT-CODALT
              MOVE DEBCRE OF ZONA-CCACODTRN TO W-ANT-DEBCRE
              MOVE TIPVAL OF ZONA-CCACODTRN TO W-ANT-TIPVAL
              MOVE FECVAL OF ZONA-CCACODTRN TO W-ANT-FECVAL
              MOVE INDRES OF ZONA-CCACODTRN TO W-ANT-INDRES
              MOVE INDLOG OF ZONA-CCACODTRN TO W-ANT-INDLOG
              MOVE NOLTRA OF ZONA-CCACODTRN TO W-ANT-NOLTRA
           END-IF
           MOVE W-CODMON TO CODMON OF ZONA-CCACODTRN
           MOVE W-CODSIS TO CODSIS OF ZONA-CCACODTRN
           MOVE W-CODPRO TO CODPRO OF ZONA-CCACODTRN
           MOVE W-CODTRN TO CODTRN OF ZONA-CCACODTRN
           MOVE W-CODTRA TO CODTRA OF ZONA-CCACODTRN
           MOVE W-CODALT TO CODALT OF ZONA-CCACODTRN
           MOVE W-DEBCRE TO DEBCRE OF ZONA-CCACODTRN
           MOVE W-TIPVAL TO TIPVAL OF ZONA-CCACODTRN
           MOVE W-FECVAL TO FECVAL OF ZONA-CCACODTRN
           MOVE W-INDRES TO INDRES OF ZONA-CCACODTRN
           MOVE W-INDLOG TO INDLOG OF ZONA-CCACODTRN
           MOVE W-NOLTRA TO NOLTRA OF ZONA-CCACODTRN
           IF ( SI-EXISTE-CCACODTRN )
              REWRITE ZONA-CCACODTRN
              ADD 1 TO W-CANCAM
              MOVE "CODIGO MODIFICADO"     TO W-MENSAJE
           ELSE
              WRITE ZONA-CCACODTRN
              ADD 1 TO W-CANALT
              MOVE "CODIGO CREADO"         TO W-MENSAJE
           END-IF
           MOVE "EXISTENTE"                TO W-ESTCOD
           PERFORM GRABAR-CCAGENAUD.
      *----------------------------------------------------------------
      * Procedimiento : Grabar-Ccagenaud.                              |
      * Descripcion   : Un registro con la llave y los indicadores     |
      *                 antes y despues del cambio; si cambio la       |
      *                 descripcion, otro con NOLTRA anterior y nueva. |
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCACODTRN"           TO PG-CAMPO  OF CCAGENAUD
           STRING W-LLAVE W-ANTES     DELIMITED BY SIZE
                  INTO PG-VLRANT OF CCAGENAUD
           STRING W-LLAVE W-CODTRA W-CODALT W-DEBCRE W-TIPVAL
                  W-FECVAL W-INDRES W-INDLOG
                  DELIMITED BY SIZE
                  INTO PG-VLRNVO OF CCAGENAUD
           MOVE XUSERID               TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           WRITE REG-CCAGENAUD
           IF W-NOLTRA NOT = W-ANT-NOLTRA
              MOVE "NOLTRA"           TO PG-CAMPO  OF CCAGENAUD
              MOVE W-ANT-NOLTRA       TO PG-VLRANT OF CCAGENAUD
              MOVE W-NOLTRA           TO PG-VLRNVO OF CCAGENAUD
              WRITE REG-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
      * Procedimiento : Finalizar.                                     |
      * Descripcion   : Cierra los archivos utilizados.                |
      *----------------------------------------------------------------
       FINALIZAR.
           DISPLAY "CCA561 CODIGOS CREADOS........: " W-CANALT
           DISPLAY "CCA561 CODIGOS MODIFICADOS....: " W-CANCAM
           CLOSE PANTALLA CCACODTRN CCAGENAUD.
