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
       PROGRAM-ID.    CCA569.
      ******************************************************************
      * FUNCION: MANTENIMIENTO EN PANTALLA DE LAS TABLAS DE PARAMETROS *
      *          (CCATABLAS) GOBERNADO POR EL DICCIONARIO CCADICTAB.   *
      *          ENTER CONSULTA UN CODTAB/NROTAB Y MUESTRA LO QUE      *
      *          SIGNIFICA CADA SEGMENTO DE CAMPO1 Y CAMPO2 CON SU     *
      *          VALOR ACTUAL; F6 GRABA EL ALTA O EL CAMBIO, F11       *
      *          ELIMINA EL REGISTRO, F3 TERMINA.                      *
      *          - SOLO SE MANTIENEN TABLAS QUE TENGAN DICCIONARIO.    *
      *          - LO DIGITADO SE VALIDA CONTRA EL DICCIONARIO CON EL  *
      *            SERVICIO CCA571 ANTES DE GRABAR.                    *
      *          - ENTRADA POR LA COMPUERTA CCA519 (PROGRAMA CCA569,   *
      *            FUNCION 00).                                        *
      *          - TODO CAMBIO QUEDA EN CCAGENAUD: CAMPO1 COMPLETO Y   *
      *            CAMPO2 EN TRAMOS DE 25 POSICIONES, CADA UNO CON EL  *
      *            NROTAB Y SU VALOR ANTERIOR Y NUEVO (PG-CAMPO        *
      *            "Tnn-CAMPO1" O "Tnn-C2-ppp", ppp = POSICION).       *
      *          EL CATALOGO IMPRESO DE LAS TABLAS LO DA CCA572.       *
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
               ASSIGN          TO WORKSTATION-CCA569S-SI
               ORGANIZATION    IS TRANSACTION
               ACCESS          IS DYNAMIC
               RELATIVE        IS W-SBF-CLAVE
               CONTROL-AREA    IS W-CONTROL-PANTALLA
               FILE STATUS     IS W-PANTALLA-STATUS.
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
           COPY DD-ALL-FORMATS         OF CCA569S.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS        OF CCATABLAS.
      *
       FD  CCADICTAB
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCADICTAB.
           COPY DDS-ALL-FORMATS        OF CCADICTAB.
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
                   88  F11                            VALUE 11.
           03  W-NOMBRE-DEVICE         PIC X(10).
           03  W-NOMBRE-FORMATO        PIC X(10).
      *File Status del Archivo de Pantalla.
       01  W-PANTALLA-STATUS           PIC X(02).
      *Llave relativa para el SubArchivo del diccionario.
       01  W-SBF-CLAVE                 PIC 9(05)  COMP-3 VALUE 0.
      *----------------------------------------------------------------
       01  W-FIN-MANTEN                PIC S9(01)  COMP-3 VALUE 0.
           88  NO-FIN-MANTEN                         VALUE 0.
           88  SI-FIN-MANTEN                         VALUE 1.
       01  W-EXISTE-CCATABLAS          PIC S9(01)  COMP-3 VALUE 0.
           88  NO-EXISTE-CCATABLAS                   VALUE 0.
           88  SI-EXISTE-CCATABLAS                   VALUE 1.
       01  W-EXISTE-DICCIONARIO        PIC S9(01)  COMP-3 VALUE 0.
           88  NO-EXISTE-DICCIONARIO                 VALUE 0.
           88  SI-EXISTE-DICCIONARIO                 VALUE 1.
       01  W-FIN-CCADICTAB             PIC S9(01)  COMP-3 VALUE 0.
           88  NO-FIN-CCADICTAB                      VALUE 0.
           88  SI-FIN-CCADICTAB                      VALUE 1.
      *Registro en pantalla.
       01  W-CODTAB                    PIC 9(02)   VALUE ZEROS.
       01  W-NROTAB                    PIC 9(05)   VALUE ZEROS.
       01  W-CAMPO1                    PIC 9(09)   VALUE ZEROS.
       01  W-CAMPO1-X REDEFINES W-CAMPO1
                                       PIC X(09).
       01  W-CAMPO2                    PIC X(150)  VALUE SPACES.
       01  W-CAMPO2-R REDEFINES W-CAMPO2.
           03  W-CAMPO2A               PIC X(50).
           03  W-CAMPO2B               PIC X(50).
           03  W-CAMPO2C               PIC X(50).
      *Registro como estaba antes de grabar, para la auditoria.
       01  W-ANT-CAMPO1                PIC 9(09)   VALUE ZEROS.
       01  W-ANT-CAMPO2                PIC X(150)  VALUE SPACES.
      *Encabezado de la tabla tomado del diccionario.
       01  W-NOMTAB                    PIC X(40)   VALUE SPACES.
       01  W-DESNRO                    PIC X(30)   VALUE SPACES.
       01  W-PGMLEE                    PIC X(60)   VALUE SPACES.
       01  W-ESTREG                    PIC X(10)   VALUE SPACES.
       01  W-MENSAJE                   PIC X(60)   VALUE SPACES.
      *Parametros del servicio de validacion CCA571.
       01  W-VAL-NROCAM                PIC 9(02)   VALUE ZEROS.
       01  W-VAL-MENSAJ                PIC X(60)   VALUE SPACES.
       01  W-VAL-RETCOD                PIC 9(01)   VALUE ZEROS.
      *Auditoria.
       01  W-TRAMO                     PIC 9(01)   VALUE ZEROS.
       01  W-POSICION                  PIC 9(03)   VALUE ZEROS.
       01  W-AUD-CAMPO                 PIC X(10)   VALUE SPACES.
       01  W-AUD-ANT                   PIC X(25)   VALUE SPACES.
       01  W-AUD-NVO                   PIC X(25)   VALUE SPACES.
       01  W-CANALT                    PIC 9(05)   VALUE ZEROS.
       01  W-CANCAM                    PIC 9(05)   VALUE ZEROS.
       01  W-CANBAJ                    PIC 9(05)   VALUE ZEROS.
       01  PA-CODEMP                   PIC 9(05)   VALUE ZEROS.
      *----------------------------------------------------------------
      *             COPY'S   FORMATOS DE PANTALLA.
      *----------------------------------------------------------------
       01  REG-CTLTAB-O.
           COPY DDS-CTLTAB-O           OF CCA569S.
       01  REG-CTLTAB-I.
           COPY DDS-CTLTAB-I           OF CCA569S.
       01  REG-DETDIC-O.
           COPY DDS-DETDIC-O           OF CCA569S.
      *----------------------------------------------------------------
           COPY FECHAS OF CCACPY.
      *----------------------------------------------------------------
      *COMPUERTA DE AUTORIZACION POR FUNCION (VER CCA519).
       01  PARM-CCA519.
           05  W-AUT-USUARIO           PIC X(10) VALUE SPACES.
           05  W-AUT-ESTACI            PIC X(10) VALUE SPACES.
           05  W-AUT-PROGRAMA          PIC X(08) VALUE "CCA569".
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
              DISPLAY "CCA569 FUNCION NO AUTORIZADA PARA " XUSERID
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
      *                 para digitar la primera tabla.                 |
      *----------------------------------------------------------------
       INICIALIZAR.
           OPEN I-O    PANTALLA
           OPEN I-O    CCATABLAS
           OPEN INPUT  CCADICTAB
           OPEN EXTEND CCAGENAUD
           CALL "PLTCODEMPP" USING PA-CODEMP
           CALL "CCA500" USING LK-FECHAS
           MOVE ZEROS  TO W-SBF-CLAVE
           MOVE SPACES TO W-MENSAJE.
      *----------------------------------------------------------------
      * Procedimiento : Procesar.                                      |
      * Descripcion   : Presenta la pantalla y atiende la tecla:       |
      *                 Enter consulta, F6 graba, F11 elimina, F3      |
      *                 termina.                                       |
      *----------------------------------------------------------------
       PROCESAR.
           MOVE 99 TO W-FUNCION-UTILIZADA
           PERFORM DESPLEGAR-Y-LEER-CTLTAB UNTIL F03 OR F06 OR F11 OR
                                                 ENTER-KEY
           EVALUATE ( W-FUNCION-UTILIZADA )
           WHEN ( 0 )
                PERFORM CONSULTAR-REGISTRO
           WHEN ( 6 )
                PERFORM VALIDAR-Y-GRABAR
           WHEN ( 11 )
                PERFORM ELIMINAR-REGISTRO
           WHEN ( 3 )
                MOVE 1 TO W-FIN-MANTEN
           END-EVALUATE.
      *----------------------------------------------------------------
      * Procedimiento : Desplegar-Y-Leer-Ctltab.                       |
      * Descripcion   : Presenta el registro, el encabezado de la      |
      *                 tabla y el mensaje vigentes, y recibe la tecla |
      *                 del usuario.                                   |
      *----------------------------------------------------------------
       DESPLEGAR-Y-LEER-CTLTAB.
           IF ( W-SBF-CLAVE = 0 )
              WRITE PANTALLA-REC        FORMAT IS "LIMPIAR"
           END-IF.
           INITIALIZE                  REG-CTLTAB-O
           MOVE W-CODTAB                TO CODTAB  OF REG-CTLTAB-O
           MOVE W-NROTAB                TO NROTAB  OF REG-CTLTAB-O
           MOVE W-CAMPO1                TO CAMPO1  OF REG-CTLTAB-O
           MOVE W-CAMPO2A               TO CAMPO2A OF REG-CTLTAB-O
           MOVE W-CAMPO2B               TO CAMPO2B OF REG-CTLTAB-O
           MOVE W-CAMPO2C               TO CAMPO2C OF REG-CTLTAB-O
           MOVE W-NOMTAB                TO NOMTAB  OF REG-CTLTAB-O
           MOVE W-DESNRO                TO DESNRO  OF REG-CTLTAB-O
           MOVE W-PGMLEE                TO PGMLEE  OF REG-CTLTAB-O
           MOVE W-ESTREG                TO ESTREG  OF REG-CTLTAB-O
           MOVE W-MENSAJE               TO MENSAJ  OF REG-CTLTAB-O
           WRITE PANTALLA-REC           FROM REG-CTLTAB-O
                                        FORMAT IS "CTLTAB"
           END-WRITE.
           READ  PANTALLA               INTO REG-CTLTAB-I
                                        FORMAT IS "CTLTAB"
           END-READ.
           IF CODTAB OF REG-CTLTAB-I NOT = W-CODTAB
              MOVE ZEROS                TO W-SBF-CLAVE
              MOVE SPACES               TO W-NOMTAB W-DESNRO W-PGMLEE
                                           W-ESTREG
           END-IF
           MOVE CODTAB  OF REG-CTLTAB-I TO W-CODTAB
           MOVE NROTAB  OF REG-CTLTAB-I TO W-NROTAB
           MOVE CAMPO1  OF REG-CTLTAB-I TO W-CAMPO1
           MOVE CAMPO2A OF REG-CTLTAB-I TO W-CAMPO2A
           MOVE CAMPO2B OF REG-CTLTAB-I TO W-CAMPO2B
           MOVE CAMPO2C OF REG-CTLTAB-I TO W-CAMPO2C.
      *----------------------------------------------------------------
      * Procedimiento : Consultar-Registro.                            |
      * Descripcion   : Trae el encabezado de la tabla del diccionario,|
      *                 el registro de CCATABLAS si existe, y llena el |
      *                 subarchivo con los segmentos y su valor.       |
      *----------------------------------------------------------------
       CONSULTAR-REGISTRO.
           MOVE SPACES TO W-MENSAJE
           PERFORM LEER-DICCIONARIO
           IF ( NO-EXISTE-DICCIONARIO )
              MOVE "TABLA SIN DICCIONARIO: NO SE MANTIENE AQUI"
                                                    TO W-MENSAJE
           ELSE
              PERFORM LEER-CCATABLAS
              IF ( SI-EXISTE-CCATABLAS )
                 MOVE CAMPO1 OF ZONA-CCATABLAS TO W-CAMPO1
                 MOVE CAMPO2 OF ZONA-CCATABLAS TO W-CAMPO2
                 MOVE "EXISTE"                 TO W-ESTREG
              ELSE
                 MOVE ZEROS                    TO W-CAMPO1
                 MOVE SPACES                   TO W-CAMPO2
                 MOVE "NUEVO"                  TO W-ESTREG
                 MOVE "REGISTRO NUEVO: DIGITE LOS VALORES Y OPRIMA F6"
                                                    TO W-MENSAJE
              END-IF
              PERFORM CARGAR-SEGMENTOS
           END-IF.
      *----------------------------------------------------------------
       LEER-DICCIONARIO.
           MOVE SPACES   TO W-NOMTAB W-DESNRO W-PGMLEE W-ESTREG
           MOVE W-CODTAB TO CODTAB OF ZONA-CCADICTAB
           MOVE ZEROS    TO NROCAM OF ZONA-CCADICTAB
           MOVE 1        TO W-EXISTE-DICCIONARIO
           READ CCADICTAB               INVALID KEY
                MOVE 0                  TO W-EXISTE-DICCIONARIO
           END-READ
           IF ( SI-EXISTE-DICCIONARIO )
              MOVE DESCRI OF ZONA-CCADICTAB TO W-NOMTAB
              MOVE DESNRO OF ZONA-CCADICTAB TO W-DESNRO
              MOVE PGMLEE OF ZONA-CCADICTAB TO W-PGMLEE
           END-IF.
      *----------------------------------------------------------------
       LEER-CCATABLAS.
           MOVE W-CODTAB TO CODTAB OF ZONA-CCATABLAS
           MOVE W-NROTAB TO NROTAB OF ZONA-CCATABLAS
           MOVE 1        TO W-EXISTE-CCATABLAS
           READ CCATABLAS               INVALID KEY
                MOVE 0                  TO W-EXISTE-CCATABLAS
           END-READ.
      *----------------------------------------------------------------
      * Procedimiento : Cargar-Segmentos.                              |
      * Descripcion   : Un renglon del subarchivo por segmento del     |
      *                 diccionario, con el valor que tiene hoy.       |
      *----------------------------------------------------------------
       CARGAR-SEGMENTOS.
           MOVE ZEROS    TO W-SBF-CLAVE W-FIN-CCADICTAB
           WRITE PANTALLA-REC           FORMAT IS "LIMPIAR"
           MOVE W-CODTAB TO CODTAB OF ZONA-CCADICTAB
           MOVE 1        TO NROCAM OF ZONA-CCADICTAB
           START CCADICTAB KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE 1 TO W-FIN-CCADICTAB
           END-START
           PERFORM LLENAR-DETDIC UNTIL SI-FIN-CCADICTAB.
      *----------------------------------------------------------------
       LLENAR-DETDIC.
           READ CCADICTAB NEXT RECORD AT END
                MOVE 1 TO W-FIN-CCADICTAB
           END-READ
           IF ( NO-FIN-CCADICTAB )
              IF CODTAB OF ZONA-CCADICTAB NOT = W-CODTAB
                 MOVE 1 TO W-FIN-CCADICTAB
              ELSE
                 ADD 1                     TO W-SBF-CLAVE
                 INITIALIZE                   REG-DETDIC-O
                 MOVE CORR REGDICTAB       TO REG-DETDIC-O
                 MOVE NROCAM OF ZONA-CCADICTAB
                                           TO NROCAM OF REG-DETDIC-O
                 MOVE DESCRI OF ZONA-CCADICTAB
                                           TO DESCAM OF REG-DETDIC-O
                 PERFORM EXTRAER-VALOR-ACTUAL
                 WRITE PANTALLA-REC        FROM REG-DETDIC-O
                                           FORMAT IS "DETDIC"
                 END-WRITE
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    UN SEGMENTO MAL DEFINIDO SE MUESTRA SIN VALOR; EL ERROR LO
      *    INFORMA CCA571 AL GRABAR.
       EXTRAER-VALOR-ACTUAL.
           IF CAMPO  OF ZONA-CCADICTAB = 1
           AND POSINI OF ZONA-CCADICTAB > ZEROS
           AND LONGIT OF ZONA-CCADICTAB > ZEROS
           AND POSINI OF ZONA-CCADICTAB + LONGIT OF ZONA-CCADICTAB
                                       - 1 NOT > 9
              MOVE W-CAMPO1-X (POSINI OF ZONA-CCADICTAB:
                               LONGIT OF ZONA-CCADICTAB)
                                        TO VALACT OF REG-DETDIC-O
           END-IF
           IF CAMPO  OF ZONA-CCADICTAB = 2
           AND POSINI OF ZONA-CCADICTAB > ZEROS
           AND LONGIT OF ZONA-CCADICTAB > ZEROS
           AND POSINI OF ZONA-CCADICTAB + LONGIT OF ZONA-CCADICTAB
                                       - 1 NOT > 150
              MOVE W-CAMPO2   (POSINI OF ZONA-CCADICTAB:
                               LONGIT OF ZONA-CCADICTAB)
                                        TO VALACT OF REG-DETDIC-O
           END-IF.
      *----------------------------------------------------------------
      * Procedimiento : Validar-Y-Grabar.                              |
      * Descripcion   : Valida lo digitado contra el diccionario y, si |
      *                 esta limpio, graba el alta o el cambio y lo    |
      *                 deja en la auditoria.                          |
      *----------------------------------------------------------------
       VALIDAR-Y-GRABAR.
           MOVE SPACES TO W-MENSAJE
           IF W-CODTAB = ZEROS
              MOVE "DIGITE EL CODIGO DE LA TABLA"    TO W-MENSAJE
           ELSE
              MOVE ZEROS TO W-VAL-RETCOD
              CALL "CCA571" USING W-CODTAB W-NROTAB W-CAMPO1 W-CAMPO2
                                  W-VAL-NROCAM W-VAL-MENSAJ
                                  W-VAL-RETCOD
              IF W-VAL-RETCOD NOT = ZEROS
                 MOVE W-VAL-MENSAJ                   TO W-MENSAJE
              ELSE
                 PERFORM LEER-DICCIONARIO
                 PERFORM LEER-CCATABLAS
                 PERFORM GRABAR-REGISTRO
                 PERFORM CARGAR-SEGMENTOS
              END-IF
           END-IF.
      *----------------------------------------------------------------
       GRABAR-REGISTRO.
           IF ( SI-EXISTE-CCATABLAS )
              MOVE CAMPO1 OF ZONA-CCATABLAS TO W-ANT-CAMPO1
              MOVE CAMPO2 OF ZONA-CCATABLAS TO W-ANT-CAMPO2
              IF W-ANT-CAMPO1 = W-CAMPO1 AND W-ANT-CAMPO2 = W-CAMPO2
                 MOVE "SIN CAMBIOS QUE GRABAR"       TO W-MENSAJE
              ELSE
                 MOVE W-CAMPO1              TO CAMPO1 OF ZONA-CCATABLAS
                 MOVE W-CAMPO2              TO CAMPO2 OF ZONA-CCATABLAS
                 REWRITE ZONA-CCATABLAS
                 ADD 1 TO W-CANCAM
                 PERFORM AUDITAR-REGISTRO
                 MOVE "REGISTRO MODIFICADO"          TO W-MENSAJE
              END-IF
           ELSE
              MOVE ZEROS                    TO W-ANT-CAMPO1
              MOVE SPACES                   TO W-ANT-CAMPO2
              MOVE W-CODTAB                 TO CODTAB OF ZONA-CCATABLAS
              MOVE W-NROTAB                 TO NROTAB OF ZONA-CCATABLAS
              MOVE W-CAMPO1                 TO CAMPO1 OF ZONA-CCATABLAS
              MOVE W-CAMPO2                 TO CAMPO2 OF ZONA-CCATABLAS
              WRITE ZONA-CCATABLAS
              ADD 1 TO W-CANALT
              MOVE "ALTA"                   TO W-AUD-NVO
              PERFORM AUDITAR-ALTA-BAJA
              PERFORM AUDITAR-REGISTRO
              MOVE "EXISTE"                 TO W-ESTREG
              MOVE "REGISTRO CREADO"                 TO W-MENSAJE
           END-IF.
      *----------------------------------------------------------------
      * Procedimiento : Eliminar-Registro.                             |
      * Descripcion   : Borra el registro consultado y deja en la      |
      *                 auditoria los valores que tenia.               |
      *----------------------------------------------------------------
       ELIMINAR-REGISTRO.
           MOVE SPACES TO W-MENSAJE
           PERFORM LEER-DICCIONARIO
           PERFORM LEER-CCATABLAS
           IF ( NO-EXISTE-DICCIONARIO )
              MOVE "TABLA SIN DICCIONARIO: NO SE MANTIENE AQUI"
                                                    TO W-MENSAJE
           ELSE
           IF ( NO-EXISTE-CCATABLAS )
              MOVE "EL REGISTRO NO EXISTE"          TO W-MENSAJE
           ELSE
              MOVE CAMPO1 OF ZONA-CCATABLAS TO W-ANT-CAMPO1
              MOVE CAMPO2 OF ZONA-CCATABLAS TO W-ANT-CAMPO2
              DELETE CCATABLAS RECORD
              ADD 1 TO W-CANBAJ
              MOVE ZEROS                    TO W-CAMPO1
              MOVE SPACES                   TO W-CAMPO2
              MOVE "BAJA"                   TO W-AUD-NVO
              PERFORM AUDITAR-ALTA-BAJA
              PERFORM AUDITAR-REGISTRO
              MOVE "NUEVO"                  TO W-ESTREG
              MOVE "REGISTRO ELIMINADO"             TO W-MENSAJE
              PERFORM CARGAR-SEGMENTOS
           END-IF
           END-IF.
      *----------------------------------------------------------------
      * Procedimiento : Auditar-Registro.                              |
      * Descripcion   : CAMPO1 si cambio, y cada tramo de 25           |
      *                 posiciones de CAMPO2 que cambio.               |
      *----------------------------------------------------------------
       AUDITAR-REGISTRO.
           IF W-ANT-CAMPO1 NOT = W-CAMPO1
              MOVE SPACES       TO W-AUD-CAMPO
              STRING "T" W-CODTAB "-CAMPO1" DELIMITED BY SIZE
                     INTO W-AUD-CAMPO
              MOVE W-ANT-CAMPO1 TO W-AUD-ANT
              MOVE W-CAMPO1     TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF
           PERFORM AUDITAR-TRAMO VARYING W-TRAMO FROM 1 BY 1
                                 UNTIL W-TRAMO > 6.
      *----------------------------------------------------------------
       AUDITAR-TRAMO.
           COMPUTE W-POSICION = (W-TRAMO - 1) * 25 + 1
           IF W-ANT-CAMPO2 (W-POSICION:25) NOT =
              W-CAMPO2     (W-POSICION:25)
              MOVE SPACES       TO W-AUD-CAMPO
              STRING "T" W-CODTAB "-C2-" W-POSICION DELIMITED BY SIZE
                     INTO W-AUD-CAMPO
              MOVE W-ANT-CAMPO2 (W-POSICION:25) TO W-AUD-ANT
              MOVE W-CAMPO2     (W-POSICION:25) TO W-AUD-NVO
              PERFORM GRABAR-CCAGENAUD
           END-IF.
      *----------------------------------------------------------------
       AUDITAR-ALTA-BAJA.
           MOVE SPACES          TO W-AUD-CAMPO W-AUD-ANT
           STRING "T" W-CODTAB "-REGIS" DELIMITED BY SIZE
                  INTO W-AUD-CAMPO
           PERFORM GRABAR-CCAGENAUD.
      *----------------------------------------------------------------
      * Procedimiento : Grabar-Ccagenaud.                              |
      * Descripcion   : Deja el tramo con su valor anterior y el       |
      *                 nuevo, precedidos del NROTAB.                  |
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE W-AUD-CAMPO           TO PG-CAMPO  OF CCAGENAUD
           STRING W-NROTAB W-AUD-ANT DELIMITED BY SIZE
                  INTO PG-VLRANT OF CCAGENAUD
           STRING W-NROTAB W-AUD-NVO DELIMITED BY SIZE
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
           DISPLAY "CCA569 REGISTROS CREADOS......: " W-CANALT
           DISPLAY "CCA569 REGISTROS MODIFICADOS..: " W-CANCAM
           DISPLAY "CCA569 REGISTROS ELIMINADOS...: " W-CANBAJ
           CLOSE PANTALLA CCATABLAS CCADICTAB CCAGENAUD.
