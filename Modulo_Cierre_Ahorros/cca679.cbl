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
       PROGRAM-ID.    CCA679.
      ******************************************************************
      * FUNCION: DISTRIBUCION Y ARCHIVO DE LOS REPORTES DE LA CADENA   *
      *          POR AGENCIA. LA LLAMAN LOS PROGRAMAS QUE IMPRIMEN     *
      *          LISTADOS (CCA520, CCA540, CCA560, CCA570, CCA640,     *
      *          CCA680, CCA690, CCA735...).                           *
      *          ACCION A: EN CADA CORTE DE AGENCIA DEL LISTADO, CON   *
      *          LA PAGINA DONDE EMPIEZA LA AGENCIA: LA REGISTRA EN EL *
      *          INDICE CCAREPIND (LA PAGINA 1 LIMPIA EL INDICE QUE    *
      *          HUBIERA DEJADO UNA CORRIDA ANTERIOR DEL MISMO SPOOL). *
      *          ACCION C: DESPUES DEL CLOSE DEL LISTADO: COPIA EL     *
      *          SPOOL (CPYSPLF CON CARACTER DE CONTROL FCFC) A        *
      *          CCAREPSPL, LO PARTE POR PAGINA SEGUN EL INDICE Y      *
      *          ARCHIVA LAS LINEAS DE CADA AGENCIA EN CCAREPARC       *
      *          (FECHA / REPORTE / AGENCIA). UN LISTADO SIN INDICE    *
      *          QUEDA COMPLETO A NOMBRE DE LA AGENCIA 00000 (CENTRAL).*
      *          LA COPIA DE CADA AGENCIA SE DEJA EN SU CARPETA        *
      *          ELECTRONICA (<RAIZ>/AGnnnnn/REPORTE_FECHA.TXT) Y SE   *
      *          REGISTRA LA ENTREGA EN CCAREPENT CON SU FECHA DE      *
      *          VENCIMIENTO SEGUN LA RETENCION DEL REPORTE (CCAREPPAR)*
      *          PARA QUE CCA681 LA DEPURE Y CCA682 LA CONSULTE.       *
      *          LA BIBLIOTECA DE EXPORTACION Y LA CARPETA RAIZ SALEN  *
      *          DE LA TABLA 95 DE CCATABLAS (NROTAB 0): CAMPO1 =      *
      *          RETENCION POR DEFECTO EN DIAS (90), CAMPO2(1:10) =    *
      *          BIBLIOTECA (CCAREPLIB), CAMPO2(11:50) = RAIZ          *
      *          (/reportes).                                          *
      *          RETORNO: 0 = HECHO, 1 = REPORTE DESHABILITADO EN      *
      *          CCAREPPAR (NO SE DISTRIBUYE), 2 = SPOOL VACIO O NO    *
      *          ENCONTRADO, 3 = ACCION INVALIDA.                      *
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
           SELECT CCAREPPAR
               ASSIGN          TO DATABASE-CCAREPPAR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAREPIND
               ASSIGN          TO DATABASE-CCAREPIND
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAREPSPL
               ASSIGN          TO DATABASE-CCAREPSPL
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAREPARC
               ASSIGN          TO DATABASE-CCAREPARC
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAREPENT
               ASSIGN          TO DATABASE-CCAREPENT
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAREPEXP
               ASSIGN          TO DATABASE-CCAREPEXP
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCATABLAS
               ASSIGN          TO DATABASE-CCATABLAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAREPPAR
           LABEL RECORDS ARE STANDARD.
       01  REG-REPPAR.
           COPY DDS-ALL-FORMATS OF CCAREPPAR.
      *
       FD  CCAREPIND
           LABEL RECORDS ARE STANDARD.
       01  REG-REPIND.
           COPY DDS-ALL-FORMATS OF CCAREPIND.
      *
       FD  CCAREPSPL
           LABEL RECORDS ARE STANDARD.
       01  REG-REPSPL.
           COPY DDS-ALL-FORMATS OF CCAREPSPL.
      *
       FD  CCAREPARC
           LABEL RECORDS ARE STANDARD.
       01  REG-REPARC.
           COPY DDS-ALL-FORMATS OF CCAREPARC.
      *
       FD  CCAREPENT
           LABEL RECORDS ARE STANDARD.
       01  REG-REPENT.
           COPY DDS-ALL-FORMATS OF CCAREPENT.
      *
       FD  CCAREPEXP
           LABEL RECORDS ARE STANDARD.
       01  REG-REPEXP.
           COPY DDS-ALL-FORMATS OF CCAREPEXP.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  W-FECPRO                    PIC 9(08) VALUE ZEROS.
       01  W-RETDIA                    PIC 9(05) VALUE ZEROS.
       01  W-BIBEXP                    PIC X(10) VALUE SPACES.
       01  W-RAIZ                      PIC X(40) VALUE SPACES.
       01  W-RUTA                      PIC X(80) VALUE SPACES.
       01  W-AGCEDI                    PIC 9(05) VALUE ZEROS.
       01  W-PAGACT                    PIC 9(06) VALUE ZEROS.
       01  W-AGCPAG                    PIC 9(05) VALUE ZEROS.
       01  W-IXI                       PIC 9(04) VALUE ZEROS.
       01  W-NROIND                    PIC 9(04) VALUE ZEROS.
       01  W-IXA                       PIC 9(04) VALUE ZEROS.
       01  W-NROAGE                    PIC 9(04) VALUE ZEROS.
       01  W-IXB                       PIC 9(04) VALUE ZEROS.
       01  W-SIGUE                     PIC 9(01) VALUE ZEROS.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *
      *    INDICE DE PAGINAS DEL SPOOL (PAGINA INICIAL -> AGENCIA), EN
      *    EL ORDEN DE LA LLAVE DE CCAREPIND.
       01  TABLA-INDICE.
           05  T-IND                   OCCURS 2000 TIMES.
               10  T-IND-PAGINI        PIC 9(06).
               10  T-IND-AGCCTA        PIC 9(05).
      *
      *    AGENCIAS QUE APARECEN EN EL SPOOL DE ESTA LLAMADA.
       01  TABLA-AGENCIAS.
           05  T-AGE                   OCCURS 999 TIMES.
               10  T-AGE-AGCCTA        PIC 9(05).
               10  T-AGE-NROLIN        PIC 9(07).
               10  T-AGE-CANPAG        PIC 9(06).
               10  T-AGE-ULTPAG        PIC 9(06).
      *
      *    COMANDOS PARA QCMDEXC.
       01  W-COMANDO                   PIC X(300) VALUE SPACES.
       01  W-LNGCMD                    PIC S9(10)V9(05) COMP-3
                                                  VALUE 300.
      *
           COPY FECHAS OF CCACPY.
           COPY PLT219 OF CCACPY.
      *
       01  CONTROLES.
           05  CTL-CCAREPPAR           PIC X(02) VALUE "NO".
               88  ERROR-CCAREPPAR               VALUE "SI".
               88  NO-ERROR-CCAREPPAR            VALUE "NO".
           05  CTL-CCAREPIND           PIC X(02) VALUE "NO".
               88  FIN-CCAREPIND                 VALUE "SI".
               88  NO-FIN-CCAREPIND              VALUE "NO".
           05  CTL-CCAREPSPL           PIC X(02) VALUE "NO".
               88  FIN-CCAREPSPL                 VALUE "SI".
               88  NO-FIN-CCAREPSPL              VALUE "NO".
           05  CTL-CCAREPARC           PIC X(02) VALUE "NO".
               88  FIN-CCAREPARC                 VALUE "SI".
               88  NO-FIN-CCAREPARC              VALUE "NO".
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-ACCION                   PIC X(01).
           88  LK-ACCION-INDEXAR                 VALUE "A".
           88  LK-ACCION-CERRAR                  VALUE "C".
       01  LK-REPORT                   PIC X(10).
       01  LK-SPOOL                    PIC X(10).
       01  LK-AGCCTA                   PIC 9(05).
       01  LK-PAGINA                   PIC 9(06).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-DESHABILITADO           VALUE 1.
           88  LK-CODRET-SPOOL-VACIO             VALUE 2.
           88  LK-CODRET-ACCION-INVALIDA         VALUE 3.
      ***************************************************************
       PROCEDURE DIVISION USING LK-ACCION LK-REPORT LK-SPOOL
                                LK-AGCCTA LK-PAGINA LK-RETCOD.
      ***************************************************************
       COMIENZO.
           MOVE 0      TO LK-RETCOD
           CALL "PLTCODEMPP" USING PA-CODEMP
           CALL "CCA500"     USING LK-FECHAS
           MOVE LK-FECHA-HOY TO W-FECPRO
           EVALUATE TRUE
           WHEN LK-ACCION-INDEXAR
                PERFORM INDEXAR-AGENCIA
           WHEN LK-ACCION-CERRAR
                PERFORM DISTRIBUIR-REPORTE
           WHEN OTHER
                MOVE 3 TO LK-RETCOD
           END-EVALUATE
           GOBACK.
      *----------------------------------------------------------------
      * CORTE DE AGENCIA: LA PAGINA DONDE EMPIEZA LA AGENCIA. LA
      * PAGINA 1 ES EL COMIENZO DEL SPOOL, ASI QUE SE BORRA EL INDICE
      * QUE HUBIERA QUEDADO DE UNA CORRIDA ANTERIOR DEL MISMO DIA.
      *----------------------------------------------------------------
       INDEXAR-AGENCIA.
           OPEN I-O CCAREPIND.
           IF LK-PAGINA NOT > 1
              PERFORM BORRAR-INDICE
           END-IF
           INITIALIZE REGREPIND
           MOVE W-FECPRO  TO FECPRO OF REG-REPIND
           MOVE LK-SPOOL  TO SPOOL  OF REG-REPIND
           MOVE LK-PAGINA TO PAGINI OF REG-REPIND
           MOVE LK-REPORT TO NOMREP OF REG-REPIND
           MOVE LK-AGCCTA TO AGCCTA OF REG-REPIND
           WRITE REG-REPIND INVALID KEY
                 REWRITE REG-REPIND
           END-WRITE
           CLOSE CCAREPIND.
      *----------------------------------------------------------------
       BORRAR-INDICE.
           MOVE "NO"     TO CTL-CCAREPIND
           MOVE W-FECPRO TO FECPRO OF REG-REPIND
           MOVE LK-SPOOL TO SPOOL  OF REG-REPIND
           MOVE ZEROS    TO PAGINI OF REG-REPIND
           START CCAREPIND KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAREPIND
           END-START
           PERFORM BORRAR-ENTRADA-INDICE UNTIL FIN-CCAREPIND.
      *----------------------------------------------------------------
       BORRAR-ENTRADA-INDICE.
           PERFORM LEER-CCAREPIND
           IF NO-FIN-CCAREPIND
              DELETE CCAREPIND RECORD
           END-IF.
      *----------------------------------------------------------------
       LEER-CCAREPIND.
           READ CCAREPIND NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAREPIND
           END-READ
           IF NO-FIN-CCAREPIND
              IF FECPRO OF REG-REPIND NOT = W-FECPRO
              OR SPOOL  OF REG-REPIND NOT = LK-SPOOL
                 MOVE "SI" TO CTL-CCAREPIND
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * FIN DEL LISTADO: COPIA DEL SPOOL, PARTICION POR AGENCIA,
      * ARCHIVO, ENTREGA EN CARPETAS Y REGISTRO DE LA ENTREGA.
      *----------------------------------------------------------------
       DISTRIBUIR-REPORTE.
           OPEN INPUT CCAREPPAR CCATABLAS.
           PERFORM LEER-PARAMETROS
           CLOSE CCAREPPAR CCATABLAS.
           OPEN I-O CCAREPIND.
           IF LK-CODRET-DESHABILITADO
              PERFORM BORRAR-INDICE
           ELSE
              PERFORM CARGAR-INDICE
              PERFORM COPIAR-SPOOL
              PERFORM ARCHIVAR-SPOOL
              IF W-NROAGE = ZEROS
                 MOVE 2 TO LK-RETCOD
                 DISPLAY "CCA679 SPOOL " LK-SPOOL " VACIO O NO "
                         "ENCONTRADO: " LK-REPORT " NO SE DISTRIBUYE"
              ELSE
                 PERFORM ENTREGAR-AGENCIAS
                 PERFORM BORRAR-INDICE
              END-IF
           END-IF
           CLOSE CCAREPIND.
      *----------------------------------------------------------------
       LEER-PARAMETROS.
           MOVE 90          TO W-RETDIA
           MOVE "CCAREPLIB" TO W-BIBEXP
           MOVE "/reportes" TO W-RAIZ
           MOVE 95          TO CODTAB OF ZONA-CCATABLAS
           MOVE ZEROS       TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS
              NOT INVALID KEY
                 IF CAMPO1 OF ZONA-CCATABLAS NOT = ZEROS
                    MOVE CAMPO1 OF ZONA-CCATABLAS TO W-RETDIA
                 END-IF
                 IF CAMPO2 OF ZONA-CCATABLAS (1:10) NOT = SPACES
                    MOVE CAMPO2 OF ZONA-CCATABLAS (1:10) TO W-BIBEXP
                 END-IF
                 IF CAMPO2 OF ZONA-CCATABLAS (11:40) NOT = SPACES
                    MOVE CAMPO2 OF ZONA-CCATABLAS (11:40) TO W-RAIZ
                 END-IF
           END-READ
           MOVE "NO"      TO CTL-CCAREPPAR
           MOVE LK-REPORT TO NOMREP OF REG-REPPAR
           READ CCAREPPAR INVALID KEY
                MOVE "SI" TO CTL-CCAREPPAR
           END-READ
           IF NO-ERROR-CCAREPPAR
              IF INDHAB OF REG-REPPAR = ZEROS
                 MOVE 1 TO LK-RETCOD
              END-IF
              IF RETDIA OF REG-REPPAR NOT = ZEROS
                 MOVE RETDIA OF REG-REPPAR TO W-RETDIA
              END-IF
           END-IF.
      *----------------------------------------------------------------
       CARGAR-INDICE.
           MOVE ZEROS    TO W-NROIND
           MOVE "NO"     TO CTL-CCAREPIND
           MOVE W-FECPRO TO FECPRO OF REG-REPIND
           MOVE LK-SPOOL TO SPOOL  OF REG-REPIND
           MOVE ZEROS    TO PAGINI OF REG-REPIND
           START CCAREPIND KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAREPIND
           END-START
           PERFORM CARGAR-ENTRADA-INDICE UNTIL FIN-CCAREPIND.
      *----------------------------------------------------------------
       CARGAR-ENTRADA-INDICE.
           PERFORM LEER-CCAREPIND
           IF NO-FIN-CCAREPIND AND W-NROIND < 2000
              ADD 1 TO W-NROIND
              MOVE PAGINI OF REG-REPIND TO T-IND-PAGINI (W-NROIND)
              MOVE AGCCTA OF REG-REPIND TO T-IND-AGCCTA (W-NROIND)
           END-IF.
      *----------------------------------------------------------------
      * EL SPOOL SE COPIA DESDE EL MISMO TRABAJO QUE LO ACABA DE
      * CERRAR, POR ESO BASTA CON EL ULTIMO DE ESE NOMBRE.
      *----------------------------------------------------------------
       COPIAR-SPOOL.
           MOVE SPACES TO W-COMANDO
           STRING "CPYSPLF FILE("           DELIMITED BY SIZE
                  LK-SPOOL                  DELIMITED BY SPACE
                  ") TOFILE(CCAREPSPL) SPLNBR(*LAST) "
                                            DELIMITED BY SIZE
                  "MBROPT(*REPLACE) CTLCHAR(*FCFC)"
                                            DELIMITED BY SIZE
             INTO W-COMANDO
           END-STRING
           CALL "QCMDEXC" USING W-COMANDO , W-LNGCMD.
      *----------------------------------------------------------------
       ARCHIVAR-SPOOL.
           MOVE ZEROS TO W-NROAGE W-PAGACT W-IXI W-AGCPAG W-IXA
           OPEN INPUT CCAREPSPL.
           OPEN I-O   CCAREPARC.
           MOVE "NO" TO CTL-CCAREPSPL
           PERFORM ARCHIVAR-LINEA UNTIL FIN-CCAREPSPL
           CLOSE CCAREPSPL CCAREPARC.
      *----------------------------------------------------------------
      * UN "1" EN EL CARACTER DE CONTROL ES SALTO DE PAGINA; LA PAGINA
      * ES DE LA AGENCIA DE LA ULTIMA ENTRADA DEL INDICE QUE EMPIEZA
      * EN ELLA O ANTES.
      *----------------------------------------------------------------
       ARCHIVAR-LINEA.
           READ CCAREPSPL AT END
                MOVE "SI" TO CTL-CCAREPSPL
           END-READ
           IF NO-FIN-CCAREPSPL
              IF CTLCAR OF REG-REPSPL = "1" OR W-PAGACT = ZEROS
                 ADD 1 TO W-PAGACT
                 PERFORM UBICAR-PAGINA
                 PERFORM UBICAR-AGENCIA
                 IF T-AGE-ULTPAG (W-IXA) NOT = W-PAGACT
                    ADD 1        TO T-AGE-CANPAG (W-IXA)
                    MOVE W-PAGACT TO T-AGE-ULTPAG (W-IXA)
                 END-IF
              END-IF
              ADD 1 TO T-AGE-NROLIN (W-IXA)
              INITIALIZE REGREPARC
              MOVE W-FECPRO               TO FECPRO OF REG-REPARC
              MOVE LK-REPORT              TO NOMREP OF REG-REPARC
              MOVE W-AGCPAG               TO AGCCTA OF REG-REPARC
              MOVE T-AGE-NROLIN (W-IXA)   TO NROLIN OF REG-REPARC
              MOVE CTLCAR OF REG-REPSPL   TO CTLCAR OF REG-REPARC
              MOVE LINEA  OF REG-REPSPL   TO LINEA  OF REG-REPARC
              WRITE REG-REPARC INVALID KEY
                    REWRITE REG-REPARC
              END-WRITE
           END-IF.
      *----------------------------------------------------------------
       UBICAR-PAGINA.
           MOVE 1 TO W-SIGUE
           PERFORM AVANZAR-INDICE UNTIL W-SIGUE = ZEROS
           IF W-IXI = ZEROS
              MOVE ZEROS                TO W-AGCPAG
           ELSE
              MOVE T-IND-AGCCTA (W-IXI) TO W-AGCPAG
           END-IF.
      *----------------------------------------------------------------
       AVANZAR-INDICE.
           IF W-IXI < W-NROIND
              IF T-IND-PAGINI (W-IXI + 1) NOT > W-PAGACT
                 ADD 1 TO W-IXI
              ELSE
                 MOVE ZEROS TO W-SIGUE
              END-IF
           ELSE
              MOVE ZEROS TO W-SIGUE
           END-IF.
      *----------------------------------------------------------------
      * LA PRIMERA VEZ QUE APARECE UNA AGENCIA EN ESTA LLAMADA SE
      * BORRA LO QUE UNA CORRIDA ANTERIOR HUBIERA ARCHIVADO DE ELLA EN
      * ESTE REPORTE Y FECHA: EL ARCHIVO QUEDA CON LA ULTIMA CORRIDA.
      *----------------------------------------------------------------
       UBICAR-AGENCIA.
           MOVE ZEROS TO W-IXA
           PERFORM BUSCAR-AGENCIA VARYING W-IXB FROM 1 BY 1
                   UNTIL W-IXB > W-NROAGE OR W-IXA NOT = ZEROS
           IF W-IXA = ZEROS
              IF W-NROAGE < 999
                 ADD 1 TO W-NROAGE
              END-IF
              MOVE W-NROAGE TO W-IXA
              MOVE W-AGCPAG TO T-AGE-AGCCTA (W-IXA)
              MOVE ZEROS    TO T-AGE-NROLIN (W-IXA)
                               T-AGE-CANPAG (W-IXA)
                               T-AGE-ULTPAG (W-IXA)
              PERFORM LIMPIAR-ARCHIVO-AGENCIA
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-AGENCIA.
           IF T-AGE-AGCCTA (W-IXB) = W-AGCPAG
              MOVE W-IXB TO W-IXA
           END-IF.
      *----------------------------------------------------------------
       LIMPIAR-ARCHIVO-AGENCIA.
           MOVE "NO"      TO CTL-CCAREPARC
           MOVE W-FECPRO  TO FECPRO OF REG-REPARC
           MOVE LK-REPORT TO NOMREP OF REG-REPARC
           MOVE W-AGCPAG  TO AGCCTA OF REG-REPARC
           MOVE ZEROS     TO NROLIN OF REG-REPARC
           START CCAREPARC KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAREPARC
           END-START
           PERFORM BORRAR-LINEA-ARCHIVO UNTIL FIN-CCAREPARC.
      *----------------------------------------------------------------
       BORRAR-LINEA-ARCHIVO.
           PERFORM LEER-CCAREPARC
           IF NO-FIN-CCAREPARC
              DELETE CCAREPARC RECORD
           END-IF.
      *----------------------------------------------------------------
       LEER-CCAREPARC.
           READ CCAREPARC NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAREPARC
           END-READ
           IF NO-FIN-CCAREPARC
              IF FECPRO OF REG-REPARC NOT = W-FECPRO
              OR NOMREP OF REG-REPARC NOT = LK-REPORT
              OR AGCCTA OF REG-REPARC NOT = W-AGCPAG
                 MOVE "SI" TO CTL-CCAREPARC
              END-IF
           END-IF.
      *----------------------------------------------------------------
       ENTREGAR-AGENCIAS.
           PERFORM CALCULAR-VENCIMIENTO
           OPEN INPUT CCAREPARC.
           OPEN I-O   CCAREPENT.
           PERFORM ENTREGAR-AGENCIA VARYING W-IXA FROM 1 BY 1
                   UNTIL W-IXA > W-NROAGE
           CLOSE CCAREPARC CCAREPENT.
      *----------------------------------------------------------------
       CALCULAR-VENCIMIENTO.
           MOVE W-FECPRO               TO LK219-FECHA1
           MOVE ZEROS                  TO LK219-FECHA2
           MOVE ZEROS                  TO LK219-FECHA3
           MOVE 1                      TO LK219-TIPFMT
           MOVE 2                      TO LK219-BASCLC
           MOVE W-RETDIA               TO LK219-NRODIA
           MOVE 1                      TO LK219-INDDSP
           MOVE 9                      TO LK219-DIASEM
           MOVE SPACES                 TO LK219-NOMDIA
           MOVE SPACES                 TO LK219-NOMMES
           MOVE ZEROS                  TO LK219-CODRET
           MOVE SPACES                 TO LK219-MSGERR
           MOVE 3                      TO LK219-TIPOPR
           PERFORM CALL-PLT219.
      *----------------------------------------------------------------
       ENTREGAR-AGENCIA.
           MOVE T-AGE-AGCCTA (W-IXA) TO W-AGCPAG W-AGCEDI
           PERFORM EXPORTAR-AGENCIA
           INITIALIZE REGREPENT
           MOVE W-FECPRO             TO FECPRO OF REG-REPENT
           MOVE LK-REPORT            TO NOMREP OF REG-REPENT
           MOVE W-AGCPAG             TO AGCCTA OF REG-REPENT
           MOVE LK-SPOOL             TO SPOOL  OF REG-REPENT
           MOVE T-AGE-CANPAG (W-IXA) TO CANPAG OF REG-REPENT
           MOVE T-AGE-NROLIN (W-IXA) TO CANLIN OF REG-REPENT
           MOVE LK219-FECHA3         TO FECVEN OF REG-REPENT
           MOVE W-RUTA               TO RUTA   OF REG-REPENT
           MOVE "E"                  TO ESTADO OF REG-REPENT
           WRITE REG-REPENT INVALID KEY
                 REWRITE REG-REPENT
           END-WRITE.
      *----------------------------------------------------------------
      * LA COPIA DE LA AGENCIA SE ARMA EN CCAREPEXP (BIBLIOTECA DE
      * EXPORTACION) Y SE DEJA COMO ARCHIVO DE TEXTO EN SU CARPETA.
      *----------------------------------------------------------------
       EXPORTAR-AGENCIA.
           OPEN OUTPUT CCAREPEXP.
           MOVE "NO"      TO CTL-CCAREPARC
           MOVE W-FECPRO  TO FECPRO OF REG-REPARC
           MOVE LK-REPORT TO NOMREP OF REG-REPARC
           MOVE W-AGCPAG  TO AGCCTA OF REG-REPARC
           MOVE ZEROS     TO NROLIN OF REG-REPARC
           START CCAREPARC KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAREPARC
           END-START
           PERFORM EXPORTAR-LINEA UNTIL FIN-CCAREPARC
           CLOSE CCAREPEXP.
           MOVE SPACES TO W-RUTA
           STRING W-RAIZ                    DELIMITED BY SPACE
                  "/AG"                     DELIMITED BY SIZE
                  W-AGCEDI                  DELIMITED BY SIZE
                  "/"                       DELIMITED BY SIZE
                  LK-REPORT                 DELIMITED BY SPACE
                  "_"                       DELIMITED BY SIZE
                  W-FECPRO                  DELIMITED BY SIZE
                  ".TXT"                    DELIMITED BY SIZE
             INTO W-RUTA
           END-STRING
           MOVE SPACES TO W-COMANDO
           STRING "CPYTOSTMF FROMMBR('/QSYS.LIB/"
                                            DELIMITED BY SIZE
                  W-BIBEXP                  DELIMITED BY SPACE
                  ".LIB/CCAREPEXP.FILE/CCAREPEXP.MBR') TOSTMF('"
                                            DELIMITED BY SIZE
                  W-RUTA                    DELIMITED BY SPACE
                  "') STMFOPT(*REPLACE) STMFCCSID(*PCASCII)"
                                            DELIMITED BY SIZE
             INTO W-COMANDO
           END-STRING
           CALL "QCMDEXC" USING W-COMANDO , W-LNGCMD.
      *----------------------------------------------------------------
       EXPORTAR-LINEA.
           PERFORM LEER-CCAREPARC
           IF NO-FIN-CCAREPARC
              MOVE LINEA OF REG-REPARC TO LINEA OF REG-REPEXP
              WRITE REG-REPEXP
           END-IF.
      *----------------------------------------------------------------
       CALL-PLT219.
           CALL "PLT219" USING PA-CODEMP
                         LK219-FECHA1
                         LK219-FECHA2
                         LK219-FECHA3
                         LK219-TIPFMT
                         LK219-BASCLC
                         LK219-NRODIA
                         LK219-INDDSP
                         LK219-DIASEM
                         LK219-NOMDIA
                         LK219-NOMMES
                         LK219-CODRET
                         LK219-MSGERR
                         LK219-TIPOPR.
