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
       PROGRAM-ID.    CCA543.
      ******************************************************************
      * FUNCION: REEXAMEN SEMANAL DE TITULARES CONTRA LAS LISTAS       *
      *          RESTRICTIVAS Y PEP. SOLO TRABAJA CUANDO SE CARGO UNA  *
      *          VERSION NUEVA DE CCALISRES (VERLIS MAYOR QUE LA       *
      *          ULTIMA REEXAMINADA, GUARDADA EN CCATABLAS TABLA 68    *
      *          REGISTRO 0). LAS VERSIONES LAS CARGA CCA708, QUE      *
      *          INACTIVA LAS ENTRADAS QUE UNA VERSION NUEVA YA NO     *
      *          TRAE. RECORRE LAS CUENTAS VIVAS DE CCAMAEAHO          *
      *          (NITCTA, NITCT2, NITCT3) Y LOS COTITULARES ACTIVOS    *
      *          DE CCACOTITU, CONSULTA CADA NIT EN EL SERVICIO CCA535 *
      *          Y DEJA LAS COINCIDENCIAS EN LA LISTA DE TRABAJO       *
      *          CCALISCAN PARA DECISION DE CUMPLIMIENTO (CCA536).     *
      *          EL LISTADO MUESTRA CADA COINCIDENCIA CON SU PUNTAJE   *
      *          Y LA POSICION DE LA CUENTA (SALDO, CANJE, BLOQUEO,    *
      *          EMBARGO E INACTIVIDAD).                               *
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
           SELECT CCAMAEAHO
               ASSIGN          TO DATABASE-CCAMAEAHO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACOTITU
               ASSIGN          TO DATABASE-CCACOTITU
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCALISRES
               ASSIGN          TO DATABASE-CCALISRES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCALISCAN
               ASSIGN          TO DATABASE-CCALISCAN
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
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA543R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
       FD  CCACOTITU
           LABEL RECORDS ARE STANDARD.
       01  REG-COTITU.
           COPY DDS-ALL-FORMATS OF CCACOTITU.
      *
       FD  CCALISRES
           LABEL RECORDS ARE STANDARD.
       01  REG-LISRES.
           COPY DDS-ALL-FORMATS OF CCALISRES.
      *
       FD  CCALISCAN
           LABEL RECORDS ARE STANDARD.
       01  REG-LISCAN.
           COPY DDS-ALL-FORMATS OF CCALISCAN.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  REG-TABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA543R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-NITCHK                    PIC 9(15) VALUE ZEROS.
       77  W-ROLCHK                    PIC 9(01) VALUE ZEROS.
       77  W-VERANT                    PIC 9(08) VALUE ZEROS.
       77  W-VERNVA                    PIC 9(08) VALUE ZEROS.
       77  W-CANREV                    PIC 9(09) VALUE ZEROS.
       77  W-CANHIT                    PIC 9(07) VALUE ZEROS.
       77  W-TOTSAL                    PIC S9(15)V99 VALUE ZEROS.
      *
       01  W-NOMCHK                    PIC X(50) VALUE SPACES.
       01  W-EXISTE-TABLA              PIC 9(01) VALUE 0.
           88  NO-EXISTE-TABLA                   VALUE 0.
           88  SI-EXISTE-TABLA                   VALUE 1.
       01  W-EXISTE-CAND               PIC 9(01) VALUE 0.
           88  NO-EXISTE-CAND                    VALUE 0.
           88  SI-EXISTE-CAND                    VALUE 1.
       01  CONTROLES.
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                 VALUE "SI".
               88  NO-FIN-CCAMAEAHO              VALUE "NO".
           05  CTL-CCACOTITU           PIC X(02) VALUE "NO".
               88  FIN-CCACOTITU                 VALUE "SI".
               88  NO-FIN-CCACOTITU              VALUE "NO".
           05  CTL-CCALISRES           PIC X(02) VALUE "NO".
               88  FIN-CCALISRES                 VALUE "SI".
               88  NO-FIN-CCALISRES              VALUE "NO".
      *
      *    CONSULTA EN LISTAS (VER CCA535).
       01  W-LIS-RESULTADO.
           05  W-LIS-TIPLIS            PIC 9(02) VALUE ZEROS.
           05  W-LIS-PUNTAJ            PIC 9(03) VALUE ZEROS.
           05  W-LIS-NOMLIS            PIC X(50) VALUE SPACES.
           05  W-LIS-VERLIS            PIC 9(08) VALUE ZEROS.
       01  W-LIS-RETCOD                PIC 9(01) VALUE ZEROS.
           88  LISTA-SIN-COINCIDENCIA            VALUE 0.
           88  LISTA-CON-COINCIDENCIA            VALUE 1.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA543".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR UNTIL FIN-CCAMAEAHO.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAMAEAHO CCACOTITU CCALISRES.
           OPEN I-O    CCALISCAN CCATABLAS.
           OPEN OUTPUT REPORTE.
           PERFORM CALL-CCA500.
           PERFORM LEER-VERSION-ANTERIOR
           PERFORM BUSCAR-VERSION-NUEVA UNTIL FIN-CCALISRES
           INITIALIZE CCA543R-HEADER
           MOVE LK-FECHA-HOY TO FECHOY OF REPORTE-REG
           MOVE W-VERNVA     TO VERLIS OF CCA543R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
           IF W-VERNVA > W-VERANT
              PERFORM LEER-CCAMAEAHO
           ELSE
              DISPLAY "CCA543 SIN VERSION NUEVA DE LISTAS: " W-VERANT
              MOVE "SI" TO CTL-CCAMAEAHO
           END-IF.
      *----------------------------------------------------------------
       LEER-VERSION-ANTERIOR.
           MOVE 68    TO CODTAB OF REG-TABLAS
           MOVE 0     TO NROTAB OF REG-TABLAS
           MOVE 1     TO W-EXISTE-TABLA
           READ CCATABLAS INVALID KEY
                MOVE 0     TO W-EXISTE-TABLA
                MOVE ZEROS TO W-VERANT
           NOT INVALID KEY
                MOVE CAMPO1 OF REG-TABLAS TO W-VERANT
           END-READ.
      *----------------------------------------------------------------
      * LA VERSION DE LA LISTA ES LA FECHA DE PUBLICACION QUE TRAE
      * CADA ENTRADA (VERLIS): LA MAYOR ENTRE LAS VIGENTES MANDA.
      *----------------------------------------------------------------
       BUSCAR-VERSION-NUEVA.
           READ CCALISRES NEXT RECORD AT END
                MOVE "SI" TO CTL-CCALISRES
           END-READ
           IF NO-FIN-CCALISRES
              IF ESTADO OF REG-LISRES = "A"
              AND VERLIS OF REG-LISRES > W-VERNVA
                 MOVE VERLIS OF REG-LISRES TO W-VERNVA
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * SOLO CUENTAS VIVAS: LA CANCELADA YA NO MUEVE PLATA.
      *----------------------------------------------------------------
       PROCESAR.
           IF INDBAJ OF REG-MAESTR = ZEROS
              PERFORM REVISAR-TITULARES
              PERFORM REVISAR-COTITULARES
           END-IF
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
      * EL NOMBRE DE LA CUENTA ES EL DEL TITULAR PRINCIPAL; PARA LOS
      * DEMAS EL SERVICIO TOMA EL NOMBRE DE CLIENTES.
      *----------------------------------------------------------------
       REVISAR-TITULARES.
           MOVE NITCTA OF REG-MAESTR TO W-NITCHK
           MOVE DESCRI OF REG-MAESTR TO W-NOMCHK
           MOVE 1                    TO W-ROLCHK
           PERFORM EVALUAR-NIT
           MOVE SPACES               TO W-NOMCHK
           IF NITCT2 OF REG-MAESTR NOT = ZEROS
              MOVE NITCT2 OF REG-MAESTR TO W-NITCHK
              MOVE 2                    TO W-ROLCHK
              PERFORM EVALUAR-NIT
           END-IF
           IF NITCT3 OF REG-MAESTR NOT = ZEROS
              MOVE NITCT3 OF REG-MAESTR TO W-NITCHK
              MOVE 2                    TO W-ROLCHK
              PERFORM EVALUAR-NIT
           END-IF.
      *----------------------------------------------------------------
       REVISAR-COTITULARES.
           MOVE "NO"                 TO CTL-CCACOTITU
           MOVE CODMON OF REG-MAESTR TO CODMON OF REG-COTITU
           MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-COTITU
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-COTITU
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-COTITU
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-COTITU
           MOVE ZEROS                TO NROTIT OF REG-COTITU
           START CCACOTITU KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCACOTITU
           END-START
           PERFORM REVISAR-UN-COTITULAR UNTIL FIN-CCACOTITU.
      *----------------------------------------------------------------
      * LOS TITULARES DE LA APERTURA TAMBIEN QUEDAN COMO COTITULARES:
      * ESOS YA SE REVISARON Y NO SE CONSULTAN DOS VECES.
      *----------------------------------------------------------------
       REVISAR-UN-COTITULAR.
           READ CCACOTITU NEXT AT END
                MOVE "SI" TO CTL-CCACOTITU
           END-READ
           IF NO-FIN-CCACOTITU
              IF CODMON OF REG-COTITU NOT = CODMON OF REG-MAESTR
              OR CODSIS OF REG-COTITU NOT = CODSIS OF REG-MAESTR
              OR CODPRO OF REG-COTITU NOT = CODPRO OF REG-MAESTR
              OR AGCCTA OF REG-COTITU NOT = AGCCTA OF REG-MAESTR
              OR CTANRO OF REG-COTITU NOT = CTANRO OF REG-MAESTR
                 MOVE "SI" TO CTL-CCACOTITU
              ELSE
                 IF ESTADO OF REG-COTITU = "A"
                 AND NITTIT OF REG-COTITU NOT = NITCTA OF REG-MAESTR
                 AND NITTIT OF REG-COTITU NOT = NITCT2 OF REG-MAESTR
                 AND NITTIT OF REG-COTITU NOT = NITCT3 OF REG-MAESTR
                    MOVE NITTIT OF REG-COTITU TO W-NITCHK
                    MOVE SPACES               TO W-NOMCHK
                    MOVE 3                    TO W-ROLCHK
                    PERFORM EVALUAR-NIT
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       EVALUAR-NIT.
           ADD 1 TO W-CANREV
           MOVE ZEROS TO W-LIS-RETCOD
           CALL "CCA535" USING W-NITCHK W-NOMCHK W-LIS-RESULTADO
                               W-LIS-RETCOD
           IF LISTA-CON-COINCIDENCIA
              PERFORM GRABAR-COINCIDENCIA
           END-IF.
      *----------------------------------------------------------------
      * UNA COINCIDENCIA QUE CUMPLIMIENTO YA DECIDIO NO SE REABRE
      * MIENTRAS VENGA DE LA MISMA VERSION DE LA LISTA; SI LA
      * PERSONA APARECE EN UNA VERSION POSTERIOR, LA DECISION VIEJA
      * YA NO CUBRE EL CASO Y LA ENTRADA VUELVE A QUEDAR PENDIENTE.
      *----------------------------------------------------------------
       GRABAR-COINCIDENCIA.
           MOVE W-NITCHK             TO NITCAN OF REG-LISCAN
           MOVE CODMON OF REG-MAESTR TO CODMON OF REG-LISCAN
           MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-LISCAN
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-LISCAN
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-LISCAN
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-LISCAN
           MOVE 1 TO W-EXISTE-CAND
           READ CCALISCAN INVALID KEY
                MOVE 0 TO W-EXISTE-CAND
           END-READ
           IF SI-EXISTE-CAND
           AND ESTADO OF REG-LISCAN NOT = "P"
           AND VERLIS OF REG-LISCAN NOT < W-LIS-VERLIS
              CONTINUE
           ELSE
              MOVE W-NITCHK             TO NITCAN OF REG-LISCAN
              MOVE CODMON OF REG-MAESTR TO CODMON OF REG-LISCAN
              MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-LISCAN
              MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-LISCAN
              MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-LISCAN
              MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-LISCAN
              MOVE "R"                  TO ORIGEN OF REG-LISCAN
              MOVE W-ROLCHK             TO ROLCAN OF REG-LISCAN
              MOVE W-LIS-TIPLIS         TO TIPLIS OF REG-LISCAN
              MOVE W-LIS-PUNTAJ         TO PUNTAJ OF REG-LISCAN
              MOVE W-LIS-NOMLIS         TO NOMLIS OF REG-LISCAN
              MOVE W-LIS-VERLIS         TO VERLIS OF REG-LISCAN
              MOVE SALACT OF REG-MAESTR TO SALACT OF REG-LISCAN
              MOVE "P"                  TO ESTADO OF REG-LISCAN
              MOVE LK-FECHA-HOY         TO FECGEN OF REG-LISCAN
              MOVE ZEROS                TO FECEST OF REG-LISCAN
              MOVE SPACES               TO USREST OF REG-LISCAN
              IF SI-EXISTE-CAND
                 REWRITE REG-LISCAN
              ELSE
                 WRITE REG-LISCAN INVALID KEY
                       CONTINUE
                 END-WRITE
              END-IF
              ADD 1 TO W-CANHIT
              ADD SALACT OF REG-MAESTR TO W-TOTSAL
              PERFORM IMPRIMIR-COINCIDENCIA
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-COINCIDENCIA.
           INITIALIZE CCA543R-DETALLE
           MOVE NITCAN OF REG-LISCAN TO NITCAN OF REPORTE-REG
           MOVE NOMLIS OF REG-LISCAN TO NOMLIS OF CCA543R-DETALLE
           MOVE TIPLIS OF REG-LISCAN TO TIPLIS OF REPORTE-REG
           MOVE PUNTAJ OF REG-LISCAN TO PUNTAJ OF REPORTE-REG
           MOVE ROLCAN OF REG-LISCAN TO ROLCAN OF REPORTE-REG
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REPORTE-REG
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REPORTE-REG
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF REPORTE-REG
           MOVE SALACT OF REG-MAESTR TO SALACT OF REPORTE-REG
           MOVE SALCON OF REG-MAESTR TO SALCON OF REPORTE-REG
           MOVE INDBLO OF REG-MAESTR TO INDBLO OF REPORTE-REG
           MOVE INDEMB OF REG-MAESTR TO INDEMB OF REPORTE-REG
           MOVE INDINA OF REG-MAESTR TO INDINA OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
      * LA VERSION QUEDA MARCADA COMO REEXAMINADA SOLO SI EL
      * RECORRIDO SE HIZO: ASI UNA CORRIDA SIN VERSION NUEVA NO
      * TOCA LA TABLA.
      *----------------------------------------------------------------
       MARCAR-VERSION.
           MOVE 68       TO CODTAB OF REG-TABLAS
           MOVE 0        TO NROTAB OF REG-TABLAS
           MOVE W-VERNVA TO CAMPO1 OF REG-TABLAS
           IF SI-EXISTE-TABLA
              REWRITE REG-TABLAS
           ELSE
              MOVE "VERSION DE LISTAS REEXAMINADA"
                            TO CAMPO2 OF REG-TABLAS
              WRITE REG-TABLAS INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMAEAHO.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           IF W-VERNVA > W-VERANT
              PERFORM MARCAR-VERSION
           END-IF
           INITIALIZE CCA543R-TOTALES
           MOVE W-CANREV TO CANREV OF REPORTE-REG
           MOVE W-CANHIT TO CANHIT OF REPORTE-REG
           MOVE W-TOTSAL TO TOTSAL OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA543 NITS REEXAMINADOS......: " W-CANREV
           DISPLAY "CCA543 COINCIDENCIAS EN LISTAS: " W-CANHIT
           MOVE W-CANHIT                TO PC504-CANTREG
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMAEAHO CCACOTITU CCALISRES CCALISCAN CCATABLAS
                 REPORTE.
           STOP  RUN      .
