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
       PROGRAM-ID.    CCA535.
      ******************************************************************
      * FUNCION: SERVICIO DE CONSULTA EN LISTAS RESTRICTIVAS Y DE      *
      *          PERSONAS EXPUESTAS POLITICAMENTE (CCALISRES: OFAC,    *
      *          ONU, PEP Y LISTA PROPIA DEL BANCO). RECIBE EL NIT Y   *
      *          EL NOMBRE DE UNA PERSONA; SI EL NOMBRE LLEGA EN       *
      *          BLANCO LO TOMA DE CLIENTES (CLIMAEL01). BUSCA POR     *
      *          DOCUMENTO Y POR NOMBRE (LOGICO CCALISRES1) Y          *
      *          DEVUELVE LA MEJOR COINCIDENCIA CON SU PUNTAJE:        *
      *            100 = DOCUMENTO Y NOMBRE IGUALES                    *
      *             90 = DOCUMENTO IGUAL, NOMBRE DISTINTO              *
      *             75 = NOMBRE COMPLETO IGUAL                         *
      *             60 = PRIMERAS 25 POSICIONES DEL NOMBRE IGUALES     *
      *          HAY COINCIDENCIA CUANDO EL PUNTAJE ALCANZA EL UMBRAL  *
      *          DE CCATABLAS TABLA 68 REGISTRO 1 (POR OMISION 60).    *
      *          LO USAN LA APERTURA Y LA VINCULACION DE COTITULARES   *
      *          (CCA530) Y EL REEXAMEN SEMANAL DE TITULARES (CCA543). *
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
           SELECT CCALISRES
               ASSIGN          TO DATABASE-CCALISRES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCALISRES1
               ASSIGN          TO DATABASE-CCALISRES1
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CLIMAEL01
               ASSIGN          TO DATABASE-CLIMAEL01
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
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
       FD  CCALISRES
           LABEL RECORDS ARE STANDARD.
       01  REG-LISRES.
           COPY DDS-ALL-FORMATS OF CCALISRES.
      *
       FD  CCALISRES1
           LABEL RECORDS ARE STANDARD.
       01  REG-LISRES1.
           COPY DDS-ALL-FORMATS OF CCALISRES1.
      *
       FD  CLIMAEL01
           LABEL RECORDS ARE STANDARD.
       01  REG-CLIMAEL01.
           COPY DDS-ALL-FORMATS OF CLIMAEL01.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  REG-TABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-UMBRAL                    PIC 9(03) VALUE 60.
       77  W-PUNTOS                    PIC 9(03) VALUE ZEROS.
       01  W-NOMBUS                    PIC X(50) VALUE SPACES.
       01  CONTROLES.
           05  CTL-CCALISRES           PIC X(02) VALUE "NO".
               88  FIN-CCALISRES                 VALUE "SI".
               88  NO-FIN-CCALISRES              VALUE "NO".
           05  CTL-CCALISRES1          PIC X(02) VALUE "NO".
               88  FIN-CCALISRES1                VALUE "SI".
               88  NO-FIN-CCALISRES1             VALUE "NO".
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-NIT                      PIC 9(15).
       01  LK-NOMBRE                   PIC X(50).
       01  LK-RESULTADO.
           05  LK-TIPLIS               PIC 9(02).
           05  LK-PUNTAJ               PIC 9(03).
           05  LK-NOMLIS               PIC X(50).
           05  LK-VERLIS               PIC 9(08).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-SIN-COINCIDENCIA               VALUE 0.
           88  LK-CON-COINCIDENCIA               VALUE 1.
      ***************************************************************
       PROCEDURE DIVISION USING LK-NIT LK-NOMBRE LK-RESULTADO
                                LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-NIT > ZEROS
              PERFORM BUSCAR-POR-DOCUMENTO
           END-IF.
           IF W-NOMBUS NOT = SPACES
              PERFORM BUSCAR-POR-NOMBRE
           END-IF.
           IF LK-PUNTAJ NOT < W-UMBRAL
           AND LK-PUNTAJ > ZEROS
              MOVE 1 TO LK-RETCOD
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0      TO LK-RETCOD
           INITIALIZE  LK-RESULTADO
           OPEN INPUT  CCALISRES CCALISRES1 CLIMAEL01 CCATABLAS.
           MOVE 68     TO CODTAB OF REG-TABLAS
           MOVE 1      TO NROTAB OF REG-TABLAS
           READ CCATABLAS INVALID KEY
                MOVE 60 TO W-UMBRAL
           NOT INVALID KEY
                IF CAMPO1 OF REG-TABLAS > ZEROS
                   MOVE CAMPO1 OF REG-TABLAS TO W-UMBRAL
                END-IF
           END-READ.
           MOVE LK-NOMBRE TO W-NOMBUS
           IF W-NOMBUS = SPACES
           AND LK-NIT > ZEROS
              MOVE LK-NIT TO NITCLI OF REG-CLIMAEL01
              READ CLIMAEL01 INVALID KEY
                   MOVE SPACES TO W-NOMBUS
              NOT INVALID KEY
                   MOVE NOMCLI OF REG-CLIMAEL01 TO W-NOMBUS
              END-READ
           END-IF.
      *----------------------------------------------------------------
      * UNA MISMA PERSONA PUEDE ESTAR EN VARIAS LISTAS: SE RECORREN
      * TODAS LAS ENTRADAS VIGENTES DEL DOCUMENTO Y SE QUEDA LA DE
      * MAYOR PUNTAJE.
      *----------------------------------------------------------------
       BUSCAR-POR-DOCUMENTO.
           MOVE "NO"   TO CTL-CCALISRES
           MOVE LK-NIT TO NRODOC OF REG-LISRES
           MOVE ZEROS  TO TIPLIS OF REG-LISRES
           START CCALISRES KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCALISRES
           END-START
           PERFORM REVISAR-UN-DOCUMENTO UNTIL FIN-CCALISRES.
      *----------------------------------------------------------------
       REVISAR-UN-DOCUMENTO.
           READ CCALISRES NEXT AT END
                MOVE "SI" TO CTL-CCALISRES
           END-READ
           IF NO-FIN-CCALISRES
              IF NRODOC OF REG-LISRES NOT = LK-NIT
                 MOVE "SI" TO CTL-CCALISRES
              ELSE
                 IF ESTADO OF REG-LISRES = "A"
                    IF NOMLIS OF REG-LISRES = W-NOMBUS
                       MOVE 100 TO W-PUNTOS
                    ELSE
                       MOVE 90  TO W-PUNTOS
                    END-IF
                    IF W-PUNTOS > LK-PUNTAJ
                       MOVE W-PUNTOS             TO LK-PUNTAJ
                       MOVE TIPLIS OF REG-LISRES TO LK-TIPLIS
                       MOVE NOMLIS OF REG-LISRES TO LK-NOMLIS
                       MOVE VERLIS OF REG-LISRES TO LK-VERLIS
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * LAS LISTAS TRAEN MUCHOS NOMBRES SIN DOCUMENTO: LA BUSQUEDA
      * POR NOMBRE ARRANCA EN LAS PRIMERAS 25 POSICIONES Y RECORRE
      * EL LOGICO MIENTRAS ESE PREFIJO SE MANTENGA.
      *----------------------------------------------------------------
       BUSCAR-POR-NOMBRE.
           MOVE "NO"           TO CTL-CCALISRES1
           MOVE SPACES         TO NOMLIS OF REG-LISRES1
           MOVE W-NOMBUS (1:25) TO NOMLIS OF REG-LISRES1 (1:25)
           MOVE ZEROS          TO NRODOC OF REG-LISRES1
                                  TIPLIS OF REG-LISRES1
           START CCALISRES1 KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCALISRES1
           END-START
           PERFORM REVISAR-UN-NOMBRE UNTIL FIN-CCALISRES1.
      *----------------------------------------------------------------
       REVISAR-UN-NOMBRE.
           READ CCALISRES1 NEXT AT END
                MOVE "SI" TO CTL-CCALISRES1
           END-READ
           IF NO-FIN-CCALISRES1
              IF NOMLIS OF REG-LISRES1 (1:25) NOT = W-NOMBUS (1:25)
                 MOVE "SI" TO CTL-CCALISRES1
              ELSE
                 IF ESTADO OF REG-LISRES1 = "A"
                    IF NOMLIS OF REG-LISRES1 = W-NOMBUS
                       MOVE 75 TO W-PUNTOS
                    ELSE
                       MOVE 60 TO W-PUNTOS
                    END-IF
                    IF W-PUNTOS > LK-PUNTAJ
                       MOVE W-PUNTOS              TO LK-PUNTAJ
                       MOVE TIPLIS OF REG-LISRES1 TO LK-TIPLIS
                       MOVE NOMLIS OF REG-LISRES1 TO LK-NOMLIS
                       MOVE VERLIS OF REG-LISRES1 TO LK-VERLIS
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCALISRES CCALISRES1 CLIMAEL01 CCATABLAS.
           GOBACK.
