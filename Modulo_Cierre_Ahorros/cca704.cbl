      *              HACIA ATRAS DESDE EL SALDO ACTUAL.                *
      *          LAS LINEAS QUEDAN EN CCALIBLIN PARA QUE LA ESTACION   *
      *          DE LA AGENCIA LAS PASE A LA IMPRESORA DE LIBRETAS.    *
HH    *          SOLO SE IMPRIME SOBRE EL SERIAL ACTIVO DE LA CUENTA   *
HH    *          (LK-NROLIB CONTRA CCALIBCTA, VER CCA688); OTRO        *
HH    *          SERIAL, O UNA CUENTA SIN LIBRETA, DEVUELVE 6.         *
      ******************************************************************
       AUTHOR.        H.H.D.
       DATE-WRITTEN.  SEPTIEMBRE/2026.
               ASSIGN          TO DATABASE-CCALIBLIN
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
HH    *
HH         SELECT CCALIBCTA
HH             ASSIGN          TO DATABASE-CCALIBCTA
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  REG-LIBLIN.
           COPY DDS-ALL-FORMATS OF CCALIBLIN.
HH    *
HH     FD  CCALIBCTA
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-LIBCTA.
HH         COPY DDS-ALL-FORMATS OF CCALIBCTA.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-ACCION                   PIC X(01).
           05  LK-CODPRO               PIC 9(03).
           05  LK-AGCCTA               PIC 9(05).
           05  LK-CTANRO               PIC 9(17).
HH     01  LK-NROLIB                   PIC 9(10).
       01  LK-FECDES                   PIC 9(08).
       01  LK-CANLIN                   PIC 9(03).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-CUENTA-NO-EXISTE        VALUE 3.
           88  LK-CODRET-SIN-MOVIMIENTOS         VALUE 4.
           88  LK-CODRET-DEMASIADOS-MOV          VALUE 5.
HH         88  LK-CODRET-LIBRETA-INVALIDA        VALUE 6.
      ***************************************************************
HH     PROCEDURE DIVISION USING LK-CODCAJ LK-ACCION LK-CLAVE-CUENTA
HH                              LK-NROLIB LK-FECDES LK-CANLIN LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           MOVE ZEROS TO LK-CANLIN.
           OPEN I-O    CCAMAEAHO.
           OPEN INPUT  CCAHISTOR CCAHISTO1 CCACODTRN.
HH         OPEN INPUT  CCALIBCTA.
           OPEN EXTEND CCALIBLIN.
           PERFORM CALL-CCA500.
           MOVE LK-CODMON TO CODMON OF REG-MAESTR
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-CCAMAEAHO
           END-READ
HH         MOVE REG-MAESTR TO JRN-MAEANT
           IF NO-EXISTE-CCAMAEAHO
              MOVE 3 TO LK-RETCOD
HH         ELSE
HH            PERFORM VALIDAR-LIBRETA
           END-IF.
HH    *---------------------------------------------------------------
HH    * LA LIBRETA PUESTA EN LA IMPRESORA DEBE SER LA ACTIVA DE LA
HH    * CUENTA: UN SERIAL REEMPLAZADO, PERDIDO O HURTADO NO SIRVE.
HH    *---------------------------------------------------------------
HH     VALIDAR-LIBRETA.
HH         MOVE LK-CODMON TO CODMON OF REG-LIBCTA
HH         MOVE LK-CODSIS TO CODSIS OF REG-LIBCTA
HH         MOVE LK-CODPRO TO CODPRO OF REG-LIBCTA
HH         MOVE LK-AGCCTA TO AGCCTA OF REG-LIBCTA
HH         MOVE LK-CTANRO TO CTANRO OF REG-LIBCTA
HH         READ CCALIBCTA INVALID KEY
HH              MOVE 6 TO LK-RETCOD
HH         NOT INVALID KEY
HH              IF NROLIB OF REG-LIBCTA = ZEROS
HH              OR NROLIB OF REG-LIBCTA NOT = LK-NROLIB
HH                 MOVE 6 TO LK-RETCOD
HH              END-IF
HH         END-READ.
      *----------------------------------------------------------------
      * LOS MOVIMIENTOS DESDE LA FECHA PEDIDA SE RECOGEN PRIMERO DE
      * CCAHISTO1 (EL CICLO YA DEPURADO) Y LUEGO DE CCAHISTOR (EL
           MOVE SALULR OF REG-MAESTR TO SALPUR OF REG-MAESTR
           MOVE LK-FECHA-HOY         TO FULTRE OF REG-MAESTR
           MOVE W-SALDO              TO SALULR OF REG-MAESTR
HH         MOVE "CCA704"    TO JRN-PROGRA
HH         CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                             REG-MAESTR
           REWRITE REG-MAESTR.
      *----------------------------------------------------------------
       CALL-CCA500.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCAMAEAHO CCAHISTOR CCAHISTO1 CCACODTRN CCALIBLIN.
HH         CLOSE CCALIBCTA.
           GOBACK.
