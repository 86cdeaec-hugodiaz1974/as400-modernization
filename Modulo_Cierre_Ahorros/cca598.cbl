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
       PROGRAM-ID.    CCA598.
      ******************************************************************
      * FUNCION: REGISTRO DE LAS RESPUESTAS DE LA CIRCULARIZACION DE   *
      *          SALDOS (CCACIRCUL, LO GENERA CCA597). DADOS EL CORTE  *
      *          Y LA CUENTA, ANOTA LA RESPUESTA DEL CLIENTE:          *
      *            C  CONFORME CON EL SALDO DE LA CARTA.               *
      *            D  DISCONFORME: TRAE EL SALDO QUE EL CLIENTE DICE   *
      *               TENER Y LA OBSERVACION.                          *
      *            R  CARTA DEVUELTA SIN ENTREGAR.                     *
      *            P  DEVUELVE LA CARTA A PENDIENTE (CORRECCION DE UNA *
      *               RESPUESTA MAL ANOTADA).                          *
      *          UNA RESPUESTA SE PUEDE CORREGIR; TODO CAMBIO QUEDA    *
      *          AUDITADO EN CCAGENAUD CON LA RESPUESTA ANTERIOR Y LA  *
      *          NUEVA.                                                *
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
           SELECT CCACIRCUL
               ASSIGN          TO DATABASE-CCACIRCUL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAGENAUD
               ASSIGN          TO DATABASE-CCAGENAUD
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCACIRCUL
           LABEL RECORDS ARE STANDARD.
       01  REG-CIRCUL.
           COPY DDS-ALL-FORMATS OF CCACIRCUL.
      *
       FD  CCAGENAUD
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAGENAUD.
           COPY DDS-ALL-FORMATS OF CCAGENAUD.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  W-EXISTE-CIRCUL             PIC 9(01) VALUE 0.
           88  NO-EXISTE-CIRCUL                  VALUE 0.
           88  SI-EXISTE-CIRCUL                  VALUE 1.
      *
      * RESPUESTA COMO QUEDA EN LA AUDITORIA (ANTES Y DESPUES).
       01  W-RESPUESTA.
           05  FILLER                  PIC X(01) VALUE "R".
           05  W-RES-ESTRES            PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-RES-SALCLI            PIC -Z(12)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  W-RES-NROCAR            PIC 9(09) VALUE ZEROS.
       01  W-RESANT                    PIC X(30) VALUE SPACES.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-FECCOR                   PIC 9(08).
       01  LK-CLAVE-CUENTA.
           05  LK-CODMON               PIC 9(03).
           05  LK-CODSIS               PIC 9(03).
           05  LK-CODPRO               PIC 9(03).
           05  LK-AGCCTA               PIC 9(05).
           05  LK-CTANRO               PIC 9(17).
       01  LK-ESTRES                   PIC X(01).
           88  LK-RESPUESTA-CONFORME             VALUE "C".
           88  LK-RESPUESTA-DISCONFORME          VALUE "D".
           88  LK-RESPUESTA-DEVUELTA             VALUE "R".
           88  LK-RESPUESTA-PENDIENTE            VALUE "P".
       01  LK-SALCLI                   PIC S9(13)V99.
       01  LK-OBSRES                   PIC X(50).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-RESPUESTA-INVALIDA      VALUE 2.
           88  LK-CODRET-DATOS-INVALIDOS         VALUE 3.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-FECCOR LK-CLAVE-CUENTA
                                LK-ESTRES LK-SALCLI LK-OBSRES
                                LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-CODRET-OK
              PERFORM ANOTAR-RESPUESTA
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0 TO LK-RETCOD.
           OPEN I-O    CCACIRCUL.
           OPEN EXTEND CCAGENAUD.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
           IF  NOT LK-RESPUESTA-CONFORME
           AND NOT LK-RESPUESTA-DISCONFORME
           AND NOT LK-RESPUESTA-DEVUELTA
           AND NOT LK-RESPUESTA-PENDIENTE
              MOVE 2 TO LK-RETCOD
           ELSE
              PERFORM LEER-CCACIRCUL
              IF NO-EXISTE-CIRCUL
                 MOVE 1 TO LK-RETCOD
              END-IF
           END-IF.
      *----------------------------------------------------------------
       LEER-CCACIRCUL.
           MOVE LK-FECCOR TO FECCOR OF REG-CIRCUL
           MOVE LK-CODMON TO CODMON OF REG-CIRCUL
           MOVE LK-CODSIS TO CODSIS OF REG-CIRCUL
           MOVE LK-CODPRO TO CODPRO OF REG-CIRCUL
           MOVE LK-AGCCTA TO AGCCTA OF REG-CIRCUL
           MOVE LK-CTANRO TO CTANRO OF REG-CIRCUL
           READ CCACIRCUL INVALID KEY
                MOVE ZEROS TO W-EXISTE-CIRCUL
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-CIRCUL
           END-READ
           MOVE SPACES TO W-RESANT
           IF SI-EXISTE-CIRCUL
              MOVE ESTRES OF REG-CIRCUL TO W-RES-ESTRES
              MOVE SALCLI OF REG-CIRCUL TO W-RES-SALCLI
              MOVE NROCAR OF REG-CIRCUL TO W-RES-NROCAR
              MOVE W-RESPUESTA          TO W-RESANT
           END-IF.
      *----------------------------------------------------------------
      * EL CONFORME TOMA EL SALDO DE LA CARTA; EL DISCONFORME TRAE EL
      * SALDO DEL CLIENTE Y LA OBSERVACION ES OBLIGATORIA; LA DEVUELTA
      * Y LA PENDIENTE NO TIENEN SALDO DEL CLIENTE.
      *----------------------------------------------------------------
       ANOTAR-RESPUESTA.
           IF LK-RESPUESTA-DISCONFORME
              IF LK-OBSRES = SPACES
                 MOVE 3 TO LK-RETCOD
              END-IF
           END-IF
           IF LK-CODRET-OK
              MOVE LK-ESTRES          TO ESTRES OF REG-CIRCUL
              IF LK-RESPUESTA-CONFORME
                 MOVE SALCOR OF REG-CIRCUL TO SALCLI OF REG-CIRCUL
              ELSE
              IF LK-RESPUESTA-DISCONFORME
                 MOVE LK-SALCLI       TO SALCLI OF REG-CIRCUL
              ELSE
                 MOVE ZEROS           TO SALCLI OF REG-CIRCUL
              END-IF
              END-IF
              IF LK-RESPUESTA-PENDIENTE
                 MOVE ZEROS           TO FECRES OF REG-CIRCUL
              ELSE
                 MOVE LK-FECHA-HOY    TO FECRES OF REG-CIRCUL
              END-IF
              MOVE LK-CODCAJ          TO USRRES OF REG-CIRCUL
              MOVE LK-OBSRES          TO OBSRES OF REG-CIRCUL
              REWRITE REG-CIRCUL INVALID KEY
                      MOVE 1 TO LK-RETCOD
              END-REWRITE
              IF LK-CODRET-OK
                 MOVE ESTRES OF REG-CIRCUL TO W-RES-ESTRES
                 MOVE SALCLI OF REG-CIRCUL TO W-RES-SALCLI
                 PERFORM GRABAR-CCAGENAUD
              END-IF
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCACIRCUL"           TO PG-CAMPO  OF CCAGENAUD
           MOVE W-RESANT              TO PG-VLRANT OF CCAGENAUD
           MOVE W-RESPUESTA           TO PG-VLRNVO OF CCAGENAUD
           MOVE LK-CODCAJ             TO PG-USRMOD OF CCAGENAUD
           MOVE LK-FECHA-HOY          TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCACIRCUL CCAGENAUD.
           GOBACK.
