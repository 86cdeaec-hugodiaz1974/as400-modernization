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
       PROGRAM-ID.    CCA639.
      ******************************************************************
      * FUNCION: PAGOS INMEDIATOS (BRE-B) EN LINEA, LAS 24 HORAS.      *
      *          CADA PAGO QUEDA EN EL REGISTRO CCAPAGINS POR SU       *
      *          IDENTIFICADOR DE LA RED (UN IDENTIFICADOR REPETIDO    *
      *          SE RECHAZA) Y SE ANOTA EN EL ACTO SOBRE EL            *
      *          DISPONIBLE DE CCADEPMAE POR MEDIO DE CCA764, COMO     *
      *          NOTA DEL CANAL BREB (LIMITE DIARIO: CANAL 5 DE LA     *
      *          TABLA 79). SENTIDOS:                                  *
      *            E  ENTRANTE: LA LLAVE SE RESUELVE EN CCAALIAS (VER  *
      *               CCA637) Y LA CUENTA SE DEVUELVE AL CANAL.        *
      *            S  SALIENTE: DEBITO DE LA CUENTA DEL CLIENTE HACIA  *
      *               LA LLAVE DE OTRA ENTIDAD (LK-ENTCON).            *
      *            D  APLICACION DE LOS ENTRANTES DIFERIDOS (LA LLAMA  *
      *               CCA760 AL REABRIR EL SERVICIO).                  *
      *          CON EL CIERRE EN CURSO EL ENTRANTE SE ACEPTA: QUEDA   *
      *          DIFERIDO (ESTADO D) PARA EL DIA SIGUIENTE Y SE ANOTA  *
      *          CUANDO CCA760 REABRE; EL SALIENTE SE RECHAZA CON 5.   *
      *          EL PAGO RECHAZADO TAMBIEN QUEDA REGISTRADO (ESTADO R) *
      *          CON SU CODIGO, PARA LA CONCILIACION CON LA RED        *
      *          (CCA642). EN LA NOCHE CCA641 LLEVA LOS PAGOS DEL DIA  *
      *          A CCAMOVIM.                                           *
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
           SELECT CCAALIAS
               ASSIGN          TO DATABASE-CCAALIAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAPAGINS
               ASSIGN          TO DATABASE-CCAPAGINS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAPAGINS1
               ASSIGN          TO DATABASE-CCAPAGINS1
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACTLCER
               ASSIGN          TO DATABASE-CCACTLCER
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAALIAS
           LABEL RECORDS ARE STANDARD.
       01  REG-ALIAS.
           COPY DDS-ALL-FORMATS OF CCAALIAS.
      *
       FD  CCAPAGINS
           LABEL RECORDS ARE STANDARD.
       01  REG-PAGINS.
           COPY DDS-ALL-FORMATS OF CCAPAGINS.
      *
       FD  CCAPAGINS1
           LABEL RECORDS ARE STANDARD.
       01  REG-PAGINS1.
           COPY DDS-ALL-FORMATS OF CCAPAGINS1.
      *
       FD  CCACTLCER
           LABEL RECORDS ARE STANDARD.
       01  REG-CTLCER.
           COPY DDS-ALL-FORMATS OF CCACTLCER.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  W-EXISTE-ALIAS              PIC 9(01) VALUE 0.
           88  NO-EXISTE-ALIAS                   VALUE 0.
           88  SI-EXISTE-ALIAS                   VALUE 1.
       01  W-EXISTE-PAGINS             PIC 9(01) VALUE 0.
           88  NO-EXISTE-PAGINS                  VALUE 0.
           88  SI-EXISTE-PAGINS                  VALUE 1.
       01  CTL-PAGINS1                 PIC X(02) VALUE "NO".
           88  FIN-PAGINS1                       VALUE "SI".
           88  NO-FIN-PAGINS1                    VALUE "NO".
      *
      * ANOTACION EN LINEA (VER CCA764).
       01  PARM-CCA764.
           05  W-MEM-CODCAJ            PIC X(10) VALUE "BREB".
           05  W-MEM-CLAVE-CUENTA.
               10  W-MEM-CODMON        PIC 9(03) VALUE ZEROS.
               10  W-MEM-CODSIS        PIC 9(03) VALUE ZEROS.
               10  W-MEM-CODPRO        PIC 9(03) VALUE ZEROS.
               10  W-MEM-AGCCTA        PIC 9(05) VALUE ZEROS.
               10  W-MEM-CTANRO        PIC 9(17) VALUE ZEROS.
           05  W-MEM-DEBCRE            PIC 9(01) VALUE ZEROS.
           05  W-MEM-MEDPAG            PIC 9(02) VALUE 3.
           05  W-MEM-VLRTRN            PIC S9(13)V99 VALUE ZEROS.
           05  W-MEM-SALDIS            PIC S9(13)V99 VALUE ZEROS.
           05  W-MEM-RETCOD            PIC 9(01) VALUE ZEROS.
               88  W-MEM-OK                      VALUE 0.
               88  W-MEM-CIERRE-EN-CURSO         VALUE 5.
      *
       01  W-ESTADO                    PIC X(01) VALUE SPACES.
       01  W-FECCON                    PIC 9(08) VALUE ZEROS.
       77  W-CANDIF                    PIC 9(07) VALUE ZEROS.
       77  W-CANAPL                    PIC 9(07) VALUE ZEROS.
       77  W-CANREC                    PIC 9(07) VALUE ZEROS.
      *--------------------------------------------------------------*
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODCAJ                   PIC X(10).
       01  LK-SENTID                   PIC X(01).
           88  LK-SEN-ENTRANTE                   VALUE "E".
           88  LK-SEN-SALIENTE                   VALUE "S".
           88  LK-SEN-DIFERIDOS                  VALUE "D".
       01  LK-TIPALI                   PIC X(01).
       01  LK-LLAVE                    PIC X(60).
       01  LK-CLAVE-CUENTA.
           05  LK-CODMON               PIC 9(03).
           05  LK-CODSIS               PIC 9(03).
           05  LK-CODPRO               PIC 9(03).
           05  LK-AGCCTA               PIC 9(05).
           05  LK-CTANRO               PIC 9(17).
       01  LK-VLRTRN                   PIC S9(13)V99.
       01  LK-IDTRN                    PIC X(35).
       01  LK-ENTCON                   PIC 9(05).
       01  LK-CTACON                   PIC X(30).
       01  LK-SALDIS                   PIC S9(13)V99.
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-OK                      VALUE 0.
           88  LK-CODRET-NO-EXISTE               VALUE 1.
           88  LK-CODRET-CTA-INHABIL             VALUE 2.
           88  LK-CODRET-SIN-FONDOS              VALUE 3.
           88  LK-CODRET-DATOS-INVALIDOS         VALUE 4.
           88  LK-CODRET-CIERRE-EN-CURSO         VALUE 5.
           88  LK-CODRET-TOPE-PRODUCTO           VALUE 6.
           88  LK-CODRET-LIMITE-CANAL            VALUE 7.
           88  LK-CODRET-PAGO-REPETIDO           VALUE 8.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODCAJ LK-SENTID LK-TIPALI
                                LK-LLAVE LK-CLAVE-CUENTA LK-VLRTRN
                                LK-IDTRN LK-ENTCON LK-CTACON
                                LK-SALDIS LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF LK-CODRET-OK
              IF LK-SEN-DIFERIDOS
                 PERFORM APLICAR-DIFERIDOS
              ELSE
                 PERFORM PROCESAR-PAGO
              END-IF
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0     TO LK-RETCOD
           MOVE ZEROS TO LK-SALDIS.
           OPEN INPUT  CCAALIAS.
           OPEN I-O    CCAPAGINS CCAPAGINS1 CCACTLCER.
           PERFORM CALL-CCA500.
           IF  NOT LK-SEN-ENTRANTE
           AND NOT LK-SEN-SALIENTE
           AND NOT LK-SEN-DIFERIDOS
              MOVE 4 TO LK-RETCOD
           END-IF
           IF LK-CODRET-OK
           AND NOT LK-SEN-DIFERIDOS
              IF LK-VLRTRN NOT > ZEROS
              OR LK-IDTRN  = SPACES
              OR LK-ENTCON = ZEROS
                 MOVE 4 TO LK-RETCOD
              ELSE
                 MOVE LK-IDTRN TO IDTRN OF REG-PAGINS
                 READ CCAPAGINS INVALID KEY
                      MOVE ZEROS TO W-EXISTE-PAGINS
                 NOT INVALID KEY
                      MOVE 1     TO W-EXISTE-PAGINS
                 END-READ
                 IF SI-EXISTE-PAGINS
                    MOVE 8 TO LK-RETCOD
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * EL PAGO SE REGISTRA SIEMPRE QUE TRAIGA IDENTIFICADOR UNICO,
      * ACEPTADO O NO: LA RED LO LIQUIDA O LO DEVUELVE SEGUN LO QUE
      * SE LE CONTESTE, Y LA CONCILIACION NECESITA AMBOS.
      *----------------------------------------------------------------
       PROCESAR-PAGO.
           MOVE "A"          TO W-ESTADO
           MOVE LK-FECHA-HOY TO W-FECCON
           IF LK-SEN-ENTRANTE
              PERFORM RESOLVER-LLAVE
              IF LK-CODRET-OK
                 MOVE 2 TO W-MEM-DEBCRE
                 PERFORM ANOTAR-EN-LINEA
                 IF W-MEM-CIERRE-EN-CURSO
                    MOVE "D"             TO W-ESTADO
                    MOVE LK-FECHA-MANANA TO W-FECCON
                 ELSE
                    MOVE W-MEM-RETCOD    TO LK-RETCOD
                 END-IF
              END-IF
           ELSE
              IF LK-LLAVE = SPACES
                 MOVE 4 TO LK-RETCOD
              ELSE
                 MOVE 1 TO W-MEM-DEBCRE
                 PERFORM ANOTAR-EN-LINEA
                 MOVE W-MEM-RETCOD TO LK-RETCOD
              END-IF
           END-IF
           IF NOT LK-CODRET-OK
              MOVE "R" TO W-ESTADO
           END-IF
           PERFORM GRABAR-CCAPAGINS.
      *----------------------------------------------------------------
      * SOLO LA LLAVE ACTIVA RECIBE PAGOS; LA CUENTA SALE DE ELLA.
      *----------------------------------------------------------------
       RESOLVER-LLAVE.
           MOVE ZEROS     TO LK-CLAVE-CUENTA
           MOVE LK-TIPALI TO TIPALI OF REG-ALIAS
           MOVE LK-LLAVE  TO LLAVE  OF REG-ALIAS
           READ CCAALIAS INVALID KEY
                MOVE ZEROS TO W-EXISTE-ALIAS
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-ALIAS
           END-READ
           IF NO-EXISTE-ALIAS
           OR ESTADO OF REG-ALIAS NOT = "A"
              MOVE 1 TO LK-RETCOD
           ELSE
              MOVE CODMON OF REG-ALIAS TO LK-CODMON
              MOVE CODSIS OF REG-ALIAS TO LK-CODSIS
              MOVE CODPRO OF REG-ALIAS TO LK-CODPRO
              MOVE AGCCTA OF REG-ALIAS TO LK-AGCCTA
              MOVE CTANRO OF REG-ALIAS TO LK-CTANRO
           END-IF.
      *----------------------------------------------------------------
       ANOTAR-EN-LINEA.
           MOVE LK-CLAVE-CUENTA TO W-MEM-CLAVE-CUENTA
           MOVE LK-VLRTRN       TO W-MEM-VLRTRN
           MOVE ZEROS           TO W-MEM-SALDIS W-MEM-RETCOD
           CALL "CCA764" USING W-MEM-CODCAJ W-MEM-CLAVE-CUENTA
                               W-MEM-DEBCRE W-MEM-MEDPAG
                               W-MEM-VLRTRN W-MEM-SALDIS
                               W-MEM-RETCOD
           MOVE W-MEM-SALDIS    TO LK-SALDIS.
      *----------------------------------------------------------------
       GRABAR-CCAPAGINS.
           PERFORM ASIGNAR-CONSECUTIVO
           INITIALIZE REGPAGINS
           MOVE LK-IDTRN              TO IDTRN  OF REG-PAGINS
           MOVE W-FECCON              TO FECCON OF REG-PAGINS
           MOVE ULTCER OF REG-CTLCER  TO NROPAG OF REG-PAGINS
           MOVE LK-SENTID             TO SENTID OF REG-PAGINS
           MOVE LK-FECHA-HOY          TO FECPAG OF REG-PAGINS
           ACCEPT HORPAG OF REG-PAGINS FROM TIME
           MOVE LK-TIPALI             TO TIPALI OF REG-PAGINS
           MOVE LK-LLAVE              TO LLAVE  OF REG-PAGINS
           MOVE LK-CODMON             TO CODMON OF REG-PAGINS
           MOVE LK-CODSIS             TO CODSIS OF REG-PAGINS
           MOVE LK-CODPRO             TO CODPRO OF REG-PAGINS
           MOVE LK-AGCCTA             TO AGCCTA OF REG-PAGINS
           MOVE LK-CTANRO             TO CTANRO OF REG-PAGINS
           MOVE LK-ENTCON             TO ENTCON OF REG-PAGINS
           MOVE LK-CTACON             TO CTACON OF REG-PAGINS
           MOVE LK-VLRTRN             TO VLRPAG OF REG-PAGINS
           MOVE W-ESTADO              TO ESTADO OF REG-PAGINS
           MOVE LK-RETCOD             TO CODRET OF REG-PAGINS
           MOVE LK-CODCAJ             TO CODCAJ OF REG-PAGINS
           WRITE REG-PAGINS INVALID KEY
                 MOVE 8 TO LK-RETCOD
           END-WRITE.
      *----------------------------------------------------------------
       ASIGNAR-CONSECUTIVO.
           MOVE "PAGOINMED "        TO CODCTL OF REG-CTLCER
           READ CCACTLCER INVALID KEY
                MOVE "PAGOINMED "   TO CODCTL OF REG-CTLCER
                MOVE ZEROS          TO ULTCER OF REG-CTLCER
                MOVE LK-FECHA-HOY   TO FECULT OF REG-CTLCER
                WRITE REG-CTLCER
           END-READ
           ADD 1                    TO ULTCER OF REG-CTLCER
           MOVE LK-FECHA-HOY        TO FECULT OF REG-CTLCER
           REWRITE REG-CTLCER.
      *----------------------------------------------------------------
      * AL REABRIR EL SERVICIO SE ANOTAN LOS ENTRANTES QUE LLEGARON
      * CON EL CIERRE EN CURSO. SI EL SERVICIO SIGUE CERRADO SE DEJA
      * DE INTENTAR; EL QUE NO SE PUEDE ANOTAR QUEDA RECHAZADO PARA
      * LA DEVOLUCION A LA RED. EL DIFERIDO YA ANOTADO SIGUE SIENDO
      * DEL DIA SIGUIENTE PARA CCA641.
      *----------------------------------------------------------------
       APLICAR-DIFERIDOS.
           MOVE LK-FECHA-HOY TO FECCON OF REG-PAGINS1
           MOVE LOW-VALUES   TO IDTRN  OF REG-PAGINS1
           MOVE "NO"         TO CTL-PAGINS1
           START CCAPAGINS1 KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-PAGINS1
           END-START
           PERFORM LEER-PAGINS1
           PERFORM APLICAR-DIFERIDO UNTIL FIN-PAGINS1
           DISPLAY "CCA639 DIFERIDOS ANOTADOS.: " W-CANAPL
           DISPLAY "CCA639 DIFERIDOS RECHAZ...: " W-CANREC
           DISPLAY "CCA639 DIFERIDOS PENDIENT.: " W-CANDIF.
      *----------------------------------------------------------------
       APLICAR-DIFERIDO.
           IF ESTADO OF REG-PAGINS1 = "D"
              MOVE CODMON OF REG-PAGINS1 TO W-MEM-CODMON
              MOVE CODSIS OF REG-PAGINS1 TO W-MEM-CODSIS
              MOVE CODPRO OF REG-PAGINS1 TO W-MEM-CODPRO
              MOVE AGCCTA OF REG-PAGINS1 TO W-MEM-AGCCTA
              MOVE CTANRO OF REG-PAGINS1 TO W-MEM-CTANRO
              MOVE VLRPAG OF REG-PAGINS1 TO W-MEM-VLRTRN
              MOVE 2                     TO W-MEM-DEBCRE
              MOVE ZEROS                 TO W-MEM-SALDIS W-MEM-RETCOD
              CALL "CCA764" USING W-MEM-CODCAJ W-MEM-CLAVE-CUENTA
                                  W-MEM-DEBCRE W-MEM-MEDPAG
                                  W-MEM-VLRTRN W-MEM-SALDIS
                                  W-MEM-RETCOD
              IF W-MEM-CIERRE-EN-CURSO
                 ADD 1 TO W-CANDIF
                 MOVE "SI" TO CTL-PAGINS1
              ELSE
                 IF W-MEM-OK
                    MOVE "A" TO ESTADO OF REG-PAGINS1
                    ADD 1    TO W-CANAPL
                 ELSE
                    MOVE "R" TO ESTADO OF REG-PAGINS1
                    ADD 1    TO W-CANREC
                 END-IF
                 MOVE W-MEM-RETCOD TO CODRET OF REG-PAGINS1
                 REWRITE REG-PAGINS1
              END-IF
           END-IF
           IF NO-FIN-PAGINS1
              PERFORM LEER-PAGINS1
           END-IF.
      *----------------------------------------------------------------
       LEER-PAGINS1.
           IF NO-FIN-PAGINS1
              READ CCAPAGINS1 NEXT RECORD AT END
                   MOVE "SI" TO CTL-PAGINS1
              END-READ
           END-IF.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCAALIAS CCAPAGINS CCAPAGINS1 CCACTLCER.
           GOBACK.
