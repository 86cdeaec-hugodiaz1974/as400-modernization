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
       PROGRAM-ID.    CCA588.
      ******************************************************************
      * FUNCION: AHORRO POR REDONDEO DE COMPRAS CON TARJETA. CORRE     *
      *          DESPUES DE CCA580, SOBRE LOS MOVIMIENTOS APLICADOS    *
      *          DEL DIA (CCAMOVACE):                                  *
      *          - TOMA LAS COMPRAS POS QUE CARGO CCA515 (CODIGO DE LA *
      *            TABLA 42 REGISTRO 5, DEBITO, SIN RECHAZO) DE LAS    *
      *            CUENTAS INSCRITAS Y ACTIVAS EN CCAREDOND (CCA587),  *
      *            Y ACUMULA POR CUENTA LA DIFERENCIA ENTRE CADA       *
      *            COMPRA Y EL SIGUIENTE MULTIPLO DE LA UNIDAD DE      *
      *            REDONDEO (UNA COMPRA EXACTA NO APORTA).             *
      *          - LLEVA EL TOTAL DEL DIA AL BOLSILLO INSCRITO POR     *
      *            CCA634 (ACCION A = APARTAR), QUE SOLO LO APARTA SI  *
      *            EL DISPONIBLE DE LA CUENTA LO PERMITE. SI NO, ESE   *
      *            DIA NO SE APARTA NADA: NO HAY APARTADOS PARCIALES.  *
      *          - DEJA EL RESUMEN DEL MES POR CUENTA EN CCAREDMES     *
      *            (COMPRAS REDONDEADAS, VALOR APARTADO Y VALOR NO     *
      *            APARTADO), DEL QUE SALE LA LEYENDA DEL EXTRACTO     *
      *            (CCA730). UNA CUENTA YA APARTADA HOY NO SE REPITE   *
      *            SI LA CADENA SE RESUME.                             *
      *          - LISTA CADA CUENTA Y SU RESULTADO EN CCA588R.        *
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
           SELECT CCAMOVACE
               ASSIGN          TO DATABASE-CCAMOVACE
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAREDOND
               ASSIGN          TO DATABASE-CCAREDOND
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAREDWRK
               ASSIGN          TO DATABASE-CCAREDWRK
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAREDMES
               ASSIGN          TO DATABASE-CCAREDMES
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
               ASSIGN          TO FORMATFILE-CCA588R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAMOVACE
           LABEL RECORDS ARE STANDARD.
       01  REG-MOVACE.
           COPY DDS-ALL-FORMATS OF CCAMOVACE.
      *
       FD  CCAREDOND
           LABEL RECORDS ARE STANDARD.
       01  REG-REDOND.
           COPY DDS-ALL-FORMATS OF CCAREDOND.
      *
       FD  CCAREDWRK
           LABEL RECORDS ARE STANDARD.
       01  REG-REDWRK.
           COPY DDS-ALL-FORMATS OF CCAREDWRK.
      *
       FD  CCAREDMES
           LABEL RECORDS ARE STANDARD.
       01  REG-REDMES.
           COPY DDS-ALL-FORMATS OF CCAREDMES.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  REPORTE
           LABEL RECORDS ARE OMITTED.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA588R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * CODIGO DE LA COMPRA POS QUE CARGA CCA515 (TABLA 42 REG. 5).
       77  W-TRACOM                    PIC 9(05) VALUE ZEROS.
      *
       77  W-CANMOV                    PIC 9(07) VALUE ZEROS.
       77  W-CANCTA                    PIC 9(07) VALUE ZEROS.
       77  W-CANAPL                    PIC 9(07) VALUE ZEROS.
       77  W-VLRAPL                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-CANOMI                    PIC 9(07) VALUE ZEROS.
       77  W-VLROMI                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-COCIEN                    PIC S9(13)    COMP VALUE ZEROS.
       77  W-RESIDUO                   PIC S9(13)V99 COMP VALUE ZEROS.
       77  W-DIFRED                    PIC S9(13)V99 COMP VALUE ZEROS.
       77  W-PERIOD                    PIC 9(06) VALUE ZEROS.
       77  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCAMOVACE           PIC X(02) VALUE "NO".
               88  FIN-CCAMOVACE                 VALUE "SI".
               88  NO-FIN-CCAMOVACE              VALUE "NO".
           05  CTL-CCAREDWRK           PIC X(02) VALUE "NO".
               88  FIN-CCAREDWRK                 VALUE "SI".
               88  NO-FIN-CCAREDWRK              VALUE "NO".
           05  CTL-CCAREDOND           PIC X(02) VALUE "NO".
               88  ERROR-CCAREDOND               VALUE "SI".
               88  NO-ERROR-CCAREDOND            VALUE "NO".
           05  CTL-CCAREDMES           PIC X(02) VALUE "NO".
               88  ERROR-CCAREDMES               VALUE "SI".
               88  NO-ERROR-CCAREDMES            VALUE "NO".
      *
      * APARTADO AL BOLSILLO (VER CCA634).
       01  PAR-CODCAJ                  PIC X(10) VALUE "REDONDEO".
       01  PAR-ACCION                  PIC X(01) VALUE "A".
       01  PAR-CLAVE-BOLSILLO.
           05  PAR-CODMON              PIC 9(03).
           05  PAR-CODSIS              PIC 9(03).
           05  PAR-CODPRO              PIC 9(03).
           05  PAR-AGCCTA              PIC 9(05).
           05  PAR-CTANRO              PIC 9(17).
           05  PAR-NROBOL              PIC 9(02).
       01  PAR-DATOS-BOLSILLO.
           05  PAR-NOMBOL              PIC X(20).
           05  PAR-VALMET              PIC S9(13)V99.
           05  PAR-VALOR               PIC S9(13)V99.
       01  PAR-RETCOD                  PIC 9(01) VALUE ZEROS.
           88  PAR-CODRET-OK                     VALUE 0.
           88  PAR-CODRET-SIN-BOLSILLO           VALUE 1.
           88  PAR-CODRET-SIN-CUENTA             VALUE 3.
           88  PAR-CODRET-SIN-DISPONIBLE         VALUE 4.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA588".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM ACUMULAR-COMPRA UNTIL FIN-CCAMOVACE.
           PERFORM INICIAR-APARTADOS.
           PERFORM APARTAR-CUENTA UNTIL FIN-CCAREDWRK.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAMOVACE CCAREDOND CCATABLAS.
           OPEN I-O    CCAREDMES.
      *    EL ACUMULADO POR CUENTA ES DE LA CORRIDA: SE VACIA.
           OPEN OUTPUT CCAREDWRK.
           CLOSE       CCAREDWRK.
           OPEN I-O    CCAREDWRK.
           OPEN OUTPUT REPORTE.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           COMPUTE W-PERIOD = HOY-AA * 100 + HOY-MM
           MOVE 42 TO CODTAB OF ZONA-CCATABLAS
           MOVE 5  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                MOVE CAMPO1 OF ZONA-CCATABLAS TO W-TRACOM
           END-READ
           INITIALIZE CCA588R-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF REPORTE-REG
           MOVE W-TRACOM     TO TRACOM OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "HEADER"
      *    SIN CODIGO DE COMPRA CONFIGURADO NO HAY NADA QUE REDONDEAR.
           IF W-TRACOM = ZEROS
              MOVE "SI" TO CTL-CCAMOVACE
           ELSE
              PERFORM LEER-CCAMOVACE
           END-IF.
      *----------------------------------------------------------------
      * PRIMERA PASADA: CADA COMPRA POS DE UNA CUENTA INSCRITA APORTA
      * LO QUE LE FALTA PARA EL SIGUIENTE MULTIPLO DE LA UNIDAD.
      *----------------------------------------------------------------
       ACUMULAR-COMPRA.
           IF CODTRA OF REG-MOVACE = W-TRACOM
           AND DEBCRE OF REG-MOVACE = 1
           AND CODER1 OF REG-MOVACE = ZEROS
           AND IMPORT OF REG-MOVACE > ZEROS
              PERFORM LEER-CCAREDOND
              IF NO-ERROR-CCAREDOND
                 DIVIDE IMPORT OF REG-MOVACE BY UNIRED OF REG-REDOND
                        GIVING W-COCIEN REMAINDER W-RESIDUO
                 IF W-RESIDUO > ZEROS
                    COMPUTE W-DIFRED = UNIRED OF REG-REDOND - W-RESIDUO
                    ADD 1 TO W-CANMOV
                    PERFORM ACUMULAR-CUENTA
                 END-IF
              END-IF
           END-IF
           PERFORM LEER-CCAMOVACE.
      *----------------------------------------------------------------
       LEER-CCAREDOND.
           MOVE "NO"                 TO CTL-CCAREDOND
           MOVE CODMON OF REG-MOVACE TO CODMON OF REG-REDOND
           MOVE CODSIS OF REG-MOVACE TO CODSIS OF REG-REDOND
           MOVE CODPRO OF REG-MOVACE TO CODPRO OF REG-REDOND
           MOVE AGCCTA OF REG-MOVACE TO AGCCTA OF REG-REDOND
           MOVE CTANRO OF REG-MOVACE TO CTANRO OF REG-REDOND
           READ CCAREDOND INVALID KEY
                MOVE "SI" TO CTL-CCAREDOND
           END-READ
           IF NO-ERROR-CCAREDOND
              IF ESTADO OF REG-REDOND NOT = "A"
              OR UNIRED OF REG-REDOND = ZEROS
                 MOVE "SI" TO CTL-CCAREDOND
              END-IF
           END-IF.
      *----------------------------------------------------------------
       ACUMULAR-CUENTA.
           MOVE CODMON OF REG-REDOND TO CODMON OF REG-REDWRK
           MOVE CODSIS OF REG-REDOND TO CODSIS OF REG-REDWRK
           MOVE CODPRO OF REG-REDOND TO CODPRO OF REG-REDWRK
           MOVE AGCCTA OF REG-REDOND TO AGCCTA OF REG-REDWRK
           MOVE CTANRO OF REG-REDOND TO CTANRO OF REG-REDWRK
           READ CCAREDWRK
                INVALID KEY
                   INITIALIZE REGREDWRK
                   MOVE CODMON OF REG-REDOND TO CODMON OF REG-REDWRK
                   MOVE CODSIS OF REG-REDOND TO CODSIS OF REG-REDWRK
                   MOVE CODPRO OF REG-REDOND TO CODPRO OF REG-REDWRK
                   MOVE AGCCTA OF REG-REDOND TO AGCCTA OF REG-REDWRK
                   MOVE CTANRO OF REG-REDOND TO CTANRO OF REG-REDWRK
                   MOVE NROBOL OF REG-REDOND TO NROBOL OF REG-REDWRK
                   MOVE UNIRED OF REG-REDOND TO UNIRED OF REG-REDWRK
                   MOVE 1                    TO CANCOM OF REG-REDWRK
                   MOVE W-DIFRED             TO VLRRED OF REG-REDWRK
                   WRITE REG-REDWRK
                NOT INVALID KEY
                   ADD 1        TO CANCOM OF REG-REDWRK
                   ADD W-DIFRED TO VLRRED OF REG-REDWRK
                   REWRITE REG-REDWRK
           END-READ.
      *----------------------------------------------------------------
       INICIAR-APARTADOS.
           CLOSE CCAREDWRK
           OPEN INPUT CCAREDWRK
           PERFORM LEER-CCAREDWRK.
      *----------------------------------------------------------------
      * SEGUNDA PASADA: EL TOTAL DEL DIA DE CADA CUENTA VA AL BOLSILLO
      * INSCRITO, SI EL DISPONIBLE ALCANZA (LO JUZGA CCA634).
      *----------------------------------------------------------------
       APARTAR-CUENTA.
           ADD 1 TO W-CANCTA
           INITIALIZE CCA588R-DETALLE
           MOVE AGCCTA OF REG-REDWRK TO AGCCTA OF CCA588R-DETALLE
           MOVE CTANRO OF REG-REDWRK TO CTANRO OF CCA588R-DETALLE
           MOVE NROBOL OF REG-REDWRK TO NROBOL OF CCA588R-DETALLE
           MOVE UNIRED OF REG-REDWRK TO UNIRED OF CCA588R-DETALLE
           MOVE CANCOM OF REG-REDWRK TO CANCOM OF CCA588R-DETALLE
           MOVE VLRRED OF REG-REDWRK TO VLRRED OF CCA588R-DETALLE
           PERFORM LEER-CCAREDMES
           IF FECULT OF REG-REDMES = LK-FECHA-HOY
              MOVE "YA APARTADO HOY"  TO RESULT OF CCA588R-DETALLE
           ELSE
              PERFORM LLAMAR-CCA634
              MOVE LK-FECHA-HOY          TO FECULT OF REG-REDMES
              ADD CANCOM OF REG-REDWRK   TO CANCOM OF REG-REDMES
              IF PAR-CODRET-OK
                 ADD VLRRED OF REG-REDWRK TO VLRRED OF REG-REDMES
                                             W-VLRAPL
                 ADD 1                    TO W-CANAPL
                 MOVE "APARTADO"          TO RESULT OF CCA588R-DETALLE
              ELSE
                 ADD VLRRED OF REG-REDWRK TO VLROMI OF REG-REDMES
                                             W-VLROMI
                 ADD 1                    TO CANOMI OF REG-REDMES
                                             W-CANOMI
                 EVALUATE TRUE
                 WHEN PAR-CODRET-SIN-DISPONIBLE
                      MOVE "SIN DISPONIBLE"
                                   TO RESULT OF CCA588R-DETALLE
                 WHEN PAR-CODRET-SIN-BOLSILLO
                      MOVE "BOLSILLO INACTIVO"
                                   TO RESULT OF CCA588R-DETALLE
                 WHEN OTHER
                      MOVE "CUENTA INACTIVA"
                                   TO RESULT OF CCA588R-DETALLE
                 END-EVALUATE
              END-IF
              IF ERROR-CCAREDMES
                 WRITE REG-REDMES
              ELSE
                 REWRITE REG-REDMES
              END-IF
           END-IF
           WRITE REPORTE-REG FORMAT IS "DETALLE"
           PERFORM LEER-CCAREDWRK.
      *----------------------------------------------------------------
      * RESUMEN DEL MES DE LA CUENTA; SI NO EXISTE SE PREPARA NUEVO.
      *----------------------------------------------------------------
       LEER-CCAREDMES.
           MOVE "NO"                 TO CTL-CCAREDMES
           MOVE CODMON OF REG-REDWRK TO CODMON OF REG-REDMES
           MOVE CODSIS OF REG-REDWRK TO CODSIS OF REG-REDMES
           MOVE CODPRO OF REG-REDWRK TO CODPRO OF REG-REDMES
           MOVE AGCCTA OF REG-REDWRK TO AGCCTA OF REG-REDMES
           MOVE CTANRO OF REG-REDWRK TO CTANRO OF REG-REDMES
           MOVE W-PERIOD             TO PERIOD OF REG-REDMES
           READ CCAREDMES INVALID KEY
                MOVE "SI" TO CTL-CCAREDMES
           END-READ
           IF ERROR-CCAREDMES
              INITIALIZE REGREDMES
              MOVE CODMON OF REG-REDWRK TO CODMON OF REG-REDMES
              MOVE CODSIS OF REG-REDWRK TO CODSIS OF REG-REDMES
              MOVE CODPRO OF REG-REDWRK TO CODPRO OF REG-REDMES
              MOVE AGCCTA OF REG-REDWRK TO AGCCTA OF REG-REDMES
              MOVE CTANRO OF REG-REDWRK TO CTANRO OF REG-REDMES
              MOVE W-PERIOD             TO PERIOD OF REG-REDMES
           END-IF
           MOVE NROBOL OF REG-REDWRK TO NROBOL OF REG-REDMES.
      *----------------------------------------------------------------
       LLAMAR-CCA634.
           MOVE CODMON OF REG-REDWRK TO PAR-CODMON
           MOVE CODSIS OF REG-REDWRK TO PAR-CODSIS
           MOVE CODPRO OF REG-REDWRK TO PAR-CODPRO
           MOVE AGCCTA OF REG-REDWRK TO PAR-AGCCTA
           MOVE CTANRO OF REG-REDWRK TO PAR-CTANRO
           MOVE NROBOL OF REG-REDWRK TO PAR-NROBOL
           MOVE SPACES               TO PAR-NOMBOL
           MOVE ZEROS                TO PAR-VALMET
           MOVE VLRRED OF REG-REDWRK TO PAR-VALOR
           MOVE "A"                  TO PAR-ACCION
           MOVE ZEROS                TO PAR-RETCOD
           CALL "CCA634"          USING PAR-CODCAJ PAR-ACCION
                                        PAR-CLAVE-BOLSILLO
                                        PAR-DATOS-BOLSILLO PAR-RETCOD.
      *----------------------------------------------------------------
       IMPRIMIR-TOTALES.
           INITIALIZE CCA588R-TOTALES
           MOVE W-CANMOV          TO CANMOV OF CCA588R-TOTALES
           MOVE W-CANCTA          TO CANCTA OF CCA588R-TOTALES
           MOVE W-CANAPL          TO CANAPL OF CCA588R-TOTALES
           MOVE W-VLRAPL          TO VLRAPL OF CCA588R-TOTALES
           MOVE W-CANOMI          TO CANOMI OF CCA588R-TOTALES
           MOVE W-VLROMI          TO VLROMI OF CCA588R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES".
      *----------------------------------------------------------------
       LEER-CCAMOVACE.
           READ CCAMOVACE NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMOVACE.
      *----------------------------------------------------------------
       LEER-CCAREDWRK.
           READ CCAREDWRK NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAREDWRK.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           PERFORM IMPRIMIR-TOTALES
           DISPLAY "CCA588 COMPRAS REDONDEADAS....: " W-CANMOV
           DISPLAY "CCA588 CUENTAS CON REDONDEO...: " W-CANCTA
           DISPLAY "CCA588 CUENTAS APARTADAS......: " W-CANAPL
           DISPLAY "CCA588 CUENTAS NO APARTADAS...: " W-CANOMI
           MOVE W-CANAPL                TO PC504-CANTREG
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMOVACE CCAREDOND CCAREDWRK CCAREDMES CCATABLAS
                 REPORTE.
           STOP  RUN      .
