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
       PROGRAM-ID.    CCA556.
      ******************************************************************
      * FUNCION: INVENTARIO DIARIO DE PARTIDAS ABIERTAS EN LAS CUENTAS *
      *          DE RECHAZOS DE LAS AGENCIAS (CCA990 CONCEPTO 1).      *
      *          CORRE DESPUES DE CCA580:                              *
      *          - REGISTRA EN CCAPARREC CADA MOVIMIENTO QUE CCA560    *
      *            DESVIO HOY A LA CUENTA DE RECHAZOS (CCAMOVIMR):     *
      *            FECHA ORIGEN, CUENTA ORIGINAL, CODTRA E IMPORTE.    *
      *          - CIERRA LAS PARTIDAS QUE SE ARREGLARON HOY, CONTRA   *
      *            LOS MOVIMIENTOS APLICADOS (CCAMOVACE):              *
      *              T = REPARADA: MOVIMIENTO A OTRA CUENTA, DEL MISMO *
      *                  VALOR Y SENTIDO, CUYA REFERENCIA ES EL        *
      *                  CONSECUTIVO DE LA PARTIDA (COMO LO ENCOLA EL  *
      *                  TALLER CCA566).                               *
      *              V = REVERSADA: MOVIMIENTO DE SENTIDO CONTRARIO Y  *
      *                  MISMO VALOR SOBRE LA MISMA CUENTA DE RECHAZOS.*
      *          - LISTA LAS PARTIDAS ABIERTAS POR AGENCIA CON SUS     *
      *            DIAS PENDIENTES, EL RESUMEN POR FRANJAS DE          *
      *            ANTIGUEDAD Y LA ALERTA DE LAS QUE PASAN LOS DIAS DE *
      *            CCATABLAS TABLA 73 REGISTRO 0 (POR OMISION 30).     *
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
           SELECT CCAMOVIMR
               ASSIGN          TO DATABASE-CCAMOVIMR
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAMOVACE
               ASSIGN          TO DATABASE-CCAMOVACE
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAPARREC
               ASSIGN          TO DATABASE-CCAPARREC
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAPARREC1
               ASSIGN          TO DATABASE-CCAPARREC1
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT PLTAGCORI
               ASSIGN          TO DATABASE-PLTAGCORI
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
               ASSIGN          TO FORMATFILE-CCA556R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAMOVIMR
           LABEL RECORDS ARE STANDARD.
       01  REG-MOVIMR.
           COPY DDS-ALL-FORMATS OF CCAMOVIMR.
      *
       FD  CCAMOVACE
           LABEL RECORDS ARE STANDARD.
       01  REG-MOVACE.
           COPY DDS-ALL-FORMATS OF CCAMOVACE.
      *
       FD  CCAPARREC
           LABEL RECORDS ARE STANDARD.
       01  REG-PARREC.
           COPY DDS-ALL-FORMATS OF CCAPARREC.
      *
       FD  CCAPARREC1
           LABEL RECORDS ARE STANDARD.
       01  REG-PARRECL.
           COPY DDS-ALL-FORMATS OF CCAPARREC1.
      *
       FD  PLTAGCORI
           LABEL RECORDS ARE STANDARD.
       01  REG-AGCORI.
           COPY DDS-ALL-FORMATS OF PLTAGCORI.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  REPORTE
           LABEL RECORDS ARE OMITTED.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA556R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * DIAS PENDIENTES A PARTIR DE LOS CUALES LA PARTIDA SALE CON
      * ALERTA (TABLA 73 REGISTRO 0).
       77  W-DIAALE                    PIC 9(05) VALUE 30.
      *
       77  W-CANNUE                    PIC 9(07) VALUE ZEROS.
       77  W-CANDUP                    PIC 9(07) VALUE ZEROS.
       77  W-CANTAL                    PIC 9(07) VALUE ZEROS.
       77  W-CANREV                    PIC 9(07) VALUE ZEROS.
       77  W-CANABI                    PIC 9(07) VALUE ZEROS.
       77  W-AGCANT                    PIC 9(05) VALUE ZEROS.
       77  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
       77  I                           PIC 9(01) VALUE ZEROS.
      *
      * FRANJAS DE ANTIGUEDAD DE LA PARTIDA: HASTA 30, 60, 90 Y 180
      * DIAS, Y MAS DE 180.
       01  LIMITES-FRANJAS.
           05  FILLER                  PIC 9(05) VALUE 00030.
           05  FILLER                  PIC 9(05) VALUE 00060.
           05  FILLER                  PIC 9(05) VALUE 00090.
           05  FILLER                  PIC 9(05) VALUE 00180.
           05  FILLER                  PIC 9(05) VALUE 99999.
       01  R-LIMITES-FRANJAS           REDEFINES LIMITES-FRANJAS.
           05  LIM-DIAFIN              OCCURS 5 TIMES PIC 9(05).
       01  W-NROFRA                    PIC 9(01) VALUE ZEROS.
      *
      * ACUMULADOS POR FRANJA: 1 = AGENCIA EN CURSO, 2 = GENERAL.
       01  TABLA-ACUMULADOS.
           05  ACUMULADO               OCCURS 2 TIMES.
               10  ACU-FRANJA          OCCURS 5 TIMES.
                   15  ACU-CANTID      PIC 9(07).
                   15  ACU-VALOR       PIC S9(15)V99 COMP.
               10  ACU-CANALE          PIC 9(07).
               10  ACU-VLRALE          PIC S9(15)V99 COMP.
      *
       01  W-ENCONTRADA                PIC 9(01) VALUE 0.
           88  NO-ENCONTRADA                     VALUE 0.
           88  SI-ENCONTRADA                     VALUE 1.
       01  W-ES-PARTIDA                PIC 9(01) VALUE 0.
           88  NO-ES-PARTIDA                     VALUE 0.
           88  SI-ES-PARTIDA                     VALUE 1.
      *
       01  CONTROLES.
           05  CTL-CCAMOVIMR           PIC X(02) VALUE "NO".
               88  FIN-CCAMOVIMR                 VALUE "SI".
               88  NO-FIN-CCAMOVIMR              VALUE "NO".
           05  CTL-CCAMOVACE           PIC X(02) VALUE "NO".
               88  FIN-CCAMOVACE                 VALUE "SI".
               88  NO-FIN-CCAMOVACE              VALUE "NO".
           05  CTL-CCAPARREC           PIC X(02) VALUE "NO".
               88  FIN-CCAPARREC                 VALUE "SI".
               88  NO-FIN-CCAPARREC              VALUE "NO".
           05  CTL-BUSQUEDA            PIC X(02) VALUE "NO".
               88  FIN-BUSQUEDA                  VALUE "SI".
               88  NO-FIN-BUSQUEDA               VALUE "NO".
           05  CTL-CCATABLAS           PIC X(02) VALUE "NO".
               88  ERROR-CCATABLAS               VALUE "SI".
               88  NO-ERROR-CCATABLAS            VALUE "NO".
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA556".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
           COPY PLT219  OF CCACPY.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM REGISTRAR-PARTIDA UNTIL FIN-CCAMOVIMR.
           PERFORM CONCILIAR-MOVIMIENTO UNTIL FIN-CCAMOVACE.
           PERFORM INICIAR-INVENTARIO.
           PERFORM INVENTARIAR-PARTIDA UNTIL FIN-CCAPARREC.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAMOVIMR CCAMOVACE PLTAGCORI CCATABLAS.
           OPEN I-O    CCAPARREC CCAPARREC1.
           OPEN OUTPUT REPORTE.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           MOVE "NO"  TO CTL-CCATABLAS
           MOVE 73    TO CODTAB OF ZONA-CCATABLAS
           MOVE 0     TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS INVALID KEY
                MOVE "SI" TO CTL-CCATABLAS
           END-READ
           IF NO-ERROR-CCATABLAS AND CAMPO1 OF ZONA-CCATABLAS > ZEROS
              MOVE CAMPO1 OF ZONA-CCATABLAS TO W-DIAALE
           END-IF
           INITIALIZE CCA556R-HEADER
           MOVE LK-FECHA-HOY TO FECHOY OF REPORTE-REG
           MOVE W-DIAALE     TO DIAALE OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "HEADER"
           PERFORM LEER-CCAMOVIMR
           PERFORM LEER-CCAMOVACE.
      *----------------------------------------------------------------
      * PRIMERA PASADA: LOS DESVIADOS DEL DIA ENTRAN AL REGISTRO. EN
      * UNA RESUMISION LA PARTIDA YA EXISTE Y NO SE DUPLICA.
      *----------------------------------------------------------------
       REGISTRAR-PARTIDA.
           IF RGCCTA OF REG-MOVIMR > ZEROS
              INITIALIZE REGPARREC
              MOVE RGCCTA OF REG-MOVIMR TO AGCREC OF REG-PARREC
              MOVE CODMON OF REG-MOVIMR TO CODMON OF REG-PARREC
              MOVE CODSIS OF REG-MOVIMR TO CODSIS OF REG-PARREC
              MOVE CODPRO OF REG-MOVIMR TO CODPRO OF REG-PARREC
              MOVE RTANRO OF REG-MOVIMR TO CTAREC OF REG-PARREC
              MOVE FORIGE OF REG-MOVIMR TO FORIGE OF REG-PARREC
              MOVE CNSTRN OF REG-MOVIMR TO CNSTRN OF REG-PARREC
              MOVE SECUEN OF REG-MOVIMR TO SECUEN OF REG-PARREC
              MOVE AGCCTA OF REG-MOVIMR TO AGCCTA OF REG-PARREC
              MOVE CTANRO OF REG-MOVIMR TO CTANRO OF REG-PARREC
              MOVE CODTRA OF REG-MOVIMR TO CODTRA OF REG-PARREC
              MOVE DEBCRE OF REG-MOVIMR TO DEBCRE OF REG-PARREC
              MOVE IMPORT OF REG-MOVIMR TO IMPORT OF REG-PARREC
              MOVE NROREF OF REG-MOVIMR TO NROREF OF REG-PARREC
              MOVE CODER1 OF REG-MOVIMR TO CODER1 OF REG-PARREC
              MOVE LK-FECHA-HOY         TO FECREG OF REG-PARREC
              MOVE "P"                  TO ESTADO OF REG-PARREC
              WRITE REG-PARREC INVALID KEY
                    ADD 1 TO W-CANDUP
              NOT INVALID KEY
                    ADD 1 TO W-CANNUE
              END-WRITE
           END-IF
           PERFORM LEER-CCAMOVIMR.
      *----------------------------------------------------------------
      * SEGUNDA PASADA: CADA MOVIMIENTO APLICADO HOY PUEDE CERRAR UNA
      * PARTIDA, PRIMERO COMO REPARACION Y SI NO COMO REVERSION.
      *----------------------------------------------------------------
       CONCILIAR-MOVIMIENTO.
           MOVE ZEROS TO W-ENCONTRADA
           IF NROREF OF REG-MOVACE > ZEROS
              PERFORM BUSCAR-REPARADA
           END-IF
           IF NO-ENCONTRADA
              PERFORM VERIFICAR-ES-PARTIDA
              IF NO-ES-PARTIDA
                 PERFORM BUSCAR-REVERSADA
              END-IF
           END-IF
           PERFORM LEER-CCAMOVACE.
      *----------------------------------------------------------------
      * EL MOVIMIENTO REPARADO LLEVA EN NROREF EL CONSECUTIVO DEL
      * ORIGINAL (VER CCA566); SE BUSCA LA PARTIDA ABIERTA CON ESE
      * CONSECUTIVO, DEL MISMO VALOR Y SENTIDO, EN OTRA CUENTA.
      *----------------------------------------------------------------
       BUSCAR-REPARADA.
           MOVE "NO"                 TO CTL-BUSQUEDA
           MOVE NROREF OF REG-MOVACE TO CNSTRN OF REG-PARRECL
           MOVE ZEROS                TO SECUEN OF REG-PARRECL
                                        AGCREC OF REG-PARRECL
                                        CODMON OF REG-PARRECL
                                        CODSIS OF REG-PARRECL
                                        CODPRO OF REG-PARRECL
                                        CTAREC OF REG-PARRECL
                                        FORIGE OF REG-PARRECL
           START CCAPARREC1 KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-BUSQUEDA
           END-START
           PERFORM REVISAR-REPARADA UNTIL FIN-BUSQUEDA.
      *----------------------------------------------------------------
       REVISAR-REPARADA.
           READ CCAPARREC1 NEXT RECORD AT END
                MOVE "SI" TO CTL-BUSQUEDA
           END-READ
           IF NO-FIN-BUSQUEDA
              IF CNSTRN OF REG-PARRECL NOT = NROREF OF REG-MOVACE
                 MOVE "SI" TO CTL-BUSQUEDA
              ELSE
              IF ESTADO OF REG-PARRECL = "P"
              AND IMPORT OF REG-PARRECL = IMPORT OF REG-MOVACE
              AND DEBCRE OF REG-PARRECL = DEBCRE OF REG-MOVACE
              AND (AGCREC OF REG-PARRECL NOT = AGCCTA OF REG-MOVACE
              OR   CTAREC OF REG-PARRECL NOT = CTANRO OF REG-MOVACE)
                 MOVE "T"                  TO ESTADO OF REG-PARRECL
                 MOVE LK-FECHA-HOY         TO FECCIE OF REG-PARRECL
                 MOVE CODTRA OF REG-MOVACE TO CODTRC OF REG-PARRECL
                 MOVE CNSTRN OF REG-MOVACE TO CNSTRC OF REG-PARRECL
                 REWRITE REG-PARRECL
                 MOVE 1    TO W-ENCONTRADA
                 MOVE "SI" TO CTL-BUSQUEDA
                 ADD 1     TO W-CANTAL
              END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * EL DESVIADO DEL DIA ES EL MISMO MOVIMIENTO QUE ENTRO A LA
      * CUENTA DE RECHAZOS: NO PUEDE CERRAR A OTRA PARTIDA.
      *----------------------------------------------------------------
       VERIFICAR-ES-PARTIDA.
           MOVE AGCCTA OF REG-MOVACE TO AGCREC OF REG-PARREC
           MOVE CODMON OF REG-MOVACE TO CODMON OF REG-PARREC
           MOVE CODSIS OF REG-MOVACE TO CODSIS OF REG-PARREC
           MOVE CODPRO OF REG-MOVACE TO CODPRO OF REG-PARREC
           MOVE CTANRO OF REG-MOVACE TO CTAREC OF REG-PARREC
           MOVE FORIGE OF REG-MOVACE TO FORIGE OF REG-PARREC
           MOVE CNSTRN OF REG-MOVACE TO CNSTRN OF REG-PARREC
           MOVE SECUEN OF REG-MOVACE TO SECUEN OF REG-PARREC
           READ CCAPARREC INVALID KEY
                MOVE 0 TO W-ES-PARTIDA
           NOT INVALID KEY
                MOVE 1 TO W-ES-PARTIDA
           END-READ.
      *----------------------------------------------------------------
      * LA REVERSION ES UN MOVIMIENTO DE SENTIDO CONTRARIO Y MISMO
      * VALOR SOBRE LA CUENTA DE RECHAZOS; CIERRA LA PARTIDA ABIERTA
      * MAS ANTIGUA QUE LE CORRESPONDA.
      *----------------------------------------------------------------
       BUSCAR-REVERSADA.
           MOVE "NO"                 TO CTL-BUSQUEDA
           MOVE AGCCTA OF REG-MOVACE TO AGCREC OF REG-PARREC
           MOVE CODMON OF REG-MOVACE TO CODMON OF REG-PARREC
           MOVE CODSIS OF REG-MOVACE TO CODSIS OF REG-PARREC
           MOVE CODPRO OF REG-MOVACE TO CODPRO OF REG-PARREC
           MOVE CTANRO OF REG-MOVACE TO CTAREC OF REG-PARREC
           MOVE ZEROS                TO FORIGE OF REG-PARREC
                                        CNSTRN OF REG-PARREC
                                        SECUEN OF REG-PARREC
           START CCAPARREC KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-BUSQUEDA
           END-START
           PERFORM REVISAR-REVERSADA UNTIL FIN-BUSQUEDA.
      *----------------------------------------------------------------
       REVISAR-REVERSADA.
           READ CCAPARREC NEXT RECORD AT END
                MOVE "SI" TO CTL-BUSQUEDA
           END-READ
           IF NO-FIN-BUSQUEDA
              IF AGCREC OF REG-PARREC NOT = AGCCTA OF REG-MOVACE
              OR CODMON OF REG-PARREC NOT = CODMON OF REG-MOVACE
              OR CODSIS OF REG-PARREC NOT = CODSIS OF REG-MOVACE
              OR CODPRO OF REG-PARREC NOT = CODPRO OF REG-MOVACE
              OR CTAREC OF REG-PARREC NOT = CTANRO OF REG-MOVACE
                 MOVE "SI" TO CTL-BUSQUEDA
              ELSE
              IF ESTADO OF REG-PARREC = "P"
              AND IMPORT OF REG-PARREC = IMPORT OF REG-MOVACE
              AND DEBCRE OF REG-PARREC NOT = DEBCRE OF REG-MOVACE
                 MOVE "V"                  TO ESTADO OF REG-PARREC
                 MOVE LK-FECHA-HOY         TO FECCIE OF REG-PARREC
                 MOVE CODTRA OF REG-MOVACE TO CODTRC OF REG-PARREC
                 MOVE CNSTRN OF REG-MOVACE TO CNSTRC OF REG-PARREC
                 REWRITE REG-PARREC
                 MOVE "SI" TO CTL-BUSQUEDA
                 ADD 1     TO W-CANREV
              END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * TERCERA PASADA: INVENTARIO DE LAS PARTIDAS ABIERTAS, EN ORDEN
      * DE AGENCIA DE LA CUENTA DE RECHAZOS.
      *----------------------------------------------------------------
       INICIAR-INVENTARIO.
           INITIALIZE TABLA-ACUMULADOS
           MOVE ZEROS TO W-AGCANT
           MOVE "NO"  TO CTL-CCAPARREC
           MOVE ZEROS TO AGCREC OF REG-PARREC
                         CODMON OF REG-PARREC
                         CODSIS OF REG-PARREC
                         CODPRO OF REG-PARREC
                         CTAREC OF REG-PARREC
                         FORIGE OF REG-PARREC
                         CNSTRN OF REG-PARREC
                         SECUEN OF REG-PARREC
           START CCAPARREC KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAPARREC
           END-START
           IF NO-FIN-CCAPARREC
              PERFORM LEER-CCAPARREC
           END-IF.
      *----------------------------------------------------------------
       INVENTARIAR-PARTIDA.
           IF ESTADO OF REG-PARREC = "P"
              IF AGCREC OF REG-PARREC NOT = W-AGCANT
                 IF W-AGCANT NOT = ZEROS
                    PERFORM IMPRIMIR-TOTAL-AGENCIA
                 END-IF
                 PERFORM IMPRIMIR-AGENCIA
              END-IF
              PERFORM CALCULAR-DIAS-PENDIENTES
              MOVE 1 TO W-NROFRA
              PERFORM UBICAR-FRANJA
                 UNTIL DIAPEN OF REG-PARREC NOT >
                       LIM-DIAFIN (W-NROFRA)
              ADD 1 TO W-CANABI
                       ACU-CANTID (1 W-NROFRA)
                       ACU-CANTID (2 W-NROFRA)
              ADD IMPORT OF REG-PARREC TO ACU-VALOR (1 W-NROFRA)
                                          ACU-VALOR (2 W-NROFRA)
              INITIALIZE CCA556R-DETALLE
              IF DIAPEN OF REG-PARREC > W-DIAALE
                 ADD 1 TO ACU-CANALE (1) ACU-CANALE (2)
                 ADD IMPORT OF REG-PARREC TO ACU-VLRALE (1)
                                             ACU-VLRALE (2)
                 MOVE "ALERTA"          TO MARCA  OF CCA556R-DETALLE
              END-IF
              MOVE CTAREC OF REG-PARREC TO CTAREC OF CCA556R-DETALLE
              MOVE FORIGE OF REG-PARREC TO FORIGE OF CCA556R-DETALLE
              MOVE AGCCTA OF REG-PARREC TO AGCCTA OF CCA556R-DETALLE
              MOVE CTANRO OF REG-PARREC TO CTANRO OF CCA556R-DETALLE
              MOVE CODTRA OF REG-PARREC TO CODTRA OF CCA556R-DETALLE
              MOVE DEBCRE OF REG-PARREC TO DEBCRE OF CCA556R-DETALLE
              MOVE IMPORT OF REG-PARREC TO IMPORT OF CCA556R-DETALLE
              MOVE CODER1 OF REG-PARREC TO CODER1 OF CCA556R-DETALLE
              MOVE DIAPEN OF REG-PARREC TO DIAPEN OF CCA556R-DETALLE
              WRITE REPORTE-REG FORMAT IS "DETALLE"
              REWRITE REG-PARREC
           END-IF
           PERFORM LEER-CCAPARREC.
      *----------------------------------------------------------------
       UBICAR-FRANJA.
           ADD 1 TO W-NROFRA.
      *----------------------------------------------------------------
       CALCULAR-DIAS-PENDIENTES.
           MOVE FORIGE OF REG-PARREC   TO LK219-FECHA1
           MOVE LK-FECHA-HOY           TO LK219-FECHA2
           MOVE ZEROS                  TO LK219-FECHA3
           MOVE 1                      TO LK219-TIPFMT
           MOVE 2                      TO LK219-BASCLC
           MOVE ZEROS                  TO LK219-NRODIA
           MOVE 1                      TO LK219-INDDSP
           MOVE 9                      TO LK219-DIASEM
           MOVE SPACES                 TO LK219-NOMDIA
           MOVE SPACES                 TO LK219-NOMMES
           MOVE ZEROS                  TO LK219-CODRET
           MOVE SPACES                 TO LK219-MSGERR
           MOVE 4                      TO LK219-TIPOPR
           PERFORM CALL-PLT219
           MOVE LK219-NRODIA           TO DIAPEN OF REG-PARREC.
      *----------------------------------------------------------------
       IMPRIMIR-AGENCIA.
           MOVE AGCREC OF REG-PARREC TO W-AGCANT
           INITIALIZE CCA556R-AGENCIA
           MOVE W-AGCANT             TO AGCREC OF CCA556R-AGENCIA
           MOVE PA-CODEMP            TO CODEMP OF REG-AGCORI
           MOVE W-AGCANT             TO AGCORI OF REG-AGCORI
           READ PLTAGCORI
              NOT INVALID KEY
                 MOVE NOMAGC OF REG-AGCORI
                                     TO NOMAGC OF CCA556R-AGENCIA
           END-READ
           WRITE REPORTE-REG FORMAT IS "AGENCIA".
      *----------------------------------------------------------------
       IMPRIMIR-TOTAL-AGENCIA.
           INITIALIZE CCA556R-TOTAGC
           MOVE W-AGCANT          TO AGCREC OF CCA556R-TOTAGC
           MOVE ACU-CANTID (1 1)  TO CAN001 OF CCA556R-TOTAGC
           MOVE ACU-VALOR  (1 1)  TO VLR001 OF CCA556R-TOTAGC
           MOVE ACU-CANTID (1 2)  TO CAN002 OF CCA556R-TOTAGC
           MOVE ACU-VALOR  (1 2)  TO VLR002 OF CCA556R-TOTAGC
           MOVE ACU-CANTID (1 3)  TO CAN003 OF CCA556R-TOTAGC
           MOVE ACU-VALOR  (1 3)  TO VLR003 OF CCA556R-TOTAGC
           MOVE ACU-CANTID (1 4)  TO CAN004 OF CCA556R-TOTAGC
           MOVE ACU-VALOR  (1 4)  TO VLR004 OF CCA556R-TOTAGC
           MOVE ACU-CANTID (1 5)  TO CAN005 OF CCA556R-TOTAGC
           MOVE ACU-VALOR  (1 5)  TO VLR005 OF CCA556R-TOTAGC
           MOVE ACU-CANALE (1)    TO CANALE OF CCA556R-TOTAGC
           MOVE ACU-VLRALE (1)    TO VLRALE OF CCA556R-TOTAGC
           WRITE REPORTE-REG FORMAT IS "TOTAGC"
           INITIALIZE ACUMULADO (1).
      *----------------------------------------------------------------
       IMPRIMIR-TOTALES.
           INITIALIZE CCA556R-TOTALES
           MOVE ACU-CANTID (2 1)  TO CAN001 OF CCA556R-TOTALES
           MOVE ACU-VALOR  (2 1)  TO VLR001 OF CCA556R-TOTALES
           MOVE ACU-CANTID (2 2)  TO CAN002 OF CCA556R-TOTALES
           MOVE ACU-VALOR  (2 2)  TO VLR002 OF CCA556R-TOTALES
           MOVE ACU-CANTID (2 3)  TO CAN003 OF CCA556R-TOTALES
           MOVE ACU-VALOR  (2 3)  TO VLR003 OF CCA556R-TOTALES
           MOVE ACU-CANTID (2 4)  TO CAN004 OF CCA556R-TOTALES
           MOVE ACU-VALOR  (2 4)  TO VLR004 OF CCA556R-TOTALES
           MOVE ACU-CANTID (2 5)  TO CAN005 OF CCA556R-TOTALES
           MOVE ACU-VALOR  (2 5)  TO VLR005 OF CCA556R-TOTALES
           MOVE ACU-CANALE (2)    TO CANALE OF CCA556R-TOTALES
           MOVE ACU-VLRALE (2)    TO VLRALE OF CCA556R-TOTALES
           MOVE W-CANNUE          TO CANNUE OF CCA556R-TOTALES
           MOVE W-CANTAL          TO CANTAL OF CCA556R-TOTALES
           MOVE W-CANREV          TO CANREV OF CCA556R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES".
      *----------------------------------------------------------------
       LEER-CCAMOVIMR.
           READ CCAMOVIMR NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMOVIMR.
      *----------------------------------------------------------------
       LEER-CCAMOVACE.
           READ CCAMOVACE NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMOVACE.
      *----------------------------------------------------------------
       LEER-CCAPARREC.
           READ CCAPARREC NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAPARREC.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
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
      *----------------------------------------------------------------
       TERMINAR.
           IF W-AGCANT NOT = ZEROS
              PERFORM IMPRIMIR-TOTAL-AGENCIA
           END-IF
           PERFORM IMPRIMIR-TOTALES
           DISPLAY "CCA556 PARTIDAS NUEVAS........: " W-CANNUE
           DISPLAY "CCA556 YA REGISTRADAS.........: " W-CANDUP
           DISPLAY "CCA556 CERRADAS POR REPARACION: " W-CANTAL
           DISPLAY "CCA556 CERRADAS POR REVERSION.: " W-CANREV
           DISPLAY "CCA556 PARTIDAS ABIERTAS......: " W-CANABI
           DISPLAY "CCA556 PARTIDAS CON ALERTA....: " ACU-CANALE (2)
           MOVE W-CANABI                TO PC504-CANTREG
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMOVIMR CCAMOVACE CCAPARREC CCAPARREC1 PLTAGCORI
                 CCATABLAS REPORTE.
           STOP  RUN      .
