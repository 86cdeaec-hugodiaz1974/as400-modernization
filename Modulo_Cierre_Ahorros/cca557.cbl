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
       PROGRAM-ID.    CCA557.
      ******************************************************************
      * FUNCION: COMPENSACION INTEROFICINAS DEL DIA.                   *
      *          TOMA DE CCAMOVIM LOS MOVIMIENTOS APLICADOS (ESTTRN 0) *
      *          CAPTURADOS EN UNA AGENCIA (AGCORI) SOBRE CUENTA DE    *
      *          OTRA (AGCCTA):                                        *
      *            - CREDITO: LA AGENCIA ORIGEN RECIBIO EL DINERO Y LE *
      *              DEBE A LA AGENCIA DE LA CUENTA.                   *
      *            - DEBITO: LA AGENCIA ORIGEN PAGO POR CUENTA DE LA   *
      *              OTRA, QUE LE QUEDA DEBIENDO.                      *
      *          NETEA POR MONEDA Y PAREJA DE AGENCIAS Y POR CADA NETO *
      *          GRABA EN PLTTRNMON LA PAREJA DE COMPENSACION:         *
      *            564 DEBITO  CXC INTEROFICINAS AGENCIA ACREEDORA     *
      *            565 CREDITO CXP INTEROFICINAS AGENCIA DEUDORA       *
      *          IMPRIME LA MATRIZ DE COMPENSACION (PAREJA, BRUTOS EN  *
      *          CADA SENTIDO Y NETO) Y LA POSICION DE CADA AGENCIA    *
      *          (POR COBRAR, POR PAGAR Y NETO).                       *
      *          CORRE ANTES DE CCA630.                                *
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
           SELECT CCAMOVIM
               ASSIGN          TO DATABASE-CCAMOVIM
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT PLTAGCORI
               ASSIGN          TO DATABASE-PLTAGCORI
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT PLTTRNMON
               ASSIGN          TO DATABASE-PLTTRNMON
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA557R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAMOVIM
           LABEL RECORDS ARE STANDARD.
       01  REG-MOVIM.
           COPY DDS-ALL-FORMATS OF CCAMOVIM.
      *
       FD  PLTAGCORI
           LABEL RECORDS ARE STANDARD.
       01  REG-AGCORI.
           COPY DDS-ALL-FORMATS OF PLTAGCORI.
      *
       FD  PLTTRNMON
           LABEL RECORDS ARE STANDARD.
       01  REG-PLTTRNMON.
           COPY DDS-ALL-FORMATS OF PLTTRNMON.
      *
       FD  REPORTE
           LABEL RECORDS ARE OMITTED.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA557R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-CANMOV                    PIC 9(09) VALUE ZEROS.
       77  W-CANCOM                    PIC 9(07) VALUE ZEROS.
       77  W-CANEXC                    PIC 9(07) VALUE ZEROS.
       77  W-TOTCOM                    PIC S9(15)V99 VALUE ZEROS.
       77  W-NETO                      PIC S9(15)V99 VALUE ZEROS.
       77  W-VLRCOM                    PIC S9(15)V99 VALUE ZEROS.
       77  W-DEUDOR                    PIC 9(05) VALUE ZEROS.
       77  W-ACREEDOR                  PIC 9(05) VALUE ZEROS.
       77  W-NOMAGC                    PIC X(30) VALUE SPACES.
       77  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *
       01  W-NROTRN-COM                PIC 9(09) VALUE 11999557.
       01  W-CNSTRN-COM                PIC 9(09) VALUE ZEROS.
      *
      * PAREJAS DE AGENCIAS DEL DIA, ORDENADAS POR MONEDA Y AGENCIAS
      * (AGC001 < AGC002). VLR012 ES LO QUE AGC001 LE DEBE A AGC002 Y
      * VLR021 LO CONTRARIO. LA ULTIMA POSICION NO SE OCUPA: SOLO
      * PERMITE COMPARAR AL FINAL DE LA TABLA LLENA.
       01  W-MAXPAR                    PIC 9(05) COMP VALUE 3000.
       01  W-CANPAR                    PIC 9(05) COMP VALUE ZEROS.
       01  W-IXP                       PIC 9(05) COMP VALUE ZEROS.
       01  W-IXJ                       PIC 9(05) COMP VALUE ZEROS.
       01  TABLA-PAREJAS.
           05  PAR-ENT                 OCCURS 3001 TIMES.
               10  PAR-CLAVE.
                   15  PAR-CODMON      PIC 9(03).
                   15  PAR-AGC001      PIC 9(05).
                   15  PAR-AGC002      PIC 9(05).
               10  PAR-CANMOV          PIC 9(07)      COMP.
               10  PAR-VLR012          PIC S9(15)V99  COMP.
               10  PAR-VLR021          PIC S9(15)V99  COMP.
       01  W-CLAVE-PAR.
           05  W-PAR-CODMON            PIC 9(03).
           05  W-PAR-AGC001            PIC 9(05).
           05  W-PAR-AGC002            PIC 9(05).
      *
      * POSICION DE CADA AGENCIA, ORDENADA POR MONEDA Y AGENCIA.
       01  W-MAXAGE                    PIC 9(05) COMP VALUE 1000.
       01  W-CANAGE                    PIC 9(05) COMP VALUE ZEROS.
       01  W-IXA                       PIC 9(05) COMP VALUE ZEROS.
       01  W-IXK                       PIC 9(05) COMP VALUE ZEROS.
       01  TABLA-AGENCIAS.
           05  AGE-ENT                 OCCURS 1001 TIMES.
               10  AGE-CLAVE.
                   15  AGE-CODMON      PIC 9(03).
                   15  AGE-AGCORI      PIC 9(05).
               10  AGE-VLRCOB          PIC S9(15)V99  COMP.
               10  AGE-VLRPAG          PIC S9(15)V99  COMP.
       01  W-CLAVE-AGE.
           05  W-AGE-CODMON            PIC 9(03).
           05  W-AGE-AGCORI            PIC 9(05).
      *
       01  W-EXISTE                    PIC 9(01) VALUE 0.
           88  NO-EXISTE                         VALUE 0.
           88  SI-EXISTE                         VALUE 1.
      *
       01  CONTROLES.
           05  CTL-CCAMOVIM            PIC X(02) VALUE "NO".
               88  FIN-CCAMOVIM                  VALUE "SI".
               88  NO-FIN-CCAMOVIM               VALUE "NO".
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA557".
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
           PERFORM PROCESAR-MOVIMIENTO UNTIL FIN-CCAMOVIM.
           PERFORM COMPENSAR-PAREJA
                   VARYING W-IXP FROM 1 BY 1 UNTIL W-IXP > W-CANPAR.
           PERFORM IMPRIMIR-POSICION
                   VARYING W-IXA FROM 1 BY 1 UNTIL W-IXA > W-CANAGE.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAMOVIM PLTAGCORI.
           OPEN EXTEND PLTTRNMON.
           OPEN OUTPUT REPORTE.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           INITIALIZE TABLA-PAREJAS TABLA-AGENCIAS
           INITIALIZE CCA557R-HEADER
           MOVE LK-FECHA-HOY TO FECHOY OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "HEADER"
           PERFORM LEER-CCAMOVIM.
      *----------------------------------------------------------------
       PROCESAR-MOVIMIENTO.
           IF  ESTTRN OF REG-MOVIM = ZEROS
           AND AGCORI OF REG-MOVIM > ZEROS
           AND AGCORI OF REG-MOVIM NOT = AGCCTA OF REG-MOVIM
           AND IMPORT OF REG-MOVIM NOT = ZEROS
              PERFORM ACUMULAR-MOVIMIENTO
           END-IF
           PERFORM LEER-CCAMOVIM.
      *----------------------------------------------------------------
      * EL CREDITO LO DEBE LA AGENCIA ORIGEN; EL DEBITO, LA AGENCIA DE
      * LA CUENTA.
      *----------------------------------------------------------------
       ACUMULAR-MOVIMIENTO.
           IF DEBCRE OF REG-MOVIM = 1
              MOVE AGCCTA OF REG-MOVIM TO W-DEUDOR
              MOVE AGCORI OF REG-MOVIM TO W-ACREEDOR
           ELSE
              MOVE AGCORI OF REG-MOVIM TO W-DEUDOR
              MOVE AGCCTA OF REG-MOVIM TO W-ACREEDOR
           END-IF
           MOVE CODMON OF REG-MOVIM TO W-PAR-CODMON
           IF W-DEUDOR < W-ACREEDOR
              MOVE W-DEUDOR   TO W-PAR-AGC001
              MOVE W-ACREEDOR TO W-PAR-AGC002
           ELSE
              MOVE W-ACREEDOR TO W-PAR-AGC001
              MOVE W-DEUDOR   TO W-PAR-AGC002
           END-IF
           PERFORM UBICAR-PAREJA
           IF SI-EXISTE
              ADD 1 TO W-CANMOV
                       PAR-CANMOV (W-IXP)
              IF W-DEUDOR < W-ACREEDOR
                 ADD IMPORT OF REG-MOVIM TO PAR-VLR012 (W-IXP)
              ELSE
                 ADD IMPORT OF REG-MOVIM TO PAR-VLR021 (W-IXP)
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * BUSCA LA PAREJA EN LA TABLA Y, SI NO ESTA, LA INSERTA EN SU
      * LUGAR CORRIENDO LAS SIGUIENTES UNA POSICION.
      *----------------------------------------------------------------
       UBICAR-PAREJA.
           MOVE 1 TO W-IXP
           PERFORM AVANZAR-PAREJA
              UNTIL W-IXP > W-CANPAR
                 OR PAR-CLAVE (W-IXP) NOT < W-CLAVE-PAR
           MOVE 1 TO W-EXISTE
           IF W-IXP > W-CANPAR
           OR PAR-CLAVE (W-IXP) NOT = W-CLAVE-PAR
              IF W-CANPAR < W-MAXPAR
                 MOVE W-CANPAR TO W-IXJ
                 PERFORM CORRER-PAREJA UNTIL W-IXJ < W-IXP
                 INITIALIZE PAR-ENT (W-IXP)
                 MOVE W-CLAVE-PAR TO PAR-CLAVE (W-IXP)
                 ADD 1 TO W-CANPAR
              ELSE
                 MOVE 0 TO W-EXISTE
                 ADD  1 TO W-CANEXC
                 DISPLAY "CCA557 TABLA DE PAREJAS LLENA, NO SE "
                         "COMPENSA: " W-CLAVE-PAR " "
                         CTANRO OF REG-MOVIM
              END-IF
           END-IF.
      *----------------------------------------------------------------
       AVANZAR-PAREJA.
           ADD 1 TO W-IXP.
      *----------------------------------------------------------------
       CORRER-PAREJA.
           MOVE PAR-ENT (W-IXJ) TO PAR-ENT (W-IXJ + 1)
           SUBTRACT 1 FROM W-IXJ.
      *----------------------------------------------------------------
      * NETO DE LA PAREJA: LINEA DE LA MATRIZ, PAREJA CONTABLE Y
      * POSICION DE LAS DOS AGENCIAS.
      *----------------------------------------------------------------
       COMPENSAR-PAREJA.
           COMPUTE W-NETO = PAR-VLR012 (W-IXP) - PAR-VLR021 (W-IXP)
           IF W-NETO > ZEROS
              MOVE PAR-AGC001 (W-IXP) TO W-DEUDOR
              MOVE PAR-AGC002 (W-IXP) TO W-ACREEDOR
              MOVE W-NETO             TO W-VLRCOM
           ELSE
              MOVE PAR-AGC002 (W-IXP) TO W-DEUDOR
              MOVE PAR-AGC001 (W-IXP) TO W-ACREEDOR
              COMPUTE W-VLRCOM = W-NETO * -1
           END-IF
           INITIALIZE CCA557R-PAREJA
           MOVE PAR-CODMON (W-IXP) TO CODMON OF CCA557R-PAREJA
           MOVE PAR-AGC001 (W-IXP) TO AGC001 OF CCA557R-PAREJA
           MOVE PAR-AGC001 (W-IXP) TO AGCORI OF REG-AGCORI
           PERFORM LEER-NOMBRE-AGENCIA
           MOVE W-NOMAGC           TO NOM001 OF CCA557R-PAREJA
           MOVE PAR-AGC002 (W-IXP) TO AGC002 OF CCA557R-PAREJA
           MOVE PAR-AGC002 (W-IXP) TO AGCORI OF REG-AGCORI
           PERFORM LEER-NOMBRE-AGENCIA
           MOVE W-NOMAGC           TO NOM002 OF CCA557R-PAREJA
           MOVE PAR-CANMOV (W-IXP) TO CANMOV OF CCA557R-PAREJA
           MOVE PAR-VLR012 (W-IXP) TO VLR012 OF CCA557R-PAREJA
           MOVE PAR-VLR021 (W-IXP) TO VLR021 OF CCA557R-PAREJA
           IF W-VLRCOM > ZEROS
              MOVE W-DEUDOR        TO AGCDEU OF CCA557R-PAREJA
           END-IF
           MOVE W-VLRCOM           TO VLRNET OF CCA557R-PAREJA
           WRITE REPORTE-REG FORMAT IS "PAREJA"
           IF W-VLRCOM > ZEROS
              PERFORM GRABAR-PAREJA-COMPENSACION
              ADD 1        TO W-CANCOM
              ADD W-VLRCOM TO W-TOTCOM
              MOVE PAR-CODMON (W-IXP) TO W-AGE-CODMON
              MOVE W-ACREEDOR         TO W-AGE-AGCORI
              PERFORM UBICAR-AGENCIA
              IF SI-EXISTE
                 ADD W-VLRCOM TO AGE-VLRCOB (W-IXA)
              END-IF
              MOVE W-DEUDOR           TO W-AGE-AGCORI
              PERFORM UBICAR-AGENCIA
              IF SI-EXISTE
                 ADD W-VLRCOM TO AGE-VLRPAG (W-IXA)
              END-IF
           END-IF.
      *----------------------------------------------------------------
       GRABAR-PAREJA-COMPENSACION.
           PERFORM LLENAR-FIJOS-TRNMON
           MOVE PAR-CODMON (W-IXP)   TO CODMON OF PLTTRNMON
           MOVE W-ACREEDOR           TO AGCORI OF PLTTRNMON
                                        AGCOPR OF PLTTRNMON
           MOVE W-DEUDOR             TO AGCDST OF PLTTRNMON
           MOVE W-VLRCOM             TO VLRTRN OF PLTTRNMON
           MOVE 564                  TO CODTRN OF PLTTRNMON
                                        CODOPE OF PLTTRNMON
           MOVE 1                    TO TIPMOV OF PLTTRNMON
           WRITE REG-PLTTRNMON
      *
           ADD  1                    TO W-CNSTRN-COM
           MOVE W-CNSTRN-COM         TO CNSTRN OF PLTTRNMON
           MOVE W-DEUDOR             TO AGCORI OF PLTTRNMON
                                        AGCOPR OF PLTTRNMON
           MOVE W-ACREEDOR           TO AGCDST OF PLTTRNMON
           MOVE 565                  TO CODTRN OF PLTTRNMON
                                        CODOPE OF PLTTRNMON
           MOVE 2                    TO TIPMOV OF PLTTRNMON
           WRITE REG-PLTTRNMON.
      *----------------------------------------------------------------
       LLENAR-FIJOS-TRNMON.
           INITIALIZE REGTRNMON OF REG-PLTTRNMON
           MOVE PA-CODEMP            TO CODEMP OF PLTTRNMON
           MOVE 99                   TO CODSIS OF PLTTRNMON
           MOVE 5                    TO MEDPAG OF PLTTRNMON
           MOVE W-NROTRN-COM         TO NROTRN OF PLTTRNMON
           ADD  1                    TO W-CNSTRN-COM
           MOVE W-CNSTRN-COM         TO CNSTRN OF PLTTRNMON
           ACCEPT HORTRN OF PLTTRNMON FROM TIME
           MOVE LK-FECHA-HOY         TO FECEFE OF PLTTRNMON
                                        FECPRO OF PLTTRNMON
           MOVE ZEROS                TO ESTTRN OF PLTTRNMON
           MOVE "COMPENSACION INTEROFICINAS"
                                     TO INFDEP OF PLTTRNMON.
      *----------------------------------------------------------------
       UBICAR-AGENCIA.
           MOVE 1 TO W-IXA
           PERFORM AVANZAR-AGENCIA
              UNTIL W-IXA > W-CANAGE
                 OR AGE-CLAVE (W-IXA) NOT < W-CLAVE-AGE
           MOVE 1 TO W-EXISTE
           IF W-IXA > W-CANAGE
           OR AGE-CLAVE (W-IXA) NOT = W-CLAVE-AGE
              IF W-CANAGE < W-MAXAGE
                 MOVE W-CANAGE TO W-IXK
                 PERFORM CORRER-AGENCIA UNTIL W-IXK < W-IXA
                 INITIALIZE AGE-ENT (W-IXA)
                 MOVE W-CLAVE-AGE TO AGE-CLAVE (W-IXA)
                 ADD 1 TO W-CANAGE
              ELSE
                 MOVE 0 TO W-EXISTE
                 DISPLAY "CCA557 TABLA DE AGENCIAS LLENA: "
                         W-CLAVE-AGE
              END-IF
           END-IF.
      *----------------------------------------------------------------
       AVANZAR-AGENCIA.
           ADD 1 TO W-IXA.
      *----------------------------------------------------------------
       CORRER-AGENCIA.
           MOVE AGE-ENT (W-IXK) TO AGE-ENT (W-IXK + 1)
           SUBTRACT 1 FROM W-IXK.
      *----------------------------------------------------------------
      * POSICION DE LA AGENCIA: NETO POSITIVO = LE DEBEN; NEGATIVO =
      * DEBE.
      *----------------------------------------------------------------
       IMPRIMIR-POSICION.
           INITIALIZE CCA557R-POSICI
           MOVE AGE-CODMON (W-IXA) TO CODMON OF CCA557R-POSICI
           MOVE AGE-AGCORI (W-IXA) TO AGCORI OF CCA557R-POSICI
                                      AGCORI OF REG-AGCORI
           PERFORM LEER-NOMBRE-AGENCIA
           MOVE W-NOMAGC           TO NOMAGC OF CCA557R-POSICI
           MOVE AGE-VLRCOB (W-IXA) TO VLRCOB OF CCA557R-POSICI
           MOVE AGE-VLRPAG (W-IXA) TO VLRPAG OF CCA557R-POSICI
           COMPUTE VLRNET OF CCA557R-POSICI =
                   AGE-VLRCOB (W-IXA) - AGE-VLRPAG (W-IXA)
           WRITE REPORTE-REG FORMAT IS "POSICI".
      *----------------------------------------------------------------
       LEER-NOMBRE-AGENCIA.
           MOVE SPACES    TO W-NOMAGC
           MOVE PA-CODEMP TO CODEMP OF REG-AGCORI
           READ PLTAGCORI
              NOT INVALID KEY
                 MOVE NOMAGC OF REG-AGCORI TO W-NOMAGC
           END-READ.
      *----------------------------------------------------------------
       LEER-CCAMOVIM.
           READ CCAMOVIM NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMOVIM.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE CCA557R-TOTALES
           MOVE W-CANMOV  TO CANMOV OF CCA557R-TOTALES
           MOVE W-CANPAR  TO CANPAR OF CCA557R-TOTALES
           MOVE W-CANCOM  TO CANCOM OF CCA557R-TOTALES
           MOVE W-TOTCOM  TO VLRCOM OF CCA557R-TOTALES
           MOVE W-CANEXC  TO CANEXC OF CCA557R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA557 MOVIMIENTOS INTEROFICINA: " W-CANMOV
           DISPLAY "CCA557 PAREJAS DE AGENCIAS.....: " W-CANPAR
           DISPLAY "CCA557 PAREJAS COMPENSADAS.....: " W-CANCOM
           DISPLAY "CCA557 VALOR COMPENSADO........: " W-TOTCOM
           DISPLAY "CCA557 MOVIMIENTOS EXCLUIDOS...: " W-CANEXC
           MOVE W-CANCOM                TO PC504-CANTREG
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMOVIM PLTAGCORI PLTTRNMON REPORTE.
           STOP  RUN      .
