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
       PROGRAM-ID.    CCA670.
      ******************************************************************
      * FUNCION: IVA SOBRE LAS COMISIONES COBRADAS EN EL DIA. CORRE    *
      *          DESPUES DE CCA610: RECORRE LOS MOVIMIENTOS APLICADOS  *
      *          (CCAMOVACE: EXCESO DE TRANSACCIONES DE CCA652 Y       *
      *          COMISION DE DEVOLUCION DE CCA568) Y LOS INTERNOS DE   *
      *          LA LIQUIDACION (CCAMOVINT: COMISION POR SALDO MINIMO  *
      *          DE CCA610). POR CADA DEBITO CUYO CODIGO TIENE TARIFA  *
      *          EN CCAIVATAR, CCA669 CALCULA EL IVA; SI EL CLIENTE NO *
      *          ES EXENTO:                                            *
      *          - EL IVA SE DEBITA DE LA CUENTA (SALACT Y SALCON, CON *
      *            EL DIARIO DE CCA595), COMO EN EL CASTIGO DE CCA554; *
      *          - PLTTRNMON RECIBE LA PAREJA LIGADA A LA COMISION     *
      *            (MISMA REFERENCIA): DEBITO AL CLIENTE Y CREDITO AL  *
      *            IVA POR PAGAR, CON LOS CODIGOS DE LA TARIFA;        *
      *          - EL REGISTRO QUEDA EN CCAIVAMOV, BASE DEL REPORTE    *
      *            MENSUAL (CCA673). SU LLAVE (FECHA, CUENTA, CODIGO,  *
      *            CNSTRN Y SECUEN DE LA COMISION) EVITA COBRAR DOS    *
      *            VECES EL MISMO IVA SI EL PASO SE REPITE.            *
      *          LAS COMISIONES DE CONVENIOS NO PASAN POR LA CUENTA:   *
      *          SU IVA LO GENERAN CCA548 Y CCA657 AL LIQUIDAR.        *
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
           SELECT CCAMOVINT
               ASSIGN          TO DATABASE-CCAMOVINT
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAMAEAHO
               ASSIGN          TO DATABASE-CCAMAEAHO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAIVATAR
               ASSIGN          TO DATABASE-CCAIVATAR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAIVAMOV
               ASSIGN          TO DATABASE-CCAIVAMOV
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT PLTTRNMON
               ASSIGN          TO DATABASE-PLTTRNMON
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
       FD  CCAMOVINT
           LABEL RECORDS ARE STANDARD.
       01  REG-MOVINT.
           COPY DDS-ALL-FORMATS OF CCAMOVINT.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
       FD  CCAIVATAR
           LABEL RECORDS ARE STANDARD.
       01  REG-IVATAR.
           COPY DDS-ALL-FORMATS OF CCAIVATAR.
      *
       FD  CCAIVAMOV
           LABEL RECORDS ARE STANDARD.
       01  REG-IVAMOV.
           COPY DDS-ALL-FORMATS OF CCAIVAMOV.
      *
       FD  PLTTRNMON
           LABEL RECORDS ARE STANDARD.
       01  REG-PLTTRNMON.
           COPY DDS-ALL-FORMATS OF PLTTRNMON.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-CANIVA                    PIC 9(07)          VALUE ZEROS.
       77  W-CANEXE                    PIC 9(07)          VALUE ZEROS.
       77  W-CANREP                    PIC 9(07)          VALUE ZEROS.
       77  W-CANSIN                    PIC 9(07)          VALUE ZEROS.
       77  W-TOTIVA                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-CNSTRN                    PIC 9(09)          VALUE ZEROS.
      * NUMERO DE OPERACION FIJO DEL IVA SOBRE COMISIONES.
       77  W-NROTRN                    PIC 9(09)     VALUE 11999670.
       77  PA-CODEMP                   PIC 9(05)          VALUE ZEROS.
      *
      * COMISION EN PROCESO (CCAMOVACE Y CCAMOVINT TIENEN EL MISMO
      * FORMATO DE MOVIMIENTO).
       01  W-MOVCOM.
           COPY DDS-ALL-FORMATS OF CCAMOVACE.
       01  W-ORIGEN                    PIC X(10)          VALUE SPACES.
      *
      * CODIGOS DE COMISION CON TARIFA EN CCAIVATAR.
       01  W-TABCOD.
           05  W-COD-ENT               OCCURS 200 TIMES
                                       INDEXED BY W-IX-COD.
               10  W-COD-CODTRA        PIC 9(05).
       01  W-CONTCOD                   PIC 9(03) COMP     VALUE ZEROS.
       01  W-GRAVABLE                  PIC 9(01)          VALUE 0.
           88  CODIGO-GRAVABLE                            VALUE 1.
      *
      * PARAMETROS DEL CALCULO (VER CCA669).
       01  PARM-CCA669.
           05  W-IVA-CODTRA            PIC 9(05)          VALUE ZEROS.
           05  W-IVA-FECHA             PIC 9(08)          VALUE ZEROS.
           05  W-IVA-NITCLI            PIC 9(15)          VALUE ZEROS.
           05  W-IVA-VLRBAS            PIC S9(13)V99      VALUE ZEROS.
           05  W-IVA-PORIVA            PIC 9(03)V99       VALUE ZEROS.
           05  W-IVA-VLRIVA            PIC S9(13)V99      VALUE ZEROS.
           05  W-IVA-CODDEB            PIC 9(05)          VALUE ZEROS.
           05  W-IVA-CODCRE            PIC 9(05)          VALUE ZEROS.
           05  W-IVA-CONCEP            PIC X(30)          VALUE SPACES.
           05  W-IVA-RETCOD            PIC 9(01)          VALUE ZEROS.
               88  IVA-GRAVADO                            VALUE 0.
               88  IVA-EXENTO                             VALUE 2.
      *
       01  W-INFDEP.
           05  FILLER                  PIC X(04)          VALUE "IVA ".
           05  W-INFDEP-CONCEP         PIC X(26)          VALUE SPACES.
      *
       01  CONTROLES.
           05  CTL-CCAMOVACE           PIC X(02) VALUE "NO".
               88  FIN-CCAMOVACE                 VALUE "SI".
               88  NO-FIN-CCAMOVACE              VALUE "NO".
           05  CTL-CCAMOVINT           PIC X(02) VALUE "NO".
               88  FIN-CCAMOVINT                 VALUE "SI".
               88  NO-FIN-CCAMOVINT              VALUE "NO".
           05  CTL-CCAIVATAR           PIC X(02) VALUE "NO".
               88  FIN-CCAIVATAR                 VALUE "SI".
               88  NO-FIN-CCAIVATAR              VALUE "NO".
           05  CTL-MAESTRO             PIC X(02) VALUE "NO".
               88  ERROR-MAESTRO                 VALUE "SI".
               88  NO-ERROR-MAESTRO              VALUE "NO".
           05  CTL-CCAIVAMOV           PIC X(02) VALUE "NO".
               88  YA-GENERADO                   VALUE "SI".
               88  NO-GENERADO                   VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
           COPY MAEJRN  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA670".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR-MOVACE UNTIL FIN-CCAMOVACE.
           PERFORM PROCESAR-MOVINT UNTIL FIN-CCAMOVINT.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAMOVACE CCAMOVINT CCAIVATAR.
           OPEN I-O    CCAMAEAHO CCAIVAMOV.
           OPEN EXTEND PLTTRNMON.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           PERFORM CARGAR-CODIGOS.
           PERFORM LEER-CCAMOVACE.
           PERFORM LEER-CCAMOVINT.
      *----------------------------------------------------------------
       CARGAR-CODIGOS.
           MOVE ZEROS TO CODTRA OF REG-IVATAR
                         FECVIG OF REG-IVATAR
           START CCAIVATAR KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAIVATAR
           END-START
           PERFORM CARGAR-UN-CODIGO UNTIL FIN-CCAIVATAR.
      *----------------------------------------------------------------
       CARGAR-UN-CODIGO.
           READ CCAIVATAR NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAIVATAR
           END-READ
           IF NO-FIN-CCAIVATAR
              IF W-CONTCOD = ZEROS
              OR CODTRA OF REG-IVATAR NOT = W-COD-CODTRA (W-CONTCOD)
                 IF W-CONTCOD < 200
                    ADD 1 TO W-CONTCOD
                    MOVE CODTRA OF REG-IVATAR
                      TO W-COD-CODTRA (W-CONTCOD)
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       PROCESAR-MOVACE.
           IF DEBCRE OF REG-MOVACE = 1
              MOVE REG-MOVACE TO W-MOVCOM
              MOVE "CCAMOVACE" TO W-ORIGEN
              PERFORM REVISAR-COMISION
           END-IF
           PERFORM LEER-CCAMOVACE.
      *----------------------------------------------------------------
       PROCESAR-MOVINT.
           IF DEBCRE OF REG-MOVINT = 1
              MOVE REG-MOVINT TO W-MOVCOM
              MOVE "CCAMOVINT" TO W-ORIGEN
              PERFORM REVISAR-COMISION
           END-IF
           PERFORM LEER-CCAMOVINT.
      *----------------------------------------------------------------
       REVISAR-COMISION.
           MOVE ZEROS TO W-GRAVABLE
           PERFORM BUSCAR-CODIGO VARYING W-IX-COD FROM 1 BY 1
                   UNTIL W-IX-COD > W-CONTCOD
                   OR    CODIGO-GRAVABLE
           IF CODIGO-GRAVABLE
           AND IMPORT OF W-MOVCOM > ZEROS
              ADD 1 TO PC504-CANTREG
              PERFORM LEER-MAESTRO
              IF ERROR-MAESTRO
                 ADD 1 TO W-CANSIN
                 DISPLAY "CCA670 CUENTA NO EXISTE: "
                         AGCCTA OF W-MOVCOM "-" CTANRO OF W-MOVCOM
              ELSE
                 PERFORM CALCULAR-IVA
              END-IF
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-CODIGO.
           IF W-COD-CODTRA (W-IX-COD) = CODTRA OF W-MOVCOM
              MOVE 1 TO W-GRAVABLE
           END-IF.
      *----------------------------------------------------------------
       LEER-MAESTRO.
           MOVE "NO" TO CTL-MAESTRO
           MOVE CODMON OF W-MOVCOM TO CODMON OF REG-MAESTR
           MOVE CODSIS OF W-MOVCOM TO CODSIS OF REG-MAESTR
           MOVE CODPRO OF W-MOVCOM TO CODPRO OF REG-MAESTR
           MOVE AGCCTA OF W-MOVCOM TO AGCCTA OF REG-MAESTR
           MOVE CTANRO OF W-MOVCOM TO CTANRO OF REG-MAESTR
           READ CCAMAEAHO INVALID KEY
                MOVE "SI" TO CTL-MAESTRO
           END-READ
           MOVE REG-MAESTR TO JRN-MAEANT.
      *----------------------------------------------------------------
       CALCULAR-IVA.
           MOVE CODTRA OF W-MOVCOM   TO W-IVA-CODTRA
           MOVE LK-FECHA-HOY         TO W-IVA-FECHA
           MOVE NITCTA OF REG-MAESTR TO W-IVA-NITCLI
           MOVE IMPORT OF W-MOVCOM   TO W-IVA-VLRBAS
           CALL "CCA669" USING W-IVA-CODTRA W-IVA-FECHA W-IVA-NITCLI
                               W-IVA-VLRBAS W-IVA-PORIVA W-IVA-VLRIVA
                               W-IVA-CODDEB W-IVA-CODCRE W-IVA-CONCEP
                               W-IVA-RETCOD
           IF IVA-EXENTO
              ADD 1 TO W-CANEXE
           END-IF
           IF IVA-GRAVADO
           AND W-IVA-VLRIVA > ZEROS
              PERFORM GRABAR-CCAIVAMOV
              IF YA-GENERADO
                 ADD 1 TO W-CANREP
              ELSE
                 PERFORM DEBITAR-IVA
                 PERFORM GRABAR-PAREJA-IVA
                 ADD 1            TO W-CANIVA
                 ADD W-IVA-VLRIVA TO W-TOTIVA
              END-IF
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCAIVAMOV.
           MOVE "NO" TO CTL-CCAIVAMOV
           INITIALIZE REGIVAMOV
           MOVE LK-FECHA-HOY         TO FECPRO OF REG-IVAMOV
           MOVE CODMON OF W-MOVCOM   TO CODMON OF REG-IVAMOV
           MOVE CODSIS OF W-MOVCOM   TO CODSIS OF REG-IVAMOV
           MOVE CODPRO OF W-MOVCOM   TO CODPRO OF REG-IVAMOV
           MOVE AGCCTA OF W-MOVCOM   TO AGCCTA OF REG-IVAMOV
           MOVE CTANRO OF W-MOVCOM   TO CTANRO OF REG-IVAMOV
           MOVE CODTRA OF W-MOVCOM   TO CODTRA OF REG-IVAMOV
           MOVE CNSTRN OF W-MOVCOM   TO CNSTRN OF REG-IVAMOV
           MOVE SECUEN OF W-MOVCOM   TO SECUEN OF REG-IVAMOV
           MOVE NITCTA OF REG-MAESTR TO NRONIT OF REG-IVAMOV
           MOVE NROREF OF W-MOVCOM   TO NROREF OF REG-IVAMOV
           MOVE W-IVA-VLRBAS         TO VLRBAS OF REG-IVAMOV
           MOVE W-IVA-PORIVA         TO PORIVA OF REG-IVAMOV
           MOVE W-IVA-VLRIVA         TO VLRIVA OF REG-IVAMOV
           MOVE W-IVA-CODDEB         TO CODDEB OF REG-IVAMOV
           MOVE W-IVA-CODCRE         TO CODCRE OF REG-IVAMOV
           MOVE W-ORIGEN             TO ORIGEN OF REG-IVAMOV
           WRITE REG-IVAMOV INVALID KEY
                 MOVE "SI" TO CTL-CCAIVAMOV
           END-WRITE.
      *----------------------------------------------------------------
       DEBITAR-IVA.
           SUBTRACT W-IVA-VLRIVA FROM SALACT OF REG-MAESTR
           COMPUTE SALCON OF REG-MAESTR = SALACT OF REG-MAESTR +
                                          DEP24  OF REG-MAESTR +
                                          DEP48  OF REG-MAESTR +
                                          DEP72  OF REG-MAESTR
           MOVE "CCA670"    TO JRN-PROGRA
           CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
                               REG-MAESTR
           REWRITE REG-MAESTR.
      *----------------------------------------------------------------
      * PAREJA DEL IVA: DEBITO AL CLIENTE Y CREDITO AL IVA POR PAGAR,
      * EN LA AGENCIA DE LA CUENTA Y CON LA REFERENCIA DE LA COMISION.
      *----------------------------------------------------------------
       GRABAR-PAREJA-IVA.
           PERFORM LLENAR-FIJOS-TRNMON
           MOVE CODMON OF REG-MAESTR TO CODMON OF PLTTRNMON
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF PLTTRNMON
           MOVE AGCCTA OF REG-MAESTR TO AGCORI OF PLTTRNMON
                                        AGCDST OF PLTTRNMON
                                        AGCOPR OF PLTTRNMON
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF PLTTRNMON
                                        NROPRD OF PLTTRNMON
           MOVE NROREF OF W-MOVCOM   TO NROREF OF PLTTRNMON
           MOVE NITCTA OF REG-MAESTR TO NRONIT OF PLTTRNMON
           MOVE W-IVA-CONCEP         TO W-INFDEP-CONCEP
           MOVE W-INFDEP             TO INFDEP OF PLTTRNMON
           MOVE W-IVA-VLRIVA         TO VLRTRN OF PLTTRNMON
           MOVE W-IVA-CODDEB         TO CODTRN OF PLTTRNMON
                                        CODOPE OF PLTTRNMON
           MOVE 1                    TO TIPMOV OF PLTTRNMON
           WRITE REG-PLTTRNMON
      *
           ADD  1                    TO W-CNSTRN
           MOVE W-CNSTRN             TO CNSTRN OF PLTTRNMON
           MOVE W-IVA-CODCRE         TO CODTRN OF PLTTRNMON
                                        CODOPE OF PLTTRNMON
           MOVE 2                    TO TIPMOV OF PLTTRNMON
           WRITE REG-PLTTRNMON.
      *----------------------------------------------------------------
       LLENAR-FIJOS-TRNMON.
           INITIALIZE REGTRNMON OF REG-PLTTRNMON
           MOVE PA-CODEMP            TO CODEMP OF PLTTRNMON
           MOVE 99                   TO CODSIS OF PLTTRNMON
           MOVE 5                    TO MEDPAG OF PLTTRNMON
           MOVE W-NROTRN             TO NROTRN OF PLTTRNMON
           ADD  1                    TO W-CNSTRN
           MOVE W-CNSTRN             TO CNSTRN OF PLTTRNMON
           ACCEPT HORTRN OF PLTTRNMON FROM TIME
           MOVE LK-FECHA-HOY         TO FECEFE OF PLTTRNMON
                                        FECPRO OF PLTTRNMON
           MOVE ZEROS                TO ESTTRN OF PLTTRNMON
           MOVE "CCA670"             TO USRING OF PLTTRNMON.
      *----------------------------------------------------------------
       LEER-CCAMOVACE.
           READ CCAMOVACE AT END
                MOVE "SI" TO CTL-CCAMOVACE.
      *----------------------------------------------------------------
       LEER-CCAMOVINT.
           READ CCAMOVINT AT END
                MOVE "SI" TO CTL-CCAMOVINT.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           DISPLAY "CCA670 COMISIONES CON IVA.....: " W-CANIVA
           DISPLAY "CCA670 TOTAL IVA GENERADO.....: " W-TOTIVA
           DISPLAY "CCA670 COMISIONES EXENTAS.....: " W-CANEXE
           DISPLAY "CCA670 YA GENERADAS ANTES.....: " W-CANREP
           DISPLAY "CCA670 CUENTAS NO ENCONTRADAS.: " W-CANSIN
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMOVACE CCAMOVINT CCAMAEAHO CCAIVATAR CCAIVAMOV
                 PLTTRNMON.
           STOP  RUN      .
