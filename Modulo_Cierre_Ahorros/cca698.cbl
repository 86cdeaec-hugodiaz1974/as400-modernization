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
       PROGRAM-ID.    CCA698.
      ******************************************************************
      * FUNCION: TRASLADO ANUAL A ABANDONADOS DE LOS PAGOS DE          *
      *          CANCELACION NO COBRADOS. SELECCIONA DEL REGISTRO      *
      *          CCACANPAG LAS PARTIDAS PENDIENTES CUYA EMISION        *
      *          SUPERA EL PLAZO LEGAL (CCATABLAS TABLA 27, NROTAB 1;  *
      *          SI NO ESTA, EL PLAZO DE ABANDONO DEL NROTAB 0),       *
      *          GENERA POR PLTTRNMON LA PAREJA CONTABLE QUE SACA EL   *
      *          VALOR DE LA CUENTA POR PAGAR (NROTAB 2, POR OMISION   *
      *          CODTRN 528) Y LO LLEVA AL FONDO ESPECIAL (NROTAB 3,   *
      *          POR OMISION CODTRN 511, EL DEL TRASLADO DE CCA668),   *
      *          MARCA LA PARTIDA TRASLADADA (ESTADO A) CONSERVANDO    *
      *          EL NIT Y EL NOMBRE DEL TITULAR PARA EL RECLAMO        *
      *          POSTERIOR, Y PRODUCE EL ARCHIVO DE REMISION           *
      *          CCAABACAN Y EL LISTADO POR AGENCIA. SE CORRE UNA VEZ  *
      *          AL ANO, EN EL CIERRE ANUAL.                           *
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
           SELECT CCACANPAG
               ASSIGN          TO DATABASE-CCACANPAG
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCATABLAS
               ASSIGN          TO DATABASE-CCATABLAS
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
           SELECT PLTTRNMON
               ASSIGN          TO DATABASE-PLTTRNMON
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAABACAN
               ASSIGN          TO DATABASE-CCAABACAN
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA698R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCACANPAG
           LABEL RECORDS ARE STANDARD.
       01  REG-CANPAG.
           COPY DDS-ALL-FORMATS OF CCACANPAG.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  PLTAGCORI
           LABEL RECORDS ARE STANDARD.
       01  REG-PLTAGCORI.
           COPY DDS-ALL-FORMATS OF PLTAGCORI.
      *
       FD  PLTTRNMON
           LABEL RECORDS ARE STANDARD.
       01  REG-PLTTRNMON.
           COPY DDS-ALL-FORMATS OF PLTTRNMON.
      *
       FD  CCAABACAN
           LABEL RECORDS ARE STANDARD.
       01  REG-ABACAN.
           COPY DDS-ALL-FORMATS OF CCAABACAN.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA698R.
      *
       WORKING-STORAGE SECTION.
      *
      * NUMERO DE TRANSACCION DEL TRASLADO A ABANDONADOS.
       77  W-NROTRN                    PIC 9(09)     VALUE 11999698.
       77  W-CNSTRN                    PIC 9(09)          VALUE ZEROS.
       77  W-DIALEG                    PIC 9(05)          VALUE ZEROS.
       77  W-DIASIN                    PIC 9(05)          VALUE ZEROS.
       77  W-CODDEB                    PIC 9(05)          VALUE 528.
       77  W-CODCRE                    PIC 9(05)          VALUE 511.
       77  W-AGEANT                    PIC 9(05)          VALUE ZEROS.
       77  W-CANAGE                    PIC 9(07)          VALUE ZEROS.
       77  W-TOTAGE                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-CANTOT                    PIC 9(09)          VALUE ZEROS.
       77  W-TOTTRA                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  PA-CODEMP                   PIC 9(05)          VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCACANPAG           PIC X(02) VALUE "NO".
               88  FIN-CCACANPAG                 VALUE "SI".
               88  NO-FIN-CCACANPAG              VALUE "NO".
           05  CTL-CCATABLAS           PIC X(02) VALUE "NO".
               88  ERROR-CCATABLAS               VALUE "SI".
               88  NO-ERROR-CCATABLAS            VALUE "NO".
           05  CTL-PLTAGCORI           PIC X(02) VALUE "NO".
               88  ERROR-PLTAGCORI               VALUE "SI".
               88  NO-ERROR-PLTAGCORI            VALUE "NO".
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
           COPY PLT219  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA698".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
       LINKAGE SECTION.
       77  W-CODCAJ                    PIC X(10).
      ***************************************************************
       PROCEDURE DIVISION USING W-CODCAJ.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR UNTIL FIN-CCACANPAG.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN I-O    CCACANPAG.
           OPEN INPUT  CCATABLAS PLTAGCORI.
           OPEN EXTEND PLTTRNMON.
           OPEN OUTPUT CCAABACAN REPORTE.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           PERFORM LEER-PARAMETROS.
           IF W-DIALEG = ZEROS
              DISPLAY "CCA698 PLAZO LEGAL NO PARAMETRIZADO "
                      "(CCATABLAS TABLA 27)"
              MOVE 1    TO PC504-CODRETO
              MOVE "SI" TO CTL-CCACANPAG
           ELSE
              PERFORM LEER-CCACANPAG.
      *----------------------------------------------------------------
      * TABLA 27: NROTAB 1 = PLAZO LEGAL EN DIAS DE LOS PAGOS NO
      * COBRADOS (SI FALTA, EL NROTAB 0 DEL ABANDONO DE CUENTAS),
      * NROTAB 2 Y 3 = CODIGOS CONTABLES DE LA PAREJA DE TRASLADO.
      *----------------------------------------------------------------
       LEER-PARAMETROS.
           MOVE 27   TO CODTAB OF ZONA-CCATABLAS
           MOVE 1    TO NROTAB OF ZONA-CCATABLAS
           PERFORM LEER-CCATABLAS
           IF NO-ERROR-CCATABLAS
              MOVE CAMPO1 OF ZONA-CCATABLAS TO W-DIALEG
           END-IF
           IF W-DIALEG = ZEROS
              MOVE 0 TO NROTAB OF ZONA-CCATABLAS
              PERFORM LEER-CCATABLAS
              IF NO-ERROR-CCATABLAS
                 MOVE CAMPO1 OF ZONA-CCATABLAS TO W-DIALEG
              END-IF
           END-IF
           MOVE 2 TO NROTAB OF ZONA-CCATABLAS
           PERFORM LEER-CCATABLAS
           IF NO-ERROR-CCATABLAS
           AND CAMPO1 OF ZONA-CCATABLAS > ZEROS
              MOVE CAMPO1 OF ZONA-CCATABLAS TO W-CODDEB
           END-IF
           MOVE 3 TO NROTAB OF ZONA-CCATABLAS
           PERFORM LEER-CCATABLAS
           IF NO-ERROR-CCATABLAS
           AND CAMPO1 OF ZONA-CCATABLAS > ZEROS
              MOVE CAMPO1 OF ZONA-CCATABLAS TO W-CODCRE
           END-IF.
      *----------------------------------------------------------------
       LEER-CCATABLAS.
           MOVE "NO" TO CTL-CCATABLAS
           READ CCATABLAS INVALID KEY
                MOVE "SI" TO CTL-CCATABLAS.
      *----------------------------------------------------------------
       PROCESAR.
           IF ESTADO OF REG-CANPAG = "P"
              PERFORM CALCULAR-DIAS-SIN-COBRO
              IF W-DIASIN > W-DIALEG
                 PERFORM TRASLADAR-PARTIDA
              END-IF
           END-IF
           PERFORM LEER-CCACANPAG.
      *----------------------------------------------------------------
       CALCULAR-DIAS-SIN-COBRO.
           MOVE FECEMI OF REG-CANPAG TO LK219-FECHA1
           MOVE LK-FECHA-HOY         TO LK219-FECHA2
           MOVE ZEROS                TO LK219-FECHA3
           MOVE 1                    TO LK219-TIPFMT
           MOVE 2                    TO LK219-BASCLC
           MOVE ZEROS                TO LK219-NRODIA
           MOVE 1                    TO LK219-INDDSP
           MOVE 9                    TO LK219-DIASEM
           MOVE SPACES               TO LK219-NOMDIA
           MOVE SPACES               TO LK219-NOMMES
           MOVE ZEROS                TO LK219-CODRET
           MOVE SPACES               TO LK219-MSGERR
           MOVE 4                    TO LK219-TIPOPR
           PERFORM CALL-PLT219
           MOVE LK219-NRODIA         TO W-DIASIN.
      *----------------------------------------------------------------
       TRASLADAR-PARTIDA.
           IF AGCCTA OF REG-CANPAG NOT = W-AGEANT
              PERFORM CERRAR-AGENCIA
              PERFORM ABRIR-AGENCIA
           END-IF
           PERFORM GRABAR-TRASLADO-CONTABLE
           PERFORM GRABAR-CCAABACAN
           PERFORM IMPRIMIR-DETALLE
      *
      *    LA PARTIDA QUEDA TRASLADADA CON LOS DATOS DEL TITULAR: EL
      *    COBRO EN AGENCIA (CCA696) YA NO LA PAGA Y EL RECLAMO SE
      *    ATIENDE POR EL TRAMITE DE ABANDONADOS.
           MOVE "A"                  TO ESTADO OF REG-CANPAG
           MOVE LK-FECHA-HOY         TO FECTRA OF REG-CANPAG
           REWRITE REG-CANPAG
      *
           ADD 1                     TO W-CANAGE W-CANTOT
           ADD VLRPAG OF REG-CANPAG  TO W-TOTAGE W-TOTTRA.
      *----------------------------------------------------------------
      * PAREJA CONTABLE DEL TRASLADO: DEBITO A LA CUENTA POR PAGAR
      * DE CANCELACIONES Y CREDITO AL FONDO ESPECIAL.
      *----------------------------------------------------------------
       GRABAR-TRASLADO-CONTABLE.
           INITIALIZE REGTRNMON OF REG-PLTTRNMON
           MOVE PA-CODEMP               TO CODEMP OF PLTTRNMON
           MOVE CODMON OF REG-CANPAG    TO CODMON OF PLTTRNMON
           MOVE 99                      TO CODSIS OF PLTTRNMON
           MOVE CODPRO OF REG-CANPAG    TO CODPRO OF PLTTRNMON
           MOVE AGCCTA OF REG-CANPAG    TO AGCORI OF PLTTRNMON
                                           AGCDST OF PLTTRNMON
                                           AGCOPR OF PLTTRNMON
           MOVE CTANRO OF REG-CANPAG    TO CTANRO OF PLTTRNMON
                                           NROPRD OF PLTTRNMON
                                           NROREF OF PLTTRNMON
           MOVE 5                       TO MEDPAG OF PLTTRNMON
           MOVE NITCTA OF REG-CANPAG    TO NRONIT OF PLTTRNMON
           MOVE NOMCTA OF REG-CANPAG    TO INFDEP OF PLTTRNMON
           MOVE W-NROTRN                TO NROTRN OF PLTTRNMON
           ADD  1                       TO W-CNSTRN
           MOVE W-CNSTRN                TO CNSTRN OF PLTTRNMON
           ACCEPT HORTRN OF PLTTRNMON   FROM TIME
           MOVE LK-FECHA-HOY            TO FECEFE OF PLTTRNMON
                                           FECPRO OF PLTTRNMON
           MOVE ZEROS                   TO ESTTRN OF PLTTRNMON
           MOVE W-CODCAJ                TO USRING OF PLTTRNMON
           MOVE VLRPAG OF REG-CANPAG    TO VLRTRN OF PLTTRNMON
           MOVE W-CODDEB                TO CODTRN OF PLTTRNMON
                                           CODOPE OF PLTTRNMON
           MOVE 1                       TO TIPMOV OF PLTTRNMON
           WRITE REG-PLTTRNMON
      *
           ADD  1                       TO W-CNSTRN
           MOVE W-CNSTRN                TO CNSTRN OF PLTTRNMON
           MOVE W-CODCRE                TO CODTRN OF PLTTRNMON
                                           CODOPE OF PLTTRNMON
           MOVE 2                       TO TIPMOV OF PLTTRNMON
           WRITE REG-PLTTRNMON.
      *----------------------------------------------------------------
       GRABAR-CCAABACAN.
           INITIALIZE REGABACAN
           MOVE CODMON OF REG-CANPAG TO CODMON OF REG-ABACAN
           MOVE CODSIS OF REG-CANPAG TO CODSIS OF REG-ABACAN
           MOVE CODPRO OF REG-CANPAG TO CODPRO OF REG-ABACAN
           MOVE AGCCTA OF REG-CANPAG TO AGCCTA OF REG-ABACAN
           MOVE CTANRO OF REG-CANPAG TO CTANRO OF REG-ABACAN
           MOVE NITCTA OF REG-CANPAG TO NITCTA OF REG-ABACAN
           MOVE NOMCTA OF REG-CANPAG TO NOMCTA OF REG-ABACAN
           MOVE FECEMI OF REG-CANPAG TO FECEMI OF REG-ABACAN
           MOVE W-DIASIN             TO DIASIN OF REG-ABACAN
           MOVE VLRPAG OF REG-CANPAG TO VLRTRA OF REG-ABACAN
           MOVE LK-FECHA-HOY         TO FECTRA OF REG-ABACAN
           WRITE REG-ABACAN.
      *----------------------------------------------------------------
       ABRIR-AGENCIA.
           MOVE AGCCTA OF REG-CANPAG TO W-AGEANT
           MOVE ZEROS                TO W-CANAGE W-TOTAGE
           INITIALIZE CCA698R-HEADER
           MOVE W-AGEANT             TO AGENCIA OF REPORTE-REG
           MOVE W-AGEANT             TO AGCORI OF REG-PLTAGCORI
           MOVE PA-CODEMP            TO CODEMP OF REG-PLTAGCORI
           PERFORM LEER-PLTAGCORI
           IF NO-ERROR-PLTAGCORI
              MOVE NOMAGC OF REG-PLTAGCORI TO NOMAGE OF REPORTE-REG
           END-IF
           MOVE LK-FECHA-HOY         TO FECPRO OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "HEADER".
      *----------------------------------------------------------------
       CERRAR-AGENCIA.
           IF W-AGEANT NOT = ZEROS
              INITIALIZE CCA698R-TOTALES
              MOVE W-CANAGE TO CANCTA OF REPORTE-REG
              MOVE W-TOTAGE TO TOTTRA OF REPORTE-REG
              WRITE REPORTE-REG FORMAT IS "TOTALES"
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-DETALLE.
           INITIALIZE CCA698R-DETALLE
           MOVE CTANRO OF REG-CANPAG TO NROCTA OF REPORTE-REG
           MOVE NITCTA OF REG-CANPAG TO NITCTA OF CCA698R-DETALLE
           MOVE NOMCTA OF REG-CANPAG TO NOMCTA OF CCA698R-DETALLE
           MOVE FECEMI OF REG-CANPAG TO FECEMI OF CCA698R-DETALLE
           MOVE W-DIASIN             TO DIASIN OF CCA698R-DETALLE
           MOVE VLRPAG OF REG-CANPAG TO VLRTRA OF CCA698R-DETALLE
           WRITE REPORTE-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
       LEER-CCACANPAG.
           READ CCACANPAG AT END
                MOVE "SI" TO CTL-CCACANPAG.
      *----------------------------------------------------------------
       LEER-PLTAGCORI.
           MOVE "NO" TO CTL-PLTAGCORI
           READ PLTAGCORI INVALID KEY
                MOVE "SI" TO CTL-PLTAGCORI.
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
           PERFORM CERRAR-AGENCIA
           DISPLAY "CCA698 PARTIDAS TRASLADADAS...: " W-CANTOT
           DISPLAY "CCA698 VALOR TRASLADADO.......: " W-TOTTRA
           MOVE W-CANTOT                TO PC504-CANTREG
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCACANPAG CCATABLAS PLTAGCORI
                 PLTTRNMON CCAABACAN REPORTE.
           STOP  RUN      .
      *----------------------------------------------------------------
