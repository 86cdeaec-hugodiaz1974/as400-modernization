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
       PROGRAM-ID.    CCA654.
      ******************************************************************
      * FUNCION: REPORTE MENSUAL DE CAPACIDAD DE LOS ARCHIVOS DE LA    *
      *          CADENA (CCA654R). SOBRE EL HISTORICO DIARIO QUE DEJA  *
      *          CCA653 (CCACAPHIS) LISTA POR ARCHIVO LOS ULTIMOS 12   *
      *          MESES HASTA EL MES DEL PROCESO: REGISTROS AL CIERRE   *
      *          DE CADA MES (ULTIMA FOTO DEL MES), CRECIMIENTO CONTRA *
      *          EL MES ANTERIOR EN REGISTROS Y EN PORCENTAJE, TAMANO, *
      *          PORCENTAJE USADO DEL LIMITE Y LA PROYECCION DE        *
      *          LLENADO. DE PASO DEPURA LAS FOTOS DE MAS DE 24 MESES. *
      *          CORRE EN EL CIERRE DE MES.                            *
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
           SELECT CCACAPHIS
               ASSIGN          TO DATABASE-CCACAPHIS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA654R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCACAPHIS
           LABEL RECORDS ARE STANDARD.
       01  REG-CAPHIS.
           COPY DDS-ALL-FORMATS OF CCACAPHIS.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA654R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * PERIODOS (AAAAMM): FIN = MES DEL PROCESO, INICIO = 11 MESES
      * ANTES, BASE = EL MES ANTERIOR AL INICIO (SOLO PARA EL
      * CRECIMIENTO DEL PRIMERO), DEPURACION = 24 MESES ANTES.
       01  W-PERFIN                    PIC 9(06) VALUE ZEROS.
       01  W-PERINI                    PIC 9(06) VALUE ZEROS.
       01  W-PERBAS                    PIC 9(06) VALUE ZEROS.
       01  W-PERPUR                    PIC 9(06) VALUE ZEROS.
       01  W-PERIODO                   PIC 9(06) VALUE ZEROS.
       01  R-W-PERIODO                 REDEFINES W-PERIODO.
           05  W-PER-AA                PIC 9(04).
           05  W-PER-MM                PIC 9(02).
       01  W-PERREG                    PIC 9(06) VALUE ZEROS.
      *
      * ARCHIVO Y MES EN CURSO, CON LA ULTIMA FOTO DEL MES.
       01  W-ARCACT                    PIC X(10) VALUE SPACES.
       01  W-PERACT                    PIC 9(06) VALUE ZEROS.
       01  W-NROANT                    PIC 9(11) VALUE ZEROS.
       01  W-ENCABEZADO                PIC 9(01) VALUE 0.
           88  ARCHIVO-SIN-ENCABEZADO            VALUE 0.
           88  ARCHIVO-CON-ENCABEZADO            VALUE 1.
       01  W-ULTIMA.
           05  W-ULT-NOMLIB            PIC X(10) VALUE SPACES.
           05  W-ULT-DESCRI            PIC X(30) VALUE SPACES.
           05  W-ULT-NROREG            PIC 9(11) VALUE ZEROS.
           05  W-ULT-TAMANO            PIC 9(15) VALUE ZEROS.
           05  W-ULT-LIMREG            PIC 9(11) VALUE ZEROS.
           05  W-ULT-DIALIM            PIC 9(05) VALUE ZEROS.
           05  W-ULT-FECLIM            PIC 9(08) VALUE ZEROS.
           05  W-ULT-INDALR            PIC X(01) VALUE SPACES.
      *
       77  W-CANARC                    PIC 9(05) VALUE ZEROS.
       77  W-CANALR                    PIC 9(05) VALUE ZEROS.
       77  W-CANBOR                    PIC 9(07) VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCACAPHIS           PIC X(02) VALUE "NO".
               88  FIN-CCACAPHIS                 VALUE "SI".
               88  NO-FIN-CCACAPHIS              VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA654".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR UNTIL FIN-CCACAPHIS.
           PERFORM CERRAR-ARCHIVO.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN I-O    CCACAPHIS.
           OPEN OUTPUT REPORTE.
           PERFORM CALL-CCA500.
           MOVE LK-FECHA-HOY (1:6) TO W-PERFIN W-PERIODO
           SUBTRACT 2 FROM W-PER-AA
           MOVE W-PERIODO          TO W-PERPUR
           MOVE W-PERFIN           TO W-PERIODO
           SUBTRACT 1 FROM W-PER-AA
           MOVE W-PERIODO          TO W-PERBAS
           PERFORM SUMAR-MES
           MOVE W-PERIODO          TO W-PERINI
           INITIALIZE CCA654R-HEADER
           MOVE W-PERINI     TO PERINI OF CCA654R-HEADER
           MOVE W-PERFIN     TO PERFIN OF CCA654R-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF CCA654R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
           PERFORM LEER-CCACAPHIS.
      *----------------------------------------------------------------
       SUMAR-MES.
           IF W-PER-MM = 12
              MOVE 1 TO W-PER-MM
              ADD  1 TO W-PER-AA
           ELSE
              ADD  1 TO W-PER-MM
           END-IF.
      *----------------------------------------------------------------
      * EL HISTORICO VIENE POR ARCHIVO Y FECHA: CORTE DE CONTROL POR
      * ARCHIVO Y, DENTRO DE EL, POR MES.
      *----------------------------------------------------------------
       PROCESAR.
           MOVE FECPRO OF REG-CAPHIS (1:6) TO W-PERREG
           IF NOMARC OF REG-CAPHIS NOT = W-ARCACT
              PERFORM CERRAR-ARCHIVO
              MOVE NOMARC OF REG-CAPHIS TO W-ARCACT
              MOVE ZEROS                TO W-PERACT W-NROANT
              MOVE 0                    TO W-ENCABEZADO
           END-IF
           IF W-PERREG < W-PERPUR
              DELETE CCACAPHIS RECORD
              ADD 1 TO W-CANBOR
           ELSE
              IF  W-PERREG NOT < W-PERBAS
              AND W-PERREG NOT > W-PERFIN
                 IF W-PERREG NOT = W-PERACT
                    PERFORM CERRAR-MES
                    MOVE W-PERREG TO W-PERACT
                 END-IF
                 MOVE NOMLIB OF REG-CAPHIS TO W-ULT-NOMLIB
                 MOVE DESCRI OF REG-CAPHIS TO W-ULT-DESCRI
                 MOVE NROREG OF REG-CAPHIS TO W-ULT-NROREG
                 MOVE TAMANO OF REG-CAPHIS TO W-ULT-TAMANO
                 MOVE LIMREG OF REG-CAPHIS TO W-ULT-LIMREG
                 MOVE DIALIM OF REG-CAPHIS TO W-ULT-DIALIM
                 MOVE FECLIM OF REG-CAPHIS TO W-ULT-FECLIM
                 MOVE INDALR OF REG-CAPHIS TO W-ULT-INDALR
              END-IF
           END-IF
           PERFORM LEER-CCACAPHIS.
      *----------------------------------------------------------------
       CERRAR-ARCHIVO.
           IF W-ARCACT NOT = SPACES
              PERFORM CERRAR-MES
              IF ARCHIVO-CON-ENCABEZADO
                 ADD 1 TO W-CANARC
                 IF W-PERACT = W-PERFIN
                 AND W-ULT-INDALR = "S"
                    ADD 1 TO W-CANALR
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * EL MES BASE SOLO DEJA EL PUNTO DE PARTIDA DEL CRECIMIENTO.
      *----------------------------------------------------------------
       CERRAR-MES.
           IF W-PERACT NOT = ZEROS
              IF W-PERACT NOT = W-PERBAS
                 PERFORM IMPRIMIR-MES
              END-IF
              MOVE W-ULT-NROREG TO W-NROANT
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-MES.
           IF ARCHIVO-SIN-ENCABEZADO
              INITIALIZE CCA654R-ARCHIVO
              MOVE W-ARCACT       TO NOMARC OF CCA654R-ARCHIVO
              MOVE W-ULT-NOMLIB   TO NOMLIB OF CCA654R-ARCHIVO
              MOVE W-ULT-DESCRI   TO DESCRI OF CCA654R-ARCHIVO
              MOVE W-ULT-LIMREG   TO LIMREG OF CCA654R-ARCHIVO
              WRITE REPORTE-REG FORMAT IS "ARCHIVO"
              MOVE 1 TO W-ENCABEZADO
           END-IF
           INITIALIZE CCA654R-DETALLE
           MOVE W-PERACT          TO PERIOD OF CCA654R-DETALLE
           MOVE W-ULT-NROREG      TO NROREG OF CCA654R-DETALLE
           MOVE W-ULT-TAMANO      TO TAMANO OF CCA654R-DETALLE
           MOVE W-ULT-DIALIM      TO DIALIM OF CCA654R-DETALLE
           MOVE W-ULT-FECLIM      TO FECLIM OF CCA654R-DETALLE
           IF W-NROANT > ZEROS
              COMPUTE VARREG OF CCA654R-DETALLE =
                      W-ULT-NROREG - W-NROANT
              COMPUTE PORVAR OF CCA654R-DETALLE ROUNDED =
                      (W-ULT-NROREG - W-NROANT) * 100 / W-NROANT
                      ON SIZE ERROR
                         MOVE 99999.99 TO PORVAR OF CCA654R-DETALLE
              END-COMPUTE
           END-IF
           IF W-ULT-LIMREG > ZEROS
              COMPUTE PORUSO OF CCA654R-DETALLE ROUNDED =
                      W-ULT-NROREG * 100 / W-ULT-LIMREG
                      ON SIZE ERROR
                         MOVE 999.99 TO PORUSO OF CCA654R-DETALLE
              END-COMPUTE
           END-IF
           WRITE REPORTE-REG FORMAT IS "DETALLE"
           ADD 1 TO PC504-CANTREG.
      *----------------------------------------------------------------
       LEER-CCACAPHIS.
           READ CCACAPHIS NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACAPHIS.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE CCA654R-TOTALES
           MOVE W-CANARC TO CANARC OF CCA654R-TOTALES
           MOVE W-CANALR TO CANALR OF CCA654R-TOTALES
           MOVE W-CANBOR TO CANBOR OF CCA654R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCACAPHIS REPORTE.
           STOP  RUN      .
