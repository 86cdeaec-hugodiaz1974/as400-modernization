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
       PROGRAM-ID.    CCA683.
      ******************************************************************
      * FUNCION: ANALISIS MENSUAL DE DESERCION (CUENTAS CANCELADAS EN  *
      *          EL MES). CORRE DESPUES DEL CIERRE DEL MES, COMO       *
      *          CCA608, Y REPORTA EL MES DE LK-FECHA-HOY.             *
      *          CANCELADA EN EL MES ES LA CUENTA CON INDBAJ Y FCIERR  *
      *          DEL MES, VENGA DE LA NOVEDAD 2 DE CCA530, DEL         *
      *          TRASLADO POR ABANDONO (CCA668) O DE OTRO ORIGEN.      *
      *          LA BASE ES LA CARTERA VIGENTE AL PRIMER DIA DEL MES   *
      *          (ABIERTA ANTES Y NO CANCELADA ANTES DE ESE DIA).      *
      *          CCA683R: CANCELACIONES, SALDO QUE SALIO (SALACT DE LA *
      *          CUENTA CANCELADA), PROMEDIO DE LOS 6 MESES ANTERIORES *
      *          (CCAPROMHIS), CLIENTES QUE CONSERVAN OTRA CUENTA      *
      *          VIGENTE Y TASA DE DESERCION CONTRA LA BASE, POR       *
      *          MOTIVO (MOTBAJ), PRODUCTO, SEGMENTO, ANTIGUEDAD (DE   *
      *          FAPERT) Y AGENCIA.                                    *
      *          CCA683R2: CANCELADAS DE SALDO ALTO (SALDO QUE SALIO O *
      *          PROMEDIO IGUAL O MAYOR AL UMBRAL DE LA TABLA 96) PARA *
      *          QUE EL AREA COMERCIAL LAS CONTACTE.                   *
      *          TABLA 96 DE CCATABLAS: NROTAB 0 CAMPO1 = UMBRAL EN    *
      *          PESOS; NROTAB = MOTBAJ, CAMPO2 = DESCRIPCION DEL      *
      *          MOTIVO.                                               *
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
           SELECT CCAMAEAHO
               ASSIGN          TO DATABASE-CCAMAEAHO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAPROMHIS
               ASSIGN          TO DATABASE-CCAPROMHIS
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
           SELECT CCACODPRO
               ASSIGN          TO DATABASE-CCACODPRO
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
           SELECT CCAATRWRK
               ASSIGN          TO DATABASE-CCAATRWRK
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAATRNIT
               ASSIGN          TO DATABASE-CCAATRNIT
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA683R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT REPALTOS
               ASSIGN          TO FORMATFILE-CCA683R2
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
       FD  CCAPROMHIS
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAPROMHIS.
           COPY DDS-ALL-FORMATS OF CCAPROMHIS.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  CCACODPRO
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCACODPRO.
           COPY DDS-ALL-FORMATS OF CCACODPRO.
      *
       FD  PLTAGCORI
           LABEL RECORDS ARE STANDARD.
       01  ZONA-PLTAGCORI.
           COPY DDS-ALL-FORMATS OF PLTAGCORI.
      *
       FD  CCAATRWRK
           LABEL RECORDS ARE STANDARD.
       01  REG-ATRWRK.
           COPY DDS-ALL-FORMATS OF CCAATRWRK.
      *
       FD  CCAATRNIT
           LABEL RECORDS ARE STANDARD.
       01  REG-ATRNIT.
           COPY DDS-ALL-FORMATS OF CCAATRNIT.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA683R.
      *
       FD  REPALTOS
           LABEL RECORDS ARE STANDARD.
       01  REPALTOS-REG.
           COPY DDS-ALL-FORMATS OF CCA683R2.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-CANREV                    PIC 9(09)          VALUE ZEROS.
       77  W-CANCAN                    PIC 9(07)          VALUE ZEROS.
       77  W-CANALT                    PIC 9(07)          VALUE ZEROS.
       77  W-SALALT                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-PROALT                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-PROMED                    PIC S9(15)V99      VALUE ZEROS.
       77  W-SUMPRM                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-CANPRM                    PIC 9(02)          VALUE ZEROS.
       77  W-SALPRO                    PIC S9(13)V99      VALUE ZEROS.
       77  W-SALMAY                    PIC S9(13)V99      VALUE ZEROS.
       77  W-UMBRAL                    PIC 9(09)          VALUE ZEROS.
       77  W-MESES                     PIC S9(05)         VALUE ZEROS.
       77  W-TASA                      PIC 9(03)V99       VALUE ZEROS.
       77  W-BASE                      PIC 9(07)          VALUE ZEROS.
       77  W-MOTBUS                    PIC 9(02)          VALUE ZEROS.
       77  W-DESMOT                    PIC X(30)          VALUE SPACES.
       77  W-DESCRI                    PIC X(30)          VALUE SPACES.
      *
      * CLIENTE CON OTRA CUENTA VIGENTE AL CIERRE DEL MES (1 = SI).
       01  W-OTRCTA                    PIC 9(01)          VALUE 0.
           88  CONSERVA-CUENTA                            VALUE 1.
      *
      * ESTADISTICA POR SECCION, EN UNA SOLA TABLA. CADA SECCION TIENE
      * SU BASE (POSICION ANTERIOR A LA PRIMERA ENTRADA): MOTIVO
      * (MOTBAJ + 1), PRODUCTO (CODPRO + 1), SEGMENTO (SEGMEN + 1),
      * TRAMO DE ANTIGUEDAD (1 A 6) Y AGENCIA (EN ORDEN DE APARICION,
      * HASTA W-MAXAGE).
       77  W-BAS-MOT                   PIC 9(05)          VALUE 0.
       77  W-BAS-PRO                   PIC 9(05)          VALUE 100.
       77  W-BAS-SEG                   PIC 9(05)          VALUE 1100.
       77  W-BAS-TRA                   PIC 9(05)          VALUE 2100.
       77  W-BAS-AGE                   PIC 9(05)          VALUE 2106.
       77  W-MAXAGE                    PIC 9(05)          VALUE 999.
       77  W-CANAGE                    PIC 9(05)          VALUE ZEROS.
       77  W-AGCULT                    PIC 9(05)          VALUE ZEROS.
       77  W-AGCBUS                    PIC 9(05)          VALUE ZEROS.
       77  W-AGCANT                    PIC 9(05)          VALUE ZEROS.
       77  W-AGCMEN                    PIC 9(05)          VALUE ZEROS.
       77  W-IXE                       PIC 9(05)          VALUE ZEROS.
       77  W-IXA                       PIC 9(05)          VALUE ZEROS.
       77  W-IXB                       PIC 9(05)          VALUE ZEROS.
       77  W-IXM                       PIC 9(05)          VALUE ZEROS.
       77  W-IXT                       PIC 9(02)          VALUE ZEROS.
       77  W-SECCION                   PIC 9(01)          VALUE ZEROS.
       77  W-TAMSEC                    PIC 9(05)          VALUE ZEROS.
       77  W-BASSEC                    PIC 9(05)          VALUE ZEROS.
      *
       01  TABLA-ESTADISTICA.
           05  ENT-ESTADISTICA         OCCURS 3105 TIMES.
               10  ENT-CODIGO          PIC 9(05).
               10  ENT-CANBAS          PIC 9(07).
               10  ENT-CANCAN          PIC 9(07).
               10  ENT-SALCAN          PIC S9(15)V99 COMP-3.
               10  ENT-SALPRO          PIC S9(15)V99 COMP-3.
               10  ENT-CANOTR          PIC 9(07).
      *
      * TOTALES GENERALES.
       01  W-TOTALES.
           05  W-TOT-CANBAS            PIC 9(07)          VALUE ZEROS.
           05  W-TOT-CANCAN            PIC 9(07)          VALUE ZEROS.
           05  W-TOT-SALCAN            PIC S9(15)V99 COMP VALUE ZEROS.
           05  W-TOT-SALPRO            PIC S9(15)V99 COMP VALUE ZEROS.
           05  W-TOT-CANOTR            PIC 9(07)          VALUE ZEROS.
      *
      * TRAMOS DE ANTIGUEDAD: LIMITE SUPERIOR EN MESES (EXCLUSIVO).
       01  W-LIMITES-TRAMO             PIC X(30) VALUE
           "000060001200024000600012099999".
       01  R-W-LIMITES-TRAMO           REDEFINES W-LIMITES-TRAMO.
           05  W-LIMTRA                PIC 9(05) OCCURS 6 TIMES.
       01  W-NOMBRES-TRAMO.
           05  FILLER                  PIC X(30) VALUE
               "MENOS DE 6 MESES".
           05  FILLER                  PIC X(30) VALUE
               "DE 6 A 11 MESES".
           05  FILLER                  PIC X(30) VALUE
               "DE 1 ANO A MENOS DE 2".
           05  FILLER                  PIC X(30) VALUE
               "DE 2 A MENOS DE 5 ANOS".
           05  FILLER                  PIC X(30) VALUE
               "DE 5 A MENOS DE 10 ANOS".
           05  FILLER                  PIC X(30) VALUE
               "10 ANOS O MAS".
       01  R-W-NOMBRES-TRAMO           REDEFINES W-NOMBRES-TRAMO.
           05  W-NOMTRA                PIC X(30) OCCURS 6 TIMES.
      *
      * TITULOS DE LAS SECCIONES DEL REPORTE.
       01  W-TITULOS-SECCION.
           05  FILLER                  PIC X(40) VALUE
               "CANCELACIONES POR MOTIVO (MOTBAJ)".
           05  FILLER                  PIC X(40) VALUE
               "CANCELACIONES POR PRODUCTO".
           05  FILLER                  PIC X(40) VALUE
               "CANCELACIONES POR SEGMENTO".
           05  FILLER                  PIC X(40) VALUE
               "CANCELACIONES POR ANTIGUEDAD".
           05  FILLER                  PIC X(40) VALUE
               "CANCELACIONES POR AGENCIA".
       01  R-W-TITULOS-SECCION         REDEFINES W-TITULOS-SECCION.
           05  W-TITSEC                PIC X(40) OCCURS 5 TIMES.
      *
      * PERIODO DEL REPORTE (EL MES DE HOY), SU PRIMER DIA Y EL PRIMER
      * DIA DEL SEXTO MES ANTERIOR (VENTANA DE PROMEDIOS).
       01  W-PERIOD                    PIC 9(06) VALUE ZEROS.
       01  W-FECINI                    PIC 9(08) VALUE ZEROS.
       01  R-W-FECINI                  REDEFINES W-FECINI.
           05  W-INI-PERIOD            PIC 9(06).
           05  W-INI-DD                PIC 9(02).
       01  W-FECVEN                    PIC 9(08) VALUE ZEROS.
       01  R-W-FECVEN                  REDEFINES W-FECVEN.
           05  W-VEN-AA                PIC 9(04).
           05  W-VEN-MM                PIC 9(02).
           05  W-VEN-DD                PIC 9(02).
      *
       01  W-FECHA                     PIC 9(08) VALUE ZEROS.
       01  R-W-FECHA                   REDEFINES W-FECHA.
           05  W-FEC-PERIOD            PIC 9(06).
           05  W-FEC-DD                PIC 9(02).
      *
      * FECHAS PARA LA ANTIGUEDAD EN MESES.
       01  W-FECDES                    PIC 9(08) VALUE ZEROS.
       01  R-W-FECDES                  REDEFINES W-FECDES.
           05  W-DES-AA                PIC 9(04).
           05  W-DES-MM                PIC 9(02).
           05  W-DES-DD                PIC 9(02).
       01  W-FECHAS                    PIC 9(08) VALUE ZEROS.
       01  R-W-FECHAS                  REDEFINES W-FECHAS.
           05  W-HAS-AA                PIC 9(04).
           05  W-HAS-MM                PIC 9(02).
           05  W-HAS-DD                PIC 9(02).
      *
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                 VALUE "SI".
               88  NO-FIN-CCAMAEAHO              VALUE "NO".
           05  CTL-CCAPROMHIS          PIC X(02) VALUE "NO".
               88  FIN-CCAPROMHIS                VALUE "SI".
               88  NO-FIN-CCAPROMHIS             VALUE "NO".
           05  CTL-CCAATRWRK           PIC X(02) VALUE "NO".
               88  FIN-CCAATRWRK                 VALUE "SI".
               88  NO-FIN-CCAATRWRK              VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA683".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR.
           PERFORM PROCESAR UNTIL FIN-CCAMAEAHO.
           IF W-CANCAN > ZEROS
              PERFORM BUSCAR-OTRAS-CUENTAS
              PERFORM ACUMULAR-CANCELACIONES
           END-IF
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAMAEAHO CCAPROMHIS CCATABLAS CCACODPRO
                       PLTAGCORI.
           OPEN OUTPUT CCAATRWRK CCAATRNIT.
           CLOSE       CCAATRWRK CCAATRNIT.
           OPEN I-O    CCAATRWRK CCAATRNIT.
           OPEN OUTPUT REPORTE REPALTOS.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           INITIALIZE TABLA-ESTADISTICA
           MOVE LK-FECHA-HOY TO W-FECHA
           MOVE W-FEC-PERIOD TO W-PERIOD W-INI-PERIOD
           MOVE 01           TO W-INI-DD
           MOVE W-FECINI     TO W-FECVEN
           IF W-VEN-MM > 6
              SUBTRACT 6 FROM W-VEN-MM
           ELSE
              SUBTRACT 1 FROM W-VEN-AA
              ADD 6 TO W-VEN-MM
           END-IF
           PERFORM LEER-PARAMETROS
           INITIALIZE CCA683R2-HEADER
           MOVE W-PERIOD     TO PERIOD OF CCA683R2-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF CCA683R2-HEADER
           MOVE W-UMBRAL     TO UMBRAL OF CCA683R2-HEADER
           WRITE REPALTOS-REG FORMAT IS "HEADER"
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
      * TABLA 96, NROTAB 0: CAMPO1 = UMBRAL DE SALDO ALTO EN PESOS.
      *----------------------------------------------------------------
       LEER-PARAMETROS.
           MOVE 20000000 TO W-UMBRAL
           MOVE 96       TO CODTAB OF ZONA-CCATABLAS
           MOVE ZEROS    TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS
              NOT INVALID KEY
                 IF CAMPO1 OF ZONA-CCATABLAS > ZEROS
                    MOVE CAMPO1 OF ZONA-CCATABLAS TO W-UMBRAL
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      * PRIMERA PASADA AL MAESTRO: BASE DEL MES Y CANCELADAS DEL MES.
      *----------------------------------------------------------------
       PROCESAR.
           ADD 1 TO W-CANREV
           IF FAPERT OF REG-MAESTR < W-FECINI
              IF INDBAJ OF REG-MAESTR = 0
              OR FCIERR OF REG-MAESTR NOT < W-FECINI
                 PERFORM SUMAR-BASE
              END-IF
           END-IF
           IF INDBAJ OF REG-MAESTR NOT = 0
           AND FCIERR OF REG-MAESTR (1:6) = W-PERIOD
              PERFORM GRABAR-CANCELACION
           END-IF
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
      * LA CUENTA VIGENTE AL PRIMER DIA DEL MES SUMA A LA BASE DE SU
      * PRODUCTO, SEGMENTO, AGENCIA Y TRAMO DE ANTIGUEDAD A ESE DIA.
      *----------------------------------------------------------------
       SUMAR-BASE.
           ADD 1 TO W-TOT-CANBAS
           COMPUTE W-IXE = W-BAS-PRO + CODPRO OF REG-MAESTR + 1
           ADD 1 TO ENT-CANBAS (W-IXE)
           COMPUTE W-IXE = W-BAS-SEG + SEGMEN OF REG-MAESTR + 1
           ADD 1 TO ENT-CANBAS (W-IXE)
           MOVE FAPERT OF REG-MAESTR TO W-FECDES
           MOVE W-FECINI             TO W-FECHAS
           PERFORM CALCULAR-ANTIGUEDAD
           PERFORM CALCULAR-TRAMO
           COMPUTE W-IXE = W-BAS-TRA + W-IXT
           ADD 1 TO ENT-CANBAS (W-IXE)
           MOVE AGCCTA OF REG-MAESTR TO W-AGCBUS
           PERFORM UBICAR-AGENCIA
           IF W-IXA > ZEROS
              ADD 1 TO ENT-CANBAS (W-IXA)
           END-IF.
      *----------------------------------------------------------------
      * LA CANCELADA DEL MES VA AL ARCHIVO DE TRABAJO CON SU
      * ANTIGUEDAD Y SU PROMEDIO, Y SU NIT A CCAATRNIT PARA BUSCARLE
      * OTRAS CUENTAS VIGENTES EN LA SEGUNDA PASADA.
      *----------------------------------------------------------------
       GRABAR-CANCELACION.
           INITIALIZE REGATRWRK
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-ATRWRK
           MOVE CODMON OF REG-MAESTR TO CODMON OF REG-ATRWRK
           MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-ATRWRK
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-ATRWRK
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-ATRWRK
           MOVE NITCTA OF REG-MAESTR TO NITCTA OF REG-ATRWRK
           MOVE DESCRI OF REG-MAESTR TO DESCRI OF REG-ATRWRK
           MOVE RESPON OF REG-MAESTR TO RESPON OF REG-ATRWRK
           MOVE SEGMEN OF REG-MAESTR TO SEGMEN OF REG-ATRWRK
           MOVE INDBAJ OF REG-MAESTR TO INDBAJ OF REG-ATRWRK
           MOVE MOTBAJ OF REG-MAESTR TO MOTBAJ OF REG-ATRWRK
           MOVE FAPERT OF REG-MAESTR TO FAPERT OF REG-ATRWRK
           MOVE FCIERR OF REG-MAESTR TO FCIERR OF REG-ATRWRK
           MOVE SALACT OF REG-MAESTR TO SALACT OF REG-ATRWRK
           MOVE FAPERT OF REG-MAESTR TO W-FECDES
           MOVE FCIERR OF REG-MAESTR TO W-FECHAS
           PERFORM CALCULAR-ANTIGUEDAD
           MOVE W-MESES              TO MESANT OF REG-ATRWRK
           PERFORM OBTENER-PROMEDIO
           MOVE W-SALPRO             TO SALPRO OF REG-ATRWRK
           MOVE W-CANPRM             TO CANPRO OF REG-ATRWRK
           WRITE REG-ATRWRK INVALID KEY
                 CONTINUE
           NOT INVALID KEY
                 ADD 1 TO W-CANCAN
           END-WRITE
           IF NITCTA OF REG-MAESTR > ZEROS
              MOVE NITCTA OF REG-MAESTR TO NITCTA OF REG-ATRNIT
              MOVE ZEROS                TO CANVIG OF REG-ATRNIT
              WRITE REG-ATRNIT INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF.
      *----------------------------------------------------------------
      * PROMEDIO DE LOS 6 MESES ANTERIORES AL DEL REPORTE: MEDIA DE
      * LOS PROMEDIOS MENSUALES DE CCAPROMHIS EN LA VENTANA (SALDO
      * ACREEDOR SOBRE DIAS, COMO CCA583).
      *----------------------------------------------------------------
       OBTENER-PROMEDIO.
           MOVE ZEROS                TO W-SUMPRM W-CANPRM W-SALPRO
           MOVE "NO"                 TO CTL-CCAPROMHIS
           MOVE CODMON OF REG-MAESTR TO CODMON OF REG-CCAPROMHIS
           MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-CCAPROMHIS
           MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-CCAPROMHIS
           MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-CCAPROMHIS
           MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-CCAPROMHIS
           MOVE W-FECVEN             TO FORIGE OF REG-CCAPROMHIS
           START CCAPROMHIS KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAPROMHIS
           END-START
           PERFORM RECORRER-CCAPROMHIS UNTIL FIN-CCAPROMHIS
           IF W-CANPRM > ZEROS
              COMPUTE W-SALPRO ROUNDED = W-SUMPRM / W-CANPRM
           END-IF.
      *----------------------------------------------------------------
       RECORRER-CCAPROMHIS.
           READ CCAPROMHIS NEXT AT END
                MOVE "SI" TO CTL-CCAPROMHIS
           END-READ
           IF NO-FIN-CCAPROMHIS
              IF CODMON OF REG-CCAPROMHIS NOT = CODMON OF REG-MAESTR
              OR CODSIS OF REG-CCAPROMHIS NOT = CODSIS OF REG-MAESTR
              OR CODPRO OF REG-CCAPROMHIS NOT = CODPRO OF REG-MAESTR
              OR AGCCTA OF REG-CCAPROMHIS NOT = AGCCTA OF REG-MAESTR
              OR CTANRO OF REG-CCAPROMHIS NOT = CTANRO OF REG-MAESTR
              OR FORIGE OF REG-CCAPROMHIS NOT < W-FECINI
                 MOVE "SI" TO CTL-CCAPROMHIS
              ELSE
                 MOVE ZEROS TO W-PROMED
                 IF CANACR OF REG-CCAPROMHIS > ZEROS
                    COMPUTE W-PROMED ROUNDED =
                            SALACR OF REG-CCAPROMHIS /
                            CANACR OF REG-CCAPROMHIS
                 END-IF
                 ADD W-PROMED TO W-SUMPRM
                 ADD 1        TO W-CANPRM
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * MESES CUMPLIDOS ENTRE W-FECDES Y W-FECHAS.
      *----------------------------------------------------------------
       CALCULAR-ANTIGUEDAD.
           MOVE ZEROS TO W-MESES
           IF W-FECDES > ZEROS
           AND W-FECHAS > W-FECDES
              COMPUTE W-MESES = (W-HAS-AA - W-DES-AA) * 12
                              + W-HAS-MM - W-DES-MM
              IF W-HAS-DD < W-DES-DD
              AND W-MESES > ZEROS
                 SUBTRACT 1 FROM W-MESES
              END-IF
           END-IF.
      *----------------------------------------------------------------
       CALCULAR-TRAMO.
           MOVE 1 TO W-IXT
           PERFORM AVANZAR-TRAMO UNTIL W-MESES < W-LIMTRA (W-IXT)
                                 OR    W-IXT = 6.
      *----------------------------------------------------------------
       AVANZAR-TRAMO.
           ADD 1 TO W-IXT.
      *----------------------------------------------------------------
      * POSICION DE LA AGENCIA EN LA TABLA (W-IXA, CERO SI YA NO
      * CABE). LAS CUENTAS SEGUIDAS DEL MAESTRO SUELEN SER DE LA MISMA
      * AGENCIA, ASI QUE SE GUARDA LA ULTIMA BUSCADA.
      *----------------------------------------------------------------
       UBICAR-AGENCIA.
           IF W-AGCBUS NOT = W-AGCULT
           OR W-IXA = ZEROS
              MOVE W-AGCBUS TO W-AGCULT
              MOVE ZEROS    TO W-IXA
              MOVE 1        TO W-IXB
              PERFORM BUSCAR-AGENCIA UNTIL W-IXB > W-CANAGE
                                     OR    W-IXA > ZEROS
              IF W-IXA = ZEROS
                 IF W-CANAGE < W-MAXAGE
                    ADD 1 TO W-CANAGE
                    COMPUTE W-IXA = W-BAS-AGE + W-CANAGE
                    MOVE W-AGCBUS TO ENT-CODIGO (W-IXA)
                 ELSE
                    DISPLAY "CCA683 TABLA DE AGENCIAS LLENA, AGENCIA "
                            W-AGCBUS " FUERA DEL REPORTE"
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-AGENCIA.
           COMPUTE W-IXE = W-BAS-AGE + W-IXB
           IF ENT-CODIGO (W-IXE) = W-AGCBUS
              MOVE W-IXE TO W-IXA
           END-IF
           ADD 1 TO W-IXB.
      *----------------------------------------------------------------
      * SEGUNDA PASADA AL MAESTRO: CADA CUENTA VIGENTE CUENTA COMO
      * OTRA CUENTA DEL CLIENTE SI SU NIT CANCELO EN EL MES.
      *----------------------------------------------------------------
       BUSCAR-OTRAS-CUENTAS.
           CLOSE CCAMAEAHO.
           OPEN INPUT CCAMAEAHO.
           MOVE "NO" TO CTL-CCAMAEAHO
           PERFORM LEER-CCAMAEAHO
           PERFORM CONTAR-CUENTA-VIGENTE UNTIL FIN-CCAMAEAHO.
      *----------------------------------------------------------------
       CONTAR-CUENTA-VIGENTE.
           IF INDBAJ OF REG-MAESTR = 0
           AND NITCTA OF REG-MAESTR > ZEROS
              MOVE NITCTA OF REG-MAESTR TO NITCTA OF REG-ATRNIT
              READ CCAATRNIT
                 NOT INVALID KEY
                    ADD 1 TO CANVIG OF REG-ATRNIT
                    REWRITE REG-ATRNIT
              END-READ
           END-IF
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
      * RECORRIDO DE LAS CANCELADAS (POR AGENCIA): CADA UNA SUMA A SU
      * MOTIVO, PRODUCTO, SEGMENTO, TRAMO Y AGENCIA; LA DE SALDO ALTO
      * SALE ADEMAS EN CCA683R2.
      *----------------------------------------------------------------
       ACUMULAR-CANCELACIONES.
           MOVE "NO"       TO CTL-CCAATRWRK
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY OF REG-ATRWRK
           START CCAATRWRK KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAATRWRK
           END-START
           PERFORM ACUMULAR-CANCELACION UNTIL FIN-CCAATRWRK.
      *----------------------------------------------------------------
       ACUMULAR-CANCELACION.
           READ CCAATRWRK NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAATRWRK
           END-READ
           IF NO-FIN-CCAATRWRK
              MOVE ZEROS TO W-OTRCTA
              IF NITCTA OF REG-ATRWRK > ZEROS
                 MOVE NITCTA OF REG-ATRWRK TO NITCTA OF REG-ATRNIT
                 READ CCAATRNIT
                    NOT INVALID KEY
                       IF CANVIG OF REG-ATRNIT > ZEROS
                          MOVE 1 TO W-OTRCTA
                       END-IF
                 END-READ
              END-IF
              ADD 1                    TO W-TOT-CANCAN
              ADD SALACT OF REG-ATRWRK TO W-TOT-SALCAN
              ADD SALPRO OF REG-ATRWRK TO W-TOT-SALPRO
              IF CONSERVA-CUENTA
                 ADD 1 TO W-TOT-CANOTR
              END-IF
              COMPUTE W-IXE = W-BAS-MOT + MOTBAJ OF REG-ATRWRK + 1
              PERFORM SUMAR-CANCELACION
              COMPUTE W-IXE = W-BAS-PRO + CODPRO OF REG-ATRWRK + 1
              PERFORM SUMAR-CANCELACION
              COMPUTE W-IXE = W-BAS-SEG + SEGMEN OF REG-ATRWRK + 1
              PERFORM SUMAR-CANCELACION
              MOVE MESANT OF REG-ATRWRK TO W-MESES
              PERFORM CALCULAR-TRAMO
              COMPUTE W-IXE = W-BAS-TRA + W-IXT
              PERFORM SUMAR-CANCELACION
              MOVE AGCCTA OF REG-ATRWRK TO W-AGCBUS
              PERFORM UBICAR-AGENCIA
              IF W-IXA > ZEROS
                 MOVE W-IXA TO W-IXE
                 PERFORM SUMAR-CANCELACION
              END-IF
              IF SALACT OF REG-ATRWRK > SALPRO OF REG-ATRWRK
                 MOVE SALACT OF REG-ATRWRK TO W-SALMAY
              ELSE
                 MOVE SALPRO OF REG-ATRWRK TO W-SALMAY
              END-IF
              IF W-SALMAY NOT < W-UMBRAL
                 PERFORM LISTAR-SALDO-ALTO
              END-IF
           END-IF.
      *----------------------------------------------------------------
       SUMAR-CANCELACION.
           ADD 1                    TO ENT-CANCAN (W-IXE)
           ADD SALACT OF REG-ATRWRK TO ENT-SALCAN (W-IXE)
           ADD SALPRO OF REG-ATRWRK TO ENT-SALPRO (W-IXE)
           IF CONSERVA-CUENTA
              ADD 1 TO ENT-CANOTR (W-IXE)
           END-IF.
      *----------------------------------------------------------------
       LISTAR-SALDO-ALTO.
           INITIALIZE CCA683R2-DETALLE
           MOVE AGCCTA OF REG-ATRWRK TO AGCCTA OF CCA683R2-DETALLE
           MOVE CODPRO OF REG-ATRWRK TO CODPRO OF CCA683R2-DETALLE
           MOVE CTANRO OF REG-ATRWRK TO CTANRO OF CCA683R2-DETALLE
           MOVE DESCRI OF REG-ATRWRK TO DESCRI OF CCA683R2-DETALLE
           MOVE NITCTA OF REG-ATRWRK TO NITCTA OF CCA683R2-DETALLE
           MOVE RESPON OF REG-ATRWRK TO RESPON OF CCA683R2-DETALLE
           MOVE MOTBAJ OF REG-ATRWRK TO MOTBAJ OF CCA683R2-DETALLE
                                        W-MOTBUS
           PERFORM BUSCAR-MOTIVO
           MOVE W-DESMOT             TO DESMOT OF CCA683R2-DETALLE
           MOVE FAPERT OF REG-ATRWRK TO FAPERT OF CCA683R2-DETALLE
           MOVE FCIERR OF REG-ATRWRK TO FCIERR OF CCA683R2-DETALLE
           MOVE MESANT OF REG-ATRWRK TO MESANT OF CCA683R2-DETALLE
           MOVE SALACT OF REG-ATRWRK TO SALACT OF CCA683R2-DETALLE
           MOVE SALPRO OF REG-ATRWRK TO SALPRO OF CCA683R2-DETALLE
           IF CONSERVA-CUENTA
              MOVE "SI" TO OTRCTA OF CCA683R2-DETALLE
           ELSE
              MOVE "NO" TO OTRCTA OF CCA683R2-DETALLE
           END-IF
           WRITE REPALTOS-REG FORMAT IS "DETALLE"
           ADD 1                    TO W-CANALT
           ADD SALACT OF REG-ATRWRK TO W-SALALT
           ADD SALPRO OF REG-ATRWRK TO W-PROALT.
      *----------------------------------------------------------------
      * TABLA 96: NROTAB = MOTBAJ, CAMPO2 = DESCRIPCION DEL MOTIVO.
      *----------------------------------------------------------------
       BUSCAR-MOTIVO.
           MOVE 96       TO CODTAB OF ZONA-CCATABLAS
           MOVE W-MOTBUS TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS
              INVALID KEY
                 MOVE "MOTIVO SIN DESCRIPCION" TO W-DESMOT
              NOT INVALID KEY
                 MOVE CAMPO2 OF ZONA-CCATABLAS (1:30) TO W-DESMOT
           END-READ.
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           READ CCAMAEAHO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMAEAHO.
      *----------------------------------------------------------------
      * REPORTE POR SECCIONES. LAS DE CODIGO FIJO SE RECORREN EN
      * ORDEN DE CODIGO; LA DE AGENCIAS, EN ORDEN DE AGENCIA.
      *----------------------------------------------------------------
       IMPRIMIR-REPORTE.
           INITIALIZE CCA683R-HEADER
           MOVE W-PERIOD     TO PERIOD OF CCA683R-HEADER
           MOVE LK-FECHA-HOY TO FECPRO OF CCA683R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
           MOVE 1         TO W-SECCION
           MOVE W-BAS-MOT TO W-BASSEC
           MOVE 100       TO W-TAMSEC
           PERFORM IMPRIMIR-SECCION
           MOVE 2         TO W-SECCION
           MOVE W-BAS-PRO TO W-BASSEC
           MOVE 1000      TO W-TAMSEC
           PERFORM IMPRIMIR-SECCION
           MOVE 3         TO W-SECCION
           MOVE W-BAS-SEG TO W-BASSEC
           MOVE 1000      TO W-TAMSEC
           PERFORM IMPRIMIR-SECCION
           MOVE 4         TO W-SECCION
           MOVE W-BAS-TRA TO W-BASSEC
           MOVE 6         TO W-TAMSEC
           PERFORM IMPRIMIR-SECCION
           MOVE 5         TO W-SECCION
           PERFORM IMPRIMIR-AGENCIAS.
      *----------------------------------------------------------------
       IMPRIMIR-SECCION.
           INITIALIZE CCA683R-TITULO
           MOVE W-TITSEC (W-SECCION) TO TITULO OF CCA683R-TITULO
           WRITE REPORTE-REG FORMAT IS "TITULO"
           MOVE 1 TO W-IXB
           PERFORM IMPRIMIR-ENTRADA UNTIL W-IXB > W-TAMSEC.
      *----------------------------------------------------------------
       IMPRIMIR-ENTRADA.
           COMPUTE W-IXE = W-BASSEC + W-IXB
           IF ENT-CANBAS (W-IXE) > ZEROS
           OR ENT-CANCAN (W-IXE) > ZEROS
              IF W-SECCION = 4
                 MOVE W-IXB TO ENT-CODIGO (W-IXE)
              ELSE
                 COMPUTE ENT-CODIGO (W-IXE) = W-IXB - 1
              END-IF
              PERFORM IMPRIMIR-DETALLE
           END-IF
           ADD 1 TO W-IXB.
      *----------------------------------------------------------------
      * LAS AGENCIAS SE IMPRIMEN DE MENOR A MAYOR: EN CADA VUELTA SE
      * BUSCA LA MENOR QUE SIGUE A LA ULTIMA IMPRESA.
      *----------------------------------------------------------------
       IMPRIMIR-AGENCIAS.
           INITIALIZE CCA683R-TITULO
           MOVE W-TITSEC (W-SECCION) TO TITULO OF CCA683R-TITULO
           WRITE REPORTE-REG FORMAT IS "TITULO"
           MOVE ZEROS TO W-AGCANT
           MOVE 1     TO W-IXM
           PERFORM IMPRIMIR-AGENCIA UNTIL W-IXM > W-CANAGE.
      *----------------------------------------------------------------
       IMPRIMIR-AGENCIA.
           MOVE ZEROS TO W-IXA
           MOVE 99999 TO W-AGCMEN
           MOVE 1     TO W-IXB
           PERFORM BUSCAR-AGENCIA-MENOR UNTIL W-IXB > W-CANAGE
           IF W-IXA > ZEROS
              MOVE W-IXA              TO W-IXE
              MOVE ENT-CODIGO (W-IXE) TO W-AGCANT
              PERFORM IMPRIMIR-DETALLE
           END-IF
           ADD 1 TO W-IXM.
      *----------------------------------------------------------------
       BUSCAR-AGENCIA-MENOR.
           COMPUTE W-IXE = W-BAS-AGE + W-IXB
           IF (ENT-CODIGO (W-IXE) > W-AGCANT OR W-IXM = 1)
           AND ENT-CODIGO (W-IXE) NOT > W-AGCMEN
              MOVE ENT-CODIGO (W-IXE) TO W-AGCMEN
              MOVE W-IXE              TO W-IXA
           END-IF
           ADD 1 TO W-IXB.
      *----------------------------------------------------------------
      * LINEA DE DETALLE DE LA ENTRADA W-IXE. EL MOTIVO NO TIENE BASE
      * PROPIA: SU TASA ES CONTRA TODA LA CARTERA DEL PRIMER DIA.
      *----------------------------------------------------------------
       IMPRIMIR-DETALLE.
           INITIALIZE CCA683R-DETALLE
           PERFORM BUSCAR-DESCRIPCION
           MOVE ENT-CODIGO (W-IXE) TO CODIGO OF CCA683R-DETALLE
           MOVE W-DESCRI           TO DESCRI OF CCA683R-DETALLE
           IF W-SECCION = 1
              MOVE W-TOT-CANBAS       TO W-BASE
           ELSE
              MOVE ENT-CANBAS (W-IXE) TO W-BASE
           END-IF
           MOVE W-BASE             TO CANBAS OF CCA683R-DETALLE
           MOVE ENT-CANCAN (W-IXE) TO CANCAN OF CCA683R-DETALLE
           MOVE ENT-SALCAN (W-IXE) TO SALCAN OF CCA683R-DETALLE
           MOVE ENT-SALPRO (W-IXE) TO SALPRO OF CCA683R-DETALLE
           MOVE ENT-CANOTR (W-IXE) TO CANOTR OF CCA683R-DETALLE
           COMPUTE CANSIN OF CCA683R-DETALLE = ENT-CANCAN (W-IXE)
                                             - ENT-CANOTR (W-IXE)
           MOVE ENT-CANCAN (W-IXE) TO W-CANCAN
           PERFORM CALCULAR-TASA
           MOVE W-TASA             TO TASA OF CCA683R-DETALLE
           WRITE REPORTE-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
       BUSCAR-DESCRIPCION.
           MOVE SPACES TO W-DESCRI
           EVALUATE W-SECCION
              WHEN 1
                 MOVE ENT-CODIGO (W-IXE) TO W-MOTBUS
                 PERFORM BUSCAR-MOTIVO
                 MOVE W-DESMOT TO W-DESCRI
              WHEN 2
                 MOVE ENT-CODIGO (W-IXE) TO CODPRO OF ZONA-CCACODPRO
                 READ CCACODPRO
                    INVALID KEY
                       MOVE "PRODUCTO NO EXISTE" TO W-DESCRI
                    NOT INVALID KEY
                       MOVE DESCRI OF ZONA-CCACODPRO TO W-DESCRI
                 END-READ
              WHEN 3
                 MOVE 4                  TO CODTAB OF ZONA-CCATABLAS
                 MOVE ENT-CODIGO (W-IXE) TO NROTAB OF ZONA-CCATABLAS
                 READ CCATABLAS
                    INVALID KEY
                       MOVE "SEGMENTO ERRONEO" TO W-DESCRI
                    NOT INVALID KEY
                       MOVE CAMPO2 OF ZONA-CCATABLAS (1:30)
                                               TO W-DESCRI
                 END-READ
              WHEN 4
                 MOVE W-NOMTRA (ENT-CODIGO (W-IXE)) TO W-DESCRI
              WHEN 5
                 MOVE PA-CODEMP          TO CODEMP OF ZONA-PLTAGCORI
                 MOVE ENT-CODIGO (W-IXE) TO AGCORI OF ZONA-PLTAGCORI
                 READ PLTAGCORI
                    INVALID KEY
                       MOVE "AGENCIA NO EXISTE" TO W-DESCRI
                    NOT INVALID KEY
                       MOVE NOMAGC OF ZONA-PLTAGCORI TO W-DESCRI
                 END-READ
           END-EVALUATE.
      *----------------------------------------------------------------
      * TASA DE DESERCION: CANCELADAS SOBRE LA BASE DEL PRIMER DIA,
      * EN PORCENTAJE. SIN BASE QUEDA EN CERO.
      *----------------------------------------------------------------
       CALCULAR-TASA.
           MOVE ZEROS TO W-TASA
           IF W-BASE > ZEROS
              COMPUTE W-TASA ROUNDED = W-CANCAN * 100 / W-BASE
                 ON SIZE ERROR
                    MOVE 999.99 TO W-TASA
              END-COMPUTE
           END-IF.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           PERFORM IMPRIMIR-REPORTE
           INITIALIZE CCA683R-TOTALES
           MOVE W-CANREV     TO CANREV OF CCA683R-TOTALES
           MOVE W-TOT-CANBAS TO CANBAS OF CCA683R-TOTALES W-BASE
           MOVE W-TOT-CANCAN TO CANCAN OF CCA683R-TOTALES W-CANCAN
           MOVE W-TOT-SALCAN TO SALCAN OF CCA683R-TOTALES
           MOVE W-TOT-SALPRO TO SALPRO OF CCA683R-TOTALES
           MOVE W-TOT-CANOTR TO CANOTR OF CCA683R-TOTALES
           COMPUTE CANSIN OF CCA683R-TOTALES = W-TOT-CANCAN
                                             - W-TOT-CANOTR
           PERFORM CALCULAR-TASA
           MOVE W-TASA       TO TASA OF CCA683R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           INITIALIZE CCA683R2-TOTALES
           MOVE W-CANALT     TO CANTOT OF CCA683R2-TOTALES
           MOVE W-SALALT     TO SALTOT OF CCA683R2-TOTALES
           MOVE W-PROALT     TO PROTOT OF CCA683R2-TOTALES
           WRITE REPALTOS-REG FORMAT IS "TOTALES"
           DISPLAY "CCA683 CUENTAS REVISADAS.......: " W-CANREV
           DISPLAY "CCA683 BASE AL PRIMER DIA......: " W-TOT-CANBAS
           DISPLAY "CCA683 CANCELADAS EN EL MES....: " W-TOT-CANCAN
           DISPLAY "CCA683 CANCELADAS DE SALDO ALTO: " W-CANALT
           MOVE W-CANREV TO PC504-CANTREG
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMAEAHO CCAPROMHIS CCATABLAS CCACODPRO PLTAGCORI
                 CCAATRWRK CCAATRNIT REPORTE REPALTOS.
           STOP  RUN      .
