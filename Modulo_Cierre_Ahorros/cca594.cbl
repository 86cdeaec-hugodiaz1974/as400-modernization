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
       PROGRAM-ID.    CCA594.
      ******************************************************************
      * FUNCION: CRUCE DE TOTALES DE LOS REPORTES DE FIN DE CADENA     *
      *          CONTRA EL EXTRACTO DEL MAESTRO (CCA593). CORRE        *
      *          DESPUES DE CCA690, CCA700, CCA735 Y CCA755, QUE DEJAN *
      *          SUS TOTALES GENERALES DEL DIA EN CCAREPCRU:           *
      *          - EXTRACTO (CCA593) CONTRA LA SUMA DE SUS TOTALES DE  *
      *            CONTROL POR AGENCIA/PRODUCTO (CCAREPCTL).           *
      *          - CCA690 (ACTIVAS MAS CUSTODIA), CCA735 Y CCA755      *
      *            CONTRA LAS CUENTAS ABIERTAS DEL EXTRACTO.           *
      *          - CCA700: NINGUNA CUENTA CON MOVIMIENTO PUEDE FALTAR  *
      *            EN EL EXTRACTO.                                     *
      *          UN REPORTE QUE NO DEJO TOTALES ES UNA DIFERENCIA.     *
      *          CUALQUIER DIFERENCIA SALE MARCADA EN CCA594R Y DEJA   *
      *          CODIGO DE RETORNO 1 EN CCA504 (ALERTA CCA508).        *
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
           SELECT CCAREPCTL
               ASSIGN          TO DATABASE-CCAREPCTL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAREPCRU
               ASSIGN          TO DATABASE-CCAREPCRU
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA594R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAREPCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-REPCTL.
           COPY DDS-ALL-FORMATS OF CCAREPCTL.
      *
       FD  CCAREPCRU
           LABEL RECORDS ARE STANDARD.
       01  REG-REPCRU.
           COPY DDS-ALL-FORMATS OF CCAREPCRU.
      *
       FD  REPORTE
           LABEL RECORDS ARE OMITTED.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA594R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-CANCOM                    PIC 9(05) VALUE ZEROS.
       77  W-CANDIF                    PIC 9(05) VALUE ZEROS.
       77  W-CANGRP                    PIC 9(07) VALUE ZEROS.
      *
      * PARAMETROS DE UNA COMPARACION (COMPARAR-VALOR).
       77  W-PROGRA                    PIC X(08)     VALUE SPACES.
       77  W-CONCEP                    PIC X(20)     VALUE SPACES.
       77  W-VLREXT                    PIC S9(15)V99 VALUE ZEROS.
       77  W-VLRREP                    PIC S9(15)V99 VALUE ZEROS.
      *
      * TOTALES DEL EXTRACTO (FILA CCA593 DE CCAREPCRU).
       01  TOTALES-EXTRACTO.
           05  EXT-CANCTA              PIC 9(09)     VALUE ZEROS.
           05  EXT-CANBAJ              PIC 9(09)     VALUE ZEROS.
           05  EXT-SALACT              PIC S9(15)V99 VALUE ZEROS.
           05  EXT-SALCON              PIC S9(15)V99 VALUE ZEROS.
           05  EXT-SALULR              PIC S9(15)V99 VALUE ZEROS.
           05  EXT-SALPUR              PIC S9(15)V99 VALUE ZEROS.
           05  EXT-DEP24               PIC S9(15)V99 VALUE ZEROS.
           05  EXT-DEP48               PIC S9(15)V99 VALUE ZEROS.
           05  EXT-DEP72               PIC S9(15)V99 VALUE ZEROS.
      *
      * SUMA DE LOS TOTALES DE CONTROL POR AGENCIA/PRODUCTO.
       01  TOTALES-CONTROL.
           05  SUM-CANCTA              PIC 9(09)     VALUE ZEROS.
           05  SUM-CANBAJ              PIC 9(09)     VALUE ZEROS.
           05  SUM-SALACT              PIC S9(15)V99 VALUE ZEROS.
           05  SUM-SALCON              PIC S9(15)V99 VALUE ZEROS.
           05  SUM-SALULR              PIC S9(15)V99 VALUE ZEROS.
           05  SUM-SALPUR              PIC S9(15)V99 VALUE ZEROS.
           05  SUM-DEP24               PIC S9(15)V99 VALUE ZEROS.
           05  SUM-DEP48               PIC S9(15)V99 VALUE ZEROS.
           05  SUM-DEP72               PIC S9(15)V99 VALUE ZEROS.
      *
      * CCA690 CORRE DOS VECES (ACTIVAS Y CUSTODIA): SE SUMAN.
       01  TOTALES-CCA690.
           05  R690-CANCTA             PIC 9(09)     VALUE ZEROS.
           05  R690-SALACT             PIC S9(15)V99 VALUE ZEROS.
           05  R690-SALCON             PIC S9(15)V99 VALUE ZEROS.
           05  R690-DEP24              PIC S9(15)V99 VALUE ZEROS.
           05  R690-DEP48              PIC S9(15)V99 VALUE ZEROS.
           05  R690-DEP72              PIC S9(15)V99 VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCAREPCTL           PIC X(02) VALUE "NO".
               88  FIN-CCAREPCTL                 VALUE "SI".
               88  NO-FIN-CCAREPCTL              VALUE "NO".
           05  CTL-CCAREPCRU           PIC X(02) VALUE "NO".
               88  HAY-CCAREPCRU                 VALUE "SI".
               88  NO-HAY-CCAREPCRU              VALUE "NO".
           05  CTL-CCA690              PIC X(02) VALUE "SI".
               88  COMPLETO-CCA690               VALUE "SI".
      *
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA594".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR.
           PERFORM LEER-CCAREPCTL.
           PERFORM SUMAR-CCAREPCTL UNTIL FIN-CCAREPCTL.
           MOVE "CCA593"                TO W-PROGRA
           PERFORM LEER-CCAREPCRU.
           IF NO-HAY-CCAREPCRU
              PERFORM REPORTE-FALTANTE
              PERFORM TERMINAR.
           PERFORM CARGAR-EXTRACTO.
           PERFORM CRUZAR-CONTROL.
           PERFORM CRUZAR-CCA690.
           PERFORM CRUZAR-CCA700.
           PERFORM CRUZAR-CCA735.
           PERFORM CRUZAR-CCA755.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAREPCTL CCAREPCRU.
           OPEN OUTPUT REPORTE.
           PERFORM CALL-CCA500.
           INITIALIZE CCA594R-HEADER
           MOVE LK-FECHA-HOY            TO FECPRO OF CCA594R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER".
      *----------------------------------------------------------------
       SUMAR-CCAREPCTL.
           ADD 1                        TO W-CANGRP
           ADD CANCTA OF REG-REPCTL     TO SUM-CANCTA
           ADD CANBAJ OF REG-REPCTL     TO SUM-CANBAJ
           ADD SALACT OF REG-REPCTL     TO SUM-SALACT
           ADD SALCON OF REG-REPCTL     TO SUM-SALCON
           ADD SALULR OF REG-REPCTL     TO SUM-SALULR
           ADD SALPUR OF REG-REPCTL     TO SUM-SALPUR
           ADD DEP24  OF REG-REPCTL     TO SUM-DEP24
           ADD DEP48  OF REG-REPCTL     TO SUM-DEP48
           ADD DEP72  OF REG-REPCTL     TO SUM-DEP72
           PERFORM LEER-CCAREPCTL.
      *----------------------------------------------------------------
       CARGAR-EXTRACTO.
           MOVE CANCTA OF REG-REPCRU    TO EXT-CANCTA
           MOVE CANBAJ OF REG-REPCRU    TO EXT-CANBAJ
           MOVE SALACT OF REG-REPCRU    TO EXT-SALACT
           MOVE SALCON OF REG-REPCRU    TO EXT-SALCON
           MOVE SALULR OF REG-REPCRU    TO EXT-SALULR
           MOVE SALPUR OF REG-REPCRU    TO EXT-SALPUR
           MOVE DEP24  OF REG-REPCRU    TO EXT-DEP24
           MOVE DEP48  OF REG-REPCRU    TO EXT-DEP48
           MOVE DEP72  OF REG-REPCRU    TO EXT-DEP72.
      *----------------------------------------------------------------
      * EL EXTRACTO CONTRA LA SUMA DE SUS PROPIOS TOTALES DE CONTROL.
      *----------------------------------------------------------------
       CRUZAR-CONTROL.
           MOVE "CCAREPCTL"             TO W-PROGRA
           MOVE "CUENTAS ABIERTAS"      TO W-CONCEP
           MOVE EXT-CANCTA              TO W-VLREXT
           MOVE SUM-CANCTA              TO W-VLRREP
           PERFORM COMPARAR-VALOR
           MOVE "CUENTAS CANCELADAS"    TO W-CONCEP
           MOVE EXT-CANBAJ              TO W-VLREXT
           MOVE SUM-CANBAJ              TO W-VLRREP
           PERFORM COMPARAR-VALOR
           MOVE "SALDO ACTUAL"          TO W-CONCEP
           MOVE EXT-SALACT              TO W-VLREXT
           MOVE SUM-SALACT              TO W-VLRREP
           PERFORM COMPARAR-VALOR
           MOVE "SALDO CONTABLE"        TO W-CONCEP
           MOVE EXT-SALCON              TO W-VLREXT
           MOVE SUM-SALCON              TO W-VLRREP
           PERFORM COMPARAR-VALOR
           MOVE "SALDO ULTIMO CORTE"    TO W-CONCEP
           MOVE EXT-SALULR              TO W-VLREXT
           MOVE SUM-SALULR              TO W-VLRREP
           PERFORM COMPARAR-VALOR
           MOVE "SALDO PROMEDIO"        TO W-CONCEP
           MOVE EXT-SALPUR              TO W-VLREXT
           MOVE SUM-SALPUR              TO W-VLRREP
           PERFORM COMPARAR-VALOR
           MOVE "CANJE 24 HORAS"        TO W-CONCEP
           MOVE EXT-DEP24               TO W-VLREXT
           MOVE SUM-DEP24               TO W-VLRREP
           PERFORM COMPARAR-VALOR
           MOVE "CANJE 48 HORAS"        TO W-CONCEP
           MOVE EXT-DEP48               TO W-VLREXT
           MOVE SUM-DEP48               TO W-VLRREP
           PERFORM COMPARAR-VALOR
           MOVE "CANJE 72 HORAS"        TO W-CONCEP
           MOVE EXT-DEP72               TO W-VLREXT
           MOVE SUM-DEP72               TO W-VLRREP
           PERFORM COMPARAR-VALOR.
      *----------------------------------------------------------------
      * CCA690 SALE DOS VECES AL DIA; SOLO SE CRUZA CON LAS DOS FILAS.
      *----------------------------------------------------------------
       CRUZAR-CCA690.
           MOVE "SI"                    TO CTL-CCA690
           MOVE "CCA690A"               TO W-PROGRA
           PERFORM SUMAR-CCA690
           MOVE "CCA690C"               TO W-PROGRA
           PERFORM SUMAR-CCA690
           IF NOT COMPLETO-CCA690
              GO TO CRUZAR-CCA690-EXIT.
           MOVE "CCA690"                TO W-PROGRA
           MOVE "CUENTAS ABIERTAS"      TO W-CONCEP
           MOVE EXT-CANCTA              TO W-VLREXT
           MOVE R690-CANCTA             TO W-VLRREP
           PERFORM COMPARAR-VALOR
           MOVE "SALDO ACTUAL"          TO W-CONCEP
           MOVE EXT-SALACT              TO W-VLREXT
           MOVE R690-SALACT             TO W-VLRREP
           PERFORM COMPARAR-VALOR
           MOVE "SALDO CONTABLE"        TO W-CONCEP
           MOVE EXT-SALCON              TO W-VLREXT
           MOVE R690-SALCON             TO W-VLRREP
           PERFORM COMPARAR-VALOR
           MOVE "CANJE 24 HORAS"        TO W-CONCEP
           MOVE EXT-DEP24               TO W-VLREXT
           MOVE R690-DEP24              TO W-VLRREP
           PERFORM COMPARAR-VALOR
           MOVE "CANJE 48 HORAS"        TO W-CONCEP
           MOVE EXT-DEP48               TO W-VLREXT
           MOVE R690-DEP48              TO W-VLRREP
           PERFORM COMPARAR-VALOR
           MOVE "CANJE 72 HORAS"        TO W-CONCEP
           MOVE EXT-DEP72               TO W-VLREXT
           MOVE R690-DEP72              TO W-VLRREP
           PERFORM COMPARAR-VALOR.
       CRUZAR-CCA690-EXIT.
           EXIT.
      *----------------------------------------------------------------
       SUMAR-CCA690.
           PERFORM LEER-CCAREPCRU
           IF NO-HAY-CCAREPCRU
              MOVE "NO"                 TO CTL-CCA690
              PERFORM REPORTE-FALTANTE
           ELSE
              ADD CANCTA OF REG-REPCRU  TO R690-CANCTA
              ADD SALACT OF REG-REPCRU  TO R690-SALACT
              ADD SALCON OF REG-REPCRU  TO R690-SALCON
              ADD DEP24  OF REG-REPCRU  TO R690-DEP24
              ADD DEP48  OF REG-REPCRU  TO R690-DEP48
              ADD DEP72  OF REG-REPCRU  TO R690-DEP72
           END-IF.
      *----------------------------------------------------------------
      * CCA700 LEE MOVIMIENTOS, NO SALDOS: SE CRUZA QUE TODA CUENTA CON
      * MOVIMIENTO DEL DIA ESTE EN EL EXTRACTO.
      *----------------------------------------------------------------
       CRUZAR-CCA700.
           MOVE "CCA700"                TO W-PROGRA
           PERFORM LEER-CCAREPCRU
           IF NO-HAY-CCAREPCRU
              PERFORM REPORTE-FALTANTE
           ELSE
              MOVE "CTAS FUERA EXTRACTO" TO W-CONCEP
              MOVE ZEROS                 TO W-VLREXT
              MOVE CANINV OF REG-REPCRU  TO W-VLRREP
              PERFORM COMPARAR-VALOR
           END-IF.
      *----------------------------------------------------------------
       CRUZAR-CCA735.
           MOVE "CCA735"                TO W-PROGRA
           PERFORM LEER-CCAREPCRU
           IF NO-HAY-CCAREPCRU
              PERFORM REPORTE-FALTANTE
           ELSE
              MOVE "CUENTAS ABIERTAS"    TO W-CONCEP
              MOVE EXT-CANCTA            TO W-VLREXT
              MOVE CANCTA OF REG-REPCRU  TO W-VLRREP
              PERFORM COMPARAR-VALOR
              MOVE "SALDO ULTIMO CORTE"  TO W-CONCEP
              MOVE EXT-SALULR            TO W-VLREXT
              MOVE SALULR OF REG-REPCRU  TO W-VLRREP
              PERFORM COMPARAR-VALOR
           END-IF.
      *----------------------------------------------------------------
       CRUZAR-CCA755.
           MOVE "CCA755"                TO W-PROGRA
           PERFORM LEER-CCAREPCRU
           IF NO-HAY-CCAREPCRU
              PERFORM REPORTE-FALTANTE
           ELSE
              MOVE "CUENTAS ABIERTAS"    TO W-CONCEP
              MOVE EXT-CANCTA            TO W-VLREXT
              MOVE CANCTA OF REG-REPCRU  TO W-VLRREP
              PERFORM COMPARAR-VALOR
              MOVE "SALDO ULTIMO CORTE"  TO W-CONCEP
              MOVE EXT-SALULR            TO W-VLREXT
              MOVE SALULR OF REG-REPCRU  TO W-VLRREP
              PERFORM COMPARAR-VALOR
              MOVE "SALDO PROMEDIO"      TO W-CONCEP
              MOVE EXT-SALPUR            TO W-VLREXT
              MOVE SALPUR OF REG-REPCRU  TO W-VLRREP
              PERFORM COMPARAR-VALOR
           END-IF.
      *----------------------------------------------------------------
      * UNA LINEA POR COMPARACION; LA DIFERENCIA SE MARCA CON "**".
      *----------------------------------------------------------------
       COMPARAR-VALOR.
           ADD 1                        TO W-CANCOM
           INITIALIZE CCA594R-DETALLE
           MOVE W-PROGRA                TO PROGRA OF CCA594R-DETALLE
           MOVE W-CONCEP                TO CONCEP OF CCA594R-DETALLE
           MOVE W-VLREXT                TO VLREXT OF CCA594R-DETALLE
           MOVE W-VLRREP                TO VLRREP OF CCA594R-DETALLE
           COMPUTE DIFERE OF CCA594R-DETALLE = W-VLRREP - W-VLREXT
           IF W-VLRREP NOT = W-VLREXT
              MOVE "**"                 TO INDDIF OF CCA594R-DETALLE
              ADD 1                     TO W-CANDIF
           END-IF
           WRITE REPORTE-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
      * EL PROGRAMA NO DEJO TOTALES DEL DIA: NO CORRIO O TERMINO MAL.
      *----------------------------------------------------------------
       REPORTE-FALTANTE.
           ADD 1                        TO W-CANCOM
           ADD 1                        TO W-CANDIF
           INITIALIZE CCA594R-DETALLE
           MOVE W-PROGRA                TO PROGRA OF CCA594R-DETALLE
           MOVE "SIN TOTALES DEL DIA"   TO CONCEP OF CCA594R-DETALLE
           MOVE "**"                    TO INDDIF OF CCA594R-DETALLE
           WRITE REPORTE-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
       LEER-CCAREPCTL.
           READ CCAREPCTL NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAREPCTL.
      *----------------------------------------------------------------
       LEER-CCAREPCRU.
           MOVE "SI"                    TO CTL-CCAREPCRU
           MOVE LK-FECHA-HOY            TO FECPRO OF REG-REPCRU
           MOVE W-PROGRA                TO PROGRA OF REG-REPCRU
           READ CCAREPCRU INVALID KEY
                MOVE "NO" TO CTL-CCAREPCRU.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE CCA594R-TOTALES
           MOVE W-CANCOM                TO CANCOM OF CCA594R-TOTALES
           MOVE W-CANDIF                TO CANDIF OF CCA594R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA594 GRUPOS AGENCIA/PRODUCTO.: " W-CANGRP
           DISPLAY "CCA594 COMPARACIONES...........: " W-CANCOM
           DISPLAY "CCA594 DIFERENCIAS.............: " W-CANDIF
           IF W-CANDIF > ZEROS
              DISPLAY "CCA594 HAY DIFERENCIAS ENTRE LOS REPORTES Y EL "
                      "EXTRACTO, VER CCA594R"
              MOVE 1                    TO PC504-CODRETO
           END-IF
           MOVE W-CANCOM                TO PC504-CANTREG
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAREPCTL CCAREPCRU REPORTE.
           STOP  RUN      .
