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
       PROGRAM-ID.    CCA653.
      ******************************************************************
      * FUNCION: MONITOR DE CAPACIDAD DE LOS ARCHIVOS DE LA CADENA.    *
      *          CORRE AL FINAL DE LA CADENA. PARA CADA ARCHIVO DE LA  *
      *          TABLA 88 DE CCATABLAS (ARCHIVO, BIBLIOTECA, LIMITE    *
      *          DE REGISTROS DE SU ASIGNACION Y HORIZONTE DE AVISO)   *
      *          TOMA DEL SISTEMA LA CANTIDAD DE REGISTROS Y EL        *
      *          TAMANO DEL MIEMBRO (API QUSRMBRD) Y LOS GUARDA EN EL  *
      *          HISTORICO DIARIO CCACAPHIS. CON EL CRECIMIENTO DIARIO *
      *          PROMEDIO DEL ULTIMO MES PROYECTA LOS DIAS QUE FALTAN  *
      *          PARA LLEGAR AL LIMITE Y LA FECHA; EL ARCHIVO QUE      *
      *          QUEDA DENTRO DEL HORIZONTE SE AVISA A LA CENTRAL DE   *
      *          ALERTAS (CCA508, TIPO 5). EL REPORTE MENSUAL DEL      *
      *          CRECIMIENTO LO SACA CCA654. UNA SEGUNDA CORRIDA EN EL *
      *          DIA REEMPLAZA LA FOTO DEL DIA.                        *
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
           SELECT CCATABLAS
               ASSIGN          TO DATABASE-CCATABLAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACAPHIS
               ASSIGN          TO DATABASE-CCACAPHIS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  CCACAPHIS
           LABEL RECORDS ARE STANDARD.
       01  REG-CAPHIS.
           COPY DDS-ALL-FORMATS OF CCACAPHIS.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * ARCHIVO VIGILADO (TABLA 88: CAMPO1 = LIMITE DE REGISTROS).
       01  W-CAP-CAMPO2.
           05  W-CAP-NOMARC            PIC X(10).
           05  W-CAP-NOMLIB            PIC X(10).
           05  W-CAP-HORIZO            PIC 9(03).
           05  W-CAP-DESCRI            PIC X(30).
           05  FILLER                  PIC X(97).
       01  W-LIMREG                    PIC 9(11) VALUE ZEROS.
       01  W-HORIZO                    PIC 9(05) VALUE ZEROS.
       01  W-HORDEF                    PIC 9(05) VALUE 30.
      *
      * DESCRIPCION DEL MIEMBRO (QUSRMBRD, FORMATO MBRD0200).
       01  W-MBRD0200.
           05  W-MBR-BYTRET            PIC S9(09) BINARY.
           05  W-MBR-BYTDIS            PIC S9(09) BINARY.
           05  FILLER                  PIC X(132).
           05  W-MBR-NROREG            PIC S9(09) BINARY.
           05  W-MBR-NROBOR            PIC S9(09) BINARY.
           05  W-MBR-TAMDAT            PIC S9(09) BINARY.
           05  W-MBR-TAMIND            PIC S9(09) BINARY.
           05  FILLER                  PIC X(76).
           05  W-MBR-MULDAT            PIC S9(09) BINARY.
           05  W-MBR-MULIND            PIC S9(09) BINARY.
           05  FILLER                  PIC X(160).
       01  W-MBR-LARGO                 PIC S9(09) BINARY VALUE 400.
       01  W-MBR-FORMATO               PIC X(08) VALUE "MBRD0200".
       01  W-MBR-ARCHIVO.
           05  W-MBR-NOMARC            PIC X(10) VALUE SPACES.
           05  W-MBR-NOMLIB            PIC X(10) VALUE SPACES.
       01  W-MBR-MIEMBRO               PIC X(10) VALUE "*FIRST".
       01  W-MBR-SOBREESC              PIC X(01) VALUE "0".
       01  W-MBR-ERROR.
           05  W-ERR-BYTPRO            PIC S9(09) BINARY VALUE 16.
           05  W-ERR-BYTDIS            PIC S9(09) BINARY VALUE ZEROS.
           05  W-ERR-MSGID             PIC X(07) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACES.
      *
      * CRECIMIENTO CONTRA LA FOTO MAS VIEJA DEL ULTIMO MES.
       01  W-FECBAS                    PIC 9(08) VALUE ZEROS.
       01  R-W-FECBAS                  REDEFINES W-FECBAS.
           05  W-FECBAS-AA             PIC 9(04).
           05  W-FECBAS-MM             PIC 9(02).
           05  W-FECBAS-DD             PIC 9(02).
       01  W-NROBAS                    PIC 9(11) VALUE ZEROS.
       01  W-FECANT                    PIC 9(08) VALUE ZEROS.
       01  W-DIAS                      PIC 9(05) VALUE ZEROS.
       01  W-CRECDI                    PIC S9(09)V99 VALUE ZEROS.
       01  W-DIALIM                    PIC 9(09)     VALUE ZEROS.
      *
      * LA FOTO DEL DIA ANTES DE GRABARLA.
       01  W-FOTO.
           05  W-FOT-NROREG            PIC 9(11) VALUE ZEROS.
           05  W-FOT-NROBOR            PIC 9(11) VALUE ZEROS.
           05  W-FOT-TAMANO            PIC 9(15) VALUE ZEROS.
           05  W-FOT-DIALIM            PIC 9(05) VALUE ZEROS.
           05  W-FOT-FECLIM            PIC 9(08) VALUE ZEROS.
           05  W-FOT-INDALR            PIC X(01) VALUE "N".
      *
       77  W-CANARC                    PIC 9(05) VALUE ZEROS.
       77  W-CANALR                    PIC 9(05) VALUE ZEROS.
       77  W-CANERR                    PIC 9(05) VALUE ZEROS.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *
      * AVISO A LA CENTRAL DE ALERTAS (CCA508 TIPO 5).
       01  W-ALR-PROGRAMA              PIC X(08)     VALUE "CCA653".
       01  W-ALR-TIPALR                PIC 9(02)     VALUE 5.
       01  W-ALR-VALOR                 PIC S9(13)V99 VALUE ZEROS.
       01  W-ALR-RETCOD                PIC 9(01)     VALUE ZEROS.
       01  W-ALR-DETALLE.
           05  FILLER                  PIC X(08)     VALUE "ARCHIVO ".
           05  W-ALR-NOMARC            PIC X(10)     VALUE SPACES.
           05  FILLER                  PIC X(07)     VALUE " LLENO ".
           05  W-ALR-FECLIM            PIC 9(08)     VALUE ZEROS.
           05  FILLER                  PIC X(07)     VALUE SPACES.
      *
       01  CONTROLES.
           05  CTL-CCATABLAS           PIC X(02) VALUE "NO".
               88  FIN-CCATABLAS                 VALUE "SI".
               88  NO-FIN-CCATABLAS              VALUE "NO".
           05  CTL-CCACAPHIS           PIC X(02) VALUE "NO".
               88  EXISTE-CCACAPHIS              VALUE "SI".
               88  NO-EXISTE-CCACAPHIS           VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
           COPY PLT219  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA653".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR UNTIL FIN-CCATABLAS.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCATABLAS.
           OPEN I-O    CCACAPHIS.
           CALL "PLTCODEMPP"   USING PA-CODEMP.
           PERFORM CALL-CCA500.
      *    NROTAB 0 = HORIZONTE DE AVISO POR OMISION, EN DIAS.
           MOVE 88 TO CODTAB OF ZONA-CCATABLAS
           MOVE 0  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                IF CAMPO1 OF ZONA-CCATABLAS > ZEROS
                   MOVE CAMPO1 OF ZONA-CCATABLAS TO W-HORDEF
                END-IF
           END-READ
      *    LA BASE DEL CRECIMIENTO ES EL MISMO DIA DEL MES ANTERIOR.
           MOVE LK-FECHA-HOY TO W-FECBAS
           IF W-FECBAS-MM = 1
              MOVE 12 TO W-FECBAS-MM
              SUBTRACT 1 FROM W-FECBAS-AA
           ELSE
              SUBTRACT 1 FROM W-FECBAS-MM
           END-IF
           MOVE 88 TO CODTAB OF ZONA-CCATABLAS
           MOVE 1  TO NROTAB OF ZONA-CCATABLAS
           START CCATABLAS KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCATABLAS
           END-START
           PERFORM LEER-CCATABLAS.
      *----------------------------------------------------------------
       PROCESAR.
           MOVE CAMPO2 OF ZONA-CCATABLAS TO W-CAP-CAMPO2
           MOVE CAMPO1 OF ZONA-CCATABLAS TO W-LIMREG
           IF W-CAP-NOMARC NOT = SPACES
              PERFORM VIGILAR-ARCHIVO
           END-IF
           PERFORM LEER-CCATABLAS.
      *----------------------------------------------------------------
       VIGILAR-ARCHIVO.
           ADD 1 TO W-CANARC
           PERFORM TOMAR-DESCRIPCION
           IF W-ERR-BYTDIS NOT = ZEROS
              ADD 1 TO W-CANERR
              DISPLAY "CCA653 ARCHIVO NO DISPONIBLE: " W-MBR-NOMLIB
                      "/" W-MBR-NOMARC " " W-ERR-MSGID
           ELSE
              PERFORM BUSCAR-BASE
              PERFORM PROYECTAR-LIMITE
              PERFORM GRABAR-CCACAPHIS
              ADD 1 TO PC504-CANTREG
           END-IF.
      *----------------------------------------------------------------
      * EL TAMANO DEL MIEMBRO ES EL ESPACIO DE DATOS MAS EL DE LA VIA
      * DE ACCESO, CADA UNO POR SU MULTIPLICADOR.
      *----------------------------------------------------------------
       TOMAR-DESCRIPCION.
           MOVE W-CAP-NOMARC TO W-MBR-NOMARC
           IF W-CAP-NOMLIB = SPACES
              MOVE "*LIBL"      TO W-MBR-NOMLIB
           ELSE
              MOVE W-CAP-NOMLIB TO W-MBR-NOMLIB
           END-IF
           MOVE ZEROS  TO W-ERR-BYTDIS
           MOVE SPACES TO W-ERR-MSGID
           INITIALIZE W-MBRD0200
           CALL "QUSRMBRD" USING W-MBRD0200 W-MBR-LARGO W-MBR-FORMATO
                                 W-MBR-ARCHIVO W-MBR-MIEMBRO
                                 W-MBR-SOBREESC W-MBR-ERROR
           IF W-ERR-BYTDIS = ZEROS
              MOVE W-MBR-NROREG TO W-FOT-NROREG
              MOVE W-MBR-NROBOR TO W-FOT-NROBOR
              IF W-MBR-MULDAT = ZEROS
                 MOVE 1 TO W-MBR-MULDAT
              END-IF
              IF W-MBR-MULIND = ZEROS
                 MOVE 1 TO W-MBR-MULIND
              END-IF
              COMPUTE W-FOT-TAMANO = W-MBR-TAMDAT * W-MBR-MULDAT
                                   + W-MBR-TAMIND * W-MBR-MULIND
           END-IF.
      *----------------------------------------------------------------
      * LA FOTO MAS VIEJA DESDE LA BASE (MISMO DIA DEL MES ANTERIOR);
      * SIN FOTO ANTERIOR NO HAY CRECIMIENTO QUE PROYECTAR.
      *----------------------------------------------------------------
       BUSCAR-BASE.
           MOVE ZEROS        TO W-NROBAS W-FECANT
           MOVE W-CAP-NOMARC TO NOMARC OF REG-CAPHIS
           MOVE W-FECBAS     TO FECPRO OF REG-CAPHIS
           MOVE "SI"         TO CTL-CCACAPHIS
           START CCACAPHIS KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "NO" TO CTL-CCACAPHIS
           END-START
           IF EXISTE-CCACAPHIS
              READ CCACAPHIS NEXT RECORD AT END
                   MOVE "NO" TO CTL-CCACAPHIS
              END-READ
           END-IF
           IF EXISTE-CCACAPHIS
           AND NOMARC OF REG-CAPHIS = W-CAP-NOMARC
           AND FECPRO OF REG-CAPHIS < LK-FECHA-HOY
              MOVE NROREG OF REG-CAPHIS TO W-NROBAS
              MOVE FECPRO OF REG-CAPHIS TO W-FECANT
           END-IF.
      *----------------------------------------------------------------
      * CRECIMIENTO DIARIO = REGISTROS GANADOS / DIAS TRANSCURRIDOS.
      * DIAS AL LIMITE = LO QUE FALTA / CRECIMIENTO (99999 = EL
      * ARCHIVO NO CRECE O NO TIENE LIMITE; CERO = YA LLEGO).
      *----------------------------------------------------------------
       PROYECTAR-LIMITE.
           MOVE ZEROS  TO W-CRECDI W-FOT-FECLIM W-DIAS
           MOVE 99999  TO W-FOT-DIALIM
           MOVE "N"    TO W-FOT-INDALR
           IF W-FECANT > ZEROS
              MOVE W-FECANT     TO LK219-FECHA1
              MOVE LK-FECHA-HOY TO LK219-FECHA2
              MOVE ZEROS        TO LK219-FECHA3
              MOVE ZEROS        TO LK219-NRODIA
              MOVE 4            TO LK219-TIPOPR
              PERFORM CALL-PLT219
              MOVE LK219-NRODIA TO W-DIAS
           END-IF
           IF W-DIAS > ZEROS
              COMPUTE W-CRECDI ROUNDED =
                      (W-FOT-NROREG - W-NROBAS) / W-DIAS
           END-IF
           IF W-LIMREG > ZEROS
              IF W-FOT-NROREG NOT < W-LIMREG
                 MOVE ZEROS TO W-FOT-DIALIM
              ELSE
                 IF W-CRECDI > ZEROS
                    COMPUTE W-DIALIM =
                            (W-LIMREG - W-FOT-NROREG) / W-CRECDI
                            ON SIZE ERROR MOVE 99999 TO W-DIALIM
                    END-COMPUTE
                    IF W-DIALIM < 99999
                       MOVE W-DIALIM TO W-FOT-DIALIM
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF W-FOT-DIALIM < 99999
              MOVE LK-FECHA-HOY TO LK219-FECHA1
              MOVE ZEROS        TO LK219-FECHA2
              MOVE ZEROS        TO LK219-FECHA3
              MOVE W-FOT-DIALIM TO LK219-NRODIA
              MOVE 3            TO LK219-TIPOPR
              PERFORM CALL-PLT219
              MOVE LK219-FECHA3 TO W-FOT-FECLIM
              IF W-CAP-HORIZO > ZEROS
                 MOVE W-CAP-HORIZO TO W-HORIZO
              ELSE
                 MOVE W-HORDEF     TO W-HORIZO
              END-IF
              IF W-FOT-DIALIM NOT > W-HORIZO
                 MOVE "S" TO W-FOT-INDALR
                 PERFORM AVISAR-CAPACIDAD
              END-IF
           END-IF.
      *----------------------------------------------------------------
       AVISAR-CAPACIDAD.
           ADD 1 TO W-CANALR
           MOVE W-FOT-DIALIM TO W-ALR-VALOR
           MOVE W-CAP-NOMARC TO W-ALR-NOMARC
           MOVE W-FOT-FECLIM TO W-ALR-FECLIM
           MOVE ZEROS        TO W-ALR-RETCOD
           CALL "CCA508" USING W-ALR-PROGRAMA W-ALR-TIPALR
                               W-ALR-VALOR    W-ALR-RETCOD
                               W-ALR-DETALLE.
      *----------------------------------------------------------------
       GRABAR-CCACAPHIS.
           MOVE W-CAP-NOMARC TO NOMARC OF REG-CAPHIS
           MOVE LK-FECHA-HOY TO FECPRO OF REG-CAPHIS
           READ CCACAPHIS INVALID KEY
                MOVE "NO" TO CTL-CCACAPHIS
           NOT INVALID KEY
                MOVE "SI" TO CTL-CCACAPHIS
           END-READ
           INITIALIZE REGCAPHIS
           MOVE W-CAP-NOMARC         TO NOMARC OF REG-CAPHIS
           MOVE LK-FECHA-HOY         TO FECPRO OF REG-CAPHIS
           MOVE W-MBR-NOMLIB         TO NOMLIB OF REG-CAPHIS
           MOVE W-CAP-DESCRI         TO DESCRI OF REG-CAPHIS
           ACCEPT HORPRO OF REG-CAPHIS FROM TIME
           MOVE W-FOT-NROREG         TO NROREG OF REG-CAPHIS
           MOVE W-FOT-NROBOR         TO NROBOR OF REG-CAPHIS
           MOVE W-FOT-TAMANO         TO TAMANO OF REG-CAPHIS
           MOVE W-LIMREG             TO LIMREG OF REG-CAPHIS
           MOVE W-CRECDI             TO CRECDI OF REG-CAPHIS
           MOVE W-FOT-DIALIM         TO DIALIM OF REG-CAPHIS
           MOVE W-FOT-FECLIM         TO FECLIM OF REG-CAPHIS
           MOVE W-FOT-INDALR         TO INDALR OF REG-CAPHIS
           IF EXISTE-CCACAPHIS
              REWRITE REG-CAPHIS
           ELSE
              WRITE REG-CAPHIS
           END-IF.
      *----------------------------------------------------------------
       LEER-CCATABLAS.
           READ CCATABLAS NEXT RECORD AT END
                MOVE "SI" TO CTL-CCATABLAS
           END-READ
           IF NO-FIN-CCATABLAS
           AND CODTAB OF ZONA-CCATABLAS NOT = 88
              MOVE "SI" TO CTL-CCATABLAS
           END-IF.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       CALL-PLT219.
           MOVE 1                      TO LK219-TIPFMT
           MOVE 2                      TO LK219-BASCLC
           MOVE 1                      TO LK219-INDDSP
           MOVE 9                      TO LK219-DIASEM
           MOVE SPACES                 TO LK219-NOMDIA
           MOVE SPACES                 TO LK219-NOMMES
           MOVE ZEROS                  TO LK219-CODRET
           MOVE SPACES                 TO LK219-MSGERR
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
           DISPLAY "CCA653 ARCHIVOS VIGILADOS.: " W-CANARC
           DISPLAY "CCA653 CERCA DEL LIMITE...: " W-CANALR
           DISPLAY "CCA653 NO DISPONIBLES.....: " W-CANERR
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCATABLAS CCACAPHIS.
           STOP  RUN      .
