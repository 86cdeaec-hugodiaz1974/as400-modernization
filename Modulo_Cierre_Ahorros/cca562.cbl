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
       PROGRAM-ID.    CCA562.
      ******************************************************************
      * FUNCION: REVISION NOCTURNA DEL CATALOGO DE CODIGOS DE          *
      *          TRANSACCION (CCACODTRN). LISTA:                       *
      *          - INCONSISTENCIAS DEL PROPIO CATALOGO: CODTRA FUERA   *
      *            DE 1-9999, UN MISMO CODTRA CON SENTIDO DISTINTO     *
      *            SEGUN EL PRODUCTO, Y CODIGO ALTERNO (REVERSO) QUE   *
      *            NO EXISTE O QUE ES DEL MISMO SENTIDO.               *
      *          - CODIGOS DE CCATRAPRO (TRADEB, TRACRE, CODTAR) QUE   *
      *            NO EXISTEN EN EL CATALOGO, O TRADEB/TRACRE CUYO     *
      *            SENTIDO NO ES DEBITO/CREDITO.                       *
      *          - CODTRA USADOS EN CCAMOVIM, CCAHISTOR O CCAMOVINT    *
      *            QUE NO EXISTEN EN EL CATALOGO (HUERFANOS), CON LA   *
      *            CANTIDAD DE MOVIMIENTOS EN CADA ARCHIVO.            *
      *          - CODIGOS CUYO SENTIDO EN EL CATALOGO CONTRADICE EL   *
      *            DEBCRE CON QUE REALMENTE SE CONTABILIZAN.           *
      *          EL CATALOGO SE CORRIGE CON LA PANTALLA CCA561.        *
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
           SELECT CCACODTRN
               ASSIGN          TO DATABASE-CCACODTRN
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCATRAPRO
               ASSIGN          TO DATABASE-CCATRAPRO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAMOVIM
               ASSIGN          TO DATABASE-CCAMOVIM
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAHISTOR
               ASSIGN          TO DATABASE-CCAHISTOR
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAMOVINT
               ASSIGN          TO DATABASE-CCAMOVINT
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA562R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCACODTRN
           LABEL RECORDS ARE STANDARD.
       01  REG-CODTRN.
           COPY DDS-ALL-FORMATS OF CCACODTRN.
      *
       FD  CCATRAPRO
           LABEL RECORDS ARE STANDARD.
       01  REG-TRAPRO.
           COPY DDS-ALL-FORMATS OF CCATRAPRO.
      *
       FD  CCAMOVIM
           LABEL RECORDS ARE STANDARD.
       01  REG-MOVIM.
           COPY DDS-ALL-FORMATS OF CCAMOVIM.
      *
       FD  CCAHISTOR
           LABEL RECORDS ARE STANDARD.
       01  REG-HISTOR.
           COPY DDS-ALL-FORMATS OF CCAHISTOR.
      *
       FD  CCAMOVINT
           LABEL RECORDS ARE STANDARD.
       01  REG-MOVINT.
           COPY DDS-ALL-FORMATS OF CCAMOVINT.
      *
       FD  REPORTE
           LABEL RECORDS ARE OMITTED.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA562R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-CANCAT                    PIC 9(07) VALUE ZEROS.
       77  W-CANTRP                    PIC 9(07) VALUE ZEROS.
       77  W-CANFAL                    PIC 9(07) VALUE ZEROS.
       77  W-CANSEN                    PIC 9(07) VALUE ZEROS.
       77  W-CANLEI                    PIC 9(09) VALUE ZEROS.
       77  W-CODTRA                    PIC 9(05) VALUE ZEROS.
       77  W-DEBCRE                    PIC 9(01) VALUE ZEROS.
       77  W-NROARC                    PIC 9(01) VALUE ZEROS.
       77  W-CODREV                    PIC 9(05) VALUE ZEROS.
       77  W-SENESP                    PIC 9(01) VALUE ZEROS.
       77  W-CAMPO                     PIC X(06) VALUE SPACES.
       77  I                           PIC 9(05) VALUE ZEROS.
      *
      * CATALOGO EN MEMORIA, INDEXADO POR CODTRA COMO EN CCA560. POR
      * CODIGO: SI EXISTE, SU SENTIDO, SU DESCRIPCION, LOS DEBITOS Y
      * CREDITOS CONTABILIZADOS CON EL, Y LOS MOVIMIENTOS HUERFANOS
      * POR ARCHIVO (1 CCAMOVIM, 2 CCAHISTOR, 3 CCAMOVINT).
       01  TABLA-CODIGOS.
           05  TABLA-COD               OCCURS 9999 TIMES.
               10  EXCAT               PIC 9(01).
               10  DECRE               PIC 9(01).
               10  NOMTR               PIC X(25).
               10  CANTDB              PIC 9(09).
               10  CANTCR              PIC 9(09).
               10  CANHUE              OCCURS 3 TIMES PIC 9(09).
      * MOVIMIENTOS CON CODTRA EN CEROS O MAYOR QUE 9999.
       01  TABLA-FUERA.
           05  CANFUE                  OCCURS 3 TIMES PIC 9(09).
      *
       01  CONTROLES.
           05  CTL-CCACODTRN           PIC X(02) VALUE "NO".
               88  FIN-CCACODTRN                 VALUE "SI".
               88  NO-FIN-CCACODTRN              VALUE "NO".
           05  CTL-CCATRAPRO           PIC X(02) VALUE "NO".
               88  FIN-CCATRAPRO                 VALUE "SI".
               88  NO-FIN-CCATRAPRO              VALUE "NO".
           05  CTL-MOVIMIENTOS         PIC X(02) VALUE "NO".
               88  FIN-MOVIMIENTOS               VALUE "SI".
               88  NO-FIN-MOVIMIENTOS            VALUE "NO".
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA562".
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
           PERFORM CARGAR-CATALOGO UNTIL FIN-CCACODTRN.
           PERFORM INICIAR-ALTERNOS.
           PERFORM REVISAR-ALTERNO UNTIL FIN-CCACODTRN.
           PERFORM REVISAR-TRAPRO UNTIL FIN-CCATRAPRO.
           MOVE 1    TO W-NROARC
           MOVE "NO" TO CTL-MOVIMIENTOS
           PERFORM LEER-CCAMOVIM
           PERFORM CONTAR-CCAMOVIM UNTIL FIN-MOVIMIENTOS.
           MOVE 2    TO W-NROARC
           MOVE "NO" TO CTL-MOVIMIENTOS
           PERFORM LEER-CCAHISTOR
           PERFORM CONTAR-CCAHISTOR UNTIL FIN-MOVIMIENTOS.
           MOVE 3    TO W-NROARC
           MOVE "NO" TO CTL-MOVIMIENTOS
           PERFORM LEER-CCAMOVINT
           PERFORM CONTAR-CCAMOVINT UNTIL FIN-MOVIMIENTOS.
           PERFORM IMPRIMIR-FUERA-RANGO.
           PERFORM IMPRIMIR-HUERFANO VARYING I FROM 1 BY 1
                                     UNTIL I > 9999.
           PERFORM IMPRIMIR-SENTIDO VARYING I FROM 1 BY 1
                                    UNTIL I > 9999.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCACODTRN CCATRAPRO CCAMOVIM CCAHISTOR CCAMOVINT.
           OPEN OUTPUT REPORTE.
           PERFORM CALL-CCA500.
           INITIALIZE TABLA-CODIGOS TABLA-FUERA.
           INITIALIZE CCA562R-HEADER
           MOVE LK-FECHA-HOY TO FECHOY OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "HEADER"
           PERFORM LEER-CCACODTRN
           PERFORM LEER-CCATRAPRO.
      *----------------------------------------------------------------
      * PRIMERA PASADA DEL CATALOGO: LO CARGA EN MEMORIA Y SENALA LOS
      * CODIGOS FUERA DE RANGO Y LOS QUE CAMBIAN DE SENTIDO ENTRE
      * PRODUCTOS.
      *----------------------------------------------------------------
       CARGAR-CATALOGO.
           MOVE CODTRA OF REG-CODTRN TO W-CODTRA
           IF W-CODTRA = ZEROS OR W-CODTRA > 9999
              INITIALIZE CCA562R-CATALO
              MOVE "CODTRA FUERA DEL RANGO 1-9999"
                                    TO MOTIVO OF CCA562R-CATALO
              PERFORM IMPRIMIR-CATALOGO
           ELSE
              IF EXCAT (W-CODTRA) = 1
              AND DECRE (W-CODTRA) NOT = DEBCRE OF REG-CODTRN
                 INITIALIZE CCA562R-CATALO
                 MOVE "MISMO CODTRA CON OTRO SENTIDO EN OTRO PRODUCTO"
                                    TO MOTIVO OF CCA562R-CATALO
                 PERFORM IMPRIMIR-CATALOGO
              ELSE
              IF EXCAT (W-CODTRA) = 0
                 MOVE 1                    TO EXCAT (W-CODTRA)
                 MOVE DEBCRE OF REG-CODTRN TO DECRE (W-CODTRA)
                 MOVE NOLTRA OF REG-CODTRN TO NOMTR (W-CODTRA)
              END-IF
              END-IF
           END-IF
           PERFORM LEER-CCACODTRN.
      *----------------------------------------------------------------
      * SEGUNDA PASADA: EL CODIGO ALTERNO (REVERSO) DEBE EXISTIR Y SER
      * DE SENTIDO CONTRARIO.
      *----------------------------------------------------------------
       INICIAR-ALTERNOS.
           MOVE "NO"  TO CTL-CCACODTRN
           MOVE ZEROS TO CODMON OF REG-CODTRN
                         CODSIS OF REG-CODTRN
                         CODPRO OF REG-CODTRN
                         CODTRN OF REG-CODTRN
           START CCACODTRN KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCACODTRN
           END-START
           IF NO-FIN-CCACODTRN
              PERFORM LEER-CCACODTRN
           END-IF.
      *----------------------------------------------------------------
       REVISAR-ALTERNO.
           MOVE CODALT OF REG-CODTRN TO W-CODREV
           IF W-CODREV NOT = ZEROS
              INITIALIZE CCA562R-CATALO
              IF W-CODREV > 9999
                 MOVE "CODIGO ALTERNO FUERA DEL RANGO 1-9999"
                                    TO MOTIVO OF CCA562R-CATALO
                 PERFORM IMPRIMIR-CATALOGO
              ELSE
              IF EXCAT (W-CODREV) = 0
                 MOVE "CODIGO ALTERNO NO EXISTE EN EL CATALOGO"
                                    TO MOTIVO OF CCA562R-CATALO
                 PERFORM IMPRIMIR-CATALOGO
              ELSE
              IF DECRE (W-CODREV) = DEBCRE OF REG-CODTRN
                 MOVE "CODIGO ALTERNO DEL MISMO SENTIDO"
                                    TO MOTIVO OF CCA562R-CATALO
                 PERFORM IMPRIMIR-CATALOGO
              END-IF
              END-IF
              END-IF
           END-IF
           PERFORM LEER-CCACODTRN.
      *----------------------------------------------------------------
       IMPRIMIR-CATALOGO.
           MOVE CODMON OF REG-CODTRN TO CODMON OF CCA562R-CATALO
           MOVE CODSIS OF REG-CODTRN TO CODSIS OF CCA562R-CATALO
           MOVE CODPRO OF REG-CODTRN TO CODPRO OF CCA562R-CATALO
           MOVE CODTRN OF REG-CODTRN TO CODTRN OF CCA562R-CATALO
           MOVE CODTRA OF REG-CODTRN TO CODTRA OF CCA562R-CATALO
           MOVE CODALT OF REG-CODTRN TO CODALT OF CCA562R-CATALO
           MOVE DEBCRE OF REG-CODTRN TO DEBCRE OF CCA562R-CATALO
           WRITE REPORTE-REG FORMAT IS "CATALO"
           ADD 1 TO W-CANCAT.
      *----------------------------------------------------------------
      * LOS CODIGOS QUE USA CCATRAPRO POR PRODUCTO DEBEN EXISTIR, Y
      * TRADEB/TRACRE SER DEBITO/CREDITO.
      *----------------------------------------------------------------
       REVISAR-TRAPRO.
           MOVE "TRADEB"              TO W-CAMPO
           MOVE TRADEB OF REG-TRAPRO  TO W-CODTRA
           MOVE 1                     TO W-SENESP
           PERFORM VERIFICAR-CODIGO-TRAPRO
           MOVE "TRACRE"              TO W-CAMPO
           MOVE TRACRE OF REG-TRAPRO  TO W-CODTRA
           MOVE 2                     TO W-SENESP
           PERFORM VERIFICAR-CODIGO-TRAPRO
           MOVE "CODTAR"              TO W-CAMPO
           MOVE CODTAR OF REG-TRAPRO  TO W-CODTRA
           MOVE 0                     TO W-SENESP
           PERFORM VERIFICAR-CODIGO-TRAPRO
           PERFORM LEER-CCATRAPRO.
      *----------------------------------------------------------------
       VERIFICAR-CODIGO-TRAPRO.
           IF W-CODTRA NOT = ZEROS
              INITIALIZE CCA562R-TRAPRO
              IF W-CODTRA > 9999
                 MOVE "CODIGO FUERA DEL RANGO 1-9999"
                                    TO MOTIVO OF CCA562R-TRAPRO
                 PERFORM IMPRIMIR-TRAPRO
              ELSE
              IF EXCAT (W-CODTRA) = 0
                 MOVE "CODIGO NO EXISTE EN EL CATALOGO"
                                    TO MOTIVO OF CCA562R-TRAPRO
                 PERFORM IMPRIMIR-TRAPRO
              ELSE
              IF W-SENESP NOT = ZEROS
              AND DECRE (W-CODTRA) NOT = W-SENESP
                 MOVE "SENTIDO DEL CATALOGO NO CORRESPONDE AL CAMPO"
                                    TO MOTIVO OF CCA562R-TRAPRO
                 PERFORM IMPRIMIR-TRAPRO
              END-IF
              END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-TRAPRO.
           MOVE CODPRO OF REG-TRAPRO TO CODPRO OF CCA562R-TRAPRO
           MOVE PRODUC OF REG-TRAPRO TO PRODUC OF CCA562R-TRAPRO
           MOVE W-CAMPO              TO CAMPO  OF CCA562R-TRAPRO
           MOVE W-CODTRA             TO CODTRA OF CCA562R-TRAPRO
           WRITE REPORTE-REG FORMAT IS "TRAPRO"
           ADD 1 TO W-CANTRP.
      *----------------------------------------------------------------
       CONTAR-CCAMOVIM.
           MOVE CODTRA OF REG-MOVIM TO W-CODTRA
           MOVE DEBCRE OF REG-MOVIM TO W-DEBCRE
           PERFORM CONTAR-MOVIMIENTO
           PERFORM LEER-CCAMOVIM.
      *----------------------------------------------------------------
       CONTAR-CCAHISTOR.
           MOVE CODTRA OF REG-HISTOR TO W-CODTRA
           MOVE DEBCRE OF REG-HISTOR TO W-DEBCRE
           PERFORM CONTAR-MOVIMIENTO
           PERFORM LEER-CCAHISTOR.
      *----------------------------------------------------------------
       CONTAR-CCAMOVINT.
           MOVE CODTRA OF REG-MOVINT TO W-CODTRA
           MOVE DEBCRE OF REG-MOVINT TO W-DEBCRE
           PERFORM CONTAR-MOVIMIENTO
           PERFORM LEER-CCAMOVINT.
      *----------------------------------------------------------------
      * EL MOVIMIENTO CUENTA COMO HUERFANO SI SU CODIGO NO ESTA EN EL
      * CATALOGO; SI ESTA, SE ACUMULA EL SENTIDO CON QUE SE APLICO.
      *----------------------------------------------------------------
       CONTAR-MOVIMIENTO.
           ADD 1 TO W-CANLEI
           IF W-CODTRA = ZEROS OR W-CODTRA > 9999
              ADD 1 TO CANFUE (W-NROARC)
           ELSE
              IF EXCAT (W-CODTRA) = 0
                 ADD 1 TO CANHUE (W-CODTRA, W-NROARC)
              ELSE
                 IF W-DEBCRE = 1
                    ADD 1 TO CANTDB (W-CODTRA)
                 ELSE
                    ADD 1 TO CANTCR (W-CODTRA)
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-FUERA-RANGO.
           IF CANFUE (1) > ZEROS OR CANFUE (2) > ZEROS
                                 OR CANFUE (3) > ZEROS
              INITIALIZE CCA562R-FALTA
              MOVE CANFUE (1)     TO CANMIM OF CCA562R-FALTA
              MOVE CANFUE (2)     TO CANHIS OF CCA562R-FALTA
              MOVE CANFUE (3)     TO CANINT OF CCA562R-FALTA
              MOVE "CODTRA EN CEROS O MAYOR QUE 9999"
                                  TO MOTIVO OF CCA562R-FALTA
              WRITE REPORTE-REG FORMAT IS "FALTA"
              ADD 1 TO W-CANFAL
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-HUERFANO.
           IF CANHUE (I, 1) > ZEROS OR CANHUE (I, 2) > ZEROS
                                    OR CANHUE (I, 3) > ZEROS
              INITIALIZE CCA562R-FALTA
              MOVE I              TO CODTRA OF CCA562R-FALTA
              MOVE CANHUE (I, 1)  TO CANMIM OF CCA562R-FALTA
              MOVE CANHUE (I, 2)  TO CANHIS OF CCA562R-FALTA
              MOVE CANHUE (I, 3)  TO CANINT OF CCA562R-FALTA
              MOVE "CODTRA NO EXISTE EN CCACODTRN"
                                  TO MOTIVO OF CCA562R-FALTA
              WRITE REPORTE-REG FORMAT IS "FALTA"
              ADD 1 TO W-CANFAL
           END-IF.
      *----------------------------------------------------------------
      * SENTIDO CONTRADICHO: EL CATALOGO DICE DEBITO Y HAY CREDITOS
      * CON EL CODIGO, O AL REVES.
      *----------------------------------------------------------------
       IMPRIMIR-SENTIDO.
           IF EXCAT (I) = 1
              IF (DECRE (I) = 1 AND CANTCR (I) > ZEROS)
              OR (DECRE (I) = 2 AND CANTDB (I) > ZEROS)
              OR (DECRE (I) NOT = 1 AND DECRE (I) NOT = 2)
                 INITIALIZE CCA562R-SENTID
                 MOVE I           TO CODTRA OF CCA562R-SENTID
                 MOVE NOMTR (I)   TO NOLTRA OF CCA562R-SENTID
                 MOVE DECRE (I)   TO DEBCRE OF CCA562R-SENTID
                 MOVE CANTDB (I)  TO CANDEB OF CCA562R-SENTID
                 MOVE CANTCR (I)  TO CANCRE OF CCA562R-SENTID
                 WRITE REPORTE-REG FORMAT IS "SENTID"
                 ADD 1 TO W-CANSEN
              END-IF
           END-IF.
      *----------------------------------------------------------------
       LEER-CCACODTRN.
           READ CCACODTRN NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACODTRN.
      *----------------------------------------------------------------
       LEER-CCATRAPRO.
           READ CCATRAPRO NEXT RECORD AT END
                MOVE "SI" TO CTL-CCATRAPRO.
      *----------------------------------------------------------------
       LEER-CCAMOVIM.
           READ CCAMOVIM NEXT RECORD AT END
                MOVE "SI" TO CTL-MOVIMIENTOS.
      *----------------------------------------------------------------
       LEER-CCAHISTOR.
           READ CCAHISTOR NEXT RECORD AT END
                MOVE "SI" TO CTL-MOVIMIENTOS.
      *----------------------------------------------------------------
       LEER-CCAMOVINT.
           READ CCAMOVINT NEXT RECORD AT END
                MOVE "SI" TO CTL-MOVIMIENTOS.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE CCA562R-TOTALES
           MOVE W-CANCAT          TO CANCAT OF CCA562R-TOTALES
           MOVE W-CANTRP          TO CANTRP OF CCA562R-TOTALES
           MOVE W-CANFAL          TO CANFAL OF CCA562R-TOTALES
           MOVE W-CANSEN          TO CANSEN OF CCA562R-TOTALES
           MOVE W-CANLEI          TO CANLEI OF CCA562R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA562 INCONSISTENCIAS CATALOGO: " W-CANCAT
           DISPLAY "CCA562 INCONSISTENCIAS TRAPRO..: " W-CANTRP
           DISPLAY "CCA562 CODIGOS HUERFANOS.......: " W-CANFAL
           DISPLAY "CCA562 SENTIDOS CONTRADICHOS...: " W-CANSEN
           DISPLAY "CCA562 MOVIMIENTOS REVISADOS...: " W-CANLEI
           COMPUTE PC504-CANTREG = W-CANCAT + W-CANTRP + W-CANFAL
                                 + W-CANSEN
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCACODTRN CCATRAPRO CCAMOVIM CCAHISTOR CCAMOVINT
                 REPORTE.
           STOP  RUN      .
