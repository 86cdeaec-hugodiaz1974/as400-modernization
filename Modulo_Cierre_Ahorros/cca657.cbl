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
       PROGRAM-ID.    CCA657.
      ******************************************************************
      * FUNCION: RESPUESTA Y LIQUIDACION DEL COBRO POR DEBITO          *
      *          AUTOMATICO (DOMICILIACION). CORRE DESPUES DE CCA560:  *
      *          REVISA EN CCAMOVIM LOS DEBITOS QUE ENCOLO CCA656      *
      *          (USUARIO DOMICILIA) Y ESCRIBE EN CCADOMRES LA         *
      *          RESPUESTA DE CADA FACTURA:                            *
      *            P/00 = PAGADA. SE ANOTA EN EL MANDATO COMO ULTIMO   *
      *                   COBRO Y SE ACUMULA PARA EL FACTURADOR.       *
      *            R/01 = SIN FONDOS (RECHAZO 34, 38 O 39 DE CCA550:   *
      *                   SALDO EMBARGADO, BLOQUEADO O EN BOLSILLOS).  *
      *            R/04 = CUENTA BLOQUEADA (RECHAZOS DE ESTADO DE LA   *
      *                   CUENTA 8, 10, 11, 12 Y 30 A 33).             *
      *            R/05 = OTRO RECHAZO DE LA VALIDACION.               *
      *          EL CODIGO DE CCA550 VIAJA EN CODERR. LAS RESPUESTAS   *
      *          01 A 04 DETECTADAS EN LA ENTRADA LAS ESCRIBIO CCA656. *
      *          AL FACTURADOR SE LE ACREDITA EN LA CUENTA DE SU       *
      *          CONVENIO (CCACONVNIO) EL NETO DE LO COBRADO MENOS LA  *
      *          COMISION POR PARTIDA, CON LAS MISMAS PAREJAS DE       *
      *          PLTTRNMON DE LA LIQUIDACION DE CONVENIOS (CCA548).    *
      *          COMO EN CCA548, EL IVA DE LA COMISION (CODIGO 562,    *
      *          VER CCA669) SE DESCUENTA DEL NETO, SE CONTABILIZA CON *
      *          LA PAREJA DE LA TARIFA Y QUEDA EN CCAIVAMOV.          *
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
               ASSIGN          TO DATABASE-CCAMOVIM01
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCACONVNIO
               ASSIGN          TO DATABASE-CCACONVNIO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAMANDAT
               ASSIGN          TO DATABASE-CCAMANDAT
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCADOMRES
               ASSIGN          TO DATABASE-CCADOMRES
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT PLTTRNMON
               ASSIGN          TO DATABASE-PLTTRNMON
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAIVAMOV
               ASSIGN          TO DATABASE-CCAIVAMOV
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAMOVIM
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCAMOVIM.
           COPY DDS-ALL-FORMATS OF CCAMOVIM01.
      *
       FD  CCACONVNIO
           LABEL RECORDS ARE STANDARD.
       01  REG-CONVNIO.
           COPY DDS-ALL-FORMATS OF CCACONVNIO.
      *
       FD  CCAMANDAT
           LABEL RECORDS ARE STANDARD.
       01  REG-MANDAT.
           COPY DDS-ALL-FORMATS OF CCAMANDAT.
      *
       FD  CCADOMRES
           LABEL RECORDS ARE STANDARD.
       01  REG-DOMRES.
           COPY DDS-ALL-FORMATS OF CCADOMRES.
      *
       FD  PLTTRNMON
           LABEL RECORDS ARE STANDARD.
       01  REG-PLTTRNMON.
           COPY DDS-ALL-FORMATS OF PLTTRNMON.
      *
       FD  CCAIVAMOV
           LABEL RECORDS ARE STANDARD.
       01  REG-IVAMOV.
           COPY DDS-ALL-FORMATS OF CCAIVAMOV.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * ACUMULADO POR CONVENIO DE LAS FACTURAS PAGADAS DEL DIA.
       77  W-CANCNV                    PIC 9(03) VALUE ZEROS.
       01  TABLA-CONVENIOS.
           05  CNV-ENT                 OCCURS 100 TIMES.
               10  CNV-NROCNV          PIC 9(05).
               10  CNV-CANREC          PIC 9(07)     COMP-3.
               10  CNV-TOTREC          PIC S9(15)V99 COMP-3.
      *
       77  I                           PIC 9(03)          VALUE ZEROS.
       77  W-CANPAG                    PIC 9(07)          VALUE ZEROS.
       77  W-CANDEV                    PIC 9(07)          VALUE ZEROS.
       77  W-VLRCOM                    PIC S9(13)V99      VALUE ZEROS.
       77  W-VLRNET                    PIC S9(13)V99      VALUE ZEROS.
       77  W-CNSTRN                    PIC 9(09)          VALUE ZEROS.
      * NUMERO DE OPERACION FIJO DE LA LIQUIDACION DE DOMICILIACION.
       77  W-NROTRN                    PIC 9(09)      VALUE 11999657.
       77  PA-CODEMP                   PIC 9(05)          VALUE ZEROS.
      *
      * INFPRD DEL DEBITO COMO LO DEJA CCA656.
       01  W-INFPRD-DOM.
           05  W-DOM-MARCA             PIC X(03).
           05  W-DOM-REFCLI            PIC X(20).
           05  FILLER                  PIC X(37).
      *
      * RECHAZOS DE CCA550 QUE SE RESPONDEN COMO SIN FONDOS O COMO
      * CUENTA BLOQUEADA.
       01  W-CODERR                    PIC 9(02) VALUE ZEROS.
           88  RECHAZO-SIN-FONDOS                VALUES 34 38 39.
           88  RECHAZO-CUENTA-BLOQUEADA          VALUES 8 10 11 12
                                                        30 THRU 33.
      *
       01  W-HALLADO                   PIC 9(01) VALUE 0.
           88  ENTRADA-HALLADA                   VALUE 1.
       01  W-EXISTE-CONVENIO           PIC 9(01) VALUE 0.
           88  NO-EXISTE-CONVENIO                VALUE 0.
           88  SI-EXISTE-CONVENIO                VALUE 1.
      *
      * IVA DE LA COMISION DEL CONVENIO (VER CCA669).
       01  PARM-CCA669.
           05  W-IVA-CODTRA            PIC 9(05)     VALUE 562.
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
      *
       01  CONTROLES.
           05  CTL-CCAMOVIM            PIC X(02) VALUE "NO".
               88  FIN-CCAMOVIM                  VALUE "SI".
               88  NO-FIN-CCAMOVIM              VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA657".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR UNTIL FIN-CCAMOVIM.
           PERFORM LIQUIDAR-CONVENIOS.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAMOVIM CCACONVNIO.
           OPEN I-O    CCAMANDAT.
           OPEN EXTEND CCADOMRES PLTTRNMON.
           OPEN I-O    CCAIVAMOV.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           PERFORM LEER-CCAMOVIM.
      *----------------------------------------------------------------
       PROCESAR.
           IF USRING OF REGMOVIM = "DOMICILIA"
              MOVE INFPRD OF REGMOVIM TO W-INFPRD-DOM
              PERFORM ESCRIBIR-RESPUESTA
              IF CODER1 OF REGMOVIM NOT = ZEROS
                 ADD 1 TO W-CANDEV
              ELSE
                 PERFORM ANOTAR-MANDATO
                 PERFORM ACUMULAR-CONVENIO
                 ADD 1 TO W-CANPAG
              END-IF
              ADD 1 TO PC504-CANTREG
           END-IF
           PERFORM LEER-CCAMOVIM.
      *----------------------------------------------------------------
       ESCRIBIR-RESPUESTA.
           INITIALIZE REGDOMRES
           MOVE NROBNV OF REGMOVIM TO NROCNV OF REG-DOMRES
           MOVE W-DOM-REFCLI       TO REFCLI OF REG-DOMRES
           MOVE NROREF OF REGMOVIM TO NROFAC OF REG-DOMRES
           MOVE IMPORT OF REGMOVIM TO VLRFAC OF REG-DOMRES
           MOVE CODMON OF REGMOVIM TO CODMON OF REG-DOMRES
           MOVE CODSIS OF REGMOVIM TO CODSIS OF REG-DOMRES
           MOVE CODPRO OF REGMOVIM TO CODPRO OF REG-DOMRES
           MOVE AGCCTA OF REGMOVIM TO AGCCTA OF REG-DOMRES
           MOVE CTANRO OF REGMOVIM TO CTANRO OF REG-DOMRES
           MOVE CODER1 OF REGMOVIM TO W-CODERR
                                      CODERR OF REG-DOMRES
           IF W-CODERR = ZEROS
              MOVE "P"             TO ESTADO OF REG-DOMRES
              MOVE ZEROS           TO CODRES OF REG-DOMRES
           ELSE
              MOVE "R"             TO ESTADO OF REG-DOMRES
              EVALUATE TRUE
              WHEN RECHAZO-SIN-FONDOS
                   MOVE 1          TO CODRES OF REG-DOMRES
              WHEN RECHAZO-CUENTA-BLOQUEADA
                   MOVE 4          TO CODRES OF REG-DOMRES
              WHEN OTHER
                   MOVE 5          TO CODRES OF REG-DOMRES
              END-EVALUATE
           END-IF
           MOVE LK-FECHA-HOY       TO FECRES OF REG-DOMRES
           WRITE REG-DOMRES.
      *----------------------------------------------------------------
       ANOTAR-MANDATO.
           MOVE NROBNV OF REGMOVIM TO NROCNV OF REG-MANDAT
           MOVE W-DOM-REFCLI       TO REFCLI OF REG-MANDAT
           READ CCAMANDAT
                NOT INVALID KEY
                MOVE LK-FECHA-HOY       TO FECULT OF REG-MANDAT
                MOVE NROREF OF REGMOVIM TO NROULT OF REG-MANDAT
                MOVE IMPORT OF REGMOVIM TO VLRULT OF REG-MANDAT
                REWRITE REG-MANDAT
           END-READ.
      *----------------------------------------------------------------
       ACUMULAR-CONVENIO.
           MOVE ZEROS TO W-HALLADO
           MOVE 1     TO I
           PERFORM BUSCAR-ENTRADA UNTIL I > W-CANCNV
                                  OR    ENTRADA-HALLADA
           IF ENTRADA-HALLADA
              SUBTRACT 1 FROM I
              ADD 1                   TO CNV-CANREC (I)
              ADD IMPORT OF REGMOVIM  TO CNV-TOTREC (I)
           ELSE
              IF W-CANCNV < 100
                 ADD 1 TO W-CANCNV
                 MOVE NROBNV OF REGMOVIM TO CNV-NROCNV (W-CANCNV)
                 MOVE 1                  TO CNV-CANREC (W-CANCNV)
                 MOVE IMPORT OF REGMOVIM TO CNV-TOTREC (W-CANCNV)
              END-IF
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-ENTRADA.
           IF CNV-NROCNV (I) = NROBNV OF REGMOVIM
              MOVE 1 TO W-HALLADO
           END-IF
           ADD 1 TO I.
      *----------------------------------------------------------------
       LIQUIDAR-CONVENIOS.
           MOVE 1 TO I
           PERFORM LIQUIDAR-UN-CONVENIO UNTIL I > W-CANCNV.
      *----------------------------------------------------------------
       LIQUIDAR-UN-CONVENIO.
           MOVE CNV-NROCNV (I) TO NROCNV OF REG-CONVNIO
           READ CCACONVNIO INVALID KEY
                MOVE ZEROS TO W-EXISTE-CONVENIO
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-CONVENIO
           END-READ
           IF SI-EXISTE-CONVENIO
              COMPUTE W-VLRCOM = CNV-CANREC (I) *
                                 VLRCOM OF REG-CONVNIO
              PERFORM CALCULAR-IVA-COMISION
              COMPUTE W-VLRNET = CNV-TOTREC (I) - W-VLRCOM
                                                - W-IVA-VLRIVA
              PERFORM GRABAR-LIQUIDACION
              DISPLAY "CCA657 CONVENIO " CNV-NROCNV (I)
                      " COBRADO " CNV-TOTREC (I)
                      " COMISION " W-VLRCOM
                      " IVA " W-IVA-VLRIVA
           END-IF
           ADD 1 TO I.
      *----------------------------------------------------------------
       GRABAR-LIQUIDACION.
           INITIALIZE REGTRNMON OF REG-PLTTRNMON
           MOVE PA-CODEMP             TO CODEMP OF PLTTRNMON
           MOVE CODMON OF REG-CONVNIO TO CODMON OF PLTTRNMON
           MOVE 99                    TO CODSIS OF PLTTRNMON
           MOVE CODPRO OF REG-CONVNIO TO CODPRO OF PLTTRNMON
           MOVE AGCCTA OF REG-CONVNIO TO AGCORI OF PLTTRNMON
                                         AGCDST OF PLTTRNMON
                                         AGCOPR OF PLTTRNMON
           MOVE CTANRO OF REG-CONVNIO TO CTANRO OF PLTTRNMON
                                         NROPRD OF PLTTRNMON
           MOVE CNV-NROCNV (I)        TO NROREF OF PLTTRNMON
           MOVE 5                     TO MEDPAG OF PLTTRNMON
           MOVE NITFAC OF REG-CONVNIO TO NRONIT OF PLTTRNMON
           MOVE NOMFAC OF REG-CONVNIO TO INFDEP OF PLTTRNMON
           MOVE W-NROTRN              TO NROTRN OF PLTTRNMON
           ADD  1                     TO W-CNSTRN
           MOVE W-CNSTRN              TO CNSTRN OF PLTTRNMON
           ACCEPT HORTRN OF PLTTRNMON FROM TIME
           MOVE LK-FECHA-HOY          TO FECEFE OF PLTTRNMON
                                         FECPRO OF PLTTRNMON
           MOVE ZEROS                 TO ESTTRN OF PLTTRNMON
           MOVE "CCA657"              TO USRING OF PLTTRNMON
           MOVE W-VLRNET              TO VLRTRN OF PLTTRNMON
           MOVE 560                   TO CODTRN OF PLTTRNMON
                                         CODOPE OF PLTTRNMON
           MOVE 1                     TO TIPMOV OF PLTTRNMON
           WRITE REG-PLTTRNMON
      *
           ADD  1                     TO W-CNSTRN
           MOVE W-CNSTRN              TO CNSTRN OF PLTTRNMON
           MOVE 561                   TO CODTRN OF PLTTRNMON
                                         CODOPE OF PLTTRNMON
           MOVE 2                     TO TIPMOV OF PLTTRNMON
           WRITE REG-PLTTRNMON
      *
           IF W-VLRCOM > ZEROS
              ADD  1                  TO W-CNSTRN
              MOVE W-CNSTRN           TO CNSTRN OF PLTTRNMON
              MOVE W-VLRCOM           TO VLRTRN OF PLTTRNMON
              MOVE 562                TO CODTRN OF PLTTRNMON
                                         CODOPE OF PLTTRNMON
              MOVE 1                  TO TIPMOV OF PLTTRNMON
              WRITE REG-PLTTRNMON
              ADD  1                  TO W-CNSTRN
              MOVE W-CNSTRN           TO CNSTRN OF PLTTRNMON
              MOVE 563                TO CODTRN OF PLTTRNMON
                                         CODOPE OF PLTTRNMON
              MOVE 2                  TO TIPMOV OF PLTTRNMON
              WRITE REG-PLTTRNMON
           END-IF
           IF W-IVA-VLRIVA > ZEROS
              PERFORM GRABAR-IVA-COMISION
           END-IF.
      *----------------------------------------------------------------
      * EL IVA DE LA COMISION LO PAGA EL FACTURADOR: SE CALCULA CON LA
      * TARIFA DEL CODIGO 562 Y SU NIT.
      *----------------------------------------------------------------
       CALCULAR-IVA-COMISION.
           MOVE ZEROS                 TO W-IVA-VLRIVA
           IF W-VLRCOM > ZEROS
              MOVE LK-FECHA-HOY          TO W-IVA-FECHA
              MOVE NITFAC OF REG-CONVNIO TO W-IVA-NITCLI
              MOVE W-VLRCOM              TO W-IVA-VLRBAS
              CALL "CCA669" USING W-IVA-CODTRA W-IVA-FECHA
                                  W-IVA-NITCLI W-IVA-VLRBAS
                                  W-IVA-PORIVA W-IVA-VLRIVA
                                  W-IVA-CODDEB W-IVA-CODCRE
                                  W-IVA-CONCEP W-IVA-RETCOD
              IF NOT IVA-GRAVADO
                 MOVE ZEROS              TO W-IVA-VLRIVA
              END-IF
           END-IF.
      *----------------------------------------------------------------
       GRABAR-IVA-COMISION.
           ADD  1                     TO W-CNSTRN
           MOVE W-CNSTRN              TO CNSTRN OF PLTTRNMON
           MOVE W-IVA-VLRIVA          TO VLRTRN OF PLTTRNMON
           MOVE W-IVA-CODDEB          TO CODTRN OF PLTTRNMON
                                         CODOPE OF PLTTRNMON
           MOVE 1                     TO TIPMOV OF PLTTRNMON
           WRITE REG-PLTTRNMON
           ADD  1                     TO W-CNSTRN
           MOVE W-CNSTRN              TO CNSTRN OF PLTTRNMON
           MOVE W-IVA-CODCRE          TO CODTRN OF PLTTRNMON
                                         CODOPE OF PLTTRNMON
           MOVE 2                     TO TIPMOV OF PLTTRNMON
           WRITE REG-PLTTRNMON
      *
           INITIALIZE REGIVAMOV
           MOVE LK-FECHA-HOY          TO FECPRO OF REG-IVAMOV
           MOVE CODMON OF REG-CONVNIO TO CODMON OF REG-IVAMOV
           MOVE CODSIS OF REG-CONVNIO TO CODSIS OF REG-IVAMOV
           MOVE CODPRO OF REG-CONVNIO TO CODPRO OF REG-IVAMOV
           MOVE AGCCTA OF REG-CONVNIO TO AGCCTA OF REG-IVAMOV
           MOVE CTANRO OF REG-CONVNIO TO CTANRO OF REG-IVAMOV
           MOVE W-IVA-CODTRA          TO CODTRA OF REG-IVAMOV
           MOVE CNV-NROCNV (I)        TO CNSTRN OF REG-IVAMOV
                                         NROREF OF REG-IVAMOV
           MOVE 657                   TO SECUEN OF REG-IVAMOV
           MOVE NITFAC OF REG-CONVNIO TO NRONIT OF REG-IVAMOV
           MOVE W-VLRCOM              TO VLRBAS OF REG-IVAMOV
           MOVE W-IVA-PORIVA          TO PORIVA OF REG-IVAMOV
           MOVE W-IVA-VLRIVA          TO VLRIVA OF REG-IVAMOV
           MOVE W-IVA-CODDEB          TO CODDEB OF REG-IVAMOV
           MOVE W-IVA-CODCRE          TO CODCRE OF REG-IVAMOV
           MOVE "CCA657"              TO ORIGEN OF REG-IVAMOV
           WRITE REG-IVAMOV INVALID KEY
                 DISPLAY "CCA657 IVA YA REGISTRADO CONVENIO "
                         CNV-NROCNV (I)
           END-WRITE.
      *----------------------------------------------------------------
       LEER-CCAMOVIM.
           READ CCAMOVIM NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAMOVIM.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           DISPLAY "CCA657 FACTURAS PAGADAS: "    W-CANPAG
           DISPLAY "CCA657 FACTURAS RECHAZADAS: " W-CANDEV
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMOVIM CCACONVNIO CCAMANDAT CCADOMRES PLTTRNMON
                 CCAIVAMOV.
           STOP  RUN      .
