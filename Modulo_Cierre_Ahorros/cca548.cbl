      *               MENOS COMISION POR PARTIDA) CON LOS CODIGOS      *
      *               560/561, Y LA COMISION COMO INGRESO CON LA       *
      *               PAREJA 562/563.                                  *
HH    *          SI LA COMISION 562 TIENE TARIFA EN CCAIVATAR Y EL     *
HH    *          FACTURADOR NO ES EXENTO (VER CCA669), EL IVA SE       *
HH    *          DESCUENTA TAMBIEN DEL NETO, SE CONTABILIZA CON LA     *
HH    *          PAREJA DE LA TARIFA Y QUEDA EN CCAIVAMOV.             *
      ******************************************************************
       AUTHOR.        H.H.D.
       DATE-WRITTEN.  SEPTIEMBRE/2026.
               ASSIGN          TO DATABASE-PLTTRNMON
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
HH         SELECT CCAIVAMOV
HH             ASSIGN          TO DATABASE-CCAIVAMOV
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  REG-PLTTRNMON.
           COPY DDS-ALL-FORMATS OF PLTTRNMON.
      *
HH     FD  CCAIVAMOV
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-IVAMOV.
HH         COPY DDS-ALL-FORMATS OF CCAIVAMOV.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-VLRNET                    PIC S9(13)V99      VALUE ZEROS.
       77  W-CNSTRN                    PIC 9(09)          VALUE ZEROS.
      * NUMERO DE OPERACION FIJO DE LA LIQUIDACION DE CONVENIOS.
HH     77  W-NROTRN                    PIC 9(09)     VALUE 11999548.
       77  PA-CODEMP                   PIC 9(05)          VALUE ZEROS.
      *
       01  W-HALLADO                   PIC 9(01) VALUE 0.
       01  W-EXISTE-CONVENIO           PIC 9(01) VALUE 0.
           88  NO-EXISTE-CONVENIO                VALUE 0.
           88  SI-EXISTE-CONVENIO                VALUE 1.
      *
      *HH IVA DE LA COMISION DEL CONVENIO (VER CCA669).
HH     01  PARM-CCA669.
HH         05  W-IVA-CODTRA            PIC 9(05)     VALUE 562.
HH         05  W-IVA-FECHA             PIC 9(08)          VALUE ZEROS.
HH         05  W-IVA-NITCLI            PIC 9(15)          VALUE ZEROS.
HH         05  W-IVA-VLRBAS            PIC S9(13)V99      VALUE ZEROS.
HH         05  W-IVA-PORIVA            PIC 9(03)V99       VALUE ZEROS.
HH         05  W-IVA-VLRIVA            PIC S9(13)V99      VALUE ZEROS.
HH         05  W-IVA-CODDEB            PIC 9(05)          VALUE ZEROS.
HH         05  W-IVA-CODCRE            PIC 9(05)          VALUE ZEROS.
HH         05  W-IVA-CONCEP            PIC X(30)          VALUE SPACES.
HH         05  W-IVA-RETCOD            PIC 9(01)          VALUE ZEROS.
HH             88  IVA-GRAVADO                            VALUE 0.
      *
       01  CONTROLES.
           05  CTL-CCAMOVIM            PIC X(02) VALUE "NO".
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAMOVIM CCACONVNIO.
           OPEN EXTEND CCARECDEV PLTTRNMON.
HH         OPEN I-O    CCAIVAMOV.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           PERFORM LEER-CCAMOVIM.
           IF SI-EXISTE-CONVENIO
              COMPUTE W-VLRCOM = CNV-CANREC (I) *
                                 VLRCOM OF REG-CONVNIO
HH            PERFORM CALCULAR-IVA-COMISION
HH            COMPUTE W-VLRNET = CNV-TOTREC (I) - W-VLRCOM
HH                                                - W-IVA-VLRIVA
              PERFORM GRABAR-LIQUIDACION
              DISPLAY "CCA548 CONVENIO " CNV-NROCNV (I)
                      " RECAUDO " CNV-TOTREC (I)
                      " COMISION " W-VLRCOM
HH                    " IVA " W-IVA-VLRIVA
           END-IF
           ADD 1 TO I.
      *----------------------------------------------------------------
                                         CODOPE OF PLTTRNMON
              MOVE 2                  TO TIPMOV OF PLTTRNMON
              WRITE REG-PLTTRNMON
           END-IF
HH         IF W-IVA-VLRIVA > ZEROS
HH            PERFORM GRABAR-IVA-COMISION
HH         END-IF.
      *----------------------------------------------------------------
      *HH EL IVA DE LA COMISION LO PAGA EL FACTURADOR: SE CALCULA CON
      *HH LA TARIFA DEL CODIGO 562 Y SU NIT.
      *----------------------------------------------------------------
HH     CALCULAR-IVA-COMISION.
HH         MOVE ZEROS                 TO W-IVA-VLRIVA
HH         IF W-VLRCOM > ZEROS
HH            MOVE LK-FECHA-HOY          TO W-IVA-FECHA
HH            MOVE NITFAC OF REG-CONVNIO TO W-IVA-NITCLI
HH            MOVE W-VLRCOM              TO W-IVA-VLRBAS
HH            CALL "CCA669" USING W-IVA-CODTRA W-IVA-FECHA
HH                                W-IVA-NITCLI W-IVA-VLRBAS
HH                                W-IVA-PORIVA W-IVA-VLRIVA
HH                                W-IVA-CODDEB W-IVA-CODCRE
HH                                W-IVA-CONCEP W-IVA-RETCOD
HH            IF NOT IVA-GRAVADO
HH               MOVE ZEROS              TO W-IVA-VLRIVA
HH            END-IF
HH         END-IF.
      *----------------------------------------------------------------
HH     GRABAR-IVA-COMISION.
HH         ADD  1                     TO W-CNSTRN
HH         MOVE W-CNSTRN              TO CNSTRN OF PLTTRNMON
HH         MOVE W-IVA-VLRIVA          TO VLRTRN OF PLTTRNMON
HH         MOVE W-IVA-CODDEB          TO CODTRN OF PLTTRNMON
HH                                       CODOPE OF PLTTRNMON
HH         MOVE 1                     TO TIPMOV OF PLTTRNMON
HH         WRITE REG-PLTTRNMON
HH         ADD  1                     TO W-CNSTRN
HH         MOVE W-CNSTRN              TO CNSTRN OF PLTTRNMON
HH         MOVE W-IVA-CODCRE          TO CODTRN OF PLTTRNMON
HH                                       CODOPE OF PLTTRNMON
HH         MOVE 2                     TO TIPMOV OF PLTTRNMON
HH         WRITE REG-PLTTRNMON
      *
HH         INITIALIZE REGIVAMOV
HH         MOVE LK-FECHA-HOY          TO FECPRO OF REG-IVAMOV
HH         MOVE CODMON OF REG-CONVNIO TO CODMON OF REG-IVAMOV
HH         MOVE CODSIS OF REG-CONVNIO TO CODSIS OF REG-IVAMOV
HH         MOVE CODPRO OF REG-CONVNIO TO CODPRO OF REG-IVAMOV
HH         MOVE AGCCTA OF REG-CONVNIO TO AGCCTA OF REG-IVAMOV
HH         MOVE CTANRO OF REG-CONVNIO TO CTANRO OF REG-IVAMOV
HH         MOVE W-IVA-CODTRA          TO CODTRA OF REG-IVAMOV
HH         MOVE CNV-NROCNV (I)        TO CNSTRN OF REG-IVAMOV
HH                                       NROREF OF REG-IVAMOV
HH         MOVE 548                   TO SECUEN OF REG-IVAMOV
HH         MOVE NITFAC OF REG-CONVNIO TO NRONIT OF REG-IVAMOV
HH         MOVE W-VLRCOM              TO VLRBAS OF REG-IVAMOV
HH         MOVE W-IVA-PORIVA          TO PORIVA OF REG-IVAMOV
HH         MOVE W-IVA-VLRIVA          TO VLRIVA OF REG-IVAMOV
HH         MOVE W-IVA-CODDEB          TO CODDEB OF REG-IVAMOV
HH         MOVE W-IVA-CODCRE          TO CODCRE OF REG-IVAMOV
HH         MOVE "CCA548"              TO ORIGEN OF REG-IVAMOV
HH         WRITE REG-IVAMOV INVALID KEY
HH               DISPLAY "CCA548 IVA YA REGISTRADO CONVENIO "
HH                       CNV-NROCNV (I)
HH         END-WRITE.
      *----------------------------------------------------------------
       LEER-CCAMOVIM.
           READ CCAMOVIM NEXT RECORD AT END
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
HH         CLOSE CCAMOVIM CCACONVNIO CCARECDEV PLTTRNMON CCAIVAMOV.
           STOP  RUN      .
