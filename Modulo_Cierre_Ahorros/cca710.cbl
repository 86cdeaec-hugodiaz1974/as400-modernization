       PROGRAM-ID.    CCA710.
      ******************************************************************
      * FUNCION: ADICION DE MOVIMIENTO ACEPTADO A HISTORICO.           *
HH    *          EN LA PRIMERA CORRIDA DEL DIA DEJA EN CCAHISCTL       *
HH    *          CUANTOS REGISTROS TENIA EL HISTORICO ANTES DE         *
HH    *          ADICIONAR: LO QUE SIGUE ES LO NUEVO DEL DIA, QUE      *
HH    *          CCA578 CUADRA CONTRA LOS MOVIMIENTOS ACEPTADOS.       *
      ******************************************************************
       AUTHOR.        J.L.K.
       DATE-WRITTEN.  97/10/10.
               ASSIGN          TO DATABASE-CCAHISTOR
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
HH         SELECT CCAHISCTL
HH             ASSIGN          TO DATABASE-CCAHISCTL
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       01  REG-HISTOR.
           COPY DDS-ALL-FORMATS OF CCAHISTOR.
      *
HH     FD  CCAHISCTL
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-HISCTL.
HH         COPY DDS-ALL-FORMATS OF CCAHISCTL.
      *
       WORKING-STORAGE SECTION.
      *
       01  CONTROLES.
           05  CTL-REGISTRO            PIC X(02) VALUE "NO".
               88  REGISTRO-VALIDO               VALUE "SI".
               88  REGISTRO-NO-VALIDO            VALUE "NO".
HH         05  CTL-CCAHISTOR            PIC X(02) VALUE "NO".
HH             88  FIN-CCAHISTOR                  VALUE "SI".
HH             88  NO-FIN-CCAHISTOR               VALUE "NO".
HH     01  W-HIS-CANPRE                 PIC 9(09) VALUE ZEROS.
HH     01  W-HIS-HORA8                  PIC 9(08) VALUE ZEROS.
      *
           COPY FECHAS  OF CCACPY.
           COPY PARGEN OF CCACPY.
       INICIAR.
      *
           OPEN INPUT  CCAMOVIM CCACODTRN.
      *HH  LA FECHA DE PROCESO SE TOMA ANTES DEL CONTROL DEL HISTORICO.
HH         PERFORM CALL-CCA500.
HH         PERFORM REGISTRAR-CONTROL-HISTOR.
           OPEN EXTEND CCAHISTOR.
      *
           PERFORM CALL-CCA501.
      *
           MOVE "NO" TO CTL-CCAMOVIM.
           IF NO-FIN-CCAMOVIM
              IF FVALOR OF REG-MOVIM > LK-FECHA-MANANA
                 MOVE "NO" TO CTL-REGISTRO.
      *----------------------------------------------------------------
      *HH EL CONTEO SE TOMA UNA SOLA VEZ POR DIA: SI EL PASO SE
      *HH REPITE, LO YA ADICIONADO QUEDA DESPUES DEL CONTEO Y CCA578
      *HH LO VE COMO DUPLICADO.
      *----------------------------------------------------------------
HH     REGISTRAR-CONTROL-HISTOR.
HH         OPEN I-O CCAHISCTL
HH         MOVE LK-FECHA-HOY TO FECPRO OF REG-HISCTL
HH         READ CCAHISCTL
HH            INVALID KEY
HH               PERFORM CONTAR-CCAHISTOR
HH               MOVE LK-FECHA-HOY TO FECPRO OF REG-HISCTL
HH               MOVE W-HIS-CANPRE TO CANPRE OF REG-HISCTL
HH               ACCEPT W-HIS-HORA8 FROM TIME
HH               DIVIDE W-HIS-HORA8 BY 100
HH                      GIVING HORREG OF REG-HISCTL
HH               WRITE REG-HISCTL
HH         END-READ
HH         CLOSE CCAHISCTL.
      *----------------------------------------------------------------
HH     CONTAR-CCAHISTOR.
HH         MOVE ZEROS TO W-HIS-CANPRE
HH         MOVE "NO"  TO CTL-CCAHISTOR
HH         OPEN INPUT CCAHISTOR
HH         PERFORM LEER-CCAHISTOR UNTIL FIN-CCAHISTOR
HH         CLOSE CCAHISTOR.
      *----------------------------------------------------------------
HH     LEER-CCAHISTOR.
HH         READ CCAHISTOR AT END
HH              MOVE "SI" TO CTL-CCAHISTOR
HH         NOT AT END
HH              ADD 1 TO W-HIS-CANPRE
HH         END-READ.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS .
