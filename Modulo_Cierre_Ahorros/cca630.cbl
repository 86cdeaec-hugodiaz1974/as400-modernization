HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
HH         SELECT CCACTACON
HH             ASSIGN          TO DATABASE-CCACTACON
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
HH         SELECT CCACONRES
HH             ASSIGN          TO DATABASE-CCACONRES
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
HH         SELECT REPORTE
HH             ASSIGN          TO FORMATFILE-CCA630R
HH             ORGANIZATION    IS SEQUENTIAL
HH             ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
HH     01  REG-PLTEXOCOM.
HH         COPY DDS-ALL-FORMATS OF PLTEXOCOM.
      *
HH     FD  CCACTACON
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-CTACON.
HH         COPY DDS-ALL-FORMATS OF CCACTACON.
      *
HH     FD  CCACONRES
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-CONRES.
HH         COPY DDS-ALL-FORMATS OF CCACONRES.
      *
HH     FD  REPORTE
HH         LABEL RECORDS ARE OMITTED.
HH     01  REPORTE-REG.
HH         COPY DDS-ALL-FORMATS OF CCA630R.
      *
       WORKING-STORAGE SECTION.
      *
       77  W-USERID                    PIC X(10) VALUE SPACES.
HH             10  W-CTL-CNTOUT        PIC 9(07)     COMP.
HH             10  W-CTL-IMPOUT        PIC S9(13)V99 COMP.
HH     01  W-CONTCTLTRN                PIC 9(05) COMP      VALUE ZEROS.
      *
      *HH CUENTAS CONTABLES DEL MOVIMIENTO SEGUN CCACTACON (VER
      *HH CCA559). LA ULTIMA LLAVE RESUELTA SE GUARDA PORQUE LA
      *HH ENTRADA VIENE ORDENADA POR CODIGO DE TRANSACCION.
HH     01  W-CTADEB                    PIC X(10) VALUE SPACES.
HH     01  W-CTACRE                    PIC X(10) VALUE SPACES.
HH     01  W-CTAACU                    PIC X(10) VALUE SPACES.
HH     01  W-SENTIDO                   PIC 9(01) VALUE ZEROS.
HH     01  W-CANSIN                    PIC 9(09) VALUE ZEROS.
HH     01  W-ULT-MAPEO.
HH         05  W-ULT-CODPRO            PIC 9(03) VALUE 999.
HH         05  W-ULT-CODTRA            PIC 9(05) VALUE 99999.
HH         05  W-ULT-DEBCRE            PIC 9(01) VALUE 9.
HH     01  W-MAPEO                     PIC 9(01) VALUE 0.
HH         88  NO-MAPEO                          VALUE 0.
HH         88  SI-MAPEO                          VALUE 1.
HH     01  CTL-CCACTACON               PIC X(02) VALUE "NO".
HH         88  FIN-CCACTACON                     VALUE "SI".
HH         88  NO-FIN-CCACTACON                  VALUE "NO".
HH     01  CTL-CCACONRES               PIC X(02) VALUE "NO".
HH         88  FIN-CCACONRES                     VALUE "SI".
HH         88  NO-FIN-CCACONRES                  VALUE "NO".
      * ----------------------
           COPY PARGEN OF CCACPY.
           COPY FECHAS OF CCACPY.
HH         OPEN INPUT  CCAMAEAHO.
HH         OPEN INPUT  CLIMAE.
HH         OPEN INPUT  PLTEXOCOM.
HH         OPEN INPUT  CCACTACON.
      *HH  EL RESUMEN POR CUENTA CONTABLE ES DE LA CORRIDA.
HH         OPEN OUTPUT CCACONRES.
HH         CLOSE       CCACONRES.
HH         OPEN I-O    CCACONRES.
HH         OPEN OUTPUT REPORTE.
           CALL "PLTCODEMPP"           USING PA-CODEMP
      *
           MOVE A630-AGEORI TO W-AGEORI
           PERFORM CALL-CCA501.
HH         PERFORM CALL-CCA500.
HH         PERFORM CARGAR-PLTEXOCOM.
HH         INITIALIZE CCA630R-HEADER
HH         MOVE LK-FECHA-HOY TO FECHOY OF REPORTE-REG
HH         WRITE REPORTE-REG FORMAT IS "HEADER"
HH         PERFORM VALIDAR-MAPEO-DIA.
      *
           INITIALIZE REG-PLTTRNMON.
           MOVE ZEROS TO W-SECUEN
           MOVE "NO" TO CTL-REGISTRO.
           PERFORM LEER-CCAMOVTMP4  UNTIL REGISTRO-VALIDO
                                 OR    FIN-CCAMOVTMP4.
      *HH  CON MOVIMIENTOS SIN CUENTA CONTABLE NO SE CONTABILIZA NADA.
HH         IF W-CANSIN > ZEROS
HH            MOVE "SI" TO CTL-CCAMOVTMP4
HH         END-IF.
      *----------------------------------------------------------------
       PROCESAR.
           MOVE "SI" TO CTL-REGISTRO.
           END-READ.
           IF REGISTRO-VALIDO
HH            PERFORM ACUMULAR-CTLTRN-ENTRADA
HH            PERFORM BUSCAR-CTACON
              PERFORM GRABAR-PLTTRNMON
           END-IF
           MOVE "NO" TO CTL-REGISTRO.
           MOVE W-NROTRN            TO NROTRN OF PLTTRNMON.
           MOVE W-CNSTRN            TO CNSTRN OF PLTTRNMON.
           PERFORM VALIDAR-BASE-3XM
HH         MOVE W-CTADEB            TO DIS001 OF PLTTRNMON
HH         MOVE W-CTACRE            TO DIS002 OF PLTTRNMON
           WRITE REG-PLTTRNMON.
HH         PERFORM ACUMULAR-CTLTRN-SALIDA.
HH         PERFORM ACUMULAR-RESUMEN-CONTABLE.
      *----------------------------------------------------------------
       VALIDAR-BASE-3XM.
H          IF ( DEBCRE OF REGMOVIM = 1 )
HH                       W-CTL-IMPOUT (W-IX-CTLTRN)
HH            END-IF
HH         END-PERFORM.
      *----------------------------------------------------------------
      *HH ANTES DE CONTABILIZAR SE VERIFICA QUE TODO MOVIMIENTO DEL
      *HH DIA TENGA CUENTAS VIGENTES EN CCACTACON. LOS QUE NO, SALEN
      *HH EN EL REPORTE Y LA CORRIDA SE DETIENE SIN GRABAR PLTTRNMON.
HH     VALIDAR-MAPEO-DIA.
HH         MOVE ZEROS TO W-CANSIN
HH         MOVE "NO"  TO CTL-CCAMOVTMP4
HH         PERFORM LEER-CCAMOVTMP4
HH         PERFORM VALIDAR-MAPEO-MOV UNTIL FIN-CCAMOVTMP4
HH         CLOSE CCAMOVTMP4
HH         OPEN INPUT CCAMOVTMP4
HH         IF W-CANSIN > ZEROS
HH            INITIALIZE CCA630R-TOTSIN
HH            MOVE W-CANSIN TO CANSIN OF CCA630R-TOTSIN
HH            WRITE REPORTE-REG FORMAT IS "TOTSIN"
HH            MOVE 1        TO PC504-CODRETO
HH            DISPLAY "CCA630 CORRIDA DETENIDA: " W-CANSIN
HH                    " MOVIMIENTOS SIN CUENTA CONTABLE EN CCACTACON"
HH            DISPLAY "CCA630 VER REPORTE CCA630R, PARAMETRIZAR CON "
HH                    "CCA559 Y VOLVER A CORRER"
HH         END-IF.
      *----------------------------------------------------------------
HH     VALIDAR-MAPEO-MOV.
HH         MOVE "SI" TO CTL-REGISTRO
HH         MOVE CODTRA OF REG-MOVIM TO CODTRA OF REG-CODTRN
HH         READ CCACODTRN INVALID KEY
HH              MOVE "NO" TO CTL-REGISTRO
HH         END-READ
HH         IF REGISTRO-VALIDO
HH            PERFORM BUSCAR-CTACON
HH            IF NO-MAPEO
HH               ADD 1 TO W-CANSIN
HH               INITIALIZE CCA630R-SINMAP
HH               MOVE CODPRO OF REGMOVIM TO CODPRO OF CCA630R-SINMAP
HH               MOVE CODTRA OF REGMOVIM TO CODTRA OF CCA630R-SINMAP
HH               MOVE DEBCRE OF REGMOVIM TO DEBCRE OF CCA630R-SINMAP
HH               MOVE AGCCTA OF REGMOVIM TO AGCCTA OF CCA630R-SINMAP
HH               MOVE CTANRO OF REGMOVIM TO CTANRO OF CCA630R-SINMAP
HH               MOVE FORIGE OF REGMOVIM TO FORIGE OF CCA630R-SINMAP
HH               MOVE IMPORT OF REGMOVIM TO IMPORT OF CCA630R-SINMAP
HH               WRITE REPORTE-REG FORMAT IS "SINMAP"
HH            END-IF
HH         END-IF
HH         PERFORM LEER-CCAMOVTMP4.
      *----------------------------------------------------------------
      *HH CUENTAS DEBITO Y CREDITO VIGENTES HOY PARA EL PRODUCTO,
      *HH CODIGO Y SENTIDO DEL MOVIMIENTO.
HH     BUSCAR-CTACON.
HH         IF CODPRO OF REGMOVIM NOT = W-ULT-CODPRO
HH         OR CODTRA OF REGMOVIM NOT = W-ULT-CODTRA
HH         OR DEBCRE OF REGMOVIM NOT = W-ULT-DEBCRE
HH            MOVE CODPRO OF REGMOVIM TO W-ULT-CODPRO
HH                                       CODPRO OF REG-CTACON
HH            MOVE CODTRA OF REGMOVIM TO W-ULT-CODTRA
HH                                       CODTRA OF REG-CTACON
HH            MOVE DEBCRE OF REGMOVIM TO W-ULT-DEBCRE
HH                                       DEBCRE OF REG-CTACON
HH            MOVE ZEROS              TO FECINI OF REG-CTACON
HH                                       W-MAPEO
HH            MOVE SPACES             TO W-CTADEB W-CTACRE
HH            MOVE "NO"               TO CTL-CCACTACON
HH            START CCACTACON KEY NOT < EXTERNALLY-DESCRIBED-KEY
HH                  INVALID KEY MOVE "SI" TO CTL-CCACTACON
HH            END-START
HH            PERFORM REVISAR-CTACON UNTIL FIN-CCACTACON
HH         END-IF.
      *----------------------------------------------------------------
HH     REVISAR-CTACON.
HH         READ CCACTACON NEXT RECORD AT END
HH              MOVE "SI" TO CTL-CCACTACON
HH         END-READ
HH         IF NO-FIN-CCACTACON
HH            IF CODPRO OF REG-CTACON NOT = W-ULT-CODPRO
HH            OR CODTRA OF REG-CTACON NOT = W-ULT-CODTRA
HH            OR DEBCRE OF REG-CTACON NOT = W-ULT-DEBCRE
HH            OR FECINI OF REG-CTACON > LK-FECHA-HOY
HH               MOVE "SI" TO CTL-CCACTACON
HH            ELSE
HH            IF ESTADO OF REG-CTACON = "A"
HH            AND (FECFIN OF REG-CTACON = ZEROS
HH            OR   FECFIN OF REG-CTACON NOT < LK-FECHA-HOY)
HH               MOVE CTADEB OF REG-CTACON TO W-CTADEB
HH               MOVE CTACRE OF REG-CTACON TO W-CTACRE
HH               MOVE 1                    TO W-MAPEO
HH            END-IF
HH            END-IF
HH         END-IF.
      *----------------------------------------------------------------
      *HH RESUMEN DEL DIA POR CUENTA CONTABLE: EL VALOR DEL MOVIMIENTO
      *HH VA AL DEBITO DE SU CUENTA DEBITO Y AL CREDITO DE SU CUENTA
      *HH CREDITO.
HH     ACUMULAR-RESUMEN-CONTABLE.
HH         MOVE W-CTADEB TO W-CTAACU
HH         MOVE 1        TO W-SENTIDO
HH         PERFORM SUMAR-CCACONRES
HH         MOVE W-CTACRE TO W-CTAACU
HH         MOVE 2        TO W-SENTIDO
HH         PERFORM SUMAR-CCACONRES.
      *----------------------------------------------------------------
HH     SUMAR-CCACONRES.
HH         MOVE W-CTAACU TO CTACON OF REG-CONRES
HH         READ CCACONRES INVALID KEY
HH              MOVE W-CTAACU TO CTACON OF REG-CONRES
HH              MOVE ZEROS    TO CANDEB OF REG-CONRES
HH                               VLRDEB OF REG-CONRES
HH                               CANCRE OF REG-CONRES
HH                               VLRCRE OF REG-CONRES
HH              PERFORM SUMAR-VALOR-CONRES
HH              WRITE REG-CONRES
HH         NOT INVALID KEY
HH              PERFORM SUMAR-VALOR-CONRES
HH              REWRITE REG-CONRES
HH         END-READ.
      *----------------------------------------------------------------
HH     SUMAR-VALOR-CONRES.
HH         IF W-SENTIDO = 1
HH            ADD 1                  TO CANDEB OF REG-CONRES
HH            ADD IMPORT OF REGMOVIM TO VLRDEB OF REG-CONRES
HH         ELSE
HH            ADD 1                  TO CANCRE OF REG-CONRES
HH            ADD IMPORT OF REGMOVIM TO VLRCRE OF REG-CONRES
HH         END-IF.
      *----------------------------------------------------------------
HH     EMITIR-RESUMEN-CONTABLE.
HH         INITIALIZE CCA630R-TOTALES
HH         MOVE "NO"   TO CTL-CCACONRES
HH         MOVE SPACES TO CTACON OF REG-CONRES
HH         START CCACONRES KEY NOT < EXTERNALLY-DESCRIBED-KEY
HH               INVALID KEY MOVE "SI" TO CTL-CCACONRES
HH         END-START
HH         PERFORM IMPRIMIR-CUENTA-CONTABLE UNTIL FIN-CCACONRES
HH         COMPUTE DIFERE OF CCA630R-TOTALES =
HH                 VLRDEB OF CCA630R-TOTALES - VLRCRE OF CCA630R-TOTALES
HH         WRITE REPORTE-REG FORMAT IS "TOTALES"
HH         IF DIFERE OF CCA630R-TOTALES NOT = ZEROS
HH            DISPLAY "CCA630 RESUMEN CONTABLE DESCUADRADO: "
HH                    DIFERE OF CCA630R-TOTALES
HH         END-IF.
      *----------------------------------------------------------------
HH     IMPRIMIR-CUENTA-CONTABLE.
HH         READ CCACONRES NEXT RECORD AT END
HH              MOVE "SI" TO CTL-CCACONRES
HH         END-READ
HH         IF NO-FIN-CCACONRES
HH            INITIALIZE CCA630R-CUENTA
HH            MOVE CORR REGCONRES      TO CCA630R-CUENTA
HH            COMPUTE SALNET OF CCA630R-CUENTA =
HH                    VLRDEB OF REG-CONRES - VLRCRE OF REG-CONRES
HH            WRITE REPORTE-REG FORMAT IS "CUENTA"
HH            ADD CANDEB OF REG-CONRES TO CANDEB OF CCA630R-TOTALES
HH            ADD VLRDEB OF REG-CONRES TO VLRDEB OF CCA630R-TOTALES
HH            ADD CANCRE OF REG-CONRES TO CANCRE OF CCA630R-TOTALES
HH            ADD VLRCRE OF REG-CONRES TO VLRCRE OF CCA630R-TOTALES
HH         END-IF.
      *----------------------------------------------------------------
       TERMINAR.
HH         IF W-CANSIN = ZEROS
HH            PERFORM EMITIR-RESUMEN-CONTABLE
HH         END-IF
HH         MOVE "F"                     TO PC504-EVENTO
HH         CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
HH                                         PC504-CANTREG  PC504-CODRETO
HH         CLOSE CCAMAEAHO   .
HH         CLOSE CLIMAE      .
HH         CLOSE PLTEXOCOM   .
HH         CLOSE CCACTACON   .
HH         CLOSE CCACONRES   .
HH         CLOSE REPORTE     .
           STOP  RUN      .
      *----------------------------------------------------------------
