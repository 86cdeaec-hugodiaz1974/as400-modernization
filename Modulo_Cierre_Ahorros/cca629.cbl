      *               DE INCENTIVOS DE CCA606.                         *
      *          LA NOVEDAD NO SE ENCOLA DOS VECES: SI YA HAY UNA      *
      *          PENDIENTE PARA LA CUENTA SE SALTA.                    *
HH    *          AL PROGRAMAR LA CONVERSION LA VIGENCIA DE LOS         *
HH    *          REPRESENTANTES LEGALES ACTIVOS DE LA CUENTA           *
HH    *          (CCAREPLEG) SE CORTA EN LA FECHA DE APLICACION, Y     *
HH    *          AL FINAL SE TERMINAN (ESTADO T) LOS QUE YA VENCIERON. *
      ******************************************************************
       AUTHOR.        H.H.D.
       DATE-WRITTEN.  SEPTIEMBRE/2026.
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
HH         SELECT CCAREPLEG
HH             ASSIGN          TO DATABASE-CCAREPLEG
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA629R
               ORGANIZATION    IS SEQUENTIAL
       01  REG-NOVPEN.
           COPY DDS-ALL-FORMATS OF CCANOVPEN.
      *
HH     FD  CCAREPLEG
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-REPLEG.
HH         COPY DDS-ALL-FORMATS OF CCAREPLEG.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
       77  W-CANENC                    PIC 9(07) VALUE ZEROS.
       77  W-CANAVI                    PIC 9(07) VALUE ZEROS.
       77  W-NROPEN                    PIC 9(09) VALUE ZEROS.
HH     77  W-CANTER                    PIC 9(07) VALUE ZEROS.
HH     01  W-FECAPL                    PIC 9(08) VALUE ZEROS.
       01  W-GRABADA                   PIC 9(01) VALUE 0.
           88  NOVEDAD-GRABADA                   VALUE 1.
      *
           05  CTL-CCANOVPEN           PIC X(02) VALUE "NO".
               88  FIN-CCANOVPEN                 VALUE "SI".
               88  NO-FIN-CCANOVPEN              VALUE "NO".
HH         05  CTL-CCAREPLEG           PIC X(02) VALUE "NO".
HH             88  FIN-CCAREPLEG                 VALUE "SI".
HH             88  NO-FIN-CCAREPLEG              VALUE "NO".
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR UNTIL FIN-CCAMAEAHO.
HH         PERFORM TERMINAR-REPRESENTANTES.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAMAEAHO CLIMAE CCATABLAS.
HH         OPEN I-O    CCANOVPEN CCAREPLEG.
           OPEN OUTPUT REPORTE.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           END-IF
           IF W-FECMAY > LK-FECHA-HOY
              ADD 1 TO W-CANAVI
           END-IF
HH         PERFORM LIMITAR-REPRESENTANTES.
      *----------------------------------------------------------------
HH    * LA REPRESENTACION LEGAL TERMINA CUANDO LA CUENTA PASA A
HH    * ADULTO: LA VIGENCIA DE LOS REPRESENTANTES ACTIVOS DE LA
HH    * CUENTA NO PASA DE LA FECHA DE APLICACION DE LA CONVERSION
HH    * (EL CUMPLEANOS, U HOY SI YA PASO).
HH    *----------------------------------------------------------------
HH     LIMITAR-REPRESENTANTES.
HH         IF W-FECMAY < LK-FECHA-HOY
HH            MOVE LK-FECHA-HOY TO W-FECAPL
HH         ELSE
HH            MOVE W-FECMAY     TO W-FECAPL
HH         END-IF
HH         MOVE "NO"                 TO CTL-CCAREPLEG
HH         MOVE CODMON OF REG-MAESTR TO CODMON OF REG-REPLEG
HH         MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-REPLEG
HH         MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-REPLEG
HH         MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-REPLEG
HH         MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-REPLEG
HH         MOVE ZEROS                TO NITREP OF REG-REPLEG
HH         START CCAREPLEG KEY NOT < EXTERNALLY-DESCRIBED-KEY
HH               INVALID KEY MOVE "SI" TO CTL-CCAREPLEG
HH         END-START
HH         PERFORM LIMITAR-UN-REPRESENTANTE UNTIL FIN-CCAREPLEG.
HH    *----------------------------------------------------------------
HH     LIMITAR-UN-REPRESENTANTE.
HH         READ CCAREPLEG NEXT AT END
HH              MOVE "SI" TO CTL-CCAREPLEG
HH         END-READ
HH         IF NO-FIN-CCAREPLEG
HH            IF CODMON OF REG-REPLEG NOT = CODMON OF REG-MAESTR
HH            OR CODSIS OF REG-REPLEG NOT = CODSIS OF REG-MAESTR
HH            OR CODPRO OF REG-REPLEG NOT = CODPRO OF REG-MAESTR
HH            OR AGCCTA OF REG-REPLEG NOT = AGCCTA OF REG-MAESTR
HH            OR CTANRO OF REG-REPLEG NOT = CTANRO OF REG-MAESTR
HH               MOVE "SI" TO CTL-CCAREPLEG
HH            ELSE
HH               IF ESTADO OF REG-REPLEG = "A"
HH               AND FECFIN OF REG-REPLEG > W-FECAPL
HH                  MOVE W-FECAPL     TO FECFIN OF REG-REPLEG
HH                  MOVE "CCA629"     TO USRMOD OF REG-REPLEG
HH                  MOVE LK-FECHA-HOY TO FECMOD OF REG-REPLEG
HH                  REWRITE REG-REPLEG
HH               END-IF
HH            END-IF
HH         END-IF.
HH    *----------------------------------------------------------------
HH    * BARRIDO FINAL: EL REPRESENTANTE ACTIVO CUYA VIGENCIA YA SE
HH    * CUMPLIO (FECFIN HASTA HOY) QUEDA TERMINADO.
HH    *----------------------------------------------------------------
HH     TERMINAR-REPRESENTANTES.
HH         MOVE "NO"  TO CTL-CCAREPLEG
HH         MOVE ZEROS TO CODMON OF REG-REPLEG CODSIS OF REG-REPLEG
HH                       CODPRO OF REG-REPLEG AGCCTA OF REG-REPLEG
HH                       CTANRO OF REG-REPLEG NITREP OF REG-REPLEG
HH         START CCAREPLEG KEY NOT < EXTERNALLY-DESCRIBED-KEY
HH               INVALID KEY MOVE "SI" TO CTL-CCAREPLEG
HH         END-START
HH         PERFORM TERMINAR-UN-REPRESENTANTE UNTIL FIN-CCAREPLEG
HH         DISPLAY "CCA629 REPRESENTANTES TERMINADOS: " W-CANTER.
HH    *----------------------------------------------------------------
HH     TERMINAR-UN-REPRESENTANTE.
HH         READ CCAREPLEG NEXT AT END
HH              MOVE "SI" TO CTL-CCAREPLEG
HH         END-READ
HH         IF NO-FIN-CCAREPLEG
HH         AND ESTADO OF REG-REPLEG = "A"
HH         AND FECFIN OF REG-REPLEG NOT > LK-FECHA-HOY
HH            MOVE "T"          TO ESTADO OF REG-REPLEG
HH            MOVE "CCA629"     TO USRMOD OF REG-REPLEG
HH            MOVE LK-FECHA-HOY TO FECMOD OF REG-REPLEG
HH            REWRITE REG-REPLEG
HH            ADD 1 TO W-CANTER
HH         END-IF.
      *----------------------------------------------------------------
       GRABAR-NOVEDAD-PENDIENTE.
           WRITE REG-NOVPEN
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
HH         CLOSE CCAMAEAHO CLIMAE CCATABLAS CCANOVPEN CCAREPLEG
HH               REPORTE.
           STOP  RUN      .
