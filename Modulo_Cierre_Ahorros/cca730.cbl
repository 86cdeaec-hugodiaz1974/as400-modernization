HH             ASSIGN          TO DATABASE-CCABOLSILL
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
      *HH     Resumen mensual del ahorro por redondeo de compras
      *HH     (ver CCA588): el extracto muestra cuantas compras se
      *HH     redondearon en el mes y cuanto se aparto al bolsillo.
HH         SELECT CCAREDMES
HH             ASSIGN          TO DATABASE-CCAREDMES
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
      *HH     Avisos de baja de tasa de la cuenta (ver CCA589): el
      *HH     extracto lleva como inserto cada baja que todavia no
      *HH     rige en la fecha de corte.
HH         SELECT CCAAVITAS
HH             ASSIGN          TO DATABASE-CCAAVITAS
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
      *HH     Registro de particiones de la corrida de extractos.
HH     01  REG-BOLSILL.
HH         COPY DDS-ALL-FORMATS OF CCABOLSILL.
      *
HH     FD  CCAREDMES
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-REDMES.
HH         COPY DDS-ALL-FORMATS OF CCAREDMES.
      *
HH     FD  CCAAVITAS
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-AVITAS.
HH         COPY DDS-ALL-FORMATS OF CCAAVITAS.
      *
HH     FD  CCASORTEO
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-SORTEO.
HH         05  CTL-CCABOLSILL          PIC  9(01)    VALUE 0.
HH             88  FIN-CCABOLSILL                    VALUE 1.
HH         05  W-SALBOL-DSP            PIC -(13)9.99 VALUE ZEROS.
      *HH AHORRO POR REDONDEO DEL MES DEL EXTRACTO.
HH         05  CTL-CCAREDMES           PIC  9(01)    VALUE 0.
HH             88  ERROR-CCAREDMES                   VALUE 1.
HH         05  W-CANCOM-DSP            PIC  Z(06)9   VALUE ZEROS.
      *HH AVISOS DE BAJA DE TASA DE LA CUENTA EN PROCESO.
HH         05  CTL-CCAAVITAS           PIC  9(01)    VALUE 0.
HH             88  FIN-CCAAVITAS                     VALUE 1.
HH         05  W-TASANT-DSP            PIC  ZZZ9.9999 VALUE ZEROS.
HH         05  W-TASNVA-DSP            PIC  ZZZ9.9999 VALUE ZEROS.
      *HH EXTRACTO ELECTRONICO.
HH         05  W-ENVELE                PIC  9(01)    VALUE ZEROS.
HH             88  ENVIO-ELECTRONICO                 VALUE 1 2.
HH         88  MODO-PARTICION                    VALUE 1.
HH     01  W-CTAPAR                    PIC 9(09) VALUE ZEROS.
      *--------------------------------------------------------------*
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       LINKAGE SECTION.
       77  PAR-FECLIQ                  PIC 9(08).
       77  PAR-CODRET                  PIC 9(01).
HH         OPEN INPUT  CCACODPRO.
HH         OPEN INPUT  CCACORDEV.
HH         OPEN INPUT  CCABOLSILL.
HH         OPEN INPUT  CCAREDMES.
HH         OPEN INPUT  CCAAVITAS.
HH         OPEN INPUT  CCASORTEO CCASORCHA.
HH         PERFORM BUSCAR-SORTEO-VIGENTE UNTIL FIN-CCASORTEO.
HH         OPEN OUTPUT CCADIRCOR.
                    MOVE SALULR OF REGMAEAHO TO SALPUR OF REGMAEAHO
                                                W-SALDO
                    MOVE W-SALDO             TO SALULR OF REGMAEAHO
HH                  MOVE "CCA730"    TO JRN-PROGRA
HH                  CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                                      ZONA-CCAMAEAHO
                    REWRITE ZONA-CCAMAEAHO
                 ELSE
                   NEXT SENTENCE
                 MOVE SALULR OF REGMAEAHO TO SALPUR OF REGMAEAHO
                                             W-SALDO
                 MOVE W-SALDO             TO SALULR OF REGMAEAHO
HH               MOVE "CCA730"    TO JRN-PROGRA
HH               CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                                   ZONA-CCAMAEAHO
                 REWRITE ZONA-CCAMAEAHO
              ELSE
              IF INDRAP OF REGMAEAHO = 1 THEN
                    MOVE W-FECLIQ            TO FULTRE OF REGMAEAHO
                    MOVE W-SALULR            TO SALPUR OF REGMAEAHO
                    MOVE W-SALDO             TO SALULR OF REGMAEAHO
HH                  MOVE "CCA730"    TO JRN-PROGRA
HH                  CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                                      ZONA-CCAMAEAHO
                    REWRITE ZONA-CCAMAEAHO
                 ELSE
                    PERFORM IMP-EXT-SIN-MOV-HIS
                 MOVE W-FECLIQ            TO FULTRE OF REGMAEAHO
                 MOVE SALULR OF REGMAEAHO TO SALPUR OF REGMAEAHO
                 MOVE W-SALDO             TO SALULR OF REGMAEAHO
HH               MOVE "CCA730"    TO JRN-PROGRA
HH               CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                                   ZONA-CCAMAEAHO
                 REWRITE ZONA-CCAMAEAHO.
      *--------------------------------------------------------------*
       CANTIDAD-MVTO.
                        MOVE 1                TO CTL-CCAMAEAHO
                        MOVE 99999            TO AGCCTA OF REGMAEAHO
                        MOVE 999999999999999  TO CTANRO OF REGMAEAHO.
HH         MOVE ZONA-CCAMAEAHO TO JRN-MAEANT.
           MOVE AGCCTA OF REGMAEAHO TO W-AGCCTA-CCAMAEAHO
           MOVE CTANRO OF REGMAEAHO TO W-CTANRO-CCAMAEAHO.
           IF NOT ERROR-CCAMAEAHO THEN
HH            PERFORM GRABAR-EXT-LEYENDA
HH         END-IF
HH         PERFORM DIVULGAR-BASE-CALCULO
HH         PERFORM IMPRIMIR-AVISOS-TASA
HH         PERFORM IMPRIMIR-BOLSILLOS
HH         PERFORM IMPRIMIR-REDONDEO
HH         PERFORM IMPRIMIR-OPORTUNIDADES
HH         PERFORM RESOLVER-MENSAJE-CAMPANA
HH         IF W-MSGCTA NOT = SPACES
HH                                   TO LEYEXT1 OF REPORTE-REG
HH            END-IF
HH            WRITE REPORTE-REG FORMAT IS "LEYENDA"
HH         END-IF.
      *--------------------------------------------------------------*
      *HH INSERTO DE AVISO DE BAJA DE TASA (VER CCA589): POR CADA
      *HH AVISO DE LA CUENTA QUE AUN NO RIGE EN LA FECHA DE CORTE
      *HH SALE LA TASA EFECTIVA VIEJA, LA NUEVA Y LA FECHA EN QUE
      *HH EMPIEZA A APLICARSE.
      *--------------------------------------------------------------*
HH     IMPRIMIR-AVISOS-TASA.
HH         MOVE 0 TO CTL-CCAAVITAS
HH         MOVE CODMON OF REGMAEAHO TO CODMON OF REG-AVITAS
HH         MOVE CODSIS OF REGMAEAHO TO CODSIS OF REG-AVITAS
HH         MOVE CODPRO OF REGMAEAHO TO CODPRO OF REG-AVITAS
HH         MOVE AGCCTA OF REGMAEAHO TO AGCCTA OF REG-AVITAS
HH         MOVE CTANRO OF REGMAEAHO TO CTANRO OF REG-AVITAS
HH         MOVE ZEROS               TO FECVIG OF REG-AVITAS
HH         START CCAAVITAS KEY NOT < EXTERNALLY-DESCRIBED-KEY
HH               INVALID KEY MOVE 1 TO CTL-CCAAVITAS
HH         END-START
HH         PERFORM IMPRIMIR-UN-AVISO-TASA UNTIL FIN-CCAAVITAS.
      *--------------------------------------------------------------*
HH     IMPRIMIR-UN-AVISO-TASA.
HH         READ CCAAVITAS NEXT AT END
HH              MOVE 1 TO CTL-CCAAVITAS
HH         END-READ
HH         IF NOT FIN-CCAAVITAS
HH            IF CODMON OF REG-AVITAS NOT = CODMON OF REGMAEAHO
HH            OR CODSIS OF REG-AVITAS NOT = CODSIS OF REGMAEAHO
HH            OR CODPRO OF REG-AVITAS NOT = CODPRO OF REGMAEAHO
HH            OR AGCCTA OF REG-AVITAS NOT = AGCCTA OF REGMAEAHO
HH            OR CTANRO OF REG-AVITAS NOT = CTANRO OF REGMAEAHO
HH               MOVE 1 TO CTL-CCAAVITAS
HH            ELSE
HH               IF FECAPL OF REG-AVITAS > W-FECLIQ
HH                  INITIALIZE LEYENDA-O
HH                  MOVE TASANT OF REG-AVITAS TO W-TASANT-DSP
HH                  MOVE TASNVA OF REG-AVITAS TO W-TASNVA-DSP
HH                  MOVE "AVISO: BAJA LA TASA EFECTIVA ANUAL"
HH                                     TO LEYEXT1 OF REPORTE-REG
HH                  STRING "DEL " W-TASANT-DSP " AL " W-TASNVA-DSP
HH                         DELIMITED BY SIZE
HH                         INTO LEYEXT2 OF REPORTE-REG
HH                  STRING "A PARTIR DEL " FECAPL OF REG-AVITAS
HH                         DELIMITED BY SIZE
HH                         INTO LEYEXT3 OF REPORTE-REG
HH                  WRITE REPORTE-REG FORMAT IS "LEYENDA"
HH               END-IF
HH            END-IF
HH         END-IF.
      *--------------------------------------------------------------*
      *HH RESUMEN DE BOLSILLOS (VER CCA634): POR CADA BOLSILLO
HH                  WRITE REPORTE-REG FORMAT IS "LEYENDA"
HH               END-IF
HH            END-IF
HH         END-IF.
      *--------------------------------------------------------------*
      *HH AHORRO POR REDONDEO (VER CCA588): SI LA CUENTA REDONDEO
      *HH COMPRAS EN EL MES DEL EXTRACTO, SALE UNA LEYENDA CON EL
      *HH NUMERO DE COMPRAS Y EL VALOR APARTADO AL BOLSILLO, Y LO
      *HH QUE NO SE PUDO APARTAR POR FALTA DE DISPONIBLE.
      *--------------------------------------------------------------*
HH     IMPRIMIR-REDONDEO.
HH         MOVE 0 TO CTL-CCAREDMES
HH         MOVE CODMON OF REGMAEAHO TO CODMON OF REG-REDMES
HH         MOVE CODSIS OF REGMAEAHO TO CODSIS OF REG-REDMES
HH         MOVE CODPRO OF REGMAEAHO TO CODPRO OF REG-REDMES
HH         MOVE AGCCTA OF REGMAEAHO TO AGCCTA OF REG-REDMES
HH         MOVE CTANRO OF REGMAEAHO TO CTANRO OF REG-REDMES
HH         COMPUTE PERIOD OF REG-REDMES = ANOLIQ * 100 + MESLIQ
HH         READ CCAREDMES
HH            INVALID KEY
HH               MOVE 1 TO CTL-CCAREDMES
HH         END-READ
HH         IF NOT ERROR-CCAREDMES
HH            INITIALIZE LEYENDA-O
HH            MOVE CANCOM OF REG-REDMES TO W-CANCOM-DSP
HH            MOVE VLRRED OF REG-REDMES TO W-SALBOL-DSP
HH            STRING "AHORRO POR REDONDEO: " W-CANCOM-DSP " COMPRAS"
HH                   DELIMITED BY SIZE
HH                   INTO LEYEXT1 OF REPORTE-REG
HH            STRING "APARTADO EN EL MES " W-SALBOL-DSP
HH                   DELIMITED BY SIZE
HH                   INTO LEYEXT2 OF REPORTE-REG
HH            IF VLROMI OF REG-REDMES > ZEROS
HH               MOVE VLROMI OF REG-REDMES TO W-SALBOL-DSP
HH               STRING "NO APARTADO SIN DISPONIBLE " W-SALBOL-DSP
HH                      DELIMITED BY SIZE
HH                      INTO LEYEXT3 OF REPORTE-REG
HH            END-IF
HH            WRITE REPORTE-REG FORMAT IS "LEYENDA"
HH         END-IF.
      *--------------------------------------------------------------*
      *HH EL SORTEO VIGENTE ES EL PRIMERO EN ESTADO NUMERADO.
HH         MOVE CTANRO OF REG-SOLEXT TO CTANRO OF REGMAEAHO
HH         MOVE 0 TO CTL-CCAMAEAHO-SOL
HH         READ CCAMAEAHO INVALID KEY MOVE 1 TO CTL-CCAMAEAHO-SOL.
HH         MOVE ZONA-CCAMAEAHO TO JRN-MAEANT.
      *--------------------------------------------------------------*
HH     BUSCAR-MOVS-SOLICITUD.
HH         CLOSE CCAHISTOR.
HH               PLTSOLEXT.
HH         CLOSE CCAEXTELE CCAEXTSTA CCAEXTARC PLTTASCAM
HH               CCAMSGEXT CCACODPRO CCACORDEV CCADIRCOR
HH               CCAEXTPAR CCABOLSILL CCASORTEO CCASORCHA
HH               CCAREDMES CCAAVITAS.
HH         DISPLAY "CCA730 EXTRACTOS ELECTRONICOS.: " W-TOTELE
HH         DISPLAY "CCA730 EXTRACTOS SOLO PAPEL...: " W-TOTPAP
HH         DISPLAY "CCA730 CUENTAS SIN ENVIO......: " W-TOTNIN
