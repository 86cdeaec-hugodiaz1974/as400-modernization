      *          CODIGOS: 0 AUTORIZADO, 1 NO ES FIRMANTE, 2 FIRMANTE   *
      *          INACTIVO, 3 REVISION VENCIDA, 4 SIN VINCULO DE        *
      *          CLIENTE.                                              *
HH    *          EN LAS CUENTAS DE PRODUCTOS JUVENILES (TABLA 48) LA   *
HH    *          REGLA DE FIRMANTES SE REEMPLAZA POR LA DEL MENOR:     *
HH    *          OPERA EL TITULAR QUE YA CUMPLE LA EDAD MINIMA (TABLA  *
HH    *          48, NROTAB 99997, POR OMISION 14) O UN REPRESENTANTE  *
HH    *          LEGAL VIGENTE DEL REGISTRO CCAREPLEG. CODIGOS: 5      *
HH    *          MENOR SIN EDAD PARA RETIRAR, 6 NO ES REPRESENTANTE    *
HH    *          LEGAL VIGENTE.                                        *
      ******************************************************************
       AUTHOR.        H.H.D.
       DATE-WRITTEN.  MARZO/2026.
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
HH         SELECT CCAMAEAHO
HH             ASSIGN          TO DATABASE-CCAMAEAHO
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
HH         SELECT CLIMAE
HH             ASSIGN          TO DATABASE-CLIMAE
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
HH         SELECT CCATABLAS
HH             ASSIGN          TO DATABASE-CCATABLAS
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
HH         SELECT CCAREPLEG
HH             ASSIGN          TO DATABASE-CCAREPLEG
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *--------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CLIVINCLI.
           COPY DDS-ALL-FORMATS OF CLIVINCLI.
      *
HH     FD  CCAMAEAHO
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-MAESTR.
HH         COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
HH     FD  CLIMAE
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-CLIMAE.
HH         COPY DDS-ALL-FORMATS OF CLIMAE.
      *
HH     FD  CCATABLAS
HH         LABEL RECORDS ARE STANDARD.
HH     01  ZONA-CCATABLAS.
HH         COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
HH     FD  CCAREPLEG
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-REPLEG.
HH         COPY DDS-ALL-FORMATS OF CCAREPLEG.
      *--------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *--------------------------------------------------------------*
               88  FIRMANTE-ENCONTRADO           VALUE 1.
           05  CTL-CLIVINCLI           PIC 9(01) VALUE 0.
               88  ERROR-CLIVINCLI               VALUE 1.
HH         05  CTL-MENOR               PIC 9(01) VALUE 0.
HH             88  CUENTA-DE-MENOR               VALUE 1.
HH         05  CTL-CCAREPLEG           PIC 9(01) VALUE 0.
HH             88  ERROR-CCAREPLEG               VALUE 1.
      *--------------------------------------------------------------*
HH    * EDAD MINIMA DEL MENOR PARA RETIRAR (TABLA 48, NROTAB 99997) Y
HH    * FECHA EN QUE EL TITULAR LA CUMPLE.
HH     77  W-EDAMIN                    PIC 9(03) VALUE 14.
HH     01  W-FECEDA                    PIC 9(08) VALUE ZEROS.
HH     01  R-W-FECEDA                  REDEFINES W-FECEDA.
HH         05  AA-FECEDA               PIC 9(04).
HH         05  MM-FECEDA               PIC 9(02).
HH         05  DD-FECEDA               PIC 9(02).
      *--------------------------------------------------------------*
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *--------------------------------------------------------------*
           88  LK-FIRMANTE-INACTIVO              VALUE 2.
           88  LK-REVISION-VENCIDA               VALUE 3.
           88  LK-SIN-VINCULO                    VALUE 4.
HH         88  LK-MENOR-SIN-EDAD                 VALUE 5.
HH         88  LK-NO-ES-REPRESENTANTE            VALUE 6.
       01  LK-RAZAUT                   PIC X(30).
      *--------------------------------------------------------------*
       PROCEDURE DIVISION USING LK-CLAVE-CUENTA LK-NITAUT
      *--------------------------------------------------------------*
       COMIENZO.
           PERFORM INICIAR.
HH         PERFORM REVISAR-CUENTA-MENOR.
HH         IF CUENTA-DE-MENOR
HH            PERFORM EVALUAR-MENOR
HH         ELSE
HH            PERFORM VERIFICAR-FIRMANTE
HH         END-IF.
HH         PERFORM TERMINAR.
      *--------------------------------------------------------------*
HH     VERIFICAR-FIRMANTE.
           PERFORM BUSCAR-FIRMANTE.
           IF FIRMANTE-ENCONTRADO
              PERFORM EVALUAR-FIRMANTE
              MOVE "NO REGISTRADO COMO FIRMANTE"
                                         TO LK-RAZAUT
           END-IF.
      *--------------------------------------------------------------*
       INICIAR.
           MOVE 0      TO LK-CODAUT
           MOVE SPACES TO LK-RAZAUT
HH         OPEN INPUT PLTAUTCTA CLIVINCLI
HH                    CCAMAEAHO CLIMAE CCATABLAS CCAREPLEG.
           CALL "PLTCODEMPP"          USING PA-CODEMP.
           CALL "CCA500"              USING LK-FECHAS.
      *--------------------------------------------------------------*
              MOVE "AUTORIZADO"              TO LK-RAZAUT
           END-IF.
      *--------------------------------------------------------------*
HH    * LA CUENTA ES DE MENOR SI SU PRODUCTO TIENE FILA EN LA TABLA 48
HH    * (PRODUCTO JUVENIL QUE CCA629 CONVIERTE A ADULTO). EL RETIRO
HH    * QUE ESTE SERVICIO NO AUTORIZA LO RECHAZA CCA550 CON EL
HH    * CODIGO 46.
HH    *--------------------------------------------------------------*
HH     REVISAR-CUENTA-MENOR.
HH         MOVE 0         TO CTL-MENOR
HH         MOVE LK-CODMON TO CODMON OF REG-MAESTR
HH         MOVE LK-CODSIS TO CODSIS OF REG-MAESTR
HH         MOVE LK-CODPRO TO CODPRO OF REG-MAESTR
HH         MOVE LK-AGCCTA TO AGCCTA OF REG-MAESTR
HH         MOVE LK-CTANRO TO CTANRO OF REG-MAESTR
HH         READ CCAMAEAHO INVALID KEY
HH              MOVE ZEROS TO NITCTA OF REG-MAESTR
HH         NOT INVALID KEY
HH              MOVE 48        TO CODTAB OF ZONA-CCATABLAS
HH              MOVE LK-CODPRO TO NROTAB OF ZONA-CCATABLAS
HH              READ CCATABLAS NOT INVALID KEY
HH                   MOVE 1 TO CTL-MENOR
HH              END-READ
HH         END-READ
HH         IF CUENTA-DE-MENOR
HH            MOVE 48    TO CODTAB OF ZONA-CCATABLAS
HH            MOVE 99997 TO NROTAB OF ZONA-CCATABLAS
HH            READ CCATABLAS NOT INVALID KEY
HH                 MOVE CAMPO1 OF ZONA-CCATABLAS TO W-EDAMIN
HH            END-READ
HH         END-IF.
HH    *--------------------------------------------------------------*
HH    * EN LA CUENTA DE MENOR SOLO OPERA EL TITULAR QUE YA CUMPLE LA
HH    * EDAD MINIMA O UN REPRESENTANTE LEGAL ACTIVO CUYA VIGENCIA
HH    * CUBRE HOY (FECFIN ES LA MAYORIA DEL TITULAR, EXCLUSIVE).
HH    *--------------------------------------------------------------*
HH     EVALUAR-MENOR.
HH         IF LK-NITAUT = NITCTA OF REG-MAESTR
HH            PERFORM EVALUAR-TITULAR-MENOR
HH         ELSE
HH            PERFORM EVALUAR-REPRESENTANTE
HH         END-IF.
HH    *--------------------------------------------------------------*
HH     EVALUAR-TITULAR-MENOR.
HH         MOVE NITCTA OF REG-MAESTR TO NUMINT OF REG-CLIMAE
HH         READ CLIMAE INVALID KEY
HH              MOVE ZEROS TO FECNAC OF REG-CLIMAE
HH         END-READ
HH         MOVE FECNAC OF REG-CLIMAE TO W-FECEDA
HH         ADD  W-EDAMIN             TO AA-FECEDA
HH         IF FECNAC OF REG-CLIMAE > ZEROS
HH         AND W-FECEDA NOT > LK-FECHA-HOY
HH            MOVE 0 TO LK-CODAUT
HH            MOVE "TITULAR MENOR HABILITADO"   TO LK-RAZAUT
HH         ELSE
HH            MOVE 5 TO LK-CODAUT
HH            MOVE "MENOR SIN EDAD PARA RETIRAR"
HH                                              TO LK-RAZAUT
HH         END-IF.
HH    *--------------------------------------------------------------*
HH     EVALUAR-REPRESENTANTE.
HH         MOVE 0         TO CTL-CCAREPLEG
HH         MOVE LK-CODMON TO CODMON OF REG-REPLEG
HH         MOVE LK-CODSIS TO CODSIS OF REG-REPLEG
HH         MOVE LK-CODPRO TO CODPRO OF REG-REPLEG
HH         MOVE LK-AGCCTA TO AGCCTA OF REG-REPLEG
HH         MOVE LK-CTANRO TO CTANRO OF REG-REPLEG
HH         MOVE LK-NITAUT TO NITREP OF REG-REPLEG
HH         READ CCAREPLEG INVALID KEY
HH              MOVE 1    TO CTL-CCAREPLEG
HH         END-READ
HH         IF NOT ERROR-CCAREPLEG
HH         AND ESTADO OF REG-REPLEG = "A"
HH         AND FECINI OF REG-REPLEG NOT > LK-FECHA-HOY
HH         AND FECFIN OF REG-REPLEG > LK-FECHA-HOY
HH            MOVE 0 TO LK-CODAUT
HH            MOVE "REPRESENTANTE LEGAL VIGENTE" TO LK-RAZAUT
HH         ELSE
HH            MOVE 6 TO LK-CODAUT
HH            MOVE "NO ES REPRESENTANTE VIGENTE" TO LK-RAZAUT
HH         END-IF.
      *--------------------------------------------------------------*
       TERMINAR.
HH         CLOSE PLTAUTCTA CLIVINCLI
HH               CCAMAEAHO CLIMAE CCATABLAS CCAREPLEG
           GOBACK.
