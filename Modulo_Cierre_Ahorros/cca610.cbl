      * FUNCION: PROGRAMA DE GENERACION DE INTERESES Y RETENCION A LAS *
      *          CUENTAS,  Y ACTUALIZACION DE LOS SALDOS Y DE LOS      *
      *          PROMEDIOS DE LAS MISMAS.                              *
HH    *          LA CUENTA CON INSTRUCCION DE PAGO DE INTERESES        *
HH    *          ACTIVA Y VIGENTE (CCAINSINT, VER CCA576) ENCOLA EN    *
HH    *          CCAMOVIM LA PAREJA QUE TRASLADA EL INTERES NETO A LA  *
HH    *          CUENTA DESTINO; SI EL DESTINO ESTA CERRADO,           *
HH    *          BLOQUEADO O INACTIVO EL INTERES SE QUEDA EN LA        *
HH    *          CUENTA Y SE REPORTA COMO EXCEPCION (CCA610R).         *
      ******************************************************************
       AUTHOR.        J.L.K.
       DATE-WRITTEN.  97/10/08.
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
      *HH     Instrucciones de pago de intereses a otra cuenta y lo
      *HH     necesario para validar la cuenta destino y encolar la
      *HH     pareja del traslado (ver GENERAR-PAGO-INTERES).
HH         SELECT CCAINSINT
HH             ASSIGN          TO DATABASE-CCAINSINT
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
HH         SELECT CCAMAEAH2
HH             ASSIGN          TO DATABASE-CCAMAEAHO
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
HH         SELECT CCACDTMAE
HH             ASSIGN          TO DATABASE-CCACDTMAE
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
HH         SELECT CCACODTRN
HH             ASSIGN          TO DATABASE-CCACODTRN
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
HH         SELECT REPORTE
HH             ASSIGN          TO FORMATFILE-CCA610R
HH             ORGANIZATION    IS SEQUENTIAL
HH             ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
HH     01  REG-CODPRO.
HH         COPY DDS-ALL-FORMATS OF CCACODPRO.
      *
HH     FD  CCAINSINT
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-INSINT.
HH         COPY DDS-ALL-FORMATS OF CCAINSINT.
      *
HH     FD  CCAMAEAH2
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-MAEAH2.
HH         COPY DDS-ALL-FORMATS OF CCAMAEAHO2.
      *
HH     FD  CCACDTMAE
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-CDTMAE.
HH         COPY DDS-ALL-FORMATS OF CCACDTMAE.
      *
HH     FD  CCATABLAS
HH         LABEL RECORDS ARE STANDARD.
HH     01  ZONA-CCATABLAS.
HH         COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
HH     FD  CCACODTRN
HH         LABEL RECORDS ARE STANDARD.
HH     01  ZONA-CCACODTRN.
HH         COPY DDS-ALL-FORMATS OF CCACODTRN.
      *
HH     FD  REPORTE
HH         LABEL RECORDS ARE STANDARD.
HH     01  REPORTE-REG.
HH         COPY DDS-ALL-FORMATS OF CCA610R.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
HH         05  MM-FAPERT            PIC 9(02).
HH         05  DD-FAPERT            PIC 9(02).
       77  W-USERID                 PIC X(10)            VALUE SPACES.
      *HH PAGO DE INTERESES A OTRA CUENTA: CODIGOS DE LA PAREJA
      *HH (CCATABLAS TABLA 78: NROTAB 1 = DEBITO A LA CUENTA ORIGEN,
      *HH NROTAB 2 = CREDITO A LA CUENTA DESTINO), SUS ATRIBUTOS EN
      *HH CCACODTRN Y TOTALES DEL LISTADO DE EXCEPCIONES.
HH     77  W-PAG-TRADEB             PIC 9(05)            VALUE ZEROS.
HH     77  W-PAG-TRACRE             PIC 9(05)            VALUE ZEROS.
HH     77  W-PAG-TIVDEB             PIC 9(02)            VALUE ZEROS.
HH     77  W-PAG-FEVDEB             PIC 9(02)            VALUE ZEROS.
HH     77  W-PAG-TIVCRE             PIC 9(02)            VALUE ZEROS.
HH     77  W-PAG-FEVCRE             PIC 9(02)            VALUE ZEROS.
HH     77  W-PAG-NETO               PIC S9(13)V99   COMP VALUE ZEROS.
HH     77  W-PAG-MOTIVO             PIC X(30)            VALUE SPACES.
HH     77  W-PAG-CANPAG             PIC 9(07)            VALUE ZEROS.
HH     77  W-PAG-TOTPAG             PIC S9(15)V99   COMP VALUE ZEROS.
HH     77  W-PAG-CANEXC             PIC 9(07)            VALUE ZEROS.
      *
      * ALMACENA EL ULTIMO DIA CALENDARIO DEL MES QUE CORTA.
       01  W-FECHACTL-1             PIC 9(08)            VALUE ZEROS.
HH         05  CTL-REINICIO-CCA610      PIC X(02) VALUE "NO".
HH             88  REINICIO-ACTIVO-CCA610         VALUE "SI".
HH             88  NO-REINICIO-ACTIVO-CCA610      VALUE "NO".
HH         05  CTL-CCAINSINT            PIC X(02) VALUE "NO".
HH             88  ERROR-CCAINSINT                VALUE "SI".
HH             88  NO-ERROR-CCAINSINT             VALUE "NO".
HH         05  CTL-CCACODTRN            PIC X(02) VALUE "NO".
HH             88  FIN-CCACODTRN                  VALUE "SI".
HH             88  NO-FIN-CCACODTRN               VALUE "NO".
           05  CTL-CCAMAEAHO            PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                  VALUE "SI".
               88  NO-FIN-CCAMAEAHO               VALUE "NO".
HH         05  PC504-EVENTO            PIC X(01) VALUE SPACES.
HH         05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
HH         05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *HH  IMAGEN ANTERIOR DEL MAESTRO PARA EL DIARIO DE CAMBIOS.
HH         COPY MAEJRN OF CCACPY.
       LINKAGE SECTION.
       77  XUSERID PIC X(10).
      *----------------------------------------------------------------
HH         OPEN INPUT  CCACODPRO.
HH         OPEN INPUT  CCAMINSAL.
HH         OPEN I-O    CCA610CKP.
HH         OPEN I-O    CCAINSINT.
HH         OPEN INPUT  CCAMAEAH2 CCACDTMAE CCATABLAS CCACODTRN.
HH         OPEN OUTPUT REPORTE.
HH         PERFORM VERIFICAR-PUNTO-REINICIO.
           OPEN INPUT  CLIMAE  .
           OPEN I-O    CCAMAEAHO.
      *
           PERFORM CALL-CCA500.
           PERFORM CALL-CCA501.
HH         PERFORM LEER-PARAMETROS-PAGO.
HH         INITIALIZE CCA610R-HEADER
HH         MOVE LK-FECLIQ TO FECLIQ OF REPORTE-REG
HH         WRITE REPORTE-REG FORMAT IS "HEADER".
      *
           IF LK-FECHA-HOY > LK-FECLIQ
              IF LK-INDCIE = 1
              ELSE
                 PERFORM GRABAR-CCAMAEAHO
                 PERFORM GRABAR-CCAMOVINT
HH               PERFORM GENERAR-PAGO-INTERES
HH               PERFORM GENERAR-COMISION-SALMIN
HH               PERFORM GRABAR-PUNTO-REINICIO
                 MOVE "NO" TO CTL-REGISTRO-MAE
                 ELSE
                    PERFORM GRABAR-CCAMAEAHO
                    PERFORM GRABAR-CCAMOVINT
HH                  PERFORM GENERAR-PAGO-INTERES
HH                  PERFORM GENERAR-COMISION-SALMIN
HH                  PERFORM GRABAR-PUNTO-REINICIO
                    MOVE "NO" TO CTL-REGISTRO-MAE
                MOVE 999               TO CODPRO OF REG-MAESTR
                MOVE 99999             TO AGCCTA OF REG-MAESTR
                MOVE 99999999999999999 TO CTANRO OF REG-MAESTR.
HH         MOVE REG-MAESTR TO JRN-MAEANT.
           MOVE CODMON OF REG-MAESTR TO W-CODMON-CCAMAEAHO
           MOVE CODSIS OF REG-MAESTR TO W-CODSIS-CCAMAEAHO
           MOVE CODPRO OF REG-MAESTR TO W-CODPRO-CCAMAEAHO
HH            MOVE 1 TO INDMOD OF REGMAEAHO
HH         END-IF.
      *
HH         MOVE "CCA610"    TO JRN-PROGRA
HH         CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                             REG-MAESTR
           REWRITE REG-MAESTR.
      *----------------------------------------------------------------
       GRABAR-CCAMOVINT.
              PERFORM LLENAR-FIJOS
              MOVE W-RETENCI         TO IMPORT OF REG-MOVINT
              MOVE LK-TRARET         TO CODPRO OF REG-TRAPRO
HH    *       MOVE CODPRO OF CCAMAEAHO TO CODPRO OF REG-TRAPRO
HH            MOVE CODPRO OF CCAMAEAHO TO PRODUC OF REG-TRAPRO
              MOVE ZEROS             TO TRADEB OF REG-TRAPRO
              MOVE ZEROS             TO TRACRE OF REG-TRAPRO
              MOVE "NO" TO CTL-CCATRAPRO
HH                  MOVE VALCOM OF REG-MINSAL TO W-COMISION
HH                  SUBTRACT W-COMISION FROM SALANT OF REG-MAESTR
HH                  SUBTRACT W-COMISION FROM SALACT OF REG-MAESTR
HH                  MOVE "CCA610"    TO JRN-PROGRA
HH                  CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
HH                                      REG-MAESTR
HH                  REWRITE REG-MAESTR
HH                  PERFORM LLENAR-FIJOS
HH                  MOVE W-COMISION TO IMPORT OF REG-MOVINT
HH               END-IF
HH            END-IF
HH         END-IF.
HH    *----------------------------------------------------------------
      *HH EL INTERES NETO DEL CORTE (CAPITALIZADO MENOS RETENCION) SE
      *HH TRASLADA A LA CUENTA DESTINO DE LA INSTRUCCION ACTIVA Y
      *HH VIGENTE EN LA FECHA DE LIQUIDACION. LA INSTRUCCION YA
      *HH VENCIDA QUEDA MARCADA "V" Y NO VUELVE A APLICAR. LA PAREJA
      *HH SE ENCOLA EN CCAMOVIM COMO MOVIMIENTO INTERNO DE
      *HH LIQUIDACION (USRING EN BLANCO) PARA QUE CCA550/CCA580 LA
      *HH APLIQUEN POR EL DIARIO NORMAL; CADA PATA LLEVA EN NROBNV Y
      *HH NROPRD LA AGENCIA Y CUENTA DE LA OTRA. UNA INSTRUCCION YA
      *HH PAGADA EN ESTA LIQUIDACION (FECULP) NO SE REPITE AL
      *HH REINICIAR EL PROCESO.
      *HH---------------------------------------------------------------
HH     GENERAR-PAGO-INTERES.
HH         COMPUTE W-PAG-NETO = W-INTERES - W-RETENCI
HH         IF W-PAG-NETO > ZEROS
HH            PERFORM LEER-CCAINSINT
HH            IF NO-ERROR-CCAINSINT
HH            AND ESTADO OF REG-INSINT = "A"
HH            AND FECINI OF REG-INSINT NOT > W-FECHALIQ
HH            AND FECULP OF REG-INSINT NOT = W-FECHALIQ
HH               IF FECFIN OF REG-INSINT > ZEROS
HH               AND FECFIN OF REG-INSINT < W-FECHALIQ
HH                  MOVE "V" TO ESTADO OF REG-INSINT
HH                  REWRITE REG-INSINT
HH               ELSE
HH                  PERFORM VALIDAR-DESTINO-PAGO
HH                  IF W-PAG-MOTIVO = SPACES
HH                     PERFORM ENCOLAR-PAGO-INTERES
HH                     MOVE W-FECHALIQ TO FECULP OF REG-INSINT
HH                     MOVE W-PAG-NETO TO VLRULP OF REG-INSINT
HH                     REWRITE REG-INSINT
HH                     ADD 1           TO W-PAG-CANPAG
HH                     ADD W-PAG-NETO  TO W-PAG-TOTPAG
HH                  ELSE
HH                     PERFORM IMPRIMIR-EXCEPCION-PAGO
HH                  END-IF
HH               END-IF
HH            END-IF
HH         END-IF.
HH    *----------------------------------------------------------------
HH     LEER-CCAINSINT.
HH         MOVE CODMON OF REG-MAESTR TO CODMON OF REG-INSINT
HH         MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-INSINT
HH         MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-INSINT
HH         MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-INSINT
HH         MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-INSINT
HH         READ CCAINSINT INVALID KEY
HH              MOVE "SI" TO CTL-CCAINSINT
HH         NOT INVALID KEY
HH              MOVE "NO" TO CTL-CCAINSINT
HH         END-READ.
HH    *----------------------------------------------------------------
      *HH EL DESTINO DEBE EXISTIR ABIERTO, SIN BLOQUEO NI MARCA DE
      *HH INACTIVIDAD; SI ES UN AHORRO A TERMINO (CCACDTMAE), ESTE
      *HH DEBE ESTAR ACTIVO. SIN LOS CODIGOS DE LA TABLA 78 NO HAY
      *HH PAREJA POSIBLE. CUALQUIER FALLA DEJA EL MOTIVO Y EL
      *HH INTERES SE QUEDA EN LA CUENTA ORIGEN.
      *HH---------------------------------------------------------------
HH     VALIDAR-DESTINO-PAGO.
HH         MOVE SPACES TO W-PAG-MOTIVO
HH         MOVE CODMON OF REG-MAESTR TO CODMON OF REG-MAEAH2
HH         MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-MAEAH2
HH         MOVE CODPR2 OF REG-INSINT TO CODPRO OF REG-MAEAH2
HH         MOVE AGCCT2 OF REG-INSINT TO AGCCTA OF REG-MAEAH2
HH         MOVE CTANR2 OF REG-INSINT TO CTANRO OF REG-MAEAH2
HH         READ CCAMAEAH2 INVALID KEY
HH              MOVE "DESTINO NO EXISTE" TO W-PAG-MOTIVO
HH         END-READ
HH         IF W-PAG-MOTIVO = SPACES
HH            IF INDBAJ OF REG-MAEAH2 NOT = ZEROS
HH               MOVE "DESTINO CERRADO"   TO W-PAG-MOTIVO
HH            ELSE
HH            IF INDBLO OF REG-MAEAH2 NOT = ZEROS
HH               MOVE "DESTINO BLOQUEADO" TO W-PAG-MOTIVO
HH            ELSE
HH            IF INDINA OF REG-MAEAH2 NOT = ZEROS
HH               MOVE "DESTINO INACTIVO"  TO W-PAG-MOTIVO
HH            END-IF
HH            END-IF
HH            END-IF
HH         END-IF
HH         IF W-PAG-MOTIVO = SPACES
HH            MOVE CODMON OF REG-MAESTR TO CODMON OF REG-CDTMAE
HH            MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-CDTMAE
HH            MOVE CODPR2 OF REG-INSINT TO CODPRO OF REG-CDTMAE
HH            MOVE AGCCT2 OF REG-INSINT TO AGCCTA OF REG-CDTMAE
HH            MOVE CTANR2 OF REG-INSINT TO CTANRO OF REG-CDTMAE
HH            READ CCACDTMAE
HH               NOT INVALID KEY
HH                  IF ESTADO OF REG-CDTMAE NOT = "A"
HH                     MOVE "DESTINO A TERMINO NO ACTIVO"
HH                                          TO W-PAG-MOTIVO
HH                  END-IF
HH            END-READ
HH         END-IF
HH         IF W-PAG-MOTIVO = SPACES
HH            IF W-PAG-TRADEB = ZEROS
HH            OR W-PAG-TRACRE = ZEROS
HH               MOVE "SIN CODIGOS EN TABLA 78" TO W-PAG-MOTIVO
HH            END-IF
HH         END-IF.
HH    *----------------------------------------------------------------
HH     ENCOLAR-PAGO-INTERES.
HH         PERFORM LLENAR-PAGO-INTERES
HH         MOVE CODPRO OF REG-MAESTR TO CODPRO OF REG-MOVIM
HH         MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF REG-MOVIM
HH                                      AGCORI OF REG-MOVIM
HH         MOVE CTANRO OF REG-MAESTR TO CTANRO OF REG-MOVIM
HH         MOVE NITCTA OF REG-MAESTR TO NROREF OF REG-MOVIM
HH         MOVE AGCCT2 OF REG-INSINT TO NROBNV OF REG-MOVIM
HH         MOVE CTANR2 OF REG-INSINT TO NROPRD OF REG-MOVIM
HH         MOVE W-PAG-TRADEB         TO CODTRA OF REG-MOVIM
HH         MOVE 1                    TO DEBCRE OF REG-MOVIM
HH         MOVE W-PAG-TIVDEB         TO TIPVAL OF REG-MOVIM
HH         MOVE W-PAG-FEVDEB         TO FECVAL OF REG-MOVIM
HH         WRITE REG-MOVIM
HH    *
HH         PERFORM LLENAR-PAGO-INTERES
HH         MOVE CODPR2 OF REG-INSINT TO CODPRO OF REG-MOVIM
HH         MOVE AGCCT2 OF REG-INSINT TO AGCCTA OF REG-MOVIM
HH                                      AGCORI OF REG-MOVIM
HH         MOVE CTANR2 OF REG-INSINT TO CTANRO OF REG-MOVIM
HH         MOVE NITCTA OF REG-MAEAH2 TO NROREF OF REG-MOVIM
HH         MOVE AGCCTA OF REG-MAESTR TO NROBNV OF REG-MOVIM
HH         MOVE CTANRO OF REG-MAESTR TO NROPRD OF REG-MOVIM
HH         MOVE W-PAG-TRACRE         TO CODTRA OF REG-MOVIM
HH         MOVE 2                    TO DEBCRE OF REG-MOVIM
HH         MOVE W-PAG-TIVCRE         TO TIPVAL OF REG-MOVIM
HH         MOVE W-PAG-FEVCRE         TO FECVAL OF REG-MOVIM
HH         WRITE REG-MOVIM.
HH    *----------------------------------------------------------------
HH     LLENAR-PAGO-INTERES.
HH         INITIALIZE REGMOVIM       OF REG-MOVIM
HH         MOVE CODMON OF REG-MAESTR TO CODMON OF REG-MOVIM
HH         MOVE CODSIS OF REG-MAESTR TO CODSIS OF REG-MOVIM
HH         MOVE W-FECHACTL-1         TO FORIGE OF REG-MOVIM
HH         MOVE W-FECHACTL-1         TO FVALOR OF REG-MOVIM
HH         MOVE W-PAG-NETO           TO IMPORT OF REG-MOVIM
HH         MOVE NITCLI OF CLIMAE     TO NRONIT OF REG-MOVIM
HH         MOVE "TRASLADO DE INTERESES DEL CORTE"
HH                                   TO INFDEP OF REG-MOVIM
HH         MOVE ZEROS                TO ESTTRN OF REG-MOVIM
HH         MOVE SPACES               TO USRING OF REG-MOVIM
HH         MOVE W-USERID             TO CODCAJ OF REG-MOVIM.
HH    *----------------------------------------------------------------
HH     IMPRIMIR-EXCEPCION-PAGO.
HH         INITIALIZE CCA610R-EXCEPCION
HH         MOVE AGCCTA OF REG-MAESTR TO AGCCTA OF CCA610R-EXCEPCION
HH         MOVE CTANRO OF REG-MAESTR TO CTANRO OF CCA610R-EXCEPCION
HH         MOVE CODPR2 OF REG-INSINT TO CODPR2 OF CCA610R-EXCEPCION
HH         MOVE AGCCT2 OF REG-INSINT TO AGCCT2 OF CCA610R-EXCEPCION
HH         MOVE CTANR2 OF REG-INSINT TO CTANR2 OF CCA610R-EXCEPCION
HH         MOVE W-PAG-NETO           TO VALOR  OF REPORTE-REG
HH         MOVE W-PAG-MOTIVO         TO MOTIVO OF REPORTE-REG
HH         WRITE REPORTE-REG FORMAT IS "EXCEPCION"
HH         ADD 1                     TO W-PAG-CANEXC.
HH    *----------------------------------------------------------------
      *HH CODIGOS DE LA PAREJA (TABLA 78) Y, COMO LOS EXIGE CCA550,
      *HH EL TIPO Y LA FECHA VALOR DE CADA UNO SEGUN CCACODTRN.
      *HH---------------------------------------------------------------
HH     LEER-PARAMETROS-PAGO.
HH         MOVE 78 TO CODTAB OF ZONA-CCATABLAS
HH         MOVE 1  TO NROTAB OF ZONA-CCATABLAS
HH         READ CCATABLAS NOT INVALID KEY
HH              MOVE CAMPO1 OF ZONA-CCATABLAS TO W-PAG-TRADEB
HH         END-READ
HH         MOVE 78 TO CODTAB OF ZONA-CCATABLAS
HH         MOVE 2  TO NROTAB OF ZONA-CCATABLAS
HH         READ CCATABLAS NOT INVALID KEY
HH              MOVE CAMPO1 OF ZONA-CCATABLAS TO W-PAG-TRACRE
HH         END-READ
HH         PERFORM REVISAR-CODIGO-PAGO UNTIL FIN-CCACODTRN.
HH    *----------------------------------------------------------------
HH     REVISAR-CODIGO-PAGO.
HH         READ CCACODTRN NEXT RECORD AT END
HH              MOVE "SI" TO CTL-CCACODTRN
HH         END-READ
HH         IF NO-FIN-CCACODTRN
HH            IF CODTRA OF REGCODTRN = W-PAG-TRADEB
HH               MOVE TIPVAL OF REGCODTRN TO W-PAG-TIVDEB
HH               MOVE FECVAL OF REGCODTRN TO W-PAG-FEVDEB
HH            END-IF
HH            IF CODTRA OF REGCODTRN = W-PAG-TRACRE
HH               MOVE TIPVAL OF REGCODTRN TO W-PAG-TIVCRE
HH               MOVE FECVAL OF REGCODTRN TO W-PAG-FEVCRE
HH            END-IF
HH         END-IF.
HH    *----------------------------------------------------------------
HH     GRABAR-PUNTO-REINICIO.
HH         ADD 1 TO W-CONTCKP
HH         CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
HH                                         PC504-CANTREG  PC504-CODRETO
HH         PERFORM LIMPIAR-PUNTO-REINICIO.
HH         INITIALIZE CCA610R-TOTALES
HH         MOVE W-PAG-CANPAG TO CANPAG OF REPORTE-REG
HH         MOVE W-PAG-TOTPAG TO TOTPAG OF REPORTE-REG
HH         MOVE W-PAG-CANEXC TO CANEXC OF REPORTE-REG
HH         WRITE REPORTE-REG FORMAT IS "TOTALES"
HH         DISPLAY "CCA610 INTERESES TRASLADADOS..: " W-PAG-CANPAG
HH         DISPLAY "CCA610 EXCEPCIONES DE TRASLADO: " W-PAG-CANEXC
           CLOSE CCACAUSAC  CCATRAPRO.
HH         CLOSE CCAINSINT CCAMAEAH2 CCACDTMAE CCATABLAS CCACODTRN.
HH         CLOSE REPORTE .
HH         CLOSE CCACODPRO .
HH         CLOSE CCAMINSAL .
HH         CLOSE CCA610CKP .
