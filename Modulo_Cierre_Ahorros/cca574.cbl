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
       PROGRAM-ID.    CCA574.
      ******************************************************************
      * FUNCION: CERTIFICADO ANUAL DE CUENTAS AFC (AHORRO PARA EL      *
      *          FOMENTO A LA CONSTRUCCION). POR CADA CUENTA DE UN     *
      *          PRODUCTO AFC (TABLA 75, FILA 1000+CODPRO) CON         *
      *          MOVIMIENTO EN EL ANO DEL PARAMETRO, DETALLA LOS       *
      *          APORTES (CCAAFCAPO), LOS RETIROS CALIFICADOS Y NO     *
      *          CALIFICADOS CON SU DOCUMENTO SOPORTE Y LA RETENCION   *
      *          CONTINGENTE PRACTICADA (CCAAFCRET), TAL COMO LOS      *
      *          REGISTRA CCA550. CADA CERTIFICADO LLEVA CONSECUTIVO   *
      *          DE CCACTLCER ("CERTAFC"), COMO LOS DE CCA740. LA      *
      *          RETENCION AUN NO DEBITADA (ESTRTE "P") NO SE          *
      *          CERTIFICA COMO PRACTICADA: VA MARCADA PENDIENTE Y     *
      *          EN SU PROPIO TOTAL.                                   *
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
           SELECT CCAMAEAHO
               ASSIGN          TO DATABASE-CCAMAEAHO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAAFCAPO
               ASSIGN          TO DATABASE-CCAAFCAPO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAAFCRET
               ASSIGN          TO DATABASE-CCAAFCRET
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCATABLAS
               ASSIGN          TO DATABASE-CCATABLAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CLIMAEL01
               ASSIGN          TO DATABASE-CLIMAEL01
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACTLCER
               ASSIGN          TO DATABASE-CCACTLCER
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA574R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAEAHO.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
       FD  CCAAFCAPO
           LABEL RECORDS ARE STANDARD.
       01  REG-AFCAPO.
           COPY DDS-ALL-FORMATS OF CCAAFCAPO.
      *
       FD  CCAAFCRET
           LABEL RECORDS ARE STANDARD.
       01  REG-AFCRET.
           COPY DDS-ALL-FORMATS OF CCAAFCRET.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  REG-TABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  CLIMAEL01
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CLIMAEL01.
           COPY DDS-ALL-FORMATS OF CLIMAEL01.
      *
       FD  CCACTLCER
           LABEL RECORDS ARE STANDARD.
       01  REG-CTLCER.
           COPY DDS-ALL-FORMATS OF CCACTLCER.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA574R.
      *
       WORKING-STORAGE SECTION.
      *
       77  W-NROCER                    PIC 9(09)          VALUE ZEROS.
       77  W-TOTCER                    PIC 9(07)          VALUE ZEROS.
       77  W-PROANT                    PIC 9(03)          VALUE ZEROS.
       77  W-ANOMOV                    PIC 9(04)          VALUE ZEROS.
      *
      * RESUMEN DE LA CUENTA EN PROCESO Y TOTALES DEL LISTADO.
       77  W-TOTAPO                    PIC S9(13)V99 COMP VALUE ZEROS.
       77  W-TOTCAL                    PIC S9(13)V99 COMP VALUE ZEROS.
       77  W-TOTNCA                    PIC S9(13)V99 COMP VALUE ZEROS.
       77  W-TOTRTE                    PIC S9(13)V99 COMP VALUE ZEROS.
       77  W-TOTPEN                    PIC S9(13)V99 COMP VALUE ZEROS.
       77  W-GENAPO                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-GENCAL                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-GENNCA                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-GENRTE                    PIC S9(15)V99 COMP VALUE ZEROS.
       77  W-GENPEN                    PIC S9(15)V99 COMP VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                 VALUE "SI".
               88  NO-FIN-CCAMAEAHO              VALUE "NO".
           05  CTL-CCAAFCAPO           PIC X(02) VALUE "NO".
               88  FIN-CCAAFCAPO                 VALUE "SI".
               88  NO-FIN-CCAAFCAPO              VALUE "NO".
           05  CTL-CCAAFCRET           PIC X(02) VALUE "NO".
               88  FIN-CCAAFCRET                 VALUE "SI".
               88  NO-FIN-CCAAFCRET              VALUE "NO".
           05  CTL-CLIMAEL01           PIC X(02) VALUE "NO".
               88  ERROR-CLIMAEL01               VALUE "SI".
               88  NO-ERROR-CLIMAEL01            VALUE "NO".
           05  CTL-PRODUCTO-AFC        PIC X(02) VALUE "NO".
               88  PRODUCTO-AFC                  VALUE "SI".
               88  NO-PRODUCTO-AFC               VALUE "NO".
           05  CTL-CERTIFICADO         PIC X(02) VALUE "NO".
               88  CERTIFICADO-ABIERTO           VALUE "SI".
               88  NO-CERTIFICADO-ABIERTO        VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
      *
       LINKAGE SECTION.
       77  XUSERID                     PIC X(10).
       77  PARM-ANO                    PIC 9(04).
      ***************************************************************
       PROCEDURE DIVISION USING XUSERID PARM-ANO.
       COMIENZO.
           PERFORM INICIAR.
           PERFORM PROCESAR UNTIL FIN-CCAMAEAHO.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           OPEN INPUT  CCAMAEAHO CCAAFCAPO CCAAFCRET CCATABLAS
                       CLIMAEL01.
           OPEN I-O    CCACTLCER.
           OPEN OUTPUT REPORTE.
           PERFORM CALL-CCA500.
           MOVE 999 TO W-PROANT
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
       PROCESAR.
           IF CODPRO OF REG-MAEAHO NOT = W-PROANT
              PERFORM LEER-PRODUCTO-AFC
           END-IF
           IF PRODUCTO-AFC
              PERFORM CERTIFICAR-CUENTA
           END-IF
           PERFORM LEER-CCAMAEAHO.
      *----------------------------------------------------------------
      * EL PRODUCTO ES AFC SI TIENE FILA 1000+CODPRO EN LA TABLA 75.
      *----------------------------------------------------------------
       LEER-PRODUCTO-AFC.
           MOVE CODPRO OF REG-MAEAHO TO W-PROANT
           MOVE "SI" TO CTL-PRODUCTO-AFC
           MOVE 75   TO CODTAB OF REG-TABLAS
           COMPUTE NROTAB OF REG-TABLAS = 1000 + CODPRO OF REG-MAEAHO
           READ CCATABLAS INVALID KEY
                MOVE "NO" TO CTL-PRODUCTO-AFC
           END-READ.
      *----------------------------------------------------------------
      * EL CERTIFICADO SE ABRE CON EL PRIMER APORTE O RETIRO DEL ANO:
      * LA CUENTA SIN MOVIMIENTO AFC EN EL ANO NO LO RECIBE.
      *----------------------------------------------------------------
       CERTIFICAR-CUENTA.
           MOVE "NO"  TO CTL-CERTIFICADO
           MOVE ZEROS TO W-TOTAPO W-TOTCAL W-TOTNCA W-TOTRTE W-TOTPEN
           MOVE "NO"  TO CTL-CCAAFCAPO
           MOVE CODMON OF REG-MAEAHO TO CODMON OF REG-AFCAPO
           MOVE CODSIS OF REG-MAEAHO TO CODSIS OF REG-AFCAPO
           MOVE CODPRO OF REG-MAEAHO TO CODPRO OF REG-AFCAPO
           MOVE AGCCTA OF REG-MAEAHO TO AGCCTA OF REG-AFCAPO
           MOVE CTANRO OF REG-MAEAHO TO CTANRO OF REG-AFCAPO
           MOVE ZEROS                TO FECAPO OF REG-AFCAPO
                                        CNSTRN OF REG-AFCAPO
                                        SECUEN OF REG-AFCAPO
           START CCAAFCAPO KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAAFCAPO
           END-START
           PERFORM LISTAR-APORTE UNTIL FIN-CCAAFCAPO
           MOVE "NO"  TO CTL-CCAAFCRET
           MOVE CODMON OF REG-MAEAHO TO CODMON OF REG-AFCRET
           MOVE CODSIS OF REG-MAEAHO TO CODSIS OF REG-AFCRET
           MOVE CODPRO OF REG-MAEAHO TO CODPRO OF REG-AFCRET
           MOVE AGCCTA OF REG-MAEAHO TO AGCCTA OF REG-AFCRET
           MOVE CTANRO OF REG-MAEAHO TO CTANRO OF REG-AFCRET
           MOVE ZEROS                TO FECRET OF REG-AFCRET
                                        CNSTRN OF REG-AFCRET
                                        SECUEN OF REG-AFCRET
           START CCAAFCRET KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAAFCRET
           END-START
           PERFORM LISTAR-RETIRO UNTIL FIN-CCAAFCRET
           IF CERTIFICADO-ABIERTO
              PERFORM CERRAR-CERTIFICADO
           END-IF.
      *----------------------------------------------------------------
       LISTAR-APORTE.
           READ CCAAFCAPO NEXT AT END
                MOVE "SI" TO CTL-CCAAFCAPO
           END-READ
           IF NO-FIN-CCAAFCAPO
              IF CODMON OF REG-AFCAPO NOT = CODMON OF REG-MAEAHO
              OR CODSIS OF REG-AFCAPO NOT = CODSIS OF REG-MAEAHO
              OR CODPRO OF REG-AFCAPO NOT = CODPRO OF REG-MAEAHO
              OR AGCCTA OF REG-AFCAPO NOT = AGCCTA OF REG-MAEAHO
              OR CTANRO OF REG-AFCAPO NOT = CTANRO OF REG-MAEAHO
                 MOVE "SI" TO CTL-CCAAFCAPO
              ELSE
                 DIVIDE FECAPO OF REG-AFCAPO BY 10000 GIVING W-ANOMOV
                 IF W-ANOMOV = PARM-ANO
                    IF NO-CERTIFICADO-ABIERTO
                       PERFORM ABRIR-CERTIFICADO
                    END-IF
                    INITIALIZE CCA574R-APORTE
                    MOVE FECAPO OF REG-AFCAPO
                                     TO FECAPO OF CCA574R-APORTE
                    MOVE VALAPO OF REG-AFCAPO
                                     TO VALAPO OF CCA574R-APORTE
                    WRITE REPORTE-REG FORMAT IS "APORTE"
                    ADD VALAPO OF REG-AFCAPO TO W-TOTAPO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       LISTAR-RETIRO.
           READ CCAAFCRET NEXT AT END
                MOVE "SI" TO CTL-CCAAFCRET
           END-READ
           IF NO-FIN-CCAAFCRET
              IF CODMON OF REG-AFCRET NOT = CODMON OF REG-MAEAHO
              OR CODSIS OF REG-AFCRET NOT = CODSIS OF REG-MAEAHO
              OR CODPRO OF REG-AFCRET NOT = CODPRO OF REG-MAEAHO
              OR AGCCTA OF REG-AFCRET NOT = AGCCTA OF REG-MAEAHO
              OR CTANRO OF REG-AFCRET NOT = CTANRO OF REG-MAEAHO
                 MOVE "SI" TO CTL-CCAAFCRET
              ELSE
                 DIVIDE FECRET OF REG-AFCRET BY 10000 GIVING W-ANOMOV
                 IF W-ANOMOV = PARM-ANO
                    IF NO-CERTIFICADO-ABIERTO
                       PERFORM ABRIR-CERTIFICADO
                    END-IF
                    PERFORM IMPRIMIR-RETIRO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-RETIRO.
           INITIALIZE CCA574R-RETIRO
           MOVE FECRET OF REG-AFCRET TO FECRET OF CCA574R-RETIRO
           MOVE NRODOC OF REG-AFCRET TO NRODOC OF CCA574R-RETIRO
           MOVE VALRET OF REG-AFCRET TO VALRET OF CCA574R-RETIRO
           MOVE VALJOV OF REG-AFCRET TO VALJOV OF CCA574R-RETIRO
           IF ESTRTE OF REG-AFCRET = "P"
              MOVE "PENDIENTE"      TO ESTRTE OF CCA574R-RETIRO
              ADD VALRTE OF REG-AFCRET TO W-TOTPEN
           ELSE
              MOVE VALRTE OF REG-AFCRET TO VALRTE OF CCA574R-RETIRO
              ADD VALRTE OF REG-AFCRET TO W-TOTRTE
           END-IF
           IF TIPRET OF REG-AFCRET = "C"
              MOVE "CALIFICADO"     TO TIPRET OF CCA574R-RETIRO
              ADD VALRET OF REG-AFCRET TO W-TOTCAL
           ELSE
              MOVE "NO CALIFICADO"  TO TIPRET OF CCA574R-RETIRO
              ADD VALRET OF REG-AFCRET TO W-TOTNCA
           END-IF
           WRITE REPORTE-REG FORMAT IS "RETIRO".
      *----------------------------------------------------------------
       ABRIR-CERTIFICADO.
           PERFORM ASIGNAR-CONSECUTIVO
           INITIALIZE CCA574R-ENCABEZA
           MOVE W-NROCER             TO NROCER OF REPORTE-REG
           MOVE PARM-ANO             TO ANOCER OF REPORTE-REG
           MOVE NITCTA OF REG-MAEAHO TO NITCER OF REPORTE-REG
           MOVE "NO"                 TO CTL-CLIMAEL01
           MOVE NITCTA OF REG-MAEAHO TO NITCLI OF CLIMAEL01
           READ CLIMAEL01 INVALID KEY
                MOVE "SI" TO CTL-CLIMAEL01
           END-READ
           IF NO-ERROR-CLIMAEL01
              MOVE NOMCLI OF CLIMAEL01 TO NOMCER OF REPORTE-REG
           END-IF
           MOVE LK-FECHA-HOY         TO FECCER OF REPORTE-REG
           MOVE AGCCTA OF REG-MAEAHO TO AGECTA OF REPORTE-REG
           MOVE CTANRO OF REG-MAEAHO TO NROCTA OF REPORTE-REG
           MOVE CODPRO OF REG-MAEAHO TO PROCTA OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "ENCABEZA"
           MOVE "SI"                 TO CTL-CERTIFICADO.
      *----------------------------------------------------------------
       ASIGNAR-CONSECUTIVO.
           MOVE "CERTAFC"           TO CODCTL OF REG-CTLCER
           READ CCACTLCER INVALID KEY
                MOVE "CERTAFC"      TO CODCTL OF REG-CTLCER
                MOVE ZEROS          TO ULTCER OF REG-CTLCER
                MOVE LK-FECHA-HOY   TO FECULT OF REG-CTLCER
                WRITE REG-CTLCER
           END-READ
           ADD 1                    TO ULTCER OF REG-CTLCER
           MOVE ULTCER OF REG-CTLCER TO W-NROCER
           MOVE LK-FECHA-HOY        TO FECULT OF REG-CTLCER
           REWRITE REG-CTLCER.
      *----------------------------------------------------------------
       CERRAR-CERTIFICADO.
           INITIALIZE CCA574R-RESUMEN
           MOVE W-TOTAPO TO TOTAPO OF REPORTE-REG
           MOVE W-TOTCAL TO TOTCAL OF REPORTE-REG
           MOVE W-TOTNCA TO TOTNCA OF REPORTE-REG
           MOVE W-TOTRTE TO TOTRTE OF REPORTE-REG
           MOVE W-TOTPEN TO TOTPEN OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "RESUMEN"
           ADD W-TOTAPO  TO W-GENAPO
           ADD W-TOTCAL  TO W-GENCAL
           ADD W-TOTNCA  TO W-GENNCA
           ADD W-TOTRTE  TO W-GENRTE
           ADD W-TOTPEN  TO W-GENPEN
           ADD 1         TO W-TOTCER.
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           READ CCAMAEAHO NEXT AT END
                MOVE "SI" TO CTL-CCAMAEAHO.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE CCA574R-TOTALES
           MOVE W-TOTCER TO CANCER OF REPORTE-REG
           MOVE W-GENAPO TO GENAPO OF REPORTE-REG
           MOVE W-GENCAL TO GENCAL OF REPORTE-REG
           MOVE W-GENNCA TO GENNCA OF REPORTE-REG
           MOVE W-GENRTE TO GENRTE OF REPORTE-REG
           MOVE W-GENPEN TO GENPEN OF REPORTE-REG
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA574 CERTIFICADOS AFC EXPEDIDOS: " W-TOTCER
           CLOSE CCAMAEAHO CCAAFCAPO CCAAFCRET CCATABLAS CLIMAEL01
                 CCACTLCER REPORTE.
           STOP  RUN      .
