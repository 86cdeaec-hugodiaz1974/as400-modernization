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
       PROGRAM-ID.    CCA579.
      ******************************************************************
      * FUNCION: VERIFICACION Y RECONSTRUCCION DE LOS ACUMULADOS DE    *
      *          CCAACUMUL. CORRE EN EL CORTE DESPUES DE CCA720 Y      *
      *          ANTES DE CCA652 (QUE COBRA SOBRE CANMES) Y DE CCA730  *
      *          (QUE DEPURA CCAHISTOR HACIA CCAHISTO1). RECALCULA POR *
      *          CUENTA Y CODIGO, CON LAS MISMAS REGLAS DE CCA720      *
      *          (CODIGOS CON INDLOG 1, FECHA ORIGEN NO POSTERIOR A LA *
      *          DE LIQUIDACION):                                      *
      *            - ACUMES/CANMES: CCAHISTOR DEL MES.                 *
      *            - ACUANO/CANANO: LO ANTERIOR MAS LOS MESES YA       *
      *              DEPURADOS EN CCAHISTO1 CON FECHA ORIGEN DEL ANO   *
      *              DE LIQUIDACION. EN DICIEMBRE EL CIERRE ANUAL      *
      *              REINICIA EL ANUAL Y SOLO SE VERIFICA EL MES.      *
      *          IMPRIME TODA DIFERENCIA (CCA579R), INCLUIDOS LOS      *
      *          ACUMULADOS QUE NO EXISTEN O QUE CONSERVAN UN MES      *
      *          ANTERIOR SIN MOVIMIENTO EN EL ACTUAL.                 *
      *          MODOS (PARAMETRO):                                    *
      *            V  VERIFICAR: SOLO LISTA. CON DIFERENCIAS EL PASO   *
      *               TERMINA CON RETORNO 1 EN CCAESTCAD Y LA CADENA   *
      *               SE DETIENE ANTES DE CCA652.                      *
      *            C  CORREGIR: REGRABA LOS ACUMULADOS CON EL VALOR    *
      *               RECALCULADO Y DEJA LA IMAGEN ANTERIOR Y NUEVA EN *
      *               CCAACULOG CON EL USUARIO QUE AUTORIZA (OBLIGA-   *
      *               TORIO; SIN USUARIO NO SE CORRIGE Y EL RETORNO    *
      *               ES 2).                                           *
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
           SELECT CCAHISTOR
               ASSIGN          TO DATABASE-CCAHISTOR
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAHISTO1
               ASSIGN          TO DATABASE-CCAHISTO1
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCACODTRN
               ASSIGN          TO DATABASE-CCACODTRN
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAACUMUL
               ASSIGN          TO DATABASE-CCAACUMUL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAACUWRK
               ASSIGN          TO DATABASE-CCAACUWRK
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAACULOG
               ASSIGN          TO DATABASE-CCAACULOG
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA579R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAHISTOR
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCAHISTOR.
           COPY DDS-ALL-FORMATS OF CCAHISTOR.
      *
       FD  CCAHISTO1
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCAHISTO1.
           COPY DDS-ALL-FORMATS OF CCAHISTO1.
      *
       FD  CCACODTRN
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCACODTRN.
           COPY DDS-ALL-FORMATS OF CCACODTRN.
      *
       FD  CCAACUMUL
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCAACUMUL.
           COPY DDS-ALL-FORMATS OF CCAACUMUL.
      *
       FD  CCAACUWRK
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCAACUWRK.
           COPY DDS-ALL-FORMATS OF CCAACUWRK.
      *
       FD  CCAACULOG
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCAACULOG.
           COPY DDS-ALL-FORMATS OF CCAACULOG.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA579R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-CANREV                    PIC 9(09) VALUE ZEROS.
       77  W-CANDIF                    PIC 9(09) VALUE ZEROS.
       77  W-CANCOR                    PIC 9(09) VALUE ZEROS.
       77  W-CANNVO                    PIC 9(09) VALUE ZEROS.
       77  W-FECINI                    PIC 9(08) VALUE ZEROS.
       77  I                           PIC 9(05) VALUE ZEROS.
      *
       01  W-FECLIQ                    PIC 9(08) VALUE ZEROS.
       01  RED-W-FECLIQ                REDEFINES W-FECLIQ.
           05  ANOLIQ                  PIC 9(04).
           05  MESLIQ                  PIC 9(02).
           05  DIALIQ                  PIC 9(02).
      *
      * MOVIMIENTO DEL HISTORICO QUE SE ACUMULA.
       01  W-MOVIMIENTO.
           05  W-CODMON                PIC 9(03) VALUE ZEROS.
           05  W-CODSIS                PIC 9(03) VALUE ZEROS.
           05  W-CODPRO                PIC 9(03) VALUE ZEROS.
           05  W-AGCCTA                PIC 9(05) VALUE ZEROS.
           05  W-CTANRO                PIC 9(17) VALUE ZEROS.
           05  W-CODTRA                PIC 9(05) VALUE ZEROS.
           05  W-IMPORT                PIC S9(13)V99 VALUE ZEROS.
           05  W-DEL-MES               PIC X(02) VALUE "NO".
               88  ES-DEL-MES                    VALUE "SI".
      *
      * VALOR RECALCULADO Y VALOR ANTERIOR DEL ACUMULADO.
       01  W-CALCULADO.
           05  W-CAL-ACUMES            PIC S9(13)V99 VALUE ZEROS.
           05  W-CAL-ACUANO            PIC S9(13)V99 VALUE ZEROS.
           05  W-CAL-CANMES            PIC 9(07) VALUE ZEROS.
           05  W-CAL-CANANO            PIC 9(09) VALUE ZEROS.
       01  W-ANTERIOR.
           05  W-ANT-ACUMES            PIC S9(13)V99 VALUE ZEROS.
           05  W-ANT-ACUANO            PIC S9(13)V99 VALUE ZEROS.
           05  W-ANT-CANMES            PIC 9(07) VALUE ZEROS.
           05  W-ANT-CANANO            PIC 9(09) VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCAHISTOR           PIC X(02) VALUE "NO".
               88  FIN-CCAHISTOR                 VALUE "SI".
           05  CTL-CCAHISTO1           PIC X(02) VALUE "NO".
               88  FIN-CCAHISTO1                 VALUE "SI".
           05  CTL-CCACODTRN           PIC X(02) VALUE "NO".
               88  FIN-CCACODTRN                 VALUE "SI".
               88  NO-FIN-CCACODTRN              VALUE "NO".
           05  CTL-CCAACUMUL           PIC X(02) VALUE "NO".
               88  FIN-CCAACUMUL                 VALUE "SI".
           05  CTL-CCAACUWRK           PIC X(02) VALUE "NO".
               88  FIN-CCAACUWRK                 VALUE "SI".
               88  NO-FIN-CCAACUWRK              VALUE "NO".
           05  CTL-EXISTE              PIC X(02) VALUE "NO".
               88  SI-EXISTE                     VALUE "SI".
               88  NO-EXISTE                     VALUE "NO".
           05  CTL-ANUAL               PIC X(02) VALUE "SI".
               88  VERIFICA-ANUAL                VALUE "SI".
           05  CTL-CORRIGE             PIC X(02) VALUE "NO".
               88  CORRIGE                       VALUE "SI".
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA579".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *
      * CODIGOS QUE ACUMULAN (INDLOG 1 DE CCACODTRN, COMO EN CCA720).
       01  TABLA-CODIGOS               PIC X(999) VALUE ZEROS.
       01  RED-TABLA-CODIGOS           REDEFINES  TABLA-CODIGOS.
           05 INDLO                    PIC 9(01)  OCCURS 999 TIMES.
      *
       LINKAGE SECTION.
       77  PARM-FECLIQ                 PIC 9(08).
       77  PARM-MODO                   PIC X(01).
           88  MODO-VERIFICAR                    VALUE "V".
           88  MODO-CORREGIR                     VALUE "C".
       77  PARM-USUARIO                PIC X(10).
      ***************************************************************
       PROCEDURE DIVISION USING PARM-FECLIQ PARM-MODO PARM-USUARIO.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM ACUMULAR-HISTOR UNTIL FIN-CCAHISTOR.
           IF VERIFICA-ANUAL
              PERFORM ACUMULAR-HISTO1 UNTIL FIN-CCAHISTO1
           END-IF.
           PERFORM REVISAR-ACUMUL UNTIL FIN-CCAACUMUL.
           PERFORM INICIAR-FALTANTES.
           PERFORM REVISAR-FALTANTES UNTIL FIN-CCAACUWRK.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           MOVE PARM-FECLIQ TO W-FECLIQ
           COMPUTE W-FECINI = ANOLIQ * 10000 + 101
      *    EL CIERRE DE DICIEMBRE REINICIA EL ANUAL (CCA720 O CCA723).
           IF MESLIQ = 12
              MOVE "NO" TO CTL-ANUAL
           END-IF
           IF MODO-CORREGIR
              IF PARM-USUARIO = SPACES
                 MOVE 2 TO PC504-CODRETO
                 DISPLAY "CCA579 CORRECCION SIN USUARIO AUTORIZADOR: "
                         "SOLO SE VERIFICA"
              ELSE
                 MOVE "SI" TO CTL-CORRIGE
              END-IF
           END-IF
           OPEN INPUT  CCAHISTOR CCAHISTO1 CCACODTRN.
           IF CORRIGE
              OPEN I-O    CCAACUMUL
              OPEN EXTEND CCAACULOG
           ELSE
              OPEN INPUT  CCAACUMUL
           END-IF.
      *    EL RECALCULO ES DE LA CORRIDA: SE LIMPIA AL ARRANCAR.
           OPEN OUTPUT CCAACUWRK.
           CLOSE       CCAACUWRK.
           OPEN I-O    CCAACUWRK.
           OPEN OUTPUT REPORTE.
           PERFORM CARGAR-TABLA UNTIL FIN-CCACODTRN.
           INITIALIZE CCA579R-HEADER
           MOVE W-FECLIQ     TO FECLIQ OF CCA579R-HEADER
           MOVE PARM-MODO    TO MODO   OF CCA579R-HEADER
           MOVE PARM-USUARIO TO USRCOR OF CCA579R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
           PERFORM LEER-CCAHISTOR
           PERFORM LEER-CCAHISTO1
           PERFORM LEER-CCAACUMUL.
      *----------------------------------------------------------------
      * MES EN CURSO: TODO CCAHISTOR CON FECHA ORIGEN HASTA LA
      * LIQUIDACION, IGUAL QUE CCA720.
      *----------------------------------------------------------------
       ACUMULAR-HISTOR.
           IF FORIGE OF REGHISTOR NOT > W-FECLIQ
           AND CODTRA OF REGHISTOR > ZEROS
           AND CODTRA OF REGHISTOR < 1000
              IF INDLO (CODTRA OF REGHISTOR) = 1
                 MOVE CODMON OF REGHISTOR TO W-CODMON
                 MOVE CODSIS OF REGHISTOR TO W-CODSIS
                 MOVE CODPRO OF REGHISTOR TO W-CODPRO
                 MOVE AGCCTA OF REGHISTOR TO W-AGCCTA
                 MOVE CTANRO OF REGHISTOR TO W-CTANRO
                 MOVE CODTRA OF REGHISTOR TO W-CODTRA
                 MOVE IMPORT OF REGHISTOR TO W-IMPORT
                 MOVE "SI"                TO W-DEL-MES
                 PERFORM ACUMULAR-MOVIMIENTO
              END-IF
           END-IF
           PERFORM LEER-CCAHISTOR.
      *----------------------------------------------------------------
      * MESES ANTERIORES DEL ANO: LO YA DEPURADO A CCAHISTO1.
      *----------------------------------------------------------------
       ACUMULAR-HISTO1.
           IF FORIGE OF REGHISTO1 NOT < W-FECINI
           AND FORIGE OF REGHISTO1 NOT > W-FECLIQ
           AND CODTRA OF REGHISTO1 > ZEROS
           AND CODTRA OF REGHISTO1 < 1000
              IF INDLO (CODTRA OF REGHISTO1) = 1
                 MOVE CODMON OF REGHISTO1 TO W-CODMON
                 MOVE CODSIS OF REGHISTO1 TO W-CODSIS
                 MOVE CODPRO OF REGHISTO1 TO W-CODPRO
                 MOVE AGCCTA OF REGHISTO1 TO W-AGCCTA
                 MOVE CTANRO OF REGHISTO1 TO W-CTANRO
                 MOVE CODTRA OF REGHISTO1 TO W-CODTRA
                 MOVE IMPORT OF REGHISTO1 TO W-IMPORT
                 MOVE "NO"                TO W-DEL-MES
                 PERFORM ACUMULAR-MOVIMIENTO
              END-IF
           END-IF
           PERFORM LEER-CCAHISTO1.
      *----------------------------------------------------------------
       ACUMULAR-MOVIMIENTO.
           MOVE W-CODMON TO CODMON OF ZONA-CCAACUWRK
           MOVE W-CODSIS TO CODSIS OF ZONA-CCAACUWRK
           MOVE W-CODPRO TO CODPRO OF ZONA-CCAACUWRK
           MOVE W-AGCCTA TO AGCCTA OF ZONA-CCAACUWRK
           MOVE W-CTANRO TO CTANRO OF ZONA-CCAACUWRK
           MOVE W-CODTRA TO CODTRA OF ZONA-CCAACUWRK
           PERFORM LEER-CCAACUWRK-CLAVE
           IF NO-EXISTE
              INITIALIZE REGACUWRK
              MOVE W-CODMON TO CODMON OF ZONA-CCAACUWRK
              MOVE W-CODSIS TO CODSIS OF ZONA-CCAACUWRK
              MOVE W-CODPRO TO CODPRO OF ZONA-CCAACUWRK
              MOVE W-AGCCTA TO AGCCTA OF ZONA-CCAACUWRK
              MOVE W-CTANRO TO CTANRO OF ZONA-CCAACUWRK
              MOVE W-CODTRA TO CODTRA OF ZONA-CCAACUWRK
           END-IF
           IF ES-DEL-MES
              ADD W-IMPORT TO ACUMES OF ZONA-CCAACUWRK
              ADD 1        TO CANMES OF ZONA-CCAACUWRK
           END-IF
           ADD W-IMPORT TO ACUANO OF ZONA-CCAACUWRK
           ADD 1        TO CANANO OF ZONA-CCAACUWRK
           IF SI-EXISTE
              REWRITE ZONA-CCAACUWRK
           ELSE
              WRITE ZONA-CCAACUWRK
           END-IF.
      *----------------------------------------------------------------
      * CADA ACUMULADO EXISTENTE CONTRA SU RECALCULO. SIN MOVIMIENTO
      * EN EL HISTORICO EL VALOR CORRECTO ES CERO.
      *----------------------------------------------------------------
       REVISAR-ACUMUL.
           ADD 1 TO W-CANREV
           MOVE ACUMES OF ZONA-CCAACUMUL TO W-ANT-ACUMES
           MOVE ACUANO OF ZONA-CCAACUMUL TO W-ANT-ACUANO
           MOVE CANMES OF ZONA-CCAACUMUL TO W-ANT-CANMES
           MOVE CANANO OF ZONA-CCAACUMUL TO W-ANT-CANANO
           MOVE CODMON OF ZONA-CCAACUMUL TO CODMON OF ZONA-CCAACUWRK
           MOVE CODSIS OF ZONA-CCAACUMUL TO CODSIS OF ZONA-CCAACUWRK
           MOVE CODPRO OF ZONA-CCAACUMUL TO CODPRO OF ZONA-CCAACUWRK
           MOVE AGCCTA OF ZONA-CCAACUMUL TO AGCCTA OF ZONA-CCAACUWRK
           MOVE CTANRO OF ZONA-CCAACUMUL TO CTANRO OF ZONA-CCAACUWRK
           MOVE CODTRA OF ZONA-CCAACUMUL TO CODTRA OF ZONA-CCAACUWRK
           PERFORM LEER-CCAACUWRK-CLAVE
           IF SI-EXISTE
              MOVE ACUMES OF ZONA-CCAACUWRK TO W-CAL-ACUMES
              MOVE ACUANO OF ZONA-CCAACUWRK TO W-CAL-ACUANO
              MOVE CANMES OF ZONA-CCAACUWRK TO W-CAL-CANMES
              MOVE CANANO OF ZONA-CCAACUWRK TO W-CAL-CANANO
              MOVE 1 TO INDREV OF ZONA-CCAACUWRK
              REWRITE ZONA-CCAACUWRK
           ELSE
              INITIALIZE W-CALCULADO
           END-IF
           IF NOT VERIFICA-ANUAL
              MOVE W-ANT-ACUANO TO W-CAL-ACUANO
              MOVE W-ANT-CANANO TO W-CAL-CANANO
           END-IF
           IF W-CALCULADO NOT = W-ANTERIOR
              ADD 1 TO W-CANDIF
              INITIALIZE CCA579R-DETALLE
              MOVE "DIFERENCIA" TO ACCION OF CCA579R-DETALLE
              IF CORRIGE
                 MOVE W-CAL-ACUMES TO ACUMES OF ZONA-CCAACUMUL
                 MOVE W-CAL-ACUANO TO ACUANO OF ZONA-CCAACUMUL
                 MOVE W-CAL-CANMES TO CANMES OF ZONA-CCAACUMUL
                 MOVE W-CAL-CANANO TO CANANO OF ZONA-CCAACUMUL
                 REWRITE ZONA-CCAACUMUL
                 MOVE "M" TO TIPCOR OF ZONA-CCAACULOG
                 PERFORM GRABAR-CCAACULOG
                 ADD 1 TO W-CANCOR
                 MOVE "CORREGIDO" TO ACCION OF CCA579R-DETALLE
              END-IF
              PERFORM IMPRIMIR-DETALLE
           END-IF
           PERFORM LEER-CCAACUMUL.
      *----------------------------------------------------------------
       INICIAR-FALTANTES.
           MOVE "NO"  TO CTL-CCAACUWRK
           MOVE ZEROS TO CODMON OF ZONA-CCAACUWRK
                         CODSIS OF ZONA-CCAACUWRK
                         CODPRO OF ZONA-CCAACUWRK
                         AGCCTA OF ZONA-CCAACUWRK
                         CTANRO OF ZONA-CCAACUWRK
                         CODTRA OF ZONA-CCAACUWRK
           START CCAACUWRK KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAACUWRK
           END-START
           IF NO-FIN-CCAACUWRK
              PERFORM LEER-CCAACUWRK
           END-IF.
      *----------------------------------------------------------------
      * RECALCULO SIN ACUMULADO EN CCAACUMUL: FALTA EL REGISTRO.
      *----------------------------------------------------------------
       REVISAR-FALTANTES.
           IF INDREV OF ZONA-CCAACUWRK = ZEROS
              MOVE ACUMES OF ZONA-CCAACUWRK TO W-CAL-ACUMES
              MOVE ACUANO OF ZONA-CCAACUWRK TO W-CAL-ACUANO
              MOVE CANMES OF ZONA-CCAACUWRK TO W-CAL-CANMES
              MOVE CANANO OF ZONA-CCAACUWRK TO W-CAL-CANANO
              IF NOT VERIFICA-ANUAL
                 MOVE ZEROS TO W-CAL-ACUANO W-CAL-CANANO
              END-IF
              INITIALIZE W-ANTERIOR
              IF W-CALCULADO NOT = W-ANTERIOR
                 ADD 1 TO W-CANDIF
                 INITIALIZE REGACUMUL OF ZONA-CCAACUMUL
                 MOVE CODMON OF ZONA-CCAACUWRK
                   TO CODMON OF ZONA-CCAACUMUL
                 MOVE CODSIS OF ZONA-CCAACUWRK
                   TO CODSIS OF ZONA-CCAACUMUL
                 MOVE CODPRO OF ZONA-CCAACUWRK
                   TO CODPRO OF ZONA-CCAACUMUL
                 MOVE AGCCTA OF ZONA-CCAACUWRK
                   TO AGCCTA OF ZONA-CCAACUMUL
                 MOVE CTANRO OF ZONA-CCAACUWRK
                   TO CTANRO OF ZONA-CCAACUMUL
                 MOVE CODTRA OF ZONA-CCAACUWRK
                   TO CODTRA OF ZONA-CCAACUMUL
                 INITIALIZE CCA579R-DETALLE
                 MOVE "FALTANTE" TO ACCION OF CCA579R-DETALLE
                 IF CORRIGE
                    MOVE W-CAL-ACUMES TO ACUMES OF ZONA-CCAACUMUL
                    MOVE W-CAL-ACUANO TO ACUANO OF ZONA-CCAACUMUL
                    MOVE W-CAL-CANMES TO CANMES OF ZONA-CCAACUMUL
                    MOVE W-CAL-CANANO TO CANANO OF ZONA-CCAACUMUL
                    WRITE ZONA-CCAACUMUL
                    MOVE "N" TO TIPCOR OF ZONA-CCAACULOG
                    PERFORM GRABAR-CCAACULOG
                    ADD 1 TO W-CANNVO
                    MOVE "CREADO" TO ACCION OF CCA579R-DETALLE
                 END-IF
                 PERFORM IMPRIMIR-DETALLE
              END-IF
           END-IF
           PERFORM LEER-CCAACUWRK.
      *----------------------------------------------------------------
       IMPRIMIR-DETALLE.
           MOVE CODPRO OF ZONA-CCAACUMUL TO CODPRO OF CCA579R-DETALLE
           MOVE AGCCTA OF ZONA-CCAACUMUL TO AGCCTA OF CCA579R-DETALLE
           MOVE CTANRO OF ZONA-CCAACUMUL TO CTANRO OF CCA579R-DETALLE
           MOVE CODTRA OF ZONA-CCAACUMUL TO CODTRA OF CCA579R-DETALLE
           MOVE W-ANT-ACUMES TO ACMACT OF CCA579R-DETALLE
           MOVE W-CAL-ACUMES TO ACMCAL OF CCA579R-DETALLE
           MOVE W-ANT-CANMES TO CNMACT OF CCA579R-DETALLE
           MOVE W-CAL-CANMES TO CNMCAL OF CCA579R-DETALLE
           MOVE W-ANT-ACUANO TO ACAACT OF CCA579R-DETALLE
           MOVE W-CAL-ACUANO TO ACACAL OF CCA579R-DETALLE
           MOVE W-ANT-CANANO TO CNAACT OF CCA579R-DETALLE
           MOVE W-CAL-CANANO TO CNACAL OF CCA579R-DETALLE
           WRITE REPORTE-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
       GRABAR-CCAACULOG.
           MOVE CODMON OF ZONA-CCAACUMUL TO CODMON OF ZONA-CCAACULOG
           MOVE CODSIS OF ZONA-CCAACUMUL TO CODSIS OF ZONA-CCAACULOG
           MOVE CODPRO OF ZONA-CCAACUMUL TO CODPRO OF ZONA-CCAACULOG
           MOVE AGCCTA OF ZONA-CCAACUMUL TO AGCCTA OF ZONA-CCAACULOG
           MOVE CTANRO OF ZONA-CCAACUMUL TO CTANRO OF ZONA-CCAACULOG
           MOVE CODTRA OF ZONA-CCAACUMUL TO CODTRA OF ZONA-CCAACULOG
           MOVE W-FECLIQ     TO FECLIQ OF ZONA-CCAACULOG
           MOVE W-ANT-ACUMES TO ACMANT OF ZONA-CCAACULOG
           MOVE W-ANT-ACUANO TO ACAANT OF ZONA-CCAACULOG
           MOVE W-ANT-CANMES TO CNMANT OF ZONA-CCAACULOG
           MOVE W-ANT-CANANO TO CNAANT OF ZONA-CCAACULOG
           MOVE W-CAL-ACUMES TO ACMNVO OF ZONA-CCAACULOG
           MOVE W-CAL-ACUANO TO ACANVO OF ZONA-CCAACULOG
           MOVE W-CAL-CANMES TO CNMNVO OF ZONA-CCAACULOG
           MOVE W-CAL-CANANO TO CNANVO OF ZONA-CCAACULOG
           MOVE PARM-USUARIO TO USRCOR OF ZONA-CCAACULOG
           ACCEPT FECCOR OF ZONA-CCAACULOG FROM DATE YYYYMMDD
           ACCEPT HORCOR OF ZONA-CCAACULOG FROM TIME
           WRITE ZONA-CCAACULOG.
      *----------------------------------------------------------------
       LEER-CCAACUWRK-CLAVE.
           READ CCAACUWRK
              INVALID KEY
                 MOVE "NO" TO CTL-EXISTE
              NOT INVALID KEY
                 MOVE "SI" TO CTL-EXISTE
           END-READ.
      *----------------------------------------------------------------
       LEER-CCAHISTOR.
           READ CCAHISTOR AT END
                MOVE "SI" TO CTL-CCAHISTOR.
      *----------------------------------------------------------------
       LEER-CCAHISTO1.
           READ CCAHISTO1 AT END
                MOVE "SI" TO CTL-CCAHISTO1.
      *----------------------------------------------------------------
       LEER-CCAACUMUL.
           READ CCAACUMUL NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAACUMUL.
      *----------------------------------------------------------------
       LEER-CCAACUWRK.
           READ CCAACUWRK NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAACUWRK.
      *----------------------------------------------------------------
       CARGAR-TABLA.
           READ CCACODTRN NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACODTRN
           END-READ
           IF NO-FIN-CCACODTRN
           AND CODTRA OF REGCODTRN > ZEROS
           AND CODTRA OF REGCODTRN < 1000
              MOVE INDLOG OF REGCODTRN TO INDLO (CODTRA OF REGCODTRN)
           END-IF.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE CCA579R-TOTALES
           MOVE W-CANREV TO CANREV OF CCA579R-TOTALES
           MOVE W-CANDIF TO CANDIF OF CCA579R-TOTALES
           MOVE W-CANCOR TO CANCOR OF CCA579R-TOTALES
           MOVE W-CANNVO TO CANNVO OF CCA579R-TOTALES
           IF W-CANDIF = ZEROS
              MOVE "CUADRADO"   TO RESULT OF CCA579R-TOTALES
           ELSE
              IF CORRIGE
                 MOVE "CORREGIDO" TO RESULT OF CCA579R-TOTALES
              ELSE
                 MOVE "DESCUADRE" TO RESULT OF CCA579R-TOTALES
                 IF PC504-CODRETO = ZEROS
                    MOVE 1 TO PC504-CODRETO
                 END-IF
              END-IF
           END-IF
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA579 ACUMULADOS REVISADOS...: " W-CANREV
           DISPLAY "CCA579 CON DIFERENCIA.........: " W-CANDIF
           DISPLAY "CCA579 CORREGIDOS.............: " W-CANCOR
           DISPLAY "CCA579 CREADOS................: " W-CANNVO
           IF PC504-CODRETO NOT = ZEROS
              DISPLAY "CCA579 ACUMULADOS DESCUADRADOS: CADENA DETENIDA "
                      "ANTES DE CCA652, VER REPORTE CCA579R"
           END-IF
           MOVE W-CANREV                TO PC504-CANTREG
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAHISTOR CCAHISTO1 CCACODTRN CCAACUMUL CCAACUWRK
                 REPORTE.
           IF CORRIGE
              CLOSE CCAACULOG
           END-IF.
           STOP  RUN      .
