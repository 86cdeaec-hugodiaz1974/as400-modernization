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
       PROGRAM-ID.    CCA578.
      ******************************************************************
      * FUNCION: CONTROL DE COMPLETITUD DEL HISTORICO. CORRE DESPUES   *
      *          DE CCA710 Y ANTES DE CCA720. ARMA LO QUE CCA710 DEBIO *
      *          ADICIONAR (MOVIMIENTOS ACEPTADOS DE CCAMOVACE Y       *
      *          CCAMOVINT CON FECHA VALOR NO POSTERIOR A MANANA Y     *
      *          CODIGO DEL SISTEMA DE AHORROS, CON LAS MISMAS REGLAS  *
      *          DE CCA710) Y LO CRUZA CONTRA LOS REGISTROS NUEVOS DEL *
      *          DIA EN CCAHISTOR (LOS QUE SIGUEN AL CONTEO QUE CCA710 *
      *          DEJO EN CCAHISCTL), MOVIMIENTO POR MOVIMIENTO POR     *
      *          CUENTA, CNSTRN/SECUEN, CODIGO Y FECHA DE ORIGEN.      *
      *          IMPRIME LA CANTIDAD Y EL VALOR POR PRODUCTO, AGENCIA  *
      *          Y CODIGO QUE NO CUADRAN Y EL DETALLE DE LOS           *
      *          MOVIMIENTOS FALTANTES, DUPLICADOS O SOBRANTES. CON    *
      *          CUALQUIER DIFERENCIA EL PASO TERMINA CON RETORNO      *
      *          DISTINTO DE CERO EN CCAESTCAD Y LA CADENA SE DETIENE  *
      *          ANTES DE QUE CCA720 Y CCA730 USEN EL HISTORICO.       *
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
           SELECT CCAMOVACE
               ASSIGN          TO DATABASE-CCAMOVACE
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAMOVINT
               ASSIGN          TO DATABASE-CCAMOVINT
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAHISTOR
               ASSIGN          TO DATABASE-CCAHISTOR
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCACODTRN
               ASSIGN          TO DATABASE-CCACODTRN
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAHISCTL
               ASSIGN          TO DATABASE-CCAHISCTL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAHISWRK
               ASSIGN          TO DATABASE-CCAHISWRK
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAHISGRP
               ASSIGN          TO DATABASE-CCAHISGRP
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA578R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAMOVACE
           LABEL RECORDS ARE STANDARD.
       01  REG-MOVACE.
           COPY DDS-ALL-FORMATS OF CCAMOVACE.
      *
       FD  CCAMOVINT
           LABEL RECORDS ARE STANDARD.
       01  REG-MOVINT.
           COPY DDS-ALL-FORMATS OF CCAMOVINT.
      *
       FD  CCAHISTOR
           LABEL RECORDS ARE STANDARD.
       01  REG-HISTOR.
           COPY DDS-ALL-FORMATS OF CCAHISTOR.
      *
       FD  CCACODTRN
           LABEL RECORDS ARE STANDARD.
       01  REG-CODTRN.
           COPY DDS-ALL-FORMATS OF CCACODTRN.
      *
       FD  CCAHISCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-HISCTL.
           COPY DDS-ALL-FORMATS OF CCAHISCTL.
      *
       FD  CCAHISWRK
           LABEL RECORDS ARE STANDARD.
       01  REG-HISWRK.
           COPY DDS-ALL-FORMATS OF CCAHISWRK.
      *
       FD  CCAHISGRP
           LABEL RECORDS ARE STANDARD.
       01  REG-HISGRP.
           COPY DDS-ALL-FORMATS OF CCAHISGRP.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA578R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * REGISTROS DEL HISTORICO ANTES DE CCA710 (CCAHISCTL) Y
      * CONTADORES DE LA CORRIDA.
       77  W-CANPRE                    PIC 9(09) VALUE ZEROS.
       77  W-CANLEI                    PIC 9(09) VALUE ZEROS.
       77  W-CANESP                    PIC 9(09) VALUE ZEROS.
       77  W-VLRESP                    PIC S9(15)V99 VALUE ZEROS.
       77  W-CANHIS                    PIC 9(09) VALUE ZEROS.
       77  W-VLRHIS                    PIC S9(15)V99 VALUE ZEROS.
       77  W-CANFAL                    PIC 9(09) VALUE ZEROS.
       77  W-CANDUP                    PIC 9(09) VALUE ZEROS.
       77  W-CANSOB                    PIC 9(09) VALUE ZEROS.
       77  W-CANRES                    PIC 9(09) VALUE ZEROS.
       77  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *
      * MOVIMIENTO QUE SE CRUZA (ESPERADO O DEL HISTORICO).
       01  W-MOVIMIENTO.
           05  W-CODMON                PIC 9(03) VALUE ZEROS.
           05  W-CODSIS                PIC 9(03) VALUE ZEROS.
           05  W-CODPRO                PIC 9(03) VALUE ZEROS.
           05  W-AGCCTA                PIC 9(05) VALUE ZEROS.
           05  W-CTANRO                PIC 9(17) VALUE ZEROS.
           05  W-SECUEN                PIC 9(07) VALUE ZEROS.
           05  W-CODTRA                PIC 9(05) VALUE ZEROS.
           05  W-FORIGE                PIC 9(08) VALUE ZEROS.
           05  W-DEBCRE                PIC 9(01) VALUE ZEROS.
           05  W-IMPORT                PIC S9(13)V99 VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCAMOVACE           PIC X(02) VALUE "NO".
               88  FIN-CCAMOVACE                 VALUE "SI".
               88  NO-FIN-CCAMOVACE              VALUE "NO".
           05  CTL-CCAMOVINT           PIC X(02) VALUE "NO".
               88  FIN-CCAMOVINT                 VALUE "SI".
               88  NO-FIN-CCAMOVINT              VALUE "NO".
           05  CTL-CCAHISTOR           PIC X(02) VALUE "NO".
               88  FIN-CCAHISTOR                 VALUE "SI".
               88  NO-FIN-CCAHISTOR              VALUE "NO".
           05  CTL-CCACODTRN           PIC X(02) VALUE "NO".
               88  FIN-CCACODTRN                 VALUE "SI".
               88  NO-FIN-CCACODTRN              VALUE "NO".
           05  CTL-CCAHISWRK           PIC X(02) VALUE "NO".
               88  FIN-CCAHISWRK                 VALUE "SI".
               88  NO-FIN-CCAHISWRK              VALUE "NO".
           05  CTL-CCAHISGRP           PIC X(02) VALUE "NO".
               88  FIN-CCAHISGRP                 VALUE "SI".
               88  NO-FIN-CCAHISGRP              VALUE "NO".
           05  CTL-CONTROL             PIC X(02) VALUE "NO".
               88  HAY-CONTROL                   VALUE "SI".
               88  SIN-CONTROL                   VALUE "NO".
           05  CTL-EXISTE              PIC X(02) VALUE "NO".
               88  SI-EXISTE                     VALUE "SI".
               88  NO-EXISTE                     VALUE "NO".
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA578".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *
      * PARAMETROS RUTINAS
           COPY FECHAS  OF CCACPY.
           COPY PARGEN  OF CCACPY.
      *
      * MONEDA, SISTEMA Y PRODUCTO DE CADA CODIGO (COMO EN CCA710).
       01  W-TABLA.
           03 ITEM-TABLA OCCURS 9999.
              05 T-CODMON       PIC 999.
              05 T-CODSIS       PIC 999.
              05 T-CODPRO       PIC 999.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           IF HAY-CONTROL
              PERFORM PROCESAR-MOVACE UNTIL FIN-CCAMOVACE
              PERFORM PROCESAR-MOVINT UNTIL FIN-CCAMOVINT
              PERFORM PROCESAR-HISTOR UNTIL FIN-CCAHISTOR
              PERFORM INICIAR-RESUMEN
              PERFORM IMPRIMIR-RESUMEN UNTIL FIN-CCAHISGRP
              PERFORM INICIAR-DETALLE
              PERFORM IMPRIMIR-DETALLE UNTIL FIN-CCAHISWRK
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAMOVACE CCAMOVINT CCAHISTOR CCACODTRN
                       CCAHISCTL.
      *    LOS ACUMULADOS SON DE LA CORRIDA: SE LIMPIAN AL ARRANCAR.
           OPEN OUTPUT CCAHISWRK CCAHISGRP.
           CLOSE       CCAHISWRK CCAHISGRP.
           OPEN I-O    CCAHISWRK CCAHISGRP.
           OPEN OUTPUT REPORTE.
           CALL "PLTCODEMPP"         USING PA-CODEMP
           PERFORM CALL-CCA500.
           PERFORM CALL-CCA501.
           PERFORM CARGAR-TABLA.
           MOVE LK-FECHA-HOY TO FECPRO OF REG-HISCTL
           READ CCAHISCTL
              INVALID KEY
                 MOVE "NO" TO CTL-CONTROL
              NOT INVALID KEY
                 MOVE "SI" TO CTL-CONTROL
                 MOVE CANPRE OF REG-HISCTL TO W-CANPRE
           END-READ
           INITIALIZE CCA578R-HEADER
           MOVE LK-FECHA-HOY TO FECHOY OF CCA578R-HEADER
           MOVE W-CANPRE     TO CANPRE OF CCA578R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
           IF SIN-CONTROL
              MOVE 2 TO PC504-CODRETO
              DISPLAY "CCA578 SIN CONTEO DE CCA710 EN CCAHISCTL PARA "
                      LK-FECHA-HOY ": NO SE PUEDE CONTROLAR EL "
                      "HISTORICO"
           ELSE
              PERFORM LEER-CCAMOVACE
              PERFORM LEER-CCAMOVINT
              PERFORM LEER-CCAHISTOR
           END-IF.
      *----------------------------------------------------------------
      * LO QUE CCA710 ADICIONA: FECHA VALOR NO POSTERIOR A MANANA Y
      * CODIGO DEL SISTEMA DE AHORROS (PARGEN TRA005); MONEDA Y
      * SISTEMA SALEN DEL CODIGO Y EL PRODUCTO ES EL DEL MOVIMIENTO.
      *----------------------------------------------------------------
       PROCESAR-MOVACE.
           IF FVALOR OF REG-MOVACE NOT > LK-FECHA-MANANA
           AND CODTRA OF REG-MOVACE > ZEROS
           AND CODTRA OF REG-MOVACE < 10000
              IF T-CODSIS (CODTRA OF REG-MOVACE) = LK-TRA005
                 MOVE T-CODMON (CODTRA OF REG-MOVACE) TO W-CODMON
                 MOVE T-CODSIS (CODTRA OF REG-MOVACE) TO W-CODSIS
                 MOVE CODPRO OF REG-MOVACE TO W-CODPRO
                 MOVE AGCCTA OF REG-MOVACE TO W-AGCCTA
                 MOVE CTANRO OF REG-MOVACE TO W-CTANRO
                 MOVE CNSTRN OF REG-MOVACE TO W-SECUEN
                 MOVE CODTRA OF REG-MOVACE TO W-CODTRA
                 MOVE FORIGE OF REG-MOVACE TO W-FORIGE
                 MOVE DEBCRE OF REG-MOVACE TO W-DEBCRE
                 MOVE IMPORT OF REG-MOVACE TO W-IMPORT
                 PERFORM ACUMULAR-ESPERADO
              END-IF
           END-IF
           PERFORM LEER-CCAMOVACE.
      *----------------------------------------------------------------
       PROCESAR-MOVINT.
           IF FVALOR OF REG-MOVINT NOT > LK-FECHA-MANANA
           AND CODTRA OF REG-MOVINT > ZEROS
           AND CODTRA OF REG-MOVINT < 10000
              IF T-CODSIS (CODTRA OF REG-MOVINT) = LK-TRA005
                 MOVE T-CODMON (CODTRA OF REG-MOVINT) TO W-CODMON
                 MOVE T-CODSIS (CODTRA OF REG-MOVINT) TO W-CODSIS
                 MOVE CODPRO OF REG-MOVINT TO W-CODPRO
                 MOVE AGCCTA OF REG-MOVINT TO W-AGCCTA
                 MOVE CTANRO OF REG-MOVINT TO W-CTANRO
                 MOVE CNSTRN OF REG-MOVINT TO W-SECUEN
                 MOVE CODTRA OF REG-MOVINT TO W-CODTRA
                 MOVE FORIGE OF REG-MOVINT TO W-FORIGE
                 MOVE DEBCRE OF REG-MOVINT TO W-DEBCRE
                 MOVE IMPORT OF REG-MOVINT TO W-IMPORT
                 PERFORM ACUMULAR-ESPERADO
              END-IF
           END-IF
           PERFORM LEER-CCAMOVINT.
      *----------------------------------------------------------------
       ACUMULAR-ESPERADO.
           ADD 1        TO W-CANESP
           ADD W-IMPORT TO W-VLRESP
           PERFORM LEER-CCAHISWRK-CLAVE
           ADD 1 TO CANESP OF REG-HISWRK
           PERFORM GRABAR-CCAHISWRK
           PERFORM LEER-CCAHISGRP-CLAVE
           ADD 1        TO CANESP OF REG-HISGRP
           ADD W-IMPORT TO VLRESP OF REG-HISGRP
           PERFORM GRABAR-CCAHISGRP.
      *----------------------------------------------------------------
      * SOLO CUENTA LO QUE CCA710 ADICIONO HOY: LOS PRIMEROS W-CANPRE
      * REGISTROS YA ESTABAN ANTES DEL PASO.
      *----------------------------------------------------------------
       PROCESAR-HISTOR.
           ADD 1 TO W-CANLEI
           IF W-CANLEI > W-CANPRE
              MOVE CODMON OF REG-HISTOR TO W-CODMON
              MOVE CODSIS OF REG-HISTOR TO W-CODSIS
              MOVE CODPRO OF REG-HISTOR TO W-CODPRO
              MOVE AGCCTA OF REG-HISTOR TO W-AGCCTA
              MOVE CTANRO OF REG-HISTOR TO W-CTANRO
              MOVE SECUEN OF REG-HISTOR TO W-SECUEN
              MOVE CODTRA OF REG-HISTOR TO W-CODTRA
              MOVE FORIGE OF REG-HISTOR TO W-FORIGE
              MOVE DEBCRE OF REG-HISTOR TO W-DEBCRE
              MOVE IMPORT OF REG-HISTOR TO W-IMPORT
              ADD 1        TO W-CANHIS
              ADD W-IMPORT TO W-VLRHIS
              PERFORM LEER-CCAHISWRK-CLAVE
              ADD 1 TO CANHIS OF REG-HISWRK
              PERFORM GRABAR-CCAHISWRK
              PERFORM LEER-CCAHISGRP-CLAVE
              ADD 1        TO CANHIS OF REG-HISGRP
              ADD W-IMPORT TO VLRHIS OF REG-HISGRP
              PERFORM GRABAR-CCAHISGRP
           END-IF
           PERFORM LEER-CCAHISTOR.
      *----------------------------------------------------------------
       LEER-CCAHISWRK-CLAVE.
           MOVE W-CODMON TO CODMON OF REG-HISWRK
           MOVE W-CODSIS TO CODSIS OF REG-HISWRK
           MOVE W-CODPRO TO CODPRO OF REG-HISWRK
           MOVE W-AGCCTA TO AGCCTA OF REG-HISWRK
           MOVE W-CTANRO TO CTANRO OF REG-HISWRK
           MOVE W-SECUEN TO SECUEN OF REG-HISWRK
           MOVE W-CODTRA TO CODTRA OF REG-HISWRK
           MOVE W-FORIGE TO FORIGE OF REG-HISWRK
           READ CCAHISWRK
              INVALID KEY
                 MOVE "NO" TO CTL-EXISTE
              NOT INVALID KEY
                 MOVE "SI" TO CTL-EXISTE
           END-READ
           IF NO-EXISTE
              INITIALIZE REGHISWRK
              MOVE W-CODMON TO CODMON OF REG-HISWRK
              MOVE W-CODSIS TO CODSIS OF REG-HISWRK
              MOVE W-CODPRO TO CODPRO OF REG-HISWRK
              MOVE W-AGCCTA TO AGCCTA OF REG-HISWRK
              MOVE W-CTANRO TO CTANRO OF REG-HISWRK
              MOVE W-SECUEN TO SECUEN OF REG-HISWRK
              MOVE W-CODTRA TO CODTRA OF REG-HISWRK
              MOVE W-FORIGE TO FORIGE OF REG-HISWRK
              MOVE W-DEBCRE TO DEBCRE OF REG-HISWRK
              MOVE W-IMPORT TO IMPORT OF REG-HISWRK
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCAHISWRK.
           IF SI-EXISTE
              REWRITE REG-HISWRK
           ELSE
              WRITE REG-HISWRK
           END-IF.
      *----------------------------------------------------------------
       LEER-CCAHISGRP-CLAVE.
           MOVE W-CODPRO TO CODPRO OF REG-HISGRP
           MOVE W-AGCCTA TO AGCCTA OF REG-HISGRP
           MOVE W-CODTRA TO CODTRA OF REG-HISGRP
           READ CCAHISGRP
              INVALID KEY
                 MOVE "NO" TO CTL-EXISTE
              NOT INVALID KEY
                 MOVE "SI" TO CTL-EXISTE
           END-READ
           IF NO-EXISTE
              INITIALIZE REGHISGRP
              MOVE W-CODPRO TO CODPRO OF REG-HISGRP
              MOVE W-AGCCTA TO AGCCTA OF REG-HISGRP
              MOVE W-CODTRA TO CODTRA OF REG-HISGRP
           END-IF.
      *----------------------------------------------------------------
       GRABAR-CCAHISGRP.
           IF SI-EXISTE
              REWRITE REG-HISGRP
           ELSE
              WRITE REG-HISGRP
           END-IF.
      *----------------------------------------------------------------
       INICIAR-RESUMEN.
           MOVE "NO"  TO CTL-CCAHISGRP
           MOVE ZEROS TO CODPRO OF REG-HISGRP
                         AGCCTA OF REG-HISGRP
                         CODTRA OF REG-HISGRP
           START CCAHISGRP KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAHISGRP
           END-START
           IF NO-FIN-CCAHISGRP
              PERFORM LEER-CCAHISGRP
           END-IF.
      *----------------------------------------------------------------
      * SOLO SE IMPRIME EL PRODUCTO/AGENCIA/CODIGO QUE NO CUADRA.
      *----------------------------------------------------------------
       IMPRIMIR-RESUMEN.
           IF CANESP OF REG-HISGRP NOT = CANHIS OF REG-HISGRP
           OR VLRESP OF REG-HISGRP NOT = VLRHIS OF REG-HISGRP
              ADD 1 TO W-CANRES
              INITIALIZE CCA578R-RESUMEN
              MOVE CODPRO OF REG-HISGRP TO CODPRO OF CCA578R-RESUMEN
              MOVE AGCCTA OF REG-HISGRP TO AGCCTA OF CCA578R-RESUMEN
              MOVE CODTRA OF REG-HISGRP TO CODTRA OF CCA578R-RESUMEN
              MOVE CANESP OF REG-HISGRP TO CANESP OF CCA578R-RESUMEN
              MOVE VLRESP OF REG-HISGRP TO VLRESP OF CCA578R-RESUMEN
              MOVE CANHIS OF REG-HISGRP TO CANHIS OF CCA578R-RESUMEN
              MOVE VLRHIS OF REG-HISGRP TO VLRHIS OF CCA578R-RESUMEN
              COMPUTE DIFCAN OF CCA578R-RESUMEN =
                      CANHIS OF REG-HISGRP - CANESP OF REG-HISGRP
              COMPUTE DIFVLR OF CCA578R-RESUMEN =
                      VLRHIS OF REG-HISGRP - VLRESP OF REG-HISGRP
              WRITE REPORTE-REG FORMAT IS "RESUMEN"
           END-IF
           PERFORM LEER-CCAHISGRP.
      *----------------------------------------------------------------
       INICIAR-DETALLE.
           MOVE "NO"  TO CTL-CCAHISWRK
           MOVE ZEROS TO CODMON OF REG-HISWRK
                         CODSIS OF REG-HISWRK
                         CODPRO OF REG-HISWRK
                         AGCCTA OF REG-HISWRK
                         CTANRO OF REG-HISWRK
                         SECUEN OF REG-HISWRK
                         CODTRA OF REG-HISWRK
                         FORIGE OF REG-HISWRK
           START CCAHISWRK KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAHISWRK
           END-START
           IF NO-FIN-CCAHISWRK
              PERFORM LEER-CCAHISWRK
           END-IF.
      *----------------------------------------------------------------
      * FALTANTE: ACEPTADO QUE NO LLEGO (O LLEGO MENOS VECES).
      * DUPLICADO: LLEGO MAS VECES DE LAS ACEPTADAS.
      * SOBRANTE: REGISTRO NUEVO DEL HISTORICO SIN MOVIMIENTO ACEPTADO.
      *----------------------------------------------------------------
       IMPRIMIR-DETALLE.
           IF CANESP OF REG-HISWRK NOT = CANHIS OF REG-HISWRK
              INITIALIZE CCA578R-DETALLE
              MOVE CODPRO OF REG-HISWRK TO CODPRO OF CCA578R-DETALLE
              MOVE AGCCTA OF REG-HISWRK TO AGCCTA OF CCA578R-DETALLE
              MOVE CTANRO OF REG-HISWRK TO CTANRO OF CCA578R-DETALLE
              MOVE SECUEN OF REG-HISWRK TO SECUEN OF CCA578R-DETALLE
              MOVE CODTRA OF REG-HISWRK TO CODTRA OF CCA578R-DETALLE
              MOVE FORIGE OF REG-HISWRK TO FORIGE OF CCA578R-DETALLE
              MOVE DEBCRE OF REG-HISWRK TO DEBCRE OF CCA578R-DETALLE
              MOVE IMPORT OF REG-HISWRK TO IMPORT OF CCA578R-DETALLE
              MOVE CANESP OF REG-HISWRK TO CANESP OF CCA578R-DETALLE
              MOVE CANHIS OF REG-HISWRK TO CANHIS OF CCA578R-DETALLE
              IF CANESP OF REG-HISWRK = ZEROS
                 MOVE "SOBRANTE"  TO MARCA OF CCA578R-DETALLE
                 ADD 1 TO W-CANSOB
              ELSE
                 IF CANHIS OF REG-HISWRK < CANESP OF REG-HISWRK
                    MOVE "FALTANTE"  TO MARCA OF CCA578R-DETALLE
                    ADD 1 TO W-CANFAL
                 ELSE
                    MOVE "DUPLICADO" TO MARCA OF CCA578R-DETALLE
                    ADD 1 TO W-CANDUP
                 END-IF
              END-IF
              WRITE REPORTE-REG FORMAT IS "DETALLE"
           END-IF
           PERFORM LEER-CCAHISWRK.
      *----------------------------------------------------------------
       LEER-CCAMOVACE.
           READ CCAMOVACE AT END
                MOVE "SI" TO CTL-CCAMOVACE.
      *----------------------------------------------------------------
       LEER-CCAMOVINT.
           READ CCAMOVINT AT END
                MOVE "SI" TO CTL-CCAMOVINT.
      *----------------------------------------------------------------
       LEER-CCAHISTOR.
           READ CCAHISTOR AT END
                MOVE "SI" TO CTL-CCAHISTOR.
      *----------------------------------------------------------------
       LEER-CCAHISWRK.
           READ CCAHISWRK NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAHISWRK.
      *----------------------------------------------------------------
       LEER-CCAHISGRP.
           READ CCAHISGRP NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAHISGRP.
      *----------------------------------------------------------------
       CARGAR-TABLA.
           INITIALIZE W-TABLA
           MOVE "NO"  TO CTL-CCACODTRN
           MOVE ZEROS TO CODTRA OF REG-CODTRN
           START CCACODTRN KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCACODTRN
           END-START
           PERFORM CARGAR-CODIGO UNTIL FIN-CCACODTRN.
      *----------------------------------------------------------------
       CARGAR-CODIGO.
           READ CCACODTRN NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACODTRN
           END-READ
           IF NO-FIN-CCACODTRN
           AND CODTRA OF REG-CODTRN > ZEROS
           AND CODTRA OF REG-CODTRN < 10000
              MOVE CODMON OF REG-CODTRN
                TO T-CODMON (CODTRA OF REG-CODTRN)
              MOVE CODSIS OF REG-CODTRN
                TO T-CODSIS (CODTRA OF REG-CODTRN)
              MOVE CODPRO OF REG-CODTRN
                TO T-CODPRO (CODTRA OF REG-CODTRN)
           END-IF.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       CALL-CCA501.
           CALL "CCA501" USING LK-CCAPARGEN.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE CCA578R-TOTALES
           MOVE W-CANESP TO CANESP OF CCA578R-TOTALES
           MOVE W-VLRESP TO VLRESP OF CCA578R-TOTALES
           MOVE W-CANHIS TO CANHIS OF CCA578R-TOTALES
           MOVE W-VLRHIS TO VLRHIS OF CCA578R-TOTALES
           MOVE W-CANFAL TO CANFAL OF CCA578R-TOTALES
           MOVE W-CANDUP TO CANDUP OF CCA578R-TOTALES
           MOVE W-CANSOB TO CANSOB OF CCA578R-TOTALES
           IF W-CANRES > ZEROS
           OR W-CANFAL > ZEROS
           OR W-CANDUP > ZEROS
           OR W-CANSOB > ZEROS
           OR SIN-CONTROL
              MOVE "DESCUADRE" TO RESULT OF CCA578R-TOTALES
              IF PC504-CODRETO = ZEROS
                 MOVE 1 TO PC504-CODRETO
              END-IF
           ELSE
              MOVE "CUADRADO"  TO RESULT OF CCA578R-TOTALES
           END-IF
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA578 MOVIMIENTOS ACEPTADOS..: " W-CANESP
           DISPLAY "CCA578 REGISTROS NUEVOS HIST..: " W-CANHIS
           DISPLAY "CCA578 FALTANTES..............: " W-CANFAL
           DISPLAY "CCA578 DUPLICADOS.............: " W-CANDUP
           DISPLAY "CCA578 SOBRANTES..............: " W-CANSOB
           IF PC504-CODRETO NOT = ZEROS
              DISPLAY "CCA578 HISTORICO INCOMPLETO: CADENA DETENIDA "
                      "ANTES DE CCA720, VER REPORTE CCA578R"
           END-IF
           MOVE W-CANHIS                TO PC504-CANTREG
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAMOVACE CCAMOVINT CCAHISTOR CCACODTRN CCAHISCTL
                 CCAHISWRK CCAHISGRP REPORTE.
           STOP  RUN      .
