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
       PROGRAM-ID.    CCA691.
      ******************************************************************
      * FUNCION: ENTRADA DIARIA DE NOVEDADES DE PIGNORACION DEL        *
      *          SISTEMA DE CARTERA (CCAPIGENT) Y RECALCULO DEL VALOR  *
      *          PIGNORADO (VLRPIG) DEL MAESTRO. CORRE ANTES DE CCA550 *
      *          Y DE CCA760. CADA NOVEDAD SE APLICA AL REGISTRO DE    *
      *          PIGNORACIONES CCAPIGNOR (CUENTA + NUMERO DEL CREDITO):*
      *            N = NUEVA PIGNORACION. LA CUENTA DEBE ESTAR ACTIVA  *
      *                Y SU SALDO, MENOS LO YA PIGNORADO, CUBRIR EL    *
      *                VALOR. QUEDA ACTIVA (A).                        *
      *            P = CREDITO PAGADO. LA PIGNORACION SE LIBERA (L).   *
      *            D = CREDITO EN MORA. SE DEBITA A LA CUENTA EL MENOR *
      *                ENTRE LO PIGNORADO, LO ADEUDADO (SI VIENE) Y EL *
      *                SALDO: SE ENCOLA EN CCAMOVIM CON EL CODIGO DE   *
      *                LA TABLA 99 NROTAB 1 (USUARIO PIGNORA, EL       *
      *                CREDITO EN LA REFERENCIA) Y LA PIGNORACION      *
      *                QUEDA EN EJECUCION (E). LA RESPUESTA Y EL ABONO *
      *                AL CREDITO LOS HACE CCA692 DESPUES DE CCA560.   *
      *          RECHAZOS (EN CCAPIGRES, ESTADO R):                    *
      *            01 = CUENTA INEXISTENTE, CANCELADA, INACTIVA O DE   *
      *                 FALLECIDO.                                     *
      *            02 = LA PIGNORACION YA ESTA REGISTRADA.             *
      *            03 = PIGNORACION INEXISTENTE O NO ACTIVA.           *
      *            04 = TIPO DE NOVEDAD O VALOR INVALIDO.              *
      *            05 = SALDO INSUFICIENTE.                            *
      *          AL FINAL RECORRE EL MAESTRO CONTRA EL REGISTRO Y DEJA *
      *          EN VLRPIG LA SUMA DE LAS PIGNORACIONES ACTIVAS DE     *
      *          CADA CUENTA (CON DIARIO DE CAMBIOS, VER CCA595).      *
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
           SELECT CCAPIGENT
               ASSIGN          TO DATABASE-CCAPIGENT
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAPIGNOR
               ASSIGN          TO DATABASE-CCAPIGNOR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAMAEAHO
               ASSIGN          TO DATABASE-CCAMAEAHO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAMOVIM
               ASSIGN          TO DATABASE-CCAMOVIM01
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCACODTRN
               ASSIGN          TO DATABASE-CCACODTRN
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
           SELECT CCAPIGRES
               ASSIGN          TO DATABASE-CCAPIGRES
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAPIGENT
           LABEL RECORDS ARE STANDARD.
       01  REG-PIGENT.
           COPY DDS-ALL-FORMATS OF CCAPIGENT.
      *
       FD  CCAPIGNOR
           LABEL RECORDS ARE STANDARD.
       01  REG-PIGNOR.
           COPY DDS-ALL-FORMATS OF CCAPIGNOR.
      *
       FD  CCAMAEAHO
           LABEL RECORDS ARE STANDARD.
       01  REG-MAESTR.
           COPY DDS-ALL-FORMATS OF CCAMAEAHO.
      *
       FD  CCAMOVIM
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCAMOVIM.
           COPY DDS-ALL-FORMATS OF CCAMOVIM01.
      *
       FD  CCACODTRN
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCACODTRN.
           COPY DDS-ALL-FORMATS OF CCACODTRN.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  CCAPIGRES
           LABEL RECORDS ARE STANDARD.
       01  REG-PIGRES.
           COPY DDS-ALL-FORMATS OF CCAPIGRES.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * CODIGO DEL DEBITO POR EJECUCION DE LA PIGNORACION (TABLA 99
      * NROTAB 1) Y SUS ATRIBUTOS DE CCACODTRN.
       77  W-TRADEB                    PIC 9(05) VALUE ZEROS.
       77  W-TIVAL-DEB                 PIC 9(02) VALUE ZEROS.
       77  W-FECVA-DEB                 PIC 9(02) VALUE ZEROS.
       77  W-DECRE-DEB                 PIC 9(01) VALUE 1.
       77  W-CANACE                    PIC 9(07) VALUE ZEROS.
       77  W-CANREC                    PIC 9(07) VALUE ZEROS.
       77  W-CANENC                    PIC 9(07) VALUE ZEROS.
       77  W-CANRCL                    PIC 9(07) VALUE ZEROS.
       77  W-CODRES                    PIC 9(02) VALUE ZEROS.
       77  W-ESTRES                    PIC X(01) VALUE SPACES.
       77  W-VLRAPL                    PIC S9(13)V99 VALUE ZEROS.
       77  W-TOTPIG                    PIC S9(15)V99 VALUE ZEROS.
       77  W-DISPON                    PIC S9(15)V99 VALUE ZEROS.
      *
      * LLAVES DE CUENTA PARA CRUZAR EL MAESTRO CON EL REGISTRO DE
      * PIGNORACIONES (AMBOS EN ORDEN DE CUENTA).
       01  W-LLAVE-MAESTRO.
           05  W-MAE-CODMON            PIC 9(03).
           05  W-MAE-CODSIS            PIC 9(03).
           05  W-MAE-CODPRO            PIC 9(03).
           05  W-MAE-AGCCTA            PIC 9(05).
           05  W-MAE-CTANRO            PIC 9(17).
       01  W-LLAVE-PIGNORACION.
           05  W-PIG-CODMON            PIC 9(03).
           05  W-PIG-CODSIS            PIC 9(03).
           05  W-PIG-CODPRO            PIC 9(03).
           05  W-PIG-AGCCTA            PIC 9(05).
           05  W-PIG-CTANRO            PIC 9(17).
      *
      * INFPRD DEL DEBITO: MARCA PIG Y VALOR ADEUDADO QUE INFORMO
      * CARTERA (LO DEVUELVE CCA692 EN LA RESPUESTA).
       01  W-INFPRD-PIG.
           05  FILLER                  PIC X(03) VALUE "PIG".
           05  W-PIG-VLRNOV            PIC S9(13)V99 VALUE ZEROS.
           05  FILLER                  PIC X(42) VALUE SPACES.
      *
       01  W-EXISTE-PIGNOR             PIC 9(01) VALUE 0.
           88  NO-EXISTE-PIGNOR                  VALUE 0.
           88  SI-EXISTE-PIGNOR                  VALUE 1.
       01  W-EXISTE-CCAMAEAHO          PIC 9(01) VALUE 0.
           88  NO-EXISTE-CCAMAEAHO               VALUE 0.
           88  SI-EXISTE-CCAMAEAHO               VALUE 1.
      *
       01  CONTROLES.
           05  CTL-CCAPIGENT           PIC X(02) VALUE "NO".
               88  FIN-CCAPIGENT                 VALUE "SI".
               88  NO-FIN-CCAPIGENT              VALUE "NO".
           05  CTL-CCACODTRN           PIC X(02) VALUE "NO".
               88  FIN-CCACODTRN                 VALUE "SI".
               88  NO-FIN-CCACODTRN              VALUE "NO".
           05  CTL-CCAMAEAHO           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEAHO                 VALUE "SI".
               88  NO-FIN-CCAMAEAHO              VALUE "NO".
           05  CTL-CCAPIGNOR           PIC X(02) VALUE "NO".
               88  FIN-CCAPIGNOR                 VALUE "SI".
               88  NO-FIN-CCAPIGNOR              VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
           COPY MAEJRN  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA691".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
           PERFORM INICIAR .
           PERFORM PROCESAR UNTIL FIN-CCAPIGENT.
           PERFORM RECALCULAR-PIGNORADO.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           OPEN INPUT  CCAPIGENT CCACODTRN CCATABLAS.
           OPEN I-O    CCAPIGNOR CCAMAEAHO.
           OPEN EXTEND CCAMOVIM CCAPIGRES.
           PERFORM CALL-CCA500.
           MOVE 99 TO CODTAB OF ZONA-CCATABLAS
           MOVE 1  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                MOVE CAMPO1 OF ZONA-CCATABLAS TO W-TRADEB
           END-READ
           IF W-TRADEB = ZEROS
              DISPLAY "CCA691 SIN CODIGO DE DEBITO EN LA TABLA 99"
           END-IF
           PERFORM CARGAR-ATRIBUTOS-CODIGO UNTIL FIN-CCACODTRN
           PERFORM LEER-CCAPIGENT.
      *----------------------------------------------------------------
       CARGAR-ATRIBUTOS-CODIGO.
           READ CCACODTRN NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACODTRN
           END-READ
           IF NO-FIN-CCACODTRN
              IF CODTRA OF REGCODTRN = W-TRADEB
                 MOVE DEBCRE OF REGCODTRN TO W-DECRE-DEB
                 MOVE TIPVAL OF REGCODTRN TO W-TIVAL-DEB
                 MOVE FECVAL OF REGCODTRN TO W-FECVA-DEB
              END-IF
           END-IF.
      *----------------------------------------------------------------
       PROCESAR.
           MOVE ZEROS TO W-CODRES W-VLRAPL
           EVALUATE TIPNOV OF REG-PIGENT
           WHEN "N"
                PERFORM REGISTRAR-PIGNORACION
           WHEN "P"
                PERFORM LIBERAR-PIGNORACION
           WHEN "D"
                PERFORM EJECUTAR-PIGNORACION
           WHEN OTHER
                MOVE 4 TO W-CODRES
           END-EVALUATE
           IF W-CODRES NOT = ZEROS
              MOVE "R" TO W-ESTRES
              PERFORM ESCRIBIR-RESPUESTA
              ADD 1 TO W-CANREC
           ELSE
              IF TIPNOV OF REG-PIGENT = "D"
                 ADD 1 TO W-CANENC
              ELSE
                 MOVE "A" TO W-ESTRES
                 PERFORM ESCRIBIR-RESPUESTA
                 ADD 1 TO W-CANACE
              END-IF
           END-IF
           ADD 1 TO PC504-CANTREG
           PERFORM LEER-CCAPIGENT.
      *----------------------------------------------------------------
      * LA NUEVA PIGNORACION EXIGE CUENTA ACTIVA Y QUE EL SALDO, MENOS
      * LAS PIGNORACIONES ACTIVAS DEL REGISTRO (INCLUIDAS LAS YA
      * ACEPTADAS EN ESTA CORRIDA), ALCANCE PARA EL VALOR.
      *----------------------------------------------------------------
       REGISTRAR-PIGNORACION.
           IF VLRNOV OF REG-PIGENT NOT > ZEROS
              MOVE 4 TO W-CODRES
           ELSE
              PERFORM LEER-CCAMAEAHO
              IF NO-EXISTE-CCAMAEAHO
              OR INDBAJ OF REG-MAESTR NOT = ZEROS
              OR INDINA OF REG-MAESTR NOT = ZEROS
              OR INDFAL OF REG-MAESTR NOT = ZEROS
                 MOVE 1 TO W-CODRES
              END-IF
           END-IF
           IF W-CODRES = ZEROS
              PERFORM LEER-CCAPIGNOR
              IF SI-EXISTE-PIGNOR
                 MOVE 2 TO W-CODRES
              END-IF
           END-IF
           IF W-CODRES = ZEROS
              PERFORM SUMAR-PIGNORADO-CUENTA
              COMPUTE W-DISPON = SALACT OF REG-MAESTR - W-TOTPIG
              IF VLRNOV OF REG-PIGENT > W-DISPON
                 MOVE 5 TO W-CODRES
              END-IF
           END-IF
           IF W-CODRES = ZEROS
              INITIALIZE REGPIGNOR
              PERFORM MOVER-LLAVE-PIGNOR
              MOVE VLRNOV OF REG-PIGENT TO VLRPIG OF REG-PIGNOR
                                           W-VLRAPL
              MOVE FECNOV OF REG-PIGENT TO FECINI OF REG-PIGNOR
              IF FECINI OF REG-PIGNOR = ZEROS
                 MOVE LK-FECHA-HOY      TO FECINI OF REG-PIGNOR
              END-IF
              MOVE "A"                  TO ESTADO OF REG-PIGNOR
              MOVE "CCA691"             TO USRING OF REG-PIGNOR
                                           USRMOD OF REG-PIGNOR
              MOVE LK-FECHA-HOY         TO FECING OF REG-PIGNOR
                                           FECMOD OF REG-PIGNOR
              WRITE REG-PIGNOR INVALID KEY
                    MOVE 2 TO W-CODRES
              END-WRITE
           END-IF.
      *----------------------------------------------------------------
      * EL CREDITO PAGADO LIBERA LA PIGNORACION AUNQUE LA CUENTA YA NO
      * ESTE ACTIVA; EL RECALCULO DEL FINAL BAJA EL VLRPIG.
      *----------------------------------------------------------------
       LIBERAR-PIGNORACION.
           PERFORM LEER-CCAPIGNOR
           IF NO-EXISTE-PIGNOR
           OR ESTADO OF REG-PIGNOR NOT = "A"
              MOVE 3 TO W-CODRES
           ELSE
              MOVE VLRPIG OF REG-PIGNOR TO W-VLRAPL
              MOVE "L"                  TO ESTADO OF REG-PIGNOR
              MOVE FECNOV OF REG-PIGENT TO FECLIB OF REG-PIGNOR
              IF FECLIB OF REG-PIGNOR = ZEROS
                 MOVE LK-FECHA-HOY      TO FECLIB OF REG-PIGNOR
              END-IF
              MOVE "CCA691"             TO USRMOD OF REG-PIGNOR
              MOVE LK-FECHA-HOY         TO FECMOD OF REG-PIGNOR
              REWRITE REG-PIGNOR
           END-IF.
      *----------------------------------------------------------------
      * EN MORA SE COBRA EL MENOR ENTRE LO PIGNORADO, LO ADEUDADO (SI
      * CARTERA LO INFORMA) Y EL SALDO DE LA CUENTA. LA PIGNORACION
      * SALE DE LAS ACTIVAS PARA QUE EL RECALCULO SUELTE LA RETENCION
      * Y EL DEBITO PASE LA VALIDACION DE CCA550.
      *----------------------------------------------------------------
       EJECUTAR-PIGNORACION.
           PERFORM LEER-CCAMAEAHO
           IF NO-EXISTE-CCAMAEAHO
           OR INDBAJ OF REG-MAESTR NOT = ZEROS
              MOVE 1 TO W-CODRES
           END-IF
           IF W-CODRES = ZEROS
              PERFORM LEER-CCAPIGNOR
              IF NO-EXISTE-PIGNOR
              OR ESTADO OF REG-PIGNOR NOT = "A"
                 MOVE 3 TO W-CODRES
              END-IF
           END-IF
           IF W-CODRES = ZEROS
              MOVE VLRPIG OF REG-PIGNOR TO W-VLRAPL
              IF VLRNOV OF REG-PIGENT > ZEROS
              AND VLRNOV OF REG-PIGENT < W-VLRAPL
                 MOVE VLRNOV OF REG-PIGENT TO W-VLRAPL
              END-IF
              IF SALACT OF REG-MAESTR < W-VLRAPL
                 MOVE SALACT OF REG-MAESTR TO W-VLRAPL
              END-IF
              IF W-VLRAPL NOT > ZEROS
                 MOVE ZEROS TO W-VLRAPL
                 MOVE 5     TO W-CODRES
              END-IF
           END-IF
           IF W-CODRES = ZEROS
              MOVE "E"                  TO ESTADO OF REG-PIGNOR
              MOVE LK-FECHA-HOY         TO FECLIB OF REG-PIGNOR
                                           FECMOD OF REG-PIGNOR
              MOVE W-VLRAPL             TO VLRCOB OF REG-PIGNOR
              MOVE "CCA691"             TO USRMOD OF REG-PIGNOR
              REWRITE REG-PIGNOR
              PERFORM ENCOLAR-DEBITO
           END-IF.
      *----------------------------------------------------------------
       LEER-CCAMAEAHO.
           MOVE CODMON OF REG-PIGENT TO CODMON OF REG-MAESTR
           MOVE CODSIS OF REG-PIGENT TO CODSIS OF REG-MAESTR
           MOVE CODPRO OF REG-PIGENT TO CODPRO OF REG-MAESTR
           MOVE AGCCTA OF REG-PIGENT TO AGCCTA OF REG-MAESTR
           MOVE CTANRO OF REG-PIGENT TO CTANRO OF REG-MAESTR
           READ CCAMAEAHO INVALID KEY
                MOVE ZEROS TO W-EXISTE-CCAMAEAHO
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-CCAMAEAHO
           END-READ.
      *----------------------------------------------------------------
       LEER-CCAPIGNOR.
           PERFORM MOVER-LLAVE-PIGNOR
           READ CCAPIGNOR INVALID KEY
                MOVE ZEROS TO W-EXISTE-PIGNOR
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE-PIGNOR
           END-READ.
      *----------------------------------------------------------------
       MOVER-LLAVE-PIGNOR.
           MOVE CODMON OF REG-PIGENT TO CODMON OF REG-PIGNOR
           MOVE CODSIS OF REG-PIGENT TO CODSIS OF REG-PIGNOR
           MOVE CODPRO OF REG-PIGENT TO CODPRO OF REG-PIGNOR
           MOVE AGCCTA OF REG-PIGENT TO AGCCTA OF REG-PIGNOR
           MOVE CTANRO OF REG-PIGENT TO CTANRO OF REG-PIGNOR
           MOVE NROPRE OF REG-PIGENT TO NROPRE OF REG-PIGNOR.
      *----------------------------------------------------------------
      * SUMA LAS PIGNORACIONES ACTIVAS DE LA CUENTA DE LA NOVEDAD.
      *----------------------------------------------------------------
       SUMAR-PIGNORADO-CUENTA.
           MOVE ZEROS TO W-TOTPIG
           MOVE CODMON OF REG-PIGENT TO W-MAE-CODMON
           MOVE CODSIS OF REG-PIGENT TO W-MAE-CODSIS
           MOVE CODPRO OF REG-PIGENT TO W-MAE-CODPRO
           MOVE AGCCTA OF REG-PIGENT TO W-MAE-AGCCTA
           MOVE CTANRO OF REG-PIGENT TO W-MAE-CTANRO
           PERFORM MOVER-LLAVE-PIGNOR
           MOVE ZEROS TO NROPRE OF REG-PIGNOR
           MOVE "NO"  TO CTL-CCAPIGNOR
           START CCAPIGNOR KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                 MOVE "SI" TO CTL-CCAPIGNOR
           END-START
           PERFORM LEER-SIG-CCAPIGNOR
           PERFORM ACUMULAR-PIGNORADO
                   UNTIL W-LLAVE-PIGNORACION NOT = W-LLAVE-MAESTRO.
      *----------------------------------------------------------------
       ACUMULAR-PIGNORADO.
           IF ESTADO OF REG-PIGNOR = "A"
              ADD VLRPIG OF REG-PIGNOR TO W-TOTPIG
           END-IF
           PERFORM LEER-SIG-CCAPIGNOR.
      *----------------------------------------------------------------
      * AL TERMINAR EL REGISTRO LA LLAVE QUEDA EN HIGH-VALUES PARA
      * QUE NINGUNA CUENTA DEL MAESTRO LA IGUALE.
      *----------------------------------------------------------------
       LEER-SIG-CCAPIGNOR.
           IF NO-FIN-CCAPIGNOR
              READ CCAPIGNOR NEXT RECORD AT END
                   MOVE "SI" TO CTL-CCAPIGNOR
              END-READ
           END-IF
           IF FIN-CCAPIGNOR
              MOVE HIGH-VALUES          TO W-LLAVE-PIGNORACION
           ELSE
              MOVE CODMON OF REG-PIGNOR TO W-PIG-CODMON
              MOVE CODSIS OF REG-PIGNOR TO W-PIG-CODSIS
              MOVE CODPRO OF REG-PIGNOR TO W-PIG-CODPRO
              MOVE AGCCTA OF REG-PIGNOR TO W-PIG-AGCCTA
              MOVE CTANRO OF REG-PIGNOR TO W-PIG-CTANRO
           END-IF.
      *----------------------------------------------------------------
       ENCOLAR-DEBITO.
           INITIALIZE REGMOVIM OF ZONA-CCAMOVIM
           MOVE CODMON OF REG-PIGENT TO CODMON OF REGMOVIM
           MOVE CODSIS OF REG-PIGENT TO CODSIS OF REGMOVIM
           MOVE CODPRO OF REG-PIGENT TO CODPRO OF REGMOVIM
           MOVE AGCCTA OF REG-PIGENT TO AGCCTA OF REGMOVIM
                                        AGCORI OF REGMOVIM
           MOVE CTANRO OF REG-PIGENT TO CTANRO OF REGMOVIM
           MOVE LK-FECHA-HOY         TO FORIGE OF REGMOVIM
                                        FVALOR OF REGMOVIM
           MOVE W-TRADEB             TO CODTRA OF REGMOVIM
           MOVE W-DECRE-DEB          TO DEBCRE OF REGMOVIM
           MOVE W-TIVAL-DEB          TO TIPVAL OF REGMOVIM
           MOVE W-FECVA-DEB          TO FECVAL OF REGMOVIM
           MOVE W-VLRAPL             TO IMPORT OF REGMOVIM
           MOVE ZEROS                TO ESTTRN OF REGMOVIM
           MOVE NROPRE OF REG-PIGENT TO NROREF OF REGMOVIM
           MOVE NITCTA OF REG-MAESTR TO NRONIT OF REGMOVIM
           MOVE "EJECUCION PIGNORACION CREDITO"
                                     TO INFDEP OF REGMOVIM
           MOVE VLRNOV OF REG-PIGENT TO W-PIG-VLRNOV
           MOVE W-INFPRD-PIG         TO INFPRD OF REGMOVIM
           MOVE "PIGNORA"            TO USRING OF REGMOVIM
           MOVE "CCA691"             TO CODCAJ OF REGMOVIM
           MOVE ZEROS                TO CODER1 OF REGMOVIM
                                        CODER2 OF REGMOVIM
                                        CODER3 OF REGMOVIM
           WRITE ZONA-CCAMOVIM.
      *----------------------------------------------------------------
       ESCRIBIR-RESPUESTA.
           INITIALIZE REGPIGRES
           MOVE TIPNOV OF REG-PIGENT TO TIPNOV OF REG-PIGRES
           MOVE NROPRE OF REG-PIGENT TO NROPRE OF REG-PIGRES
           MOVE CODMON OF REG-PIGENT TO CODMON OF REG-PIGRES
           MOVE CODSIS OF REG-PIGENT TO CODSIS OF REG-PIGRES
           MOVE CODPRO OF REG-PIGENT TO CODPRO OF REG-PIGRES
           MOVE AGCCTA OF REG-PIGENT TO AGCCTA OF REG-PIGRES
           MOVE CTANRO OF REG-PIGENT TO CTANRO OF REG-PIGRES
           MOVE VLRNOV OF REG-PIGENT TO VLRNOV OF REG-PIGRES
           MOVE W-VLRAPL             TO VLRAPL OF REG-PIGRES
           MOVE W-ESTRES             TO ESTADO OF REG-PIGRES
           MOVE W-CODRES             TO CODRES OF REG-PIGRES
           MOVE ZEROS                TO CODERR OF REG-PIGRES
           MOVE LK-FECHA-HOY         TO FECRES OF REG-PIGRES
           WRITE REG-PIGRES.
      *----------------------------------------------------------------
      * RECALCULO NOCTURNO: MAESTRO Y REGISTRO SE RECORREN EN ORDEN DE
      * CUENTA. VLRPIG QUEDA IGUAL A LA SUMA DE LAS PIGNORACIONES
      * ACTIVAS; LA CUENTA SIN PIGNORACIONES ACTIVAS QUEDA EN CERO.
      *----------------------------------------------------------------
       RECALCULAR-PIGNORADO.
           MOVE ZEROS TO CODMON OF REG-MAESTR CODSIS OF REG-MAESTR
                         CODPRO OF REG-MAESTR AGCCTA OF REG-MAESTR
                         CTANRO OF REG-MAESTR
           START CCAMAEAHO KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                 MOVE "SI" TO CTL-CCAMAEAHO
           END-START
           MOVE ZEROS TO CODMON OF REG-PIGNOR CODSIS OF REG-PIGNOR
                         CODPRO OF REG-PIGNOR AGCCTA OF REG-PIGNOR
                         CTANRO OF REG-PIGNOR NROPRE OF REG-PIGNOR
           MOVE "NO"  TO CTL-CCAPIGNOR
           START CCAPIGNOR KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                 MOVE "SI" TO CTL-CCAPIGNOR
           END-START
           PERFORM LEER-SIG-CCAPIGNOR
           PERFORM LEER-SIG-CCAMAEAHO
           PERFORM RECALCULAR-CUENTA UNTIL FIN-CCAMAEAHO.
      *----------------------------------------------------------------
       RECALCULAR-CUENTA.
           MOVE CODMON OF REG-MAESTR TO W-MAE-CODMON
           MOVE CODSIS OF REG-MAESTR TO W-MAE-CODSIS
           MOVE CODPRO OF REG-MAESTR TO W-MAE-CODPRO
           MOVE AGCCTA OF REG-MAESTR TO W-MAE-AGCCTA
           MOVE CTANRO OF REG-MAESTR TO W-MAE-CTANRO
           MOVE ZEROS TO W-TOTPIG
           PERFORM SALTAR-PIGNOR-SIN-CUENTA
                   UNTIL W-LLAVE-PIGNORACION NOT < W-LLAVE-MAESTRO
           PERFORM ACUMULAR-PIGNORADO
                   UNTIL W-LLAVE-PIGNORACION NOT = W-LLAVE-MAESTRO
           IF W-TOTPIG NOT = VLRPIG OF REG-MAESTR
              MOVE REG-MAESTR  TO JRN-MAEANT
              MOVE W-TOTPIG    TO VLRPIG OF REG-MAESTR
              MOVE "CCA691"    TO JRN-PROGRA
              CALL "CCA595" USING JRN-PROGRA JRN-MAEANT
                                  REG-MAESTR
              REWRITE REG-MAESTR
              ADD 1 TO W-CANRCL
           END-IF
           PERFORM LEER-SIG-CCAMAEAHO.
      *----------------------------------------------------------------
       SALTAR-PIGNOR-SIN-CUENTA.
           DISPLAY "CCA691 PIGNORACION SIN CUENTA EN EL MAESTRO "
                   W-LLAVE-PIGNORACION " " NROPRE OF REG-PIGNOR
           PERFORM LEER-SIG-CCAPIGNOR.
      *----------------------------------------------------------------
       LEER-SIG-CCAMAEAHO.
           IF NO-FIN-CCAMAEAHO
              READ CCAMAEAHO NEXT RECORD AT END
                   MOVE "SI" TO CTL-CCAMAEAHO
              END-READ
           END-IF.
      *----------------------------------------------------------------
       LEER-CCAPIGENT.
           READ CCAPIGENT AT END
                MOVE "SI" TO CTL-CCAPIGENT.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           DISPLAY "CCA691 NOVEDADES ACEPTADAS: " W-CANACE
           DISPLAY "CCA691 NOVEDADES RECHAZADAS: " W-CANREC
           DISPLAY "CCA691 MORAS ENCOLADAS....: " W-CANENC
           DISPLAY "CCA691 CUENTAS RECALCULADAS: " W-CANRCL
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAPIGENT CCAPIGNOR CCAMAEAHO CCAMOVIM CCACODTRN
                 CCATABLAS CCAPIGRES.
           STOP  RUN      .
