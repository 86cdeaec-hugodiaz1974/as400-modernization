      *          LA COLA NOCTURNA CCANOMON: EL ERROR SE VE EN LA       *
      *          PANTALLA EN EL ACTO Y NO EN EL LISTADO DE RECHAZOS    *
      *          DE LA MANANA SIGUIENTE.                               *
      *          EL ALTA EXIGE ADEMAS QUE EL PRODUCTO EXISTA EN        *
      *          CCACODPRO Y ESTE ACTIVO (VER CCA564).                 *
      ******************************************************************
       AUTHOR.        H.H.D.
       DATE-WRITTEN.  JUNIO/2026.
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACODPRO
               ASSIGN          TO DATABASE-CCACODPRO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
      *     Doble control de novedades de alto riesgo (ver CCA530 y
      *     CCA534): cuando el codigo capturado esta en la tabla de
           LABEL RECORDS ARE STANDARD.
       01  REG-CODNOV.
           COPY DDS-ALL-FORMATS        OF CCACODNOV.
      *
       FD  CCACODPRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CODPRO.
           COPY DDS-ALL-FORMATS        OF CCACODPRO.
      *
       FD  CCARSKNOV
           LABEL RECORDS ARE STANDARD.
       01  W-EXISTE-CCACODNOV          PIC S9(01)  COMP-3 VALUE 0.
           88  NO-EXISTE-CCACODNOV                   VALUE 0.
           88  SI-EXISTE-CCACODNOV                   VALUE 1.
       01  W-EXISTE-CCACODPRO          PIC S9(01)  COMP-3 VALUE 0.
           88  NO-EXISTE-CCACODPRO                   VALUE 0.
           88  SI-EXISTE-CCACODPRO                   VALUE 1.
      *Datos de la novedad digitada.
       01  W-NOVEDAD.
           03  W-CODMON                PIC 9(03)   VALUE ZEROS.
       INICIALIZAR.
           OPEN I-O    PANTALLA
           OPEN EXTEND CCANOMON
           OPEN INPUT  CCAMAEAHO CCACODNOV CCARSKNOV CCACODPRO
           OPEN I-O    CCANOVAPR
           CALL "CCA500" USING LK-FECHAS
           MOVE SPACES TO W-MENSAJE.
           IF W-MENSAJE = SPACES
              PERFORM VALIDAR-ESTADO-CUENTA
           END-IF
           IF W-MENSAJE = SPACES
           AND W-CODNOV = 1
              PERFORM VALIDAR-PRODUCTO-ACTIVO
           END-IF
           IF W-MENSAJE = SPACES
              PERFORM VALIDAR-NITS-ALTA
           END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      *    ESTPRO EN BLANCO ES UN PRODUCTO ANTERIOR A CCA564: ACTIVO.
       VALIDAR-PRODUCTO-ACTIVO.
           MOVE W-CODPRO TO CODPRO OF REG-CODPRO
           MOVE 1        TO W-EXISTE-CCACODPRO
           READ CCACODPRO               INVALID KEY
                MOVE 0                  TO W-EXISTE-CCACODPRO
           END-READ
           IF ( NO-EXISTE-CCACODPRO )
              MOVE "PRODUCTO NO EXISTE"                TO W-MENSAJE
           ELSE
              IF ESTPRO OF REG-CODPRO NOT = SPACES AND
                 ESTPRO OF REG-CODPRO NOT = "A"
                 MOVE "PRODUCTO NO ACTIVO"             TO W-MENSAJE
              END-IF
           END-IF.
      *----------------------------------------------------------------
       VALIDAR-NITS-ALTA.
           IF W-CODNOV = 1
       FINALIZAR.
           DISPLAY "CCA537 NOVEDADES CAPTURADAS...: " W-CANCAP
           CLOSE PANTALLA CCANOMON CCAMAEAHO CCACODNOV
                 CCARSKNOV CCANOVAPR CCACODPRO.
