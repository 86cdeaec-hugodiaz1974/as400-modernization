      *          LA CADENA LO EJECUTE. CON CUALQUIER INCONSISTENCIA    *
      *          SE NIEGA A ARRANCAR, CON EL DIAGNOSTICO POR           *
      *          CONSOLA Y RETORNO DISTINTO DE CERO.                   *
HH    *          SI EL PASO PARCIAL TIENE RESPALDO DE HOY (CCASNAPSH,  *
HH    *          VER CCA676) INDICA RESTAURARLO CON CCA677; EL PASO    *
HH    *          RESTAURADO (ESTADO R) ES PUNTO DE ARRANQUE.           *
      ******************************************************************
       AUTHOR.        H.H.D.
       DATE-WRITTEN.  SEPTIEMBRE/2026.
               ASSIGN          TO DATABASE-CCARELANZ
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
HH         SELECT CCASNAPSH
HH             ASSIGN          TO DATABASE-CCASNAPSH
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  REG-RELANZ.
           COPY DDS-ALL-FORMATS OF CCARELANZ.
      *
HH     FD  CCASNAPSH
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-SNAPSH.
HH         COPY DDS-ALL-FORMATS OF CCASNAPSH.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       01  W-ESTADO-PASO               PIC X(01) VALUE SPACES.
      *    T = TERMINO BIEN, E = TERMINO EN ERROR, P = QUEDO EN
      *    EJECUCION PARCIAL, N = NO HA CORRIDO.
      *HH  R = RESTAURADO DE SU RESPALDO (CCA677).
       01  W-PUNTO                     PIC 9(01) VALUE ZEROS.
           88  PUNTO-HALLADO                     VALUE 1.
       01  W-RECHAZO                   PIC 9(01) VALUE ZEROS.
           05  CTL-CCAESTCAD           PIC X(02) VALUE "NO".
               88  ERROR-CCAESTCAD               VALUE "SI".
               88  NO-ERROR-CCAESTCAD            VALUE "NO".
HH         05  CTL-CCASNAPSH           PIC X(02) VALUE "NO".
HH             88  FIN-CCASNAPSH                 VALUE "SI".
HH             88  NO-FIN-CCASNAPSH              VALUE "NO".
      ***************************************************************
       PROCEDURE DIVISION.
       COMIENZO.
      *----------------------------------------------------------------
       INICIAR.
           OPEN INPUT  CCACADPGM CCAESTCAD.
HH         OPEN INPUT  CCASNAPSH.
           OPEN OUTPUT CCARELANZ.
           ACCEPT W-FECHA FROM DATE.
           PERFORM LEER-CCACADPGM.
                   DISPLAY "CCA496 EL PASO " PROGRAMA OF REG-CADPGM
                           " QUEDO EN EJECUCION PARCIAL: REVISAR "
                           "SUS ARCHIVOS ANTES DE RELANZAR"
HH                 PERFORM CONSULTAR-RESPALDO-PASO
              WHEN PUNTO-HALLADO
      *           DESDE EL PUNTO DE FALLA TODO PASO HABILITADO
      *           ENTRA AL PLAN, EN ORDEN.
                           CODRETO OF REG-ESTCAD
                   MOVE 1 TO W-PUNTO
                   PERFORM GRABAR-PLAN
HH            WHEN W-ESTADO-PASO = "R"
HH                 DISPLAY "CCA496 PUNTO DE ARRANQUE: "
HH                         PROGRAMA OF REG-CADPGM
HH                         " RESTAURADO DE SU RESPALDO"
HH                 MOVE 1 TO W-PUNTO
HH                 PERFORM GRABAR-PLAN
              WHEN OTHER
                   DISPLAY "CCA496 PUNTO DE ARRANQUE: "
                           PROGRAMA OF REG-CADPGM " NO HA CORRIDO"
                   END-IF
              WHEN "E" MOVE "E" TO W-ESTADO-PASO
              WHEN "P" MOVE "P" TO W-ESTADO-PASO
HH            WHEN "R" MOVE "R" TO W-ESTADO-PASO
              WHEN OTHER MOVE "N" TO W-ESTADO-PASO
              END-EVALUATE
           END-IF.
      *----------------------------------------------------------------
      *HH CON RESPALDO DE HOY, EL PASO PARCIAL SE PUEDE RESTAURAR.
      *----------------------------------------------------------------
HH     CONSULTAR-RESPALDO-PASO.
HH         MOVE "NO"                   TO CTL-CCASNAPSH
HH         MOVE W-FECHA                TO FECPRO   OF REG-SNAPSH
HH         MOVE PROGRAMA OF REG-CADPGM TO PROGRAMA OF REG-SNAPSH
HH         MOVE LOW-VALUES             TO ARCHIVO  OF REG-SNAPSH
HH         START CCASNAPSH KEY NOT < EXTERNALLY-DESCRIBED-KEY
HH               INVALID KEY MOVE "SI" TO CTL-CCASNAPSH
HH         END-START
HH         IF NO-FIN-CCASNAPSH
HH            READ CCASNAPSH NEXT RECORD AT END
HH                 MOVE "SI" TO CTL-CCASNAPSH
HH            END-READ
HH         END-IF
HH         IF NO-FIN-CCASNAPSH
HH         AND FECPRO   OF REG-SNAPSH = W-FECHA
HH         AND PROGRAMA OF REG-SNAPSH = PROGRAMA OF REG-CADPGM
HH            DISPLAY "CCA496 EL PASO TIENE RESPALDO DE HOY: "
HH                    "RESTAURELO CON CCA677 Y VUELVA A CORRER CCA496"
HH         END-IF.
      *----------------------------------------------------------------
       GRABAR-PLAN.
           INITIALIZE REGRELANZ
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCACADPGM CCAESTCAD CCARELANZ.
HH         CLOSE CCASNAPSH.
           STOP RUN.
