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
       PROGRAM-ID.    CCA596.
      ******************************************************************
      * FUNCION: CONSULTA Y REPORTE DEL DIARIO DE CAMBIOS DEL MAESTRO  *
      *          (CCAMAEJRN, LO GRABA CCA595). PARA AUDITORIA E        *
      *          INVESTIGACIONES: RECIBE UN RANGO DE FECHAS Y          *
      *          OPCIONALMENTE UNA CUENTA Y UN CAMPO (CEROS / BLANCOS  *
      *          = TODOS), Y LISTA CADA CAMBIO CON LOS VALORES ANTES   *
      *          Y DESPUES, EL PROGRAMA, EL USUARIO Y LA FECHA/HORA.   *
      *          LA CONSULTA SALE EN PANTALLA Y EL REPORTE EN CCA596R. *
      *          SOLO CORRE CON LA FUNCION AUTORIZADA EN LA COMPUERTA  *
      *          CCA519.                                               *
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
           SELECT CCAMAEJRN
               ASSIGN          TO DATABASE-CCAMAEJRN
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA596R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAMAEJRN
           LABEL RECORDS ARE STANDARD.
       01  REG-MAEJRN.
           COPY DDS-ALL-FORMATS OF CCAMAEJRN.
      *
       FD  REPORTE
           LABEL RECORDS ARE OMITTED.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA596R.
      *
       WORKING-STORAGE SECTION.
      *
       77  W-TOTLEI                    PIC 9(09) VALUE ZEROS.
       77  W-TOTLIS                    PIC 9(07) VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCAMAEJRN           PIC X(02) VALUE "NO".
               88  FIN-CCAMAEJRN                 VALUE "SI".
               88  NO-FIN-CCAMAEJRN              VALUE "NO".
      *
      * COMPUERTA DE AUTORIZACION POR FUNCION (VER CCA519).
       01  PARM-CCA519.
           05  W-AUT-USUARIO           PIC X(10) VALUE SPACES.
           05  W-AUT-ESTACI            PIC X(10) VALUE SPACES.
           05  W-AUT-PROGRAMA          PIC X(08) VALUE "CCA596".
           05  W-AUT-FUNCIO            PIC X(02) VALUE "00".
           05  W-AUT-RETCOD            PIC 9(01) VALUE ZEROS.
      *
       LINKAGE SECTION.
       77  XUSERID                     PIC X(10).
       77  PARM-FECINI                 PIC 9(08).
       77  PARM-FECFIN                 PIC 9(08).
       77  PARM-CTANRO                 PIC 9(17).
       77  PARM-CAMPO                  PIC X(10).
      ***************************************************************
       PROCEDURE DIVISION USING XUSERID PARM-FECINI PARM-FECFIN
                                PARM-CTANRO PARM-CAMPO.
       COMIENZO.
           PERFORM VALIDAR-AUTORIZACION.
           PERFORM INICIAR .
           PERFORM PROCESAR UNTIL FIN-CCAMAEJRN.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
      * SIN AUTORIZACION DE LA COMPUERTA CCA519 NO SE CONSULTA NADA; EL
      * INTENTO NEGADO QUEDA EN EL REGISTRO DE ACCESOS.
      *----------------------------------------------------------------
       VALIDAR-AUTORIZACION.
           MOVE XUSERID      TO W-AUT-USUARIO
           MOVE ZEROS        TO W-AUT-RETCOD
           CALL "CCA519" USING W-AUT-USUARIO W-AUT-ESTACI
                               W-AUT-PROGRAMA W-AUT-FUNCIO
                               W-AUT-RETCOD
           IF W-AUT-RETCOD NOT = ZEROS
              DISPLAY "CCA596 USUARIO NO AUTORIZADO: " XUSERID
              STOP RUN
           END-IF.
      *----------------------------------------------------------------
       INICIAR.
           OPEN INPUT  CCAMAEJRN.
           OPEN OUTPUT REPORTE.
           DISPLAY "CCA596 CAMBIOS DEL MAESTRO DE " PARM-FECINI
                   " A " PARM-FECFIN
           INITIALIZE CCA596R-HEADER
           MOVE PARM-FECINI TO FECINI OF CCA596R-HEADER
           MOVE PARM-FECFIN TO FECFIN OF CCA596R-HEADER
           MOVE PARM-CTANRO TO CTANRO OF CCA596R-HEADER
           MOVE PARM-CAMPO  TO CAMPO  OF CCA596R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
           MOVE PARM-FECINI TO FECMOD OF REG-MAEJRN
           MOVE ZEROS       TO HORMOD OF REG-MAEJRN
                               NROJRN OF REG-MAEJRN
           START CCAMAEJRN KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAMAEJRN
           END-START.
      *----------------------------------------------------------------
       PROCESAR.
           READ CCAMAEJRN NEXT AT END
                MOVE "SI" TO CTL-CCAMAEJRN
           END-READ
           IF NO-FIN-CCAMAEJRN
              IF FECMOD OF REG-MAEJRN > PARM-FECFIN
                 MOVE "SI" TO CTL-CCAMAEJRN
              ELSE
                 ADD 1 TO W-TOTLEI
                 IF (PARM-CTANRO = ZEROS
                    OR CTANRO OF REG-MAEJRN = PARM-CTANRO)
                 AND (PARM-CAMPO = SPACES
                    OR CAMPO OF REG-MAEJRN = PARM-CAMPO)
                    PERFORM LISTAR-CAMBIO
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       LISTAR-CAMBIO.
           DISPLAY FECMOD OF REG-MAEJRN " "
                   HORMOD OF REG-MAEJRN " CTA "
                   CTANRO OF REG-MAEJRN " "
                   CAMPO  OF REG-MAEJRN " "
                   PROGRA OF REG-MAEJRN " "
                   USRMOD OF REG-MAEJRN
           DISPLAY "   ANTES..: " VLRANT OF REG-MAEJRN
           DISPLAY "   DESPUES: " VLRNVO OF REG-MAEJRN
           INITIALIZE CCA596R-DETALLE
           MOVE FECMOD OF REG-MAEJRN TO FECMOD OF CCA596R-DETALLE
           MOVE HORMOD OF REG-MAEJRN TO HORMOD OF CCA596R-DETALLE
           MOVE AGCCTA OF REG-MAEJRN TO AGCCTA OF CCA596R-DETALLE
           MOVE CODPRO OF REG-MAEJRN TO CODPRO OF CCA596R-DETALLE
           MOVE CTANRO OF REG-MAEJRN TO CTANRO OF CCA596R-DETALLE
           MOVE CAMPO  OF REG-MAEJRN TO CAMPO  OF CCA596R-DETALLE
           MOVE VLRANT OF REG-MAEJRN TO VLRANT OF CCA596R-DETALLE
           MOVE VLRNVO OF REG-MAEJRN TO VLRNVO OF CCA596R-DETALLE
           MOVE PROGRA OF REG-MAEJRN TO PROGRA OF CCA596R-DETALLE
           MOVE USRMOD OF REG-MAEJRN TO USRMOD OF CCA596R-DETALLE
           WRITE REPORTE-REG FORMAT IS "DETALLE"
           ADD 1 TO W-TOTLIS.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE CCA596R-TOTALES
           MOVE W-TOTLEI    TO CANLEI OF CCA596R-TOTALES
           MOVE W-TOTLIS    TO CANLIS OF CCA596R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA596 CAMBIOS LEIDOS.........: " W-TOTLEI
           DISPLAY "CCA596 CAMBIOS LISTADOS.......: " W-TOTLIS
           CLOSE CCAMAEJRN REPORTE.
           STOP  RUN      .
      *----------------------------------------------------------------
