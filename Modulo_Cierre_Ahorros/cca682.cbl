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
       PROGRAM-ID.    CCA682.
      ******************************************************************
      * FUNCION: CONSULTA DEL ARCHIVO DE REPORTES POR AGENCIA (LO      *
      *          ALIMENTA CCA679). RECIBE EL USUARIO, LA AGENCIA, LA   *
      *          FECHA DE PROCESO Y EL REPORTE:                        *
      *          - REPORTE EN BLANCOS: LISTA EN PANTALLA LOS REPORTES  *
      *            ENTREGADOS A LA AGENCIA ESA FECHA, CON SU ESTADO DE *
      *            LECTURA.                                            *
      *          - REPORTE INFORMADO: LO REIMPRIME DESDE CCAREPARC EN  *
      *            CCA682P TAL COMO SALIO (RESPETANDO LOS SALTOS DEL   *
      *            CARACTER DE CONTROL FCFC) Y CUENTA LA CONSULTA. SI  *
      *            EL USUARIO ES DE LA AGENCIA DEL REPORTE (CCAEMPLEA) *
      *            Y ES LA PRIMERA VEZ QUE LA AGENCIA LO ABRE, QUEDA EL*
      *            ACUSE DE LECTURA (ESTADO L, FECHA, HORA, USUARIO).  *
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
           SELECT CCAREPENT
               ASSIGN          TO DATABASE-CCAREPENT
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAREPARC
               ASSIGN          TO DATABASE-CCAREPARC
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAEMPLEA
               ASSIGN          TO DATABASE-CCAEMPLEA
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCA682P
               ASSIGN          TO PRINTER-CCA682P
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAREPENT
           LABEL RECORDS ARE STANDARD.
       01  REG-REPENT.
           COPY DDS-ALL-FORMATS OF CCAREPENT.
      *
       FD  CCAREPARC
           LABEL RECORDS ARE STANDARD.
       01  REG-REPARC.
           COPY DDS-ALL-FORMATS OF CCAREPARC.
      *
       FD  CCAEMPLEA
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPLEA.
           COPY DDS-ALL-FORMATS OF CCAEMPLEA.
      *
       FD  CCA682P
           LABEL RECORDS ARE OMITTED.
       01  PRTREC                      PIC X(198).
      *
       WORKING-STORAGE SECTION.
      *
       77  W-TOTLIS                    PIC 9(07) VALUE ZEROS.
       77  W-TOTLIN                    PIC 9(07) VALUE ZEROS.
       01  W-AGCUSR                    PIC 9(05) VALUE ZEROS.
       01  W-FECHA                     PIC 9(08) VALUE ZEROS.
       01  W-HORA                      PIC 9(08) VALUE ZEROS.
      *
       01  CONTROLES.
           05  CTL-CCAREPENT           PIC X(02) VALUE "NO".
               88  FIN-CCAREPENT                 VALUE "SI".
               88  NO-FIN-CCAREPENT              VALUE "NO".
           05  CTL-CCAREPARC           PIC X(02) VALUE "NO".
               88  FIN-CCAREPARC                 VALUE "SI".
               88  NO-FIN-CCAREPARC              VALUE "NO".
      *
      * COMPUERTA DE AUTORIZACION POR FUNCION (VER CCA519).
       01  PARM-CCA519.
           05  W-AUT-USUARIO           PIC X(10) VALUE SPACES.
           05  W-AUT-ESTACI            PIC X(10) VALUE SPACES.
           05  W-AUT-PROGRAMA          PIC X(08) VALUE "CCA682".
           05  W-AUT-FUNCIO            PIC X(02) VALUE "00".
           05  W-AUT-RETCOD            PIC 9(01) VALUE ZEROS.
      *
       LINKAGE SECTION.
       77  XUSERID                     PIC X(10).
       77  PARM-AGCCTA                 PIC 9(05).
       77  PARM-FECPRO                 PIC 9(08).
       77  PARM-NOMREP                 PIC X(10).
      ***************************************************************
       PROCEDURE DIVISION USING XUSERID PARM-AGCCTA PARM-FECPRO
                                PARM-NOMREP.
       COMIENZO.
           PERFORM VALIDAR-AUTORIZACION.
           PERFORM INICIAR.
           IF PARM-NOMREP = SPACES
              PERFORM LISTAR-ENTREGAS
           ELSE
              PERFORM REIMPRIMIR-REPORTE
           END-IF
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
              DISPLAY "CCA682 USUARIO NO AUTORIZADO: " XUSERID
              STOP RUN
           END-IF.
      *----------------------------------------------------------------
       INICIAR.
           OPEN I-O    CCAREPENT.
           OPEN INPUT  CCAREPARC CCAEMPLEA.
           ACCEPT W-FECHA FROM DATE YYYYMMDD
           ACCEPT W-HORA  FROM TIME
           MOVE ZEROS   TO W-AGCUSR
           MOVE XUSERID TO USRID OF REG-EMPLEA
           READ CCAEMPLEA
                NOT INVALID KEY
                   MOVE AGCEMP OF REG-EMPLEA TO W-AGCUSR
           END-READ.
      *----------------------------------------------------------------
       LISTAR-ENTREGAS.
           DISPLAY "CCA682 REPORTES DE LA AGENCIA " PARM-AGCCTA
                   " DEL " PARM-FECPRO
           MOVE "NO"        TO CTL-CCAREPENT
           MOVE PARM-FECPRO TO FECPRO OF REG-REPENT
           MOVE LOW-VALUES  TO NOMREP OF REG-REPENT
           MOVE ZEROS       TO AGCCTA OF REG-REPENT
           START CCAREPENT KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAREPENT
           END-START
           PERFORM LISTAR-ENTREGA UNTIL FIN-CCAREPENT
           DISPLAY "CCA682 REPORTES LISTADOS......: " W-TOTLIS.
      *----------------------------------------------------------------
       LISTAR-ENTREGA.
           READ CCAREPENT NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAREPENT
           END-READ
           IF NO-FIN-CCAREPENT
              IF FECPRO OF REG-REPENT NOT = PARM-FECPRO
                 MOVE "SI" TO CTL-CCAREPENT
              ELSE
                 IF AGCCTA OF REG-REPENT = PARM-AGCCTA
                    PERFORM MOSTRAR-ENTREGA
                    ADD 1 TO W-TOTLIS
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       MOSTRAR-ENTREGA.
           IF ESTADO OF REG-REPENT = "L"
              DISPLAY NOMREP OF REG-REPENT " PAGINAS "
                      CANPAG OF REG-REPENT " LEIDO "
                      FECLEC OF REG-REPENT " "
                      HORLEC OF REG-REPENT " POR "
                      USRLEC OF REG-REPENT " CONSULTAS "
                      CANCON OF REG-REPENT
           ELSE
              DISPLAY NOMREP OF REG-REPENT " PAGINAS "
                      CANPAG OF REG-REPENT " SIN ABRIR, VENCE "
                      FECVEN OF REG-REPENT " CONSULTAS "
                      CANCON OF REG-REPENT
           END-IF.
      *----------------------------------------------------------------
       REIMPRIMIR-REPORTE.
           MOVE PARM-FECPRO TO FECPRO OF REG-REPENT
           MOVE PARM-NOMREP TO NOMREP OF REG-REPENT
           MOVE PARM-AGCCTA TO AGCCTA OF REG-REPENT
           READ CCAREPENT
                INVALID KEY
                   DISPLAY "CCA682 NO HAY " PARM-NOMREP " DEL "
                           PARM-FECPRO " PARA LA AGENCIA " PARM-AGCCTA
                   PERFORM TERMINAR
           END-READ
           OPEN OUTPUT CCA682P.
           MOVE "NO"        TO CTL-CCAREPARC
           MOVE PARM-FECPRO TO FECPRO OF REG-REPARC
           MOVE PARM-NOMREP TO NOMREP OF REG-REPARC
           MOVE PARM-AGCCTA TO AGCCTA OF REG-REPARC
           MOVE ZEROS       TO NROLIN OF REG-REPARC
           START CCAREPARC KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAREPARC
           END-START
           PERFORM IMPRIMIR-LINEA UNTIL FIN-CCAREPARC
           CLOSE CCA682P.
           PERFORM REGISTRAR-CONSULTA
           DISPLAY "CCA682 " PARM-NOMREP " REIMPRESO EN CCA682P: "
                   W-TOTLIN " LINEAS".
      *----------------------------------------------------------------
       IMPRIMIR-LINEA.
           READ CCAREPARC NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAREPARC
           END-READ
           IF NO-FIN-CCAREPARC
              IF FECPRO OF REG-REPARC NOT = PARM-FECPRO
              OR NOMREP OF REG-REPARC NOT = PARM-NOMREP
              OR AGCCTA OF REG-REPARC NOT = PARM-AGCCTA
                 MOVE "SI" TO CTL-CCAREPARC
              ELSE
                 MOVE LINEA OF REG-REPARC TO PRTREC
                 EVALUATE CTLCAR OF REG-REPARC
                 WHEN "1"
                      WRITE PRTREC AFTER PAGE
                 WHEN "0"
                      WRITE PRTREC AFTER 2 LINES
                 WHEN "-"
                      WRITE PRTREC AFTER 3 LINES
                 WHEN "+"
                      WRITE PRTREC AFTER 0 LINES
                 WHEN OTHER
                      WRITE PRTREC AFTER 1 LINES
                 END-EVALUATE
                 ADD 1 TO W-TOTLIN
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * EL ACUSE DE LECTURA ES DE LA AGENCIA: SOLO LO DEJA UN USUARIO
      * DE ESA AGENCIA, Y SOLO LA PRIMERA VEZ. LAS CONSULTAS DE LA
      * CENTRAL O DE AUDITORIA SOLO SE CUENTAN.
      *----------------------------------------------------------------
       REGISTRAR-CONSULTA.
           ADD 1 TO CANCON OF REG-REPENT
           IF ESTADO OF REG-REPENT NOT = "L"
           AND W-AGCUSR = AGCCTA OF REG-REPENT
              MOVE "L"     TO ESTADO OF REG-REPENT
              MOVE W-FECHA TO FECLEC OF REG-REPENT
              MOVE W-HORA  TO HORLEC OF REG-REPENT
              MOVE XUSERID TO USRLEC OF REG-REPENT
              DISPLAY "CCA682 ACUSE DE LECTURA REGISTRADO"
           END-IF
           REWRITE REG-REPENT.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCAREPENT CCAREPARC CCAEMPLEA.
           STOP  RUN      .
      *----------------------------------------------------------------
