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
       PROGRAM-ID.    CCA686.
      ******************************************************************
      * FUNCION: RECERTIFICACION PERIODICA DE LOS PERMISOS DE LA TABLA *
      *          DE AUTORIZACION POR FUNCION (CCAAUTFUN, VER CCA518 Y  *
      *          CCA519). PAR-MODO:                                    *
      *          G = ABRE LA CAMPAÑA DEL TRIMESTRE (CCARECCAM, CLAVE   *
      *              LA FECHA DE PROCESO, CON FECHA LIMITE PARA LA     *
      *              REVISION) Y GUARDA EN CCARECDET CADA PERMISO      *
      *              VIGENTE CON SU REVISOR Y LA ULTIMA VEZ QUE EL     *
      *              USUARIO USO EL PROGRAMA: EN EL REGISTRO DE        *
      *              ACCESOS CCAAUDCON (CCA516, SIN LOS INTENTOS       *
      *              NEGADOS QUE DEJA CCA519) O EN LA AUDITORIA        *
      *              CCAGENAUD (EL ARCHIVO QUE TOCA CADA PROGRAMA ESTA *
      *              EN LA TABLA 98). EL REVISOR ES                    *
      *              EL GERENTE DE LA AGENCIA DEL USUARIO (CCAEMPLEA,  *
      *              INDGER "S"); SI NO LO HAY, O ES EL MISMO USUARIO, *
      *              EL OFICIAL DE SEGURIDAD, Y LOS PERMISOS DEL       *
      *              OFICIAL LOS REVISA AUDITORIA. EL LISTADO SALE POR *
      *              REVISOR. NO ABRE OTRA SI HAY UNA CAMPAÑA ABIERTA. *
      *          C = CORRE CADA NOCHE: VENCIDA LA FECHA LIMITE DE LA   *
      *              CAMPAÑA ABIERTA, SUSPENDE (INDPER 0) LOS PERMISOS *
      *              QUE NADIE REVISO, CIERRA LA CAMPAÑA Y LISTA POR   *
      *              REVISOR CADA PERMISO CON SU DECISION COMO         *
      *              EVIDENCIA PARA LA AUDITORIA.                      *
      *          LOS REVISORES DECIDEN CON CCA687: M = MANTENER,       *
      *          R = REVOCAR (SE BORRA DE CCAAUTFUN AL DECIDIR); LA    *
      *          SUSPENSION AUTOMATICA QUEDA COMO S.                   *
      *          TABLA 98 DE CCATABLAS, NROTAB 0: CAMPO1 = DIAS PARA   *
      *          REVISAR (POR OMISION 30), CAMPO2 (1:10) = OFICIAL DE  *
      *          SEGURIDAD (POR OMISION EL PRIMER USUARIO CON LA       *
      *          FUNCION 00 DE CCA518), (11:10) = REVISOR DE LOS       *
      *          PERMISOS DEL OFICIAL (POR OMISION AUDITORIA).         *
      *          NROTAB 1 A 99: CAMPO2 (1:10) = PG-CAMPO DE CCAGENAUD, *
      *          (11:8) = PROGRAMA QUE LO GRABA.                       *
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
           SELECT CCAAUTFUN
               ASSIGN          TO DATABASE-CCAAUTFUN
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCARECCAM
               ASSIGN          TO DATABASE-CCARECCAM
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCARECDET
               ASSIGN          TO DATABASE-CCARECDET
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCARECDET1
               ASSIGN          TO DATABASE-CCARECDET1
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCARECUSO
               ASSIGN          TO DATABASE-CCARECUSO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAAUDCON
               ASSIGN          TO DATABASE-CCAAUDCON
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCAGENAUD
               ASSIGN          TO DATABASE-CCAGENAUD
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAEMPLEA
               ASSIGN          TO DATABASE-CCAEMPLEA
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
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA686R
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAAUTFUN
           LABEL RECORDS ARE STANDARD.
       01  REG-AUTFUN.
           COPY DDS-ALL-FORMATS OF CCAAUTFUN.
      *
       FD  CCARECCAM
           LABEL RECORDS ARE STANDARD.
       01  REG-RECCAM.
           COPY DDS-ALL-FORMATS OF CCARECCAM.
      *
       FD  CCARECDET
           LABEL RECORDS ARE STANDARD.
       01  REG-RECDET.
           COPY DDS-ALL-FORMATS OF CCARECDET.
      *
       FD  CCARECDET1
           LABEL RECORDS ARE STANDARD.
       01  REG-RECDET1.
           COPY DDS-ALL-FORMATS OF CCARECDET1.
      *
       FD  CCARECUSO
           LABEL RECORDS ARE STANDARD.
       01  REG-RECUSO.
           COPY DDS-ALL-FORMATS OF CCARECUSO.
      *
       FD  CCAAUDCON
           LABEL RECORDS ARE STANDARD.
       01  REG-AUDCON.
           COPY DDS-ALL-FORMATS OF CCAAUDCON.
      *
       FD  CCAGENAUD
           LABEL RECORDS ARE STANDARD.
       01  REG-CCAGENAUD.
           COPY DDS-ALL-FORMATS OF CCAGENAUD.
      *
       FD  CCAEMPLEA
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPLEA.
           COPY DDS-ALL-FORMATS OF CCAEMPLEA.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *
       FD  REPORTE
           LABEL RECORDS ARE OMITTED.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA686R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  I                           PIC 9(05) COMP VALUE ZEROS.
       77  W-CANGRA                    PIC 9(07) VALUE ZEROS.
       77  W-CANMAN                    PIC 9(07) VALUE ZEROS.
       77  W-CANRVC                    PIC 9(07) VALUE ZEROS.
       77  W-CANSUS                    PIC 9(07) VALUE ZEROS.
       77  W-CANNUN                    PIC 9(07) VALUE ZEROS.
       77  W-CANREV                    PIC 9(07) VALUE ZEROS.
      *
      * PARAMETROS (TABLA 98, NROTAB 0) CON SUS VALORES POR OMISION.
       01  W-DIAREV                    PIC 9(03) VALUE 30.
       01  W-OFISEG                    PIC X(10) VALUE SPACES.
       01  W-REVOFI                    PIC X(10) VALUE "AUDITORIA".
      *
      * ARCHIVO DE CCAGENAUD QUE GRABA CADA PROGRAMA (TABLA 98).
       01  W-NROARC                    PIC 9(03) COMP VALUE ZEROS.
       01  TABLA-ARCHIVOS.
           05  T-ARCHIVO               OCCURS 99 TIMES.
               10  T-CAMPO             PIC X(10).
               10  T-PROGRA            PIC X(08).
      *
      * GERENTES DE AGENCIA (CCAEMPLEA, INDGER "S", ACTIVOS).
       01  W-NROGER                    PIC 9(05) COMP VALUE ZEROS.
       01  TABLA-GERENTES.
           05  T-GERENTE               OCCURS 999 TIMES.
               10  T-AGCGER            PIC 9(05).
               10  T-USRGER            PIC X(10).
      *
       01  W-FECPRO                    PIC 9(08) VALUE ZEROS.
       01  W-FECCAM                    PIC 9(08) VALUE ZEROS.
       01  W-FECLIM                    PIC 9(08) VALUE ZEROS.
       01  W-USRREV                    PIC X(10) VALUE SPACES.
       01  W-USRANT                    PIC X(10) VALUE SPACES.
       01  W-PROGRA                    PIC X(08) VALUE SPACES.
       01  W-USUARIO                   PIC X(10) VALUE SPACES.
       01  W-FECUSO                    PIC 9(08) VALUE ZEROS.
       01  W-ORIUSO                    PIC X(01) VALUE SPACES.
       01  W-AGCUSR                    PIC 9(05) VALUE ZEROS.
       01  W-MENSAJ                    PIC X(60) VALUE SPACES.
       01  PA-CODEMP                   PIC 9(05) VALUE ZEROS.
      *
       01  W-EXISTE                    PIC 9(01) VALUE 0.
           88  NO-EXISTE                         VALUE 0.
           88  SI-EXISTE                         VALUE 1.
       01  W-HAY-CAMPANA               PIC 9(01) VALUE 0.
           88  NO-HAY-CAMPANA                    VALUE 0.
           88  SI-HAY-CAMPANA                    VALUE 1.
       01  CONTROLES.
           05  CTL-CCAAUTFUN           PIC X(02) VALUE "NO".
               88  FIN-CCAAUTFUN                 VALUE "SI".
               88  NO-FIN-CCAAUTFUN              VALUE "NO".
           05  CTL-CCARECCAM           PIC X(02) VALUE "NO".
               88  FIN-CCARECCAM                 VALUE "SI".
               88  NO-FIN-CCARECCAM              VALUE "NO".
           05  CTL-CCARECDET           PIC X(02) VALUE "NO".
               88  FIN-CCARECDET                 VALUE "SI".
               88  NO-FIN-CCARECDET              VALUE "NO".
           05  CTL-CCAAUDCON           PIC X(02) VALUE "NO".
               88  FIN-CCAAUDCON                 VALUE "SI".
               88  NO-FIN-CCAAUDCON              VALUE "NO".
           05  CTL-CCAGENAUD           PIC X(02) VALUE "NO".
               88  FIN-CCAGENAUD                 VALUE "SI".
               88  NO-FIN-CCAGENAUD              VALUE "NO".
           05  CTL-CCAEMPLEA           PIC X(02) VALUE "NO".
               88  FIN-CCAEMPLEA                 VALUE "SI".
               88  NO-FIN-CCAEMPLEA              VALUE "NO".
      *
           COPY FECHAS  OF CCACPY.
      *
           COPY PLT219  OF CCACPY.
      *
      *    ESTADO DE LA CADENA NOCTURNA (VER CCA504).
       01  PARM-CCA504.
           05  PC504-PROGRAMA          PIC X(08) VALUE "CCA686".
           05  PC504-EVENTO            PIC X(01) VALUE SPACES.
           05  PC504-CANTREG           PIC 9(09) VALUE ZEROS.
           05  PC504-CODRETO           PIC 9(03) VALUE ZEROS.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       77  PAR-MODO                    PIC X(01).
           88  MODO-GENERACION                   VALUE "G".
           88  MODO-CIERRE                       VALUE "C".
      ***************************************************************
       PROCEDURE DIVISION USING PAR-MODO.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           PERFORM BUSCAR-CAMPANA-ABIERTA.
           IF MODO-GENERACION
              IF SI-HAY-CAMPANA
                 MOVE "YA HAY UNA CAMPANA ABIERTA; NO SE ABRE OTRA"
                   TO W-MENSAJ
                 PERFORM IMPRIMIR-MENSAJE
              ELSE
                 PERFORM GENERAR-CAMPANA
              END-IF
           ELSE
              IF MODO-CIERRE
                 IF SI-HAY-CAMPANA
                 AND FECLIM OF REG-RECCAM < W-FECPRO
                    PERFORM CERRAR-CAMPANA
                 END-IF
              ELSE
                 MOVE "MODO INVALIDO" TO W-MENSAJ
                 PERFORM IMPRIMIR-MENSAJE
              END-IF
           END-IF
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE "I"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CALL "PLTCODEMPP"         USING PA-CODEMP
           CALL "CCA500"             USING LK-FECHAS
           MOVE LK-FECHA-HOY            TO W-FECPRO
           OPEN I-O    CCAAUTFUN CCARECCAM CCARECDET.
           OPEN INPUT  CCARECDET1 CCAEMPLEA CCATABLAS.
           OPEN EXTEND CCAGENAUD.
           OPEN OUTPUT REPORTE.
           INITIALIZE CCA686R-HEADER
           MOVE W-FECPRO TO FECPRO OF CCA686R-HEADER
           MOVE PAR-MODO TO MODO   OF CCA686R-HEADER.
      *----------------------------------------------------------------
       BUSCAR-CAMPANA-ABIERTA.
           MOVE ZEROS      TO W-HAY-CAMPANA
           MOVE "NO"       TO CTL-CCARECCAM
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY OF REG-RECCAM
           START CCARECCAM KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCARECCAM
           END-START
           PERFORM LEER-CAMPANA UNTIL FIN-CCARECCAM
                                OR    SI-HAY-CAMPANA.
      *----------------------------------------------------------------
       LEER-CAMPANA.
           READ CCARECCAM NEXT RECORD AT END
                MOVE "SI" TO CTL-CCARECCAM
           END-READ
           IF NO-FIN-CCARECCAM
              IF ESTADO OF REG-RECCAM = "A"
                 MOVE 1 TO W-HAY-CAMPANA
                 MOVE FECCAM OF REG-RECCAM TO W-FECCAM
              END-IF
           END-IF.
      *----------------------------------------------------------------
       IMPRIMIR-MENSAJE.
           WRITE REPORTE-REG FORMAT IS "HEADER"
           INITIALIZE CCA686R-MENSAJE
           MOVE W-MENSAJ TO MENSAJ OF CCA686R-MENSAJE
           WRITE REPORTE-REG FORMAT IS "MENSAJE"
           DISPLAY "CCA686 " W-MENSAJ.
      *----------------------------------------------------------------
      * APERTURA: PARAMETROS, ULTIMO USO POR USUARIO Y PROGRAMA,
      * GERENTES, FOTO DE LOS PERMISOS Y LISTADO POR REVISOR.
      *----------------------------------------------------------------
       GENERAR-CAMPANA.
           PERFORM LEER-PARAMETROS
           MOVE W-FECPRO   TO W-FECCAM
           MOVE W-FECPRO   TO LK219-FECHA1
           MOVE ZEROS      TO LK219-FECHA2
           MOVE ZEROS      TO LK219-FECHA3
           MOVE 1          TO LK219-TIPFMT
           MOVE 2          TO LK219-BASCLC
           MOVE W-DIAREV   TO LK219-NRODIA
           MOVE 2          TO LK219-INDDSP
           MOVE 9          TO LK219-DIASEM
           MOVE SPACES     TO LK219-NOMDIA
           MOVE SPACES     TO LK219-NOMMES
           MOVE ZEROS      TO LK219-CODRET
           MOVE SPACES     TO LK219-MSGERR
           MOVE 3          TO LK219-TIPOPR
           PERFORM CALL-PLT219
           MOVE LK219-FECHA3 TO W-FECLIM
           PERFORM ARMAR-ULTIMO-USO
           PERFORM CARGAR-GERENTES
           IF W-OFISEG = SPACES
              PERFORM BUSCAR-OFICIAL
           END-IF
           MOVE "NO"       TO CTL-CCAAUTFUN
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY OF REG-AUTFUN
           START CCAAUTFUN KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAAUTFUN
           END-START
           PERFORM REGISTRAR-PERMISO UNTIL FIN-CCAAUTFUN
           INITIALIZE REGRECCAM
           MOVE W-FECCAM  TO FECCAM OF REG-RECCAM
           MOVE W-FECLIM  TO FECLIM OF REG-RECCAM
           MOVE "A"       TO ESTADO OF REG-RECCAM
           MOVE W-CANGRA  TO CANGRA OF REG-RECCAM
           MOVE "CCA686"  TO USRGEN OF REG-RECCAM
           WRITE REG-RECCAM INVALID KEY
                 CONTINUE
           END-WRITE
           MOVE W-FECCAM TO FECCAM OF CCA686R-HEADER
           MOVE W-FECLIM TO FECLIM OF CCA686R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
           PERFORM LISTAR-POR-REVISOR.
      *----------------------------------------------------------------
       LEER-PARAMETROS.
           MOVE 98 TO CODTAB OF ZONA-CCATABLAS
           MOVE 0  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                IF CAMPO1 OF ZONA-CCATABLAS > ZEROS
                AND CAMPO1 OF ZONA-CCATABLAS < 1000
                   MOVE CAMPO1 OF ZONA-CCATABLAS TO W-DIAREV
                END-IF
                IF CAMPO2 OF ZONA-CCATABLAS (1:10) NOT = SPACES
                   MOVE CAMPO2 OF ZONA-CCATABLAS (1:10) TO W-OFISEG
                END-IF
                IF CAMPO2 OF ZONA-CCATABLAS (11:10) NOT = SPACES
                   MOVE CAMPO2 OF ZONA-CCATABLAS (11:10) TO W-REVOFI
                END-IF
           END-READ
           MOVE ZEROS TO W-NROARC
           MOVE 1     TO I
           PERFORM CARGAR-ARCHIVO UNTIL I > 99.
      *----------------------------------------------------------------
       CARGAR-ARCHIVO.
           MOVE 98 TO CODTAB OF ZONA-CCATABLAS
           MOVE I  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                IF CAMPO2 OF ZONA-CCATABLAS (1:10) NOT = SPACES
                   ADD 1 TO W-NROARC
                   MOVE CAMPO2 OF ZONA-CCATABLAS (1:10)
                                          TO T-CAMPO (W-NROARC)
                   MOVE CAMPO2 OF ZONA-CCATABLAS (11:8)
                                          TO T-PROGRA (W-NROARC)
                END-IF
           END-READ
           ADD 1 TO I.
      *----------------------------------------------------------------
      * ULTIMO USO DE CADA PROGRAMA POR CADA USUARIO, EN EL ARCHIVO DE
      * TRABAJO CCARECUSO. EN CCAAUDCON EL INTENTO NEGADO DE CCA519
      * LLEGA SIN CUENTA NI NIT Y NO ES USO.
      *----------------------------------------------------------------
       ARMAR-ULTIMO-USO.
           OPEN OUTPUT CCARECUSO.
           CLOSE       CCARECUSO.
           OPEN I-O    CCARECUSO.
           OPEN INPUT  CCAAUDCON.
           MOVE "NO"       TO CTL-CCAAUDCON
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY OF REG-AUDCON
           START CCAAUDCON KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAAUDCON
           END-START
           PERFORM LEER-ACCESO UNTIL FIN-CCAAUDCON
           CLOSE CCAAUDCON.
           CLOSE CCAGENAUD.
           OPEN INPUT  CCAGENAUD.
           MOVE "NO" TO CTL-CCAGENAUD
           PERFORM LEER-AUDITORIA UNTIL FIN-CCAGENAUD
           CLOSE CCAGENAUD.
           OPEN EXTEND CCAGENAUD.
      *----------------------------------------------------------------
       LEER-ACCESO.
           READ CCAAUDCON NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAAUDCON
           END-READ
           IF NO-FIN-CCAAUDCON
              IF CTANRO OF REG-AUDCON NOT = ZEROS
              OR NITCON OF REG-AUDCON NOT = ZEROS
                 MOVE USRCON OF REG-AUDCON TO W-USUARIO
                 MOVE PANTAL OF REG-AUDCON TO W-PROGRA
                 MOVE FECCON OF REG-AUDCON TO W-FECUSO
                 MOVE "C"                  TO W-ORIUSO
                 PERFORM ANOTAR-USO
              END-IF
           END-IF.
      *----------------------------------------------------------------
       LEER-AUDITORIA.
           READ CCAGENAUD NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAGENAUD
           END-READ
           IF NO-FIN-CCAGENAUD
              MOVE SPACES TO W-PROGRA
              MOVE 1      TO I
              PERFORM BUSCAR-ARCHIVO UNTIL I > W-NROARC
                                     OR    W-PROGRA NOT = SPACES
              IF W-PROGRA NOT = SPACES
                 MOVE PG-USRMOD OF CCAGENAUD TO W-USUARIO
                 MOVE PG-FECMOD OF CCAGENAUD TO W-FECUSO
                 MOVE "A"                        TO W-ORIUSO
                 PERFORM ANOTAR-USO
              END-IF
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-ARCHIVO.
           IF T-CAMPO (I) = PG-CAMPO OF CCAGENAUD
              MOVE T-PROGRA (I) TO W-PROGRA
           END-IF
           ADD 1 TO I.
      *----------------------------------------------------------------
       ANOTAR-USO.
           MOVE W-USUARIO TO USUARIO  OF REG-RECUSO
           MOVE W-PROGRA  TO PROGRAMA OF REG-RECUSO
           READ CCARECUSO INVALID KEY
                MOVE ZEROS TO W-EXISTE
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE
           END-READ
           IF NO-EXISTE
              MOVE W-FECUSO TO FULUSO OF REG-RECUSO
              MOVE W-ORIUSO TO ORIUSO OF REG-RECUSO
              WRITE REG-RECUSO
           ELSE
              IF W-FECUSO > FULUSO OF REG-RECUSO
                 MOVE W-FECUSO TO FULUSO OF REG-RECUSO
                 MOVE W-ORIUSO TO ORIUSO OF REG-RECUSO
                 REWRITE REG-RECUSO
              END-IF
           END-IF.
      *----------------------------------------------------------------
       CARGAR-GERENTES.
           MOVE ZEROS      TO W-NROGER
           MOVE "NO"       TO CTL-CCAEMPLEA
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY OF REG-EMPLEA
           START CCAEMPLEA KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAEMPLEA
           END-START
           PERFORM LEER-EMPLEADO UNTIL FIN-CCAEMPLEA.
      *----------------------------------------------------------------
       LEER-EMPLEADO.
           READ CCAEMPLEA NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAEMPLEA
           END-READ
           IF NO-FIN-CCAEMPLEA
              IF INDGER OF REG-EMPLEA = "S"
              AND ESTADO OF REG-EMPLEA = "A"
              AND W-NROGER < 999
                 ADD 1 TO W-NROGER
                 MOVE AGCEMP OF REG-EMPLEA TO T-AGCGER (W-NROGER)
                 MOVE USRID  OF REG-EMPLEA TO T-USRGER (W-NROGER)
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * SIN OFICIAL EN LA TABLA 98, EL PRIMER USUARIO (NO ROL) CON LA
      * FUNCION 00 DE CCA518 PERMITIDA.
      *----------------------------------------------------------------
       BUSCAR-OFICIAL.
           MOVE "NO"       TO CTL-CCAAUTFUN
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY OF REG-AUTFUN
           START CCAAUTFUN KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAAUTFUN
           END-START
           PERFORM LEER-OFICIAL UNTIL FIN-CCAAUTFUN
                                OR    W-OFISEG NOT = SPACES.
      *----------------------------------------------------------------
       LEER-OFICIAL.
           READ CCAAUTFUN NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAAUTFUN
           END-READ
           IF NO-FIN-CCAAUTFUN
              IF PROGRAMA OF REG-AUTFUN = "CCA518"
              AND FUNCIO OF REG-AUTFUN = "00"
              AND INDPER OF REG-AUTFUN = 1
              AND USUARIO OF REG-AUTFUN (1:1) NOT = "*"
                 MOVE USUARIO OF REG-AUTFUN TO W-OFISEG
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * SE RECERTIFICA TODO PERMISO (INDPER 1) QUE NO HAYA VENCIDO.
      *----------------------------------------------------------------
       REGISTRAR-PERMISO.
           READ CCAAUTFUN NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAAUTFUN
           END-READ
           IF NO-FIN-CCAAUTFUN
              IF INDPER OF REG-AUTFUN = 1
              AND (FECFIN OF REG-AUTFUN = ZEROS
                   OR FECFIN OF REG-AUTFUN NOT < W-FECPRO)
                 PERFORM ASIGNAR-REVISOR
                 INITIALIZE REGRECDET
                 MOVE W-FECCAM              TO FECCAM OF REG-RECDET
                 MOVE USUARIO  OF REG-AUTFUN TO USUARIO  OF REG-RECDET
                 MOVE PROGRAMA OF REG-AUTFUN TO PROGRAMA OF REG-RECDET
                 MOVE FUNCIO   OF REG-AUTFUN TO FUNCIO   OF REG-RECDET
                 MOVE W-USRREV              TO USRREV OF REG-RECDET
                 MOVE INDPER OF REG-AUTFUN  TO INDPER OF REG-RECDET
                 MOVE FECINI OF REG-AUTFUN  TO FECINI OF REG-RECDET
                 MOVE FECFIN OF REG-AUTFUN  TO FECFIN OF REG-RECDET
                 MOVE USUARIO  OF REG-AUTFUN TO USUARIO  OF REG-RECUSO
                 MOVE PROGRAMA OF REG-AUTFUN TO PROGRAMA OF REG-RECUSO
                 READ CCARECUSO INVALID KEY
                      ADD 1 TO W-CANNUN
                 NOT INVALID KEY
                      MOVE FULUSO OF REG-RECUSO TO FULUSO OF REG-RECDET
                      MOVE ORIUSO OF REG-RECUSO TO ORIUSO OF REG-RECDET
                 END-READ
                 WRITE REG-RECDET INVALID KEY
                       CONTINUE
                 NOT INVALID KEY
                       ADD 1 TO W-CANGRA PC504-CANTREG
                 END-WRITE
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * REVISOR: EL GERENTE DE LA AGENCIA DEL USUARIO, SI NO ES EL
      * MISMO; SI NO, EL OFICIAL DE SEGURIDAD; LOS DEL OFICIAL, EL
      * REVISOR DE LA TABLA 98.
      *----------------------------------------------------------------
       ASIGNAR-REVISOR.
           MOVE SPACES TO W-USRREV
           MOVE USUARIO OF REG-AUTFUN TO USRID OF REG-EMPLEA
           READ CCAEMPLEA NOT INVALID KEY
                IF ESTADO OF REG-EMPLEA = "A"
                   MOVE AGCEMP OF REG-EMPLEA TO W-AGCUSR
                   MOVE 1 TO I
                   PERFORM BUSCAR-GERENTE UNTIL I > W-NROGER
                                          OR    W-USRREV NOT = SPACES
                END-IF
           END-READ
           IF W-USRREV = USUARIO OF REG-AUTFUN
              MOVE SPACES TO W-USRREV
           END-IF
           IF W-USRREV = SPACES
              MOVE W-OFISEG TO W-USRREV
           END-IF
           IF W-USRREV = USUARIO OF REG-AUTFUN
           OR W-USRREV = SPACES
              MOVE W-REVOFI TO W-USRREV
           END-IF.
      *----------------------------------------------------------------
       BUSCAR-GERENTE.
           IF T-AGCGER (I) = W-AGCUSR
              MOVE T-USRGER (I) TO W-USRREV
           END-IF
           ADD 1 TO I.
      *----------------------------------------------------------------
      * CIERRE: LO QUE NADIE REVISO SE SUSPENDE EN CCAAUTFUN (QUEDA
      * NEGADO, INDPER 0, PARA QUE EL OFICIAL LO REACTIVE SI APLICA).
      *----------------------------------------------------------------
       CERRAR-CAMPANA.
           MOVE "NO"       TO CTL-CCARECDET
           MOVE W-FECCAM   TO FECCAM OF REG-RECDET
           MOVE LOW-VALUES TO USUARIO  OF REG-RECDET
                              PROGRAMA OF REG-RECDET
                              FUNCIO   OF REG-RECDET
           START CCARECDET KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCARECDET
           END-START
           PERFORM REVISAR-PERMISO UNTIL FIN-CCARECDET
           MOVE W-FECCAM TO FECCAM OF REG-RECCAM
           READ CCARECCAM INVALID KEY
                MOVE ZEROS TO W-EXISTE
           NOT INVALID KEY
                MOVE 1     TO W-EXISTE
           END-READ
           IF SI-EXISTE
              MOVE "C"       TO ESTADO OF REG-RECCAM
              MOVE W-CANGRA  TO CANGRA OF REG-RECCAM
              MOVE W-CANMAN  TO CANMAN OF REG-RECCAM
              MOVE W-CANRVC  TO CANRVC OF REG-RECCAM
              MOVE W-CANSUS  TO CANSUS OF REG-RECCAM
              MOVE W-FECPRO  TO FECCIE OF REG-RECCAM
              REWRITE REG-RECCAM
              MOVE FECLIM OF REG-RECCAM TO FECLIM OF CCA686R-HEADER
           END-IF
           MOVE W-FECCAM TO FECCAM OF CCA686R-HEADER
           WRITE REPORTE-REG FORMAT IS "HEADER"
           PERFORM LISTAR-POR-REVISOR.
      *----------------------------------------------------------------
       REVISAR-PERMISO.
           READ CCARECDET NEXT RECORD AT END
                MOVE "SI" TO CTL-CCARECDET
           END-READ
           IF NO-FIN-CCARECDET
              IF FECCAM OF REG-RECDET NOT = W-FECCAM
                 MOVE "SI" TO CTL-CCARECDET
              ELSE
                 ADD 1 TO W-CANGRA
                 IF FULUSO OF REG-RECDET = ZEROS
                    ADD 1 TO W-CANNUN
                 END-IF
                 EVALUATE DECISI OF REG-RECDET
                    WHEN "M"
                         ADD 1 TO W-CANMAN
                    WHEN "R"
                         ADD 1 TO W-CANRVC
                    WHEN OTHER
                         PERFORM SUSPENDER-PERMISO
                 END-EVALUATE
              END-IF
           END-IF.
      *----------------------------------------------------------------
       SUSPENDER-PERMISO.
           MOVE USUARIO  OF REG-RECDET TO USUARIO  OF REG-AUTFUN
           MOVE PROGRAMA OF REG-RECDET TO PROGRAMA OF REG-AUTFUN
           MOVE FUNCIO   OF REG-RECDET TO FUNCIO   OF REG-AUTFUN
           READ CCAAUTFUN NOT INVALID KEY
                IF INDPER OF REG-AUTFUN = 1
                   MOVE 0          TO INDPER OF REG-AUTFUN
                   MOVE "CCA686"   TO USRMOD OF REG-AUTFUN
                   MOVE W-FECPRO   TO FECMOD OF REG-AUTFUN
                   REWRITE REG-AUTFUN
                   PERFORM GRABAR-CCAGENAUD
                END-IF
           END-READ
           MOVE "S"      TO DECISI OF REG-RECDET
           MOVE "CCA686" TO USRDEC OF REG-RECDET
           MOVE W-FECPRO TO FECDEC OF REG-RECDET
                            FECAPL OF REG-RECDET
           REWRITE REG-RECDET
           ADD 1 TO W-CANSUS PC504-CANTREG.
      *----------------------------------------------------------------
       GRABAR-CCAGENAUD.
           INITIALIZE REGGENAUD
           MOVE PA-CODEMP             TO PG-CODCIA OF CCAGENAUD
           MOVE "CCAAUTFUN"           TO PG-CAMPO  OF CCAGENAUD
           STRING USUARIO OF REG-AUTFUN PROGRAMA OF REG-AUTFUN
                  FUNCIO OF REG-AUTFUN
                  DELIMITED BY SIZE
                  INTO PG-VLRANT OF CCAGENAUD
           STRING "S PERMISO 0 RECERTIFICACION"
                  DELIMITED BY SIZE
                  INTO PG-VLRNVO OF CCAGENAUD
           MOVE "CCA686"              TO PG-USRMOD OF CCAGENAUD
           MOVE W-FECPRO              TO PG-FECMOD OF CCAGENAUD
           ACCEPT PG-HORMOD OF CCAGENAUD FROM TIME
           WRITE REG-CCAGENAUD.
      *----------------------------------------------------------------
      * LISTADO DE LA CAMPAÑA POR REVISOR (VISTA LOGICA CCARECDET1).
      *----------------------------------------------------------------
       LISTAR-POR-REVISOR.
           MOVE SPACES     TO W-USRANT
           MOVE ZEROS      TO W-CANREV
           MOVE "NO"       TO CTL-CCARECDET
           MOVE W-FECCAM   TO FECCAM OF REG-RECDET1
           MOVE LOW-VALUES TO USRREV   OF REG-RECDET1
                              USUARIO  OF REG-RECDET1
                              PROGRAMA OF REG-RECDET1
                              FUNCIO   OF REG-RECDET1
           START CCARECDET1 KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCARECDET
           END-START
           PERFORM LISTAR-PERMISO UNTIL FIN-CCARECDET
           IF W-USRANT NOT = SPACES
              PERFORM CERRAR-REVISOR
           END-IF.
      *----------------------------------------------------------------
       LISTAR-PERMISO.
           READ CCARECDET1 NEXT RECORD AT END
                MOVE "SI" TO CTL-CCARECDET
           END-READ
           IF NO-FIN-CCARECDET
              IF FECCAM OF REG-RECDET1 NOT = W-FECCAM
                 MOVE "SI" TO CTL-CCARECDET
              END-IF
           END-IF
           IF NO-FIN-CCARECDET
              IF USRREV OF REG-RECDET1 NOT = W-USRANT
                 IF W-USRANT NOT = SPACES
                    PERFORM CERRAR-REVISOR
                 END-IF
                 PERFORM ABRIR-REVISOR
              END-IF
              INITIALIZE CCA686R-DETALLE
              MOVE USUARIO  OF REG-RECDET1 TO USUARIO  OF
                                              CCA686R-DETALLE
              MOVE PROGRAMA OF REG-RECDET1 TO PROGRAMA OF
                                              CCA686R-DETALLE
              MOVE FUNCIO   OF REG-RECDET1 TO FUNCIO   OF
                                              CCA686R-DETALLE
              MOVE FECINI OF REG-RECDET1 TO FECINI OF CCA686R-DETALLE
              MOVE FECFIN OF REG-RECDET1 TO FECFIN OF CCA686R-DETALLE
              MOVE FULUSO OF REG-RECDET1 TO FULUSO OF CCA686R-DETALLE
              MOVE ORIUSO OF REG-RECDET1 TO ORIUSO OF CCA686R-DETALLE
              MOVE DECISI OF REG-RECDET1 TO DECISI OF CCA686R-DETALLE
              MOVE USRDEC OF REG-RECDET1 TO USRDEC OF CCA686R-DETALLE
              MOVE FECDEC OF REG-RECDET1 TO FECDEC OF CCA686R-DETALLE
              MOVE USUARIO OF REG-RECDET1 TO USRID OF REG-EMPLEA
              READ CCAEMPLEA
                   INVALID KEY
                      MOVE SPACES TO NOMUSR OF CCA686R-DETALLE
                   NOT INVALID KEY
                      MOVE NOMEMP OF REG-EMPLEA TO NOMUSR OF
                                                   CCA686R-DETALLE
              END-READ
              WRITE REPORTE-REG FORMAT IS "DETALLE"
              ADD 1 TO W-CANREV
           END-IF.
      *----------------------------------------------------------------
       ABRIR-REVISOR.
           MOVE USRREV OF REG-RECDET1 TO W-USRANT
           MOVE ZEROS                 TO W-CANREV
           INITIALIZE CCA686R-REVISOR
           MOVE W-USRANT              TO USRREV OF CCA686R-REVISOR
           MOVE W-USRANT              TO USRID  OF REG-EMPLEA
           READ CCAEMPLEA NOT INVALID KEY
                MOVE NOMEMP OF REG-EMPLEA TO NOMREV OF CCA686R-REVISOR
                MOVE AGCEMP OF REG-EMPLEA TO AGCREV OF CCA686R-REVISOR
           END-READ
           WRITE REPORTE-REG FORMAT IS "REVISOR".
      *----------------------------------------------------------------
       CERRAR-REVISOR.
           INITIALIZE CCA686R-TOTREV
           MOVE W-CANREV TO CANREV OF CCA686R-TOTREV
           WRITE REPORTE-REG FORMAT IS "TOTREV".
      *----------------------------------------------------------------
       CALL-PLT219.
           CALL "PLT219" USING PA-CODEMP
                               LK219-FECHA1
                               LK219-FECHA2
                               LK219-FECHA3
                               LK219-TIPFMT
                               LK219-BASCLC
                               LK219-NRODIA
                               LK219-INDDSP
                               LK219-DIASEM
                               LK219-NOMDIA
                               LK219-NOMMES
                               LK219-CODRET
                               LK219-MSGERR
                               LK219-TIPOPR.
      *----------------------------------------------------------------
       TERMINAR.
           INITIALIZE CCA686R-TOTALES
           MOVE W-CANGRA TO CANGRA OF CCA686R-TOTALES
           MOVE W-CANMAN TO CANMAN OF CCA686R-TOTALES
           MOVE W-CANRVC TO CANRVC OF CCA686R-TOTALES
           MOVE W-CANSUS TO CANSUS OF CCA686R-TOTALES
           MOVE W-CANNUN TO CANNUN OF CCA686R-TOTALES
           WRITE REPORTE-REG FORMAT IS "TOTALES"
           DISPLAY "CCA686 PERMISOS EN LA CAMPANA.....: " W-CANGRA
           DISPLAY "CCA686 PERMISOS SUSPENDIDOS.......: " W-CANSUS
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
           CLOSE CCAAUTFUN CCARECCAM CCARECDET CCARECDET1 CCAEMPLEA
                 CCATABLAS CCAGENAUD REPORTE.
           IF MODO-GENERACION
              CLOSE CCARECUSO
           END-IF.
           STOP RUN.
