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
       PROGRAM-ID.    CCA678.
      ******************************************************************
      * FUNCION: COMPARADOR DE CORRIDAS PARALELAS. CUANDO SE CAMBIA UN *
      *          PROGRAMA DE LA CADENA, O SE USA EL REPROCESO          *
      *          HISTORICO, DEMUESTRA QUE LA SALIDA NUEVA CASA CON LA  *
      *          ORIGINAL SALVO DONDE SE QUISO CAMBIAR.                *
      *          PARAMETROS: PAR-ARCHIVO (CCAMAEAHO, CCACAUSAC,        *
      *          CCAMOVINT, PLTTRNMON O CCAHISTOR), PAR-BIBANT Y       *
      *          PAR-BIBNVO (BIBLIOTECAS DE LA GENERACION ORIGINAL Y   *
      *          DE LA NUEVA) Y PAR-FECFIL (FECHA DE LOS MOVIMIENTOS   *
      *          A COMPARAR: FORIGE EN CCAMOVINT/CCAHISTOR, FECPRO EN  *
      *          PLTTRNMON; EN CEROS, TODOS).                          *
      *          LAS DOS GENERACIONES SE CARGAN EN CCACMPWRK POR LLAVE *
      *          DE CASE (LA CUENTA EN EL MAESTRO Y LA CAUSACION; LA   *
      *          CUENTA MAS FECHA, CONSECUTIVO, SECUENCIA, CODIGO Y    *
      *          NATURALEZA EN LOS MOVIMIENTOS; LA TRANSACCION EN      *
      *          PLTTRNMON) Y SE CASAN; CADA PAREJA SE COMPARA CAMPO A *
      *          CAMPO. CCACMPPAR (ARCHIVO + CAMPO) DA LA TOLERANCIA   *
      *          DE LOS CAMPOS NUMERICOS CON DECIMALES Y LOS CAMPOS    *
      *          EXCLUIDOS (INDEXC = S).                               *
      *          REPORTE CCA678R: CADA DIFERENCIA (CAMPO DISTINTO,     *
      *          REGISTRO FALTANTE O SOBRANTE EN LA CORRIDA NUEVA),    *
      *          CONTEO POR CAMPO Y PRODUCTO, Y TOTALES.               *
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
      *    LOS ARCHIVOS COMPARADOS SE LEEN EN ORDEN DE LLEGADA, CON
      *    OVRDBF A LA BIBLIOTECA DE CADA GENERACION.
           SELECT CCAMAEAHO
               ASSIGN          TO DATABASE-CCAMAEAHO
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCACAUSAC
               ASSIGN          TO DATABASE-CCACAUSAC
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAMOVINT
               ASSIGN          TO DATABASE-CCAMOVINT
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT PLTTRNMON
               ASSIGN          TO DATABASE-PLTTRNMON
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCAHISTOR
               ASSIGN          TO DATABASE-CCAHISTOR
               ORGANIZATION    IS SEQUENTIAL
               ACCESS MODE     IS SEQUENTIAL.
      *
           SELECT CCACMPWRK
               ASSIGN          TO DATABASE-CCACMPWRK
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCACMPPAR
               ASSIGN          TO DATABASE-CCACMPPAR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA678R
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
       FD  CCACAUSAC
           LABEL RECORDS ARE STANDARD.
       01  REG-CAUSAC.
           COPY DDS-ALL-FORMATS OF CCACAUSAC.
      *
       FD  CCAMOVINT
           LABEL RECORDS ARE STANDARD.
       01  REG-MOVINT.
           COPY DDS-ALL-FORMATS OF CCAMOVINT.
      *
       FD  PLTTRNMON
           LABEL RECORDS ARE STANDARD.
       01  REG-PLTTRNMON.
           COPY DDS-ALL-FORMATS OF PLTTRNMON.
      *
       FD  CCAHISTOR
           LABEL RECORDS ARE STANDARD.
       01  REG-HISTOR.
           COPY DDS-ALL-FORMATS OF CCAHISTOR.
      *
       FD  CCACMPWRK
           LABEL RECORDS ARE STANDARD.
       01  REG-CMPWRK.
           COPY DDS-ALL-FORMATS OF CCACMPWRK.
      *
       FD  CCACMPPAR
           LABEL RECORDS ARE STANDARD.
       01  REG-CMPPAR.
           COPY DDS-ALL-FORMATS OF CCACMPPAR.
      *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
           COPY DDS-ALL-FORMATS OF CCA678R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  I                           PIC 9(04)          VALUE ZEROS.
       77  J                           PIC 9(04)          VALUE ZEROS.
       77  K                           PIC 9(04)          VALUE ZEROS.
      *
       01  W-TIPARC                    PIC 9(01) VALUE ZEROS.
           88  ARCHIVO-MAEAHO                    VALUE 1.
           88  ARCHIVO-CAUSAC                    VALUE 2.
           88  ARCHIVO-MOVINT                    VALUE 3.
           88  ARCHIVO-TRNMON                    VALUE 4.
           88  ARCHIVO-HISTOR                    VALUE 5.
           88  ARCHIVO-VALIDO                    VALUE 1 THRU 5.
       01  W-GENER                     PIC 9(01) VALUE ZEROS.
       01  W-BIBLIO                    PIC X(10) VALUE SPACES.
       01  W-FECFIL                    PIC 9(08) VALUE ZEROS.
       01  W-INCLUIR                   PIC 9(01) VALUE ZEROS.
           88  REGISTRO-INCLUIDO                 VALUE 1.
       01  W-GRABADO                   PIC 9(01) VALUE ZEROS.
           88  REGISTRO-GRABADO                  VALUE 1.
       01  W-DIFERENTE                 PIC 9(01) VALUE ZEROS.
           88  REGISTRO-DIFERENTE                VALUE 1.
      *
      * REGISTRO LEIDO: LLAVE DE CASE, PRODUCTO Y DATOS.
       01  W-LLAVE                     PIC X(62) VALUE SPACES.
       01  W-CODPRO                    PIC 9(03) VALUE ZEROS.
       01  W-DATOS                     PIC X(1152) VALUE SPACES.
       01  W-LLAVE-MOVIMIENTO.
           05  W-LM-CUENTA             PIC X(31).
           05  W-LM-FORIGE             PIC 9(08).
           05  W-LM-CNSTRN             PIC 9(09).
           05  W-LM-SECUEN             PIC 9(07).
           05  W-LM-CODTRA             PIC 9(05).
           05  W-LM-DEBCRE             PIC 9(01).
       01  W-LLAVE-TRNMON.
           05  W-LT-CODEMP             PIC 9(05).
           05  W-LT-FECPRO             PIC 9(08).
           05  W-LT-NROTRN             PIC 9(09).
           05  W-LT-CNSTRN             PIC 9(09).
           05  W-LT-TIPMOV             PIC 9(01).
           05  W-LT-CODTRN             PIC 9(05).
           05  W-LT-CODPRO             PIC 9(03).
           05  W-LT-AGCDST             PIC 9(05).
           05  W-LT-CTANRO             PIC 9(17).
      *
      * REGISTRO DE LA GENERACION ORIGINAL QUE ESPERA SU PAREJA.
       01  W-PENDIENTE                 PIC 9(01) VALUE ZEROS.
           88  HAY-PENDIENTE                     VALUE 1.
       01  W-LLAVE-ANT                 PIC X(62) VALUE SPACES.
       01  W-ORDEN-ANT                 PIC 9(05) VALUE ZEROS.
       01  W-CODPRO-ANT                PIC 9(03) VALUE ZEROS.
       01  W-DATOS-ANT                 PIC X(1152) VALUE SPACES.
      *
      * VALORES NUMERICOS: EL CAMPO ZONADO SE LLEVA SIN DECIMALES A
      * UN S9(18); LA TOLERANCIA SE LLEVA A LA MISMA ESCALA.
       01  W-NUM-X                     PIC X(18) JUSTIFIED RIGHT.
       01  W-NUM-N                     REDEFINES W-NUM-X
                                       PIC S9(18).
       01  W-NUMANT                    PIC S9(18)     VALUE ZEROS.
       01  W-NUMNVO                    PIC S9(18)     VALUE ZEROS.
       01  W-DIFUNI                    PIC S9(18)     VALUE ZEROS.
       01  W-VALEDI                    PIC S9(13)V9(05) VALUE ZEROS.
       01  W-EDITADO                   PIC -Z(12)9.9(05).
       01  W-VALANT                    PIC X(26) VALUE SPACES.
       01  W-VALNVO                    PIC X(26) VALUE SPACES.
       01  TABLA-POTENCIAS.
           05  FILLER                  PIC 9(08) VALUE 1.
           05  FILLER                  PIC 9(08) VALUE 10.
           05  FILLER                  PIC 9(08) VALUE 100.
           05  FILLER                  PIC 9(08) VALUE 1000.
           05  FILLER                  PIC 9(08) VALUE 10000.
           05  FILLER                  PIC 9(08) VALUE 100000.
           05  FILLER                  PIC 9(08) VALUE 1000000.
           05  FILLER                  PIC 9(08) VALUE 10000000.
       01  R-TABLA-POTENCIAS           REDEFINES TABLA-POTENCIAS.
           05  POT-VALOR               PIC 9(08) OCCURS 8 TIMES.
      *
      * DEFINICION DE CAMPOS DE CADA ARCHIVO: NOMBRE X(10), POSICION
      * 9(4), LONGITUD 9(3), TIPO X(1) (N = NUMERICO CON SIGNO O
      * DECIMALES, SE COMPARA CON TOLERANCIA; X = SE COMPARA TAL
      * CUAL) Y DECIMALES 9(1). DEBE SEGUIR LAS DDS DEL ARCHIVO.
      * CAMPOS DE CCAMAEAHO (FUERA DE LA LLAVE).
       01  TABLA-CAMPOS-MAEAHO.
           05  FILLER  PIC X(19) VALUE "NITCTA    0032015X0".
           05  FILLER  PIC X(19) VALUE "NITCT2    0047015X0".
           05  FILLER  PIC X(19) VALUE "NITCT3    0062015X0".
           05  FILLER  PIC X(19) VALUE "DESCRI    0077050X0".
           05  FILLER  PIC X(19) VALUE "TIPCTA    0127001X0".
           05  FILLER  PIC X(19) VALUE "REGION    0128003X0".
           05  FILLER  PIC X(19) VALUE "SEGMEN    0131003X0".
           05  FILLER  PIC X(19) VALUE "CODNDI    0134003X0".
           05  FILLER  PIC X(19) VALUE "RESPON    0137005X0".
           05  FILLER  PIC X(19) VALUE "FAPERT    0142008X0".
           05  FILLER  PIC X(19) VALUE "FCIERR    0150008X0".
           05  FILLER  PIC X(19) VALUE "FULMOV    0158008X0".
           05  FILLER  PIC X(19) VALUE "FULTRE    0166008X0".
           05  FILLER  PIC X(19) VALUE "FPULRE    0174008X0".
           05  FILLER  PIC X(19) VALUE "SALACT    0182015N2".
           05  FILLER  PIC X(19) VALUE "SALANT    0197015N2".
           05  FILLER  PIC X(19) VALUE "SALCON    0212015N2".
           05  FILLER  PIC X(19) VALUE "SALULR    0227015N2".
           05  FILLER  PIC X(19) VALUE "SALPUR    0242015N2".
           05  FILLER  PIC X(19) VALUE "DEP24     0257015N2".
           05  FILLER  PIC X(19) VALUE "DEP48     0272015N2".
           05  FILLER  PIC X(19) VALUE "DEP72     0287015N2".
           05  FILLER  PIC X(19) VALUE "CREDIA    0302015N2".
           05  FILLER  PIC X(19) VALUE "DEBDIA    0317015N2".
           05  FILLER  PIC X(19) VALUE "ACUCRE    0332015N2".
           05  FILLER  PIC X(19) VALUE "ACUDEB    0347015N2".
           05  FILLER  PIC X(19) VALUE "VALCOB    0362015N2".
           05  FILLER  PIC X(19) VALUE "VLRPIG    0377015N2".
           05  FILLER  PIC X(19) VALUE "INTREM    0392015N2".
           05  FILLER  PIC X(19) VALUE "RETREM    0407015N2".
           05  FILLER  PIC X(19) VALUE "INDBAJ    0422001X0".
           05  FILLER  PIC X(19) VALUE "MOTBAJ    0423002X0".
           05  FILLER  PIC X(19) VALUE "INDBLO    0425001X0".
           05  FILLER  PIC X(19) VALUE "CODBLO    0426002X0".
           05  FILLER  PIC X(19) VALUE "INDINA    0428001X0".
           05  FILLER  PIC X(19) VALUE "CODINA    0429002X0".
           05  FILLER  PIC X(19) VALUE "INDFAL    0431001X0".
           05  FILLER  PIC X(19) VALUE "CODFAL    0432002X0".
           05  FILLER  PIC X(19) VALUE "INDEMB    0434001X0".
           05  FILLER  PIC X(19) VALUE "CODEMB    0435002X0".
           05  FILLER  PIC X(19) VALUE "INDINV    0437001X0".
           05  FILLER  PIC X(19) VALUE "CODINV    0438002X0".
           05  FILLER  PIC X(19) VALUE "INDFIC    0440001X0".
           05  FILLER  PIC X(19) VALUE "INDRAP    0441001X0".
           05  FILLER  PIC X(19) VALUE "INDCBC    0442001X0".
           05  FILLER  PIC X(19) VALUE "INDCNN    0443001X0".
           05  FILLER  PIC X(19) VALUE "INDSVB    0444001X0".
           05  FILLER  PIC X(19) VALUE "IND003    0445001X0".
           05  FILLER  PIC X(19) VALUE "COD001    0446002X0".
           05  FILLER  PIC X(19) VALUE "CTAMEG    0448001X0".
           05  FILLER  PIC X(19) VALUE "PLNINT    0449005X0".
           05  FILLER  PIC X(19) VALUE "PUNADI    0454007N4".
           05  FILLER  PIC X(19) VALUE "FINSOB    0461008X0".
           05  FILLER  PIC X(19) VALUE "NRODSO    0469005X0".
           05  FILLER  PIC X(19) VALUE "DDSBGO    0474005X0".
           05  FILLER  PIC X(19) VALUE "TABSAL    0479572X0".
           05  FILLER  PIC X(19) VALUE "INDENV    1051001X0".
           05  FILLER  PIC X(19) VALUE "INDDVC    1052001X0".
           05  FILLER  PIC X(19) VALUE "LIBRE     1053100X0".
       01  R-TABLA-CAMPOS-MAEAHO     REDEFINES TABLA-CAMPOS-MAEAHO.
           05  MAE-ENT    PIC X(19) OCCURS 59 TIMES.
      * CAMPOS DE CCACAUSAC (FUERA DE LA LLAVE).
       01  TABLA-CAMPOS-CAUSAC.
           05  FILLER  PIC X(19) VALUE "FORIGE    0032008X0".
           05  FILLER  PIC X(19) VALUE "SALACT    0040015N2".
           05  FILLER  PIC X(19) VALUE "VALCAU    0055015N2".
           05  FILLER  PIC X(19) VALUE "VLRRET    0070015N2".
           05  FILLER  PIC X(19) VALUE "EQUEFE    0085011N7".
           05  FILLER  PIC X(19) VALUE "INDMRT    0096002X0".
           05  FILLER  PIC X(19) VALUE "BASCAL    0098003X0".
       01  R-TABLA-CAMPOS-CAUSAC     REDEFINES TABLA-CAMPOS-CAUSAC.
           05  CAU-ENT    PIC X(19) OCCURS 7 TIMES.
      * CAMPOS DE CCAMOVINT (FUERA DE LA CUENTA).
       01  TABLA-CAMPOS-MOVINT.
           05  FILLER  PIC X(19) VALUE "FORIGE    0032008X0".
           05  FILLER  PIC X(19) VALUE "FVALOR    0040008X0".
           05  FILLER  PIC X(19) VALUE "CODTRA    0048005X0".
           05  FILLER  PIC X(19) VALUE "DEBCRE    0053001X0".
           05  FILLER  PIC X(19) VALUE "IMPORT    0054015N2".
           05  FILLER  PIC X(19) VALUE "FECVAL    0069002X0".
           05  FILLER  PIC X(19) VALUE "TIPVAL    0071002X0".
           05  FILLER  PIC X(19) VALUE "ESTTRN    0073001X0".
           05  FILLER  PIC X(19) VALUE "AGCORI    0074005X0".
           05  FILLER  PIC X(19) VALUE "NROREF    0079015X0".
           05  FILLER  PIC X(19) VALUE "NRONIT    0094015X0".
           05  FILLER  PIC X(19) VALUE "NROPRD    0109017X0".
           05  FILLER  PIC X(19) VALUE "NROBNV    0126005X0".
           05  FILLER  PIC X(19) VALUE "INFDEP    0131030X0".
           05  FILLER  PIC X(19) VALUE "INFPRD    0161060X0".
           05  FILLER  PIC X(19) VALUE "USRING    0221010X0".
           05  FILLER  PIC X(19) VALUE "CODCAJ    0231010X0".
           05  FILLER  PIC X(19) VALUE "INDCNJ    0241001X0".
           05  FILLER  PIC X(19) VALUE "INDPAT    0242001X0".
           05  FILLER  PIC X(19) VALUE "CNSTRN    0243009X0".
           05  FILLER  PIC X(19) VALUE "SECUEN    0252007X0".
           05  FILLER  PIC X(19) VALUE "CODER1    0259002X0".
           05  FILLER  PIC X(19) VALUE "CODER2    0261002X0".
           05  FILLER  PIC X(19) VALUE "CODER3    0263002X0".
       01  R-TABLA-CAMPOS-MOVINT     REDEFINES TABLA-CAMPOS-MOVINT.
           05  MOV-ENT    PIC X(19) OCCURS 24 TIMES.
      * CAMPOS DE PLTTRNMON.
       01  TABLA-CAMPOS-TRNMON.
           05  FILLER  PIC X(19) VALUE "CODEMP    0001005X0".
           05  FILLER  PIC X(19) VALUE "CODMON    0006003X0".
           05  FILLER  PIC X(19) VALUE "CODSIS    0009003X0".
           05  FILLER  PIC X(19) VALUE "CODPRO    0012003X0".
           05  FILLER  PIC X(19) VALUE "CODTRN    0015005X0".
           05  FILLER  PIC X(19) VALUE "AGCORI    0020005X0".
           05  FILLER  PIC X(19) VALUE "AGCDST    0025005X0".
           05  FILLER  PIC X(19) VALUE "CTANRO    0030017X0".
           05  FILLER  PIC X(19) VALUE "NROPRD    0047017X0".
           05  FILLER  PIC X(19) VALUE "VLRTRN    0064015N2".
           05  FILLER  PIC X(19) VALUE "FECPRO    0079008X0".
           05  FILLER  PIC X(19) VALUE "FECEFE    0087008X0".
           05  FILLER  PIC X(19) VALUE "HORTRN    0095006X0".
           05  FILLER  PIC X(19) VALUE "TIPMOV    0101001X0".
           05  FILLER  PIC X(19) VALUE "MEDPAG    0102002X0".
           05  FILLER  PIC X(19) VALUE "ESTTRN    0104001X0".
           05  FILLER  PIC X(19) VALUE "USRING    0105010X0".
           05  FILLER  PIC X(19) VALUE "NROREF    0115015X0".
           05  FILLER  PIC X(19) VALUE "NRONIT    0130015X0".
           05  FILLER  PIC X(19) VALUE "INFDEP    0145030X0".
           05  FILLER  PIC X(19) VALUE "INFPRD    0175060X0".
           05  FILLER  PIC X(19) VALUE "NROTRN    0235009X0".
           05  FILLER  PIC X(19) VALUE "CNSTRN    0244009X0".
           05  FILLER  PIC X(19) VALUE "AGCOPR    0253005X0".
           05  FILLER  PIC X(19) VALUE "NROOPR    0258009X0".
           05  FILLER  PIC X(19) VALUE "INDCNJ    0267001X0".
           05  FILLER  PIC X(19) VALUE "INDPAT    0268001X0".
           05  FILLER  PIC X(19) VALUE "IND101    0269001X0".
           05  FILLER  PIC X(19) VALUE "NROBNV    0270005X0".
           05  FILLER  PIC X(19) VALUE "CODOPE    0275003X0".
           05  FILLER  PIC X(19) VALUE "CODEMS    0278003X0".
           05  FILLER  PIC X(19) VALUE "CODBAN    0281003X0".
           05  FILLER  PIC X(19) VALUE "CONSEC    0284009X0".
           05  FILLER  PIC X(19) VALUE "DIS001    0293010X0".
           05  FILLER  PIC X(19) VALUE "DIS002    0303010X0".
           05  FILLER  PIC X(19) VALUE "CAUANU    0313002X0".
       01  R-TABLA-CAMPOS-TRNMON     REDEFINES TABLA-CAMPOS-TRNMON.
           05  TRN-ENT    PIC X(19) OCCURS 36 TIMES.
      * CAMPOS DE CCAHISTOR (FUERA DE LA CUENTA).
       01  TABLA-CAMPOS-HISTOR.
           05  FILLER  PIC X(19) VALUE "FORIGE    0032008X0".
           05  FILLER  PIC X(19) VALUE "FVALOR    0040008X0".
           05  FILLER  PIC X(19) VALUE "CODTRA    0048005X0".
           05  FILLER  PIC X(19) VALUE "DEBCRE    0053001X0".
           05  FILLER  PIC X(19) VALUE "IMPORT    0054015N2".
           05  FILLER  PIC X(19) VALUE "FECVAL    0069002X0".
           05  FILLER  PIC X(19) VALUE "TIPVAL    0071002X0".
           05  FILLER  PIC X(19) VALUE "ESTTRN    0073001X0".
           05  FILLER  PIC X(19) VALUE "AGCORI    0074005X0".
           05  FILLER  PIC X(19) VALUE "NROREF    0079015X0".
           05  FILLER  PIC X(19) VALUE "NRONIT    0094015X0".
           05  FILLER  PIC X(19) VALUE "NROPRD    0109017X0".
           05  FILLER  PIC X(19) VALUE "NROBNV    0126005X0".
           05  FILLER  PIC X(19) VALUE "INFDEP    0131030X0".
           05  FILLER  PIC X(19) VALUE "INFPRD    0161060X0".
           05  FILLER  PIC X(19) VALUE "USRING    0221010X0".
           05  FILLER  PIC X(19) VALUE "CODCAJ    0231010X0".
           05  FILLER  PIC X(19) VALUE "INDCNJ    0241001X0".
           05  FILLER  PIC X(19) VALUE "INDPAT    0242001X0".
           05  FILLER  PIC X(19) VALUE "CNSTRN    0243009X0".
           05  FILLER  PIC X(19) VALUE "SECUEN    0252007X0".
           05  FILLER  PIC X(19) VALUE "CODER1    0259002X0".
           05  FILLER  PIC X(19) VALUE "CODER2    0261002X0".
           05  FILLER  PIC X(19) VALUE "CODER3    0263002X0".
       01  R-TABLA-CAMPOS-HISTOR     REDEFINES TABLA-CAMPOS-HISTOR.
           05  HIS-ENT    PIC X(19) OCCURS 24 TIMES.
      *
      * CAMPOS DEL ARCHIVO EN COMPARACION, CON SU PARAMETRO.
       77  W-CANCAM                    PIC 9(03)          VALUE ZEROS.
       01  TABLA-CAMPOS.
           05  CAM-ENT                 OCCURS 60 TIMES.
               10  CAM-DEFINICION.
                   15  CAM-NOMCAM      PIC X(10).
                   15  CAM-POSINI      PIC 9(04).
                   15  CAM-LONGIT      PIC 9(03).
                   15  CAM-TIPCAM      PIC X(01).
                   15  CAM-DECIMA      PIC 9(01).
               10  CAM-INDEXC          PIC X(01).
               10  CAM-TOLUNI          PIC S9(18).
      *
      * CONTEO DE DIFERENCIAS POR CAMPO Y PRODUCTO, EN ORDEN DE LLAVE.
       77  W-CANCON                    PIC 9(04)          VALUE ZEROS.
       01  W-CLAVE-CON.
           05  W-CLA-NOMCAM            PIC X(10).
           05  W-CLA-CODPRO            PIC 9(03).
       01  TABLA-CONTEO.
           05  CON-ENT                 OCCURS 3001 TIMES.
               10  CON-CLAVE.
                   15  CON-NOMCAM      PIC X(10).
                   15  CON-CODPRO      PIC 9(03).
               10  CON-CANDIF          PIC 9(09)     COMP-3.
      *
       01  W-TOTALES.
           05  W-CANANT                PIC 9(09)          VALUE ZEROS.
           05  W-CANNVO                PIC 9(09)          VALUE ZEROS.
           05  W-CANIGU                PIC 9(09)          VALUE ZEROS.
           05  W-CANDIS                PIC 9(09)          VALUE ZEROS.
           05  W-CANFAL                PIC 9(09)          VALUE ZEROS.
           05  W-CANSOB                PIC 9(09)          VALUE ZEROS.
      *
      *    COMANDOS PARA QCMDEXC.
       01  W-COMANDO                   PIC X(200) VALUE SPACES.
       01  W-LNGCMD                    PIC S9(10)V9(05) COMP-3
                                                  VALUE 200.
      *
       01  CONTROLES.
           05  CTL-ARCHIVO             PIC X(02) VALUE "NO".
               88  FIN-ARCHIVO                   VALUE "SI".
               88  NO-FIN-ARCHIVO                VALUE "NO".
           05  CTL-CCACMPWRK           PIC X(02) VALUE "NO".
               88  FIN-CCACMPWRK                 VALUE "SI".
               88  NO-FIN-CCACMPWRK              VALUE "NO".
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       77  PAR-ARCHIVO                 PIC X(10).
       77  PAR-BIBANT                  PIC X(10).
       77  PAR-BIBNVO                  PIC X(10).
       77  PAR-FECFIL                  PIC 9(08).
      ***************************************************************
       PROCEDURE DIVISION USING PAR-ARCHIVO PAR-BIBANT PAR-BIBNVO
                                PAR-FECFIL.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           IF ARCHIVO-VALIDO
              MOVE 1          TO W-GENER
              MOVE PAR-BIBANT TO W-BIBLIO
              PERFORM CARGAR-GENERACION
              MOVE 2          TO W-GENER
              MOVE PAR-BIBNVO TO W-BIBLIO
              PERFORM CARGAR-GENERACION
              PERFORM COMPARAR-GENERACIONES
              PERFORM IMPRIMIR-CONTEO VARYING I FROM 1 BY 1
                      UNTIL I > W-CANCON
           END-IF
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           PERFORM CALL-CCA500.
           EVALUATE PAR-ARCHIVO
           WHEN "CCAMAEAHO" MOVE 1 TO W-TIPARC
           WHEN "CCACAUSAC" MOVE 2 TO W-TIPARC
           WHEN "CCAMOVINT" MOVE 3 TO W-TIPARC
           WHEN "PLTTRNMON" MOVE 4 TO W-TIPARC
           WHEN "CCAHISTOR" MOVE 5 TO W-TIPARC
           WHEN OTHER       MOVE 0 TO W-TIPARC
           END-EVALUATE
           IF PAR-FECFIL NUMERIC
              MOVE PAR-FECFIL TO W-FECFIL
           ELSE
              MOVE ZEROS      TO W-FECFIL
           END-IF
           IF NOT ARCHIVO-VALIDO
              DISPLAY "CCA678 ARCHIVO NO COMPARABLE: " PAR-ARCHIVO
              MOVE 1 TO RETURN-CODE
           ELSE
              IF PAR-BIBANT = SPACES
              OR PAR-BIBNVO = SPACES
                 DISPLAY "CCA678 FALTA LA BIBLIOTECA DE UNA GENERACION"
                 MOVE 0 TO W-TIPARC
                 MOVE 1 TO RETURN-CODE
              END-IF
           END-IF
           IF ARCHIVO-VALIDO
              PERFORM CARGAR-CAMPOS
              OPEN OUTPUT CCACMPWRK
              CLOSE       CCACMPWRK
              OPEN I-O    CCACMPWRK
              OPEN OUTPUT REPORTE
              INITIALIZE CCA678R-HEADER
              MOVE LK-FECHA-HOY TO FECPRO OF CCA678R-HEADER
              MOVE PAR-ARCHIVO  TO ARCHIV OF CCA678R-HEADER
              MOVE PAR-BIBANT   TO BIBANT OF CCA678R-HEADER
              MOVE PAR-BIBNVO   TO BIBNVO OF CCA678R-HEADER
              MOVE W-FECFIL     TO FECFIL OF CCA678R-HEADER
              WRITE REPORTE-REG FORMAT IS "HEADER"
           END-IF.
      *----------------------------------------------------------------
      * LA DEFINICION DE CAMPOS DEL ARCHIVO, CON LA TOLERANCIA Y LA
      * EXCLUSION DE CCACMPPAR (SIN REGISTRO: SE COMPARA EXACTO).
      *----------------------------------------------------------------
       CARGAR-CAMPOS.
           EVALUATE TRUE
           WHEN ARCHIVO-MAEAHO
                MOVE 59 TO W-CANCAM
                PERFORM CARGAR-CAMPO-MAEAHO VARYING I FROM 1 BY 1
                        UNTIL I > W-CANCAM
           WHEN ARCHIVO-CAUSAC
                MOVE 7  TO W-CANCAM
                PERFORM CARGAR-CAMPO-CAUSAC VARYING I FROM 1 BY 1
                        UNTIL I > W-CANCAM
           WHEN ARCHIVO-MOVINT
                MOVE 24 TO W-CANCAM
                PERFORM CARGAR-CAMPO-MOVINT VARYING I FROM 1 BY 1
                        UNTIL I > W-CANCAM
           WHEN ARCHIVO-TRNMON
                MOVE 36 TO W-CANCAM
                PERFORM CARGAR-CAMPO-TRNMON VARYING I FROM 1 BY 1
                        UNTIL I > W-CANCAM
           WHEN ARCHIVO-HISTOR
                MOVE 24 TO W-CANCAM
                PERFORM CARGAR-CAMPO-HISTOR VARYING I FROM 1 BY 1
                        UNTIL I > W-CANCAM
           END-EVALUATE
           OPEN INPUT CCACMPPAR.
           PERFORM APLICAR-PARAMETRO VARYING I FROM 1 BY 1
                   UNTIL I > W-CANCAM
           CLOSE CCACMPPAR.
      *----------------------------------------------------------------
       CARGAR-CAMPO-MAEAHO.
           MOVE MAE-ENT (I) TO CAM-DEFINICION (I).
      *----------------------------------------------------------------
       CARGAR-CAMPO-CAUSAC.
           MOVE CAU-ENT (I) TO CAM-DEFINICION (I).
      *----------------------------------------------------------------
       CARGAR-CAMPO-MOVINT.
           MOVE MOV-ENT (I) TO CAM-DEFINICION (I).
      *----------------------------------------------------------------
       CARGAR-CAMPO-TRNMON.
           MOVE TRN-ENT (I) TO CAM-DEFINICION (I).
      *----------------------------------------------------------------
       CARGAR-CAMPO-HISTOR.
           MOVE HIS-ENT (I) TO CAM-DEFINICION (I).
      *----------------------------------------------------------------
       APLICAR-PARAMETRO.
           MOVE "N"             TO CAM-INDEXC (I)
           MOVE ZEROS           TO CAM-TOLUNI (I)
           MOVE PAR-ARCHIVO     TO ARCHIV OF REG-CMPPAR
           MOVE CAM-NOMCAM (I)  TO NOMCAM OF REG-CMPPAR
           READ CCACMPPAR
              NOT INVALID KEY
                 IF INDEXC OF REG-CMPPAR = "S"
                    MOVE "S"    TO CAM-INDEXC (I)
                 END-IF
                 COMPUTE CAM-TOLUNI (I) = TOLERA OF REG-CMPPAR
                                * POT-VALOR (CAM-DECIMA (I) + 1)
           END-READ.
      *----------------------------------------------------------------
      * CARGA UNA GENERACION EN CCACMPWRK: EL ARCHIVO SE REDIRIGE A
      * LA BIBLIOTECA DE LA GENERACION MIENTRAS SE LEE.
      *----------------------------------------------------------------
       CARGAR-GENERACION.
           MOVE SPACES TO W-COMANDO
           STRING "OVRDBF FILE("            DELIMITED BY SIZE
                  PAR-ARCHIVO               DELIMITED BY SPACE
                  ") TOFILE("               DELIMITED BY SIZE
                  W-BIBLIO                  DELIMITED BY SPACE
                  "/"                       DELIMITED BY SIZE
                  PAR-ARCHIVO               DELIMITED BY SPACE
                  ")"                       DELIMITED BY SIZE
             INTO W-COMANDO
           END-STRING
           CALL "QCMDEXC" USING W-COMANDO , W-LNGCMD
           MOVE "NO" TO CTL-ARCHIVO
           PERFORM ABRIR-ARCHIVO
           PERFORM LEER-ARCHIVO
           PERFORM CARGAR-REGISTRO UNTIL FIN-ARCHIVO
           PERFORM CERRAR-ARCHIVO
           MOVE SPACES TO W-COMANDO
           STRING "DLTOVR FILE("            DELIMITED BY SIZE
                  PAR-ARCHIVO               DELIMITED BY SPACE
                  ")"                       DELIMITED BY SIZE
             INTO W-COMANDO
           END-STRING
           CALL "QCMDEXC" USING W-COMANDO , W-LNGCMD.
      *----------------------------------------------------------------
       ABRIR-ARCHIVO.
           EVALUATE TRUE
           WHEN ARCHIVO-MAEAHO OPEN INPUT CCAMAEAHO
           WHEN ARCHIVO-CAUSAC OPEN INPUT CCACAUSAC
           WHEN ARCHIVO-MOVINT OPEN INPUT CCAMOVINT
           WHEN ARCHIVO-TRNMON OPEN INPUT PLTTRNMON
           WHEN ARCHIVO-HISTOR OPEN INPUT CCAHISTOR
           END-EVALUATE.
      *----------------------------------------------------------------
       CERRAR-ARCHIVO.
           EVALUATE TRUE
           WHEN ARCHIVO-MAEAHO CLOSE CCAMAEAHO
           WHEN ARCHIVO-CAUSAC CLOSE CCACAUSAC
           WHEN ARCHIVO-MOVINT CLOSE CCAMOVINT
           WHEN ARCHIVO-TRNMON CLOSE PLTTRNMON
           WHEN ARCHIVO-HISTOR CLOSE CCAHISTOR
           END-EVALUATE.
      *----------------------------------------------------------------
       CARGAR-REGISTRO.
           IF REGISTRO-INCLUIDO
              PERFORM GRABAR-TRABAJO
              IF W-GENER = 1
                 ADD 1 TO W-CANANT
              ELSE
                 ADD 1 TO W-CANNVO
              END-IF
           END-IF
           PERFORM LEER-ARCHIVO.
      *----------------------------------------------------------------
      * DEJA EN W-LLAVE, W-CODPRO Y W-DATOS EL REGISTRO LEIDO, Y EN
      * W-INCLUIR SI ENTRA EN LA COMPARACION (FILTRO DE FECHA).
      *----------------------------------------------------------------
       LEER-ARCHIVO.
           MOVE 1 TO W-INCLUIR
           EVALUATE TRUE
           WHEN ARCHIVO-MAEAHO
                READ CCAMAEAHO NEXT RECORD AT END
                     MOVE "SI" TO CTL-ARCHIVO
                END-READ
                IF NO-FIN-ARCHIVO
                   PERFORM TOMAR-MAEAHO
                END-IF
           WHEN ARCHIVO-CAUSAC
                READ CCACAUSAC NEXT RECORD AT END
                     MOVE "SI" TO CTL-ARCHIVO
                END-READ
                IF NO-FIN-ARCHIVO
                   PERFORM TOMAR-CAUSAC
                END-IF
           WHEN ARCHIVO-MOVINT
                READ CCAMOVINT NEXT RECORD AT END
                     MOVE "SI" TO CTL-ARCHIVO
                END-READ
                IF NO-FIN-ARCHIVO
                   PERFORM TOMAR-MOVINT
                END-IF
           WHEN ARCHIVO-TRNMON
                READ PLTTRNMON NEXT RECORD AT END
                     MOVE "SI" TO CTL-ARCHIVO
                END-READ
                IF NO-FIN-ARCHIVO
                   PERFORM TOMAR-TRNMON
                END-IF
           WHEN ARCHIVO-HISTOR
                READ CCAHISTOR NEXT RECORD AT END
                     MOVE "SI" TO CTL-ARCHIVO
                END-READ
                IF NO-FIN-ARCHIVO
                   PERFORM TOMAR-HISTOR
                END-IF
           END-EVALUATE.
      *----------------------------------------------------------------
       TOMAR-MAEAHO.
           MOVE EXTERNALLY-DESCRIBED-KEY OF REG-MAEAHO TO W-LLAVE
           MOVE CODPRO OF REG-MAEAHO                  TO W-CODPRO
           MOVE REG-MAEAHO                            TO W-DATOS.
      *----------------------------------------------------------------
       TOMAR-CAUSAC.
           MOVE EXTERNALLY-DESCRIBED-KEY OF REG-CAUSAC TO W-LLAVE
           MOVE CODPRO OF REG-CAUSAC                  TO W-CODPRO
           MOVE REG-CAUSAC                            TO W-DATOS.
      *----------------------------------------------------------------
       TOMAR-MOVINT.
           MOVE EXTERNALLY-DESCRIBED-KEY OF REG-MOVINT TO W-LM-CUENTA
           MOVE FORIGE OF REG-MOVINT      TO W-LM-FORIGE
           MOVE CNSTRN OF REG-MOVINT      TO W-LM-CNSTRN
           MOVE SECUEN OF REG-MOVINT      TO W-LM-SECUEN
           MOVE CODTRA OF REG-MOVINT      TO W-LM-CODTRA
           MOVE DEBCRE OF REG-MOVINT      TO W-LM-DEBCRE
           MOVE W-LLAVE-MOVIMIENTO        TO W-LLAVE
           MOVE CODPRO OF REG-MOVINT      TO W-CODPRO
           MOVE REG-MOVINT                TO W-DATOS
           IF W-FECFIL NOT = ZEROS
           AND FORIGE OF REG-MOVINT NOT = W-FECFIL
              MOVE 0 TO W-INCLUIR
           END-IF.
      *----------------------------------------------------------------
       TOMAR-TRNMON.
           MOVE CODEMP OF REG-PLTTRNMON   TO W-LT-CODEMP
           MOVE FECPRO OF REG-PLTTRNMON   TO W-LT-FECPRO
           MOVE NROTRN OF REG-PLTTRNMON   TO W-LT-NROTRN
           MOVE CNSTRN OF REG-PLTTRNMON   TO W-LT-CNSTRN
           MOVE TIPMOV OF REG-PLTTRNMON   TO W-LT-TIPMOV
           MOVE CODTRN OF REG-PLTTRNMON   TO W-LT-CODTRN
           MOVE CODPRO OF REG-PLTTRNMON   TO W-LT-CODPRO
           MOVE AGCDST OF REG-PLTTRNMON   TO W-LT-AGCDST
           MOVE CTANRO OF REG-PLTTRNMON   TO W-LT-CTANRO
           MOVE W-LLAVE-TRNMON            TO W-LLAVE
           MOVE CODPRO OF REG-PLTTRNMON   TO W-CODPRO
           MOVE REG-PLTTRNMON             TO W-DATOS
           IF W-FECFIL NOT = ZEROS
           AND FECPRO OF REG-PLTTRNMON NOT = W-FECFIL
              MOVE 0 TO W-INCLUIR
           END-IF.
      *----------------------------------------------------------------
       TOMAR-HISTOR.
           MOVE EXTERNALLY-DESCRIBED-KEY OF REG-HISTOR TO W-LM-CUENTA
           MOVE FORIGE OF REG-HISTOR      TO W-LM-FORIGE
           MOVE CNSTRN OF REG-HISTOR      TO W-LM-CNSTRN
           MOVE SECUEN OF REG-HISTOR      TO W-LM-SECUEN
           MOVE CODTRA OF REG-HISTOR      TO W-LM-CODTRA
           MOVE DEBCRE OF REG-HISTOR      TO W-LM-DEBCRE
           MOVE W-LLAVE-MOVIMIENTO        TO W-LLAVE
           MOVE CODPRO OF REG-HISTOR      TO W-CODPRO
           MOVE REG-HISTOR                TO W-DATOS
           IF W-FECFIL NOT = ZEROS
           AND FORIGE OF REG-HISTOR NOT = W-FECFIL
              MOVE 0 TO W-INCLUIR
           END-IF.
      *----------------------------------------------------------------
      * LLAVES REPETIDAS DENTRO DE UNA GENERACION SE NUMERAN EN ORDEN
      * DE LLEGADA (ORDEN), PARA CASARLAS UNA A UNA.
      *----------------------------------------------------------------
       GRABAR-TRABAJO.
           INITIALIZE REGCMPWRK
           MOVE W-LLAVE   TO LLAVE  OF REG-CMPWRK
           MOVE 1         TO ORDEN  OF REG-CMPWRK
           MOVE W-GENER   TO GENER  OF REG-CMPWRK
           MOVE W-CODPRO  TO CODPRO OF REG-CMPWRK
           MOVE W-DATOS   TO DATOS  OF REG-CMPWRK
           MOVE 0         TO W-GRABADO
           PERFORM INTENTAR-GRABAR UNTIL REGISTRO-GRABADO.
      *----------------------------------------------------------------
       INTENTAR-GRABAR.
           WRITE REG-CMPWRK
              INVALID KEY
                 ADD 1 TO ORDEN OF REG-CMPWRK
              NOT INVALID KEY
                 MOVE 1 TO W-GRABADO
           END-WRITE.
      *----------------------------------------------------------------
      * EN CCACMPWRK CADA REGISTRO ORIGINAL (GENERACION 1) QUEDA
      * INMEDIATAMENTE ANTES DE SU PAREJA NUEVA (GENERACION 2).
      *----------------------------------------------------------------
       COMPARAR-GENERACIONES.
           MOVE "NO"       TO CTL-CCACMPWRK
           MOVE 0          TO W-PENDIENTE
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY OF REG-CMPWRK
           START CCACMPWRK KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCACMPWRK
           END-START
           IF NO-FIN-CCACMPWRK
              PERFORM LEER-CCACMPWRK
           END-IF
           PERFORM CASAR-REGISTRO UNTIL FIN-CCACMPWRK
           IF HAY-PENDIENTE
              PERFORM REPORTAR-FALTANTE
           END-IF.
      *----------------------------------------------------------------
       CASAR-REGISTRO.
           IF GENER OF REG-CMPWRK = 1
              IF HAY-PENDIENTE
                 PERFORM REPORTAR-FALTANTE
              END-IF
              MOVE 1                    TO W-PENDIENTE
              MOVE LLAVE  OF REG-CMPWRK TO W-LLAVE-ANT
              MOVE ORDEN  OF REG-CMPWRK TO W-ORDEN-ANT
              MOVE CODPRO OF REG-CMPWRK TO W-CODPRO-ANT
              MOVE DATOS  OF REG-CMPWRK TO W-DATOS-ANT
           ELSE
              IF HAY-PENDIENTE
              AND W-LLAVE-ANT = LLAVE OF REG-CMPWRK
              AND W-ORDEN-ANT = ORDEN OF REG-CMPWRK
                 PERFORM COMPARAR-PAREJA
                 MOVE 0 TO W-PENDIENTE
              ELSE
                 IF HAY-PENDIENTE
                    PERFORM REPORTAR-FALTANTE
                 END-IF
                 PERFORM REPORTAR-SOBRANTE
              END-IF
           END-IF
           PERFORM LEER-CCACMPWRK.
      *----------------------------------------------------------------
       COMPARAR-PAREJA.
           IF W-DATOS-ANT = DATOS OF REG-CMPWRK
              ADD 1 TO W-CANIGU
           ELSE
              MOVE 0 TO W-DIFERENTE
              PERFORM COMPARAR-CAMPO VARYING I FROM 1 BY 1
                      UNTIL I > W-CANCAM
              IF REGISTRO-DIFERENTE
                 ADD 1 TO W-CANDIS
              ELSE
                 ADD 1 TO W-CANIGU
              END-IF
           END-IF.
      *----------------------------------------------------------------
       COMPARAR-CAMPO.
           IF CAM-INDEXC (I) NOT = "S"
              IF W-DATOS-ANT (CAM-POSINI (I):CAM-LONGIT (I)) NOT =
                 DATOS OF REG-CMPWRK (CAM-POSINI (I):CAM-LONGIT (I))
                 IF CAM-TIPCAM (I) = "N"
                    PERFORM COMPARAR-NUMERICO
                 ELSE
                    MOVE W-DATOS-ANT (CAM-POSINI (I):CAM-LONGIT (I))
                                              TO W-VALANT
                    MOVE DATOS OF REG-CMPWRK
                         (CAM-POSINI (I):CAM-LONGIT (I))
                                              TO W-VALNVO
                    PERFORM REPORTAR-DIFERENCIA
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
      * LA DIFERENCIA DENTRO DE LA TOLERANCIA DEL CAMPO NO CUENTA.
      *----------------------------------------------------------------
       COMPARAR-NUMERICO.
           MOVE W-DATOS-ANT (CAM-POSINI (I):CAM-LONGIT (I)) TO W-NUM-X
           INSPECT W-NUM-X REPLACING LEADING SPACES BY ZEROS
           MOVE W-NUM-N TO W-NUMANT
           MOVE DATOS OF REG-CMPWRK (CAM-POSINI (I):CAM-LONGIT (I))
                                                           TO W-NUM-X
           INSPECT W-NUM-X REPLACING LEADING SPACES BY ZEROS
           MOVE W-NUM-N TO W-NUMNVO
           COMPUTE W-DIFUNI = W-NUMNVO - W-NUMANT
           IF W-DIFUNI < ZEROS
              COMPUTE W-DIFUNI = ZEROS - W-DIFUNI
           END-IF
           IF W-DIFUNI > CAM-TOLUNI (I)
              COMPUTE W-VALEDI = W-NUMANT
                               / POT-VALOR (CAM-DECIMA (I) + 1)
              MOVE W-VALEDI  TO W-EDITADO
              MOVE W-EDITADO TO W-VALANT
              COMPUTE W-VALEDI = W-NUMNVO
                               / POT-VALOR (CAM-DECIMA (I) + 1)
              MOVE W-VALEDI  TO W-EDITADO
              MOVE W-EDITADO TO W-VALNVO
              PERFORM REPORTAR-DIFERENCIA
           END-IF.
      *----------------------------------------------------------------
       REPORTAR-DIFERENCIA.
           MOVE 1 TO W-DIFERENTE
           INITIALIZE CCA678R-DETALLE
           MOVE "DIFERENCIA"   TO TIPDIF OF CCA678R-DETALLE
           MOVE W-LLAVE-ANT    TO LLAVE  OF CCA678R-DETALLE
           MOVE W-CODPRO-ANT   TO CODPRO OF CCA678R-DETALLE
           MOVE CAM-NOMCAM (I) TO NOMCAM OF CCA678R-DETALLE
           MOVE W-VALANT       TO VALANT OF CCA678R-DETALLE
           MOVE W-VALNVO       TO VALNVO OF CCA678R-DETALLE
           WRITE REPORTE-REG FORMAT IS "DETALLE"
           MOVE CAM-NOMCAM (I) TO W-CLA-NOMCAM
           MOVE W-CODPRO-ANT   TO W-CLA-CODPRO
           PERFORM CONTAR-DIFERENCIA.
      *----------------------------------------------------------------
      * REGISTRO DE LA CORRIDA ORIGINAL QUE NO ESTA EN LA NUEVA.
      *----------------------------------------------------------------
       REPORTAR-FALTANTE.
           MOVE 0 TO W-PENDIENTE
           ADD 1  TO W-CANFAL
           INITIALIZE CCA678R-DETALLE
           MOVE "FALTANTE"     TO TIPDIF OF CCA678R-DETALLE
           MOVE W-LLAVE-ANT    TO LLAVE  OF CCA678R-DETALLE
           MOVE W-CODPRO-ANT   TO CODPRO OF CCA678R-DETALLE
           MOVE "*REGISTRO"    TO NOMCAM OF CCA678R-DETALLE
           MOVE "EN LA ORIGINAL" TO VALANT OF CCA678R-DETALLE
           MOVE "NO ESTA"      TO VALNVO OF CCA678R-DETALLE
           WRITE REPORTE-REG FORMAT IS "DETALLE"
           MOVE "*FALTANTE"    TO W-CLA-NOMCAM
           MOVE W-CODPRO-ANT   TO W-CLA-CODPRO
           PERFORM CONTAR-DIFERENCIA.
      *----------------------------------------------------------------
      * REGISTRO DE LA CORRIDA NUEVA QUE NO ESTA EN LA ORIGINAL.
      *----------------------------------------------------------------
       REPORTAR-SOBRANTE.
           ADD 1  TO W-CANSOB
           INITIALIZE CCA678R-DETALLE
           MOVE "SOBRANTE"            TO TIPDIF OF CCA678R-DETALLE
           MOVE LLAVE  OF REG-CMPWRK  TO LLAVE  OF CCA678R-DETALLE
           MOVE CODPRO OF REG-CMPWRK  TO CODPRO OF CCA678R-DETALLE
           MOVE "*REGISTRO"           TO NOMCAM OF CCA678R-DETALLE
           MOVE "NO ESTA"             TO VALANT OF CCA678R-DETALLE
           MOVE "EN LA NUEVA"         TO VALNVO OF CCA678R-DETALLE
           WRITE REPORTE-REG FORMAT IS "DETALLE"
           MOVE "*SOBRANTE"           TO W-CLA-NOMCAM
           MOVE CODPRO OF REG-CMPWRK  TO W-CLA-CODPRO
           PERFORM CONTAR-DIFERENCIA.
      *----------------------------------------------------------------
       CONTAR-DIFERENCIA.
           PERFORM UBICAR-CONTEO
           IF J NOT > W-CANCON
              ADD 1 TO CON-CANDIF (J)
           END-IF.
      *----------------------------------------------------------------
      * DEJA EN J LA ENTRADA DE W-CLAVE-CON, ABRIENDO ESPACIO EN SU
      * LUGAR SI NO EXISTE. CON LA TABLA LLENA J QUEDA FUERA DE ELLA.
      *----------------------------------------------------------------
       UBICAR-CONTEO.
           MOVE 1 TO J
           PERFORM AVANZAR-J UNTIL J > W-CANCON
                   OR CON-CLAVE (J) NOT < W-CLAVE-CON
           IF J > W-CANCON
           OR CON-CLAVE (J) NOT = W-CLAVE-CON
              IF W-CANCON < 3000
                 PERFORM CORRER-CONTEO VARYING K FROM W-CANCON BY -1
                         UNTIL K < J
                 ADD 1 TO W-CANCON
                 INITIALIZE CON-ENT (J)
                 MOVE W-CLAVE-CON TO CON-CLAVE (J)
              ELSE
                 DISPLAY "CCA678 TABLA DE CONTEO LLENA, CAMPO "
                         W-CLA-NOMCAM " PRODUCTO " W-CLA-CODPRO
                 MOVE 3001 TO J
              END-IF
           END-IF.
      *----------------------------------------------------------------
       CORRER-CONTEO.
           MOVE CON-ENT (K) TO CON-ENT (K + 1).
      *----------------------------------------------------------------
       AVANZAR-J.
           ADD 1 TO J.
      *----------------------------------------------------------------
       IMPRIMIR-CONTEO.
           INITIALIZE CCA678R-TOTCAM
           MOVE CON-NOMCAM (I) TO NOMCAM OF CCA678R-TOTCAM
           MOVE CON-CODPRO (I) TO CODPRO OF CCA678R-TOTCAM
           MOVE CON-CANDIF (I) TO CANDIF OF CCA678R-TOTCAM
           WRITE REPORTE-REG FORMAT IS "TOTCAM".
      *----------------------------------------------------------------
       LEER-CCACMPWRK.
           READ CCACMPWRK NEXT RECORD AT END
                MOVE "SI" TO CTL-CCACMPWRK.
      *----------------------------------------------------------------
       CALL-CCA500.
           CALL "CCA500" USING LK-FECHAS.
      *----------------------------------------------------------------
       TERMINAR.
           IF ARCHIVO-VALIDO
              INITIALIZE CCA678R-TOTALES
              MOVE W-CANANT TO CANANT OF CCA678R-TOTALES
              MOVE W-CANNVO TO CANNVO OF CCA678R-TOTALES
              MOVE W-CANIGU TO CANIGU OF CCA678R-TOTALES
              MOVE W-CANDIS TO CANDIS OF CCA678R-TOTALES
              MOVE W-CANFAL TO CANFAL OF CCA678R-TOTALES
              MOVE W-CANSOB TO CANSOB OF CCA678R-TOTALES
              WRITE REPORTE-REG FORMAT IS "TOTALES"
              CLOSE CCACMPWRK REPORTE
              DISPLAY "CCA678 ARCHIVO COMPARADO......: " PAR-ARCHIVO
              DISPLAY "CCA678 REGISTROS ORIGINALES...: " W-CANANT
              DISPLAY "CCA678 REGISTROS NUEVOS.......: " W-CANNVO
              DISPLAY "CCA678 IGUALES................: " W-CANIGU
              DISPLAY "CCA678 CON DIFERENCIAS........: " W-CANDIS
              DISPLAY "CCA678 FALTANTES EN LA NUEVA..: " W-CANFAL
              DISPLAY "CCA678 SOBRANTES EN LA NUEVA..: " W-CANSOB
           END-IF
           STOP RUN.
