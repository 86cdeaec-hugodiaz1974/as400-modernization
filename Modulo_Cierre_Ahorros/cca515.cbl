      *          CONCEPTO 3), QUE CCA630 CONTABILIZA CON EL RESTO.     *
      *          LLEVA SU PROPIA LINEA DE CONTROL EN CCATABINT         *
      *          (ARCHIVO CCASWTSET).                                  *
HH    *          LA TARJETA DE CADA TRANSACCION SE VALIDA CONTRA EL    *
HH    *          REGISTRO DE TARJETAS DEBITO (CCATARDEB, VER CCA584):  *
HH    *          DESCONOCIDA (42), NO ASOCIADA A LA CUENTA (43), NO    *
HH    *          ACTIVA A LA HORA DE LA TRANSACCION (44) O FUERA DE    *
HH    *          VIGENCIA (45). EL MOVIMIENTO SE CARGA IGUAL, CON EL   *
HH    *          CODIGO DE RECHAZO EN CODER1, PARA QUE CCA550 LO       *
HH    *          CONSERVE Y CCA560 LO DESVIE A LA CUENTA DE RECHAZOS;  *
HH    *          CADA RECHAZO SE LISTA EN EL REPORTE CCA515R.          *
HH    *          TODA TRANSACCION QUEDA EN CCASWTITM (RED + TRACE +    *
HH    *          FECHA DE PROCESO) COMO BASE DE LAS DISPUTAS (CCA585). *
HH    *          LA COMPRA POS (CODTRX 3) ES UN DEBITO CON SU PROPIO   *
HH    *          CODIGO (TABLA 42 REGISTRO 5; SIN EL, COMO RETIRO),    *
HH    *          PARA QUE CCA588 LA RECONOZCA Y REDONDEE AL BOLSILLO.  *
      ******************************************************************
       AUTHOR.        H.H.D.
       DATE-WRITTEN.  SEPTIEMBRE/2026.
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
HH    *
HH         SELECT CCATARDEB
HH             ASSIGN          TO DATABASE-CCATARDEB
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
HH    *
HH         SELECT CCASWTITM
HH             ASSIGN          TO DATABASE-CCASWTITM
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
HH    *
HH         SELECT REPORTE
HH             ASSIGN          TO FORMATFILE-CCA515R
HH             ORGANIZATION    IS SEQUENTIAL
HH             ACCESS MODE     IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCACODTRN.
           COPY DDS-ALL-FORMATS OF CCACODTRN.
HH    *
HH     FD  CCATARDEB
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-TARDEB.
HH         COPY DDS-ALL-FORMATS OF CCATARDEB.
HH    *
HH     FD  CCASWTITM
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-SWTITM.
HH         COPY DDS-ALL-FORMATS OF CCASWTITM.
HH    *
HH     FD  REPORTE
HH         LABEL RECORDS ARE STANDARD.
HH     01  REPORTE-REG.
HH         COPY DDS-ALL-FORMATS OF CCA515R.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-TRADEP                    PIC 9(05) VALUE ZEROS.
       77  W-TRACOD                    PIC 9(05) VALUE ZEROS.
       77  W-TRACOC                    PIC 9(05) VALUE ZEROS.
HH     77  W-TRACOM                    PIC 9(05) VALUE ZEROS.
      *
       77  W-CANDET                    PIC 9(07)          VALUE ZEROS.
       77  W-TOTDET                    PIC 9(15)V99  COMP VALUE ZEROS.
           05  CTL-CCATABINT           PIC X(02) VALUE "NO".
               88  EXISTE-CCATABINT              VALUE "SI".
               88  NO-EXISTE-CCATABINT           VALUE "NO".
HH         05  CTL-CCATARDEB           PIC X(02) VALUE "NO".
HH             88  EXISTE-CCATARDEB              VALUE "SI".
HH             88  NO-EXISTE-CCATARDEB           VALUE "NO".
HH    *
HH    * VALIDACION DE LA TARJETA CONTRA EL REGISTRO CCATARDEB. EL
HH    * NUMERO SE ENMASCARA COMO LO GUARDA CCA584.
HH     01  W-TARJETA                   PIC 9(19) VALUE ZEROS.
HH     01  W-TARJETA-X                 REDEFINES W-TARJETA
HH                                     PIC X(19).
HH     01  W-TARMSK                    PIC X(19) VALUE SPACES.
HH     01  W-ASTERISCOS                PIC X(09) VALUE ALL "*".
HH     77  W-CEROS                     PIC 9(02) COMP VALUE ZEROS.
HH     77  W-LARGO                     PIC 9(02) COMP VALUE ZEROS.
HH     77  W-POSINI                    PIC 9(02) COMP VALUE ZEROS.
HH     77  W-CANAST                    PIC 9(02) COMP VALUE ZEROS.
HH     77  W-CODTAR                    PIC 9(02) VALUE ZEROS.
HH     77  W-MOTIVO                    PIC X(30) VALUE SPACES.
HH     77  W-CANREC                    PIC 9(07) VALUE ZEROS.
HH     77  W-VLRREC                    PIC S9(15)V99 COMP VALUE ZEROS.
      *
      * VARIABLES-ENCADENAR.
           COPY FECHAS  OF CCACPY.
           OPEN INPUT  CCASWTSET CCATABLAS CCACODTRN.
           OPEN EXTEND CCAMOVIM.
           OPEN I-O    CCATABINT.
HH         OPEN INPUT  CCATARDEB.
HH         OPEN I-O    CCASWTITM.
HH         OPEN OUTPUT REPORTE.
           PERFORM CALL-CCA500.
HH         INITIALIZE CCA515R-HEADER
HH         MOVE LK-FECHA-HOY TO FECPRO OF CCA515R-HEADER
HH         WRITE REPORTE-REG FORMAT IS "HEADER"
           PERFORM LEER-PARAMETROS.
           MOVE 1 TO I
           PERFORM INIC-TABLA UNTIL I > 9999
           MOVE 4  TO NROTAB OF ZONA-CCATABLAS
           READ CCATABLAS NOT INVALID KEY
                MOVE CAMPO1 OF ZONA-CCATABLAS TO W-TRACOC
HH         END-READ
HH         MOVE W-TRARET TO W-TRACOM
HH         MOVE 42 TO CODTAB OF ZONA-CCATABLAS
HH         MOVE 5  TO NROTAB OF ZONA-CCATABLAS
HH         READ CCATABLAS NOT INVALID KEY
HH              IF CAMPO1 OF ZONA-CCATABLAS > ZEROS
HH                 MOVE CAMPO1 OF ZONA-CCATABLAS TO W-TRACOM
HH              END-IF
HH         END-READ.
      *----------------------------------------------------------------
       INIC-TABLA.
           INITIALIZE DECRE(I) TIVAL(I) FECVA(I)
              MOVE W-TRARET            TO CODTRA OF REGMOVIM
              ADD VLRTRX OF REG-SWTSET TO W-TOTDEB
           ELSE
HH         IF CODTRX OF REG-SWTSET = 3
HH            MOVE W-TRACOM            TO CODTRA OF REGMOVIM
HH            ADD VLRTRX OF REG-SWTSET TO W-TOTDEB
HH         ELSE
              MOVE W-TRADEP            TO CODTRA OF REGMOVIM
              ADD VLRTRX OF REG-SWTSET TO W-TOTCRE
HH         END-IF
           END-IF
           PERFORM ESTAMPAR-ATRIBUTOS
HH         PERFORM VALIDAR-TARJETA
HH         IF W-CODTAR NOT = ZEROS
HH            MOVE W-CODTAR TO CODER1 OF REGMOVIM
HH            PERFORM IMPRIMIR-RECHAZO
HH         END-IF
           WRITE ZONA-CCAMOVIM
HH         PERFORM REGISTRAR-ITEM
           ADD 1 TO PC504-CANTREG.
HH    *----------------------------------------------------------------
HH    * CADA TRANSACCION LIQUIDADA QUEDA REGISTRADA PARA PODER
HH    * DISPUTARLA DESPUES CONTRA LA RED (CCA585/CCA586).
HH    *----------------------------------------------------------------
HH     REGISTRAR-ITEM.
HH         INITIALIZE REGSWTITM
HH         MOVE REDADQ OF REG-SWTSET  TO REDADQ OF REG-SWTITM
HH         MOVE NROTRZ OF REG-SWTSET  TO NROTRZ OF REG-SWTITM
HH         MOVE LK-FECHA-HOY          TO FECPRO OF REG-SWTITM
HH         MOVE W-TARMSK              TO TARMSK OF REG-SWTITM
HH         MOVE CODMON OF REGMOVIM    TO CODMON OF REG-SWTITM
HH         MOVE CODSIS OF REGMOVIM    TO CODSIS OF REG-SWTITM
HH         MOVE CODPRO OF REGMOVIM    TO CODPRO OF REG-SWTITM
HH         MOVE AGCCTA OF REGMOVIM    TO AGCCTA OF REG-SWTITM
HH         MOVE CTANRO OF REGMOVIM    TO CTANRO OF REG-SWTITM
HH         MOVE CODTRX OF REG-SWTSET  TO CODTRX OF REG-SWTITM
HH         MOVE VLRTRX OF REG-SWTSET  TO VLRTRX OF REG-SWTITM
HH         MOVE FECTRX OF REG-SWTSET  TO FECTRX OF REG-SWTITM
HH         MOVE HORTRX OF REG-SWTSET  TO HORTRX OF REG-SWTITM
HH         MOVE CODTER OF REG-SWTSET  TO CODTER OF REG-SWTITM
HH         MOVE W-CODTAR              TO CODERR OF REG-SWTITM
HH         WRITE REG-SWTITM INVALID KEY
HH               DISPLAY "CCA515 TRACE REPETIDO EN LA LIQUIDACION: "
HH                       REDADQ OF REG-SWTSET " "
HH                       NROTRZ OF REG-SWTSET
HH         END-WRITE.
HH    *----------------------------------------------------------------
HH    * LA TARJETA DEBE ESTAR REGISTRADA PARA LA CUENTA QUE TRAE LA
HH    * LIQUIDACION. SI NO LO ESTA, SE BUSCA POR LA SOLA TARJETA PARA
HH    * DISTINGUIR LA DESCONOCIDA (42) DE LA ASOCIADA A OTRA CUENTA
HH    * (43). UNA TARJETA QUE CAMBIO DE ESTADO DESPUES DE LA
HH    * TRANSACCION ESTABA ACTIVA CUANDO SE HIZO Y SE ACEPTA.
HH    *----------------------------------------------------------------
HH     VALIDAR-TARJETA.
HH         MOVE ZEROS  TO W-CODTAR
HH         MOVE SPACES TO W-MOTIVO
HH         MOVE NROTAR OF REG-SWTSET TO W-TARJETA
HH         PERFORM ENMASCARAR-TARJETA
HH         MOVE W-TARMSK             TO TARMSK OF REG-TARDEB
HH         MOVE CODMON OF REGMOVIM   TO CODMON OF REG-TARDEB
HH         MOVE CODSIS OF REGMOVIM   TO CODSIS OF REG-TARDEB
HH         MOVE CODPRO OF REGMOVIM   TO CODPRO OF REG-TARDEB
HH         MOVE AGCCTA OF REGMOVIM   TO AGCCTA OF REG-TARDEB
HH         MOVE CTANRO OF REGMOVIM   TO CTANRO OF REG-TARDEB
HH         IF W-TARMSK = SPACES
HH            MOVE "NO" TO CTL-CCATARDEB
HH         ELSE
HH            READ CCATARDEB INVALID KEY
HH                 MOVE "NO" TO CTL-CCATARDEB
HH            NOT INVALID KEY
HH                 MOVE "SI" TO CTL-CCATARDEB
HH            END-READ
HH         END-IF
HH         IF NO-EXISTE-CCATARDEB
HH            PERFORM BUSCAR-TARJETA
HH         ELSE
HH            IF ESTADO OF REG-TARDEB NOT = "A"
HH            AND (FECEST OF REG-TARDEB < FECTRX OF REG-SWTSET
HH             OR (FECEST OF REG-TARDEB = FECTRX OF REG-SWTSET
HH             AND HOREST OF REG-TARDEB NOT > HORTRX OF REG-SWTSET))
HH               MOVE 44 TO W-CODTAR
HH               EVALUATE ESTADO OF REG-TARDEB
HH                  WHEN "B"
HH                     MOVE "TARJETA BLOQUEADA"  TO W-MOTIVO
HH                  WHEN "P"
HH                     MOVE "TARJETA PERDIDA"    TO W-MOTIVO
HH                  WHEN OTHER
HH                     MOVE "TARJETA CANCELADA"  TO W-MOTIVO
HH               END-EVALUATE
HH            ELSE
HH            IF FECTRX OF REG-SWTSET < FECEXP OF REG-TARDEB
HH            OR FECTRX OF REG-SWTSET > FECVEN OF REG-TARDEB
HH               MOVE 45 TO W-CODTAR
HH               MOVE "TARJETA FUERA DE VIGENCIA" TO W-MOTIVO
HH            END-IF
HH            END-IF
HH         END-IF.
HH    *----------------------------------------------------------------
HH     BUSCAR-TARJETA.
HH         MOVE 42 TO W-CODTAR
HH         MOVE "TARJETA NO REGISTRADA"   TO W-MOTIVO
HH         IF W-TARMSK NOT = SPACES
HH            MOVE ZEROS TO CODMON OF REG-TARDEB CODSIS OF REG-TARDEB
HH                          CODPRO OF REG-TARDEB AGCCTA OF REG-TARDEB
HH                          CTANRO OF REG-TARDEB
HH            START CCATARDEB KEY NOT < EXTERNALLY-DESCRIBED-KEY
HH                  INVALID KEY MOVE "NO" TO CTL-CCATARDEB
HH                  NOT INVALID KEY MOVE "SI" TO CTL-CCATARDEB
HH            END-START
HH            IF EXISTE-CCATARDEB
HH               READ CCATARDEB NEXT RECORD AT END
HH                    MOVE "NO" TO CTL-CCATARDEB
HH               END-READ
HH            END-IF
HH            IF EXISTE-CCATARDEB
HH            AND TARMSK OF REG-TARDEB = W-TARMSK
HH               MOVE 43 TO W-CODTAR
HH               MOVE "TARJETA DE OTRA CUENTA"  TO W-MOTIVO
HH            END-IF
HH         END-IF.
HH    *----------------------------------------------------------------
HH    * SE CONSERVAN LOS 6 PRIMEROS DIGITOS Y LOS 4 ULTIMOS (COMO EN
HH    * CCA584). MENOS DE 13 DIGITOS NO ES UNA TARJETA: QUEDA EN BLANCO.
HH    *----------------------------------------------------------------
HH     ENMASCARAR-TARJETA.
HH         MOVE SPACES TO W-TARMSK
HH         MOVE ZEROS  TO W-CEROS
HH         INSPECT W-TARJETA-X TALLYING W-CEROS FOR LEADING "0"
HH         COMPUTE W-LARGO = 19 - W-CEROS
HH         IF W-LARGO NOT < 13
HH            COMPUTE W-POSINI = W-CEROS + 1
HH            COMPUTE W-CANAST = W-LARGO - 10
HH            STRING W-TARJETA-X (W-POSINI:6)
HH                   W-ASTERISCOS (1:W-CANAST)
HH                   W-TARJETA-X (16:4)
HH                   DELIMITED BY SIZE
HH                   INTO W-TARMSK
HH         END-IF.
HH    *----------------------------------------------------------------
HH     IMPRIMIR-RECHAZO.
HH         ADD 1                      TO W-CANREC
HH         ADD VLRTRX OF REG-SWTSET   TO W-VLRREC
HH         INITIALIZE CCA515R-DETALLE
HH         MOVE W-TARMSK              TO TARMSK OF CCA515R-DETALLE
HH         MOVE CODPRO OF REG-SWTSET  TO CODPRO OF CCA515R-DETALLE
HH         MOVE AGCCTA OF REG-SWTSET  TO AGCCTA OF CCA515R-DETALLE
HH         MOVE CTANRO OF REG-SWTSET  TO CTANRO OF CCA515R-DETALLE
HH         MOVE REDADQ OF REG-SWTSET  TO REDADQ OF CCA515R-DETALLE
HH         MOVE NROTRZ OF REG-SWTSET  TO NROTRZ OF CCA515R-DETALLE
HH         MOVE FECTRX OF REG-SWTSET  TO FECTRX OF CCA515R-DETALLE
HH         MOVE HORTRX OF REG-SWTSET  TO HORTRX OF CCA515R-DETALLE
HH         MOVE CODTRX OF REG-SWTSET  TO CODTRX OF CCA515R-DETALLE
HH         MOVE VLRTRX OF REG-SWTSET  TO VLRTRX OF CCA515R-DETALLE
HH         MOVE W-CODTAR              TO CODERR OF CCA515R-DETALLE
HH         MOVE W-MOTIVO              TO MOTIVO OF CCA515R-DETALLE
HH         WRITE REPORTE-REG FORMAT IS "DETALLE".
      *----------------------------------------------------------------
       LLENAR-MOVIMIENTO.
           INITIALIZE REGMOVIM OF ZONA-CCAMOVIM
           MOVE "F"                     TO PC504-EVENTO
           CALL "CCA504"             USING PC504-PROGRAMA PC504-EVENTO
                                           PC504-CANTREG  PC504-CODRETO
HH         INITIALIZE CCA515R-TOTALES
HH         MOVE W-CANDET TO CANDET OF CCA515R-TOTALES
HH         MOVE W-CANREC TO CANREC OF CCA515R-TOTALES
HH         MOVE W-VLRREC TO VLRREC OF CCA515R-TOTALES
HH         WRITE REPORTE-REG FORMAT IS "TOTALES"
           CLOSE CCASWTSET CCAMOVIM CCATABINT CCATABLAS CCACODTRN.
HH         CLOSE CCATARDEB CCASWTITM REPORTE.
           STOP  RUN      .
