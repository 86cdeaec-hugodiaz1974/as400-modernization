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
       PROGRAM-ID.    CCA669.
      ******************************************************************
      * FUNCION: CALCULO DEL IVA SOBRE UNA COMISION. RECIBE EL CODIGO  *
      *          DE TRANSACCION DE LA COMISION, LA FECHA, EL NIT DEL   *
      *          CLIENTE QUE LA PAGA Y LA BASE, Y DEVUELVE LA TARIFA,  *
      *          EL IVA, LA PAREJA DE CODIGOS DEL IVA (DEBITO AL       *
      *          CLIENTE Y CREDITO AL IVA POR PAGAR) Y EL CONCEPTO.    *
      *          LA TARIFA SALE DE CCAIVATAR (CODIGO + FECHA DE        *
      *          VIGENCIA): LA ULTIMA ACTIVA CON FECVIG NO POSTERIOR A *
      *          LA FECHA Y FECFIN EN CERO O NO ANTERIOR A ELLA. EL    *
      *          CLIENTE CUYO TIPO (TIPCLI DE CLIMAE) TIENE CAMPO1 = 1 *
      *          EN LA TABLA 92 DE CCATABLAS ES EXENTO.                *
      *          RETORNO: 0 = GRAVADO, 1 = SIN TARIFA VIGENTE,         *
      *          2 = CLIENTE EXENTO. LO USAN CCA670, CCA548 Y CCA657.  *
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
           SELECT CCAIVATAR
               ASSIGN          TO DATABASE-CCAIVATAR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CLIMAE
               ASSIGN          TO DATABASE-CLIMAE
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
           SELECT CCATABLAS
               ASSIGN          TO DATABASE-CCATABLAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCAIVATAR
           LABEL RECORDS ARE STANDARD.
       01  REG-IVATAR.
           COPY DDS-ALL-FORMATS OF CCAIVATAR.
      *
       FD  CLIMAE
           LABEL RECORDS ARE STANDARD.
       01  REG-CLIMAE.
           COPY DDS-ALL-FORMATS OF CLIMAE.
      *
       FD  CCATABLAS
           LABEL RECORDS ARE STANDARD.
       01  ZONA-CCATABLAS.
           COPY DDS-ALL-FORMATS OF CCATABLAS.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       01  W-HALLADA                   PIC 9(01) VALUE 0.
           88  TARIFA-HALLADA                    VALUE 1.
       01  CTL-CCAIVATAR               PIC X(02) VALUE "NO".
           88  FIN-CCAIVATAR                     VALUE "SI".
           88  NO-FIN-CCAIVATAR                  VALUE "NO".
      *--------------------------------------------------------------*
       LINKAGE SECTION.
       01  LK-CODTRA                   PIC 9(05).
       01  LK-FECHA                    PIC 9(08).
       01  LK-NITCLI                   PIC 9(15).
       01  LK-VLRBAS                   PIC S9(13)V99.
       01  LK-PORIVA                   PIC 9(03)V99.
       01  LK-VLRIVA                   PIC S9(13)V99.
       01  LK-CODDEB                   PIC 9(05).
       01  LK-CODCRE                   PIC 9(05).
       01  LK-CONCEP                   PIC X(30).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-CODRET-GRAVADO                 VALUE 0.
           88  LK-CODRET-SIN-TARIFA              VALUE 1.
           88  LK-CODRET-EXENTO                  VALUE 2.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODTRA LK-FECHA LK-NITCLI
                                LK-VLRBAS LK-PORIVA LK-VLRIVA
                                LK-CODDEB LK-CODCRE LK-CONCEP
                                LK-RETCOD.
      ***************************************************************
       COMIENZO.
           MOVE 0      TO LK-RETCOD
           MOVE ZEROS  TO LK-PORIVA LK-VLRIVA LK-CODDEB LK-CODCRE
           MOVE SPACES TO LK-CONCEP
           OPEN INPUT CCAIVATAR CLIMAE CCATABLAS.
           PERFORM BUSCAR-TARIFA
           IF NOT TARIFA-HALLADA
              MOVE 1 TO LK-RETCOD
           ELSE
              PERFORM VERIFICAR-EXENCION
           END-IF
           IF LK-CODRET-GRAVADO
              COMPUTE LK-VLRIVA ROUNDED = LK-VLRBAS * LK-PORIVA / 100
           END-IF
           CLOSE CCAIVATAR CLIMAE CCATABLAS.
           GOBACK.
      *----------------------------------------------------------------
      * LAS VIGENCIAS DE UN CODIGO QUEDAN ORDENADAS POR FECVIG: RIGE
      * LA ULTIMA ACTIVA YA INICIADA (LA ANULADA NO CUENTA); SI ESA
      * YA VENCIO (FECFIN), LA COMISION NO LLEVA IVA.
      *----------------------------------------------------------------
       BUSCAR-TARIFA.
           MOVE ZEROS     TO W-HALLADA
           MOVE "NO"      TO CTL-CCAIVATAR
           MOVE LK-CODTRA TO CODTRA OF REG-IVATAR
           MOVE ZEROS     TO FECVIG OF REG-IVATAR
           START CCAIVATAR KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCAIVATAR
           END-START
           PERFORM REVISAR-TARIFA UNTIL FIN-CCAIVATAR.
      *----------------------------------------------------------------
       REVISAR-TARIFA.
           READ CCAIVATAR NEXT RECORD AT END
                MOVE "SI" TO CTL-CCAIVATAR
           END-READ
           IF NO-FIN-CCAIVATAR
              IF CODTRA OF REG-IVATAR NOT = LK-CODTRA
              OR FECVIG OF REG-IVATAR > LK-FECHA
                 MOVE "SI" TO CTL-CCAIVATAR
              ELSE
                 IF ESTADO OF REG-IVATAR = "A"
                    IF FECFIN OF REG-IVATAR = ZEROS
                    OR FECFIN OF REG-IVATAR NOT < LK-FECHA
                       MOVE 1                  TO W-HALLADA
                       MOVE PORIVA OF REG-IVATAR TO LK-PORIVA
                       MOVE CODDEB OF REG-IVATAR TO LK-CODDEB
                       MOVE CODCRE OF REG-IVATAR TO LK-CODCRE
                       MOVE CONCEP OF REG-IVATAR TO LK-CONCEP
                    ELSE
                       MOVE ZEROS              TO W-HALLADA
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       VERIFICAR-EXENCION.
           MOVE LK-NITCLI TO NUMINT OF REG-CLIMAE
           READ CLIMAE
              NOT INVALID KEY
                 MOVE 92                   TO CODTAB OF ZONA-CCATABLAS
                 MOVE TIPCLI OF REG-CLIMAE TO NROTAB OF ZONA-CCATABLAS
                 READ CCATABLAS
                    NOT INVALID KEY
                       IF CAMPO1 OF ZONA-CCATABLAS = 1
                          MOVE 2 TO LK-RETCOD
                       END-IF
                 END-READ
           END-READ.
