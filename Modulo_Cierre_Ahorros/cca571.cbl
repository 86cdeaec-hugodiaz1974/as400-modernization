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
       PROGRAM-ID.    CCA571.
      ******************************************************************
      * FUNCION: SERVICIO DE VALIDACION DE UN REGISTRO DE CCATABLAS    *
      *          CONTRA EL DICCIONARIO DE TABLAS (CCADICTAB).          *
      *          EL DICCIONARIO TIENE POR CODTAB UN ENCABEZADO         *
      *          (NROCAM 00: NOMBRE DE LA TABLA, SIGNIFICADO Y RANGO   *
      *          DE NROTAB, PROGRAMAS QUE LA LEEN) Y UN RENGLON POR    *
      *          CADA SEGMENTO DE CAMPO1 O CAMPO2 (NROCAM 01-99:       *
      *          CAMPO, POSICION, LONGITUD, TIPO Y VALORES PERMITIDOS).*
      *          TIPOS: N = NUMERICO ENTRE VALMIN Y VALMAX (VALMAX EN  *
      *                     CEROS = SIN RANGO)                         *
      *                 F = FECHA AAAAMMDD                             *
      *                 L = UNO DE LOS VALORES DE VALLIS               *
      *                 A = TEXTO LIBRE                                *
      *          CON OBLIGA = "S" EL SEGMENTO NO PUEDE IR EN BLANCO    *
      *          (NI EN CEROS SI ES NUMERICO O FECHA).                 *
      *          RETORNO: 0 = REGISTRO VALIDO                          *
      *                   1 = LA TABLA NO TIENE DICCIONARIO            *
      *                   2 = REGISTRO INVALIDO (LK-NROCAM Y           *
      *                       LK-MENSAJ DICEN EL PRIMER ERROR)         *
      *          LO USAN LA PANTALLA CCA569 Y EL CATALOGO CCA572.      *
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
           SELECT CCADICTAB
               ASSIGN          TO DATABASE-CCADICTAB
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CCADICTAB
           LABEL RECORDS ARE STANDARD.
       01  REG-DICTAB.
           COPY DDS-ALL-FORMATS OF CCADICTAB.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       77  W-CUENTA                    PIC 9(03) VALUE ZEROS.
       77  W-LIMITE                    PIC 9(03) VALUE ZEROS.
       77  W-MOTIVO                    PIC X(30) VALUE SPACES.
       01  W-CAMPO1                    PIC 9(09) VALUE ZEROS.
       01  W-CAMPO1-X REDEFINES W-CAMPO1
                                       PIC X(09).
       01  W-VALOR                     PIC X(150) VALUE SPACES.
       01  W-NUMERO                    PIC X(09) JUSTIFIED RIGHT.
       01  W-NUMERO-9 REDEFINES W-NUMERO
                                       PIC 9(09).
       01  W-FECHA                     PIC 9(08) VALUE ZEROS.
       01  W-FECHA-R REDEFINES W-FECHA.
           05  W-FECHA-AAAA            PIC 9(04).
           05  W-FECHA-MM              PIC 9(02).
           05  W-FECHA-DD              PIC 9(02).
       01  CONTROLES.
           05  CTL-CCADICTAB           PIC X(02) VALUE "NO".
               88  FIN-CCADICTAB                 VALUE "SI".
               88  NO-FIN-CCADICTAB              VALUE "NO".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01  LK-CODTAB                   PIC 9(02).
       01  LK-NROTAB                   PIC 9(05).
       01  LK-CAMPO1                   PIC 9(09).
       01  LK-CAMPO2                   PIC X(150).
       01  LK-NROCAM                   PIC 9(02).
       01  LK-MENSAJ                   PIC X(60).
       01  LK-RETCOD                   PIC 9(01).
           88  LK-REGISTRO-VALIDO                VALUE 0.
           88  LK-SIN-DICCIONARIO                VALUE 1.
           88  LK-REGISTRO-INVALIDO              VALUE 2.
      ***************************************************************
       PROCEDURE DIVISION USING LK-CODTAB LK-NROTAB LK-CAMPO1
                                LK-CAMPO2 LK-NROCAM LK-MENSAJ
                                LK-RETCOD.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
           PERFORM VALIDAR-ENCABEZADO.
           IF LK-REGISTRO-VALIDO
              PERFORM INICIAR-SEGMENTOS
              PERFORM VALIDAR-SEGMENTO UNTIL FIN-CCADICTAB
                                       OR    NOT LK-REGISTRO-VALIDO
           END-IF.
           PERFORM TERMINAR.
      *----------------------------------------------------------------
       INICIAR.
           MOVE 0         TO LK-RETCOD
           MOVE ZEROS     TO LK-NROCAM
           MOVE SPACES    TO LK-MENSAJ
           MOVE LK-CAMPO1 TO W-CAMPO1
           OPEN INPUT CCADICTAB.
      *----------------------------------------------------------------
      * EL ENCABEZADO DE LA TABLA DA EL RANGO ADMITIDO PARA NROTAB.
      *----------------------------------------------------------------
       VALIDAR-ENCABEZADO.
           MOVE LK-CODTAB TO CODTAB OF REG-DICTAB
           MOVE ZEROS     TO NROCAM OF REG-DICTAB
           READ CCADICTAB INVALID KEY
                MOVE 1    TO LK-RETCOD
                MOVE "TABLA SIN DICCIONARIO EN CCADICTAB" TO LK-MENSAJ
           NOT INVALID KEY
                IF VALMAX OF REG-DICTAB > ZEROS
                AND (LK-NROTAB < VALMIN OF REG-DICTAB
                 OR  LK-NROTAB > VALMAX OF REG-DICTAB)
                   MOVE 2 TO LK-RETCOD
                   MOVE "NROTAB FUERA DEL RANGO DEL DICCIONARIO"
                                                         TO LK-MENSAJ
                END-IF
           END-READ.
      *----------------------------------------------------------------
       INICIAR-SEGMENTOS.
           MOVE "NO"      TO CTL-CCADICTAB
           MOVE LK-CODTAB TO CODTAB OF REG-DICTAB
           MOVE 1         TO NROCAM OF REG-DICTAB
           START CCADICTAB KEY NOT < EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY MOVE "SI" TO CTL-CCADICTAB
           END-START.
      *----------------------------------------------------------------
      * UN SEGMENTO: SE EXTRAE DE CAMPO1 O CAMPO2 Y SE VALIDA SEGUN
      * SU TIPO. UN SEGMENTO MAL DEFINIDO SE INFORMA COMO ERROR PARA
      * QUE EL DICCIONARIO SE CORRIJA ANTES DE TOCAR LA TABLA.
      *----------------------------------------------------------------
       VALIDAR-SEGMENTO.
           READ CCADICTAB NEXT RECORD AT END
                MOVE "SI" TO CTL-CCADICTAB
           END-READ
           IF NO-FIN-CCADICTAB
              IF CODTAB OF REG-DICTAB NOT = LK-CODTAB
                 MOVE "SI" TO CTL-CCADICTAB
              ELSE
                 MOVE SPACES TO W-MOTIVO
                 PERFORM EXTRAER-SEGMENTO
                 IF W-MOTIVO = SPACES
                    PERFORM VALIDAR-VALOR
                 END-IF
                 IF W-MOTIVO NOT = SPACES
                    MOVE 2                    TO LK-RETCOD
                    MOVE NROCAM OF REG-DICTAB TO LK-NROCAM
                    STRING DESCRI OF REG-DICTAB DELIMITED BY "  "
                           ": "                 DELIMITED BY SIZE
                           W-MOTIVO             DELIMITED BY SIZE
                           INTO LK-MENSAJ
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       EXTRAER-SEGMENTO.
           MOVE SPACES TO W-VALOR
           IF CAMPO OF REG-DICTAB = 1
              MOVE 9   TO W-LIMITE
           ELSE
              MOVE 150 TO W-LIMITE
           END-IF
           IF (CAMPO OF REG-DICTAB NOT = 1 AND
               CAMPO OF REG-DICTAB NOT = 2)
           OR POSINI OF REG-DICTAB = ZEROS
           OR LONGIT OF REG-DICTAB = ZEROS
           OR POSINI OF REG-DICTAB + LONGIT OF REG-DICTAB - 1
                                   > W-LIMITE
              MOVE "SEGMENTO MAL DEFINIDO"   TO W-MOTIVO
           ELSE
              IF CAMPO OF REG-DICTAB = 1
                 MOVE W-CAMPO1-X (POSINI OF REG-DICTAB:
                                  LONGIT OF REG-DICTAB) TO W-VALOR
              ELSE
                 MOVE LK-CAMPO2  (POSINI OF REG-DICTAB:
                                  LONGIT OF REG-DICTAB) TO W-VALOR
              END-IF
           END-IF.
      *----------------------------------------------------------------
       VALIDAR-VALOR.
           EVALUATE TIPDAT OF REG-DICTAB
           WHEN "N"
                PERFORM VALIDAR-NUMERICO
           WHEN "F"
                PERFORM VALIDAR-FECHA
           WHEN "L"
                PERFORM VALIDAR-LISTA
           WHEN "A"
                IF OBLIGA OF REG-DICTAB = "S" AND W-VALOR = SPACES
                   MOVE "CAMPO OBLIGATORIO"    TO W-MOTIVO
                END-IF
           WHEN OTHER
                MOVE "TIPO DE DATO MAL DEFINIDO" TO W-MOTIVO
           END-EVALUATE.
      *----------------------------------------------------------------
       VALIDAR-NUMERICO.
           IF LONGIT OF REG-DICTAB > 9
              MOVE "SEGMENTO NUMERICO MAYOR DE 9"   TO W-MOTIVO
           ELSE
              MOVE W-VALOR (1:LONGIT OF REG-DICTAB) TO W-NUMERO
              INSPECT W-NUMERO REPLACING LEADING SPACES BY ZEROS
              IF W-NUMERO NOT NUMERIC
                 MOVE "VALOR NO NUMERICO"           TO W-MOTIVO
              ELSE
              IF W-NUMERO-9 = ZEROS AND OBLIGA OF REG-DICTAB = "S"
                 MOVE "CAMPO OBLIGATORIO"           TO W-MOTIVO
              ELSE
              IF VALMAX OF REG-DICTAB > ZEROS
              AND (W-NUMERO-9 < VALMIN OF REG-DICTAB
               OR  W-NUMERO-9 > VALMAX OF REG-DICTAB)
              AND (W-NUMERO-9 > ZEROS OR OBLIGA OF REG-DICTAB = "S")
                 MOVE "VALOR FUERA DE RANGO"        TO W-MOTIVO
              END-IF
              END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       VALIDAR-FECHA.
           IF LONGIT OF REG-DICTAB NOT = 8
              MOVE "FECHA DEBE OCUPAR 8 POSICIONES" TO W-MOTIVO
           ELSE
              IF W-VALOR (1:8) = SPACES
                 MOVE ZEROS                         TO W-FECHA
              ELSE
              IF W-VALOR (1:8) NOT NUMERIC
                 MOVE "FECHA NO NUMERICA"           TO W-MOTIVO
              ELSE
                 MOVE W-VALOR (1:8)                 TO W-FECHA
              END-IF
              END-IF
              IF W-MOTIVO = SPACES
                 IF W-FECHA = ZEROS
                    IF OBLIGA OF REG-DICTAB = "S"
                       MOVE "CAMPO OBLIGATORIO"     TO W-MOTIVO
                    END-IF
                 ELSE
                 IF W-FECHA-AAAA < 1900
                 OR W-FECHA-MM < 1 OR W-FECHA-MM > 12
                 OR W-FECHA-DD < 1 OR W-FECHA-DD > 31
                    MOVE "FECHA INVALIDA (AAAAMMDD)" TO W-MOTIVO
                 END-IF
                 END-IF
              END-IF
           END-IF.
      *----------------------------------------------------------------
       VALIDAR-LISTA.
           IF W-VALOR (1:LONGIT OF REG-DICTAB) = SPACES
              IF OBLIGA OF REG-DICTAB = "S"
                 MOVE "CAMPO OBLIGATORIO"           TO W-MOTIVO
              END-IF
           ELSE
              MOVE ZEROS TO W-CUENTA
              INSPECT VALLIS OF REG-DICTAB TALLYING W-CUENTA
                      FOR ALL W-VALOR (1:LONGIT OF REG-DICTAB)
              IF W-CUENTA = ZEROS
                 MOVE "VALOR NO PERMITIDO"          TO W-MOTIVO
              END-IF
           END-IF.
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCADICTAB.
           GOBACK.
