      *          EMPUJA A LA COLA DEL OPERADOR, PARA QUE EL PROBLEMA   *
      *          SE VEA A MEDIA NOCHE Y NO EN LA REVISION DE LA        *
      *          MANANA.                                               *
HH    *          TIPO 4 = LIMITE DIARIO DE RETIROS EXCEDIDO: LO ENVIAN *
HH    *          CCA550 Y CCA764 CON EL VALOR DEL DIA QUE ROMPIO EL    *
HH    *          LIMITE Y LA CUENTA Y EL CANAL EN EL DETALLE; DISPARA  *
HH    *          SI EL VALOR SUPERA EL UMBRAL (CERO = SIEMPRE).        *
HH    *          TIPO 5 = ARCHIVO CERCA DE SU LIMITE DE CAPACIDAD: LO  *
HH    *          ENVIA CCA653 CON LOS DIAS QUE FALTAN SEGUN EL         *
HH    *          CRECIMIENTO Y EL ARCHIVO EN EL DETALLE; DISPARA SI    *
HH    *          LOS DIAS NO SUPERAN EL UMBRAL (CERO = SIEMPRE).       *
      ******************************************************************
       AUTHOR.        H.H.D.
       DATE-WRITTEN.  MARZO/2026.
           88  LK-TIP-RETORNO                    VALUE 1.
           88  LK-TIP-SIN-REGISTROS              VALUE 2.
           88  LK-TIP-SUPERA-UMBRAL              VALUE 3.
HH         88  LK-TIP-LIMITE-RETIROS             VALUE 4.
HH         88  LK-TIP-CAPACIDAD                  VALUE 5.
       01  LK-VALALR                   PIC S9(13)V99.
       01  LK-RETCOD                   PIC 9(01).
           88  LK-SIN-ALERTA                     VALUE 0.
           88  LK-ALERTA-EMITIDA                 VALUE 1.
HH     01  LK-DETALR                   PIC X(40).
      ***************************************************************
       PROCEDURE DIVISION USING LK-PROGRAMA LK-TIPALR
HH                              LK-VALALR LK-RETCOD LK-DETALR.
      ***************************************************************
       COMIENZO.
           PERFORM INICIAR.
                IF LK-VALALR > UMBRAL OF REG-ALRDEF
                   MOVE 1 TO W-DISPARA
                END-IF
HH         WHEN LK-TIP-LIMITE-RETIROS
HH              IF LK-VALALR > UMBRAL OF REG-ALRDEF
HH                 MOVE 1 TO W-DISPARA
HH              END-IF
HH         WHEN LK-TIP-CAPACIDAD
HH              IF UMBRAL OF REG-ALRDEF = ZEROS
HH              OR LK-VALALR NOT > UMBRAL OF REG-ALRDEF
HH                 MOVE 1 TO W-DISPARA
HH              END-IF
           END-EVALUATE.
      *----------------------------------------------------------------
       EMITIR-ALERTA.
           MOVE LK-VALALR              TO VALALR OF REG-ALRHIS
           MOVE UMBRAL OF REG-ALRDEF   TO UMBRAL OF REG-ALRHIS
           MOVE DESALR OF REG-ALRDEF   TO DESALR OF REG-ALRHIS
HH         MOVE LK-DETALR              TO DETALR OF REG-ALRHIS
           WRITE REG-ALRHIS INVALID KEY
                 CONTINUE
           END-WRITE
      *    EMPUJE A LA COLA DEL OPERADOR.
           DISPLAY "*** ALERTA CADENA NIVEL " NIVSEV OF REG-ALRDEF
                   " " LK-PROGRAMA " " DESALR OF REG-ALRDEF
HH                 " " LK-DETALR
                   UPON CONSOLE
           MOVE 1 TO LK-RETCOD.
      *----------------------------------------------------------------
