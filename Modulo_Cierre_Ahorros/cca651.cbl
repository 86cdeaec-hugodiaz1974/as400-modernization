      *          PRODUCTO), LA RETENCION ACUMULADA Y EL NETO QUE       *
      *          SALDRA A LAS CUENTAS. ASI TESORERIA Y LAS AGENCIAS    *
      *          VEN VENIR EL GOLPE DE CAJA DEL TRIMESTRE.             *
HH    *          EL NETO DE CADA AGENCIA Y FECHA QUEDA ADEMAS EN       *
HH    *          CCAPRYCAP PARA EL PRONOSTICO DE EFECTIVO (CCA684).    *
      ******************************************************************
       AUTHOR.        H.H.D.
       DATE-WRITTEN.  SEPTIEMBRE/2026.
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
      *
HH         SELECT CCAPRYCAP
HH             ASSIGN          TO DATABASE-CCAPRYCAP
HH             ORGANIZATION    IS INDEXED
HH             ACCESS MODE     IS DYNAMIC
HH             RECORD KEY      IS EXTERNALLY-DESCRIBED-KEY.
HH    *
           SELECT REPORTE
               ASSIGN          TO FORMATFILE-CCA651R
               ORGANIZATION    IS SEQUENTIAL
       01  ZONA-CCACODPRO.
           COPY DDS-ALL-FORMATS OF CCACODPRO.
      *
HH     FD  CCAPRYCAP
HH         LABEL RECORDS ARE STANDARD.
HH     01  REG-PRYCAP.
HH         COPY DDS-ALL-FORMATS OF CCAPRYCAP.
HH    *
       FD  REPORTE
           LABEL RECORDS ARE STANDARD.
       01  REPORTE-REG.
       INICIAR.
           OPEN INPUT  CCACAUSAC CCACODPRO.
           OPEN OUTPUT REPORTE.
HH         OPEN OUTPUT CCAPRYCAP.
           PERFORM CALL-CCA500.
           MOVE LK-FECHA-HOY TO W-FECHOY
           MOVE W-FECHOY     TO FECHOY OF REPORTE-REG
           COMPUTE VALNET OF REPORTE-REG = A-VALCAU + A-VALPRY
                                         - A-VLRRET
           WRITE REPORTE-REG FORMAT IS "AGENCIA"
HH         IF CON-PROYECCION
HH            PERFORM GRABAR-CCAPRYCAP
HH         END-IF
           ADD A-CANCTA TO P-CANCTA
           ADD A-VALCAU TO P-VALCAU
           ADD A-VALPRY TO P-VALPRY
           ADD A-VLRRET TO P-VLRRET
           MOVE ZEROS TO A-CANCTA A-VALCAU A-VALPRY A-VLRRET.
HH    *---------------------------------------------------------------
HH    * EL NETO A PAGAR EN LA FECHA DE CAPITALIZACION, POR AGENCIA Y
HH    * PRODUCTO, QUEDA PARA EL PRONOSTICO DE EFECTIVO DE CCA684. EL
HH    * ARCHIVO SE REHACE EN CADA CORRIDA.
HH    *---------------------------------------------------------------
HH     GRABAR-CCAPRYCAP.
HH         INITIALIZE REGPRYCAP
HH         MOVE W-AGCCTA     TO AGCCTA OF REG-PRYCAP
HH         MOVE W-FECCAP     TO FECCAP OF REG-PRYCAP
HH         MOVE W-CODMON     TO CODMON OF REG-PRYCAP
HH         MOVE W-CODSIS     TO CODSIS OF REG-PRYCAP
HH         MOVE W-CODPRO     TO CODPRO OF REG-PRYCAP
HH         MOVE A-CANCTA     TO CANCTA OF REG-PRYCAP
HH         COMPUTE VALNET OF REG-PRYCAP = A-VALCAU + A-VALPRY
HH                                      - A-VLRRET
HH         MOVE W-FECHOY     TO FECGEN OF REG-PRYCAP
HH         WRITE REG-PRYCAP INVALID KEY
HH               CONTINUE
HH         END-WRITE.
      *----------------------------------------------------------------
       CERRAR-PRODUCTO.
           INITIALIZE CCA651R-TOTPROD
      *----------------------------------------------------------------
       TERMINAR.
           CLOSE CCACAUSAC CCACODPRO REPORTE.
HH         CLOSE CCAPRYCAP.
           STOP  RUN      .
