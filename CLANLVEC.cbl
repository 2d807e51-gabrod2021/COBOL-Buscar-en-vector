      *              layout MNTVEC (archivo CANVEC) para revision del
      *              analista de mantenimiento.
      * Tectonics: cobc
      ******************************************************************
      * Mantenimiento:
      *   - Las busquedas redirigidas por renumeracion (resultado R)
      *     cuentan como acierto en la tendencia diaria; las claves
      *     retiradas (R y B) no se acumulan como claves buscadas ni se
      *     proponen como candidatas a alta.
      *   - AUDVEC pasa a 100 posiciones (solicitante, operacion y
      *     marca facturable en AUDREC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLANLVEC.
       FILE SECTION.
       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD.
       01  AUD-ENTRADA              PIC X(100).

       FD  REPORT-FILE
           LABEL RECORD IS STANDARD.
           END-IF

           ADD 1 TO WS-DIA-BUSCADAS(WS-F-ENC)
           IF AUD-RESULTADO-SI OR AUD-RESULTADO-RENUMERADA
              ADD 1 TO WS-DIA-HALLADAS(WS-F-ENC)
           END-IF.

