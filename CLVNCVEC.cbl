      *     de control, y liberacion al finalizar.
      *   - El serial de dias de una fecha se pide al subprograma
      *     CLSERSUB en lugar de calcularse en el programa.
      *   - Las entradas del journal JRNVEC llevan CLVNCVEC como
      *     solicitante y sin aprobador.
      *   - Control de ciclo por fecha de negocio (CLCICSUB): no
      *     arranca si faltan sus predecesores o si ya completo en la
      *     fecha, salvo tarjeta de forzado en CICFRZ; al finalizar
      *     registra el codigo de retorno del paso.
      *   - Cuenta las entradas grabadas en JRNVEC y publica en ESTVEC
      *     (CLESTSUB) registros leidos, pases a inactivo y a
      *     suspendido, errores y entradas de journal para el
      *     certificado de cuadre diario CLCUAVEC.
      *   - La entrada del journal se limpia antes de armarla, asi el
      *     lote revertido y el relleno salen en blanco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLVNCVEC.
       77 WS-CONT-INACT    PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-SUSP     PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-ERRORES  PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-JRN      PIC 9(05) COMP VALUE ZERO.

       77 WS-RC-CIFRAS     PIC 9(02) VALUE ZERO.
       77 WS-CIFRAS-SW     PIC X(01) VALUE 'S'.
           88 WS-CIFRAS-OK    VALUE 'S'.
           88 WS-CIFRAS-MAL   VALUE 'N'.

       77 WS-SER-CORTE     PIC 9(09) COMP VALUE ZERO.
       77 WS-SER-VENC      PIC 9(09) COMP VALUE ZERO.

       COPY LCKPARM.

       COPY CICPARM.

       COPY ESTPARM.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-LEER-CONTROL
              THRU 1000-LEER-CONTROL-EXIT.

           PERFORM 0400-CONTROLAR-CICLO
              THRU 0400-CONTROLAR-CICLO-EXIT.

           PERFORM 0500-REGISTRAR-CORRIDA
              THRU 0500-REGISTRAR-CORRIDA-EXIT.

           PERFORM 8000-REPORTE-RESUMEN
              THRU 8000-REPORTE-RESUMEN-EXIT.

           PERFORM 8500-PUBLICAR-CIFRAS
              THRU 8500-PUBLICAR-CIFRAS-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       0400-CONTROLAR-CICLO.

           MOVE 'I' TO CIC-FUNCION
           MOVE 'CLVNCVEC' TO CIC-PROGRAMA
           MOVE 'CLVNCVEC' TO CIC-JOBID

           CALL 'CLCICSUB' USING CIC-PARAMETROS

           IF NOT CIC-RET-OK AND NOT CIC-RET-FORZADO
              DISPLAY 'Corrida rechazada por control de ciclo, '
                 'fecha de negocio: ' CIC-FECHA-NEGOCIO
              IF CIC-RET-ERROR
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 12 TO RETURN-CODE
              END-IF
              STOP RUN
           END-IF.

       0400-CONTROLAR-CICLO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0500-REGISTRAR-CORRIDA.

           ACCEPT WS-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-HORA  FROM TIME

           MOVE SPACES TO JRN-REGISTRO

           MOVE WS-FECHA       TO JRN-FECHA
           MOVE WS-HORA        TO JRN-HORA
           MOVE WS-LOTE-ID     TO JRN-LOTE
           MOVE VECTREC-CLAVE  TO JRN-CLAVE
           MOVE WS-REG-ANTES   TO JRN-ANTES
           MOVE WS-REG-DESPUES TO JRN-DESPUES
           MOVE 'CLVNCVEC'     TO JRN-SOLICITANTE
           MOVE SPACES         TO JRN-APROBADOR

           WRITE JRN-REGISTRO

           IF WS-FS-JRN = '00'
              ADD 1 TO WS-CONT-JRN
           END-IF.

       2500-GRABAR-JOURNAL-EXIT.
           EXIT.
       8000-REPORTE-RESUMEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cifras de control de la corrida en ESTVEC, para el
      * certificado de cuadre diario entre programas CLCUAVEC. Las
      * llamadas a CLESTSUB no deben alterar el codigo de retorno.
      *----------------------------------------------------------------*
       8500-PUBLICAR-CIFRAS.

           MOVE RETURN-CODE TO WS-RC-CIFRAS
           SET WS-CIFRAS-OK TO TRUE

           MOVE 'CLVNCVEC' TO EST-PROGRAMA
           MOVE CIC-FECHA-NEGOCIO TO EST-FECHA-NEGOCIO

           MOVE 'REG-LEIDOS' TO EST-CONCEPTO
           SET EST-TIPO-SALDO TO TRUE
           MOVE WS-CONT-LEIDOS TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'A-INACTIVO' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-INACT TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'A-SUSPENDIDO' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-SUSP TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'ERRORES' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-ERRORES TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'JRN-GRABADOS' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-JRN TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           IF WS-CIFRAS-MAL
              DISPLAY 'Cifras de control no publicadas en ESTVEC'
              IF WS-RC-CIFRAS < 4
                 MOVE 4 TO WS-RC-CIFRAS
              END-IF
           END-IF

           MOVE WS-RC-CIFRAS TO RETURN-CODE.

       8500-PUBLICAR-CIFRAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8550-GRABAR-CIFRA.

           CALL 'CLESTSUB' USING EST-PARAMETROS

           IF NOT EST-RET-OK
              SET WS-CIFRAS-MAL TO TRUE
           END-IF.

       8550-GRABAR-CIFRA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.

           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE

           MOVE RETURN-CODE TO CIC-RC-PASO

           PERFORM 9100-LIBERAR-CORRIDA
              THRU 9100-LIBERAR-CORRIDA-EXIT

           PERFORM 9200-CERRAR-PASO-CICLO
              THRU 9200-CERRAR-PASO-CICLO-EXIT.

       9000-FINALIZAR-EXIT.
           EXIT.
       9100-LIBERAR-CORRIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9200-CERRAR-PASO-CICLO.

           MOVE 'F' TO CIC-FUNCION
           CALL 'CLCICSUB' USING CIC-PARAMETROS

           MOVE CIC-RC-PASO TO RETURN-CODE.

       9200-CERRAR-PASO-CICLO-EXIT.
           EXIT.



       END PROGRAM CLVNCVEC.
