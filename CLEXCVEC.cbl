      *   - Registracion en el control de corridas LCKVEC (CLLCKSUB)
      *     con intencion de lectura al arrancar, y liberacion al
      *     finalizar.
      *   - El trailer del lote de correcciones CORVEC lleva CLEXCVEC
      *     como solicitante, para el control de doble usuario de
      *     CLRETVEC y CLMNTVEC.
      *   - Control de ciclo por fecha de negocio (CLCICSUB): no
      *     arranca si faltan sus predecesores o si ya completo en la
      *     fecha, salvo tarjeta de forzado en CICFRZ; al finalizar
      *     registra el codigo de retorno del paso.
      *   - Publica en ESTVEC (CLESTSUB) registros explorados y
      *     ofensores para el certificado de cuadre diario CLCUAVEC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEXCVEC.
       77 WS-CNT-REGLA-4   PIC 9(05) COMP VALUE ZERO.
       77 WS-CNT-REGLA-5   PIC 9(05) COMP VALUE ZERO.

       77 WS-RC-CIFRAS     PIC 9(02) VALUE ZERO.
       77 WS-CIFRAS-SW     PIC X(01) VALUE 'S'.
           88 WS-CIFRAS-OK    VALUE 'S'.
           88 WS-CIFRAS-MAL   VALUE 'N'.

       77 WS-E1            PIC 9(05) COMP VALUE ZERO.
       77 WS-E2            PIC 9(05) COMP VALUE ZERO.
       77 WS-E2-ENC        PIC 9(05) COMP VALUE ZERO.

       COPY LCKPARM.

       COPY CICPARM.

       COPY ESTPARM.

       01  WS-EXC-TABLA.
           02  WS-EXC-TOT           PIC 9(05) COMP VALUE ZERO.
           02  WS-EXC-ENT           OCCURS 10000 TIMES.
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

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
           MOVE 'CLEXCVEC' TO CIC-PROGRAMA
           MOVE 'CLEXCVEC' TO CIC-JOBID

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

           MOVE WS-CONT-OFENSORES TO MNT-TRL-CAMBIOS
           MOVE ZERO TO MNT-TRL-BAJAS
           MOVE WS-LOTE-ID TO MNT-TRL-LOTE
           MOVE 'CLEXCVEC' TO MNT-TRL-SOLICITANTE
           MOVE MNT-REGISTRO TO COR-SALIDA
           WRITE COR-SALIDA.

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

           MOVE 'CLEXCVEC' TO EST-PROGRAMA
           MOVE CIC-FECHA-NEGOCIO TO EST-FECHA-NEGOCIO

           MOVE 'REG-EXPLORADOS' TO EST-CONCEPTO
           SET EST-TIPO-SALDO TO TRUE
           MOVE WS-CONT-LEIDOS TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'OFENSORES' TO EST-CONCEPTO
           SET EST-TIPO-SALDO TO TRUE
           MOVE WS-CONT-OFENSORES TO EST-VALOR
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

           CLOSE REPORT-FILE
           CLOSE CORR-FILE

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



       END PROGRAM CLEXCVEC.
