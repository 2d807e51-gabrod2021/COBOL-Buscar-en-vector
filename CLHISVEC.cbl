      *     la misma fecha y hora, y las repetidas se omiten.
      *   - El serial de dias de una fecha se pide al subprograma
      *     CLSERSUB en lugar de calcularse en el programa.
      *   - El historial conserva la clave vigente de las busquedas
      *     redirigidas por renumeracion (AUD-CLAVE-ACTUAL).
      *   - El historial conserva el solicitante, la operacion y la
      *     marca de busqueda facturable de la auditoria; AUDVEC,
      *     AUDHIS y ARCVEC crecen 10 posiciones con los layouts AUDREC
      *     y HISREC.
      *   - Publica en ESTVEC (CLESTSUB) las cifras de la
      *     consolidacion, con los errores de agregado contados aparte
      *     de los de depuracion, para el certificado de cuadre diario
      *     CLCUAVEC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLHISVEC.
       FILE SECTION.
       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD.
       01  AUD-ENTRADA              PIC X(100).

       FD  HIST-FILE
           LABEL RECORD IS STANDARD.

       FD  ARCH-FILE
           LABEL RECORD IS STANDARD.
       01  ARC-SALIDA               PIC X(110).

       FD  EXTR-FILE
           LABEL RECORD IS STANDARD.
       01  EXT-SALIDA               PIC X(100).

       FD  CTL-FILE
           LABEL RECORD IS STANDARD.
       77 WS-CONT-DEPUR    PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-EXTRAIDOS PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-ERRORES  PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-ERR-AGREG PIC 9(05) COMP VALUE ZERO.

       77 WS-RC-CIFRAS     PIC 9(02) VALUE ZERO.
       77 WS-CIFRAS-SW     PIC X(01) VALUE 'S'.
           88 WS-CIFRAS-OK    VALUE 'S'.
           88 WS-CIFRAS-MAL   VALUE 'N'.

       77 WS-FECHA-MIN     PIC 9(08) VALUE 99999999.
       77 WS-FECHA-MAX     PIC 9(08) VALUE ZERO.

       COPY SERPARM.

       COPY ESTPARM.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 8000-REPORTE-RESUMEN
              THRU 8000-REPORTE-RESUMEN-EXIT.

           PERFORM 8500-PUBLICAR-CIFRAS
              THRU 8500-PUBLICAR-CIFRAS-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.


           IF WS-GRABADO-NO AND WS-DUPLICADO-NO
              ADD 1 TO WS-CONT-ERRORES
              ADD 1 TO WS-CONT-ERR-AGREG
              DISPLAY 'Secuencia agotada para fecha ' AUD-FECHA
                 ' hora ' AUD-HORA
           END-IF.
           MOVE AUD-DESCRIPCION TO HIS-DESCRIPCION
           MOVE AUD-ESTADO      TO HIS-ESTADO
           MOVE AUD-VIGENCIA    TO HIS-VIGENCIA
           IF AUD-CLAVE-ACTUAL IS NUMERIC
              MOVE AUD-CLAVE-ACTUAL TO HIS-CLAVE-ACTUAL
           ELSE
              MOVE ZERO TO HIS-CLAVE-ACTUAL
           END-IF
           MOVE AUD-SOLICITANTE TO HIS-SOLICITANTE
           MOVE AUD-OPERACION   TO HIS-OPERACION
           MOVE AUD-FACTURABLE  TO HIS-FACTURABLE

           WRITE HIS-REGISTRO
              INVALID KEY
                    MOVE HIS-DESCRIPCION TO AUD-DESCRIPCION
                    MOVE HIS-ESTADO      TO AUD-ESTADO
                    MOVE HIS-VIGENCIA    TO AUD-VIGENCIA
                    MOVE HIS-CLAVE-ACTUAL TO AUD-CLAVE-ACTUAL
                    MOVE HIS-SOLICITANTE TO AUD-SOLICITANTE
                    MOVE HIS-OPERACION   TO AUD-OPERACION
                    MOVE HIS-FACTURABLE  TO AUD-FACTURABLE
                    MOVE AUD-REGISTRO    TO EXT-SALIDA
                    WRITE EXT-SALIDA
              END-READ
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

           MOVE 'CLHISVEC' TO EST-PROGRAMA
           MOVE ZERO TO EST-FECHA-NEGOCIO

           MOVE 'AUD-LEIDAS' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-LEIDOS TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'AGREGADAS' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-AGREG TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'DUPLICADAS' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-DUPLIC TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'INVALIDAS' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-INVAL TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'ERR-AGREGADO' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-ERR-AGREG TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'DEPURADAS' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-DEPUR TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'VIGENTES' TO EST-CONCEPTO
           SET EST-TIPO-SALDO TO TRUE
           MOVE WS-CONT-EXTRAIDOS TO EST-VALOR
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

