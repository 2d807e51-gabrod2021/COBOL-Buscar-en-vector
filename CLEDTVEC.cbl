      *              los rechazos van reprocesables a RCHTRN y los
      *              motivos al informe de edicion EDTTRN.
      * Tectonics: cobc
      ******************************************************************
      * Mantenimiento:
      *   - Cada detalle liberado a TRANVEC lleva el solicitante del
      *     header, y cada transmision editada agrega un registro al
      *     acumulado TRMVEC (solicitante, detalles recibidos,
      *     liberados y rechazados, aceptada o rechazada) para el
      *     recupero de costos de CLCRGVEC.
      *   - Cifras de control de la edicion (detalles leidos,
      *     liberados, rechazados y errores de estructura) publicadas
      *     en ESTVEC por CLESTSUB para el certificado de cuadre diario
      *     CLCUAVEC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEDTVEC.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EDT.

           SELECT TRM-FILE ASSIGN TO TRMVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRM.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-FILE
           LABEL RECORD IS STANDARD.
       01  EDT-LINEA                PIC X(80).

       FD  TRM-FILE
           LABEL RECORD IS STANDARD.
           COPY TRMREC.

       WORKING-STORAGE SECTION.

       77 WS-FS-RAW        PIC X(02) VALUE '00'.
       77 WS-FS-CLN        PIC X(02) VALUE '00'.
       77 WS-FS-RCH        PIC X(02) VALUE '00'.
       77 WS-FS-EDT        PIC X(02) VALUE '00'.
       77 WS-FS-TRM        PIC X(02) VALUE '00'.

       77 WS-FECHA-RUN     PIC 9(08) VALUE ZERO.
       77 WS-HORA-RUN      PIC 9(08) VALUE ZERO.

       77 WS-HDR-SW        PIC X(01) VALUE 'N'.
           88 WS-HDR-PRESENTE-SI VALUE 'S'.
       77 WS-CONT-RECHAZOS PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-VALIDOS  PIC 9(05) COMP VALUE ZERO.

       77 WS-RC-CIFRAS     PIC 9(02) VALUE ZERO.
       77 WS-CIFRAS-SW     PIC X(01) VALUE 'S'.
           88 WS-CIFRAS-OK    VALUE 'S'.
           88 WS-CIFRAS-MAL   VALUE 'N'.

       77 WS-L1            PIC 9(05) COMP VALUE ZERO.

       77 WS-EDT-MOTIVO    PIC X(30) VALUE SPACES.

       COPY TRNREC.

       COPY ESTPARM.

       01  WS-LOTE-TABLA.
           02  WS-LOTE-TOT          PIC 9(05) COMP VALUE ZERO.
           02  WS-LOTE-ENT          OCCURS 10000 TIMES.
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 7000-GRABAR-TRANSMISION
              THRU 7000-GRABAR-TRANSMISION-EXIT.

           PERFORM 8000-REPORTE-RESUMEN
              THRU 8000-REPORTE-RESUMEN-EXIT.

           PERFORM 8500-PUBLICAR-CIFRAS
              THRU 8500-PUBLICAR-CIFRAS-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

              STOP RUN
           END-IF

           OPEN EXTEND TRM-FILE

           IF WS-FS-TRM = '35'
              OPEN OUTPUT TRM-FILE
           END-IF

           IF WS-FS-TRM NOT = '00'
              DISPLAY 'Error al abrir TRM-FILE, status: '
                 WS-FS-TRM
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RUN  FROM TIME

           MOVE SPACES TO EDT-LINEA
           STRING 'CLEDTVEC - Edicion de Transmision  Fecha: '
       1600-BALANCEAR-TRANSMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cada detalle liberado lleva el solicitante del header, para
      * que CLBUSQBI lo propague a la auditoria y a los resultados.
      *----------------------------------------------------------------*
       2000-LIBERAR-LIMPIO.

           PERFORM VARYING WS-L1 FROM 1 BY 1
                   UNTIL WS-L1 > WS-LOTE-TOT
              IF WS-LOTE-ERR(WS-L1) NOT = 'S'
                 MOVE WS-LOTE-REG(WS-L1) TO TRN-REGISTRO
                 MOVE WS-HDR-SOLIC TO TRN-DET-SOLICITANTE
                 MOVE TRN-REGISTRO TO CLN-SALIDA
                 WRITE CLN-SALIDA
              END-IF
           END-PERFORM
       2000-LIBERAR-LIMPIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Registro acumulado de la transmision en TRMVEC: una
      * transmision rechazada no libera ningun detalle.
      *----------------------------------------------------------------*
       7000-GRABAR-TRANSMISION.

           MOVE SPACES          TO TRM-REGISTRO
           MOVE WS-FECHA-RUN    TO TRM-FECHA
           MOVE WS-HORA-RUN     TO TRM-HORA
           MOVE WS-HDR-SOLIC    TO TRM-SOLICITANTE
           MOVE WS-HDR-FECHA    TO TRM-FECHA-HDR
           MOVE WS-LOTE-TOT     TO TRM-LEIDOS
           MOVE WS-CONT-RECHAZOS TO TRM-RECHAZADOS

           IF WS-LOTE-OK
              MOVE WS-CONT-VALIDOS TO TRM-LIBERADOS
              SET TRM-ACEPTADA TO TRUE
           ELSE
              MOVE ZERO TO TRM-LIBERADOS
              SET TRM-RECHAZADA TO TRUE
           END-IF

           WRITE TRM-REGISTRO.

       7000-GRABAR-TRANSMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-REPORTE-RESUMEN.

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

           MOVE 'CLEDTVEC' TO EST-PROGRAMA
           MOVE ZERO TO EST-FECHA-NEGOCIO

           MOVE 'DET-LEIDOS' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-LOTE-TOT TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'DET-LIBERADOS' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           IF WS-LOTE-OK
              MOVE WS-CONT-VALIDOS TO EST-VALOR
           ELSE
              MOVE ZERO TO EST-VALOR
           END-IF
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'DET-RECHAZADOS' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-RECHAZOS TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'ERR-ESTRUCTURA' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-ESTRUC TO EST-VALOR
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

           CLOSE RAW-FILE
           CLOSE CLEAN-FILE
           CLOSE REJECT-FILE
           CLOSE EDIT-FILE
           CLOSE TRM-FILE.

       9000-FINALIZAR-EXIT.
           EXIT.
