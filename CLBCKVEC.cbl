      *              reversa y deshace las altas, cambios y bajas del
      *              lote indicado en la tarjeta de control, dejando
      *              el maestro en el estado previo a ese lote.
      *              Cada registro deshecho deja en JRNVEC una entrada
      *              compensatoria (lote 'BK' mas la fecha) con las
      *              imagenes invertidas y el lote revertido.
      * Tectonics: cobc
      ******************************************************************
      * Mantenimiento:
      *   - Registracion en el control de corridas LCKVEC (CLLCKSUB)
      *     con intencion de actualizacion despues de leer la tarjeta
      *     de control, y liberacion al finalizar.
      *   - Journal JRNVEC de 220 posiciones, con los usuarios
      *     solicitante y aprobador de cada entrada.
      *   - Cada registro deshecho graba en JRNVEC una entrada
      *     compensatoria (lote 'BK' mas la fecha, solicitante
      *     CLBCKVEC, lote revertido en JRN-LOTE-REVERTIDO) para que el
      *     journal refleje tambien los backouts.
      *   - Publica en ESTVEC (CLESTSUB), bajo la fecha de negocio
      *     abierta, los registros restaurados y eliminados del
      *     maestro, terminos de la ecuacion de la cuenta del maestro
      *     del certificado CLCUAVEC.
      *   - La clave que el backout vuelve a crear (baja o renumeracion
      *     deshecha) deja de figurar como retirada en XRFVEC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLBCKVEC.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

           SELECT XREF-FILE ASSIGN TO XRFVEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-REG-ANTERIOR
               FILE STATUS IS WS-FS-XRF.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE

       FD  JOURNAL-FILE
           LABEL RECORD IS STANDARD.
       01  JRN-ENTRADA              PIC X(220).

       FD  CTL-FILE
           LABEL RECORD IS STANDARD.
           05  CTL-LOTE             PIC X(08).
           05  FILLER               PIC X(72).

       FD  XREF-FILE
           LABEL RECORD IS STANDARD.
           COPY XRFREC.

       WORKING-STORAGE SECTION.

       77 WS-FS-MASTER     PIC X(02) VALUE '00'.
       77 WS-FS-JRN        PIC X(02) VALUE '00'.
       77 WS-FS-CTL        PIC X(02) VALUE '00'.
       77 WS-FS-XRF        PIC X(02) VALUE '00'.

       77 WS-LOTE-ID       PIC X(08) VALUE SPACES.

       77 WS-FECHA         PIC 9(08) VALUE ZERO.
       77 WS-HORA          PIC 9(08) VALUE ZERO.
       77 WS-JRN-ACCION    PIC X(01) VALUE SPACE.
       77 WS-REG-ANTES     PIC X(80) VALUE SPACES.
       77 WS-REG-DESPUES   PIC X(80) VALUE SPACES.

       01  WS-LOTE-BCK.
           05  FILLER           PIC X(02) VALUE 'BK'.
           05  WS-LOTE-BCK-FECHA PIC 9(06) VALUE ZERO.

       77 WS-CONT-ALTAS    PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-CAMBIOS  PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-BAJAS    PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-ERRORES  PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-JOURNAL  PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-RESTAURADOS PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-ELIMINADOS  PIC 9(05) COMP VALUE ZERO.

       77 WS-RC-CIFRAS     PIC 9(02) VALUE ZERO.
       77 WS-CIFRAS-SW     PIC X(01) VALUE 'S'.
           88 WS-CIFRAS-OK    VALUE 'S'.
           88 WS-CIFRAS-MAL   VALUE 'N'.

       77 WS-J             PIC 9(05) COMP VALUE ZERO.

       COPY JRNREC.

       COPY VECTREC REPLACING LEADING ==VECTREC== BY ==JRB==.

       COPY LCKPARM.

       COPY ESTPARM.

       01  WS-JRN-TABLA.
           02  WS-JRN-TOT           PIC 9(05) COMP VALUE ZERO.
           02  WS-JRN-ENT           PIC X(220) OCCURS 5000 TIMES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           PERFORM 8000-REPORTE-RESUMEN
              THRU 8000-REPORTE-RESUMEN-EXIT.

           PERFORM 8500-PUBLICAR-CIFRAS
              THRU 8500-PUBLICAR-CIFRAS-EXIT.

           PERFORM 9100-LIBERAR-CORRIDA
              THRU 9100-LIBERAR-CORRIDA-EXIT.

              STOP RUN
           END-IF

           OPEN EXTEND JOURNAL-FILE

           IF WS-FS-JRN NOT = '00'
              DISPLAY 'Error al abrir JOURNAL-FILE, status: '
                 WS-FS-JRN
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O XREF-FILE

           IF WS-FS-XRF = '35'
              OPEN OUTPUT XREF-FILE
              CLOSE XREF-FILE
              OPEN I-O XREF-FILE
           END-IF

           IF WS-FS-XRF NOT = '00'
              DISPLAY 'Error al abrir XREF-FILE, status: '
                 WS-FS-XRF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-FECHA FROM DATE YYYYMMDD
           MOVE WS-FECHA TO WS-LOTE-BCK-FECHA

           PERFORM VARYING WS-J FROM WS-JRN-TOT BY -1
                   UNTIL WS-J < 1
              MOVE WS-JRN-ENT(WS-J) TO JRN-REGISTRO
              END-EVALUATE
           END-PERFORM

           CLOSE MASTER-FILE
           CLOSE JOURNAL-FILE
           CLOSE XREF-FILE.

       2000-DESHACER-LOTE-EXIT.
           EXIT.
                    JRN-CLAVE
              NOT INVALID KEY
                 ADD 1 TO WS-CONT-ALTAS
                 ADD 1 TO WS-CONT-ELIMINADOS
                 MOVE 'D' TO WS-JRN-ACCION
                 PERFORM 2500-GRABAR-COMPENSACION
                    THRU 2500-GRABAR-COMPENSACION-EXIT
           END-DELETE.

       2100-DESHACER-ALTA-EXIT.
                 DISPLAY 'Backout de cambio fallo, clave no existe: '
                    VECTREC-CLAVE
              NOT INVALID KEY
                 ADD 1 TO WS-CONT-ELIMINADOS
                 MOVE JRN-ANTES TO VECTREC-REGISTRO
                 WRITE VECTREC-REGISTRO
                    INVALID KEY
                          'clave: ' VECTREC-CLAVE
                    NOT INVALID KEY
                       ADD 1 TO WS-CONT-CAMBIOS
                       ADD 1 TO WS-CONT-RESTAURADOS
                       MOVE VECTREC-CLAVE TO XRF-REG-ANTERIOR
                       PERFORM 2650-QUITAR-REFERENCIA
                          THRU 2650-QUITAR-REFERENCIA-EXIT
                       MOVE 'C' TO WS-JRN-ACCION
                       PERFORM 2500-GRABAR-COMPENSACION
                          THRU 2500-GRABAR-COMPENSACION-EXIT
                 END-WRITE
           END-DELETE.

                    JRN-CLAVE
              NOT INVALID KEY
                 ADD 1 TO WS-CONT-BAJAS
                 ADD 1 TO WS-CONT-RESTAURADOS
                 MOVE VECTREC-CLAVE TO XRF-REG-ANTERIOR
                 PERFORM 2650-QUITAR-REFERENCIA
                    THRU 2650-QUITAR-REFERENCIA-EXIT
                 MOVE 'A' TO WS-JRN-ACCION
                 PERFORM 2500-GRABAR-COMPENSACION
                    THRU 2500-GRABAR-COMPENSACION-EXIT
           END-WRITE.

       2300-DESHACER-BAJA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Entrada compensatoria del journal: la accion inversa con las
      * imagenes antes y despues intercambiadas, de modo que una
      * recuperacion CLRFWVEC o una consulta del journal vean el
      * backout como un movimiento mas. La clave es la del registro
      * que se toca (la nueva, si se deshace una renumeracion).
      *----------------------------------------------------------------*
       2500-GRABAR-COMPENSACION.

           MOVE WS-JRN-ENT(WS-J) TO JRN-REGISTRO
           MOVE JRN-DESPUES TO WS-REG-ANTES
           MOVE JRN-ANTES   TO WS-REG-DESPUES

           IF WS-REG-ANTES NOT = SPACES
              MOVE WS-REG-ANTES TO JRB-REGISTRO
              MOVE JRB-CLAVE TO JRN-CLAVE
           END-IF

           ACCEPT WS-HORA FROM TIME

           MOVE WS-FECHA       TO JRN-FECHA
           MOVE WS-HORA        TO JRN-HORA
           MOVE WS-LOTE-BCK    TO JRN-LOTE
           MOVE WS-JRN-ACCION  TO JRN-ACCION
           MOVE WS-REG-ANTES   TO JRN-ANTES
           MOVE WS-REG-DESPUES TO JRN-DESPUES
           MOVE 'CLBCKVEC'     TO JRN-SOLICITANTE
           MOVE SPACES         TO JRN-APROBADOR
           MOVE WS-LOTE-ID     TO JRN-LOTE-REVERTIDO

           WRITE JRN-ENTRADA FROM JRN-REGISTRO

           ADD 1 TO WS-CONT-JOURNAL.

       2500-GRABAR-COMPENSACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La clave que el backout vuelve a crear esta otra vez en uso: se
      * le quita la referencia de clave retirada, como hace CLMNTVEC en
      * el alta, asi una renumeracion deshecha no sigue redirigiendo
      * las busquedas de la clave anterior a la nueva.
      *----------------------------------------------------------------*
       2650-QUITAR-REFERENCIA.

           DELETE XREF-FILE
              INVALID KEY
                 CONTINUE
           END-DELETE.

       2650-QUITAR-REFERENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-REPORTE-RESUMEN.

           DISPLAY 'Cambios deshechos:  ' WS-CONT-CAMBIOS
           DISPLAY 'Bajas deshechas:    ' WS-CONT-BAJAS
           DISPLAY 'Errores:            ' WS-CONT-ERRORES
           DISPLAY 'Lote de backout:    ' WS-LOTE-BCK
           DISPLAY 'Entradas journal:   ' WS-CONT-JOURNAL
           DISPLAY 'Registros restaurados: ' WS-CONT-RESTAURADOS
           DISPLAY 'Registros eliminados:  ' WS-CONT-ELIMINADOS

           IF WS-CONT-ERRORES > 0
              MOVE 8 TO RETURN-CODE
       8000-REPORTE-RESUMEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cifras de control de la corrida en ESTVEC, bajo la fecha de
      * negocio abierta: registros que el backout volvio a grabar en
      * el maestro y registros que elimino, para que el certificado de
      * cuadre diario CLCUAVEC los incluya en la cuenta del maestro.
      * Las llamadas a CLESTSUB no deben alterar el codigo de retorno.
      *----------------------------------------------------------------*
       8500-PUBLICAR-CIFRAS.

           MOVE RETURN-CODE TO WS-RC-CIFRAS
           SET WS-CIFRAS-OK TO TRUE

           MOVE 'CLBCKVEC' TO EST-PROGRAMA
           MOVE ZERO TO EST-FECHA-NEGOCIO

           MOVE 'RESTAURADOS' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-RESTAURADOS TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'ELIMINADOS' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-ELIMINADOS TO EST-VALOR
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
       9100-LIBERAR-CORRIDA.

