      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Subprograma de umbrales de aprobacion para las
      *              transacciones de mantenimiento MNTVEC (bloque de
      *              parametros UMBPARM). Decide si una transaccion es
      *              de alto impacto y necesita la aprobacion de un
      *              segundo usuario: toda baja 'D', toda renumeracion
      *              por MNT-NUEVO, todo cambio de estado a 'A' y todo
      *              cambio de importe que supere el monto o el
      *              porcentaje fijados. Los umbrales se leen de la
      *              tarjeta UMBVEC en la primera llamada; si no hay
      *              tarjeta rigen los umbrales por omision. Un umbral
      *              de importe o porcentaje en cero no se aplica, y
      *              un indicador en 'N' deja pasar la baja, la
      *              reactivacion o la renumeracion sin aprobacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLUMBSUB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UMBR-FILE ASSIGN TO UMBVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-UMB.

       DATA DIVISION.
       FILE SECTION.
       FD  UMBR-FILE
           LABEL RECORD IS STANDARD.
       01  UMT-REGISTRO.
           05  UMT-IMPORTE-MAX      PIC 9(09)V99.
           05  UMT-PORCENTAJE-MAX   PIC 9(03)V99.
           05  UMT-RETENER-BAJA     PIC X(01).
           05  UMT-RETENER-ACTIVA   PIC X(01).
           05  UMT-RETENER-RENUMERO PIC X(01).
           05  FILLER               PIC X(61).

       WORKING-STORAGE SECTION.

       77 WS-FS-UMB        PIC X(02) VALUE '00'.

       77 WS-CARGADO-SW    PIC X(01) VALUE 'N'.
           88 WS-CARGADO-SI   VALUE 'S'.
           88 WS-CARGADO-NO   VALUE 'N'.

       77 WS-RET-CARGA     PIC 9(02) VALUE ZERO.

       77 WS-IMPORTE-MAX   PIC 9(09)V99 VALUE 10000.00.
       77 WS-PORC-MAX      PIC 9(03)V99 VALUE 25.00.
       77 WS-RET-BAJA      PIC X(01) VALUE 'S'.
       77 WS-RET-ACTIVA    PIC X(01) VALUE 'S'.
       77 WS-RET-RENUMERO  PIC X(01) VALUE 'S'.

       77 WS-DIFERENCIA    PIC 9(09)V99 VALUE ZERO.
       77 WS-PORC-CAMBIO   PIC 9(07)V99 VALUE ZERO.

       COPY MNTREC.

       COPY VECTREC REPLACING LEADING ==VECTREC== BY ==UMA==.

       LINKAGE SECTION.

       COPY UMBPARM.

       PROCEDURE DIVISION USING UMB-PARAMETROS.
      *----------------------------------------------------------------*

           IF WS-CARGADO-NO
              PERFORM 1000-CARGAR-UMBRALES
                 THRU 1000-CARGAR-UMBRALES-EXIT
           END-IF.

           PERFORM 2000-EVALUAR-TRANSACCION
              THRU 2000-EVALUAR-TRANSACCION-EXIT.

           GOBACK.

      *----------------------------------------------------------------*
       1000-CARGAR-UMBRALES.

           SET WS-CARGADO-SI TO TRUE
           MOVE 04 TO WS-RET-CARGA

           OPEN INPUT UMBR-FILE

           IF WS-FS-UMB NOT = '00'
              DISPLAY 'UMBVEC no disponible, status: ' WS-FS-UMB
                 ' - rigen los umbrales por omision'
              GO TO 1000-CARGAR-UMBRALES-EXIT
           END-IF

           READ UMBR-FILE
              AT END
                 DISPLAY 'UMBVEC vacio - rigen los umbrales por '
                    'omision'
              NOT AT END
                 IF UMT-IMPORTE-MAX IS NUMERIC
                    AND UMT-PORCENTAJE-MAX IS NUMERIC
                    MOVE UMT-IMPORTE-MAX    TO WS-IMPORTE-MAX
                    MOVE UMT-PORCENTAJE-MAX TO WS-PORC-MAX
                    IF UMT-RETENER-BAJA = 'N'
                       MOVE 'N' TO WS-RET-BAJA
                    END-IF
                    IF UMT-RETENER-ACTIVA = 'N'
                       MOVE 'N' TO WS-RET-ACTIVA
                    END-IF
                    IF UMT-RETENER-RENUMERO = 'N'
                       MOVE 'N' TO WS-RET-RENUMERO
                    END-IF
                    MOVE ZERO TO WS-RET-CARGA
                 ELSE
                    DISPLAY 'UMBVEC con umbrales no numericos - rigen '
                       'los umbrales por omision'
                 END-IF
           END-READ

           CLOSE UMBR-FILE.

       1000-CARGAR-UMBRALES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El orden de las pruebas fija el motivo informado cuando una
      * transaccion cae en mas de un criterio.
      *----------------------------------------------------------------*
       2000-EVALUAR-TRANSACCION.

           MOVE 'N' TO UMB-REQUIERE
           MOVE SPACES TO UMB-MOTIVO
           MOVE WS-IMPORTE-MAX TO UMB-IMPORTE-MAX
           MOVE WS-PORC-MAX TO UMB-PORCENTAJE-MAX
           MOVE WS-RET-CARGA TO UMB-RETORNO

           MOVE UMB-TRANSACCION TO MNT-REGISTRO

           IF MNT-ACCION-BAJA
              AND WS-RET-BAJA = 'S'
              MOVE 'S' TO UMB-REQUIERE
              MOVE 'BAJA' TO UMB-MOTIVO
              GO TO 2000-EVALUAR-TRANSACCION-EXIT
           END-IF

           IF NOT MNT-ACCION-CAMBIO
              GO TO 2000-EVALUAR-TRANSACCION-EXIT
           END-IF

           IF MNT-CLAVE IS NUMERIC
              AND MNT-NUEVO IS NUMERIC
              AND MNT-CLAVE NOT = MNT-NUEVO
              AND WS-RET-RENUMERO = 'S'
              MOVE 'S' TO UMB-REQUIERE
              MOVE 'RENUMERACION' TO UMB-MOTIVO
              GO TO 2000-EVALUAR-TRANSACCION-EXIT
           END-IF

           IF UMB-ANTES = SPACES
              GO TO 2000-EVALUAR-TRANSACCION-EXIT
           END-IF

           MOVE UMB-ANTES TO UMA-REGISTRO

           IF MNT-ESTADO = 'A'
              AND UMA-ESTADO NOT = 'A'
              AND WS-RET-ACTIVA = 'S'
              MOVE 'S' TO UMB-REQUIERE
              MOVE 'REACTIVACION' TO UMB-MOTIVO
              GO TO 2000-EVALUAR-TRANSACCION-EXIT
           END-IF

           IF MNT-IMPORTE IS NOT NUMERIC
              OR UMA-IMPORTE IS NOT NUMERIC
              GO TO 2000-EVALUAR-TRANSACCION-EXIT
           END-IF

           IF MNT-IMPORTE > UMA-IMPORTE
              COMPUTE WS-DIFERENCIA = MNT-IMPORTE - UMA-IMPORTE
           ELSE
              COMPUTE WS-DIFERENCIA = UMA-IMPORTE - MNT-IMPORTE
           END-IF

           IF WS-DIFERENCIA = ZERO
              GO TO 2000-EVALUAR-TRANSACCION-EXIT
           END-IF

           IF WS-IMPORTE-MAX > ZERO
              AND WS-DIFERENCIA > WS-IMPORTE-MAX
              MOVE 'S' TO UMB-REQUIERE
              MOVE 'IMPORTE SUPERA MONTO' TO UMB-MOTIVO
              GO TO 2000-EVALUAR-TRANSACCION-EXIT
           END-IF

           IF WS-PORC-MAX = ZERO
              GO TO 2000-EVALUAR-TRANSACCION-EXIT
           END-IF

           IF UMA-IMPORTE = ZERO
              MOVE 'S' TO UMB-REQUIERE
              MOVE 'IMPORTE SUPERA PORC.' TO UMB-MOTIVO
              GO TO 2000-EVALUAR-TRANSACCION-EXIT
           END-IF

           COMPUTE WS-PORC-CAMBIO ROUNDED =
                   WS-DIFERENCIA * 100 / UMA-IMPORTE
              ON SIZE ERROR
                 MOVE 9999999.99 TO WS-PORC-CAMBIO
           END-COMPUTE

           IF WS-PORC-CAMBIO > WS-PORC-MAX
              MOVE 'S' TO UMB-REQUIERE
              MOVE 'IMPORTE SUPERA PORC.' TO UMB-MOTIVO
           END-IF.

       2000-EVALUAR-TRANSACCION-EXIT.
           EXIT.



       END PROGRAM CLUMBSUB.
