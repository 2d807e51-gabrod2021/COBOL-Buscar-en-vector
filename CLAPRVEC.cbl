      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Aprobacion de las transacciones de mantenimiento
      *              retenidas por CLRETVEC en PNDVEC. Un segundo
      *              usuario, identificado en la tarjeta de control
      *              (SYSIN), libera 'L' o rechaza 'R' cada pendiente
      *              con una tarjeta de aprobacion (AUTVEC) por clave
      *              y, si hace falta distinguir, lote de origen. El
      *              aprobador no puede ser el solicitante de la
      *              transaccion. Las liberadas salen como lote MNTVEC
      *              con trailer 'T' contado y el aprobador en el
      *              trailer, listo para CLMNTVEC; las que no tienen
      *              tarjeta quedan en la nueva generacion de
      *              pendientes PNDNUE. Informe de aprobacion APRVEC
      *              con solicitante y aprobador de cada transaccion.
      * Tectonics: cobc
      ******************************************************************
      * Mantenimiento:
      *   - Cada transaccion liberada se registra en LIBVEC (clave,
      *     fecha y hora, lote, solicitante, aprobador e imagen
      *     exacta); CLMNTVEC aplica las de alto impacto solo contra
      *     esa liberacion. El lote de liberadas se agrega a la cola
      *     MNTAPR, que CLCONVEC consolida con el resto del dia en el
      *     lote MNTVEC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAPRVEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

           SELECT PEND-FILE ASSIGN TO PNDVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PND.

           SELECT AUTOR-FILE ASSIGN TO AUTVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUT.

           SELECT PEND-NUEVO ASSIGN TO PNDNUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PNU.

           SELECT MAINT-FILE ASSIGN TO MNTAPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MNT.

           SELECT LIB-FILE ASSIGN TO LIBVEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB-LLAVE
               FILE STATUS IS WS-FS-LIB.

           SELECT REPORT-FILE ASSIGN TO APRVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           LABEL RECORD IS STANDARD.
       01  CTL-REGISTRO.
           05  CTL-APROBADOR        PIC X(08).
           05  FILLER               PIC X(72).

       FD  PEND-FILE
           LABEL RECORD IS STANDARD.
           COPY PNDREC.

       FD  AUTOR-FILE
           LABEL RECORD IS STANDARD.
       01  AUT-REGISTRO.
           05  AUT-CLAVE            PIC 9(05).
           05  AUT-LOTE             PIC X(08).
           05  AUT-DECISION         PIC X(01).
               88  AUT-LIBERAR        VALUE 'L'.
               88  AUT-RECHAZAR       VALUE 'R'.
           05  AUT-MOTIVO           PIC X(30).
           05  FILLER               PIC X(36).

       FD  PEND-NUEVO
           LABEL RECORD IS STANDARD.
       01  PNU-SALIDA               PIC X(150).

       FD  MAINT-FILE
           LABEL RECORD IS STANDARD.
       01  MNT-SALIDA               PIC X(80).

       FD  LIB-FILE
           LABEL RECORD IS STANDARD.
           COPY LIBREC.

       FD  REPORT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINEA                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-CTL        PIC X(02) VALUE '00'.
       77 WS-FS-PND        PIC X(02) VALUE '00'.
       77 WS-FS-AUT        PIC X(02) VALUE '00'.
       77 WS-FS-PNU        PIC X(02) VALUE '00'.
       77 WS-FS-MNT        PIC X(02) VALUE '00'.
       77 WS-FS-RPT        PIC X(02) VALUE '00'.
       77 WS-FS-LIB        PIC X(02) VALUE '00'.

       77 WS-FECHA-RUN     PIC 9(08) VALUE ZERO.
       77 WS-HORA-RUN      PIC 9(08) VALUE ZERO.
       77 WS-APROBADOR     PIC X(08) VALUE SPACES.

       77 WS-CONT-TARJETAS PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-INVAL    PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-LIB-A    PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-LIB-C    PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-LIB-D    PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-LIBERADAS PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-RECHAZADAS PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-PENDIENTES PIC 9(05) COMP VALUE ZERO.

       77 WS-P             PIC 9(05) COMP VALUE ZERO.
       77 WS-P2            PIC 9(05) COMP VALUE ZERO.
       77 WS-P-ENC         PIC 9(05) COMP VALUE ZERO.
       77 WS-CANT-ENC      PIC 9(05) COMP VALUE ZERO.

       77 WS-AUT-MOTIVO    PIC X(30) VALUE SPACES.
       77 WS-RPT-DECISION  PIC X(09) VALUE SPACES.
       77 WS-RPT-CNT-ED    PIC ZZZZ9 VALUE ZERO.

       01  WS-LOTE-ID.
           05  FILLER           PIC X(02) VALUE 'AP'.
           05  WS-LOTE-FECHA    PIC 9(06) VALUE ZERO.

       COPY MNTREC.

       01  WS-PND-TABLA.
           02  WS-PND-TOT           PIC 9(05) COMP VALUE ZERO.
           02  WS-PND-ENT           OCCURS 5000 TIMES.
               05  WS-PND-REG       PIC X(150).
               05  WS-PND-CLAVE     PIC X(05).
               05  WS-PND-LOTE      PIC X(08).
               05  WS-PND-SOLIC     PIC X(08).
               05  WS-PND-DECISION  PIC X(01).
               05  WS-PND-MOTIVO    PIC X(30).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-ABRIR-ARCHIVOS
              THRU 1000-ABRIR-ARCHIVOS-EXIT.

           PERFORM 1200-CARGAR-PENDIENTES
              THRU 1200-CARGAR-PENDIENTES-EXIT.

           PERFORM 1400-APLICAR-TARJETAS
              THRU 1400-APLICAR-TARJETAS-EXIT.

           PERFORM 2000-EMITIR-DECISIONES
              THRU 2000-EMITIR-DECISIONES-EXIT.

           PERFORM 5000-GRABAR-TRAILER
              THRU 5000-GRABAR-TRAILER-EXIT.

           PERFORM 8000-REPORTE-RESUMEN
              THRU 8000-REPORTE-RESUMEN-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-ABRIR-ARCHIVOS.

           OPEN INPUT CTL-FILE

           IF WS-FS-CTL NOT = '00'
              DISPLAY 'Error al abrir CTL-FILE, status: '
                 WS-FS-CTL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CTL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE CTL-APROBADOR TO WS-APROBADOR
           END-READ

           CLOSE CTL-FILE

           IF WS-APROBADOR = SPACES
              DISPLAY 'Falta usuario aprobador en tarjeta de control'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT PEND-FILE

           IF WS-FS-PND NOT = '00'
              DISPLAY 'Error al abrir PEND-FILE, status: '
                 WS-FS-PND
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT AUTOR-FILE

           IF WS-FS-AUT NOT = '00'
              DISPLAY 'Error al abrir AUTOR-FILE, status: '
                 WS-FS-AUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT PEND-NUEVO

           IF WS-FS-PNU NOT = '00'
              DISPLAY 'Error al abrir PEND-NUEVO, status: '
                 WS-FS-PNU
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN EXTEND MAINT-FILE

           IF WS-FS-MNT = '35'
              OPEN OUTPUT MAINT-FILE
           END-IF

           IF WS-FS-MNT NOT = '00'
              DISPLAY 'Error al abrir MAINT-FILE, status: '
                 WS-FS-MNT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O LIB-FILE

           IF WS-FS-LIB = '35'
              OPEN OUTPUT LIB-FILE
              CLOSE LIB-FILE
              OPEN I-O LIB-FILE
           END-IF

           IF WS-FS-LIB NOT = '00'
              DISPLAY 'Error al abrir LIB-FILE, status: '
                 WS-FS-LIB
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE

           IF WS-FS-RPT NOT = '00'
              DISPLAY 'Error al abrir REPORT-FILE, status: '
                 WS-FS-RPT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RUN  FROM TIME
           MOVE WS-FECHA-RUN TO WS-LOTE-FECHA

           MOVE SPACES TO RPT-LINEA
           STRING 'CLAPRVEC - Aprobacion de Retenidas  Fecha: '
                  WS-FECHA-RUN
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           STRING 'Aprobador: ' WS-APROBADOR
                  '  Lote de salida: ' WS-LOTE-ID
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE '----------------------------------------' TO RPT-LINEA
           WRITE RPT-LINEA.

       1000-ABRIR-ARCHIVOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-PENDIENTES.

           PERFORM UNTIL WS-FS-PND = '10'
              READ PEND-FILE
                 AT END
                    MOVE '10' TO WS-FS-PND
                 NOT AT END
                    IF WS-PND-TOT < 5000
                       ADD 1 TO WS-PND-TOT
                       MOVE PND-TRANSACCION TO MNT-REGISTRO
                       MOVE PND-REGISTRO TO WS-PND-REG(WS-PND-TOT)
                       MOVE MNT-CLAVE TO WS-PND-CLAVE(WS-PND-TOT)
                       MOVE PND-LOTE TO WS-PND-LOTE(WS-PND-TOT)
                       MOVE PND-SOLICITANTE
                          TO WS-PND-SOLIC(WS-PND-TOT)
                       MOVE SPACE TO WS-PND-DECISION(WS-PND-TOT)
                       MOVE SPACES TO WS-PND-MOTIVO(WS-PND-TOT)
                    ELSE
                       DISPLAY 'Pendientes exceden 5000, excedente '
                          'pasa sin revisar a PNDNUE'
                       MOVE PND-REGISTRO TO PNU-SALIDA
                       WRITE PNU-SALIDA
                       ADD 1 TO WS-CONT-PENDIENTES
                    END-IF
              END-READ
           END-PERFORM.

       1200-CARGAR-PENDIENTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1400-APLICAR-TARJETAS.

           PERFORM UNTIL WS-FS-AUT = '10'
              READ AUTOR-FILE
                 AT END
                    MOVE '10' TO WS-FS-AUT
                 NOT AT END
                    ADD 1 TO WS-CONT-TARJETAS
                    PERFORM 1450-APLICAR-TARJETA
                       THRU 1450-APLICAR-TARJETA-EXIT
              END-READ
           END-PERFORM.

       1400-APLICAR-TARJETAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Una tarjeta identifica una sola pendiente: por clave, y por
      * lote de origen cuando la clave esta retenida en mas de uno.
      *----------------------------------------------------------------*
       1450-APLICAR-TARJETA.

           MOVE SPACES TO WS-AUT-MOTIVO

           IF AUT-CLAVE IS NOT NUMERIC
              OR NOT (AUT-LIBERAR OR AUT-RECHAZAR)
              MOVE 'TARJETA INVALIDA' TO WS-AUT-MOTIVO
              PERFORM 1500-TARJETA-RECHAZADA
                 THRU 1500-TARJETA-RECHAZADA-EXIT
              GO TO 1450-APLICAR-TARJETA-EXIT
           END-IF

           MOVE ZERO TO WS-P-ENC
           MOVE ZERO TO WS-CANT-ENC
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PND-TOT
              IF WS-PND-CLAVE(WS-P) = AUT-CLAVE
                 AND (AUT-LOTE = SPACES
                      OR WS-PND-LOTE(WS-P) = AUT-LOTE)
                 ADD 1 TO WS-CANT-ENC
                 MOVE WS-P TO WS-P-ENC
              END-IF
           END-PERFORM

           IF WS-CANT-ENC = ZERO
              MOVE 'SIN PENDIENTE PARA LA CLAVE' TO WS-AUT-MOTIVO
              PERFORM 1500-TARJETA-RECHAZADA
                 THRU 1500-TARJETA-RECHAZADA-EXIT
              GO TO 1450-APLICAR-TARJETA-EXIT
           END-IF

           IF WS-CANT-ENC > 1
              MOVE 'CLAVE EN VARIOS LOTES, FALTA LOTE' TO WS-AUT-MOTIVO
              PERFORM 1500-TARJETA-RECHAZADA
                 THRU 1500-TARJETA-RECHAZADA-EXIT
              GO TO 1450-APLICAR-TARJETA-EXIT
           END-IF

           IF WS-PND-DECISION(WS-P-ENC) NOT = SPACE
              MOVE 'PENDIENTE YA DECIDIDA' TO WS-AUT-MOTIVO
              PERFORM 1500-TARJETA-RECHAZADA
                 THRU 1500-TARJETA-RECHAZADA-EXIT
              GO TO 1450-APLICAR-TARJETA-EXIT
           END-IF

           IF WS-PND-SOLIC(WS-P-ENC) = WS-APROBADOR
              MOVE 'APROBADOR ES EL SOLICITANTE' TO WS-AUT-MOTIVO
              PERFORM 1500-TARJETA-RECHAZADA
                 THRU 1500-TARJETA-RECHAZADA-EXIT
              GO TO 1450-APLICAR-TARJETA-EXIT
           END-IF

           IF AUT-LIBERAR
              PERFORM VARYING WS-P2 FROM 1 BY 1
                      UNTIL WS-P2 > WS-PND-TOT
                 IF WS-P2 NOT = WS-P-ENC
                    AND WS-PND-CLAVE(WS-P2) = AUT-CLAVE
                    AND WS-PND-DECISION(WS-P2) = 'L'
                    MOVE 'CLAVE YA LIBERADA EN ESTE LOTE'
                       TO WS-AUT-MOTIVO
                 END-IF
              END-PERFORM
              IF WS-AUT-MOTIVO NOT = SPACES
                 PERFORM 1500-TARJETA-RECHAZADA
                    THRU 1500-TARJETA-RECHAZADA-EXIT
                 GO TO 1450-APLICAR-TARJETA-EXIT
              END-IF
           END-IF

           MOVE AUT-DECISION TO WS-PND-DECISION(WS-P-ENC)
           MOVE AUT-MOTIVO   TO WS-PND-MOTIVO(WS-P-ENC).

       1450-APLICAR-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1500-TARJETA-RECHAZADA.

           ADD 1 TO WS-CONT-INVAL

           MOVE SPACES TO RPT-LINEA
           STRING 'TARJETA NO APLICADA  Clave: ' AUT-CLAVE
                  ' Dec: ' AUT-DECISION
                  ' ' WS-AUT-MOTIVO
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA.

       1500-TARJETA-RECHAZADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-EMITIR-DECISIONES.

           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PND-TOT
              MOVE WS-PND-REG(WS-P) TO PND-REGISTRO
              MOVE PND-TRANSACCION TO MNT-REGISTRO
              EVALUATE WS-PND-DECISION(WS-P)
                 WHEN 'L'
                    PERFORM 2100-LIBERAR
                       THRU 2100-LIBERAR-EXIT
                 WHEN 'R'
                    ADD 1 TO WS-CONT-RECHAZADAS
                    MOVE 'RECHAZADA' TO WS-RPT-DECISION
                    PERFORM 2500-LINEA-DECISION
                       THRU 2500-LINEA-DECISION-EXIT
                 WHEN OTHER
                    ADD 1 TO WS-CONT-PENDIENTES
                    MOVE PND-REGISTRO TO PNU-SALIDA
                    WRITE PNU-SALIDA
              END-EVALUATE
           END-PERFORM.

       2000-EMITIR-DECISIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La liberacion queda primero en LIBVEC con la imagen que sale al
      * lote; CLMNTVEC solo aplica la transaccion contra esa entrada.
      * Si no se puede grabar, la transaccion sigue pendiente.
      *----------------------------------------------------------------*
       2100-LIBERAR.

           MOVE PND-SOLICITANTE TO MNT-SOLICITANTE

           MOVE SPACES          TO LIB-REGISTRO
           MOVE MNT-CLAVE       TO LIB-CLAVE
           MOVE WS-FECHA-RUN    TO LIB-FECHA
           MOVE WS-HORA-RUN     TO LIB-HORA
           MOVE 'L'             TO LIB-ESTADO
           MOVE WS-LOTE-ID      TO LIB-LOTE
           MOVE PND-LOTE        TO LIB-LOTE-ORIGEN
           MOVE PND-SOLICITANTE TO LIB-SOLICITANTE
           MOVE WS-APROBADOR    TO LIB-APROBADOR
           MOVE MNT-REGISTRO    TO LIB-TRANSACCION
           MOVE ZERO            TO LIB-APL-FECHA

           WRITE LIB-REGISTRO
              INVALID KEY
                 DISPLAY 'Error al grabar liberacion, clave: '
                    MNT-CLAVE ', status: ' WS-FS-LIB
                 ADD 1 TO WS-CONT-INVAL
                 ADD 1 TO WS-CONT-PENDIENTES
                 MOVE PND-REGISTRO TO PNU-SALIDA
                 WRITE PNU-SALIDA
                 GO TO 2100-LIBERAR-EXIT
           END-WRITE

           MOVE MNT-REGISTRO TO MNT-SALIDA
           WRITE MNT-SALIDA

           ADD 1 TO WS-CONT-LIBERADAS
           EVALUATE TRUE
              WHEN MNT-ACCION-ALTA
                 ADD 1 TO WS-CONT-LIB-A
              WHEN MNT-ACCION-CAMBIO
                 ADD 1 TO WS-CONT-LIB-C
              WHEN MNT-ACCION-BAJA
                 ADD 1 TO WS-CONT-LIB-D
           END-EVALUATE

           MOVE 'LIBERADA' TO WS-RPT-DECISION
           PERFORM 2500-LINEA-DECISION
              THRU 2500-LINEA-DECISION-EXIT.

       2100-LIBERAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Linea de detalle con los dos usuarios: quien pidio la
      * transaccion y quien la decidio.
      *----------------------------------------------------------------*
       2500-LINEA-DECISION.

           MOVE SPACES TO RPT-LINEA
           STRING WS-RPT-DECISION
                  ' Clave: ' MNT-CLAVE
                  ' Acc: ' MNT-ACCION
                  ' Lote: ' PND-LOTE
                  ' Sol: ' PND-SOLICITANTE
                  ' Apr: ' WS-APROBADOR
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           STRING '          Retenida por: ' PND-MOTIVO
                  ' ' WS-PND-MOTIVO(WS-P)
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA.

       2500-LINEA-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-GRABAR-TRAILER.

           MOVE SPACES TO MNT-REGISTRO
           MOVE 'T' TO MNT-TRL-ACCION
           MOVE WS-CONT-LIB-A TO MNT-TRL-ALTAS
           MOVE WS-CONT-LIB-C TO MNT-TRL-CAMBIOS
           MOVE WS-CONT-LIB-D TO MNT-TRL-BAJAS
           MOVE WS-LOTE-ID TO MNT-TRL-LOTE
           MOVE WS-APROBADOR TO MNT-TRL-APROBADOR

           MOVE MNT-REGISTRO TO MNT-SALIDA
           WRITE MNT-SALIDA.

       5000-GRABAR-TRAILER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-REPORTE-RESUMEN.

           MOVE '----------------------------------------' TO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-PND-TOT TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Pendientes leidas:       ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-TARJETAS TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Tarjetas leidas:         ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-LIBERADAS TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Liberadas al lote:       ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-RECHAZADAS TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Rechazadas:              ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-PENDIENTES TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Siguen pendientes:       ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-INVAL TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Tarjetas no aplicadas:   ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           DISPLAY '-------- Resumen Aprobacion ----------'
           DISPLAY 'Aprobador:          ' WS-APROBADOR
           DISPLAY 'Pendientes leidas:  ' WS-PND-TOT
           DISPLAY 'Liberadas:          ' WS-CONT-LIBERADAS
           DISPLAY 'Rechazadas:         ' WS-CONT-RECHAZADAS
           DISPLAY 'Siguen pendientes:  ' WS-CONT-PENDIENTES
           DISPLAY 'Tarjetas no aplicadas: ' WS-CONT-INVAL

           IF WS-CONT-INVAL > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       8000-REPORTE-RESUMEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.

           CLOSE PEND-FILE
           CLOSE AUTOR-FILE
           CLOSE PEND-NUEVO
           CLOSE MAINT-FILE
           CLOSE LIB-FILE
           CLOSE REPORT-FILE.

       9000-FINALIZAR-EXIT.
           EXIT.



       END PROGRAM CLAPRVEC.
