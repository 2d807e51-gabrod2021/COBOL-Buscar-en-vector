      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Retencion de las transacciones de mantenimiento
      *              de alto impacto antes de CLMNTVEC. Lee el lote
      *              MNTVEC tal como lo arma el solicitante (MNTSOL),
      *              lo balancea contra su trailer y consulta a
      *              CLUMBSUB por cada transaccion, con la imagen
      *              actual del maestro: las que requieren aprobacion
      *              (baja, renumeracion, reactivacion, cambio de
      *              importe sobre umbral) se agregan al archivo de
      *              pendientes PNDVEC marcadas con el solicitante; el
      *              resto sale como lote MNTVEC con trailer recontado
      *              para CLMNTVEC. Las retenidas solo llegan al
      *              maestro cuando otro usuario las libera con
      *              CLAPRVEC. Informe de retencion RETVEC.
      * Tectonics: cobc
      ******************************************************************
      * Mantenimiento:
      *   - El lote de lo que no se retiene se agrega a la cola MNTRET
      *     en lugar de reemplazar MNTVEC, asi pueden pasar varios
      *     lotes en el dia; CLCONVEC los consolida en el lote MNTVEC
      *     de CLMNTVEC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRETVEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO MASTVEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VECTREC-CLAVE
               FILE STATUS IS WS-FS-MASTER.

           SELECT SOLIC-FILE ASSIGN TO MNTSOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SOL.

           SELECT MAINT-FILE ASSIGN TO MNTRET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MNT.

           SELECT PEND-FILE ASSIGN TO PNDVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PND.

           SELECT REPORT-FILE ASSIGN TO RETVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           LABEL RECORD IS STANDARD.
           COPY VECTREC.

       FD  SOLIC-FILE
           LABEL RECORD IS STANDARD.
       01  SOL-ENTRADA              PIC X(80).

       FD  MAINT-FILE
           LABEL RECORD IS STANDARD.
       01  MNT-SALIDA               PIC X(80).

       FD  PEND-FILE
           LABEL RECORD IS STANDARD.
           COPY PNDREC.

       FD  REPORT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINEA                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-MASTER     PIC X(02) VALUE '00'.
       77 WS-FS-SOL        PIC X(02) VALUE '00'.
       77 WS-FS-MNT        PIC X(02) VALUE '00'.
       77 WS-FS-PND        PIC X(02) VALUE '00'.
       77 WS-FS-RPT        PIC X(02) VALUE '00'.

       77 WS-FECHA-RUN     PIC 9(08) VALUE ZERO.
       77 WS-HORA-RUN      PIC 9(08) VALUE ZERO.

       77 WS-CNT-LOTE-A    PIC 9(05) COMP VALUE ZERO.
       77 WS-CNT-LOTE-C    PIC 9(05) COMP VALUE ZERO.
       77 WS-CNT-LOTE-D    PIC 9(05) COMP VALUE ZERO.

       77 WS-CONT-PASA-A   PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-PASA-C   PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-PASA-D   PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-PASA-INV PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-RETENIDAS PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-ERR-LOTE PIC 9(05) COMP VALUE ZERO.

       77 WS-L1            PIC 9(05) COMP VALUE ZERO.

       77 WS-LOTE-SW       PIC X(01) VALUE 'N'.
           88 WS-LOTE-OK      VALUE 'S'.
           88 WS-LOTE-MAL     VALUE 'N'.

       77 WS-TRL-SW        PIC X(01) VALUE 'N'.
           88 WS-TRL-PRESENTE-SI VALUE 'S'.
           88 WS-TRL-PRESENTE-NO VALUE 'N'.

       77 WS-TRL-ALTAS     PIC 9(05) COMP VALUE ZERO.
       77 WS-TRL-CAMBIOS   PIC 9(05) COMP VALUE ZERO.
       77 WS-TRL-BAJAS     PIC 9(05) COMP VALUE ZERO.
       77 WS-LOTE-ID       PIC X(08) VALUE SPACES.
       77 WS-TRL-SOLIC     PIC X(08) VALUE SPACES.
       77 WS-SOLICITANTE   PIC X(08) VALUE SPACES.

       77 WS-RPT-CNT-ED    PIC ZZZZ9 VALUE ZERO.
       77 WS-RPT-IMP-ED    PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       77 WS-RPT-PORC-ED   PIC ZZ9.99 VALUE ZERO.

       COPY MNTREC.

       COPY LCKPARM.

       COPY UMBPARM.

       01  WS-LOTE-TABLA.
           02  WS-LOTE-TOT          PIC 9(05) COMP VALUE ZERO.
           02  WS-LOTE-ENT          PIC X(80) OCCURS 5000 TIMES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 0500-REGISTRAR-CORRIDA
              THRU 0500-REGISTRAR-CORRIDA-EXIT.

           PERFORM 1000-ABRIR-ARCHIVOS
              THRU 1000-ABRIR-ARCHIVOS-EXIT.

           PERFORM 1200-CARGAR-LOTE
              THRU 1200-CARGAR-LOTE-EXIT.

           PERFORM 1600-BALANCEAR-LOTE
              THRU 1600-BALANCEAR-LOTE-EXIT.

           IF WS-LOTE-OK
              PERFORM 2000-SEPARAR-LOTE
                 THRU 2000-SEPARAR-LOTE-EXIT
              PERFORM 5000-GRABAR-TRAILER
                 THRU 5000-GRABAR-TRAILER-EXIT
           ELSE
              DISPLAY 'Lote rechazado, no se emite lote MNTVEC'
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 8000-REPORTE-RESUMEN
              THRU 8000-REPORTE-RESUMEN-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       0500-REGISTRAR-CORRIDA.

           MOVE 'R' TO LCK-FUNCION
           MOVE 'CLRETVEC' TO LCK-PROGRAMA
           MOVE 'CLRETVEC' TO LCK-JOBID
           MOVE 'L' TO LCK-INTENCION

           CALL 'CLLCKSUB' USING LCK-PARAMETROS

           IF NOT LCK-RET-OK
              DISPLAY 'Maestro en uso, registrado por: '
                 LCK-PROG-CONFLICTO
              DISPLAY 'Corrida rechazada por control de corridas'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       0500-REGISTRAR-CORRIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1000-ABRIR-ARCHIVOS.

           OPEN INPUT MASTER-FILE

           IF WS-FS-MASTER NOT = '00'
              DISPLAY 'Error al abrir MASTER-FILE, status: '
                 WS-FS-MASTER
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT SOLIC-FILE

           IF WS-FS-SOL NOT = '00'
              DISPLAY 'Error al abrir SOLIC-FILE, status: '
                 WS-FS-SOL
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

           OPEN EXTEND PEND-FILE

           IF WS-FS-PND = '35'
              OPEN OUTPUT PEND-FILE
           END-IF

           IF WS-FS-PND NOT = '00'
              DISPLAY 'Error al abrir PEND-FILE, status: '
                 WS-FS-PND
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

           MOVE SPACES TO RPT-LINEA
           STRING 'CLRETVEC - Retencion para Aprobacion  Fecha: '
                  WS-FECHA-RUN
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE '----------------------------------------' TO RPT-LINEA
           WRITE RPT-LINEA.

       1000-ABRIR-ARCHIVOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-LOTE.

           PERFORM UNTIL WS-FS-SOL = '10'
              READ SOLIC-FILE
                 AT END
                    MOVE '10' TO WS-FS-SOL
                 NOT AT END
                    MOVE SOL-ENTRADA TO MNT-REGISTRO
                    IF MNT-ACCION-TRAILER
                       PERFORM 1250-CARGAR-TRAILER
                          THRU 1250-CARGAR-TRAILER-EXIT
                    ELSE
                       PERFORM 1270-CARGAR-TRANSACCION
                          THRU 1270-CARGAR-TRANSACCION-EXIT
                    END-IF
              END-READ
           END-PERFORM.

       1200-CARGAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1250-CARGAR-TRAILER.

           IF WS-TRL-PRESENTE-SI
              MOVE 'Trailer duplicado en el lote' TO RPT-LINEA
              WRITE RPT-LINEA
              ADD 1 TO WS-CONT-ERR-LOTE
              GO TO 1250-CARGAR-TRAILER-EXIT
           END-IF

           IF MNT-TRL-ALTAS IS NOT NUMERIC
              OR MNT-TRL-CAMBIOS IS NOT NUMERIC
              OR MNT-TRL-BAJAS IS NOT NUMERIC
              MOVE 'Totales del trailer no numericos' TO RPT-LINEA
              WRITE RPT-LINEA
              ADD 1 TO WS-CONT-ERR-LOTE
              GO TO 1250-CARGAR-TRAILER-EXIT
           END-IF

           MOVE MNT-TRL-ALTAS       TO WS-TRL-ALTAS
           MOVE MNT-TRL-CAMBIOS     TO WS-TRL-CAMBIOS
           MOVE MNT-TRL-BAJAS       TO WS-TRL-BAJAS
           MOVE MNT-TRL-LOTE        TO WS-LOTE-ID
           MOVE MNT-TRL-SOLICITANTE TO WS-TRL-SOLIC
           SET WS-TRL-PRESENTE-SI TO TRUE.

       1250-CARGAR-TRAILER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1270-CARGAR-TRANSACCION.

           IF WS-LOTE-TOT NOT < 5000
              MOVE 'Lote excede 5000 transacciones' TO RPT-LINEA
              WRITE RPT-LINEA
              ADD 1 TO WS-CONT-ERR-LOTE
              GO TO 1270-CARGAR-TRANSACCION-EXIT
           END-IF

           ADD 1 TO WS-LOTE-TOT
           MOVE MNT-REGISTRO TO WS-LOTE-ENT(WS-LOTE-TOT)

           EVALUATE TRUE
              WHEN MNT-ACCION-ALTA
                 ADD 1 TO WS-CNT-LOTE-A
              WHEN MNT-ACCION-CAMBIO
                 ADD 1 TO WS-CNT-LOTE-C
              WHEN MNT-ACCION-BAJA
                 ADD 1 TO WS-CNT-LOTE-D
           END-EVALUATE.

       1270-CARGAR-TRANSACCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El lote se separa solo si viene completo y balanceado: si no,
      * no sale nada y el solicitante lo corrige y reenvia entero.
      *----------------------------------------------------------------*
       1600-BALANCEAR-LOTE.

           IF WS-TRL-PRESENTE-NO
              MOVE 'Falta registro trailer del lote' TO RPT-LINEA
              WRITE RPT-LINEA
              ADD 1 TO WS-CONT-ERR-LOTE
           ELSE
              IF WS-LOTE-ID = SPACES
                 MOVE 'Trailer sin identificador de lote' TO RPT-LINEA
                 WRITE RPT-LINEA
                 ADD 1 TO WS-CONT-ERR-LOTE
              END-IF
              IF WS-CNT-LOTE-A NOT = WS-TRL-ALTAS
                 OR WS-CNT-LOTE-C NOT = WS-TRL-CAMBIOS
                 OR WS-CNT-LOTE-D NOT = WS-TRL-BAJAS
                 MOVE 'Lote desbalanceado contra trailer' TO RPT-LINEA
                 WRITE RPT-LINEA
                 ADD 1 TO WS-CONT-ERR-LOTE
              END-IF
           END-IF

           PERFORM VARYING WS-L1 FROM 1 BY 1
                   UNTIL WS-L1 > WS-LOTE-TOT
              MOVE WS-LOTE-ENT(WS-L1) TO MNT-REGISTRO
              IF MNT-SOLICITANTE = SPACES
                 AND WS-TRL-SOLIC = SPACES
                 MOVE SPACES TO RPT-LINEA
                 STRING 'Transaccion sin solicitante, clave: '
                        MNT-CLAVE
                        DELIMITED BY SIZE INTO RPT-LINEA
                 WRITE RPT-LINEA
                 ADD 1 TO WS-CONT-ERR-LOTE
              END-IF
           END-PERFORM

           IF WS-CONT-ERR-LOTE = 0
              SET WS-LOTE-OK TO TRUE
           ELSE
              SET WS-LOTE-MAL TO TRUE
           END-IF.

       1600-BALANCEAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-SEPARAR-LOTE.

           PERFORM VARYING WS-L1 FROM 1 BY 1
                   UNTIL WS-L1 > WS-LOTE-TOT
              MOVE WS-LOTE-ENT(WS-L1) TO MNT-REGISTRO
              IF MNT-SOLICITANTE = SPACES
                 MOVE WS-TRL-SOLIC TO MNT-SOLICITANTE
              END-IF
              MOVE MNT-SOLICITANTE TO WS-SOLICITANTE
              IF MNT-ACCION-VALIDA
                 AND MNT-CLAVE IS NUMERIC
                 PERFORM 2100-EVALUAR-TRANSACCION
                    THRU 2100-EVALUAR-TRANSACCION-EXIT
              ELSE
                 ADD 1 TO WS-CONT-PASA-INV
                 MOVE MNT-REGISTRO TO MNT-SALIDA
                 WRITE MNT-SALIDA
              END-IF
           END-PERFORM.

       2000-SEPARAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Las altas no se retienen. Para cambios y bajas se busca la
      * imagen actual del maestro; si la clave no existe se evalua
      * sin ella y CLMNTVEC rechazara la transaccion al aplicarla.
      *----------------------------------------------------------------*
       2100-EVALUAR-TRANSACCION.

           MOVE MNT-REGISTRO TO UMB-TRANSACCION
           MOVE SPACES TO UMB-ANTES

           IF NOT MNT-ACCION-ALTA
              MOVE MNT-CLAVE TO VECTREC-CLAVE
              READ MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE VECTREC-REGISTRO TO UMB-ANTES
              END-READ
           END-IF

           CALL 'CLUMBSUB' USING UMB-PARAMETROS

           IF UMB-REQUIERE-SI
              PERFORM 2200-RETENER
                 THRU 2200-RETENER-EXIT
              GO TO 2100-EVALUAR-TRANSACCION-EXIT
           END-IF

           MOVE MNT-REGISTRO TO MNT-SALIDA
           WRITE MNT-SALIDA

           EVALUATE TRUE
              WHEN MNT-ACCION-ALTA
                 ADD 1 TO WS-CONT-PASA-A
              WHEN MNT-ACCION-CAMBIO
                 ADD 1 TO WS-CONT-PASA-C
              WHEN MNT-ACCION-BAJA
                 ADD 1 TO WS-CONT-PASA-D
           END-EVALUATE.

       2100-EVALUAR-TRANSACCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-RETENER.

           MOVE SPACES TO PND-REGISTRO
           MOVE WS-FECHA-RUN   TO PND-FECHA
           MOVE WS-HORA-RUN    TO PND-HORA
           MOVE WS-LOTE-ID     TO PND-LOTE
           MOVE WS-SOLICITANTE TO PND-SOLICITANTE
           MOVE UMB-MOTIVO     TO PND-MOTIVO
           MOVE MNT-REGISTRO   TO PND-TRANSACCION

           WRITE PND-REGISTRO
           ADD 1 TO WS-CONT-RETENIDAS

           MOVE SPACES TO RPT-LINEA
           STRING 'RETENIDA  Clave: ' MNT-CLAVE
                  ' Acc: ' MNT-ACCION
                  ' Solic: ' WS-SOLICITANTE
                  ' ' UMB-MOTIVO
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA.

       2200-RETENER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-GRABAR-TRAILER.

           MOVE SPACES TO MNT-REGISTRO
           MOVE 'T' TO MNT-TRL-ACCION
           MOVE WS-CONT-PASA-A TO MNT-TRL-ALTAS
           MOVE WS-CONT-PASA-C TO MNT-TRL-CAMBIOS
           MOVE WS-CONT-PASA-D TO MNT-TRL-BAJAS
           MOVE WS-LOTE-ID TO MNT-TRL-LOTE
           MOVE WS-TRL-SOLIC TO MNT-TRL-SOLICITANTE

           MOVE MNT-REGISTRO TO MNT-SALIDA
           WRITE MNT-SALIDA.

       5000-GRABAR-TRAILER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-REPORTE-RESUMEN.

           MOVE '----------------------------------------' TO RPT-LINEA
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           STRING 'Lote: ' WS-LOTE-ID
                  '  Solicitante: ' WS-TRL-SOLIC
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE UMB-IMPORTE-MAX TO WS-RPT-IMP-ED
           MOVE UMB-PORCENTAJE-MAX TO WS-RPT-PORC-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Umbral importe: ' WS-RPT-IMP-ED
                  '  Umbral porcentaje: ' WS-RPT-PORC-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-LOTE-TOT TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Transacciones leidas:    ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-RETENIDAS TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Retenidas en PNDVEC:     ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-PASA-A TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Altas al lote MNTVEC:    ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-PASA-C TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Cambios al lote MNTVEC:  ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-PASA-D TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Bajas al lote MNTVEC:    ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-PASA-INV TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Invalidas (a la edicion):' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           IF WS-LOTE-OK
              MOVE 'LOTE SEPARADO, retenidas a la espera de aprobacion'
                 TO RPT-LINEA
           ELSE
              MOVE 'LOTE RECHAZADO, no se emite lote MNTVEC'
                 TO RPT-LINEA
           END-IF
           WRITE RPT-LINEA

           DISPLAY '-------- Resumen Retencion ----------'
           DISPLAY 'Transacciones leidas: ' WS-LOTE-TOT
           DISPLAY 'Retenidas:            ' WS-CONT-RETENIDAS
           DISPLAY 'Altas al lote:        ' WS-CONT-PASA-A
           DISPLAY 'Cambios al lote:      ' WS-CONT-PASA-C
           DISPLAY 'Bajas al lote:        ' WS-CONT-PASA-D
           DISPLAY 'Invalidas:            ' WS-CONT-PASA-INV

           IF WS-LOTE-OK
              AND WS-CONT-RETENIDAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       8000-REPORTE-RESUMEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.

           CLOSE MASTER-FILE
           CLOSE SOLIC-FILE
           CLOSE MAINT-FILE
           CLOSE PEND-FILE
           CLOSE REPORT-FILE

           PERFORM 9100-LIBERAR-CORRIDA
              THRU 9100-LIBERAR-CORRIDA-EXIT.

       9000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9100-LIBERAR-CORRIDA.

           MOVE 'L' TO LCK-FUNCION
           CALL 'CLLCKSUB' USING LCK-PARAMETROS.

       9100-LIBERAR-CORRIDA-EXIT.
           EXIT.



       END PROGRAM CLRETVEC.
