      *     con intencion de actualizacion despues de leer la tarjeta
      *     de control, y liberacion al finalizar o al rechazar la
      *     recuperacion.
      *   - Journal JRNVEC de 220 posiciones, con los usuarios
      *     solicitante y aprobador de cada entrada.
      *   - Cada recarga del maestro queda registrada en el acumulado
      *     RCGVEC (fecha, hora, programa y sello del respaldo) para
      *     que la novedad diaria CLCDCVEC detecte la ruptura de la
      *     historia del journal.
      *   - La constancia en RCGVEC se graba antes de abrir el maestro
      *     para la carga; si RCGVEC no abre, el maestro queda intacto
      *     y se libera el control de corridas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRFWVEC.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BKP.

           SELECT RECARGA-FILE ASSIGN TO RCGVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RCG.

           SELECT JOURNAL-FILE ASSIGN TO JRNVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.
           LABEL RECORD IS STANDARD.
       01  BKP-ENTRADA              PIC X(90).

       FD  RECARGA-FILE
           LABEL RECORD IS STANDARD.
           COPY RCGREC.

       FD  JOURNAL-FILE
           LABEL RECORD IS STANDARD.
       01  JRN-ENTRADA              PIC X(220).

       FD  CTL-FILE
           LABEL RECORD IS STANDARD.

       77 WS-FS-MASTER     PIC X(02) VALUE '00'.
       77 WS-FS-BKP        PIC X(02) VALUE '00'.
       77 WS-FS-RCG        PIC X(02) VALUE '00'.
       77 WS-FS-JRN        PIC X(02) VALUE '00'.
       77 WS-FS-CTL        PIC X(02) VALUE '00'.
       77 WS-FS-RPT        PIC X(02) VALUE '00'.
       1500-BALANCEAR-RESPALDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La constancia en RCGVEC se graba antes de vaciar el maestro:
      * si RCGVEC no abre, la corrida termina con el maestro intacto.
      *----------------------------------------------------------------*
       2000-RECARGAR-MAESTRO.

           PERFORM 2050-REGISTRAR-RECARGA
              THRU 2050-REGISTRAR-RECARGA-EXIT

           OPEN OUTPUT MASTER-FILE

           IF WS-FS-MASTER NOT = '00'
       2000-RECARGAR-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Constancia de la recarga en RCGVEC: el maestro deja de
      * corresponder a la historia del journal a partir de este punto.
      *----------------------------------------------------------------*
       2050-REGISTRAR-RECARGA.

           OPEN EXTEND RECARGA-FILE

           IF WS-FS-RCG = '35'
              OPEN OUTPUT RECARGA-FILE
           END-IF

           IF WS-FS-RCG NOT = '00'
              DISPLAY 'Error al abrir RECARGA-FILE, status: '
                 WS-FS-RCG
              DISPLAY 'Carga rechazada, maestro sin tocar'
              PERFORM 9100-LIBERAR-CORRIDA
                 THRU 9100-LIBERAR-CORRIDA-EXIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO RCG-REGISTRO
           ACCEPT RCG-FECHA FROM DATE YYYYMMDD
           ACCEPT RCG-HORA  FROM TIME
           MOVE 'CLRFWVEC' TO RCG-PROGRAMA
           MOVE WS-RESPALDO-FECHA TO RCG-RESPALDO-FECHA
           MOVE WS-RESPALDO-HORA  TO RCG-RESPALDO-HORA

           WRITE RCG-REGISTRO

           CLOSE RECARGA-FILE.

       2050-REGISTRAR-RECARGA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-APLICAR-JOURNAL.

