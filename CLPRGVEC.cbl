      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Mantenimiento programado del archivo maestro.
      *              Las transacciones MNTVEC que el negocio conoce de
      *              antemano se cargan con su fecha efectiva (tarjeta
      *              'P' en PRGSOL) y quedan retenidas en PRGVEC; una
      *              tarjeta 'X' del mismo solicitante las anula antes
      *              de su fecha. Cada dia, con la fecha de negocio del
      *              ciclo, libera todo lo programado hasta esa fecha
      *              (inclusive lo que quedo atrasado por feriados) en
      *              un lote MNTPRG con trailer contado, a enviar por
      *              CLRETVEC como lote de solicitante. No libera, y
      *              deja en conflicto con el motivo, la misma clave
      *              programada dos veces para la misma fecha, el
      *              cambio o la baja de una clave dada de baja o
      *              renumerada desde que se programo, el alta de una
      *              clave que ya existe y la renumeracion a una clave
      *              ocupada. Lo que sigue programado sale a la nueva
      *              generacion PRGNUE, y lo liberado sigue en ella
      *              hasta que el journal JRNVEC muestra que CLMNTVEC
      *              lo aplico. Informe de la corrida PRGRPT y
      *              calendario CALVEC de lo pendiente a 30, 60 y 90
      *              dias por clave.
      * Tectonics: cobc
      ******************************************************************
      * Mantenimiento:
      *   - El lote liberado sale por MNTPRG (CLRETVEC lo envia y
      *     CLCONVEC lo consolida en MNTVEC). Lo liberado sigue en
      *     PRGNUE, con estado L, hasta que JRNVEC confirma que
      *     CLMNTVEC lo aplico; mientras tanto difiere lo siguiente de
      *     la clave.
      *   - Lo liberado no se confirma con entradas de un lote que
      *     CLBCKVEC deshizo; el journal se lee dos veces, primero para
      *     juntar los lotes revertidos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLPRGVEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO MASTVEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VECTREC-CLAVE
               FILE STATUS IS WS-FS-MASTER.

           SELECT PROG-FILE ASSIGN TO PRGVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRG.

           SELECT SOLIC-FILE ASSIGN TO PRGSOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRS.

           SELECT PROG-NUEVO ASSIGN TO PRGNUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PGN.

           SELECT MAINT-FILE ASSIGN TO MNTPRG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MNT.

           SELECT JOURNAL-FILE ASSIGN TO JRNVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

           SELECT REPORT-FILE ASSIGN TO PRGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

           SELECT CALEND-FILE ASSIGN TO CALVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           LABEL RECORD IS STANDARD.
           COPY VECTREC.

       FD  PROG-FILE
           LABEL RECORD IS STANDARD.
           COPY PRGREC.

       FD  SOLIC-FILE
           LABEL RECORD IS STANDARD.
       01  PRS-REGISTRO.
           05  PRS-TIPO             PIC X(01).
               88  PRS-PROGRAMAR      VALUE 'P'.
               88  PRS-ANULAR         VALUE 'X'.
           05  PRS-FECHA-EFECTIVA   PIC 9(08).
           05  PRS-FECHA-EFECTIVA-X REDEFINES PRS-FECHA-EFECTIVA
                                    PIC X(08).
           05  PRS-TRANSACCION      PIC X(80).
           05  FILLER               PIC X(11).

       FD  PROG-NUEVO
           LABEL RECORD IS STANDARD.
       01  PGN-SALIDA               PIC X(150).

       FD  MAINT-FILE
           LABEL RECORD IS STANDARD.
       01  MNT-SALIDA               PIC X(80).

       FD  JOURNAL-FILE
           LABEL RECORD IS STANDARD.
       01  JRN-ENTRADA              PIC X(220).

       FD  REPORT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINEA                PIC X(80).

       FD  CALEND-FILE
           LABEL RECORD IS STANDARD.
       01  CAL-LINEA                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-MASTER     PIC X(02) VALUE '00'.
       77 WS-FS-PRG        PIC X(02) VALUE '00'.
       77 WS-FS-PRS        PIC X(02) VALUE '00'.
       77 WS-FS-PGN        PIC X(02) VALUE '00'.
       77 WS-FS-MNT        PIC X(02) VALUE '00'.
       77 WS-FS-JRN        PIC X(02) VALUE '00'.
       77 WS-FS-RPT        PIC X(02) VALUE '00'.
       77 WS-FS-CAL        PIC X(02) VALUE '00'.

       77 WS-FECHA-RUN     PIC 9(08) VALUE ZERO.
       77 WS-HORA-RUN      PIC 9(08) VALUE ZERO.
       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE ZERO.
       77 WS-SER-NEGOCIO   PIC 9(09) VALUE ZERO.
       77 WS-SER-ITEM      PIC 9(09) VALUE ZERO.
       77 WS-DIAS-FALTAN   PIC 9(09) VALUE ZERO.

       77 WS-CONT-PRG-LEIDAS PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-TARJETAS PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-PROGRAMADAS PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-ANULADAS PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-RECHAZADAS PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-LIB-A    PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-LIB-C    PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-LIB-D    PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-LIBERADAS PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-CONFLICTOS PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-DIFERIDAS PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-QUEDAN   PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-CONFIRMADAS PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-SIN-CONF PIC 9(05) COMP VALUE ZERO.

       77 WS-CONT-T30      PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-T60      PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-T90      PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-TMAS     PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-TATR     PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-TLIB     PIC 9(05) COMP VALUE ZERO.

       77 WS-P             PIC 9(05) COMP VALUE ZERO.
       77 WS-P2            PIC 9(05) COMP VALUE ZERO.
       77 WS-J             PIC 9(05) COMP VALUE ZERO.
       77 WS-CANT-ENC      PIC 9(05) COMP VALUE ZERO.
       77 WS-R             PIC 9(05) COMP VALUE ZERO.

       77 WS-EXISTE-SW     PIC X(01) VALUE 'N'.
           88 WS-EXISTE-SI    VALUE 'S'.
           88 WS-EXISTE-NO    VALUE 'N'.

       77 WS-CLAVE-ANT     PIC 9(06) VALUE ZERO.
       77 WS-CLAVE-LIB-SW  PIC X(01) VALUE 'N'.
           88 WS-CLAVE-LIB-SI VALUE 'S'.
           88 WS-CLAVE-LIB-NO VALUE 'N'.
       77 WS-CLAVE-CNF-SW  PIC X(01) VALUE 'N'.
           88 WS-CLAVE-CNF-SI VALUE 'S'.
           88 WS-CLAVE-CNF-NO VALUE 'N'.
       77 WS-LOTE-BUSCAR   PIC X(08) VALUE SPACES.
       77 WS-LOTE-REV-SW   PIC X(01) VALUE 'N'.
           88 WS-LOTE-REV-SI  VALUE 'S'.
           88 WS-LOTE-REV-NO  VALUE 'N'.
       77 WS-REV-TABLA-SW  PIC X(01) VALUE 'S'.
           88 WS-REV-TABLA-OK    VALUE 'S'.
           88 WS-REV-TABLA-LLENA VALUE 'N'.
       77 WS-CLAVE-ESP-SW  PIC X(01) VALUE 'N'.
           88 WS-CLAVE-ESP-SI VALUE 'S'.
           88 WS-CLAVE-ESP-NO VALUE 'N'.

       77 WS-NUEVA-CLAVE   PIC 9(05) VALUE ZERO.
       77 WS-NUEVA-FECHA   PIC 9(08) VALUE ZERO.

       77 WS-EDT-MOTIVO    PIC X(30) VALUE SPACES.
       77 WS-CNF-MOTIVO    PIC X(30) VALUE SPACES.
       77 WS-TRAMO         PIC X(08) VALUE SPACES.

       77 WS-RPT-CNT-ED    PIC ZZZZ9 VALUE ZERO.
       77 WS-RPT-DIAS-ED   PIC ZZZZ9 VALUE ZERO.
       77 WS-RPT-IMP-ED    PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01  WS-LOTE-ID.
           05  FILLER           PIC X(02) VALUE 'PG'.
           05  WS-LOTE-FECHA    PIC 9(06) VALUE ZERO.

       COPY MNTREC.

       COPY JRNREC.

       COPY LCKPARM.

       COPY CICPARM.

       COPY XRFPARM.

       COPY SERPARM.

      * Lotes que CLBCKVEC deshizo, segun las entradas compensatorias
      * del journal.
       01  WS-REV-TABLA.
           02  WS-REV-TOT           PIC 9(05) COMP VALUE ZERO.
           02  WS-REV-LOTE          PIC X(08) OCCURS 2000 TIMES.

      * Mantenimiento programado en orden de clave y fecha efectiva;
      * la marca queda en L si se libera hoy y en X si se anula. Lo
      * liberado en corridas anteriores entra con marca E, a la espera
      * del journal, y pasa a K cuando se confirma aplicado.
       01  WS-PRG-TABLA.
           02  WS-PRG-TOT           PIC 9(05) COMP VALUE ZERO.
           02  WS-PRG-ENT           OCCURS 5000 TIMES.
               05  WS-PRG-REG       PIC X(150).
               05  WS-PRG-CLAVE     PIC 9(05).
               05  WS-PRG-FECHA     PIC 9(08).
               05  WS-PRG-MARCA     PIC X(01).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 0400-CONTROLAR-CICLO
              THRU 0400-CONTROLAR-CICLO-EXIT.

           PERFORM 0500-REGISTRAR-CORRIDA
              THRU 0500-REGISTRAR-CORRIDA-EXIT.

           PERFORM 1000-ABRIR-ARCHIVOS
              THRU 1000-ABRIR-ARCHIVOS-EXIT.

           PERFORM 1200-CARGAR-PROGRAMADAS
              THRU 1200-CARGAR-PROGRAMADAS-EXIT.

           PERFORM 1300-CONFIRMAR-LIBERADAS
              THRU 1300-CONFIRMAR-LIBERADAS-EXIT.

           PERFORM 1400-APLICAR-TARJETAS
              THRU 1400-APLICAR-TARJETAS-EXIT.

           PERFORM 2000-LIBERAR-VENCIDAS
              THRU 2000-LIBERAR-VENCIDAS-EXIT.

           PERFORM 5000-GRABAR-TRAILER
              THRU 5000-GRABAR-TRAILER-EXIT.

           PERFORM 6000-GRABAR-PROGRAMADAS
              THRU 6000-GRABAR-PROGRAMADAS-EXIT.

           PERFORM 7000-EMITIR-CALENDARIO
              THRU 7000-EMITIR-CALENDARIO-EXIT.

           PERFORM 8000-REPORTE-RESUMEN
              THRU 8000-REPORTE-RESUMEN-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       0400-CONTROLAR-CICLO.

           MOVE 'I' TO CIC-FUNCION
           MOVE 'CLPRGVEC' TO CIC-PROGRAMA
           MOVE 'CLPRGVEC' TO CIC-JOBID

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
           END-IF

           MOVE CIC-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO.

       0400-CONTROLAR-CICLO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0500-REGISTRAR-CORRIDA.

           MOVE 'R' TO LCK-FUNCION
           MOVE 'CLPRGVEC' TO LCK-PROGRAMA
           MOVE 'CLPRGVEC' TO LCK-JOBID
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
      * PRGVEC y PRGSOL pueden no existir todavia: sin programado
      * previo o sin tarjetas del dia la corrida igual libera y emite
      * el calendario.
      *----------------------------------------------------------------*
       1000-ABRIR-ARCHIVOS.

           OPEN INPUT MASTER-FILE

           IF WS-FS-MASTER NOT = '00'
              DISPLAY 'Error al abrir MASTER-FILE, status: '
                 WS-FS-MASTER
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT PROG-FILE

           IF WS-FS-PRG = '35'
              MOVE '10' TO WS-FS-PRG
           ELSE
              IF WS-FS-PRG NOT = '00'
                 DISPLAY 'Error al abrir PROG-FILE, status: '
                    WS-FS-PRG
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT SOLIC-FILE

           IF WS-FS-PRS = '35'
              MOVE '10' TO WS-FS-PRS
           ELSE
              IF WS-FS-PRS NOT = '00'
                 DISPLAY 'Error al abrir SOLIC-FILE, status: '
                    WS-FS-PRS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT PROG-NUEVO

           IF WS-FS-PGN NOT = '00'
              DISPLAY 'Error al abrir PROG-NUEVO, status: '
                 WS-FS-PGN
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT MAINT-FILE

           IF WS-FS-MNT NOT = '00'
              DISPLAY 'Error al abrir MAINT-FILE, status: '
                 WS-FS-MNT
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

           OPEN OUTPUT CALEND-FILE

           IF WS-FS-CAL NOT = '00'
              DISPLAY 'Error al abrir CALEND-FILE, status: '
                 WS-FS-CAL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RUN  FROM TIME

           IF WS-FECHA-NEGOCIO = ZERO
              MOVE WS-FECHA-RUN TO WS-FECHA-NEGOCIO
           END-IF

           MOVE WS-FECHA-NEGOCIO TO WS-LOTE-FECHA

           MOVE WS-FECHA-NEGOCIO TO SER-FECHA
           CALL 'CLSERSUB' USING SER-PARAMETROS
           MOVE SER-DIAS TO WS-SER-NEGOCIO

           MOVE SPACES TO RPT-LINEA
           STRING 'CLPRGVEC - Mantenimiento Programado  Fecha: '
                  WS-FECHA-RUN
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           STRING 'Fecha de negocio: ' WS-FECHA-NEGOCIO
                  '  Lote de salida: ' WS-LOTE-ID
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE '----------------------------------------' TO RPT-LINEA
           WRITE RPT-LINEA.

       1000-ABRIR-ARCHIVOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1200-CARGAR-PROGRAMADAS.

           PERFORM UNTIL WS-FS-PRG = '10'
              READ PROG-FILE
                 AT END
                    MOVE '10' TO WS-FS-PRG
                 NOT AT END
                    ADD 1 TO WS-CONT-PRG-LEIDAS
                    MOVE PRG-CLAVE          TO WS-NUEVA-CLAVE
                    MOVE PRG-FECHA-EFECTIVA TO WS-NUEVA-FECHA
                    PERFORM 2900-INSERTAR-PROGRAMADA
                       THRU 2900-INSERTAR-PROGRAMADA-EXIT
              END-READ
           END-PERFORM.

       1200-CARGAR-PROGRAMADAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Lo liberado en corridas anteriores sigue en PRGVEC hasta que
      * JRNVEC muestra que CLMNTVEC lo aplico: misma clave, accion y
      * solicitante, grabado despues de la liberacion y de un lote que
      * CLBCKVEC no deshizo. Una primera pasada junta los lotes
      * revertidos de las entradas compensatorias; la segunda busca
      * las aplicaciones. Lo confirmado deja el archivo; lo demas sigue
      * a la espera y difiere lo siguiente de la misma clave. Sin
      * journal no se confirma nada.
      *----------------------------------------------------------------*
       1300-CONFIRMAR-LIBERADAS.

           MOVE ZERO TO WS-CANT-ENC

           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRG-TOT
              IF WS-PRG-MARCA(WS-P) = 'E'
                 ADD 1 TO WS-CANT-ENC
              END-IF
           END-PERFORM

           IF WS-CANT-ENC = ZERO
              GO TO 1300-CONFIRMAR-LIBERADAS-EXIT
           END-IF

           OPEN INPUT JOURNAL-FILE

           IF WS-FS-JRN = '35'
              GO TO 1300-CONFIRMAR-LIBERADAS-EXIT
           END-IF

           IF WS-FS-JRN NOT = '00'
              DISPLAY 'Error al abrir JOURNAL-FILE, status: '
                 WS-FS-JRN
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE ZERO TO WS-REV-TOT
           SET WS-REV-TABLA-OK TO TRUE

           PERFORM UNTIL WS-FS-JRN = '10'
              READ JOURNAL-FILE
                 AT END
                    MOVE '10' TO WS-FS-JRN
                 NOT AT END
                    MOVE JRN-ENTRADA TO JRN-REGISTRO
                    IF JRN-LOTE-REVERTIDO NOT = SPACES
                       PERFORM 1320-CARGAR-REVERTIDO
                          THRU 1320-CARGAR-REVERTIDO-EXIT
                    END-IF
              END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE

           IF WS-REV-TABLA-LLENA
              MOVE 'Lotes revertidos exceden 2000, no se confirma nada'
                 TO RPT-LINEA
              WRITE RPT-LINEA
              GO TO 1300-CONFIRMAR-LIBERADAS-EXIT
           END-IF

           OPEN INPUT JOURNAL-FILE

           IF WS-FS-JRN NOT = '00'
              DISPLAY 'Error al abrir JOURNAL-FILE, status: '
                 WS-FS-JRN
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL WS-FS-JRN = '10'
              READ JOURNAL-FILE
                 AT END
                    MOVE '10' TO WS-FS-JRN
                 NOT AT END
                    MOVE JRN-ENTRADA TO JRN-REGISTRO
                    IF JRN-LOTE-REVERTIDO = SPACES
                       PERFORM 1330-BUSCAR-REVERTIDO
                          THRU 1330-BUSCAR-REVERTIDO-EXIT
                       IF WS-LOTE-REV-NO
                          PERFORM 1350-BUSCAR-LIBERADA
                             THRU 1350-BUSCAR-LIBERADA-EXIT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE.

       1300-CONFIRMAR-LIBERADAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1320-CARGAR-REVERTIDO.

           PERFORM 1330-BUSCAR-REVERTIDO
              THRU 1330-BUSCAR-REVERTIDO-EXIT

           IF WS-LOTE-REV-SI
              GO TO 1320-CARGAR-REVERTIDO-EXIT
           END-IF

           IF WS-REV-TOT NOT < 2000
              SET WS-REV-TABLA-LLENA TO TRUE
              GO TO 1320-CARGAR-REVERTIDO-EXIT
           END-IF

           ADD 1 TO WS-REV-TOT
           MOVE JRN-LOTE-REVERTIDO TO WS-REV-LOTE(WS-REV-TOT).

       1320-CARGAR-REVERTIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * En la primera pasada se busca el lote revertido de la entrada
      * compensatoria; en la segunda, el lote de la entrada aplicada.
      *----------------------------------------------------------------*
       1330-BUSCAR-REVERTIDO.

           SET WS-LOTE-REV-NO TO TRUE

           IF JRN-LOTE-REVERTIDO NOT = SPACES
              MOVE JRN-LOTE-REVERTIDO TO WS-LOTE-BUSCAR
           ELSE
              MOVE JRN-LOTE TO WS-LOTE-BUSCAR
           END-IF

           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-REV-TOT
                      OR WS-LOTE-REV-SI
              IF WS-REV-LOTE(WS-R) = WS-LOTE-BUSCAR
                 SET WS-LOTE-REV-SI TO TRUE
              END-IF
           END-PERFORM.

       1330-BUSCAR-REVERTIDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1350-BUSCAR-LIBERADA.

           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRG-TOT
                      OR WS-PRG-CLAVE(WS-P) > JRN-CLAVE
              IF WS-PRG-CLAVE(WS-P) = JRN-CLAVE
                 AND WS-PRG-MARCA(WS-P) = 'E'
                 PERFORM 1380-CONFIRMAR-ENTRADA
                    THRU 1380-CONFIRMAR-ENTRADA-EXIT
              END-IF
           END-PERFORM.

       1350-BUSCAR-LIBERADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Una entrada del journal confirma una sola liberacion.
      *----------------------------------------------------------------*
       1380-CONFIRMAR-ENTRADA.

           MOVE WS-PRG-REG(WS-P) TO PRG-REGISTRO
           MOVE PRG-TRANSACCION  TO MNT-REGISTRO

           IF JRN-ACCION NOT = MNT-ACCION
              OR JRN-SOLICITANTE NOT = PRG-SOLICITANTE
              OR JRN-FECHA < PRG-LIB-FECHA
              OR (JRN-FECHA = PRG-LIB-FECHA
                  AND JRN-HORA < PRG-LIB-HORA)
              GO TO 1380-CONFIRMAR-ENTRADA-EXIT
           END-IF

           MOVE 'K' TO WS-PRG-MARCA(WS-P)
           MOVE WS-PRG-TOT TO WS-P
           ADD 1 TO WS-CONT-CONFIRMADAS

           MOVE SPACES TO RPT-LINEA
           STRING 'CONFIRMADA  Clave: ' PRG-CLAVE
                  ' Acc: ' MNT-ACCION
                  ' Fecha: ' PRG-FECHA-EFECTIVA
                  ' Lote: ' JRN-LOTE
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA.

       1380-CONFIRMAR-ENTRADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1400-APLICAR-TARJETAS.

           PERFORM UNTIL WS-FS-PRS = '10'
              READ SOLIC-FILE
                 AT END
                    MOVE '10' TO WS-FS-PRS
                 NOT AT END
                    ADD 1 TO WS-CONT-TARJETAS
                    MOVE PRS-TRANSACCION TO MNT-REGISTRO
                    EVALUATE TRUE
                       WHEN PRS-PROGRAMAR
                          PERFORM 1450-PROGRAMAR
                             THRU 1450-PROGRAMAR-EXIT
                       WHEN PRS-ANULAR
                          PERFORM 1600-ANULAR
                             THRU 1600-ANULAR-EXIT
                       WHEN OTHER
                          MOVE 'TIPO DE TARJETA INVALIDO'
                             TO WS-EDT-MOTIVO
                          PERFORM 1500-TARJETA-RECHAZADA
                             THRU 1500-TARJETA-RECHAZADA-EXIT
                    END-EVALUATE
              END-READ
           END-PERFORM.

       1400-APLICAR-TARJETAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La transaccion programada pasa las mismas validaciones de
      * edicion que CLMNTVEC aplica al lote, y la fecha efectiva debe
      * ser valida y posterior a la fecha de negocio.
      *----------------------------------------------------------------*
       1450-PROGRAMAR.

           MOVE SPACES TO WS-EDT-MOTIVO

           EVALUATE TRUE
              WHEN NOT MNT-ACCION-VALIDA
                 MOVE 'ACCION INVALIDA' TO WS-EDT-MOTIVO
              WHEN MNT-CLAVE IS NOT NUMERIC
                 MOVE 'CLAVE NO NUMERICA' TO WS-EDT-MOTIVO
              WHEN MNT-ACCION-CAMBIO
                   AND MNT-NUEVO IS NOT NUMERIC
                 MOVE 'CLAVE NUEVA NO NUMERICA' TO WS-EDT-MOTIVO
              WHEN (MNT-ACCION-ALTA OR MNT-ACCION-CAMBIO)
                   AND NOT MNT-ESTADO-VALIDO
                 MOVE 'ESTADO INVALIDO' TO WS-EDT-MOTIVO
              WHEN (MNT-ACCION-ALTA OR MNT-ACCION-CAMBIO)
                   AND MNT-FECHA-VIGENCIA-X NOT = SPACES
                   AND MNT-FECHA-VIGENCIA IS NOT NUMERIC
                 MOVE 'FECHA VIGENCIA INVALIDA' TO WS-EDT-MOTIVO
              WHEN (MNT-ACCION-ALTA OR MNT-ACCION-CAMBIO)
                   AND MNT-FECHA-VENCIMIENTO-X NOT = SPACES
                   AND MNT-FECHA-VENCIMIENTO IS NOT NUMERIC
                 MOVE 'FECHA VENCIMIENTO INVALIDA' TO WS-EDT-MOTIVO
              WHEN (MNT-ACCION-ALTA OR MNT-ACCION-CAMBIO)
                   AND MNT-IMPORTE-X NOT = SPACES
                   AND MNT-IMPORTE IS NOT NUMERIC
                 MOVE 'IMPORTE INVALIDO' TO WS-EDT-MOTIVO
              WHEN MNT-SOLICITANTE = SPACES
                 MOVE 'FALTA SOLICITANTE' TO WS-EDT-MOTIVO
              WHEN PRS-FECHA-EFECTIVA IS NOT NUMERIC
                 MOVE 'FECHA EFECTIVA INVALIDA' TO WS-EDT-MOTIVO
           END-EVALUATE

           IF WS-EDT-MOTIVO NOT = SPACES
              PERFORM 1500-TARJETA-RECHAZADA
                 THRU 1500-TARJETA-RECHAZADA-EXIT
              GO TO 1450-PROGRAMAR-EXIT
           END-IF

           MOVE PRS-FECHA-EFECTIVA TO SER-FECHA
           CALL 'CLSERSUB' USING SER-PARAMETROS

           IF NOT SER-RET-OK
              MOVE 'FECHA EFECTIVA INVALIDA' TO WS-EDT-MOTIVO
              PERFORM 1500-TARJETA-RECHAZADA
                 THRU 1500-TARJETA-RECHAZADA-EXIT
              GO TO 1450-PROGRAMAR-EXIT
           END-IF

           IF PRS-FECHA-EFECTIVA NOT > WS-FECHA-NEGOCIO
              MOVE 'FECHA EFECTIVA NO ES FUTURA' TO WS-EDT-MOTIVO
              PERFORM 1500-TARJETA-RECHAZADA
                 THRU 1500-TARJETA-RECHAZADA-EXIT
              GO TO 1450-PROGRAMAR-EXIT
           END-IF

           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRG-TOT
              IF WS-PRG-CLAVE(WS-P) = MNT-CLAVE
                 AND WS-PRG-FECHA(WS-P) = PRS-FECHA-EFECTIVA
                 AND WS-PRG-MARCA(WS-P) = SPACE
                 MOVE 'CLAVE YA PROGRAMADA EN LA FECHA'
                    TO WS-EDT-MOTIVO
              END-IF
           END-PERFORM

           IF WS-EDT-MOTIVO NOT = SPACES
              PERFORM 1500-TARJETA-RECHAZADA
                 THRU 1500-TARJETA-RECHAZADA-EXIT
              GO TO 1450-PROGRAMAR-EXIT
           END-IF

           IF MNT-NUEVO IS NOT NUMERIC
              MOVE MNT-CLAVE TO MNT-NUEVO
           END-IF

           MOVE SPACES             TO PRG-REGISTRO
           MOVE PRS-FECHA-EFECTIVA TO PRG-FECHA-EFECTIVA
           MOVE MNT-CLAVE          TO PRG-CLAVE
           MOVE WS-FECHA-RUN       TO PRG-FECHA-CARGA
           MOVE WS-HORA-RUN        TO PRG-HORA-CARGA
           MOVE MNT-SOLICITANTE    TO PRG-SOLICITANTE
           MOVE 'P'                TO PRG-ESTADO
           MOVE MNT-REGISTRO       TO PRG-TRANSACCION

           MOVE MNT-CLAVE          TO WS-NUEVA-CLAVE
           MOVE PRS-FECHA-EFECTIVA TO WS-NUEVA-FECHA
           PERFORM 2900-INSERTAR-PROGRAMADA
              THRU 2900-INSERTAR-PROGRAMADA-EXIT

           ADD 1 TO WS-CONT-PROGRAMADAS

           MOVE SPACES TO RPT-LINEA
           STRING 'PROGRAMADA  Clave: ' MNT-CLAVE
                  ' Acc: ' MNT-ACCION
                  ' Fecha: ' PRS-FECHA-EFECTIVA
                  ' Solic: ' MNT-SOLICITANTE
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA.

       1450-PROGRAMAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1500-TARJETA-RECHAZADA.

           ADD 1 TO WS-CONT-RECHAZADAS

           MOVE SPACES TO RPT-LINEA
           STRING 'TARJETA RECHAZADA  Tipo: ' PRS-TIPO
                  ' Clave: ' MNT-CLAVE
                  ' ' WS-EDT-MOTIVO
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA.

       1500-TARJETA-RECHAZADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La anulacion identifica lo programado por clave y fecha
      * efectiva, y solo la acepta el mismo solicitante que lo cargo.
      * Lo que ya llego a su fecha se libera en esta corrida y no se
      * puede anular, salvo que este en conflicto. Lo liberado sin
      * confirmar se anula para dejar de esperarlo, si CLMNTVEC lo
      * rechazo.
      *----------------------------------------------------------------*
       1600-ANULAR.

           MOVE SPACES TO WS-EDT-MOTIVO

           IF MNT-CLAVE IS NOT NUMERIC
              OR PRS-FECHA-EFECTIVA IS NOT NUMERIC
              MOVE 'CLAVE O FECHA NO NUMERICA' TO WS-EDT-MOTIVO
              PERFORM 1500-TARJETA-RECHAZADA
                 THRU 1500-TARJETA-RECHAZADA-EXIT
              GO TO 1600-ANULAR-EXIT
           END-IF

           MOVE ZERO TO WS-CANT-ENC

           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRG-TOT
              IF WS-PRG-CLAVE(WS-P) = MNT-CLAVE
                 AND WS-PRG-FECHA(WS-P) = PRS-FECHA-EFECTIVA
                 AND (WS-PRG-MARCA(WS-P) = SPACE
                      OR WS-PRG-MARCA(WS-P) = 'E')
                 PERFORM 1650-ANULAR-ENTRADA
                    THRU 1650-ANULAR-ENTRADA-EXIT
              END-IF
           END-PERFORM

           IF WS-CANT-ENC = ZERO
              AND WS-EDT-MOTIVO = SPACES
              MOVE 'SIN PROGRAMADA PARA CLAVE Y FECHA'
                 TO WS-EDT-MOTIVO
           END-IF

           IF WS-CANT-ENC = ZERO
              PERFORM 1500-TARJETA-RECHAZADA
                 THRU 1500-TARJETA-RECHAZADA-EXIT
           END-IF.

       1600-ANULAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1650-ANULAR-ENTRADA.

           MOVE WS-PRG-REG(WS-P) TO PRG-REGISTRO

           IF PRG-SOLICITANTE NOT = MNT-SOLICITANTE
              MOVE 'SOLICITANTE DISTINTO' TO WS-EDT-MOTIVO
              GO TO 1650-ANULAR-ENTRADA-EXIT
           END-IF

           IF PRG-FECHA-EFECTIVA NOT > WS-FECHA-NEGOCIO
              AND NOT PRG-EST-CONFLICTO
              AND NOT PRG-EST-LIBERADA
              MOVE 'YA LLEGO A SU FECHA EFECTIVA' TO WS-EDT-MOTIVO
              GO TO 1650-ANULAR-ENTRADA-EXIT
           END-IF

           MOVE 'X' TO WS-PRG-MARCA(WS-P)
           ADD 1 TO WS-CANT-ENC
           ADD 1 TO WS-CONT-ANULADAS

           MOVE SPACES TO RPT-LINEA
           STRING 'ANULADA     Clave: ' PRG-CLAVE
                  ' Fecha: ' PRG-FECHA-EFECTIVA
                  ' Solic: ' PRG-SOLICITANTE
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA.

       1650-ANULAR-ENTRADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Primero se marcan en conflicto las claves programadas dos
      * veces para la misma fecha; despues se recorre lo que ya llego
      * a su fecha, por clave y en orden de fecha. De cada clave sale
      * una sola transaccion por lote (CLMNTVEC rechaza la clave
      * repetida); las siguientes se difieren al proximo dia, y si la
      * anterior quedo en conflicto o liberada sin confirmar esperan
      * a que se resuelva.
      *----------------------------------------------------------------*
       2000-LIBERAR-VENCIDAS.

           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRG-TOT
              IF WS-PRG-MARCA(WS-P) = SPACE
                 MOVE WS-PRG-REG(WS-P) TO PRG-REGISTRO
                 MOVE 'P'    TO PRG-ESTADO
                 MOVE SPACES TO PRG-MOTIVO
                 MOVE PRG-REGISTRO TO WS-PRG-REG(WS-P)
              END-IF
           END-PERFORM

           PERFORM 2100-MARCAR-DUPLICADAS
              THRU 2100-MARCAR-DUPLICADAS-EXIT

           MOVE '----------------------------------------' TO RPT-LINEA
           WRITE RPT-LINEA

           MOVE 999999 TO WS-CLAVE-ANT

           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRG-TOT
              IF WS-PRG-MARCA(WS-P) = SPACE
                 AND WS-PRG-FECHA(WS-P) NOT > WS-FECHA-NEGOCIO
                 PERFORM 2200-EVALUAR-VENCIDA
                    THRU 2200-EVALUAR-VENCIDA-EXIT
              END-IF
           END-PERFORM.

       2000-LIBERAR-VENCIDAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-MARCAR-DUPLICADAS.

           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRG-TOT
              IF WS-PRG-MARCA(WS-P) = SPACE
                 COMPUTE WS-P2 = WS-P + 1
                 PERFORM VARYING WS-P2 FROM WS-P2 BY 1
                         UNTIL WS-P2 > WS-PRG-TOT
                            OR WS-PRG-CLAVE(WS-P2)
                               NOT = WS-PRG-CLAVE(WS-P)
                            OR WS-PRG-FECHA(WS-P2)
                               NOT = WS-PRG-FECHA(WS-P)
                    IF WS-PRG-MARCA(WS-P2) = SPACE
                       MOVE 'CLAVE Y FECHA PROGRAMADAS 2 VECES'
                          TO WS-CNF-MOTIVO
                       MOVE WS-P TO WS-J
                       PERFORM 2150-MARCAR-CONFLICTO
                          THRU 2150-MARCAR-CONFLICTO-EXIT
                       MOVE WS-P2 TO WS-J
                       PERFORM 2150-MARCAR-CONFLICTO
                          THRU 2150-MARCAR-CONFLICTO-EXIT
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       2100-MARCAR-DUPLICADAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2150-MARCAR-CONFLICTO.

           MOVE WS-PRG-REG(WS-J) TO PRG-REGISTRO
           MOVE 'C'           TO PRG-ESTADO
           MOVE WS-CNF-MOTIVO TO PRG-MOTIVO
           MOVE PRG-REGISTRO  TO WS-PRG-REG(WS-J).

       2150-MARCAR-CONFLICTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-EVALUAR-VENCIDA.

           IF WS-PRG-CLAVE(WS-P) NOT = WS-CLAVE-ANT
              MOVE WS-PRG-CLAVE(WS-P) TO WS-CLAVE-ANT
              SET WS-CLAVE-LIB-NO TO TRUE
              SET WS-CLAVE-CNF-NO TO TRUE
              SET WS-CLAVE-ESP-NO TO TRUE
              PERFORM VARYING WS-P2 FROM 1 BY 1
                      UNTIL WS-P2 > WS-PRG-TOT
                         OR WS-PRG-CLAVE(WS-P2) > WS-CLAVE-ANT
                 IF WS-PRG-CLAVE(WS-P2) = WS-CLAVE-ANT
                    AND WS-PRG-MARCA(WS-P2) = 'E'
                    SET WS-CLAVE-ESP-SI TO TRUE
                 END-IF
              END-PERFORM
           END-IF

           MOVE WS-PRG-REG(WS-P) TO PRG-REGISTRO
           MOVE PRG-TRANSACCION  TO MNT-REGISTRO

           IF PRG-EST-CONFLICTO
              SET WS-CLAVE-CNF-SI TO TRUE
              MOVE PRG-MOTIVO TO WS-CNF-MOTIVO
              PERFORM 2600-INFORMAR-CONFLICTO
                 THRU 2600-INFORMAR-CONFLICTO-EXIT
              GO TO 2200-EVALUAR-VENCIDA-EXIT
           END-IF

           IF WS-CLAVE-LIB-SI OR WS-CLAVE-CNF-SI OR WS-CLAVE-ESP-SI
              ADD 1 TO WS-CONT-DIFERIDAS
              MOVE SPACES TO RPT-LINEA
              EVALUATE TRUE
                 WHEN WS-CLAVE-LIB-SI
                    STRING 'DIFERIDA    Clave: ' PRG-CLAVE
                           ' Fecha: ' PRG-FECHA-EFECTIVA
                           ' clave ya liberada en el lote'
                           DELIMITED BY SIZE INTO RPT-LINEA
                 WHEN WS-CLAVE-ESP-SI
                    STRING 'DIFERIDA    Clave: ' PRG-CLAVE
                           ' Fecha: ' PRG-FECHA-EFECTIVA
                           ' anterior liberada sin confirmar'
                           DELIMITED BY SIZE INTO RPT-LINEA
                 WHEN OTHER
                    STRING 'DIFERIDA    Clave: ' PRG-CLAVE
                           ' Fecha: ' PRG-FECHA-EFECTIVA
                           ' anterior en conflicto'
                           DELIMITED BY SIZE INTO RPT-LINEA
              END-EVALUATE
              WRITE RPT-LINEA
              GO TO 2200-EVALUAR-VENCIDA-EXIT
           END-IF

           PERFORM 2300-VERIFICAR-MAESTRO
              THRU 2300-VERIFICAR-MAESTRO-EXIT

           IF WS-CNF-MOTIVO NOT = SPACES
              SET WS-CLAVE-CNF-SI TO TRUE
              MOVE WS-P TO WS-J
              PERFORM 2150-MARCAR-CONFLICTO
                 THRU 2150-MARCAR-CONFLICTO-EXIT
              PERFORM 2600-INFORMAR-CONFLICTO
                 THRU 2600-INFORMAR-CONFLICTO-EXIT
              GO TO 2200-EVALUAR-VENCIDA-EXIT
           END-IF

           PERFORM 2500-LIBERAR
              THRU 2500-LIBERAR-EXIT.

       2200-EVALUAR-VENCIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Estado del maestro hoy, como lo exigira CLMNTVEC: el cambio y
      * la baja necesitan la clave; si ya no esta, CLXRFSUB dice si
      * fue renumerada. El alta y la clave nueva de una renumeracion
      * no deben existir.
      *----------------------------------------------------------------*
       2300-VERIFICAR-MAESTRO.

           MOVE SPACES TO WS-CNF-MOTIVO

           MOVE MNT-CLAVE TO VECTREC-CLAVE
           PERFORM 2350-LEER-MAESTRO
              THRU 2350-LEER-MAESTRO-EXIT

           IF MNT-ACCION-ALTA
              IF WS-EXISTE-SI
                 MOVE 'ALTA DE CLAVE YA EXISTENTE' TO WS-CNF-MOTIVO
              END-IF
              GO TO 2300-VERIFICAR-MAESTRO-EXIT
           END-IF

           IF WS-EXISTE-NO
              MOVE MNT-CLAVE TO XRF-CLAVE
              CALL 'CLXRFSUB' USING XRF-PARAMETROS
              IF XRF-RET-RENUMERADA
                 STRING 'CLAVE RENUMERADA A ' XRF-CLAVE-ACTUAL
                        DELIMITED BY SIZE INTO WS-CNF-MOTIVO
              ELSE
                 MOVE 'CLAVE DADA DE BAJA' TO WS-CNF-MOTIVO
              END-IF
              GO TO 2300-VERIFICAR-MAESTRO-EXIT
           END-IF

           IF MNT-ACCION-CAMBIO
              AND MNT-NUEVO NOT = MNT-CLAVE
              MOVE MNT-NUEVO TO VECTREC-CLAVE
              PERFORM 2350-LEER-MAESTRO
                 THRU 2350-LEER-MAESTRO-EXIT
              IF WS-EXISTE-SI
                 MOVE 'CLAVE NUEVA YA EXISTE' TO WS-CNF-MOTIVO
              END-IF
           END-IF.

       2300-VERIFICAR-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2350-LEER-MAESTRO.

           SET WS-EXISTE-SI TO TRUE

           READ MASTER-FILE
              INVALID KEY
                 SET WS-EXISTE-NO TO TRUE
           END-READ.

       2350-LEER-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Lo liberado queda en el programado con la fecha y hora de la
      * liberacion, para confirmarlo contra el journal.
      *----------------------------------------------------------------*
       2500-LIBERAR.

           MOVE PRG-SOLICITANTE TO MNT-SOLICITANTE
           MOVE MNT-REGISTRO TO MNT-SALIDA
           WRITE MNT-SALIDA

           MOVE 'L'              TO PRG-ESTADO
           MOVE SPACES           TO PRG-MOTIVO
           MOVE WS-FECHA-NEGOCIO TO PRG-LIB-FECHA-NEGOCIO
           MOVE WS-FECHA-RUN     TO PRG-LIB-FECHA
           MOVE WS-HORA-RUN      TO PRG-LIB-HORA
           MOVE PRG-REGISTRO     TO WS-PRG-REG(WS-P)

           MOVE 'L' TO WS-PRG-MARCA(WS-P)
           SET WS-CLAVE-LIB-SI TO TRUE

           ADD 1 TO WS-CONT-LIBERADAS
           EVALUATE TRUE
              WHEN MNT-ACCION-ALTA
                 ADD 1 TO WS-CONT-LIB-A
              WHEN MNT-ACCION-CAMBIO
                 ADD 1 TO WS-CONT-LIB-C
              WHEN MNT-ACCION-BAJA
                 ADD 1 TO WS-CONT-LIB-D
           END-EVALUATE

           MOVE SPACES TO RPT-LINEA
           STRING 'LIBERADA    Clave: ' MNT-CLAVE
                  ' Acc: ' MNT-ACCION
                  ' Fecha: ' PRG-FECHA-EFECTIVA
                  ' Solic: ' PRG-SOLICITANTE
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA.

       2500-LIBERAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2600-INFORMAR-CONFLICTO.

           ADD 1 TO WS-CONT-CONFLICTOS

           MOVE SPACES TO RPT-LINEA
           STRING 'CONFLICTO   Clave: ' PRG-CLAVE
                  ' Fecha: ' PRG-FECHA-EFECTIVA
                  ' ' WS-CNF-MOTIVO
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA.

       2600-INFORMAR-CONFLICTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Alta ordenada por clave y fecha efectiva; a igual clave y
      * fecha, queda despues de las ya cargadas. Lo liberado en una
      * corrida anterior entra a la espera de confirmacion.
      *----------------------------------------------------------------*
       2900-INSERTAR-PROGRAMADA.

           IF WS-PRG-TOT NOT < 5000
              DISPLAY 'Programadas exceden 5000, se omite clave: '
                 WS-NUEVA-CLAVE ' fecha: ' WS-NUEVA-FECHA
              ADD 1 TO WS-CONT-RECHAZADAS
              GO TO 2900-INSERTAR-PROGRAMADA-EXIT
           END-IF

           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRG-TOT
                      OR WS-PRG-CLAVE(WS-P) > WS-NUEVA-CLAVE
                      OR (WS-PRG-CLAVE(WS-P) = WS-NUEVA-CLAVE
                          AND WS-PRG-FECHA(WS-P) > WS-NUEVA-FECHA)
              CONTINUE
           END-PERFORM

           PERFORM VARYING WS-J FROM WS-PRG-TOT BY -1
                   UNTIL WS-J < WS-P
              MOVE WS-PRG-ENT(WS-J) TO WS-PRG-ENT(WS-J + 1)
           END-PERFORM

           ADD 1 TO WS-PRG-TOT
           MOVE PRG-REGISTRO   TO WS-PRG-REG(WS-P)
           MOVE WS-NUEVA-CLAVE TO WS-PRG-CLAVE(WS-P)
           MOVE WS-NUEVA-FECHA TO WS-PRG-FECHA(WS-P)

           IF PRG-EST-LIBERADA
              MOVE 'E'         TO WS-PRG-MARCA(WS-P)
           ELSE
              MOVE SPACE       TO WS-PRG-MARCA(WS-P)
           END-IF.

       2900-INSERTAR-PROGRAMADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-GRABAR-TRAILER.

           MOVE SPACES TO MNT-REGISTRO
           MOVE 'T' TO MNT-TRL-ACCION
           MOVE WS-CONT-LIB-A TO MNT-TRL-ALTAS
           MOVE WS-CONT-LIB-C TO MNT-TRL-CAMBIOS
           MOVE WS-CONT-LIB-D TO MNT-TRL-BAJAS
           MOVE WS-LOTE-ID TO MNT-TRL-LOTE

           MOVE MNT-REGISTRO TO MNT-SALIDA
           WRITE MNT-SALIDA.

       5000-GRABAR-TRAILER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sale lo que sigue programado y lo liberado sin confirmar; lo
      * anulado y lo confirmado aplicado deja el archivo.
      *----------------------------------------------------------------*
       6000-GRABAR-PROGRAMADAS.

           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRG-TOT
              EVALUATE WS-PRG-MARCA(WS-P)
                 WHEN SPACE
                    MOVE WS-PRG-REG(WS-P) TO PGN-SALIDA
                    WRITE PGN-SALIDA
                    ADD 1 TO WS-CONT-QUEDAN
                 WHEN 'E'
                 WHEN 'L'
                    MOVE WS-PRG-REG(WS-P) TO PGN-SALIDA
                    WRITE PGN-SALIDA
                    ADD 1 TO WS-CONT-SIN-CONF
              END-EVALUATE
           END-PERFORM.

       6000-GRABAR-PROGRAMADAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Calendario de lo que sigue programado, por clave y fecha, con
      * los dias que faltan y el tramo: ATRASADA (en conflicto o
      * diferida), LIBERADA (sin confirmar en el journal), 30, 60 o 90
      * dias. Lo posterior a 90 dias solo se cuenta.
      *----------------------------------------------------------------*
       7000-EMITIR-CALENDARIO.

           MOVE SPACES TO CAL-LINEA
           STRING 'CLPRGVEC - Calendario de Mantenimiento Programado'
                  DELIMITED BY SIZE INTO CAL-LINEA
           WRITE CAL-LINEA

           MOVE SPACES TO CAL-LINEA
           STRING 'Fecha de negocio: ' WS-FECHA-NEGOCIO
                  '  Horizonte: 90 dias'
                  DELIMITED BY SIZE INTO CAL-LINEA
           WRITE CAL-LINEA

           MOVE SPACES TO CAL-LINEA
           STRING 'Clave Fecha     Dias Tramo    A Solic.   '
                  'E Detalle'
                  DELIMITED BY SIZE INTO CAL-LINEA
           WRITE CAL-LINEA

           MOVE '----------------------------------------' TO CAL-LINEA
           WRITE CAL-LINEA

           MOVE 999999 TO WS-CLAVE-ANT

           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRG-TOT
              IF WS-PRG-MARCA(WS-P) = SPACE
                 OR WS-PRG-MARCA(WS-P) = 'E'
                 OR WS-PRG-MARCA(WS-P) = 'L'
                 PERFORM 7100-LINEA-CALENDARIO
                    THRU 7100-LINEA-CALENDARIO-EXIT
              END-IF
           END-PERFORM

           MOVE '----------------------------------------' TO CAL-LINEA
           WRITE CAL-LINEA

           MOVE WS-CONT-TATR TO WS-RPT-CNT-ED
           MOVE SPACES TO CAL-LINEA
           STRING 'Atrasadas (conflicto o diferidas): ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO CAL-LINEA
           WRITE CAL-LINEA

           MOVE WS-CONT-TLIB TO WS-RPT-CNT-ED
           MOVE SPACES TO CAL-LINEA
           STRING 'Liberadas sin confirmar:           ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO CAL-LINEA
           WRITE CAL-LINEA

           MOVE WS-CONT-T30 TO WS-RPT-CNT-ED
           MOVE SPACES TO CAL-LINEA
           STRING 'Proximos 30 dias:                  ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO CAL-LINEA
           WRITE CAL-LINEA

           MOVE WS-CONT-T60 TO WS-RPT-CNT-ED
           MOVE SPACES TO CAL-LINEA
           STRING 'De 31 a 60 dias:                   ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO CAL-LINEA
           WRITE CAL-LINEA

           MOVE WS-CONT-T90 TO WS-RPT-CNT-ED
           MOVE SPACES TO CAL-LINEA
           STRING 'De 61 a 90 dias:                   ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO CAL-LINEA
           WRITE CAL-LINEA

           MOVE WS-CONT-TMAS TO WS-RPT-CNT-ED
           MOVE SPACES TO CAL-LINEA
           STRING 'Mas de 90 dias (no listadas):      ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO CAL-LINEA
           WRITE CAL-LINEA.

       7000-EMITIR-CALENDARIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       7100-LINEA-CALENDARIO.

           MOVE WS-PRG-REG(WS-P) TO PRG-REGISTRO
           MOVE PRG-TRANSACCION  TO MNT-REGISTRO

           MOVE ZERO TO WS-DIAS-FALTAN

           EVALUATE TRUE
              WHEN PRG-EST-LIBERADA
                 MOVE 'LIBERADA' TO WS-TRAMO
                 ADD 1 TO WS-CONT-TLIB
              WHEN PRG-FECHA-EFECTIVA NOT > WS-FECHA-NEGOCIO
                 MOVE 'ATRASADA' TO WS-TRAMO
                 ADD 1 TO WS-CONT-TATR
              WHEN OTHER
                 MOVE PRG-FECHA-EFECTIVA TO SER-FECHA
                 CALL 'CLSERSUB' USING SER-PARAMETROS
                 MOVE SER-DIAS TO WS-SER-ITEM
                 SUBTRACT WS-SER-NEGOCIO FROM WS-SER-ITEM
                    GIVING WS-DIAS-FALTAN
                 EVALUATE TRUE
                    WHEN WS-DIAS-FALTAN NOT > 30
                       MOVE '30 DIAS' TO WS-TRAMO
                       ADD 1 TO WS-CONT-T30
                    WHEN WS-DIAS-FALTAN NOT > 60
                       MOVE '60 DIAS' TO WS-TRAMO
                       ADD 1 TO WS-CONT-T60
                    WHEN WS-DIAS-FALTAN NOT > 90
                       MOVE '90 DIAS' TO WS-TRAMO
                       ADD 1 TO WS-CONT-T90
                    WHEN OTHER
                       ADD 1 TO WS-CONT-TMAS
                       GO TO 7100-LINEA-CALENDARIO-EXIT
                 END-EVALUATE
           END-EVALUATE

           IF PRG-CLAVE NOT = WS-CLAVE-ANT
              MOVE PRG-CLAVE TO WS-CLAVE-ANT
              MOVE SPACES TO CAL-LINEA
              WRITE CAL-LINEA
              MOVE SPACES TO CAL-LINEA
              MOVE PRG-CLAVE TO CAL-LINEA(1:5)
           ELSE
              MOVE SPACES TO CAL-LINEA
           END-IF

           MOVE WS-DIAS-FALTAN TO WS-RPT-DIAS-ED
           MOVE PRG-FECHA-EFECTIVA TO CAL-LINEA(7:8)
           MOVE WS-RPT-DIAS-ED     TO CAL-LINEA(15:5)
           MOVE WS-TRAMO           TO CAL-LINEA(21:8)
           MOVE MNT-ACCION         TO CAL-LINEA(30:1)
           MOVE PRG-SOLICITANTE    TO CAL-LINEA(32:8)
           MOVE PRG-ESTADO         TO CAL-LINEA(41:1)

           EVALUATE TRUE
              WHEN PRG-EST-CONFLICTO
                 MOVE PRG-MOTIVO TO CAL-LINEA(43:30)
              WHEN PRG-EST-LIBERADA
                 MOVE 'LIBERADA EL' TO CAL-LINEA(43:11)
                 MOVE PRG-LIB-FECHA-NEGOCIO TO CAL-LINEA(55:8)
              WHEN MNT-ACCION-BAJA
                 MOVE 'BAJA' TO CAL-LINEA(43:4)
              WHEN MNT-ACCION-CAMBIO
                   AND MNT-NUEVO NOT = MNT-CLAVE
                 MOVE 'RENUMERA A' TO CAL-LINEA(43:10)
                 MOVE MNT-NUEVO    TO CAL-LINEA(54:5)
              WHEN MNT-IMPORTE-X NOT = SPACES
                 MOVE MNT-IMPORTE TO WS-RPT-IMP-ED
                 MOVE 'IMP'         TO CAL-LINEA(43:3)
                 MOVE WS-RPT-IMP-ED TO CAL-LINEA(47:14)
                 IF MNT-ESTADO NOT = SPACE
                    MOVE 'EST'      TO CAL-LINEA(62:3)
                    MOVE MNT-ESTADO TO CAL-LINEA(66:1)
                 END-IF
              WHEN MNT-ESTADO NOT = SPACE
                 MOVE 'EST'      TO CAL-LINEA(43:3)
                 MOVE MNT-ESTADO TO CAL-LINEA(47:1)
              WHEN OTHER
                 MOVE MNT-DESCRIPCION TO CAL-LINEA(43:30)
           END-EVALUATE

           WRITE CAL-LINEA.

       7100-LINEA-CALENDARIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-REPORTE-RESUMEN.

           MOVE '----------------------------------------' TO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-PRG-LEIDAS TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Programadas leidas:      ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-TARJETAS TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Tarjetas leidas:         ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-PROGRAMADAS TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Nuevas programadas:      ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-ANULADAS TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Anuladas:                ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-RECHAZADAS TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Tarjetas rechazadas:     ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-LIBERADAS TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Liberadas al lote:       ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-CONFLICTOS TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'En conflicto:            ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-DIFERIDAS TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Diferidas:               ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-QUEDAN TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Siguen programadas:      ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-CONFIRMADAS TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Confirmadas aplicadas:   ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-SIN-CONF TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Liberadas sin confirmar: ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           DISPLAY '-------- Resumen Mantenimiento Programado --------'
           DISPLAY 'Fecha de negocio:   ' WS-FECHA-NEGOCIO
           DISPLAY 'Programadas leidas: ' WS-CONT-PRG-LEIDAS
           DISPLAY 'Nuevas programadas: ' WS-CONT-PROGRAMADAS
           DISPLAY 'Anuladas:           ' WS-CONT-ANULADAS
           DISPLAY 'Tarjetas rechazadas: ' WS-CONT-RECHAZADAS
           DISPLAY 'Liberadas:          ' WS-CONT-LIBERADAS
           DISPLAY 'En conflicto:       ' WS-CONT-CONFLICTOS
           DISPLAY 'Diferidas:          ' WS-CONT-DIFERIDAS
           DISPLAY 'Siguen programadas: ' WS-CONT-QUEDAN
           DISPLAY 'Confirmadas:        ' WS-CONT-CONFIRMADAS
           DISPLAY 'Sin confirmar:      ' WS-CONT-SIN-CONF

           IF WS-CONT-RECHAZADAS > 0
              OR WS-CONT-CONFLICTOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       8000-REPORTE-RESUMEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.

           CLOSE MASTER-FILE
           CLOSE PROG-FILE
           CLOSE SOLIC-FILE
           CLOSE PROG-NUEVO
           CLOSE MAINT-FILE
           CLOSE REPORT-FILE
           CLOSE CALEND-FILE

           MOVE RETURN-CODE TO CIC-RC-PASO

           PERFORM 9100-LIBERAR-CORRIDA
              THRU 9100-LIBERAR-CORRIDA-EXIT

           PERFORM 9200-CERRAR-PASO-CICLO
              THRU 9200-CERRAR-PASO-CICLO-EXIT.

       9000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9100-LIBERAR-CORRIDA.

           MOVE 'L' TO LCK-FUNCION
           CALL 'CLLCKSUB' USING LCK-PARAMETROS.

       9100-LIBERAR-CORRIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9200-CERRAR-PASO-CICLO.

           MOVE 'F' TO CIC-FUNCION
           CALL 'CLCICSUB' USING CIC-PARAMETROS

           MOVE CIC-RC-PASO TO RETURN-CODE.

       9200-CERRAR-PASO-CICLO-EXIT.
           EXIT.



       END PROGRAM CLPRGVEC.
