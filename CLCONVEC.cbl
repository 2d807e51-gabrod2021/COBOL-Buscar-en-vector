      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Consolidacion del lote de mantenimiento del dia.
      *              En el dia llegan varios lotes con trailer: los de
      *              solicitante que CLRETVEC agrega a la cola MNTRET y
      *              los liberados por CLAPRVEC en la cola MNTAPR.
      *              CLMNTVEC corre una vez por fecha de negocio, asi
      *              que este paso los une en un solo lote MNTVEC con
      *              trailer recontado. Cada lote de las colas se toma
      *              entero o no se toma: se balancea contra su trailer
      *              y pasa las mismas ediciones que CLMNTVEC, incluida
      *              la liberacion en LIBVEC de lo que requiere
      *              aprobacion; el que falla sale entero a RCHCON para
      *              que el solicitante lo corrija y reenvie. El lote
      *              que repite una clave ya consolidada, o que no cabe
      *              en las 5000 transacciones, queda diferido en su
      *              cola para el dia siguiente. El detalle sin
      *              solicitante lo toma del trailer de su lote.
      *              Informe de la consolidacion CONVEC.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLCONVEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLA-APR ASSIGN TO MNTAPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-APR.

           SELECT COLA-RET ASSIGN TO MNTRET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RET.

           SELECT LIB-FILE ASSIGN TO LIBVEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB-LLAVE
               FILE STATUS IS WS-FS-LIB.

           SELECT MAINT-FILE ASSIGN TO MNTVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MNT.

           SELECT RECH-FILE ASSIGN TO RCHCON
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RCH.

           SELECT REPORT-FILE ASSIGN TO CONVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  COLA-APR
           LABEL RECORD IS STANDARD.
       01  APR-ENTRADA              PIC X(80).

       FD  COLA-RET
           LABEL RECORD IS STANDARD.
       01  RET-ENTRADA              PIC X(80).

       FD  LIB-FILE
           LABEL RECORD IS STANDARD.
           COPY LIBREC.

       FD  MAINT-FILE
           LABEL RECORD IS STANDARD.
       01  MNT-SALIDA               PIC X(80).

       FD  RECH-FILE
           LABEL RECORD IS STANDARD.
       01  RCH-REGISTRO             PIC X(80).

       FD  REPORT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINEA                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-APR        PIC X(02) VALUE '00'.
       77 WS-FS-RET        PIC X(02) VALUE '00'.
       77 WS-FS-LIB        PIC X(02) VALUE '00'.
       77 WS-FS-MNT        PIC X(02) VALUE '00'.
       77 WS-FS-RCH        PIC X(02) VALUE '00'.
       77 WS-FS-RPT        PIC X(02) VALUE '00'.

       77 WS-FECHA-RUN     PIC 9(08) VALUE ZERO.
       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE ZERO.

       77 WS-CONT-LEIDOS-APR PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-LEIDOS-RET PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-LOTES-CON PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-LOTES-RCH PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-LOTES-DIF PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-CON-A    PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-CON-C    PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-CON-D    PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-TRN-RCH  PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-TRN-DIF  PIC 9(05) COMP VALUE ZERO.

       77 WS-CNT-LOTE-A    PIC 9(05) COMP VALUE ZERO.
       77 WS-CNT-LOTE-C    PIC 9(05) COMP VALUE ZERO.
       77 WS-CNT-LOTE-D    PIC 9(05) COMP VALUE ZERO.

       77 WS-TRL-ALTAS     PIC 9(05) COMP VALUE ZERO.
       77 WS-TRL-CAMBIOS   PIC 9(05) COMP VALUE ZERO.
       77 WS-TRL-BAJAS     PIC 9(05) COMP VALUE ZERO.
       77 WS-TRL-SOLIC     PIC X(08) VALUE SPACES.
       77 WS-SOLICITANTE   PIC X(08) VALUE SPACES.
       77 WS-APROB-ITEM    PIC X(08) VALUE SPACES.

       77 WS-C             PIC 9(05) COMP VALUE ZERO.
       77 WS-C2            PIC 9(05) COMP VALUE ZERO.
       77 WS-B             PIC 9(05) COMP VALUE ZERO.
       77 WS-K             PIC 9(05) COMP VALUE ZERO.

       77 WS-COLA-ACT      PIC X(01) VALUE SPACE.
       77 WS-COLA-NOMBRE   PIC X(06) VALUE SPACES.

       77 WS-ABIERTO-SW    PIC X(01) VALUE 'N'.
           88 WS-ABIERTO-SI   VALUE 'S'.
           88 WS-ABIERTO-NO   VALUE 'N'.

       77 WS-LIBVEC-SW     PIC X(01) VALUE 'S'.
           88 WS-LIBVEC-SI    VALUE 'S'.
           88 WS-LIBVEC-NO    VALUE 'N'.

       77 WS-LIB-SW        PIC X(01) VALUE 'N'.
           88 WS-LIB-ENC-SI   VALUE 'S'.
           88 WS-LIB-ENC-NO   VALUE 'N'.

       77 WS-APROBADA-SW   PIC X(01) VALUE 'N'.
           88 WS-APROBADA-SI  VALUE 'S'.
           88 WS-APROBADA-NO  VALUE 'N'.

       77 WS-EDT-MOTIVO    PIC X(30) VALUE SPACES.
       77 WS-EDT-CLAVE     PIC X(05) VALUE SPACES.

       77 WS-RPT-CNT-ED    PIC ZZZZ9 VALUE ZERO.

       01  WS-LOTE-ID.
           05  FILLER           PIC X(02) VALUE 'CN'.
           05  WS-LOTE-FECHA    PIC 9(06) VALUE ZERO.

       COPY MNTREC.

       COPY CICPARM.

       COPY UMBPARM.

      * Registros de las dos colas en el orden en que se leen, con la
      * cola de origen y el lote al que pertenecen.
       01  WS-COLA-TABLA.
           02  WS-COLA-TOT          PIC 9(05) COMP VALUE ZERO.
           02  WS-COLA-ENT          OCCURS 10000 TIMES.
               05  WS-COLA-REG      PIC X(80).
               05  WS-COLA-ORIGEN   PIC X(01).
               05  WS-COLA-LOTE     PIC 9(05) COMP.

      * Un renglon por lote de las colas, desde su primer registro
      * hasta su trailer; el estado queda en C si se consolida, R si
      * se rechaza y D si se difiere.
       01  WS-LOT-TABLA.
           02  WS-LOT-TOT           PIC 9(05) COMP VALUE ZERO.
           02  WS-LOT-ENT           OCCURS 2000 TIMES.
               05  WS-LOT-ORIGEN    PIC X(01).
               05  WS-LOT-DESDE     PIC 9(05) COMP.
               05  WS-LOT-HASTA     PIC 9(05) COMP.
               05  WS-LOT-CANT      PIC 9(05) COMP.
               05  WS-LOT-ID        PIC X(08).
               05  WS-LOT-SOLIC     PIC X(08).
               05  WS-LOT-ESTADO    PIC X(01).
                   88  WS-LOT-CONSOLIDADO VALUE 'C'.
                   88  WS-LOT-RECHAZADO   VALUE 'R'.
                   88  WS-LOT-DIFERIDO    VALUE 'D'.
               05  WS-LOT-MOTIVO    PIC X(30).

      * Claves ya consolidadas en el lote de salida.
       01  WS-CON-TABLA.
           02  WS-CON-TOT           PIC 9(05) COMP VALUE ZERO.
           02  WS-CON-CLAVE         PIC X(05) OCCURS 5000 TIMES.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 0400-CONTROLAR-CICLO
              THRU 0400-CONTROLAR-CICLO-EXIT.

           PERFORM 1000-ABRIR-ARCHIVOS
              THRU 1000-ABRIR-ARCHIVOS-EXIT.

           PERFORM 1200-CARGAR-APROBADAS
              THRU 1200-CARGAR-APROBADAS-EXIT.

           PERFORM 1300-CARGAR-RETENCION
              THRU 1300-CARGAR-RETENCION-EXIT.

           PERFORM 1600-EVALUAR-LOTES
              THRU 1600-EVALUAR-LOTES-EXIT.

           PERFORM 5000-GRABAR-CONSOLIDADO
              THRU 5000-GRABAR-CONSOLIDADO-EXIT.

           PERFORM 6000-REGRABAR-COLAS
              THRU 6000-REGRABAR-COLAS-EXIT.

           PERFORM 8000-REPORTE-RESUMEN
              THRU 8000-REPORTE-RESUMEN-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       0400-CONTROLAR-CICLO.

           MOVE 'I' TO CIC-FUNCION
           MOVE 'CLCONVEC' TO CIC-PROGRAMA
           MOVE 'CLCONVEC' TO CIC-JOBID

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
      * LIBVEC puede no existir todavia: sin liberaciones, lo que
      * requiere aprobacion se rechaza.
      *----------------------------------------------------------------*
       1000-ABRIR-ARCHIVOS.

           OPEN INPUT LIB-FILE

           IF WS-FS-LIB = '35'
              SET WS-LIBVEC-NO TO TRUE
           ELSE
              IF WS-FS-LIB NOT = '00'
                 DISPLAY 'Error al abrir LIB-FILE, status: '
                    WS-FS-LIB
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT RECH-FILE

           IF WS-FS-RCH NOT = '00'
              DISPLAY 'Error al abrir RECH-FILE, status: '
                 WS-FS-RCH
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

           IF WS-FECHA-NEGOCIO = ZERO
              MOVE WS-FECHA-RUN TO WS-FECHA-NEGOCIO
           END-IF

           MOVE WS-FECHA-NEGOCIO TO WS-LOTE-FECHA

           MOVE SPACES TO RPT-LINEA
           STRING 'CLCONVEC - Consolidacion del Lote Diario  Fecha: '
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
      * Las colas pueden no existir: sin lotes del dia se emite igual
      * el lote MNTVEC, vacio y con su trailer.
      *----------------------------------------------------------------*
       1200-CARGAR-APROBADAS.

           OPEN INPUT COLA-APR

           IF WS-FS-APR = '35'
              GO TO 1200-CARGAR-APROBADAS-EXIT
           END-IF

           IF WS-FS-APR NOT = '00'
              DISPLAY 'Error al abrir COLA-APR, status: '
                 WS-FS-APR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 'A' TO WS-COLA-ACT

           PERFORM UNTIL WS-FS-APR = '10'
              READ COLA-APR
                 AT END
                    MOVE '10' TO WS-FS-APR
                 NOT AT END
                    ADD 1 TO WS-CONT-LEIDOS-APR
                    MOVE APR-ENTRADA TO MNT-REGISTRO
                    PERFORM 1250-CARGAR-REGISTRO
                       THRU 1250-CARGAR-REGISTRO-EXIT
              END-READ
           END-PERFORM

           CLOSE COLA-APR

           PERFORM 1280-CERRAR-INCOMPLETO
              THRU 1280-CERRAR-INCOMPLETO-EXIT.

       1200-CARGAR-APROBADAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1250-CARGAR-REGISTRO.

           IF WS-COLA-TOT NOT < 10000
              DISPLAY 'Colas exceden 10000 registros, no se consolida'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-ABIERTO-NO
              IF WS-LOT-TOT NOT < 2000
                 DISPLAY 'Colas exceden 2000 lotes, no se consolida'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-LOT-TOT
              MOVE WS-COLA-ACT TO WS-LOT-ORIGEN(WS-LOT-TOT)
              COMPUTE WS-LOT-DESDE(WS-LOT-TOT) = WS-COLA-TOT + 1
              MOVE ZERO   TO WS-LOT-HASTA(WS-LOT-TOT)
              MOVE ZERO   TO WS-LOT-CANT(WS-LOT-TOT)
              MOVE SPACES TO WS-LOT-ID(WS-LOT-TOT)
              MOVE SPACES TO WS-LOT-SOLIC(WS-LOT-TOT)
              MOVE SPACE  TO WS-LOT-ESTADO(WS-LOT-TOT)
              MOVE SPACES TO WS-LOT-MOTIVO(WS-LOT-TOT)
              SET WS-ABIERTO-SI TO TRUE
           END-IF

           ADD 1 TO WS-COLA-TOT
           MOVE MNT-REGISTRO TO WS-COLA-REG(WS-COLA-TOT)
           MOVE WS-COLA-ACT  TO WS-COLA-ORIGEN(WS-COLA-TOT)
           MOVE WS-LOT-TOT   TO WS-COLA-LOTE(WS-COLA-TOT)

           IF MNT-ACCION-TRAILER
              MOVE WS-COLA-TOT  TO WS-LOT-HASTA(WS-LOT-TOT)
              MOVE MNT-TRL-LOTE TO WS-LOT-ID(WS-LOT-TOT)
              MOVE MNT-TRL-SOLICITANTE TO WS-LOT-SOLIC(WS-LOT-TOT)
              SET WS-ABIERTO-NO TO TRUE
           ELSE
              ADD 1 TO WS-LOT-CANT(WS-LOT-TOT)
           END-IF.

       1250-CARGAR-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Lo que queda despues del ultimo trailer de una cola es un lote
      * que no termino de grabarse; no se consolida.
      *----------------------------------------------------------------*
       1280-CERRAR-INCOMPLETO.

           IF WS-ABIERTO-SI
              MOVE WS-COLA-TOT TO WS-LOT-HASTA(WS-LOT-TOT)
              MOVE 'R' TO WS-LOT-ESTADO(WS-LOT-TOT)
              MOVE 'LOTE SIN TRAILER' TO WS-LOT-MOTIVO(WS-LOT-TOT)
              SET WS-ABIERTO-NO TO TRUE
           END-IF.

       1280-CERRAR-INCOMPLETO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-CARGAR-RETENCION.

           OPEN INPUT COLA-RET

           IF WS-FS-RET = '35'
              GO TO 1300-CARGAR-RETENCION-EXIT
           END-IF

           IF WS-FS-RET NOT = '00'
              DISPLAY 'Error al abrir COLA-RET, status: '
                 WS-FS-RET
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 'R' TO WS-COLA-ACT

           PERFORM UNTIL WS-FS-RET = '10'
              READ COLA-RET
                 AT END
                    MOVE '10' TO WS-FS-RET
                 NOT AT END
                    ADD 1 TO WS-CONT-LEIDOS-RET
                    MOVE RET-ENTRADA TO MNT-REGISTRO
                    PERFORM 1250-CARGAR-REGISTRO
                       THRU 1250-CARGAR-REGISTRO-EXIT
              END-READ
           END-PERFORM

           CLOSE COLA-RET

           PERFORM 1280-CERRAR-INCOMPLETO
              THRU 1280-CERRAR-INCOMPLETO-EXIT.

       1300-CARGAR-RETENCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Los lotes se toman en el orden de las colas, primero los
      * liberados por CLAPRVEC, que ya esperaron su aprobacion.
      *----------------------------------------------------------------*
       1600-EVALUAR-LOTES.

           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-LOT-TOT
              IF WS-LOT-ORIGEN(WS-B) = 'A'
                 MOVE 'MNTAPR' TO WS-COLA-NOMBRE
              ELSE
                 MOVE 'MNTRET' TO WS-COLA-NOMBRE
              END-IF
              IF WS-LOT-RECHAZADO(WS-B)
                 MOVE SPACES TO WS-EDT-CLAVE
                 MOVE WS-LOT-MOTIVO(WS-B) TO WS-EDT-MOTIVO
                 PERFORM 1780-RECHAZAR-LOTE
                    THRU 1780-RECHAZAR-LOTE-EXIT
              ELSE
                 PERFORM 1700-EVALUAR-LOTE
                    THRU 1700-EVALUAR-LOTE-EXIT
              END-IF
           END-PERFORM.

       1600-EVALUAR-LOTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1700-EVALUAR-LOTE.

           MOVE SPACES TO WS-EDT-MOTIVO
           MOVE SPACES TO WS-EDT-CLAVE

           MOVE WS-LOT-HASTA(WS-B) TO WS-C
           MOVE WS-COLA-REG(WS-C)  TO MNT-REGISTRO

           EVALUATE TRUE
              WHEN MNT-TRL-ALTAS IS NOT NUMERIC
                   OR MNT-TRL-CAMBIOS IS NOT NUMERIC
                   OR MNT-TRL-BAJAS IS NOT NUMERIC
                 MOVE 'TRAILER CON TOTALES INVALIDOS'
                    TO WS-EDT-MOTIVO
              WHEN MNT-TRL-LOTE = SPACES
                 MOVE 'TRAILER SIN IDENTIFICADOR' TO WS-EDT-MOTIVO
              WHEN WS-LOT-CANT(WS-B) > 5000
                 MOVE 'LOTE EXCEDE 5000 TRANSACCIONES'
                    TO WS-EDT-MOTIVO
           END-EVALUATE

           IF WS-EDT-MOTIVO NOT = SPACES
              PERFORM 1780-RECHAZAR-LOTE
                 THRU 1780-RECHAZAR-LOTE-EXIT
              GO TO 1700-EVALUAR-LOTE-EXIT
           END-IF

           MOVE MNT-TRL-ALTAS       TO WS-TRL-ALTAS
           MOVE MNT-TRL-CAMBIOS     TO WS-TRL-CAMBIOS
           MOVE MNT-TRL-BAJAS       TO WS-TRL-BAJAS
           MOVE MNT-TRL-SOLICITANTE TO WS-TRL-SOLIC

           MOVE ZERO TO WS-CNT-LOTE-A
           MOVE ZERO TO WS-CNT-LOTE-C
           MOVE ZERO TO WS-CNT-LOTE-D

           PERFORM VARYING WS-C FROM WS-LOT-DESDE(WS-B) BY 1
                   UNTIL WS-C NOT < WS-LOT-HASTA(WS-B)
                      OR WS-EDT-MOTIVO NOT = SPACES
              PERFORM 1750-VALIDAR-TRANSACCION
                 THRU 1750-VALIDAR-TRANSACCION-EXIT
           END-PERFORM

           IF WS-EDT-MOTIVO NOT = SPACES
              PERFORM 1780-RECHAZAR-LOTE
                 THRU 1780-RECHAZAR-LOTE-EXIT
              GO TO 1700-EVALUAR-LOTE-EXIT
           END-IF

           MOVE SPACES TO WS-EDT-CLAVE

           IF WS-CNT-LOTE-A NOT = WS-TRL-ALTAS
              OR WS-CNT-LOTE-C NOT = WS-TRL-CAMBIOS
              OR WS-CNT-LOTE-D NOT = WS-TRL-BAJAS
              MOVE 'DESBALANCEADO CONTRA TRAILER' TO WS-EDT-MOTIVO
              PERFORM 1780-RECHAZAR-LOTE
                 THRU 1780-RECHAZAR-LOTE-EXIT
              GO TO 1700-EVALUAR-LOTE-EXIT
           END-IF

           PERFORM VARYING WS-C FROM WS-LOT-DESDE(WS-B) BY 1
                   UNTIL WS-C NOT < WS-LOT-HASTA(WS-B)
                      OR WS-EDT-MOTIVO NOT = SPACES
              PERFORM VARYING WS-K FROM 1 BY 1
                      UNTIL WS-K > WS-CON-TOT
                 IF WS-CON-CLAVE(WS-K) = WS-COLA-REG(WS-C)(2:5)
                    MOVE 'CLAVE YA CONSOLIDADA' TO WS-EDT-MOTIVO
                    MOVE WS-CON-CLAVE(WS-K) TO WS-EDT-CLAVE
                    MOVE WS-CON-TOT TO WS-K
                 END-IF
              END-PERFORM
           END-PERFORM

           IF WS-EDT-MOTIVO = SPACES
              AND WS-CON-TOT + WS-LOT-CANT(WS-B) > 5000
              MOVE 'LOTE DEL DIA COMPLETO (5000)' TO WS-EDT-MOTIVO
           END-IF

           IF WS-EDT-MOTIVO NOT = SPACES
              PERFORM 1790-DIFERIR-LOTE
                 THRU 1790-DIFERIR-LOTE-EXIT
              GO TO 1700-EVALUAR-LOTE-EXIT
           END-IF

           PERFORM 1795-CONSOLIDAR-LOTE
              THRU 1795-CONSOLIDAR-LOTE-EXIT.

       1700-EVALUAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Las mismas ediciones que CLMNTVEC aplica a cada transaccion;
      * una que falle haria rechazar el lote consolidado entero.
      *----------------------------------------------------------------*
       1750-VALIDAR-TRANSACCION.

           MOVE WS-COLA-REG(WS-C) TO MNT-REGISTRO
           MOVE WS-COLA-REG(WS-C)(2:5) TO WS-EDT-CLAVE

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
           END-EVALUATE

           IF WS-EDT-MOTIVO NOT = SPACES
              GO TO 1750-VALIDAR-TRANSACCION-EXIT
           END-IF

           IF MNT-ACCION-BAJA OR MNT-ACCION-CAMBIO
              MOVE MNT-REGISTRO TO UMB-TRANSACCION
              MOVE SPACES TO UMB-ANTES
              PERFORM 1800-VERIFICAR-APROBACION
                 THRU 1800-VERIFICAR-APROBACION-EXIT
              IF UMB-REQUIERE-SI
                 AND WS-APROBADA-NO
                 STRING 'SIN APROBACION: ' UMB-MOTIVO
                        DELIMITED BY SIZE INTO WS-EDT-MOTIVO
                 GO TO 1750-VALIDAR-TRANSACCION-EXIT
              END-IF
           END-IF

           PERFORM VARYING WS-C2 FROM WS-LOT-DESDE(WS-B) BY 1
                   UNTIL WS-C2 NOT < WS-C
              IF WS-COLA-REG(WS-C2)(2:5) = WS-COLA-REG(WS-C)(2:5)
                 MOVE 'CLAVE DUPLICADA EN LOTE' TO WS-EDT-MOTIVO
                 MOVE WS-C TO WS-C2
              END-IF
           END-PERFORM

           IF WS-EDT-MOTIVO NOT = SPACES
              GO TO 1750-VALIDAR-TRANSACCION-EXIT
           END-IF

           EVALUATE TRUE
              WHEN MNT-ACCION-ALTA
                 ADD 1 TO WS-CNT-LOTE-A
              WHEN MNT-ACCION-CAMBIO
                 ADD 1 TO WS-CNT-LOTE-C
              WHEN MNT-ACCION-BAJA
                 ADD 1 TO WS-CNT-LOTE-D
           END-EVALUATE.

       1750-VALIDAR-TRANSACCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1780-RECHAZAR-LOTE.

           MOVE 'R' TO WS-LOT-ESTADO(WS-B)
           MOVE WS-EDT-MOTIVO TO WS-LOT-MOTIVO(WS-B)
           ADD 1 TO WS-CONT-LOTES-RCH
           ADD WS-LOT-CANT(WS-B) TO WS-CONT-TRN-RCH

           PERFORM VARYING WS-C FROM WS-LOT-DESDE(WS-B) BY 1
                   UNTIL WS-C > WS-LOT-HASTA(WS-B)
              MOVE WS-COLA-REG(WS-C) TO RCH-REGISTRO
              WRITE RCH-REGISTRO
           END-PERFORM

           MOVE WS-LOT-CANT(WS-B) TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'RECHAZADO   Lote: ' WS-LOT-ID(WS-B)
                  ' Cola: ' WS-COLA-NOMBRE
                  ' Solic: ' WS-LOT-SOLIC(WS-B)
                  ' Trans: ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           PERFORM 1785-DETALLE-MOTIVO
              THRU 1785-DETALLE-MOTIVO-EXIT.

       1780-RECHAZAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1785-DETALLE-MOTIVO.

           MOVE SPACES TO RPT-LINEA
           IF WS-EDT-CLAVE = SPACES
              STRING '            ' WS-EDT-MOTIVO
                     DELIMITED BY SIZE INTO RPT-LINEA
           ELSE
              STRING '            ' WS-EDT-MOTIVO
                     ' Clave: ' WS-EDT-CLAVE
                     DELIMITED BY SIZE INTO RPT-LINEA
           END-IF
           WRITE RPT-LINEA.

       1785-DETALLE-MOTIVO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1790-DIFERIR-LOTE.

           MOVE 'D' TO WS-LOT-ESTADO(WS-B)
           MOVE WS-EDT-MOTIVO TO WS-LOT-MOTIVO(WS-B)
           ADD 1 TO WS-CONT-LOTES-DIF
           ADD WS-LOT-CANT(WS-B) TO WS-CONT-TRN-DIF

           MOVE WS-LOT-CANT(WS-B) TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'DIFERIDO    Lote: ' WS-LOT-ID(WS-B)
                  ' Cola: ' WS-COLA-NOMBRE
                  ' Solic: ' WS-LOT-SOLIC(WS-B)
                  ' Trans: ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           PERFORM 1785-DETALLE-MOTIVO
              THRU 1785-DETALLE-MOTIVO-EXIT.

       1790-DIFERIR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El detalle sin solicitante lo toma del trailer de su lote, ya
      * que el trailer consolidado no lo lleva.
      *----------------------------------------------------------------*
       1795-CONSOLIDAR-LOTE.

           MOVE 'C' TO WS-LOT-ESTADO(WS-B)
           ADD 1 TO WS-CONT-LOTES-CON
           ADD WS-CNT-LOTE-A TO WS-CONT-CON-A
           ADD WS-CNT-LOTE-C TO WS-CONT-CON-C
           ADD WS-CNT-LOTE-D TO WS-CONT-CON-D

           PERFORM VARYING WS-C FROM WS-LOT-DESDE(WS-B) BY 1
                   UNTIL WS-C NOT < WS-LOT-HASTA(WS-B)
              MOVE WS-COLA-REG(WS-C) TO MNT-REGISTRO
              IF MNT-SOLICITANTE = SPACES
                 MOVE WS-TRL-SOLIC TO MNT-SOLICITANTE
                 MOVE MNT-REGISTRO TO WS-COLA-REG(WS-C)
              END-IF
              ADD 1 TO WS-CON-TOT
              MOVE MNT-CLAVE TO WS-CON-CLAVE(WS-CON-TOT)
           END-PERFORM

           MOVE WS-LOT-CANT(WS-B) TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'CONSOLIDADO Lote: ' WS-LOT-ID(WS-B)
                  ' Cola: ' WS-COLA-NOMBRE
                  ' Solic: ' WS-LOT-SOLIC(WS-B)
                  ' Trans: ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA.

       1795-CONSOLIDAR-LOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Como CLMNTVEC en la edicion: sin la imagen del maestro solo se
      * juzgan la baja y la renumeracion, y la aprobacion vale si hay
      * en LIBVEC una liberacion pendiente de esta misma transaccion
      * con un aprobador distinto del solicitante.
      *----------------------------------------------------------------*
       1800-VERIFICAR-APROBACION.

           MOVE MNT-SOLICITANTE TO WS-SOLICITANTE
           IF WS-SOLICITANTE = SPACES
              MOVE WS-TRL-SOLIC TO WS-SOLICITANTE
           END-IF

           CALL 'CLUMBSUB' USING UMB-PARAMETROS

           PERFORM 1850-BUSCAR-LIBERACION
              THRU 1850-BUSCAR-LIBERACION-EXIT

           SET WS-APROBADA-NO TO TRUE
           IF WS-LIB-ENC-SI
              AND WS-APROB-ITEM NOT = WS-SOLICITANTE
              SET WS-APROBADA-SI TO TRUE
           END-IF.

       1800-VERIFICAR-APROBACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1850-BUSCAR-LIBERACION.

           SET WS-LIB-ENC-NO TO TRUE
           MOVE SPACES TO WS-APROB-ITEM

           IF WS-LIBVEC-NO
              GO TO 1850-BUSCAR-LIBERACION-EXIT
           END-IF

           MOVE MNT-CLAVE TO LIB-CLAVE
           MOVE ZERO      TO LIB-FECHA
           MOVE ZERO      TO LIB-HORA

           START LIB-FILE KEY IS NOT LESS THAN LIB-LLAVE
              INVALID KEY
                 GO TO 1850-BUSCAR-LIBERACION-EXIT
           END-START

           PERFORM UNTIL WS-FS-LIB NOT = '00'
                      OR WS-LIB-ENC-SI
              READ LIB-FILE NEXT RECORD
                 AT END
                    MOVE '10' TO WS-FS-LIB
                 NOT AT END
                    IF LIB-CLAVE NOT = MNT-CLAVE
                       MOVE '10' TO WS-FS-LIB
                    ELSE
                       IF LIB-EST-LIBERADA
                          AND LIB-TRANSACCION = MNT-REGISTRO
                          SET WS-LIB-ENC-SI TO TRUE
                          MOVE LIB-APROBADOR TO WS-APROB-ITEM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       1850-BUSCAR-LIBERACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El lote consolidado se emite aun sin transacciones, para que
      * CLMNTVEC encuentre siempre su trailer.
      *----------------------------------------------------------------*
       5000-GRABAR-CONSOLIDADO.

           OPEN OUTPUT MAINT-FILE

           IF WS-FS-MNT NOT = '00'
              DISPLAY 'Error al abrir MAINT-FILE, status: '
                 WS-FS-MNT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-COLA-TOT
              MOVE WS-COLA-LOTE(WS-C) TO WS-B
              IF WS-LOT-CONSOLIDADO(WS-B)
                 AND WS-C < WS-LOT-HASTA(WS-B)
                 MOVE WS-COLA-REG(WS-C) TO MNT-SALIDA
                 WRITE MNT-SALIDA
              END-IF
           END-PERFORM

           MOVE SPACES TO MNT-REGISTRO
           MOVE 'T' TO MNT-TRL-ACCION
           MOVE WS-CONT-CON-A TO MNT-TRL-ALTAS
           MOVE WS-CONT-CON-C TO MNT-TRL-CAMBIOS
           MOVE WS-CONT-CON-D TO MNT-TRL-BAJAS
           MOVE WS-LOTE-ID TO MNT-TRL-LOTE

           MOVE MNT-REGISTRO TO MNT-SALIDA
           WRITE MNT-SALIDA

           CLOSE MAINT-FILE.

       5000-GRABAR-CONSOLIDADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cada cola queda solo con sus lotes diferidos, tal como
      * llegaron; lo consolidado ya esta en MNTVEC y lo rechazado en
      * RCHCON.
      *----------------------------------------------------------------*
       6000-REGRABAR-COLAS.

           OPEN OUTPUT COLA-APR

           IF WS-FS-APR NOT = '00'
              DISPLAY 'Error al abrir COLA-APR, status: '
                 WS-FS-APR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT COLA-RET

           IF WS-FS-RET NOT = '00'
              DISPLAY 'Error al abrir COLA-RET, status: '
                 WS-FS-RET
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-COLA-TOT
              MOVE WS-COLA-LOTE(WS-C) TO WS-B
              IF WS-LOT-DIFERIDO(WS-B)
                 IF WS-COLA-ORIGEN(WS-C) = 'A'
                    MOVE WS-COLA-REG(WS-C) TO APR-ENTRADA
                    WRITE APR-ENTRADA
                 ELSE
                    MOVE WS-COLA-REG(WS-C) TO RET-ENTRADA
                    WRITE RET-ENTRADA
                 END-IF
              END-IF
           END-PERFORM

           CLOSE COLA-APR
           CLOSE COLA-RET.

       6000-REGRABAR-COLAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-REPORTE-RESUMEN.

           MOVE '----------------------------------------' TO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-LEIDOS-APR TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Registros leidos MNTAPR: ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-LEIDOS-RET TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Registros leidos MNTRET: ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-LOTES-CON TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Lotes consolidados:      ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-LOTES-RCH TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Lotes rechazados:        ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-LOTES-DIF TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Lotes diferidos:         ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-CON-A TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Altas al lote MNTVEC:    ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-CON-C TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Cambios al lote MNTVEC:  ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-CON-D TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Bajas al lote MNTVEC:    ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-TRN-RCH TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Transacciones a RCHCON:  ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-TRN-DIF TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Transacciones diferidas: ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           DISPLAY '-------- Resumen Consolidacion --------'
           DISPLAY 'Fecha de negocio:     ' WS-FECHA-NEGOCIO
           DISPLAY 'Lote de salida:       ' WS-LOTE-ID
           DISPLAY 'Lotes consolidados:   ' WS-CONT-LOTES-CON
           DISPLAY 'Lotes rechazados:     ' WS-CONT-LOTES-RCH
           DISPLAY 'Lotes diferidos:      ' WS-CONT-LOTES-DIF
           DISPLAY 'Altas al lote:        ' WS-CONT-CON-A
           DISPLAY 'Cambios al lote:      ' WS-CONT-CON-C
           DISPLAY 'Bajas al lote:        ' WS-CONT-CON-D

           IF WS-CONT-LOTES-RCH > 0
              OR WS-CONT-LOTES-DIF > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       8000-REPORTE-RESUMEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.

           IF WS-LIBVEC-SI
              CLOSE LIB-FILE
           END-IF

           CLOSE RECH-FILE
           CLOSE REPORT-FILE

           MOVE RETURN-CODE TO CIC-RC-PASO

           PERFORM 9200-CERRAR-PASO-CICLO
              THRU 9200-CERRAR-PASO-CICLO-EXIT.

       9000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9200-CERRAR-PASO-CICLO.

           MOVE 'F' TO CIC-FUNCION
           CALL 'CLCICSUB' USING CIC-PARAMETROS

           MOVE CIC-RC-PASO TO RETURN-CODE.

       9200-CERRAR-PASO-CICLO-EXIT.
           EXIT.



       END PROGRAM CLCONVEC.
