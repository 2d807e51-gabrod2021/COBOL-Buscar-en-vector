      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Conciliacion del archivo de claves de un socio
      *              (SOCVEC) contra el maestro MASTER-FILE. Ordena el
      *              archivo del socio por clave y lo aparea con el
      *              maestro leido en secuencia; cada clave cae en una
      *              sola categoria: coincide, difiere (descripcion,
      *              estado o importe fuera de la tolerancia de la
      *              tarjeta de control), solo en el socio o solo en
      *              el maestro. Informe de conciliacion CNSVEC con
      *              cantidades e importes por categoria. Las claves
      *              solo del socio salen como altas candidatas y las
      *              que difieren como cambios precargados, en un lote
      *              MNTVEC con trailer contado (MNTSOC) para el
      *              circuito de revision habitual (CLRETVEC). El
      *              lote se corta en 5000 transacciones, el maximo que
      *              acepta la revision; los candidatos que no entran
      *              se cuentan en el informe y la corrida termina con
      *              RC 4 para repetirla una vez aplicado el lote.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSOCVEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

           SELECT MASTER-FILE ASSIGN TO MASTVEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VECTREC-CLAVE
               FILE STATUS IS WS-FS-MASTER.

           SELECT SOCIO-FILE ASSIGN TO SOCVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SOC.

           SELECT SORT-FILE ASSIGN TO SRTSOC.

           SELECT SOCIO-ORDEN ASSIGN TO SOCORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORD.

           SELECT MAINT-FILE ASSIGN TO MNTSOC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MNT.

           SELECT REPORT-FILE ASSIGN TO CNSVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           LABEL RECORD IS STANDARD.
       01  CTL-REGISTRO.
           05  CTL-SOLICITANTE      PIC X(08).
           05  CTL-SOCIO            PIC X(08).
           05  CTL-TOLERANCIA       PIC 9(09)V99.
           05  CTL-TOLERANCIA-X     REDEFINES CTL-TOLERANCIA
                                    PIC X(11).
           05  FILLER               PIC X(53).

       FD  MASTER-FILE
           LABEL RECORD IS STANDARD.
           COPY VECTREC.

       FD  SOCIO-FILE
           LABEL RECORD IS STANDARD.
       01  SOC-ENTRADA              PIC X(80).

       SD  SORT-FILE.
       01  SRT-REGISTRO.
           05  SRT-CLAVE            PIC X(05).
           05  FILLER               PIC X(75).

       FD  SOCIO-ORDEN
           LABEL RECORD IS STANDARD.
           COPY SOCREC.

       FD  MAINT-FILE
           LABEL RECORD IS STANDARD.
       01  MNT-SALIDA               PIC X(80).

       FD  REPORT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINEA                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-CTL        PIC X(02) VALUE '00'.
       77 WS-FS-MASTER     PIC X(02) VALUE '00'.
       77 WS-FS-SOC        PIC X(02) VALUE '00'.
       77 WS-FS-ORD        PIC X(02) VALUE '00'.
       77 WS-FS-MNT        PIC X(02) VALUE '00'.
       77 WS-FS-RPT        PIC X(02) VALUE '00'.

       77 WS-FECHA-RUN     PIC 9(08) VALUE ZERO.
       77 WS-RC-CORRIDA    PIC 9(02) VALUE ZERO.
       77 WS-SOLICITANTE   PIC X(08) VALUE SPACES.
       77 WS-SOCIO         PIC X(08) VALUE SPACES.
       77 WS-TOLERANCIA    PIC 9(09)V99 VALUE ZERO.

       77 WS-CLAVE-SOC     PIC 9(06) VALUE ZERO.
       77 WS-CLAVE-MAE     PIC 9(06) VALUE ZERO.
       77 WS-CLAVE-ANT     PIC 9(06) VALUE ZERO.

       77 WS-CONT-SOC-LEIDOS PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-MAE-LEIDOS PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-SOC-RECH PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-COINCIDE PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-DIFIERE  PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-SOLO-SOC PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-SOLO-MAE PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-DIF-DESC PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-DIF-EST  PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-DIF-IMP  PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-ALTAS    PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-CAMBIOS  PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-NO-EMIT  PIC 9(07) COMP VALUE ZERO.

       77 WS-IMP-COI-MAE   PIC 9(13)V99 COMP VALUE ZERO.
       77 WS-IMP-COI-SOC   PIC 9(13)V99 COMP VALUE ZERO.
       77 WS-IMP-DIF-MAE   PIC 9(13)V99 COMP VALUE ZERO.
       77 WS-IMP-DIF-SOC   PIC 9(13)V99 COMP VALUE ZERO.
       77 WS-IMP-SOLO-SOC  PIC 9(13)V99 COMP VALUE ZERO.
       77 WS-IMP-SOLO-MAE  PIC 9(13)V99 COMP VALUE ZERO.

       77 WS-IMP-MAE       PIC 9(09)V99 VALUE ZERO.
       77 WS-IMP-SOC       PIC 9(09)V99 VALUE ZERO.
       77 WS-IMP-DIFER     PIC 9(09)V99 VALUE ZERO.

       77 WS-DIF-DESC-SW   PIC X(01) VALUE 'N'.
           88 WS-DIF-DESC-SI  VALUE 'S'.
           88 WS-DIF-DESC-NO  VALUE 'N'.
       77 WS-DIF-EST-SW    PIC X(01) VALUE 'N'.
           88 WS-DIF-EST-SI   VALUE 'S'.
           88 WS-DIF-EST-NO   VALUE 'N'.
       77 WS-DIF-IMP-SW    PIC X(01) VALUE 'N'.
           88 WS-DIF-IMP-SI   VALUE 'S'.
           88 WS-DIF-IMP-NO   VALUE 'N'.

       77 WS-SOC-IMP-SW    PIC X(01) VALUE 'S'.
           88 WS-SOC-IMP-OK   VALUE 'S'.
           88 WS-SOC-IMP-MAL  VALUE 'N'.

       77 WS-RECH-MOTIVO   PIC X(30) VALUE SPACES.

       77 WS-RPT-CNT-ED    PIC Z(06)9 VALUE ZERO.
       77 WS-RPT-IMP-ED    PIC Z(12)9.99 VALUE ZERO.
       77 WS-RPT-IMP2-ED   PIC Z(12)9.99 VALUE ZERO.
       77 WS-RPT-REG-ED    PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       77 WS-RPT-REG2-ED   PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01  WS-LOTE-ID.
           05  FILLER           PIC X(02) VALUE 'CS'.
           05  WS-LOTE-FECHA    PIC 9(06) VALUE ZERO.

       COPY MNTREC.

       COPY LCKPARM.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 0500-REGISTRAR-CORRIDA
              THRU 0500-REGISTRAR-CORRIDA-EXIT.

           PERFORM 1000-ABRIR-ARCHIVOS
              THRU 1000-ABRIR-ARCHIVOS-EXIT.

           PERFORM 2000-ORDENAR-SOCIO
              THRU 2000-ORDENAR-SOCIO-EXIT.

           PERFORM 3000-APAREAR
              THRU 3000-APAREAR-EXIT.

           PERFORM 5000-GRABAR-TRAILER
              THRU 5000-GRABAR-TRAILER-EXIT.

           PERFORM 8000-REPORTE-RESUMEN
              THRU 8000-REPORTE-RESUMEN-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       0500-REGISTRAR-CORRIDA.

           MOVE 'R' TO LCK-FUNCION
           MOVE 'CLSOCVEC' TO LCK-PROGRAMA
           MOVE 'CLSOCVEC' TO LCK-JOBID
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
                 MOVE CTL-SOLICITANTE TO WS-SOLICITANTE
                 MOVE CTL-SOCIO       TO WS-SOCIO
                 IF CTL-TOLERANCIA IS NUMERIC
                    MOVE CTL-TOLERANCIA TO WS-TOLERANCIA
                 END-IF
           END-READ

           CLOSE CTL-FILE

           IF WS-SOLICITANTE = SPACES
              DISPLAY 'Falta solicitante en tarjeta de control'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT MASTER-FILE

           IF WS-FS-MASTER NOT = '00'
              DISPLAY 'Error al abrir MASTER-FILE, status: '
                 WS-FS-MASTER
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

           ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD
           MOVE WS-FECHA-RUN TO WS-LOTE-FECHA

           MOVE WS-TOLERANCIA TO WS-RPT-REG-ED

           MOVE SPACES TO RPT-LINEA
           STRING 'CLSOCVEC - Conciliacion con Socio  Fecha: '
                  WS-FECHA-RUN
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           STRING 'Socio: ' WS-SOCIO
                  '  Solicitante: ' WS-SOLICITANTE
                  '  Lote de salida: ' WS-LOTE-ID
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           STRING 'Tolerancia de importe: ' WS-RPT-REG-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE '----------------------------------------' TO RPT-LINEA
           WRITE RPT-LINEA.

       1000-ABRIR-ARCHIVOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El archivo del socio llega en cualquier orden; se ordena por
      * clave a SOCORD para aparearlo en una sola pasada.
      *----------------------------------------------------------------*
       2000-ORDENAR-SOCIO.

           SORT SORT-FILE
              ON ASCENDING KEY SRT-CLAVE
              USING SOCIO-FILE
              GIVING SOCIO-ORDEN

           IF SORT-RETURN NOT = ZERO
              DISPLAY 'Error al ordenar SOCIO-FILE, retorno: '
                 SORT-RETURN
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT SOCIO-ORDEN

           IF WS-FS-ORD NOT = '00'
              DISPLAY 'Error al abrir SOCIO-ORDEN, status: '
                 WS-FS-ORD
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       2000-ORDENAR-SOCIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Apareo por clave: la clave menor decide; al agotarse un
      * archivo su clave pasa a 999999 y el otro se vacia solo.
      *----------------------------------------------------------------*
       3000-APAREAR.

           MOVE ZERO TO WS-CLAVE-ANT

           PERFORM 3100-LEER-SOCIO
              THRU 3100-LEER-SOCIO-EXIT

           PERFORM 3200-LEER-MAESTRO
              THRU 3200-LEER-MAESTRO-EXIT

           PERFORM UNTIL WS-CLAVE-SOC = 999999
                     AND WS-CLAVE-MAE = 999999
              EVALUATE TRUE
                 WHEN WS-CLAVE-SOC < WS-CLAVE-MAE
                    PERFORM 3500-SOLO-SOCIO
                       THRU 3500-SOLO-SOCIO-EXIT
                    PERFORM 3100-LEER-SOCIO
                       THRU 3100-LEER-SOCIO-EXIT
                 WHEN WS-CLAVE-SOC > WS-CLAVE-MAE
                    PERFORM 3600-SOLO-MAESTRO
                       THRU 3600-SOLO-MAESTRO-EXIT
                    PERFORM 3200-LEER-MAESTRO
                       THRU 3200-LEER-MAESTRO-EXIT
                 WHEN OTHER
                    PERFORM 3400-COMPARAR
                       THRU 3400-COMPARAR-EXIT
                    PERFORM 3100-LEER-SOCIO
                       THRU 3100-LEER-SOCIO-EXIT
                    PERFORM 3200-LEER-MAESTRO
                       THRU 3200-LEER-MAESTRO-EXIT
              END-EVALUATE
           END-PERFORM.

       3000-APAREAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Siguiente registro valido del socio. Clave no numerica o
      * repetida: se informa y no entra al apareo.
      *----------------------------------------------------------------*
       3100-LEER-SOCIO.

           IF WS-FS-ORD = '10'
              MOVE 999999 TO WS-CLAVE-SOC
              GO TO 3100-LEER-SOCIO-EXIT
           END-IF

           READ SOCIO-ORDEN
              AT END
                 MOVE '10' TO WS-FS-ORD
           END-READ

           IF WS-FS-ORD = '10'
              MOVE 999999 TO WS-CLAVE-SOC
              GO TO 3100-LEER-SOCIO-EXIT
           END-IF

           ADD 1 TO WS-CONT-SOC-LEIDOS

           IF SOC-CLAVE IS NOT NUMERIC
              MOVE 'CLAVE NO NUMERICA' TO WS-RECH-MOTIVO
              PERFORM 3150-RECHAZAR-SOCIO
                 THRU 3150-RECHAZAR-SOCIO-EXIT
              GO TO 3100-LEER-SOCIO
           END-IF

           IF WS-CONT-SOC-LEIDOS > 1
              AND SOC-CLAVE = WS-CLAVE-ANT
              MOVE 'CLAVE REPETIDA EN EL ARCHIVO' TO WS-RECH-MOTIVO
              PERFORM 3150-RECHAZAR-SOCIO
                 THRU 3150-RECHAZAR-SOCIO-EXIT
              GO TO 3100-LEER-SOCIO
           END-IF

           MOVE SOC-CLAVE TO WS-CLAVE-SOC
           MOVE SOC-CLAVE TO WS-CLAVE-ANT

           IF SOC-IMPORTE IS NUMERIC
              SET WS-SOC-IMP-OK TO TRUE
              MOVE SOC-IMPORTE TO WS-IMP-SOC
           ELSE
              SET WS-SOC-IMP-MAL TO TRUE
              MOVE ZERO TO WS-IMP-SOC
           END-IF.

       3100-LEER-SOCIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3150-RECHAZAR-SOCIO.

           ADD 1 TO WS-CONT-SOC-RECH

           MOVE SPACES TO RPT-LINEA
           STRING 'RECHAZADO     Clave: ' SOC-CLAVE-X
                  ' ' WS-RECH-MOTIVO
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA.

       3150-RECHAZAR-SOCIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3200-LEER-MAESTRO.

           IF WS-FS-MASTER = '10'
              MOVE 999999 TO WS-CLAVE-MAE
              GO TO 3200-LEER-MAESTRO-EXIT
           END-IF

           READ MASTER-FILE NEXT RECORD
              AT END
                 MOVE '10' TO WS-FS-MASTER
           END-READ

           IF WS-FS-MASTER = '10'
              MOVE 999999 TO WS-CLAVE-MAE
              GO TO 3200-LEER-MAESTRO-EXIT
           END-IF

           ADD 1 TO WS-CONT-MAE-LEIDOS
           MOVE VECTREC-CLAVE TO WS-CLAVE-MAE

           IF VECTREC-IMPORTE IS NUMERIC
              MOVE VECTREC-IMPORTE TO WS-IMP-MAE
           ELSE
              MOVE ZERO TO WS-IMP-MAE
           END-IF.

       3200-LEER-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Clave en ambos: se comparan descripcion, estado e importe; la
      * diferencia de importe cuenta solo si supera la tolerancia.
      *----------------------------------------------------------------*
       3400-COMPARAR.

           SET WS-DIF-DESC-NO TO TRUE
           SET WS-DIF-EST-NO  TO TRUE
           SET WS-DIF-IMP-NO  TO TRUE

           IF SOC-DESCRIPCION NOT = VECTREC-DESCRIPCION
              SET WS-DIF-DESC-SI TO TRUE
           END-IF

           IF SOC-ESTADO NOT = VECTREC-ESTADO
              SET WS-DIF-EST-SI TO TRUE
           END-IF

           IF WS-SOC-IMP-MAL
              SET WS-DIF-IMP-SI TO TRUE
           ELSE
              IF WS-IMP-SOC > WS-IMP-MAE
                 SUBTRACT WS-IMP-MAE FROM WS-IMP-SOC
                    GIVING WS-IMP-DIFER
              ELSE
                 SUBTRACT WS-IMP-SOC FROM WS-IMP-MAE
                    GIVING WS-IMP-DIFER
              END-IF
              IF WS-IMP-DIFER > WS-TOLERANCIA
                 SET WS-DIF-IMP-SI TO TRUE
              END-IF
           END-IF

           IF WS-DIF-DESC-NO AND WS-DIF-EST-NO AND WS-DIF-IMP-NO
              ADD 1 TO WS-CONT-COINCIDE
              ADD WS-IMP-MAE TO WS-IMP-COI-MAE
              ADD WS-IMP-SOC TO WS-IMP-COI-SOC
              GO TO 3400-COMPARAR-EXIT
           END-IF

           ADD 1 TO WS-CONT-DIFIERE
           ADD WS-IMP-MAE TO WS-IMP-DIF-MAE
           ADD WS-IMP-SOC TO WS-IMP-DIF-SOC

           MOVE SPACES TO RPT-LINEA
           STRING 'DIFIERE       Clave: ' VECTREC-CLAVE
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           IF WS-DIF-DESC-SI
              ADD 1 TO WS-CONT-DIF-DESC
              MOVE SPACES TO RPT-LINEA
              STRING '   Descr. maestro: ' VECTREC-DESCRIPCION
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
              MOVE SPACES TO RPT-LINEA
              STRING '   Descr. socio:   ' SOC-DESCRIPCION
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
           END-IF

           IF WS-DIF-EST-SI
              ADD 1 TO WS-CONT-DIF-EST
              MOVE SPACES TO RPT-LINEA
              STRING '   Estado maestro: ' VECTREC-ESTADO
                     '  socio: ' SOC-ESTADO
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
           END-IF

           IF WS-DIF-IMP-SI
              ADD 1 TO WS-CONT-DIF-IMP
              MOVE WS-IMP-MAE TO WS-RPT-REG-ED
              MOVE SPACES TO RPT-LINEA
              IF WS-SOC-IMP-OK
                 MOVE WS-IMP-SOC TO WS-RPT-REG2-ED
                 STRING '   Importe maestro: ' WS-RPT-REG-ED
                        '  socio: ' WS-RPT-REG2-ED
                        DELIMITED BY SIZE INTO RPT-LINEA
              ELSE
                 STRING '   Importe maestro: ' WS-RPT-REG-ED
                        '  socio: INVALIDO ' SOC-IMPORTE-X
                        DELIMITED BY SIZE INTO RPT-LINEA
              END-IF
              WRITE RPT-LINEA
           END-IF

           PERFORM 4200-GRABAR-CAMBIO
              THRU 4200-GRABAR-CAMBIO-EXIT.

       3400-COMPARAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3500-SOLO-SOCIO.

           ADD 1 TO WS-CONT-SOLO-SOC
           ADD WS-IMP-SOC TO WS-IMP-SOLO-SOC

           MOVE WS-IMP-SOC TO WS-RPT-REG-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'SOLO SOCIO    Clave: ' SOC-CLAVE
                  ' ' SOC-DESCRIPCION(1:20)
                  ' ' SOC-ESTADO
                  ' ' WS-RPT-REG-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           PERFORM 4100-GRABAR-ALTA
              THRU 4100-GRABAR-ALTA-EXIT.

       3500-SOLO-SOCIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3600-SOLO-MAESTRO.

           ADD 1 TO WS-CONT-SOLO-MAE
           ADD WS-IMP-MAE TO WS-IMP-SOLO-MAE

           MOVE WS-IMP-MAE TO WS-RPT-REG-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'SOLO MAESTRO  Clave: ' VECTREC-CLAVE
                  ' ' VECTREC-DESCRIPCION(1:20)
                  ' ' VECTREC-ESTADO
                  ' ' WS-RPT-REG-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA.

       3600-SOLO-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Alta candidata con los datos del socio; estado o importe
      * invalidos se dejan en blanco para que el revisor los complete.
      *----------------------------------------------------------------*
       4100-GRABAR-ALTA.

           IF WS-CONT-ALTAS + WS-CONT-CAMBIOS NOT < 5000
              ADD 1 TO WS-CONT-NO-EMIT
              GO TO 4100-GRABAR-ALTA-EXIT
           END-IF

           MOVE SPACES TO MNT-REGISTRO
           MOVE 'A'             TO MNT-ACCION
           MOVE SOC-CLAVE       TO MNT-CLAVE
           MOVE SOC-CLAVE       TO MNT-NUEVO
           MOVE SOC-DESCRIPCION TO MNT-DESCRIPCION
           IF SOC-ESTADO-VALIDO
              MOVE SOC-ESTADO   TO MNT-ESTADO
           END-IF
           IF WS-SOC-IMP-OK
              MOVE WS-IMP-SOC   TO MNT-IMPORTE
           END-IF
           MOVE WS-SOLICITANTE  TO MNT-SOLICITANTE

           MOVE MNT-REGISTRO TO MNT-SALIDA
           WRITE MNT-SALIDA
           ADD 1 TO WS-CONT-ALTAS.

       4100-GRABAR-ALTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cambio precargado solo con los campos que difieren (en blanco
      * quedan sin modificar). Si la unica diferencia no puede
      * precargarse (estado o importe invalidos del socio), no sale
      * cambio y queda solo en el informe.
      *----------------------------------------------------------------*
       4200-GRABAR-CAMBIO.

           MOVE SPACES TO MNT-REGISTRO
           MOVE 'C'           TO MNT-ACCION
           MOVE VECTREC-CLAVE TO MNT-CLAVE
           MOVE VECTREC-CLAVE TO MNT-NUEVO

           IF WS-DIF-DESC-SI
              MOVE SOC-DESCRIPCION TO MNT-DESCRIPCION
           END-IF

           IF WS-DIF-EST-SI
              AND SOC-ESTADO-VALIDO
              MOVE SOC-ESTADO TO MNT-ESTADO
           END-IF

           IF WS-DIF-IMP-SI
              AND WS-SOC-IMP-OK
              MOVE WS-IMP-SOC TO MNT-IMPORTE
           END-IF

           IF MNT-DESCRIPCION = SPACES
              AND MNT-ESTADO = SPACE
              AND MNT-IMPORTE-X = SPACES
              MOVE SPACES TO RPT-LINEA
              STRING '   Sin cambio precargado: dato del socio invalido'
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
              GO TO 4200-GRABAR-CAMBIO-EXIT
           END-IF

           IF WS-CONT-ALTAS + WS-CONT-CAMBIOS NOT < 5000
              ADD 1 TO WS-CONT-NO-EMIT
              GO TO 4200-GRABAR-CAMBIO-EXIT
           END-IF

           MOVE WS-SOLICITANTE TO MNT-SOLICITANTE

           MOVE MNT-REGISTRO TO MNT-SALIDA
           WRITE MNT-SALIDA
           ADD 1 TO WS-CONT-CAMBIOS.

       4200-GRABAR-CAMBIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-GRABAR-TRAILER.

           MOVE SPACES TO MNT-REGISTRO
           MOVE 'T' TO MNT-TRL-ACCION
           MOVE WS-CONT-ALTAS   TO MNT-TRL-ALTAS
           MOVE WS-CONT-CAMBIOS TO MNT-TRL-CAMBIOS
           MOVE ZERO            TO MNT-TRL-BAJAS
           MOVE WS-LOTE-ID      TO MNT-TRL-LOTE
           MOVE WS-SOLICITANTE  TO MNT-TRL-SOLICITANTE

           MOVE MNT-REGISTRO TO MNT-SALIDA
           WRITE MNT-SALIDA.

       5000-GRABAR-TRAILER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-REPORTE-RESUMEN.

           MOVE '----------------------------------------' TO RPT-LINEA
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           STRING 'Categoria          Claves   Importe maestro'
                  '     Importe socio'
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-COINCIDE TO WS-RPT-CNT-ED
           MOVE WS-IMP-COI-MAE   TO WS-RPT-IMP-ED
           MOVE WS-IMP-COI-SOC   TO WS-RPT-IMP2-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Coinciden         ' WS-RPT-CNT-ED
                  ' ' WS-RPT-IMP-ED ' ' WS-RPT-IMP2-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-DIFIERE  TO WS-RPT-CNT-ED
           MOVE WS-IMP-DIF-MAE   TO WS-RPT-IMP-ED
           MOVE WS-IMP-DIF-SOC   TO WS-RPT-IMP2-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Difieren          ' WS-RPT-CNT-ED
                  ' ' WS-RPT-IMP-ED ' ' WS-RPT-IMP2-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-SOLO-SOC TO WS-RPT-CNT-ED
           MOVE WS-IMP-SOLO-SOC  TO WS-RPT-IMP2-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Solo en el socio  ' WS-RPT-CNT-ED
                  '                  ' WS-RPT-IMP2-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-SOLO-MAE TO WS-RPT-CNT-ED
           MOVE WS-IMP-SOLO-MAE  TO WS-RPT-IMP-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Solo en maestro   ' WS-RPT-CNT-ED
                  ' ' WS-RPT-IMP-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE '----------------------------------------' TO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-DIF-DESC TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Difieren en descripcion:   ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-DIF-EST TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Difieren en estado:        ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-DIF-IMP TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Difieren en importe:       ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-SOC-LEIDOS TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Registros del socio:       ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-SOC-RECH TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Rechazados del socio:      ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-MAE-LEIDOS TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Registros del maestro:     ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-ALTAS TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Altas candidatas MNTSOC:   ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-CAMBIOS TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Cambios precargados MNTSOC:' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-NO-EMIT TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Candidatos no emitidos '
                  '(lote completo):' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           DISPLAY '-------- Resumen Conciliacion con Socio ----------'
           DISPLAY 'Socio:                ' WS-SOCIO
           DISPLAY 'Registros del socio:  ' WS-CONT-SOC-LEIDOS
           DISPLAY 'Registros maestro:    ' WS-CONT-MAE-LEIDOS
           DISPLAY 'Coinciden:            ' WS-CONT-COINCIDE
           DISPLAY 'Difieren:             ' WS-CONT-DIFIERE
           DISPLAY 'Solo en el socio:     ' WS-CONT-SOLO-SOC
           DISPLAY 'Solo en maestro:      ' WS-CONT-SOLO-MAE
           DISPLAY 'Rechazados del socio: ' WS-CONT-SOC-RECH
           DISPLAY 'No emitidos (lote completo): ' WS-CONT-NO-EMIT

           IF WS-CONT-SOC-RECH > 0
              OR WS-CONT-NO-EMIT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       8000-REPORTE-RESUMEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.

           CLOSE MASTER-FILE
           CLOSE SOCIO-ORDEN
           CLOSE MAINT-FILE
           CLOSE REPORT-FILE

           MOVE RETURN-CODE TO WS-RC-CORRIDA

           PERFORM 9100-LIBERAR-CORRIDA
              THRU 9100-LIBERAR-CORRIDA-EXIT

           MOVE WS-RC-CORRIDA TO RETURN-CODE.

       9000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9100-LIBERAR-CORRIDA.

           MOVE 'L' TO LCK-FUNCION
           CALL 'CLLCKSUB' USING LCK-PARAMETROS.

       9100-LIBERAR-CORRIDA-EXIT.
           EXIT.



       END PROGRAM CLSOCVEC.
