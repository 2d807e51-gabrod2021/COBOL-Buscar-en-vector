      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Recupero de costos mensual por solicitante.
      *              Para el periodo de la tarjeta de control (AAAAMM,
      *              por omision el mes anterior a la corrida) suma
      *              por departamento solicitante las transmisiones
      *              recibidas y los detalles rechazados en edicion
      *              (acumulado TRMVEC de CLEDTVEC), y las busquedas
      *              del historial de auditoria HISVEC por tipo de
      *              operacion (E, R, N, D) con su tasa de acierto.
      *              Valoriza las busquedas facturables con la tabla
      *              de tarifas TARVEC (una tarjeta por operacion) y
      *              emite el informe CRGVEC con subtotal por
      *              solicitante y total general, que se cuadra contra
      *              la cantidad de registros de auditoria del
      *              periodo. HISVEC debe retener al menos el mes
      *              informado (retencion de CLHISVEC).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLCRGVEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

           SELECT TAR-FILE ASSIGN TO TARVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TAR.

           SELECT TRM-FILE ASSIGN TO TRMVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRM.

           SELECT HIST-FILE ASSIGN TO HISVEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-LLAVE
               FILE STATUS IS WS-FS-HIS.

           SELECT REPORT-FILE ASSIGN TO CRGVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           LABEL RECORD IS STANDARD.
       01  CTL-REGISTRO.
           05  CTL-PERIODO          PIC 9(06).
           05  CTL-PERIODO-X        REDEFINES CTL-PERIODO
                                    PIC X(06).
           05  FILLER               PIC X(74).

       FD  TAR-FILE
           LABEL RECORD IS STANDARD.
       01  TAR-REGISTRO.
           05  TAR-OPERACION        PIC X(01).
           05  TAR-IMPORTE          PIC 9(03)V9(04).
           05  TAR-IMPORTE-X        REDEFINES TAR-IMPORTE
                                    PIC X(07).
           05  FILLER               PIC X(72).

       FD  TRM-FILE
           LABEL RECORD IS STANDARD.
           COPY TRMREC.

       FD  HIST-FILE
           LABEL RECORD IS STANDARD.
           COPY HISREC.

       FD  REPORT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINEA                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-CTL        PIC X(02) VALUE '00'.
       77 WS-FS-TAR        PIC X(02) VALUE '00'.
       77 WS-FS-TRM        PIC X(02) VALUE '00'.
       77 WS-FS-HIS        PIC X(02) VALUE '00'.
       77 WS-FS-RPT        PIC X(02) VALUE '00'.

       77 WS-FECHA-RUN     PIC 9(08) VALUE ZERO.

       01  WS-PERIODO.
           05  WS-PER-AAAA      PIC 9(04) VALUE ZERO.
           05  WS-PER-MM        PIC 9(02) VALUE ZERO.

       01  WS-FECHA-DESDE.
           05  WS-DESDE-PERIODO PIC 9(06) VALUE ZERO.
           05  FILLER           PIC 9(02) VALUE 01.

       01  WS-FECHA-HASTA.
           05  WS-HASTA-PERIODO PIC 9(06) VALUE ZERO.
           05  FILLER           PIC 9(02) VALUE 31.

       77 WS-CONT-TRM-LEIDOS PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-TRM-PER  PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-AUD-PER  PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-AUD-INF  PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-SIN-LUGAR PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-TAR-MAL  PIC 9(05) COMP VALUE ZERO.

       77 WS-S             PIC 9(05) COMP VALUE ZERO.
       77 WS-S-ENC         PIC 9(05) COMP VALUE ZERO.
       77 WS-J             PIC 9(05) COMP VALUE ZERO.
       77 WS-OP            PIC 9(01) COMP VALUE ZERO.

       77 WS-SOL-BUSCADO   PIC X(08) VALUE SPACES.
       77 WS-OPER-HIS      PIC X(01) VALUE SPACE.

       77 WS-TRM-SW        PIC X(01) VALUE 'N'.
           88 WS-TRM-ABIERTO-SI VALUE 'S'.
           88 WS-TRM-ABIERTO-NO VALUE 'N'.

       77 WS-HIS-SW        PIC X(01) VALUE 'N'.
           88 WS-HIS-ABIERTO-SI VALUE 'S'.
           88 WS-HIS-ABIERTO-NO VALUE 'N'.

       77 WS-SOL-LLENA-SW  PIC X(01) VALUE 'N'.
           88 WS-SOL-LLENA-SI VALUE 'S'.
           88 WS-SOL-LLENA-NO VALUE 'N'.

       77 WS-BUSQUEDAS     PIC 9(07) COMP VALUE ZERO.
       77 WS-PCT           PIC 9(03)V99 VALUE ZERO.
       77 WS-IMPORTE-OP    PIC 9(09)V99 VALUE ZERO.

       77 WS-RPT-SOL       PIC X(15) VALUE SPACES.
       77 WS-RPT-CNT-ED    PIC ZZZZZZ9 VALUE ZERO.
       77 WS-RPT-CN2-ED    PIC ZZZZZZ9 VALUE ZERO.
       77 WS-RPT-CN3-ED    PIC ZZZZZZ9 VALUE ZERO.
       77 WS-RPT-CN4-ED    PIC ZZZZZZ9 VALUE ZERO.
       77 WS-RPT-PCT-ED    PIC ZZ9.99 VALUE ZERO.
       77 WS-RPT-TAR-ED    PIC ZZ9.9999 VALUE ZERO.
       77 WS-RPT-IMP-ED    PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

      *    Tarifa por busqueda facturable: 1 E, 2 R, 3 N, 4 D.
       01  WS-TAR-TABLA.
           02  WS-TAR-ENT           OCCURS 4 TIMES.
               05  WS-TAR-IMPORTE   PIC 9(03)V9(04) VALUE ZERO.
               05  WS-TAR-CARGADA   PIC X(01) VALUE 'N'.

       01  WS-TAR-OPERACIONES       PIC X(04) VALUE 'ERND'.

      *    Solicitantes ordenados por codigo.
       01  WS-SOL-TABLA.
           02  WS-SOL-TOT           PIC 9(05) COMP VALUE ZERO.
           02  WS-SOL-ENT           OCCURS 500 TIMES.
               05  WS-SOL-CODIGO    PIC X(08).
               05  WS-SOL-TRM-REC   PIC 9(07) COMP.
               05  WS-SOL-TRM-RCH   PIC 9(07) COMP.
               05  WS-SOL-DET-REC   PIC 9(07) COMP.
               05  WS-SOL-DET-RCH   PIC 9(07) COMP.
               05  WS-SOL-BUS       PIC 9(07) COMP OCCURS 4 TIMES.
               05  WS-SOL-ACIERTOS  PIC 9(07) COMP.
               05  WS-SOL-NO-EJEC   PIC 9(07) COMP.
               05  WS-SOL-ACOMP     PIC 9(07) COMP.
               05  WS-SOL-AUD       PIC 9(07) COMP.
               05  WS-SOL-IMPORTE   PIC 9(09)V99.

      *    Total general, con la misma forma que un solicitante.
       01  WS-TOT-GENERAL.
           05  WS-TOT-TRM-REC       PIC 9(07) COMP VALUE ZERO.
           05  WS-TOT-TRM-RCH       PIC 9(07) COMP VALUE ZERO.
           05  WS-TOT-DET-REC       PIC 9(07) COMP VALUE ZERO.
           05  WS-TOT-DET-RCH       PIC 9(07) COMP VALUE ZERO.
           05  WS-TOT-BUS           PIC 9(07) COMP VALUE ZERO
                                    OCCURS 4 TIMES.
           05  WS-TOT-ACIERTOS      PIC 9(07) COMP VALUE ZERO.
           05  WS-TOT-NO-EJEC       PIC 9(07) COMP VALUE ZERO.
           05  WS-TOT-ACOMP         PIC 9(07) COMP VALUE ZERO.
           05  WS-TOT-AUD           PIC 9(07) COMP VALUE ZERO.
           05  WS-TOT-IMPORTE       PIC 9(11)V99 VALUE ZERO.

      *    Cifras a imprimir: subtotal de un solicitante o total.
       01  WS-CIFRAS.
           05  WS-CIF-TRM-REC       PIC 9(07) COMP.
           05  WS-CIF-TRM-RCH       PIC 9(07) COMP.
           05  WS-CIF-DET-REC       PIC 9(07) COMP.
           05  WS-CIF-DET-RCH       PIC 9(07) COMP.
           05  WS-CIF-BUS           PIC 9(07) COMP OCCURS 4 TIMES.
           05  WS-CIF-ACIERTOS      PIC 9(07) COMP.
           05  WS-CIF-NO-EJEC       PIC 9(07) COMP.
           05  WS-CIF-ACOMP         PIC 9(07) COMP.
           05  WS-CIF-AUD           PIC 9(07) COMP.
           05  WS-CIF-IMPORTE       PIC 9(11)V99.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-LEER-CONTROL
              THRU 1000-LEER-CONTROL-EXIT.

           PERFORM 1200-CARGAR-TARIFAS
              THRU 1200-CARGAR-TARIFAS-EXIT.

           PERFORM 1500-ABRIR-ARCHIVOS
              THRU 1500-ABRIR-ARCHIVOS-EXIT.

           PERFORM 2000-ACUMULAR-TRANSMISIONES
              THRU 2000-ACUMULAR-TRANSMISIONES-EXIT.

           PERFORM 3000-ACUMULAR-HISTORIAL
              THRU 3000-ACUMULAR-HISTORIAL-EXIT.

           PERFORM 4000-VALORIZAR
              THRU 4000-VALORIZAR-EXIT.

           PERFORM 5000-IMPRIMIR-SOLICITANTES
              THRU 5000-IMPRIMIR-SOLICITANTES-EXIT.

           PERFORM 6000-IMPRIMIR-TOTAL
              THRU 6000-IMPRIMIR-TOTAL-EXIT.

           PERFORM 8000-REPORTE-RESUMEN
              THRU 8000-REPORTE-RESUMEN-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
      * El periodo por omision es el mes anterior a la corrida, que
      * es cuando se emite el recupero del mes cerrado.
      *----------------------------------------------------------------*
       1000-LEER-CONTROL.

           ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD

           MOVE WS-FECHA-RUN(1:4) TO WS-PER-AAAA
           MOVE WS-FECHA-RUN(5:2) TO WS-PER-MM

           IF WS-PER-MM = 01
              SUBTRACT 1 FROM WS-PER-AAAA
              MOVE 12 TO WS-PER-MM
           ELSE
              SUBTRACT 1 FROM WS-PER-MM
           END-IF

           OPEN INPUT CTL-FILE

           IF WS-FS-CTL = '00'
              READ CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-PERIODO-X NOT = SPACES
                       IF CTL-PERIODO IS NUMERIC
                          AND CTL-PERIODO-X(5:2) NOT < '01'
                          AND CTL-PERIODO-X(5:2) NOT > '12'
                          MOVE CTL-PERIODO TO WS-PERIODO
                       ELSE
                          DISPLAY 'Periodo invalido en tarjeta de '
                             'control: ' CTL-PERIODO-X
                          MOVE 8 TO RETURN-CODE
                          CLOSE CTL-FILE
                          STOP RUN
                       END-IF
                    END-IF
              END-READ
              CLOSE CTL-FILE
           END-IF

           MOVE WS-PERIODO TO WS-DESDE-PERIODO
           MOVE WS-PERIODO TO WS-HASTA-PERIODO.

       1000-LEER-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Una tarjeta por operacion; la operacion sin tarifa se informa
      * con importe cero y la corrida termina con aviso.
      *----------------------------------------------------------------*
       1200-CARGAR-TARIFAS.

           OPEN INPUT TAR-FILE

           IF WS-FS-TAR NOT = '00'
              DISPLAY 'TARVEC no disponible, status: ' WS-FS-TAR
                 ' - importes en cero'
              MOVE 4 TO RETURN-CODE
              GO TO 1200-CARGAR-TARIFAS-EXIT
           END-IF

           PERFORM UNTIL WS-FS-TAR = '10'
              READ TAR-FILE
                 AT END
                    MOVE '10' TO WS-FS-TAR
                 NOT AT END
                    PERFORM 1250-CARGAR-TARIFA
                       THRU 1250-CARGAR-TARIFA-EXIT
              END-READ
           END-PERFORM

           CLOSE TAR-FILE

           PERFORM VARYING WS-OP FROM 1 BY 1 UNTIL WS-OP > 4
              IF WS-TAR-CARGADA(WS-OP) NOT = 'S'
                 DISPLAY 'Sin tarifa para la operacion '
                    WS-TAR-OPERACIONES(WS-OP:1) ' - importe en cero'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-PERFORM.

       1200-CARGAR-TARIFAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1250-CARGAR-TARIFA.

           MOVE TAR-OPERACION TO WS-OPER-HIS
           PERFORM 3150-INDICE-OPERACION
              THRU 3150-INDICE-OPERACION-EXIT

           IF WS-OP = ZERO
              OR TAR-IMPORTE-X = SPACES
              OR TAR-IMPORTE IS NOT NUMERIC
              ADD 1 TO WS-CONT-TAR-MAL
              DISPLAY 'Tarjeta de tarifa invalida: ' TAR-REGISTRO
              MOVE 4 TO RETURN-CODE
              GO TO 1250-CARGAR-TARIFA-EXIT
           END-IF

           MOVE TAR-IMPORTE TO WS-TAR-IMPORTE(WS-OP)
           MOVE 'S'         TO WS-TAR-CARGADA(WS-OP).

       1250-CARGAR-TARIFA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sin TRMVEC o sin HISVEC el informe sale igual, con ceros en la
      * parte que falta.
      *----------------------------------------------------------------*
       1500-ABRIR-ARCHIVOS.

           OPEN INPUT TRM-FILE

           IF WS-FS-TRM = '35'
              DISPLAY 'TRMVEC no existe, sin transmisiones'
              MOVE '10' TO WS-FS-TRM
           ELSE
              IF WS-FS-TRM NOT = '00'
                 DISPLAY 'Error al abrir TRM-FILE, status: '
                    WS-FS-TRM
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-TRM-ABIERTO-SI TO TRUE
           END-IF

           OPEN INPUT HIST-FILE

           IF WS-FS-HIS = '35'
              DISPLAY 'HISVEC no existe, sin auditoria'
              MOVE '10' TO WS-FS-HIS
           ELSE
              IF WS-FS-HIS NOT = '00'
                 DISPLAY 'Error al abrir HIST-FILE, status: '
                    WS-FS-HIS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-HIS-ABIERTO-SI TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE

           IF WS-FS-RPT NOT = '00'
              DISPLAY 'Error al abrir REPORT-FILE, status: '
                 WS-FS-RPT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO RPT-LINEA
           STRING 'CLCRGVEC - Recupero de Costos  Fecha: '
                  WS-FECHA-RUN
                  '  Periodo: ' WS-PERIODO
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE '----------------------------------------' TO RPT-LINEA
           WRITE RPT-LINEA

           PERFORM VARYING WS-OP FROM 1 BY 1 UNTIL WS-OP > 4
              MOVE WS-TAR-IMPORTE(WS-OP) TO WS-RPT-TAR-ED
              MOVE SPACES TO RPT-LINEA
              STRING 'Tarifa por busqueda '
                     WS-TAR-OPERACIONES(WS-OP:1)
                     ': ' WS-RPT-TAR-ED
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
           END-PERFORM

           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       1500-ABRIR-ARCHIVOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Transmisiones editadas por CLEDTVEC dentro del periodo. Los
      * detalles rechazados en edicion son los que no llegaron a
      * TRANVEC: los rechazados uno a uno y, si la transmision entera
      * fue rechazada, tambien los que habian pasado la edicion.
      *----------------------------------------------------------------*
       2000-ACUMULAR-TRANSMISIONES.

           PERFORM UNTIL WS-FS-TRM = '10'
              READ TRM-FILE
                 AT END
                    MOVE '10' TO WS-FS-TRM
                 NOT AT END
                    ADD 1 TO WS-CONT-TRM-LEIDOS
                    IF TRM-FECHA NOT < WS-FECHA-DESDE
                       AND TRM-FECHA NOT > WS-FECHA-HASTA
                       PERFORM 2100-ACUMULAR-TRANSMISION
                          THRU 2100-ACUMULAR-TRANSMISION-EXIT
                    END-IF
              END-READ
           END-PERFORM.

       2000-ACUMULAR-TRANSMISIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-ACUMULAR-TRANSMISION.

           ADD 1 TO WS-CONT-TRM-PER

           MOVE TRM-SOLICITANTE TO WS-SOL-BUSCADO
           PERFORM 2900-UBICAR-SOLICITANTE
              THRU 2900-UBICAR-SOLICITANTE-EXIT

           IF WS-S-ENC = ZERO
              GO TO 2100-ACUMULAR-TRANSMISION-EXIT
           END-IF

           ADD 1 TO WS-SOL-TRM-REC(WS-S-ENC)
           IF TRM-RECHAZADA
              ADD 1 TO WS-SOL-TRM-RCH(WS-S-ENC)
           END-IF

           IF TRM-LEIDOS IS NUMERIC
              AND TRM-LIBERADOS IS NUMERIC
              ADD TRM-LEIDOS TO WS-SOL-DET-REC(WS-S-ENC)
              IF TRM-LEIDOS > TRM-LIBERADOS
                 COMPUTE WS-SOL-DET-RCH(WS-S-ENC) =
                    WS-SOL-DET-RCH(WS-S-ENC)
                    + TRM-LEIDOS - TRM-LIBERADOS
              END-IF
           END-IF.

       2100-ACUMULAR-TRANSMISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Busca el solicitante en la tabla ordenada; si no esta lo
      * inserta en su lugar. WS-S-ENC queda en cero si la tabla esta
      * llena, y esa diferencia aparece en el cuadre final.
      *----------------------------------------------------------------*
       2900-UBICAR-SOLICITANTE.

           MOVE ZERO TO WS-S-ENC

           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SOL-TOT
                      OR WS-SOL-CODIGO(WS-S) NOT < WS-SOL-BUSCADO
              CONTINUE
           END-PERFORM

           IF WS-S NOT > WS-SOL-TOT
              IF WS-SOL-CODIGO(WS-S) = WS-SOL-BUSCADO
                 MOVE WS-S TO WS-S-ENC
                 GO TO 2900-UBICAR-SOLICITANTE-EXIT
              END-IF
           END-IF

           IF WS-SOL-TOT NOT < 500
              IF WS-SOL-LLENA-NO
                 DISPLAY 'Tabla de solicitantes llena (500), '
                    'se omite: ' WS-SOL-BUSCADO
                 SET WS-SOL-LLENA-SI TO TRUE
                 MOVE 4 TO RETURN-CODE
              END-IF
              GO TO 2900-UBICAR-SOLICITANTE-EXIT
           END-IF

           PERFORM VARYING WS-J FROM WS-SOL-TOT BY -1
                   UNTIL WS-J < WS-S
              MOVE WS-SOL-ENT(WS-J) TO WS-SOL-ENT(WS-J + 1)
           END-PERFORM

           ADD 1 TO WS-SOL-TOT
           MOVE WS-SOL-BUSCADO TO WS-SOL-CODIGO(WS-S)
           MOVE ZERO TO WS-SOL-TRM-REC(WS-S)
           MOVE ZERO TO WS-SOL-TRM-RCH(WS-S)
           MOVE ZERO TO WS-SOL-DET-REC(WS-S)
           MOVE ZERO TO WS-SOL-DET-RCH(WS-S)
           MOVE ZERO TO WS-SOL-BUS(WS-S, 1)
           MOVE ZERO TO WS-SOL-BUS(WS-S, 2)
           MOVE ZERO TO WS-SOL-BUS(WS-S, 3)
           MOVE ZERO TO WS-SOL-BUS(WS-S, 4)
           MOVE ZERO TO WS-SOL-ACIERTOS(WS-S)
           MOVE ZERO TO WS-SOL-NO-EJEC(WS-S)
           MOVE ZERO TO WS-SOL-ACOMP(WS-S)
           MOVE ZERO TO WS-SOL-AUD(WS-S)
           MOVE ZERO TO WS-SOL-IMPORTE(WS-S)
           MOVE WS-S TO WS-S-ENC.

       2900-UBICAR-SOLICITANTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Auditoria del periodo en HISVEC, leida por llave desde el
      * primer dia del mes. Cada registro cae en una sola columna:
      * no ejecutada (X), secuencial acompanante no facturable, o
      * busqueda facturable de su operacion.
      *----------------------------------------------------------------*
       3000-ACUMULAR-HISTORIAL.

           IF WS-FS-HIS = '10'
              GO TO 3000-ACUMULAR-HISTORIAL-EXIT
           END-IF

           MOVE WS-FECHA-DESDE TO HIS-FECHA
           MOVE ZERO TO HIS-HORA
           MOVE ZERO TO HIS-SECUENCIA
           START HIST-FILE KEY NOT < HIS-LLAVE
              INVALID KEY
                 MOVE '10' TO WS-FS-HIS
           END-START

           PERFORM UNTIL WS-FS-HIS = '10'
              READ HIST-FILE NEXT
                 AT END
                    MOVE '10' TO WS-FS-HIS
                 NOT AT END
                    IF HIS-FECHA > WS-FECHA-HASTA
                       MOVE '10' TO WS-FS-HIS
                    ELSE
                       PERFORM 3100-ACUMULAR-BUSQUEDA
                          THRU 3100-ACUMULAR-BUSQUEDA-EXIT
                    END-IF
              END-READ
           END-PERFORM.

       3000-ACUMULAR-HISTORIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-ACUMULAR-BUSQUEDA.

           ADD 1 TO WS-CONT-AUD-PER

           MOVE HIS-SOLICITANTE TO WS-SOL-BUSCADO
           PERFORM 2900-UBICAR-SOLICITANTE
              THRU 2900-UBICAR-SOLICITANTE-EXIT

           IF WS-S-ENC = ZERO
              ADD 1 TO WS-CONT-SIN-LUGAR
              GO TO 3100-ACUMULAR-BUSQUEDA-EXIT
           END-IF

           ADD 1 TO WS-SOL-AUD(WS-S-ENC)

           IF HIS-RESULTADO = 'X'
              ADD 1 TO WS-SOL-NO-EJEC(WS-S-ENC)
              GO TO 3100-ACUMULAR-BUSQUEDA-EXIT
           END-IF

           IF HIS-FACTURABLE = 'N'
              ADD 1 TO WS-SOL-ACOMP(WS-S-ENC)
              GO TO 3100-ACUMULAR-BUSQUEDA-EXIT
           END-IF

      *    La auditoria anterior al solicitante no trae la operacion:
      *    se deduce del metodo.
           MOVE HIS-OPERACION TO WS-OPER-HIS
           IF WS-OPER-HIS = SPACE
              EVALUATE HIS-METODO
                 WHEN 'BUSQUEDA RANGO'
                    MOVE 'R' TO WS-OPER-HIS
                 WHEN 'BUSQUEDA CERCANA'
                    MOVE 'N' TO WS-OPER-HIS
                 WHEN 'BUSQUEDA DESCRIPCION'
                    MOVE 'D' TO WS-OPER-HIS
                 WHEN OTHER
                    MOVE 'E' TO WS-OPER-HIS
              END-EVALUATE
           END-IF

           PERFORM 3150-INDICE-OPERACION
              THRU 3150-INDICE-OPERACION-EXIT

           IF WS-OP = ZERO
              ADD 1 TO WS-SOL-NO-EJEC(WS-S-ENC)
              GO TO 3100-ACUMULAR-BUSQUEDA-EXIT
           END-IF

           ADD 1 TO WS-SOL-BUS(WS-S-ENC, WS-OP)

           IF HIS-RESULTADO = 'S' OR HIS-RESULTADO = 'R'
              ADD 1 TO WS-SOL-ACIERTOS(WS-S-ENC)
           END-IF.

       3100-ACUMULAR-BUSQUEDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3150-INDICE-OPERACION.

           EVALUATE WS-OPER-HIS
              WHEN 'E'
                 MOVE 1 TO WS-OP
              WHEN 'R'
                 MOVE 2 TO WS-OP
              WHEN 'N'
                 MOVE 3 TO WS-OP
              WHEN 'D'
                 MOVE 4 TO WS-OP
              WHEN OTHER
                 MOVE 0 TO WS-OP
           END-EVALUATE.

       3150-INDICE-OPERACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Importe por solicitante y acumulacion del total general.
      *----------------------------------------------------------------*
       4000-VALORIZAR.

           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SOL-TOT
              MOVE ZERO TO WS-SOL-IMPORTE(WS-S)
              PERFORM VARYING WS-OP FROM 1 BY 1 UNTIL WS-OP > 4
                 COMPUTE WS-IMPORTE-OP ROUNDED =
                    WS-SOL-BUS(WS-S, WS-OP) * WS-TAR-IMPORTE(WS-OP)
                 ADD WS-IMPORTE-OP TO WS-SOL-IMPORTE(WS-S)
                 ADD WS-SOL-BUS(WS-S, WS-OP) TO WS-TOT-BUS(WS-OP)
              END-PERFORM
              ADD WS-SOL-TRM-REC(WS-S)  TO WS-TOT-TRM-REC
              ADD WS-SOL-TRM-RCH(WS-S)  TO WS-TOT-TRM-RCH
              ADD WS-SOL-DET-REC(WS-S)  TO WS-TOT-DET-REC
              ADD WS-SOL-DET-RCH(WS-S)  TO WS-TOT-DET-RCH
              ADD WS-SOL-ACIERTOS(WS-S) TO WS-TOT-ACIERTOS
              ADD WS-SOL-NO-EJEC(WS-S)  TO WS-TOT-NO-EJEC
              ADD WS-SOL-ACOMP(WS-S)    TO WS-TOT-ACOMP
              ADD WS-SOL-AUD(WS-S)      TO WS-TOT-AUD
              ADD WS-SOL-IMPORTE(WS-S)  TO WS-TOT-IMPORTE
           END-PERFORM

           MOVE WS-TOT-AUD TO WS-CONT-AUD-INF.

       4000-VALORIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-IMPRIMIR-SOLICITANTES.

           IF WS-SOL-TOT = ZERO
              MOVE 'Sin actividad en el periodo' TO RPT-LINEA
              WRITE RPT-LINEA
              GO TO 5000-IMPRIMIR-SOLICITANTES-EXIT
           END-IF

           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SOL-TOT
              IF WS-SOL-CODIGO(WS-S) = SPACES
                 MOVE 'SIN SOLICITANTE' TO WS-RPT-SOL
              ELSE
                 MOVE WS-SOL-CODIGO(WS-S) TO WS-RPT-SOL
              END-IF
              MOVE SPACES TO RPT-LINEA
              STRING 'Solicitante: ' WS-RPT-SOL
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA

              MOVE WS-SOL-TRM-REC(WS-S)  TO WS-CIF-TRM-REC
              MOVE WS-SOL-TRM-RCH(WS-S)  TO WS-CIF-TRM-RCH
              MOVE WS-SOL-DET-REC(WS-S)  TO WS-CIF-DET-REC
              MOVE WS-SOL-DET-RCH(WS-S)  TO WS-CIF-DET-RCH
              MOVE WS-SOL-BUS(WS-S, 1)   TO WS-CIF-BUS(1)
              MOVE WS-SOL-BUS(WS-S, 2)   TO WS-CIF-BUS(2)
              MOVE WS-SOL-BUS(WS-S, 3)   TO WS-CIF-BUS(3)
              MOVE WS-SOL-BUS(WS-S, 4)   TO WS-CIF-BUS(4)
              MOVE WS-SOL-ACIERTOS(WS-S) TO WS-CIF-ACIERTOS
              MOVE WS-SOL-NO-EJEC(WS-S)  TO WS-CIF-NO-EJEC
              MOVE WS-SOL-ACOMP(WS-S)    TO WS-CIF-ACOMP
              MOVE WS-SOL-AUD(WS-S)      TO WS-CIF-AUD
              MOVE WS-SOL-IMPORTE(WS-S)  TO WS-CIF-IMPORTE
              PERFORM 5500-IMPRIMIR-CIFRAS
                 THRU 5500-IMPRIMIR-CIFRAS-EXIT
           END-PERFORM.

       5000-IMPRIMIR-SOLICITANTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Imprime el bloque de cifras que esta en WS-CIFRAS; sirve tanto
      * al subtotal de cada solicitante como al total general.
      *----------------------------------------------------------------*
       5500-IMPRIMIR-CIFRAS.

           MOVE WS-CIF-TRM-REC TO WS-RPT-CNT-ED
           MOVE WS-CIF-TRM-RCH TO WS-RPT-CN2-ED
           MOVE SPACES TO RPT-LINEA
           STRING '  Transmisiones recibidas: ' WS-RPT-CNT-ED
                  '  rechazadas: ' WS-RPT-CN2-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CIF-DET-REC TO WS-RPT-CNT-ED
           MOVE WS-CIF-DET-RCH TO WS-RPT-CN2-ED
           MOVE SPACES TO RPT-LINEA
           STRING '  Transacciones recibidas: ' WS-RPT-CNT-ED
                  '  rechazadas en edicion: ' WS-RPT-CN2-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CIF-BUS(1) TO WS-RPT-CNT-ED
           MOVE WS-CIF-BUS(2) TO WS-RPT-CN2-ED
           MOVE WS-CIF-BUS(3) TO WS-RPT-CN3-ED
           MOVE WS-CIF-BUS(4) TO WS-RPT-CN4-ED
           MOVE SPACES TO RPT-LINEA
           STRING '  Busquedas  E:' WS-RPT-CNT-ED
                  '  R:' WS-RPT-CN2-ED
                  '  N:' WS-RPT-CN3-ED
                  '  D:' WS-RPT-CN4-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           COMPUTE WS-BUSQUEDAS = WS-CIF-BUS(1) + WS-CIF-BUS(2)
                                + WS-CIF-BUS(3) + WS-CIF-BUS(4)

           IF WS-BUSQUEDAS = ZERO
              MOVE ZERO TO WS-PCT
           ELSE
              COMPUTE WS-PCT ROUNDED =
                 (WS-CIF-ACIERTOS * 100) / WS-BUSQUEDAS
           END-IF

           MOVE WS-CIF-ACIERTOS TO WS-RPT-CNT-ED
           MOVE WS-PCT TO WS-RPT-PCT-ED
           MOVE SPACES TO RPT-LINEA
           STRING '  Aciertos: ' WS-RPT-CNT-ED
                  '  Tasa de acierto: ' WS-RPT-PCT-ED '%'
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CIF-NO-EJEC TO WS-RPT-CNT-ED
           MOVE WS-CIF-ACOMP   TO WS-RPT-CN2-ED
           MOVE WS-CIF-AUD     TO WS-RPT-CN3-ED
           MOVE SPACES TO RPT-LINEA
           STRING '  No ejecutadas: ' WS-RPT-CNT-ED
                  ' No facturables: ' WS-RPT-CN2-ED
                  ' Auditoria: ' WS-RPT-CN3-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CIF-IMPORTE TO WS-RPT-IMP-ED
           MOVE SPACES TO RPT-LINEA
           STRING '  Importe facturable: ' WS-RPT-IMP-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.

       5500-IMPRIMIR-CIFRAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Total general, cuadrado contra la auditoria leida del
      * periodo: la diferencia son registros que no entraron en la
      * tabla de solicitantes.
      *----------------------------------------------------------------*
       6000-IMPRIMIR-TOTAL.

           MOVE WS-TOT-TRM-REC  TO WS-CIF-TRM-REC
           MOVE WS-TOT-TRM-RCH  TO WS-CIF-TRM-RCH
           MOVE WS-TOT-DET-REC  TO WS-CIF-DET-REC
           MOVE WS-TOT-DET-RCH  TO WS-CIF-DET-RCH
           MOVE WS-TOT-BUS(1)   TO WS-CIF-BUS(1)
           MOVE WS-TOT-BUS(2)   TO WS-CIF-BUS(2)
           MOVE WS-TOT-BUS(3)   TO WS-CIF-BUS(3)
           MOVE WS-TOT-BUS(4)   TO WS-CIF-BUS(4)
           MOVE WS-TOT-ACIERTOS TO WS-CIF-ACIERTOS
           MOVE WS-TOT-NO-EJEC  TO WS-CIF-NO-EJEC
           MOVE WS-TOT-ACOMP    TO WS-CIF-ACOMP
           MOVE WS-TOT-AUD      TO WS-CIF-AUD
           MOVE WS-TOT-IMPORTE  TO WS-CIF-IMPORTE

           MOVE '----------------------------------------' TO RPT-LINEA
           WRITE RPT-LINEA

           MOVE 'TOTAL GENERAL' TO RPT-LINEA
           WRITE RPT-LINEA

           PERFORM 5500-IMPRIMIR-CIFRAS
              THRU 5500-IMPRIMIR-CIFRAS-EXIT

           MOVE WS-CONT-AUD-PER TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Registros de auditoria del periodo: ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-AUD-INF TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Registros de auditoria informados:  ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           IF WS-CONT-AUD-INF = WS-CONT-AUD-PER
              MOVE 'TOTAL CUADRA CON LA AUDITORIA DEL PERIODO'
                 TO RPT-LINEA
           ELSE
              MOVE 'TOTAL NO CUADRA CON LA AUDITORIA DEL PERIODO'
                 TO RPT-LINEA
              MOVE 8 TO RETURN-CODE
           END-IF
           WRITE RPT-LINEA.

       6000-IMPRIMIR-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-REPORTE-RESUMEN.

           DISPLAY '-------- Resumen Recupero de Costos ----------'
           DISPLAY 'Periodo:                 ' WS-PERIODO
           DISPLAY 'Transmisiones leidas:    ' WS-CONT-TRM-LEIDOS
           DISPLAY 'Transmisiones periodo:   ' WS-CONT-TRM-PER
           DISPLAY 'Auditoria del periodo:   ' WS-CONT-AUD-PER
           DISPLAY 'Auditoria informada:     ' WS-CONT-AUD-INF
           DISPLAY 'Solicitantes:            ' WS-SOL-TOT
           DISPLAY 'Omitidas por tabla llena: ' WS-CONT-SIN-LUGAR
           DISPLAY 'Tarjetas tarifa invalidas: ' WS-CONT-TAR-MAL.

       8000-REPORTE-RESUMEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.

           IF WS-TRM-ABIERTO-SI
              CLOSE TRM-FILE
           END-IF

           IF WS-HIS-ABIERTO-SI
              CLOSE HIST-FILE
           END-IF

           CLOSE REPORT-FILE.

       9000-FINALIZAR-EXIT.
           EXIT.



       END PROGRAM CLCRGVEC.
