      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Consulta de trazabilidad por clave sobre el
      *              journal de mantenimiento JRNVEC. Las tarjetas de
      *              control (SYSIN) seleccionan una clave, una lista
      *              de claves (una tarjeta 'C' por clave) o un rango
      *              'R', y opcionalmente un rango de fechas 'F'. Por
      *              cada clave imprime en TRZVEC la historia completa
      *              en orden cronologico: alta, cada cambio con el
      *              antes y despues de descripcion, estado, vigencia,
      *              vencimiento e importe, bajas y renumeraciones,
      *              siguiendo la clave a traves de MNT-CLAVE y
      *              MNT-NUEVO. Cada movimiento informa el lote y si
      *              vino de CLMNTVEC, del barrido de vencimientos
      *              CLVNCVEC o de un backout CLBCKVEC. Cierra con el
      *              registro tal como esta hoy en MASTER-FILE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLTRZVEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO MASTVEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VECTREC-CLAVE
               FILE STATUS IS WS-FS-MASTER.

           SELECT CTL-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

           SELECT JOURNAL-FILE ASSIGN TO JRNVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

           SELECT REPORT-FILE ASSIGN TO TRZVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           LABEL RECORD IS STANDARD.
           COPY VECTREC.

       FD  CTL-FILE
           LABEL RECORD IS STANDARD.
       01  CTL-REGISTRO.
           05  CTL-TIPO             PIC X(01).
               88  CTL-TIPO-CLAVE     VALUE 'C'.
               88  CTL-TIPO-RANGO     VALUE 'R'.
               88  CTL-TIPO-FECHAS    VALUE 'F'.
           05  CTL-CLAVE-DESDE      PIC 9(05).
           05  CTL-CLAVE-HASTA      PIC 9(05).
           05  CTL-FECHA-DESDE      PIC 9(08).
           05  CTL-FECHA-HASTA      PIC 9(08).
           05  FILLER               PIC X(53).

       FD  JOURNAL-FILE
           LABEL RECORD IS STANDARD.
       01  JRN-ENTRADA              PIC X(220).

       FD  REPORT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINEA                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-MASTER     PIC X(02) VALUE '00'.
       77 WS-FS-CTL        PIC X(02) VALUE '00'.
       77 WS-FS-JRN        PIC X(02) VALUE '00'.
       77 WS-FS-RPT        PIC X(02) VALUE '00'.

       77 WS-FECHA-RUN     PIC 9(08) VALUE ZERO.
       77 WS-FECHA-DESDE   PIC 9(08) VALUE ZERO.
       77 WS-FECHA-HASTA   PIC 9(08) VALUE 99999999.

       77 WS-CONT-TARJETAS PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-INVAL    PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-JRN      PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-MOVS     PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-CLAVES   PIC 9(05) COMP VALUE ZERO.

       77 WS-S             PIC 9(05) COMP VALUE ZERO.
       77 WS-O             PIC 9(05) COMP VALUE ZERO.
       77 WS-O-ENC         PIC 9(05) COMP VALUE ZERO.
       77 WS-M             PIC 9(05) COMP VALUE ZERO.
       77 WS-CLAVE-BUSCADA PIC 9(05) VALUE ZERO.

       77 WS-CLV-ANTES     PIC 9(05) VALUE ZERO.
       77 WS-CLV-DESPUES   PIC 9(05) VALUE ZERO.

       77 WS-EN-FECHA-SW   PIC X(01) VALUE 'N'.
           88 WS-EN-FECHA-SI  VALUE 'S'.
           88 WS-EN-FECHA-NO  VALUE 'N'.

       77 WS-EN-RANGO-SW   PIC X(01) VALUE 'N'.
           88 WS-EN-RANGO-SI  VALUE 'S'.
           88 WS-EN-RANGO-NO  VALUE 'N'.

       77 WS-EXISTE-SW     PIC X(01) VALUE 'N'.
           88 WS-EXISTE-SI    VALUE 'S'.
           88 WS-EXISTE-NO    VALUE 'N'.

       77 WS-TRUNCADO-SW   PIC X(01) VALUE 'N'.
           88 WS-TRUNCADO-SI  VALUE 'S'.
           88 WS-TRUNCADO-NO  VALUE 'N'.

       77 WS-DIFERENCIAS   PIC 9(02) COMP VALUE ZERO.

       77 WS-ACCION-DESC   PIC X(10) VALUE SPACES.
       77 WS-ORIGEN-DESC   PIC X(20) VALUE SPACES.

       77 WS-RPT-CLV-ED    PIC 9(05) VALUE ZERO.
       77 WS-RPT-CLV2-ED   PIC 9(05) VALUE ZERO.
       77 WS-RPT-CNT-ED    PIC ZZZZZZ9 VALUE ZERO.
       77 WS-RPT-IMP-ED    PIC ZZZZZZZZ9.99 VALUE ZERO.
       77 WS-RPT-IMP2-ED   PIC ZZZZZZZZ9.99 VALUE ZERO.
       77 WS-IMPORTE       PIC 9(09)V99 VALUE ZERO.
       77 WS-IMPORTE2      PIC 9(09)V99 VALUE ZERO.

       COPY JRNREC.

       COPY LCKPARM.

       COPY VECTREC REPLACING LEADING ==VECTREC== BY ==TRA==.

       COPY VECTREC REPLACING LEADING ==VECTREC== BY ==TRD==.

       01  WS-SEL-TABLA.
           02  WS-SEL-TOT           PIC 9(05) COMP VALUE ZERO.
           02  WS-SEL-ENT           OCCURS 200 TIMES.
               05  WS-SEL-DESDE     PIC 9(05).
               05  WS-SEL-HASTA     PIC 9(05).

       01  WS-ORG-TABLA.
           02  WS-ORG-TOT           PIC 9(05) COMP VALUE ZERO.
           02  WS-ORG-ENT           OCCURS 2000 TIMES.
               05  WS-ORG-CLAVE     PIC 9(05).
               05  WS-ORG-ACTUAL    PIC 9(05).
               05  WS-ORG-MOVS      PIC 9(05) COMP.

       01  WS-MOV-TABLA.
           02  WS-MOV-TOT           PIC 9(05) COMP VALUE ZERO.
           02  WS-MOV-ENT           OCCURS 10000 TIMES.
               05  WS-MOV-ORG       PIC 9(05) COMP.
               05  WS-MOV-REG       PIC X(220).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-LEER-CONTROL
              THRU 1000-LEER-CONTROL-EXIT.

           PERFORM 0500-REGISTRAR-CORRIDA
              THRU 0500-REGISTRAR-CORRIDA-EXIT.

           PERFORM 1500-ABRIR-ARCHIVOS
              THRU 1500-ABRIR-ARCHIVOS-EXIT.

           PERFORM 2000-LEER-JOURNAL
              THRU 2000-LEER-JOURNAL-EXIT.

           PERFORM 3000-IMPRIMIR-HISTORIAS
              THRU 3000-IMPRIMIR-HISTORIAS-EXIT.

           PERFORM 8000-REPORTE-RESUMEN
              THRU 8000-REPORTE-RESUMEN-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       0500-REGISTRAR-CORRIDA.

           MOVE 'R' TO LCK-FUNCION
           MOVE 'CLTRZVEC' TO LCK-PROGRAMA
           MOVE 'CLTRZVEC' TO LCK-JOBID
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
      * Una tarjeta 'C' por clave pedida, 'R' con clave desde y hasta
      * para un rango, y a lo sumo una 'F' con el rango de fechas (una
      * fecha hasta en cero deja el rango abierto).
      *----------------------------------------------------------------*
       1000-LEER-CONTROL.

           ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD

           OPEN INPUT CTL-FILE

           IF WS-FS-CTL NOT = '00'
              DISPLAY 'Error al abrir CTL-FILE, status: '
                 WS-FS-CTL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL WS-FS-CTL = '10'
              READ CTL-FILE
                 AT END
                    MOVE '10' TO WS-FS-CTL
                 NOT AT END
                    ADD 1 TO WS-CONT-TARJETAS
                    PERFORM 1100-CARGAR-TARJETA
                       THRU 1100-CARGAR-TARJETA-EXIT
              END-READ
           END-PERFORM

           CLOSE CTL-FILE

           IF WS-SEL-TOT = ZERO
              DISPLAY 'Ninguna clave seleccionada en la tarjeta de '
                 'control'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-LEER-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1100-CARGAR-TARJETA.

           EVALUATE TRUE
              WHEN CTL-TIPO-CLAVE
                 AND CTL-CLAVE-DESDE IS NUMERIC
                 MOVE CTL-CLAVE-DESDE TO CTL-CLAVE-HASTA
                 PERFORM 1150-AGREGAR-SELECCION
                    THRU 1150-AGREGAR-SELECCION-EXIT
                 MOVE CTL-CLAVE-DESDE TO WS-CLAVE-BUSCADA
                 PERFORM 2150-ASEGURAR-ORIGEN
                    THRU 2150-ASEGURAR-ORIGEN-EXIT
              WHEN CTL-TIPO-RANGO
                 AND CTL-CLAVE-DESDE IS NUMERIC
                 AND CTL-CLAVE-HASTA IS NUMERIC
                 AND CTL-CLAVE-HASTA NOT < CTL-CLAVE-DESDE
                 PERFORM 1150-AGREGAR-SELECCION
                    THRU 1150-AGREGAR-SELECCION-EXIT
              WHEN CTL-TIPO-FECHAS
                 AND CTL-FECHA-DESDE IS NUMERIC
                 AND CTL-FECHA-HASTA IS NUMERIC
                 MOVE CTL-FECHA-DESDE TO WS-FECHA-DESDE
                 IF CTL-FECHA-HASTA = ZERO
                    MOVE 99999999 TO WS-FECHA-HASTA
                 ELSE
                    MOVE CTL-FECHA-HASTA TO WS-FECHA-HASTA
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-CONT-INVAL
                 DISPLAY 'Tarjeta de control invalida: ' CTL-REGISTRO
           END-EVALUATE.

       1100-CARGAR-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1150-AGREGAR-SELECCION.

           IF WS-SEL-TOT NOT < 200
              ADD 1 TO WS-CONT-INVAL
              DISPLAY 'Mas de 200 selecciones, se ignora: '
                 CTL-REGISTRO
              GO TO 1150-AGREGAR-SELECCION-EXIT
           END-IF

           ADD 1 TO WS-SEL-TOT
           MOVE CTL-CLAVE-DESDE TO WS-SEL-DESDE(WS-SEL-TOT)
           MOVE CTL-CLAVE-HASTA TO WS-SEL-HASTA(WS-SEL-TOT).

       1150-AGREGAR-SELECCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1500-ABRIR-ARCHIVOS.

           OPEN INPUT JOURNAL-FILE

           IF WS-FS-JRN NOT = '00'
              DISPLAY 'Error al abrir JOURNAL-FILE, status: '
                 WS-FS-JRN
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

           OPEN OUTPUT REPORT-FILE

           IF WS-FS-RPT NOT = '00'
              DISPLAY 'Error al abrir REPORT-FILE, status: '
                 WS-FS-RPT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO RPT-LINEA
           STRING 'CLTRZVEC - Historia de Claves  Fecha: '
                  WS-FECHA-RUN
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           STRING 'Movimientos desde: ' WS-FECHA-DESDE
                  ' hasta: ' WS-FECHA-HASTA
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE '----------------------------------------' TO RPT-LINEA
           WRITE RPT-LINEA.

       1500-ABRIR-ARCHIVOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El journal es acumulado y esta en orden de grabacion, que es
      * el orden cronologico. Las renumeraciones se siguen aunque
      * caigan fuera del rango de fechas, para no perder la clave.
      *----------------------------------------------------------------*
       2000-LEER-JOURNAL.

           PERFORM UNTIL WS-FS-JRN = '10'
              READ JOURNAL-FILE
                 AT END
                    MOVE '10' TO WS-FS-JRN
                 NOT AT END
                    ADD 1 TO WS-CONT-JRN
                    MOVE JRN-ENTRADA TO JRN-REGISTRO
                    PERFORM 2100-CLASIFICAR-ENTRADA
                       THRU 2100-CLASIFICAR-ENTRADA-EXIT
              END-READ
           END-PERFORM.

       2000-LEER-JOURNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-CLASIFICAR-ENTRADA.

           MOVE JRN-CLAVE TO WS-CLV-ANTES
           IF JRN-ANTES NOT = SPACES
              MOVE JRN-ANTES TO TRA-REGISTRO
              MOVE TRA-CLAVE TO WS-CLV-ANTES
           END-IF

           MOVE WS-CLV-ANTES TO WS-CLV-DESPUES
           IF JRN-DESPUES NOT = SPACES
              MOVE JRN-DESPUES TO TRD-REGISTRO
              MOVE TRD-CLAVE TO WS-CLV-DESPUES
           END-IF

           IF JRN-FECHA NOT < WS-FECHA-DESDE
              AND JRN-FECHA NOT > WS-FECHA-HASTA
              SET WS-EN-FECHA-SI TO TRUE
           ELSE
              SET WS-EN-FECHA-NO TO TRUE
           END-IF

      *    Las claves de un rango se incorporan al aparecer.
           MOVE WS-CLV-ANTES TO WS-CLAVE-BUSCADA
           PERFORM 2120-VERIFICAR-RANGO
              THRU 2120-VERIFICAR-RANGO-EXIT
           IF WS-EN-RANGO-SI
              PERFORM 2150-ASEGURAR-ORIGEN
                 THRU 2150-ASEGURAR-ORIGEN-EXIT
           END-IF

           IF WS-CLV-DESPUES NOT = WS-CLV-ANTES
              MOVE WS-CLV-DESPUES TO WS-CLAVE-BUSCADA
              PERFORM 2120-VERIFICAR-RANGO
                 THRU 2120-VERIFICAR-RANGO-EXIT
              IF WS-EN-RANGO-SI
                 PERFORM 2150-ASEGURAR-ORIGEN
                    THRU 2150-ASEGURAR-ORIGEN-EXIT
              END-IF
           END-IF

           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-ORG-TOT
              IF WS-ORG-CLAVE(WS-O)  = WS-CLV-ANTES
                 OR WS-ORG-CLAVE(WS-O)  = WS-CLV-DESPUES
                 OR WS-ORG-ACTUAL(WS-O) = WS-CLV-ANTES
                 OR WS-ORG-ACTUAL(WS-O) = WS-CLV-DESPUES
                 PERFORM 2200-REGISTRAR-MOVIMIENTO
                    THRU 2200-REGISTRAR-MOVIMIENTO-EXIT
              END-IF
           END-PERFORM.

       2100-CLASIFICAR-ENTRADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2120-VERIFICAR-RANGO.

           SET WS-EN-RANGO-NO TO TRUE

           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SEL-TOT OR WS-EN-RANGO-SI
              IF WS-CLAVE-BUSCADA NOT < WS-SEL-DESDE(WS-S)
                 AND WS-CLAVE-BUSCADA NOT > WS-SEL-HASTA(WS-S)
                 SET WS-EN-RANGO-SI TO TRUE
              END-IF
           END-PERFORM.

       2120-VERIFICAR-RANGO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2150-ASEGURAR-ORIGEN.

           MOVE ZERO TO WS-O-ENC
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-ORG-TOT OR WS-O-ENC > ZERO
              IF WS-ORG-CLAVE(WS-O) = WS-CLAVE-BUSCADA
                 MOVE WS-O TO WS-O-ENC
              END-IF
           END-PERFORM

           IF WS-O-ENC > ZERO
              GO TO 2150-ASEGURAR-ORIGEN-EXIT
           END-IF

           IF WS-ORG-TOT NOT < 2000
              IF WS-TRUNCADO-NO
                 DISPLAY 'Mas de 2000 claves seleccionadas, '
                    'consulta truncada'
              END-IF
              SET WS-TRUNCADO-SI TO TRUE
              GO TO 2150-ASEGURAR-ORIGEN-EXIT
           END-IF

           ADD 1 TO WS-ORG-TOT
           MOVE WS-CLAVE-BUSCADA TO WS-ORG-CLAVE(WS-ORG-TOT)
           MOVE WS-CLAVE-BUSCADA TO WS-ORG-ACTUAL(WS-ORG-TOT)
           MOVE ZERO TO WS-ORG-MOVS(WS-ORG-TOT).

       2150-ASEGURAR-ORIGEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La clave seguida pasa a la nueva cuando la entrada renumera la
      * clave que se venia siguiendo.
      *----------------------------------------------------------------*
       2200-REGISTRAR-MOVIMIENTO.

           IF WS-ORG-ACTUAL(WS-O) = WS-CLV-ANTES
              AND WS-CLV-DESPUES NOT = WS-CLV-ANTES
              MOVE WS-CLV-DESPUES TO WS-ORG-ACTUAL(WS-O)
           END-IF

           IF WS-EN-FECHA-NO
              GO TO 2200-REGISTRAR-MOVIMIENTO-EXIT
           END-IF

           IF WS-MOV-TOT NOT < 10000
              IF WS-TRUNCADO-NO
                 DISPLAY 'Mas de 10000 movimientos seleccionados, '
                    'consulta truncada'
              END-IF
              SET WS-TRUNCADO-SI TO TRUE
              GO TO 2200-REGISTRAR-MOVIMIENTO-EXIT
           END-IF

           ADD 1 TO WS-MOV-TOT
           MOVE WS-O TO WS-MOV-ORG(WS-MOV-TOT)
           MOVE JRN-REGISTRO TO WS-MOV-REG(WS-MOV-TOT)
           ADD 1 TO WS-ORG-MOVS(WS-O)
           ADD 1 TO WS-CONT-MOVS.

       2200-REGISTRAR-MOVIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-IMPRIMIR-HISTORIAS.

           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-ORG-TOT
              ADD 1 TO WS-CONT-CLAVES
              MOVE WS-ORG-CLAVE(WS-O) TO WS-RPT-CLV-ED
              MOVE SPACES TO RPT-LINEA
              STRING 'Clave: ' WS-RPT-CLV-ED
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA

              IF WS-ORG-MOVS(WS-O) = ZERO
                 MOVE '  Sin movimientos en el journal' TO RPT-LINEA
                 WRITE RPT-LINEA
              END-IF

              PERFORM VARYING WS-M FROM 1 BY 1
                      UNTIL WS-M > WS-MOV-TOT
                 IF WS-MOV-ORG(WS-M) = WS-O
                    MOVE WS-MOV-REG(WS-M) TO JRN-REGISTRO
                    PERFORM 3100-IMPRIMIR-MOVIMIENTO
                       THRU 3100-IMPRIMIR-MOVIMIENTO-EXIT
                 END-IF
              END-PERFORM

              PERFORM 3500-ESTADO-ACTUAL
                 THRU 3500-ESTADO-ACTUAL-EXIT

              MOVE '----------------------------------------'
                 TO RPT-LINEA
              WRITE RPT-LINEA
           END-PERFORM.

       3000-IMPRIMIR-HISTORIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-IMPRIMIR-MOVIMIENTO.

           MOVE SPACES TO TRA-REGISTRO
           MOVE SPACES TO TRD-REGISTRO
           MOVE JRN-CLAVE TO WS-CLV-ANTES
           IF JRN-ANTES NOT = SPACES
              MOVE JRN-ANTES TO TRA-REGISTRO
              MOVE TRA-CLAVE TO WS-CLV-ANTES
           END-IF
           MOVE WS-CLV-ANTES TO WS-CLV-DESPUES
           IF JRN-DESPUES NOT = SPACES
              MOVE JRN-DESPUES TO TRD-REGISTRO
              MOVE TRD-CLAVE TO WS-CLV-DESPUES
           END-IF

           EVALUATE TRUE
              WHEN JRN-ACCION-ALTA
                 MOVE 'ALTA' TO WS-ACCION-DESC
              WHEN JRN-ACCION-BAJA
                 MOVE 'BAJA' TO WS-ACCION-DESC
              WHEN JRN-ACCION-CAMBIO
                 AND WS-CLV-DESPUES NOT = WS-CLV-ANTES
                 MOVE 'RENUMERO' TO WS-ACCION-DESC
              WHEN JRN-ACCION-CAMBIO
                 MOVE 'CAMBIO' TO WS-ACCION-DESC
              WHEN OTHER
                 MOVE 'ACCION ?' TO WS-ACCION-DESC
           END-EVALUATE

           PERFORM 3150-DETERMINAR-ORIGEN
              THRU 3150-DETERMINAR-ORIGEN-EXIT

           MOVE SPACES TO RPT-LINEA
           STRING '  ' JRN-FECHA ' ' JRN-HORA ' ' WS-ACCION-DESC
                  ' Lote: ' JRN-LOTE ' ' WS-ORIGEN-DESC
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           IF JRN-LOTE-REVERTIDO NOT = SPACES
              AND WS-ORIGEN-DESC = 'BACKOUT CLBCKVEC'
              MOVE SPACES TO RPT-LINEA
              STRING '      Revierte el lote: ' JRN-LOTE-REVERTIDO
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
           END-IF

           IF WS-ORIGEN-DESC = 'CLMNTVEC'
              AND (JRN-SOLICITANTE NOT = SPACES
                   OR JRN-APROBADOR NOT = SPACES)
              MOVE SPACES TO RPT-LINEA
              STRING '      Solicitante: ' JRN-SOLICITANTE
                     '  Aprobador: ' JRN-APROBADOR
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
           END-IF

           EVALUATE TRUE
              WHEN JRN-ACCION-ALTA
                 MOVE TRD-REGISTRO TO TRA-REGISTRO
                 PERFORM 3300-IMPRIMIR-IMAGEN
                    THRU 3300-IMPRIMIR-IMAGEN-EXIT
              WHEN JRN-ACCION-BAJA
                 PERFORM 3300-IMPRIMIR-IMAGEN
                    THRU 3300-IMPRIMIR-IMAGEN-EXIT
              WHEN JRN-ACCION-CAMBIO
                 PERFORM 3200-IMPRIMIR-DIFERENCIAS
                    THRU 3200-IMPRIMIR-DIFERENCIAS-EXIT
           END-EVALUATE.

       3100-IMPRIMIR-MOVIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El barrido CLVNCVEC graba con lote 'VN' y el backout CLBCKVEC
      * con lote 'BK'; las entradas anteriores al registro del
      * solicitante se reconocen solo por el prefijo del lote.
      *----------------------------------------------------------------*
       3150-DETERMINAR-ORIGEN.

           EVALUATE TRUE
              WHEN JRN-SOLICITANTE = 'CLBCKVEC'
                 MOVE 'BACKOUT CLBCKVEC' TO WS-ORIGEN-DESC
              WHEN JRN-SOLICITANTE = 'CLVNCVEC'
                 MOVE 'BARRIDO CLVNCVEC' TO WS-ORIGEN-DESC
              WHEN JRN-LOTE(1:2) = 'VN'
                 MOVE 'BARRIDO CLVNCVEC' TO WS-ORIGEN-DESC
              WHEN OTHER
                 MOVE 'CLMNTVEC' TO WS-ORIGEN-DESC
           END-EVALUATE.

       3150-DETERMINAR-ORIGEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3200-IMPRIMIR-DIFERENCIAS.

           MOVE ZERO TO WS-DIFERENCIAS

           IF WS-CLV-DESPUES NOT = WS-CLV-ANTES
              ADD 1 TO WS-DIFERENCIAS
              MOVE WS-CLV-ANTES   TO WS-RPT-CLV-ED
              MOVE WS-CLV-DESPUES TO WS-RPT-CLV2-ED
              MOVE SPACES TO RPT-LINEA
              STRING '      Clave:       ' WS-RPT-CLV-ED
                     ' -> ' WS-RPT-CLV2-ED
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
           END-IF

           IF TRD-DESCRIPCION NOT = TRA-DESCRIPCION
              ADD 1 TO WS-DIFERENCIAS
              MOVE SPACES TO RPT-LINEA
              STRING '      Descripcion: ' TRA-DESCRIPCION
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
              MOVE SPACES TO RPT-LINEA
              STRING '                -> ' TRD-DESCRIPCION
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
           END-IF

           IF TRD-ESTADO NOT = TRA-ESTADO
              ADD 1 TO WS-DIFERENCIAS
              MOVE SPACES TO RPT-LINEA
              STRING '      Estado:      ' TRA-ESTADO
                     ' -> ' TRD-ESTADO
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
           END-IF

           IF TRD-FECHA-VIGENCIA NOT = TRA-FECHA-VIGENCIA
              ADD 1 TO WS-DIFERENCIAS
              MOVE SPACES TO RPT-LINEA
              STRING '      Vigencia:    ' TRA-FECHA-VIGENCIA
                     ' -> ' TRD-FECHA-VIGENCIA
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
           END-IF

           IF TRD-FECHA-VENCIMIENTO NOT = TRA-FECHA-VENCIMIENTO
              ADD 1 TO WS-DIFERENCIAS
              MOVE SPACES TO RPT-LINEA
              STRING '      Vencimiento: ' TRA-FECHA-VENCIMIENTO
                     ' -> ' TRD-FECHA-VENCIMIENTO
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
           END-IF

           MOVE ZERO TO WS-IMPORTE
           IF TRA-IMPORTE IS NUMERIC
              MOVE TRA-IMPORTE TO WS-IMPORTE
           END-IF
           MOVE ZERO TO WS-IMPORTE2
           IF TRD-IMPORTE IS NUMERIC
              MOVE TRD-IMPORTE TO WS-IMPORTE2
           END-IF

           IF WS-IMPORTE2 NOT = WS-IMPORTE
              ADD 1 TO WS-DIFERENCIAS
              MOVE WS-IMPORTE  TO WS-RPT-IMP-ED
              MOVE WS-IMPORTE2 TO WS-RPT-IMP2-ED
              MOVE SPACES TO RPT-LINEA
              STRING '      Importe:     ' WS-RPT-IMP-ED
                     ' -> ' WS-RPT-IMP2-ED
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
           END-IF

           IF WS-DIFERENCIAS = ZERO
              MOVE '      Sin diferencias de datos' TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF.

       3200-IMPRIMIR-DIFERENCIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Imagen completa del registro (la nueva en un alta, la que se
      * elimina en una baja), cargada en TRA-REGISTRO.
      *----------------------------------------------------------------*
       3300-IMPRIMIR-IMAGEN.

           MOVE ZERO TO WS-IMPORTE
           IF TRA-IMPORTE IS NUMERIC
              MOVE TRA-IMPORTE TO WS-IMPORTE
           END-IF
           MOVE WS-IMPORTE TO WS-RPT-IMP-ED

           MOVE SPACES TO RPT-LINEA
           STRING '      ' TRA-DESCRIPCION
                  ' Est: ' TRA-ESTADO
                  ' Imp: ' WS-RPT-IMP-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           STRING '      Vigencia: ' TRA-FECHA-VIGENCIA
                  ' Vencimiento: ' TRA-FECHA-VENCIMIENTO
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA.

       3300-IMPRIMIR-IMAGEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La historia termina en el maestro: la clave a la que se llego
      * siguiendo las renumeraciones y, si la clave pedida volvio a
      * usarse, tambien ella.
      *----------------------------------------------------------------*
       3500-ESTADO-ACTUAL.

           MOVE '  Estado actual en MASTER-FILE:' TO RPT-LINEA
           WRITE RPT-LINEA

           IF WS-ORG-ACTUAL(WS-O) NOT = WS-ORG-CLAVE(WS-O)
              MOVE WS-ORG-ACTUAL(WS-O) TO WS-RPT-CLV-ED
              MOVE SPACES TO RPT-LINEA
              STRING '      Renumerada, clave vigente: ' WS-RPT-CLV-ED
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
           END-IF

           MOVE WS-ORG-ACTUAL(WS-O) TO WS-CLAVE-BUSCADA
           PERFORM 3550-LEER-MAESTRO
              THRU 3550-LEER-MAESTRO-EXIT

           IF WS-ORG-ACTUAL(WS-O) = WS-ORG-CLAVE(WS-O)
              GO TO 3500-ESTADO-ACTUAL-EXIT
           END-IF

           MOVE WS-ORG-CLAVE(WS-O) TO VECTREC-CLAVE
           SET WS-EXISTE-NO TO TRUE

           READ MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-EXISTE-SI TO TRUE
           END-READ

           IF WS-EXISTE-SI
              MOVE '      La clave pedida volvio a usarse:' TO RPT-LINEA
              WRITE RPT-LINEA
              MOVE WS-ORG-CLAVE(WS-O) TO WS-CLAVE-BUSCADA
              PERFORM 3550-LEER-MAESTRO
                 THRU 3550-LEER-MAESTRO-EXIT
           END-IF.

       3500-ESTADO-ACTUAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3550-LEER-MAESTRO.

           MOVE WS-CLAVE-BUSCADA TO WS-RPT-CLV-ED
           MOVE WS-CLAVE-BUSCADA TO VECTREC-CLAVE

           SET WS-EXISTE-NO TO TRUE

           READ MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-EXISTE-SI TO TRUE
           END-READ

           IF WS-EXISTE-NO
              MOVE SPACES TO RPT-LINEA
              STRING '      Clave ' WS-RPT-CLV-ED
                     ' no existe en MASTER-FILE'
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
              GO TO 3550-LEER-MAESTRO-EXIT
           END-IF

           MOVE VECTREC-REGISTRO TO TRA-REGISTRO
           MOVE SPACES TO RPT-LINEA
           STRING '      Clave ' WS-RPT-CLV-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           PERFORM 3300-IMPRIMIR-IMAGEN
              THRU 3300-IMPRIMIR-IMAGEN-EXIT.

       3550-LEER-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-REPORTE-RESUMEN.

           DISPLAY '-------- Resumen Trazabilidad ----------'
           DISPLAY 'Tarjetas de control: ' WS-CONT-TARJETAS
           DISPLAY 'Tarjetas invalidas:  ' WS-CONT-INVAL
           DISPLAY 'Entradas de journal: ' WS-CONT-JRN
           DISPLAY 'Movimientos listados: ' WS-CONT-MOVS
           DISPLAY 'Claves informadas:   ' WS-CONT-CLAVES

           MOVE WS-CONT-CLAVES TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Claves informadas: ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-MOVS TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Movimientos listados: ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           IF WS-TRUNCADO-SI
              MOVE 'AVISO: consulta truncada, acotar la seleccion'
                 TO RPT-LINEA
              WRITE RPT-LINEA
              MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-CONT-INVAL > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       8000-REPORTE-RESUMEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.

           CLOSE JOURNAL-FILE
           CLOSE MASTER-FILE
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



       END PROGRAM CLTRZVEC.
