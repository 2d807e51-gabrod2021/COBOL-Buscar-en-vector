      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Pantalla de consulta y carga de mantenimiento del
      *              archivo maestro MASTER-FILE para los analistas.
      *              Busca por clave inicial o por prefijo de la
      *              descripcion y muestra los registros con estado,
      *              vigencia, vencimiento, importe y condicion a la
      *              fecha (VIGENTE, NO VIG AUN, VENCIDA), paginando
      *              hacia adelante y hacia atras en orden de clave.
      *              Desde un registro mostrado se carga un alta, un
      *              cambio o una baja en un formulario con las mismas
      *              validaciones de CLMNTVEC. La pantalla nunca toca
      *              el maestro: las transacciones se encolan en el
      *              lote pendiente MNTPAN (formato MNTVEC con trailer
      *              recontado) para la proxima corrida, y el analista
      *              puede revisar y anular las suyas. Cada lectura
      *              del maestro se registra en LCKVEC (CLLCKSUB) solo
      *              mientras dura, para no trabar la cadena batch.
      * Tectonics: cobc
      ******************************************************************
      * Mantenimiento:
      *   - Si el lote pendiente no puede reescribirse queda el mensaje
      *     de error: no se informa la transaccion como encolada ni las
      *     anuladas, y la encolada se quita de memoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLPANVEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO MASTVEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VECTREC-CLAVE
               FILE STATUS IS WS-FS-MASTER.

           SELECT COLA-FILE ASSIGN TO MNTPAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-COLA.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           LABEL RECORD IS STANDARD.
           COPY VECTREC.

       FD  COLA-FILE
           LABEL RECORD IS STANDARD.
       01  COLA-ENTRADA             PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-MASTER     PIC X(02) VALUE '00'.
       77 WS-FS-COLA       PIC X(02) VALUE '00'.

       77 WS-FECHA-RUN     PIC 9(08) VALUE ZERO.
       77 WS-FECHA-CORTE   PIC 9(08) VALUE ZERO.

       77 WS-ANALISTA      PIC X(08) VALUE SPACES.
       77 WS-OPCION        PIC X(01) VALUE SPACE.
       77 WS-MENSAJE       PIC X(78) VALUE SPACES.

       77 WS-FIN-SW        PIC X(01) VALUE 'N'.
           88 WS-FIN-SI       VALUE 'S'.
           88 WS-FIN-NO       VALUE 'N'.

       77 WS-VOLVER-SW     PIC X(01) VALUE 'N'.
           88 WS-VOLVER-SI    VALUE 'S'.
           88 WS-VOLVER-NO    VALUE 'N'.

       77 WS-MAESTRO-SW    PIC X(01) VALUE 'N'.
           88 WS-MAESTRO-OK   VALUE 'S'.
           88 WS-MAESTRO-NO   VALUE 'N'.

       77 WS-COLA-SW       PIC X(01) VALUE 'S'.
           88 WS-COLA-OK      VALUE 'S'.
           88 WS-COLA-ERROR   VALUE 'N'.

       77 WS-EXISTE-SW     PIC X(01) VALUE 'N'.
           88 WS-EXISTE-SI    VALUE 'S'.
           88 WS-EXISTE-NO    VALUE 'N'.

       77 WS-FORM-SW       PIC X(01) VALUE 'N'.
           88 WS-FORM-OK      VALUE 'S'.
           88 WS-FORM-ERROR   VALUE 'N'.

       77 WS-CLAVE-DESDE   PIC X(05) VALUE SPACES.
       77 WS-CLAVE-DESDE-N REDEFINES WS-CLAVE-DESDE
                           PIC 9(05).
       77 WS-PREFIJO       PIC X(30) VALUE SPACES.
       77 WS-PREFIJO-LARGO PIC 9(02) COMP VALUE ZERO.
       77 WS-MODO-BUSQUEDA PIC X(01) VALUE 'C'.
           88 WS-MODO-CLAVE   VALUE 'C'.
           88 WS-MODO-PREFIJO VALUE 'P'.

       77 WS-CLAVE-LEER    PIC 9(05) VALUE ZERO.

       77 WS-EDT-MOTIVO    PIC X(30) VALUE SPACES.

       77 WS-I             PIC 9(05) COMP VALUE ZERO.
       77 WS-J             PIC 9(05) COMP VALUE ZERO.
       77 WS-K             PIC 9(05) COMP VALUE ZERO.
       77 WS-F             PIC 9(02) COMP VALUE ZERO.

       77 WS-PAG-ACTUAL    PIC 9(05) VALUE ZERO.
       77 WS-PAG-TOTAL     PIC 9(05) VALUE ZERO.
       77 WS-PAN-CANT      PIC 9(05) VALUE ZERO.
       77 WS-PAN-PRIMERO   PIC 9(05) VALUE ZERO.

       77 WS-CNT-A         PIC 9(05) COMP VALUE ZERO.
       77 WS-CNT-C         PIC 9(05) COMP VALUE ZERO.
       77 WS-CNT-D         PIC 9(05) COMP VALUE ZERO.
       77 WS-CNT-ANULADAS  PIC 9(05) COMP VALUE ZERO.

       77 WS-FRM-ACCION-DESC PIC X(10) VALUE SPACES.
       77 WS-ACT-IMPORTE-ED PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-ACT-COND      PIC X(15) VALUE SPACES.
       77 WS-ACT-VIG-X     PIC X(08) VALUE SPACES.
       77 WS-ACT-VEN-X     PIC X(08) VALUE SPACES.

       77 WS-EVA-VIG       PIC 9(08) VALUE ZERO.
       77 WS-EVA-VEN       PIC 9(08) VALUE ZERO.
       77 WS-VIGENCIA-DESC PIC X(15) VALUE SPACES.

       77 WS-LOTE-ID       PIC X(08) VALUE SPACES.

      * Formulario de carga: mismo orden y largo que MNT-REGISTRO,
      * todo alfanumerico para editar como lo hace CLMNTVEC.
       01  WS-FORMULARIO.
           05  WS-FRM-ACCION        PIC X(01).
           05  WS-FRM-CLAVE         PIC X(05).
           05  WS-FRM-NUEVO         PIC X(05).
           05  WS-FRM-DESCRIPCION   PIC X(30).
           05  WS-FRM-ESTADO        PIC X(01).
           05  WS-FRM-VIGENCIA      PIC X(08).
           05  WS-FRM-VENCIMIENTO   PIC X(08).
           05  WS-FRM-IMPORTE       PIC X(11).
           05  WS-FRM-SOLICITANTE   PIC X(08).
           05  FILLER               PIC X(03).

       01  WS-LIN-DETALLE.
           05  WS-LIN-CLAVE         PIC 9(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LIN-DESC          PIC X(22).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LIN-ESTADO        PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LIN-VIG           PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LIN-VEN           PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LIN-IMPORTE       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LIN-COND          PIC X(10).

       01  WS-LIN-COLA.
           05  WS-LNC-ACCION        PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LNC-CLAVE         PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LNC-NUEVO         PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LNC-DESC          PIC X(22).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LNC-ESTADO        PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LNC-VIG           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LNC-VEN           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LNC-IMPORTE       PIC X(11).
           05  FILLER               PIC X(06) VALUE SPACES.

       COPY MNTREC.

       COPY MNTREC REPLACING LEADING ==MNT== BY ==COL==.

       COPY VECTREC REPLACING LEADING ==VECTREC== BY ==LST==.

       COPY VECTREC REPLACING LEADING ==VECTREC== BY ==ACT==.

       COPY LCKPARM.

       COPY UMBPARM.

      * Resultado de la busqueda, en orden de clave.
       01  WS-LST-TABLA.
           02  WS-LST-TOT           PIC 9(05) COMP VALUE ZERO.
           02  WS-LST-PRIMERO       PIC 9(05) COMP VALUE ZERO.
           02  WS-LST-REG           PIC X(80) OCCURS 10000 TIMES.

      * Lote pendiente MNTPAN completo, sin el trailer.
       01  WS-COLA-TABLA.
           02  WS-COLA-TOT          PIC 9(05) COMP VALUE ZERO.
           02  WS-COLA-REG          PIC X(80) OCCURS 500 TIMES.

      * Pendientes propios del analista, con la marca de anulacion.
       01  WS-PND-TABLA.
           02  WS-PND-TOT           PIC 9(05) COMP VALUE ZERO.
           02  WS-PND-PRIMERO       PIC 9(05) COMP VALUE ZERO.
           02  WS-PND-ENT           OCCURS 500 TIMES.
               05  WS-PND-REG       PIC X(80).
               05  WS-PND-MARCA     PIC X(01).

      * Renglones de la pagina en pantalla.
       01  WS-PAN-FILAS.
           02  WS-PAN-FILA          OCCURS 12 TIMES.
               05  WS-PAN-SEL       PIC X(01).
               05  WS-PAN-LIN       PIC X(74).
               05  WS-PAN-IDX       PIC 9(05) COMP.

       SCREEN SECTION.
       01  PAN-INGRESO.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01
               VALUE 'CLPANVEC - Consulta y Mantenimiento del Maestro'.
           05  LINE 01 COLUMN 64 VALUE 'Fecha:'.
           05  LINE 01 COLUMN 71 PIC 9(08) FROM WS-FECHA-RUN.
           05  LINE 05 COLUMN 05 VALUE 'Analista ........:'.
           05  LINE 05 COLUMN 24 PIC X(08) USING WS-ANALISTA.
           05  LINE 07 COLUMN 05
               VALUE 'Analista en blanco para salir.'.
           05  LINE 24 COLUMN 01 PIC X(78) FROM WS-MENSAJE.

       01  PAN-CONSULTA.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01
               VALUE 'CLPANVEC - Consulta y Mantenimiento del Maestro'.
           05  LINE 01 COLUMN 64 VALUE 'Fecha:'.
           05  LINE 01 COLUMN 71 PIC 9(08) FROM WS-FECHA-RUN.
           05  LINE 02 COLUMN 01 VALUE 'Analista:'.
           05  LINE 02 COLUMN 11 PIC X(08) FROM WS-ANALISTA.
           05  LINE 04 COLUMN 01 VALUE 'Clave desde:'.
           05  LINE 04 COLUMN 14 PIC X(05) USING WS-CLAVE-DESDE.
           05  LINE 04 COLUMN 22 VALUE 'Descripcion (prefijo):'.
           05  LINE 04 COLUMN 45 PIC X(30) USING WS-PREFIJO.
           05  LINE 06 COLUMN 01
               VALUE 'S Clave Descripcion            E Vigencia'.
           05  LINE 06 COLUMN 42
               VALUE 'Vencim.         Importe Condicion'.
           05  LINE 07 COLUMN 01 PIC X(01) USING WS-PAN-SEL(01).
           05  LINE 07 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(01).
           05  LINE 08 COLUMN 01 PIC X(01) USING WS-PAN-SEL(02).
           05  LINE 08 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(02).
           05  LINE 09 COLUMN 01 PIC X(01) USING WS-PAN-SEL(03).
           05  LINE 09 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(03).
           05  LINE 10 COLUMN 01 PIC X(01) USING WS-PAN-SEL(04).
           05  LINE 10 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(04).
           05  LINE 11 COLUMN 01 PIC X(01) USING WS-PAN-SEL(05).
           05  LINE 11 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(05).
           05  LINE 12 COLUMN 01 PIC X(01) USING WS-PAN-SEL(06).
           05  LINE 12 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(06).
           05  LINE 13 COLUMN 01 PIC X(01) USING WS-PAN-SEL(07).
           05  LINE 13 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(07).
           05  LINE 14 COLUMN 01 PIC X(01) USING WS-PAN-SEL(08).
           05  LINE 14 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(08).
           05  LINE 15 COLUMN 01 PIC X(01) USING WS-PAN-SEL(09).
           05  LINE 15 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(09).
           05  LINE 16 COLUMN 01 PIC X(01) USING WS-PAN-SEL(10).
           05  LINE 16 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(10).
           05  LINE 17 COLUMN 01 PIC X(01) USING WS-PAN-SEL(11).
           05  LINE 17 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(11).
           05  LINE 18 COLUMN 01 PIC X(01) USING WS-PAN-SEL(12).
           05  LINE 18 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(12).
           05  LINE 20 COLUMN 01 VALUE 'Registros:'.
           05  LINE 20 COLUMN 12 PIC ZZZZ9 FROM WS-LST-TOT.
           05  LINE 20 COLUMN 20 VALUE 'Pagina:'.
           05  LINE 20 COLUMN 28 PIC ZZZZ9 FROM WS-PAG-ACTUAL.
           05  LINE 20 COLUMN 34 VALUE 'de'.
           05  LINE 20 COLUMN 37 PIC ZZZZ9 FROM WS-PAG-TOTAL.
           05  LINE 21 COLUMN 01
               VALUE 'B=Buscar S=Siguiente A=Anterior N=Alta nueva'.
           05  LINE 21 COLUMN 46
               VALUE 'P=Pendientes F=Fin  Sel: A/C/D'.
           05  LINE 22 COLUMN 01 VALUE 'Opcion:'.
           05  LINE 22 COLUMN 09 PIC X(01) USING WS-OPCION.
           05  LINE 24 COLUMN 01 PIC X(78) FROM WS-MENSAJE.

       01  PAN-FORMULARIO.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01
               VALUE 'CLPANVEC - Carga de Mantenimiento'.
           05  LINE 01 COLUMN 64 VALUE 'Fecha:'.
           05  LINE 01 COLUMN 71 PIC 9(08) FROM WS-FECHA-RUN.
           05  LINE 02 COLUMN 01 VALUE 'Analista:'.
           05  LINE 02 COLUMN 11 PIC X(08) FROM WS-ANALISTA.
           05  LINE 04 COLUMN 01 VALUE 'Accion ...........:'.
           05  LINE 04 COLUMN 21 PIC X(01) FROM WS-FRM-ACCION.
           05  LINE 04 COLUMN 23 PIC X(10) FROM WS-FRM-ACCION-DESC.
           05  LINE 06 COLUMN 01 VALUE 'Clave ............:'.
           05  LINE 06 COLUMN 21 PIC X(05) USING WS-FRM-CLAVE.
           05  LINE 07 COLUMN 01 VALUE 'Clave nueva ......:'.
           05  LINE 07 COLUMN 21 PIC X(05) USING WS-FRM-NUEVO.
           05  LINE 07 COLUMN 30 VALUE '(solo para renumerar)'.
           05  LINE 09 COLUMN 01 VALUE 'Descripcion ......:'.
           05  LINE 09 COLUMN 21 PIC X(30) USING WS-FRM-DESCRIPCION.
           05  LINE 10 COLUMN 01 VALUE '   actual ........:'.
           05  LINE 10 COLUMN 21 PIC X(30) FROM ACT-DESCRIPCION.
           05  LINE 11 COLUMN 01 VALUE 'Estado (A/I/S) ...:'.
           05  LINE 11 COLUMN 21 PIC X(01) USING WS-FRM-ESTADO.
           05  LINE 11 COLUMN 35 VALUE 'actual:'.
           05  LINE 11 COLUMN 43 PIC X(01) FROM ACT-ESTADO.
           05  LINE 12 COLUMN 01 VALUE 'Vigencia AAAAMMDD :'.
           05  LINE 12 COLUMN 21 PIC X(08) USING WS-FRM-VIGENCIA.
           05  LINE 12 COLUMN 35 VALUE 'actual:'.
           05  LINE 12 COLUMN 43 PIC X(08) FROM WS-ACT-VIG-X.
           05  LINE 13 COLUMN 01 VALUE 'Vencim.  AAAAMMDD :'.
           05  LINE 13 COLUMN 21 PIC X(08) USING WS-FRM-VENCIMIENTO.
           05  LINE 13 COLUMN 35 VALUE 'actual:'.
           05  LINE 13 COLUMN 43 PIC X(08) FROM WS-ACT-VEN-X.
           05  LINE 14 COLUMN 01 VALUE 'Importe 11 digitos:'.
           05  LINE 14 COLUMN 21 PIC X(11) USING WS-FRM-IMPORTE.
           05  LINE 14 COLUMN 35 VALUE 'actual:'.
           05  LINE 14 COLUMN 43 PIC X(14) FROM WS-ACT-IMPORTE-ED.
           05  LINE 15 COLUMN 01
               VALUE '(9 enteros y 2 decimales, sin punto)'.
           05  LINE 17 COLUMN 01 VALUE 'Condicion actual .:'.
           05  LINE 17 COLUMN 21 PIC X(15) FROM WS-ACT-COND.
           05  LINE 19 COLUMN 01
               VALUE 'En un cambio, campo en blanco = sin modificar.'.
           05  LINE 21 COLUMN 01
               VALUE 'G=Grabar en el lote pendiente  V=Volver'.
           05  LINE 22 COLUMN 01 VALUE 'Opcion:'.
           05  LINE 22 COLUMN 09 PIC X(01) USING WS-OPCION.
           05  LINE 24 COLUMN 01 PIC X(78) FROM WS-MENSAJE.

       01  PAN-PENDIENTES.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01
               VALUE 'CLPANVEC - Pendientes del Analista'.
           05  LINE 01 COLUMN 64 VALUE 'Fecha:'.
           05  LINE 01 COLUMN 71 PIC 9(08) FROM WS-FECHA-RUN.
           05  LINE 02 COLUMN 01 VALUE 'Analista:'.
           05  LINE 02 COLUMN 11 PIC X(08) FROM WS-ANALISTA.
           05  LINE 04 COLUMN 01
               VALUE 'Marque con X las transacciones a anular.'.
           05  LINE 06 COLUMN 01
               VALUE 'S A Clave Nueva Descripcion            E'.
           05  LINE 06 COLUMN 42
               VALUE 'Vigencia Vencim.  Importe'.
           05  LINE 07 COLUMN 01 PIC X(01) USING WS-PAN-SEL(01).
           05  LINE 07 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(01).
           05  LINE 08 COLUMN 01 PIC X(01) USING WS-PAN-SEL(02).
           05  LINE 08 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(02).
           05  LINE 09 COLUMN 01 PIC X(01) USING WS-PAN-SEL(03).
           05  LINE 09 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(03).
           05  LINE 10 COLUMN 01 PIC X(01) USING WS-PAN-SEL(04).
           05  LINE 10 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(04).
           05  LINE 11 COLUMN 01 PIC X(01) USING WS-PAN-SEL(05).
           05  LINE 11 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(05).
           05  LINE 12 COLUMN 01 PIC X(01) USING WS-PAN-SEL(06).
           05  LINE 12 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(06).
           05  LINE 13 COLUMN 01 PIC X(01) USING WS-PAN-SEL(07).
           05  LINE 13 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(07).
           05  LINE 14 COLUMN 01 PIC X(01) USING WS-PAN-SEL(08).
           05  LINE 14 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(08).
           05  LINE 15 COLUMN 01 PIC X(01) USING WS-PAN-SEL(09).
           05  LINE 15 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(09).
           05  LINE 16 COLUMN 01 PIC X(01) USING WS-PAN-SEL(10).
           05  LINE 16 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(10).
           05  LINE 17 COLUMN 01 PIC X(01) USING WS-PAN-SEL(11).
           05  LINE 17 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(11).
           05  LINE 18 COLUMN 01 PIC X(01) USING WS-PAN-SEL(12).
           05  LINE 18 COLUMN 03 PIC X(74) FROM WS-PAN-LIN(12).
           05  LINE 20 COLUMN 01 VALUE 'Pendientes:'.
           05  LINE 20 COLUMN 13 PIC ZZZZ9 FROM WS-PND-TOT.
           05  LINE 20 COLUMN 20 VALUE 'Pagina:'.
           05  LINE 20 COLUMN 28 PIC ZZZZ9 FROM WS-PAG-ACTUAL.
           05  LINE 20 COLUMN 34 VALUE 'de'.
           05  LINE 20 COLUMN 37 PIC ZZZZ9 FROM WS-PAG-TOTAL.
           05  LINE 21 COLUMN 01
               VALUE 'C=Confirmar anulacion S=Siguiente A=Anterior'.
           05  LINE 21 COLUMN 46 VALUE 'V=Volver'.
           05  LINE 22 COLUMN 01 VALUE 'Opcion:'.
           05  LINE 22 COLUMN 09 PIC X(01) USING WS-OPCION.
           05  LINE 24 COLUMN 01 PIC X(78) FROM WS-MENSAJE.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-INICIAR
              THRU 1000-INICIAR-EXIT.

           PERFORM 2000-ATENDER-CONSULTA
              THRU 2000-ATENDER-CONSULTA-EXIT
              UNTIL WS-FIN-SI.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIAR.

           ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD
           MOVE WS-FECHA-RUN TO WS-FECHA-CORTE

           MOVE SPACES TO WS-MENSAJE
           DISPLAY PAN-INGRESO
           ACCEPT PAN-INGRESO

           IF WS-ANALISTA = SPACES
              SET WS-FIN-SI TO TRUE
              GO TO 1000-INICIAR-EXIT
           END-IF

           MOVE SPACES TO WS-MENSAJE
           MOVE 'Ingrese clave desde o prefijo de descripcion y B'
              TO WS-MENSAJE

           PERFORM 2100-ARMAR-PAGINA
              THRU 2100-ARMAR-PAGINA-EXIT.

       1000-INICIAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Una vuelta de la pantalla de consulta. Un renglon marcado con
      * A, C o D abre el formulario sobre ese registro.
      *----------------------------------------------------------------*
       2000-ATENDER-CONSULTA.

           MOVE SPACE TO WS-OPCION
           DISPLAY PAN-CONSULTA
           ACCEPT PAN-CONSULTA
           MOVE SPACES TO WS-MENSAJE

           EVALUATE WS-OPCION
              WHEN 'B'
              WHEN 'b'
                 PERFORM 3000-BUSCAR
                    THRU 3000-BUSCAR-EXIT
              WHEN 'S'
              WHEN 's'
                 IF WS-LST-PRIMERO + 12 NOT > WS-LST-TOT
                    ADD 12 TO WS-LST-PRIMERO
                 ELSE
                    MOVE 'No hay pagina siguiente' TO WS-MENSAJE
                 END-IF
              WHEN 'A'
              WHEN 'a'
                 EVALUATE TRUE
                    WHEN WS-LST-PRIMERO > 12
                       SUBTRACT 12 FROM WS-LST-PRIMERO
                    WHEN WS-LST-PRIMERO > 1
                       MOVE 1 TO WS-LST-PRIMERO
                    WHEN OTHER
                       MOVE 'No hay pagina anterior' TO WS-MENSAJE
                 END-EVALUATE
              WHEN 'N'
              WHEN 'n'
                 MOVE SPACES TO ACT-REGISTRO
                 MOVE SPACES TO WS-FORMULARIO
                 MOVE 'A' TO WS-FRM-ACCION
                 PERFORM 5000-ATENDER-FORMULARIO
                    THRU 5000-ATENDER-FORMULARIO-EXIT
              WHEN 'P'
              WHEN 'p'
                 PERFORM 6000-ATENDER-PENDIENTES
                    THRU 6000-ATENDER-PENDIENTES-EXIT
              WHEN 'F'
              WHEN 'f'
                 SET WS-FIN-SI TO TRUE
                 GO TO 2000-ATENDER-CONSULTA-EXIT
              WHEN SPACE
                 PERFORM 2500-ATENDER-SELECCION
                    THRU 2500-ATENDER-SELECCION-EXIT
              WHEN OTHER
                 MOVE 'Opcion invalida' TO WS-MENSAJE
           END-EVALUATE

           PERFORM 2100-ARMAR-PAGINA
              THRU 2100-ARMAR-PAGINA-EXIT.

       2000-ATENDER-CONSULTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-ARMAR-PAGINA.

           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 12
              MOVE SPACE  TO WS-PAN-SEL(WS-F)
              MOVE SPACES TO WS-PAN-LIN(WS-F)
              MOVE ZERO   TO WS-PAN-IDX(WS-F)
              COMPUTE WS-I = WS-LST-PRIMERO + WS-F - 1
              IF WS-LST-PRIMERO > ZERO
                 AND WS-I NOT > WS-LST-TOT
                 MOVE WS-I TO WS-PAN-IDX(WS-F)
                 MOVE WS-LST-REG(WS-I) TO LST-REGISTRO
                 PERFORM 2200-ARMAR-RENGLON
                    THRU 2200-ARMAR-RENGLON-EXIT
                 MOVE WS-LIN-DETALLE TO WS-PAN-LIN(WS-F)
              END-IF
           END-PERFORM

           MOVE WS-LST-TOT     TO WS-PAN-CANT
           MOVE WS-LST-PRIMERO TO WS-PAN-PRIMERO
           PERFORM 2900-CALCULAR-PAGINAS
              THRU 2900-CALCULAR-PAGINAS-EXIT.

       2100-ARMAR-PAGINA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-ARMAR-RENGLON.

           MOVE LST-CLAVE             TO WS-LIN-CLAVE
           MOVE LST-DESCRIPCION       TO WS-LIN-DESC
           MOVE LST-ESTADO            TO WS-LIN-ESTADO
           MOVE LST-FECHA-VIGENCIA    TO WS-LIN-VIG
           MOVE LST-FECHA-VENCIMIENTO TO WS-LIN-VEN
           MOVE LST-IMPORTE           TO WS-LIN-IMPORTE

           MOVE LST-FECHA-VIGENCIA    TO WS-EVA-VIG
           MOVE LST-FECHA-VENCIMIENTO TO WS-EVA-VEN
           PERFORM 6500-EVALUAR-VIGENCIA
              THRU 6500-EVALUAR-VIGENCIA-EXIT
           MOVE WS-VIGENCIA-DESC      TO WS-LIN-COND
           IF WS-VIGENCIA-DESC = 'NO VIGENTE AUN'
              MOVE 'NO VIG AUN' TO WS-LIN-COND
           END-IF.

       2200-ARMAR-RENGLON-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Primer renglon marcado: A toma el registro como modelo de un
      * alta con clave a ingresar; C y D trabajan sobre su clave.
      *----------------------------------------------------------------*
       2500-ATENDER-SELECCION.

           MOVE ZERO TO WS-K
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > 12 OR WS-K > ZERO
              IF WS-PAN-SEL(WS-F) NOT = SPACE
                 AND WS-PAN-IDX(WS-F) > ZERO
                 MOVE WS-F TO WS-K
              END-IF
           END-PERFORM

           IF WS-K = ZERO
              MOVE 'Indique una opcion o marque un renglon con A/C/D'
                 TO WS-MENSAJE
              GO TO 2500-ATENDER-SELECCION-EXIT
           END-IF

           MOVE WS-LST-REG(WS-PAN-IDX(WS-K)) TO ACT-REGISTRO
           MOVE SPACES TO WS-FORMULARIO

           EVALUATE WS-PAN-SEL(WS-K)
              WHEN 'A'
              WHEN 'a'
                 MOVE 'A'                   TO WS-FRM-ACCION
                 MOVE ACT-DESCRIPCION       TO WS-FRM-DESCRIPCION
                 MOVE ACT-ESTADO            TO WS-FRM-ESTADO
                 MOVE ACT-FECHA-VIGENCIA    TO WS-FRM-VIGENCIA
                 MOVE ACT-FECHA-VENCIMIENTO TO WS-FRM-VENCIMIENTO
                 MOVE ACT-IMPORTE           TO MNT-IMPORTE
                 MOVE MNT-IMPORTE-X         TO WS-FRM-IMPORTE
                 MOVE SPACES                TO ACT-REGISTRO
              WHEN 'C'
              WHEN 'c'
                 MOVE 'C'       TO WS-FRM-ACCION
                 MOVE ACT-CLAVE TO WS-FRM-CLAVE
              WHEN 'D'
              WHEN 'd'
                 MOVE 'D'       TO WS-FRM-ACCION
                 MOVE ACT-CLAVE TO WS-FRM-CLAVE
              WHEN OTHER
                 MOVE 'Seleccion invalida, use A, C o D' TO WS-MENSAJE
                 GO TO 2500-ATENDER-SELECCION-EXIT
           END-EVALUATE

           PERFORM 5000-ATENDER-FORMULARIO
              THRU 5000-ATENDER-FORMULARIO-EXIT.

       2500-ATENDER-SELECCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-CALCULAR-PAGINAS.

           MOVE ZERO TO WS-PAG-ACTUAL
           MOVE ZERO TO WS-PAG-TOTAL

           IF WS-PAN-CANT = ZERO
              OR WS-PAN-PRIMERO = ZERO
              GO TO 2900-CALCULAR-PAGINAS-EXIT
           END-IF

           COMPUTE WS-PAG-TOTAL  = (WS-PAN-CANT + 11) / 12
           COMPUTE WS-PAG-ACTUAL = (WS-PAN-PRIMERO + 11) / 12.

       2900-CALCULAR-PAGINAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Busqueda: con prefijo, los registros cuya descripcion empieza
      * por el; sin prefijo, todo el maestro en orden de clave con la
      * pagina ubicada en la clave desde, para poder retroceder.
      *----------------------------------------------------------------*
       3000-BUSCAR.

           IF WS-PREFIJO NOT = SPACES
              SET WS-MODO-PREFIJO TO TRUE
              PERFORM VARYING WS-PREFIJO-LARGO FROM 30 BY -1
                      UNTIL WS-PREFIJO-LARGO < 1
                         OR WS-PREFIJO(WS-PREFIJO-LARGO:1) NOT = SPACE
                 CONTINUE
              END-PERFORM
           ELSE
              SET WS-MODO-CLAVE TO TRUE
              IF WS-CLAVE-DESDE = SPACES
                 MOVE ZERO TO WS-CLAVE-DESDE-N
              END-IF
              IF WS-CLAVE-DESDE IS NOT NUMERIC
                 MOVE 'Clave desde no numerica' TO WS-MENSAJE
                 GO TO 3000-BUSCAR-EXIT
              END-IF
           END-IF

           PERFORM 3100-ABRIR-MAESTRO
              THRU 3100-ABRIR-MAESTRO-EXIT

           IF WS-MAESTRO-NO
              GO TO 3000-BUSCAR-EXIT
           END-IF

           MOVE ZERO TO WS-LST-TOT
           MOVE ZERO TO WS-LST-PRIMERO

           PERFORM UNTIL WS-FS-MASTER NOT = '00'
              READ MASTER-FILE NEXT RECORD
                 AT END
                    MOVE '10' TO WS-FS-MASTER
                 NOT AT END
                    PERFORM 3050-CARGAR-RESULTADO
                       THRU 3050-CARGAR-RESULTADO-EXIT
              END-READ
           END-PERFORM

           PERFORM 3900-CERRAR-MAESTRO
              THRU 3900-CERRAR-MAESTRO-EXIT

           IF WS-LST-TOT = ZERO
              MOVE 'No hay registros que coincidan' TO WS-MENSAJE
              GO TO 3000-BUSCAR-EXIT
           END-IF

           IF WS-LST-PRIMERO = ZERO
              IF WS-MODO-PREFIJO
                 MOVE 1 TO WS-LST-PRIMERO
              ELSE
                 COMPUTE WS-LST-PRIMERO = WS-LST-TOT - 11
                 IF WS-LST-TOT < 12
                    MOVE 1 TO WS-LST-PRIMERO
                 END-IF
                 MOVE 'Clave desde mayor que la ultima del maestro'
                    TO WS-MENSAJE
              END-IF
           END-IF.

       3000-BUSCAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3050-CARGAR-RESULTADO.

           IF WS-MODO-PREFIJO
              IF VECTREC-DESCRIPCION(1:WS-PREFIJO-LARGO)
                 NOT = WS-PREFIJO(1:WS-PREFIJO-LARGO)
                 GO TO 3050-CARGAR-RESULTADO-EXIT
              END-IF
           END-IF

           IF WS-LST-TOT NOT < 10000
              MOVE 'Resultado limitado a 10000 registros'
                 TO WS-MENSAJE
              MOVE '10' TO WS-FS-MASTER
              GO TO 3050-CARGAR-RESULTADO-EXIT
           END-IF

           ADD 1 TO WS-LST-TOT
           MOVE VECTREC-REGISTRO TO WS-LST-REG(WS-LST-TOT)

           IF WS-MODO-CLAVE
              AND WS-LST-PRIMERO = ZERO
              AND VECTREC-CLAVE NOT < WS-CLAVE-DESDE-N
              MOVE WS-LST-TOT TO WS-LST-PRIMERO
           END-IF.

       3050-CARGAR-RESULTADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El maestro se abre solo el tiempo de cada lectura, registrado
      * en LCKVEC con intencion de lectura; si una corrida de
      * actualizacion lo tiene tomado se informa y no se lee.
      *----------------------------------------------------------------*
       3100-ABRIR-MAESTRO.

           SET WS-MAESTRO-NO TO TRUE

           MOVE 'R' TO LCK-FUNCION
           MOVE 'CLPANVEC' TO LCK-PROGRAMA
           MOVE WS-ANALISTA TO LCK-JOBID
           MOVE 'L' TO LCK-INTENCION

           CALL 'CLLCKSUB' USING LCK-PARAMETROS

           IF NOT LCK-RET-OK
              MOVE SPACES TO WS-MENSAJE
              STRING 'Maestro en actualizacion por '
                     LCK-PROG-CONFLICTO ', reintente mas tarde'
                     DELIMITED BY SIZE INTO WS-MENSAJE
              GO TO 3100-ABRIR-MAESTRO-EXIT
           END-IF

           OPEN INPUT MASTER-FILE

           IF WS-FS-MASTER NOT = '00'
              MOVE SPACES TO WS-MENSAJE
              STRING 'Error al abrir MASTER-FILE, status: '
                     WS-FS-MASTER
                     DELIMITED BY SIZE INTO WS-MENSAJE
              MOVE 'L' TO LCK-FUNCION
              CALL 'CLLCKSUB' USING LCK-PARAMETROS
              GO TO 3100-ABRIR-MAESTRO-EXIT
           END-IF

           SET WS-MAESTRO-OK TO TRUE.

       3100-ABRIR-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Lectura por clave de WS-CLAVE-LEER; deja WS-EXISTE-SW y la
      * imagen en VECTREC-REGISTRO.
      *----------------------------------------------------------------*
       3500-LEER-CLAVE.

           SET WS-EXISTE-NO TO TRUE

           PERFORM 3100-ABRIR-MAESTRO
              THRU 3100-ABRIR-MAESTRO-EXIT

           IF WS-MAESTRO-NO
              GO TO 3500-LEER-CLAVE-EXIT
           END-IF

           MOVE WS-CLAVE-LEER TO VECTREC-CLAVE
           SET WS-EXISTE-SI TO TRUE
           READ MASTER-FILE
              INVALID KEY
                 SET WS-EXISTE-NO TO TRUE
           END-READ

           PERFORM 3900-CERRAR-MAESTRO
              THRU 3900-CERRAR-MAESTRO-EXIT.

       3500-LEER-CLAVE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3900-CERRAR-MAESTRO.

           CLOSE MASTER-FILE

           MOVE 'L' TO LCK-FUNCION
           CALL 'CLLCKSUB' USING LCK-PARAMETROS.

       3900-CERRAR-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Formulario de alta, cambio o baja. Se repite hasta grabar en
      * el lote pendiente o volver.
      *----------------------------------------------------------------*
       5000-ATENDER-FORMULARIO.

           EVALUATE WS-FRM-ACCION
              WHEN 'A'
                 MOVE 'ALTA'   TO WS-FRM-ACCION-DESC
              WHEN 'C'
                 MOVE 'CAMBIO' TO WS-FRM-ACCION-DESC
              WHEN 'D'
                 MOVE 'BAJA'   TO WS-FRM-ACCION-DESC
           END-EVALUATE

           PERFORM 5100-MOSTRAR-ACTUAL
              THRU 5100-MOSTRAR-ACTUAL-EXIT

           SET WS-VOLVER-NO TO TRUE
           MOVE SPACES TO WS-MENSAJE

           PERFORM UNTIL WS-VOLVER-SI
              MOVE SPACE TO WS-OPCION
              DISPLAY PAN-FORMULARIO
              ACCEPT PAN-FORMULARIO
              MOVE SPACES TO WS-MENSAJE
              EVALUATE WS-OPCION
                 WHEN 'G'
                 WHEN 'g'
                    PERFORM 5200-EDITAR-FORMULARIO
                       THRU 5200-EDITAR-FORMULARIO-EXIT
                    IF WS-FORM-OK
                       PERFORM 5500-ENCOLAR-TRANSACCION
                          THRU 5500-ENCOLAR-TRANSACCION-EXIT
                    END-IF
                 WHEN 'V'
                 WHEN 'v'
                    SET WS-VOLVER-SI TO TRUE
                 WHEN OTHER
                    MOVE 'Opcion invalida, G o V' TO WS-MENSAJE
              END-EVALUATE
           END-PERFORM.

       5000-ATENDER-FORMULARIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5100-MOSTRAR-ACTUAL.

           MOVE SPACES TO WS-ACT-COND
           MOVE SPACES TO WS-ACT-VIG-X
           MOVE SPACES TO WS-ACT-VEN-X
           MOVE ZERO   TO WS-ACT-IMPORTE-ED

           IF ACT-REGISTRO = SPACES
              GO TO 5100-MOSTRAR-ACTUAL-EXIT
           END-IF

           MOVE ACT-FECHA-VIGENCIA    TO WS-ACT-VIG-X
           MOVE ACT-FECHA-VENCIMIENTO TO WS-ACT-VEN-X
           MOVE ACT-IMPORTE           TO WS-ACT-IMPORTE-ED

           MOVE ACT-FECHA-VIGENCIA    TO WS-EVA-VIG
           MOVE ACT-FECHA-VENCIMIENTO TO WS-EVA-VEN
           PERFORM 6500-EVALUAR-VIGENCIA
              THRU 6500-EVALUAR-VIGENCIA-EXIT
           MOVE WS-VIGENCIA-DESC TO WS-ACT-COND.

       5100-MOSTRAR-ACTUAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Las validaciones de edicion de CLMNTVEC (1450), con los mismos
      * motivos, mas lo que CLMNTVEC verifica contra el maestro al
      * aplicar y la clave ya pendiente en el lote.
      *----------------------------------------------------------------*
       5200-EDITAR-FORMULARIO.

           SET WS-FORM-ERROR TO TRUE

           IF WS-FRM-NUEVO = SPACES
              MOVE WS-FRM-CLAVE TO WS-FRM-NUEVO
           END-IF
           MOVE WS-ANALISTA TO WS-FRM-SOLICITANTE

           MOVE WS-FORMULARIO TO MNT-REGISTRO

           IF NOT MNT-ACCION-VALIDA
              MOVE 'ACCION INVALIDA' TO WS-EDT-MOTIVO
              GO TO 5200-EDITAR-FORMULARIO-RECHAZO
           END-IF

           IF MNT-CLAVE IS NOT NUMERIC
              MOVE 'CLAVE NO NUMERICA' TO WS-EDT-MOTIVO
              GO TO 5200-EDITAR-FORMULARIO-RECHAZO
           END-IF

           IF MNT-ACCION-CAMBIO
              AND MNT-NUEVO IS NOT NUMERIC
              MOVE 'CLAVE NUEVA NO NUMERICA' TO WS-EDT-MOTIVO
              GO TO 5200-EDITAR-FORMULARIO-RECHAZO
           END-IF

           IF (MNT-ACCION-ALTA OR MNT-ACCION-CAMBIO)
              AND NOT MNT-ESTADO-VALIDO
              MOVE 'ESTADO INVALIDO' TO WS-EDT-MOTIVO
              GO TO 5200-EDITAR-FORMULARIO-RECHAZO
           END-IF

           IF (MNT-ACCION-ALTA OR MNT-ACCION-CAMBIO)
              AND MNT-FECHA-VIGENCIA-X NOT = SPACES
              AND MNT-FECHA-VIGENCIA IS NOT NUMERIC
              MOVE 'FECHA VIGENCIA INVALIDA' TO WS-EDT-MOTIVO
              GO TO 5200-EDITAR-FORMULARIO-RECHAZO
           END-IF

           IF (MNT-ACCION-ALTA OR MNT-ACCION-CAMBIO)
              AND MNT-FECHA-VENCIMIENTO-X NOT = SPACES
              AND MNT-FECHA-VENCIMIENTO IS NOT NUMERIC
              MOVE 'FECHA VENCIMIENTO INVALIDA' TO WS-EDT-MOTIVO
              GO TO 5200-EDITAR-FORMULARIO-RECHAZO
           END-IF

           IF (MNT-ACCION-ALTA OR MNT-ACCION-CAMBIO)
              AND MNT-IMPORTE-X NOT = SPACES
              AND MNT-IMPORTE IS NOT NUMERIC
              MOVE 'IMPORTE INVALIDO' TO WS-EDT-MOTIVO
              GO TO 5200-EDITAR-FORMULARIO-RECHAZO
           END-IF

           IF MNT-ACCION-CAMBIO
              AND MNT-NUEVO = MNT-CLAVE
              AND MNT-DESCRIPCION = SPACES
              AND MNT-ESTADO = SPACE
              AND MNT-FECHA-VIGENCIA-X = SPACES
              AND MNT-FECHA-VENCIMIENTO-X = SPACES
              AND MNT-IMPORTE-X = SPACES
              MOVE 'CAMBIO SIN DATOS' TO WS-EDT-MOTIVO
              GO TO 5200-EDITAR-FORMULARIO-RECHAZO
           END-IF

           PERFORM 5300-VERIFICAR-MAESTRO
              THRU 5300-VERIFICAR-MAESTRO-EXIT

           IF WS-EDT-MOTIVO NOT = SPACES
              GO TO 5200-EDITAR-FORMULARIO-RECHAZO
           END-IF

           PERFORM 7000-LEER-COLA
              THRU 7000-LEER-COLA-EXIT

           IF WS-COLA-ERROR
              MOVE 'LOTE PENDIENTE NO DISPONIBLE' TO WS-EDT-MOTIVO
              GO TO 5200-EDITAR-FORMULARIO-RECHAZO
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-COLA-TOT
              MOVE WS-COLA-REG(WS-I) TO COL-REGISTRO
              IF COL-CLAVE = MNT-CLAVE
                 MOVE 'CLAVE DUPLICADA EN LOTE' TO WS-EDT-MOTIVO
              END-IF
           END-PERFORM

           IF WS-EDT-MOTIVO NOT = SPACES
              GO TO 5200-EDITAR-FORMULARIO-RECHAZO
           END-IF

           SET WS-FORM-OK TO TRUE
           GO TO 5200-EDITAR-FORMULARIO-EXIT.

       5200-EDITAR-FORMULARIO-RECHAZO.

           MOVE SPACES TO WS-MENSAJE
           STRING 'Rechazada: ' WS-EDT-MOTIVO
                  DELIMITED BY SIZE INTO WS-MENSAJE.

       5200-EDITAR-FORMULARIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Existencia en el maestro como la exige CLMNTVEC al aplicar:
      * el alta no debe existir, el cambio y la baja si, y la clave
      * nueva de una renumeracion no debe existir.
      *----------------------------------------------------------------*
       5300-VERIFICAR-MAESTRO.

           MOVE SPACES TO WS-EDT-MOTIVO

           MOVE MNT-CLAVE TO WS-CLAVE-LEER
           PERFORM 3500-LEER-CLAVE
              THRU 3500-LEER-CLAVE-EXIT

           IF WS-MAESTRO-NO
              MOVE 'MAESTRO NO DISPONIBLE' TO WS-EDT-MOTIVO
              GO TO 5300-VERIFICAR-MAESTRO-EXIT
           END-IF

           IF MNT-ACCION-ALTA
              IF WS-EXISTE-SI
                 MOVE 'CLAVE YA EXISTE' TO WS-EDT-MOTIVO
              END-IF
              GO TO 5300-VERIFICAR-MAESTRO-EXIT
           END-IF

           IF WS-EXISTE-NO
              MOVE 'CLAVE NO EXISTE' TO WS-EDT-MOTIVO
              GO TO 5300-VERIFICAR-MAESTRO-EXIT
           END-IF

           MOVE VECTREC-REGISTRO TO ACT-REGISTRO
           PERFORM 5100-MOSTRAR-ACTUAL
              THRU 5100-MOSTRAR-ACTUAL-EXIT

           IF MNT-ACCION-CAMBIO
              AND MNT-NUEVO NOT = MNT-CLAVE
              MOVE MNT-NUEVO TO WS-CLAVE-LEER
              PERFORM 3500-LEER-CLAVE
                 THRU 3500-LEER-CLAVE-EXIT
              IF WS-MAESTRO-NO
                 MOVE 'MAESTRO NO DISPONIBLE' TO WS-EDT-MOTIVO
              END-IF
              IF WS-MAESTRO-OK AND WS-EXISTE-SI
                 MOVE 'CLAVE NUEVA YA EXISTE' TO WS-EDT-MOTIVO
              END-IF
           END-IF.

       5300-VERIFICAR-MAESTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Agrega la transaccion al lote pendiente y avisa si CLUMBSUB la
      * considera de alto impacto: pasara por la retencion CLRETVEC.
      *----------------------------------------------------------------*
       5500-ENCOLAR-TRANSACCION.

           IF WS-COLA-TOT NOT < 500
              MOVE 'Lote pendiente lleno (500), no se encola'
                 TO WS-MENSAJE
              GO TO 5500-ENCOLAR-TRANSACCION-EXIT
           END-IF

           ADD 1 TO WS-COLA-TOT
           MOVE MNT-REGISTRO TO WS-COLA-REG(WS-COLA-TOT)

           PERFORM 7500-REESCRIBIR-COLA
              THRU 7500-REESCRIBIR-COLA-EXIT

           IF WS-COLA-ERROR
              SUBTRACT 1 FROM WS-COLA-TOT
              GO TO 5500-ENCOLAR-TRANSACCION-EXIT
           END-IF

           MOVE MNT-REGISTRO TO UMB-TRANSACCION
           MOVE ACT-REGISTRO TO UMB-ANTES
           IF MNT-ACCION-ALTA
              MOVE SPACES TO UMB-ANTES
           END-IF
           CALL 'CLUMBSUB' USING UMB-PARAMETROS

           MOVE SPACES TO WS-MENSAJE
           IF UMB-REQUIERE-SI
              STRING 'Encolada ' MNT-ACCION ' ' MNT-CLAVE
                     ' - requiere aprobacion: ' UMB-MOTIVO
                     DELIMITED BY SIZE INTO WS-MENSAJE
           ELSE
              STRING 'Encolada en el lote pendiente: '
                     MNT-ACCION ' ' MNT-CLAVE
                     DELIMITED BY SIZE INTO WS-MENSAJE
           END-IF

           SET WS-VOLVER-SI TO TRUE.

       5500-ENCOLAR-TRANSACCION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Pendientes del analista: solo las transacciones que el mismo
      * encolo, con marca X para anular.
      *----------------------------------------------------------------*
       6000-ATENDER-PENDIENTES.

           PERFORM 6100-CARGAR-PROPIAS
              THRU 6100-CARGAR-PROPIAS-EXIT

           SET WS-VOLVER-NO TO TRUE

           PERFORM UNTIL WS-VOLVER-SI
              PERFORM 6200-ARMAR-PAGINA-PND
                 THRU 6200-ARMAR-PAGINA-PND-EXIT
              MOVE SPACE TO WS-OPCION
              DISPLAY PAN-PENDIENTES
              ACCEPT PAN-PENDIENTES
              MOVE SPACES TO WS-MENSAJE
              PERFORM 6300-GUARDAR-MARCAS
                 THRU 6300-GUARDAR-MARCAS-EXIT
              EVALUATE WS-OPCION
                 WHEN 'C'
                 WHEN 'c'
                    PERFORM 6400-ANULAR-MARCADAS
                       THRU 6400-ANULAR-MARCADAS-EXIT
                 WHEN 'S'
                 WHEN 's'
                    IF WS-PND-PRIMERO + 12 NOT > WS-PND-TOT
                       ADD 12 TO WS-PND-PRIMERO
                    ELSE
                       MOVE 'No hay pagina siguiente' TO WS-MENSAJE
                    END-IF
                 WHEN 'A'
                 WHEN 'a'
                    IF WS-PND-PRIMERO > 12
                       SUBTRACT 12 FROM WS-PND-PRIMERO
                    ELSE
                       MOVE 'No hay pagina anterior' TO WS-MENSAJE
                    END-IF
                 WHEN 'V'
                 WHEN 'v'
                    SET WS-VOLVER-SI TO TRUE
                 WHEN SPACE
                    CONTINUE
                 WHEN OTHER
                    MOVE 'Opcion invalida' TO WS-MENSAJE
              END-EVALUATE
           END-PERFORM.

       6000-ATENDER-PENDIENTES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6100-CARGAR-PROPIAS.

           PERFORM 7000-LEER-COLA
              THRU 7000-LEER-COLA-EXIT

           MOVE ZERO TO WS-PND-TOT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-COLA-TOT
              MOVE WS-COLA-REG(WS-I) TO COL-REGISTRO
              IF COL-SOLICITANTE = WS-ANALISTA
                 ADD 1 TO WS-PND-TOT
                 MOVE WS-COLA-REG(WS-I) TO WS-PND-REG(WS-PND-TOT)
                 MOVE SPACE TO WS-PND-MARCA(WS-PND-TOT)
              END-IF
           END-PERFORM

           MOVE 1 TO WS-PND-PRIMERO

           IF WS-PND-TOT = ZERO
              MOVE 'No tiene transacciones pendientes' TO WS-MENSAJE
           END-IF.

       6100-CARGAR-PROPIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6200-ARMAR-PAGINA-PND.

           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 12
              MOVE SPACE  TO WS-PAN-SEL(WS-F)
              MOVE SPACES TO WS-PAN-LIN(WS-F)
              MOVE ZERO   TO WS-PAN-IDX(WS-F)
              COMPUTE WS-I = WS-PND-PRIMERO + WS-F - 1
              IF WS-I NOT > WS-PND-TOT
                 MOVE WS-I TO WS-PAN-IDX(WS-F)
                 MOVE WS-PND-MARCA(WS-I) TO WS-PAN-SEL(WS-F)
                 MOVE WS-PND-REG(WS-I) TO WS-FORMULARIO
                 MOVE WS-FRM-ACCION      TO WS-LNC-ACCION
                 MOVE WS-FRM-CLAVE       TO WS-LNC-CLAVE
                 MOVE WS-FRM-NUEVO       TO WS-LNC-NUEVO
                 MOVE WS-FRM-DESCRIPCION TO WS-LNC-DESC
                 MOVE WS-FRM-ESTADO      TO WS-LNC-ESTADO
                 MOVE WS-FRM-VIGENCIA    TO WS-LNC-VIG
                 MOVE WS-FRM-VENCIMIENTO TO WS-LNC-VEN
                 MOVE WS-FRM-IMPORTE     TO WS-LNC-IMPORTE
                 MOVE WS-LIN-COLA TO WS-PAN-LIN(WS-F)
              END-IF
           END-PERFORM

           MOVE WS-PND-TOT     TO WS-PAN-CANT
           MOVE WS-PND-PRIMERO TO WS-PAN-PRIMERO
           PERFORM 2900-CALCULAR-PAGINAS
              THRU 2900-CALCULAR-PAGINAS-EXIT.

       6200-ARMAR-PAGINA-PND-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6300-GUARDAR-MARCAS.

           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 12
              IF WS-PAN-IDX(WS-F) > ZERO
                 IF WS-PAN-SEL(WS-F) = 'X' OR WS-PAN-SEL(WS-F) = 'x'
                    MOVE 'X' TO WS-PND-MARCA(WS-PAN-IDX(WS-F))
                 ELSE
                    MOVE SPACE TO WS-PND-MARCA(WS-PAN-IDX(WS-F))
                 END-IF
              END-IF
           END-PERFORM.

       6300-GUARDAR-MARCAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Se relee el lote (otro analista pudo encolar mientras tanto) y
      * se quita cada transaccion marcada, solo si sigue siendo del
      * analista y esta igual que cuando se mostro.
      *----------------------------------------------------------------*
       6400-ANULAR-MARCADAS.

           PERFORM 7000-LEER-COLA
              THRU 7000-LEER-COLA-EXIT

           IF WS-COLA-ERROR
              GO TO 6400-ANULAR-MARCADAS-EXIT
           END-IF

           MOVE ZERO TO WS-CNT-ANULADAS

           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-PND-TOT
              IF WS-PND-MARCA(WS-J) = 'X'
                 PERFORM 6450-QUITAR-DE-COLA
                    THRU 6450-QUITAR-DE-COLA-EXIT
              END-IF
           END-PERFORM

           IF WS-CNT-ANULADAS = ZERO
              MOVE 'No hay transacciones marcadas con X' TO WS-MENSAJE
              GO TO 6400-ANULAR-MARCADAS-EXIT
           END-IF

           PERFORM 7500-REESCRIBIR-COLA
              THRU 7500-REESCRIBIR-COLA-EXIT

           IF WS-COLA-ERROR
              GO TO 6400-ANULAR-MARCADAS-EXIT
           END-IF

           PERFORM 6100-CARGAR-PROPIAS
              THRU 6100-CARGAR-PROPIAS-EXIT

           MOVE SPACES TO WS-MENSAJE
           MOVE WS-CNT-ANULADAS TO WS-PAN-CANT
           STRING 'Transacciones anuladas: ' WS-PAN-CANT
                  DELIMITED BY SIZE INTO WS-MENSAJE.

       6400-ANULAR-MARCADAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6450-QUITAR-DE-COLA.

           MOVE ZERO TO WS-K
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-COLA-TOT OR WS-K > ZERO
              IF WS-COLA-REG(WS-I) = WS-PND-REG(WS-J)
                 MOVE WS-I TO WS-K
              END-IF
           END-PERFORM

           IF WS-K = ZERO
              GO TO 6450-QUITAR-DE-COLA-EXIT
           END-IF

           PERFORM VARYING WS-I FROM WS-K BY 1
                   UNTIL WS-I NOT < WS-COLA-TOT
              MOVE WS-COLA-REG(WS-I + 1) TO WS-COLA-REG(WS-I)
           END-PERFORM

           SUBTRACT 1 FROM WS-COLA-TOT
           ADD 1 TO WS-CNT-ANULADAS.

       6450-QUITAR-DE-COLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       6500-EVALUAR-VIGENCIA.

           MOVE 'VIGENTE' TO WS-VIGENCIA-DESC

           IF WS-EVA-VIG > ZERO
              AND WS-FECHA-CORTE < WS-EVA-VIG
              MOVE 'NO VIGENTE AUN' TO WS-VIGENCIA-DESC
              GO TO 6500-EVALUAR-VIGENCIA-EXIT
           END-IF

           IF WS-EVA-VEN > ZERO
              AND WS-FECHA-CORTE > WS-EVA-VEN
              MOVE 'VENCIDA' TO WS-VIGENCIA-DESC
           END-IF.

       6500-EVALUAR-VIGENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Lote pendiente MNTPAN a memoria, sin el trailer. Si no existe
      * el lote esta vacio.
      *----------------------------------------------------------------*
       7000-LEER-COLA.

           MOVE ZERO TO WS-COLA-TOT
           SET WS-COLA-ERROR TO TRUE

           OPEN INPUT COLA-FILE

           IF WS-FS-COLA = '35'
              SET WS-COLA-OK TO TRUE
              GO TO 7000-LEER-COLA-EXIT
           END-IF

           IF WS-FS-COLA NOT = '00'
              MOVE SPACES TO WS-MENSAJE
              STRING 'Error al abrir COLA-FILE, status: '
                     WS-FS-COLA
                     DELIMITED BY SIZE INTO WS-MENSAJE
              GO TO 7000-LEER-COLA-EXIT
           END-IF

           PERFORM UNTIL WS-FS-COLA NOT = '00'
              READ COLA-FILE
                 AT END
                    MOVE '10' TO WS-FS-COLA
                 NOT AT END
                    MOVE COLA-ENTRADA TO COL-REGISTRO
                    IF NOT COL-ACCION-TRAILER
                       AND WS-COLA-TOT < 500
                       ADD 1 TO WS-COLA-TOT
                       MOVE COLA-ENTRADA TO WS-COLA-REG(WS-COLA-TOT)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE COLA-FILE
           SET WS-COLA-OK TO TRUE.

       7000-LEER-COLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reescribe el lote completo con el trailer recontado, como lo
      * espera CLMNTVEC (o CLRETVEC, como lote del solicitante).
      *----------------------------------------------------------------*
       7500-REESCRIBIR-COLA.

           SET WS-COLA-OK TO TRUE
           OPEN OUTPUT COLA-FILE

           IF WS-FS-COLA NOT = '00'
              SET WS-COLA-ERROR TO TRUE
              MOVE SPACES TO WS-MENSAJE
              STRING 'Error al abrir COLA-FILE, status: '
                     WS-FS-COLA
                     DELIMITED BY SIZE INTO WS-MENSAJE
              GO TO 7500-REESCRIBIR-COLA-EXIT
           END-IF

           MOVE ZERO TO WS-CNT-A
           MOVE ZERO TO WS-CNT-C
           MOVE ZERO TO WS-CNT-D

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-COLA-TOT
              MOVE WS-COLA-REG(WS-I) TO COL-REGISTRO
              EVALUATE TRUE
                 WHEN COL-ACCION-ALTA
                    ADD 1 TO WS-CNT-A
                 WHEN COL-ACCION-CAMBIO
                    ADD 1 TO WS-CNT-C
                 WHEN COL-ACCION-BAJA
                    ADD 1 TO WS-CNT-D
              END-EVALUATE
              WRITE COLA-ENTRADA FROM COL-REGISTRO
           END-PERFORM

           MOVE SPACES TO WS-LOTE-ID
           STRING 'PN' WS-FECHA-RUN(3:6)
                  DELIMITED BY SIZE INTO WS-LOTE-ID

           MOVE SPACES TO COL-REGISTRO
           MOVE 'T'        TO COL-TRL-ACCION
           MOVE WS-CNT-A   TO COL-TRL-ALTAS
           MOVE WS-CNT-C   TO COL-TRL-CAMBIOS
           MOVE WS-CNT-D   TO COL-TRL-BAJAS
           MOVE WS-LOTE-ID TO COL-TRL-LOTE
           WRITE COLA-ENTRADA FROM COL-REGISTRO

           CLOSE COLA-FILE.

       7500-REESCRIBIR-COLA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.

           DISPLAY '-------- Resumen Pantalla de Consulta ----------'
           DISPLAY 'Analista:              ' WS-ANALISTA.

       9000-FINALIZAR-EXIT.
           EXIT.



       END PROGRAM CLPANVEC.
