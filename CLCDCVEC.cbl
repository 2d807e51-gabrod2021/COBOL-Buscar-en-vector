      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Novedad diaria de cambios del archivo maestro
      *              MASTER-FILE para las replicas externas. Lee las
      *              entradas del journal JRNVEC posteriores a la
      *              ultima novedad (mantenimiento CLMNTVEC, barrido
      *              CLVNCVEC y backouts CLBCKVEC) y emite el archivo
      *              de interfaz CDCVEC con header (numero de novedad
      *              y ventana desde/hasta), un detalle por clave con
      *              el cambio neto de la ventana (alta, cambio o baja
      *              con la imagen despues) y trailer con cantidades y
      *              hash de claves. El acumulado FCTVEC guarda la
      *              ventana de cada novedad: una tarjeta 'R' regenera
      *              la misma novedad con el mismo numero, y una 'B'
      *              fija la base tras un refresco completo. Si en la
      *              ventana hubo una recarga del maestro (RCGVEC) la
      *              novedad se rechaza y se pide refresco completo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLCDCVEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

           SELECT CONTROL-FILE ASSIGN TO FCTVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-FCT.

           SELECT RECARGA-FILE ASSIGN TO RCGVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RCG.

           SELECT JOURNAL-FILE ASSIGN TO JRNVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

           SELECT NOVEDAD-FILE ASSIGN TO CDCVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CDC.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           LABEL RECORD IS STANDARD.
       01  CTL-REGISTRO.
           05  CTL-FUNCION          PIC X(01).
           05  CTL-NOVEDAD          PIC 9(07).
           05  CTL-NOVEDAD-X        REDEFINES CTL-NOVEDAD
                                    PIC X(07).
           05  CTL-FECHA            PIC 9(08).
           05  CTL-FECHA-X          REDEFINES CTL-FECHA
                                    PIC X(08).
           05  CTL-HORA             PIC 9(08).
           05  CTL-HORA-X           REDEFINES CTL-HORA
                                    PIC X(08).
           05  FILLER               PIC X(56).

       FD  CONTROL-FILE
           LABEL RECORD IS STANDARD.
           COPY FCTREC.

       FD  RECARGA-FILE
           LABEL RECORD IS STANDARD.
           COPY RCGREC.

       FD  JOURNAL-FILE
           LABEL RECORD IS STANDARD.
       01  JRN-ENTRADA              PIC X(220).

       FD  NOVEDAD-FILE
           LABEL RECORD IS STANDARD.
       01  CDC-SALIDA               PIC X(100).

       WORKING-STORAGE SECTION.

       77 WS-FS-CTL        PIC X(02) VALUE '00'.
       77 WS-FS-FCT        PIC X(02) VALUE '00'.
       77 WS-FS-RCG        PIC X(02) VALUE '00'.
       77 WS-FS-JRN        PIC X(02) VALUE '00'.
       77 WS-FS-CDC        PIC X(02) VALUE '00'.

       77 WS-FECHA-RUN     PIC 9(08) VALUE ZERO.
       77 WS-HORA-RUN      PIC 9(08) VALUE ZERO.

       77 WS-FUNCION       PIC X(01) VALUE 'N'.
           88 WS-FUN-NUEVA     VALUE 'N'.
           88 WS-FUN-REPROCESO VALUE 'R'.
           88 WS-FUN-BASE      VALUE 'B'.

       77 WS-NOVEDAD-PEDIDA PIC 9(07) VALUE ZERO.
       77 WS-ULT-NOVEDAD   PIC 9(07) VALUE ZERO.
       77 WS-NOVEDAD       PIC 9(07) VALUE ZERO.

       77 WS-BASE-SW       PIC X(01) VALUE 'N'.
           88 WS-BASE-SI      VALUE 'S'.
           88 WS-BASE-NO      VALUE 'N'.

       77 WS-PEDIDA-SW     PIC X(01) VALUE 'N'.
           88 WS-PEDIDA-SI    VALUE 'S'.
           88 WS-PEDIDA-NO    VALUE 'N'.

       77 WS-CONT-CONTROL  PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-RECARGAS PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-JRN-LEIDOS PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-JRN-VENTANA PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-JRN-MNT  PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-JRN-VNC  PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-JRN-BCK  PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-DETALLES PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-ALTAS    PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-CAMBIOS  PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-BAJAS    PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-SIN-NETO PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-TRANSIT  PIC 9(07) COMP VALUE ZERO.
       77 WS-HASH-CLAVES   PIC 9(12) COMP VALUE ZERO.

       77 WS-N             PIC 9(05) COMP VALUE ZERO.
       77 WS-J             PIC 9(05) COMP VALUE ZERO.
       77 WS-N-ENC         PIC 9(05) COMP VALUE ZERO.

       77 WS-CLAVE-ANTES   PIC 9(05) VALUE ZERO.
       77 WS-CLAVE-DESPUES PIC 9(05) VALUE ZERO.

       77 WS-MOV-CLAVE     PIC 9(05) VALUE ZERO.
       77 WS-MOV-EXISTIA   PIC X(01) VALUE 'N'.
       77 WS-MOV-IMG-ANTES PIC X(80) VALUE SPACES.
       77 WS-MOV-PRESENTE  PIC X(01) VALUE 'N'.
       77 WS-MOV-IMG-DESPUES PIC X(80) VALUE SPACES.

      * Sellos fecha+hora comparables como un solo campo.
       01  WS-DESDE.
           05  WS-DESDE-FECHA       PIC 9(08) VALUE ZERO.
           05  WS-DESDE-HORA        PIC 9(08) VALUE ZERO.

       01  WS-HASTA.
           05  WS-HASTA-FECHA       PIC 9(08) VALUE ZERO.
           05  WS-HASTA-HORA        PIC 9(08) VALUE ZERO.

       01  WS-ULT-HASTA.
           05  WS-ULT-HASTA-FECHA   PIC 9(08) VALUE ZERO.
           05  WS-ULT-HASTA-HORA    PIC 9(08) VALUE ZERO.

       01  WS-SELLO.
           05  WS-SELLO-FECHA       PIC 9(08) VALUE ZERO.
           05  WS-SELLO-HORA        PIC 9(08) VALUE ZERO.

       COPY JRNREC.

       COPY CDCREC.

       COPY VECTREC REPLACING LEADING ==VECTREC== BY ==IMG==.

       COPY LCKPARM.

      * Cambio neto por clave en la ventana, ordenado por clave: si la
      * clave existia al inicio (con su imagen) y si existe al final
      * (con su imagen).
       01  WS-NET-TABLA.
           02  WS-NET-TOT           PIC 9(05) COMP VALUE ZERO.
           02  WS-NET-ENT           OCCURS 10000 TIMES.
               05  WS-NET-CLAVE     PIC 9(05).
               05  WS-NET-INICIAL   PIC X(01).
               05  WS-NET-FINAL     PIC X(01).
               05  WS-NET-MOVS      PIC 9(05) COMP.
               05  WS-NET-IMG-INI   PIC X(80).
               05  WS-NET-IMG-FIN   PIC X(80).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-LEER-CONTROL
              THRU 1000-LEER-CONTROL-EXIT.

           PERFORM 0500-REGISTRAR-CORRIDA
              THRU 0500-REGISTRAR-CORRIDA-EXIT.

           PERFORM 1500-LEER-NOVEDADES
              THRU 1500-LEER-NOVEDADES-EXIT.

           IF WS-FUN-BASE
              PERFORM 2900-REGISTRAR-BASE
                 THRU 2900-REGISTRAR-BASE-EXIT
           ELSE
              PERFORM 2000-DETERMINAR-VENTANA
                 THRU 2000-DETERMINAR-VENTANA-EXIT
              PERFORM 2500-VERIFICAR-RECARGAS
                 THRU 2500-VERIFICAR-RECARGAS-EXIT
              PERFORM 3000-LEER-JOURNAL
                 THRU 3000-LEER-JOURNAL-EXIT
              PERFORM 4000-GRABAR-NOVEDAD
                 THRU 4000-GRABAR-NOVEDAD-EXIT
              PERFORM 5000-GRABAR-CONTROL
                 THRU 5000-GRABAR-CONTROL-EXIT
           END-IF.

           PERFORM 8000-REPORTE-RESUMEN
              THRU 8000-REPORTE-RESUMEN-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       0500-REGISTRAR-CORRIDA.

           MOVE 'R' TO LCK-FUNCION
           MOVE 'CLCDCVEC' TO LCK-PROGRAMA
           MOVE 'CLCDCVEC' TO LCK-JOBID
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
      * Tarjeta de control: funcion N (novedad siguiente, por omision),
      * R (regenerar la novedad indicada, o la ultima) o B (base tras
      * un refresco completo, con el sello del respaldo usado o, si no
      * viene, el de la corrida).
      *----------------------------------------------------------------*
       1000-LEER-CONTROL.

           ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RUN  FROM TIME

           OPEN INPUT CTL-FILE

           IF WS-FS-CTL = '00'
              READ CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-FUNCION NOT = SPACE
                       MOVE CTL-FUNCION TO WS-FUNCION
                    END-IF
                    IF CTL-NOVEDAD-X NOT = SPACES
                       AND CTL-NOVEDAD IS NUMERIC
                       MOVE CTL-NOVEDAD TO WS-NOVEDAD-PEDIDA
                    END-IF
                    IF CTL-FECHA-X NOT = SPACES
                       AND CTL-FECHA IS NUMERIC
                       MOVE CTL-FECHA TO WS-SELLO-FECHA
                    END-IF
                    IF CTL-HORA-X NOT = SPACES
                       AND CTL-HORA IS NUMERIC
                       MOVE CTL-HORA TO WS-SELLO-HORA
                    END-IF
              END-READ
              CLOSE CTL-FILE
           END-IF

           IF NOT WS-FUN-NUEVA
              AND NOT WS-FUN-REPROCESO
              AND NOT WS-FUN-BASE
              DISPLAY 'Funcion invalida en tarjeta de control: '
                 WS-FUNCION
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-LEER-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Acumulado de novedades: ultimo numero generado, sello hasta de
      * la ultima novedad o base, y la ventana de la novedad pedida
      * para regenerar.
      *----------------------------------------------------------------*
       1500-LEER-NOVEDADES.

           OPEN INPUT CONTROL-FILE

           IF WS-FS-FCT = '35'
              GO TO 1500-LEER-NOVEDADES-EXIT
           END-IF

           IF WS-FS-FCT NOT = '00'
              DISPLAY 'Error al abrir CONTROL-FILE, status: '
                 WS-FS-FCT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL WS-FS-FCT = '10'
              READ CONTROL-FILE
                 AT END
                    MOVE '10' TO WS-FS-FCT
                 NOT AT END
                    ADD 1 TO WS-CONT-CONTROL
                    PERFORM 1600-EVALUAR-NOVEDAD
                       THRU 1600-EVALUAR-NOVEDAD-EXIT
              END-READ
           END-PERFORM

           CLOSE CONTROL-FILE.

       1500-LEER-NOVEDADES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1600-EVALUAR-NOVEDAD.

           IF FCT-TIPO-GENERADA OR FCT-TIPO-BASE
              SET WS-BASE-SI TO TRUE
              MOVE FCT-HASTA-FECHA TO WS-ULT-HASTA-FECHA
              MOVE FCT-HASTA-HORA  TO WS-ULT-HASTA-HORA
           END-IF

           IF FCT-TIPO-GENERADA
              AND FCT-NOVEDAD > WS-ULT-NOVEDAD
              MOVE FCT-NOVEDAD TO WS-ULT-NOVEDAD
           END-IF

           IF WS-FUN-REPROCESO
              AND FCT-TIPO-GENERADA
              AND (FCT-NOVEDAD = WS-NOVEDAD-PEDIDA
                   OR WS-NOVEDAD-PEDIDA = ZERO)
              SET WS-PEDIDA-SI TO TRUE
              MOVE FCT-NOVEDAD     TO WS-NOVEDAD
              MOVE FCT-DESDE-FECHA TO WS-DESDE-FECHA
              MOVE FCT-DESDE-HORA  TO WS-DESDE-HORA
              MOVE FCT-HASTA-FECHA TO WS-HASTA-FECHA
              MOVE FCT-HASTA-HORA  TO WS-HASTA-HORA
           END-IF.

       1600-EVALUAR-NOVEDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La novedad nueva cubre desde el sello hasta de la ultima
      * novedad o base hasta el momento de la corrida; el registro de
      * lectura en LCKVEC impide que se grabe el journal mientras
      * tanto. La regenerada repite la ventana guardada.
      *----------------------------------------------------------------*
       2000-DETERMINAR-VENTANA.

           IF WS-FUN-REPROCESO
              IF WS-PEDIDA-NO
                 DISPLAY 'Novedad a regenerar no encontrada en '
                    'FCTVEC: ' WS-NOVEDAD-PEDIDA
                 PERFORM 9100-LIBERAR-CORRIDA
                    THRU 9100-LIBERAR-CORRIDA-EXIT
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              GO TO 2000-DETERMINAR-VENTANA-EXIT
           END-IF

           IF WS-BASE-NO
              DISPLAY 'Sin novedad anterior ni base en FCTVEC'
              DISPLAY 'Se requiere refresco completo de las replicas '
                 'y tarjeta B con el sello del respaldo'
              PERFORM 9100-LIBERAR-CORRIDA
                 THRU 9100-LIBERAR-CORRIDA-EXIT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           COMPUTE WS-NOVEDAD = WS-ULT-NOVEDAD + 1
           MOVE WS-ULT-HASTA-FECHA TO WS-DESDE-FECHA
           MOVE WS-ULT-HASTA-HORA  TO WS-DESDE-HORA
           MOVE WS-FECHA-RUN       TO WS-HASTA-FECHA
           MOVE WS-HORA-RUN        TO WS-HASTA-HORA.

       2000-DETERMINAR-VENTANA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Una recarga del maestro dentro de la ventana rompe la relacion
      * entre el journal y el maestro: no hay novedad posible y las
      * replicas deben refrescarse desde un respaldo completo.
      *----------------------------------------------------------------*
       2500-VERIFICAR-RECARGAS.

           OPEN INPUT RECARGA-FILE

           IF WS-FS-RCG = '35'
              GO TO 2500-VERIFICAR-RECARGAS-EXIT
           END-IF

           IF WS-FS-RCG NOT = '00'
              DISPLAY 'Error al abrir RECARGA-FILE, status: '
                 WS-FS-RCG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL WS-FS-RCG = '10'
              READ RECARGA-FILE
                 AT END
                    MOVE '10' TO WS-FS-RCG
                 NOT AT END
                    MOVE RCG-FECHA TO WS-SELLO-FECHA
                    MOVE RCG-HORA  TO WS-SELLO-HORA
                    IF WS-SELLO > WS-DESDE
                       AND WS-SELLO NOT > WS-HASTA
                       ADD 1 TO WS-CONT-RECARGAS
                       DISPLAY 'Recarga del maestro en la ventana: '
                          RCG-PROGRAMA ' ' RCG-FECHA ' ' RCG-HORA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE RECARGA-FILE

           IF WS-CONT-RECARGAS > 0
              DISPLAY 'Novedad ' WS-NOVEDAD ' rechazada: el maestro '
                 'fue recargado entre ' WS-DESDE-FECHA ' '
                 WS-DESDE-HORA ' y ' WS-HASTA-FECHA ' ' WS-HASTA-HORA
              DISPLAY 'REFRESCO COMPLETO REQUERIDO: enviar BKPVEC a '
                 'las replicas y registrar la base con tarjeta B'
              PERFORM 9100-LIBERAR-CORRIDA
                 THRU 9100-LIBERAR-CORRIDA-EXIT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       2500-VERIFICAR-RECARGAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Base tras un refresco completo: la proxima novedad cubre desde
      * el sello del respaldo con que se refrescaron las replicas.
      *----------------------------------------------------------------*
       2900-REGISTRAR-BASE.

           IF WS-SELLO-FECHA = ZERO
              MOVE WS-FECHA-RUN TO WS-SELLO-FECHA
              MOVE WS-HORA-RUN  TO WS-SELLO-HORA
           END-IF

           MOVE WS-ULT-NOVEDAD TO WS-NOVEDAD
           MOVE WS-ULT-HASTA   TO WS-DESDE
           MOVE WS-SELLO       TO WS-HASTA

           PERFORM 5000-GRABAR-CONTROL
              THRU 5000-GRABAR-CONTROL-EXIT

           DISPLAY 'Base registrada, la proxima novedad cubre desde: '
              WS-HASTA-FECHA ' ' WS-HASTA-HORA.

       2900-REGISTRAR-BASE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-LEER-JOURNAL.

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
                    ADD 1 TO WS-CONT-JRN-LEIDOS
                    MOVE JRN-ENTRADA TO JRN-REGISTRO
                    MOVE JRN-FECHA TO WS-SELLO-FECHA
                    MOVE JRN-HORA  TO WS-SELLO-HORA
                    IF WS-SELLO > WS-DESDE
                       AND WS-SELLO NOT > WS-HASTA
                       PERFORM 3100-PROCESAR-ENTRADA
                          THRU 3100-PROCESAR-ENTRADA-EXIT
                    END-IF
              END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE.

       3000-LEER-JOURNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Las claves salen de las imagenes y no de JRN-CLAVE: una
      * renumeracion (o su backout) es la baja de la clave de la
      * imagen antes y la aparicion de la clave de la imagen despues.
      *----------------------------------------------------------------*
       3100-PROCESAR-ENTRADA.

           ADD 1 TO WS-CONT-JRN-VENTANA

           EVALUATE JRN-SOLICITANTE
              WHEN 'CLVNCVEC'
                 ADD 1 TO WS-CONT-JRN-VNC
              WHEN 'CLBCKVEC'
                 ADD 1 TO WS-CONT-JRN-BCK
              WHEN OTHER
                 ADD 1 TO WS-CONT-JRN-MNT
           END-EVALUATE

           MOVE ZERO TO WS-CLAVE-ANTES
           MOVE ZERO TO WS-CLAVE-DESPUES

           IF JRN-ANTES NOT = SPACES
              MOVE JRN-ANTES TO IMG-REGISTRO
              MOVE IMG-CLAVE TO WS-CLAVE-ANTES
           END-IF

           IF JRN-DESPUES NOT = SPACES
              MOVE JRN-DESPUES TO IMG-REGISTRO
              MOVE IMG-CLAVE TO WS-CLAVE-DESPUES
           END-IF

           IF JRN-ANTES NOT = SPACES
              AND (JRN-DESPUES = SPACES
                   OR WS-CLAVE-DESPUES NOT = WS-CLAVE-ANTES)
              MOVE WS-CLAVE-ANTES TO WS-MOV-CLAVE
              MOVE 'S'            TO WS-MOV-EXISTIA
              MOVE JRN-ANTES      TO WS-MOV-IMG-ANTES
              MOVE 'N'            TO WS-MOV-PRESENTE
              MOVE SPACES         TO WS-MOV-IMG-DESPUES
              PERFORM 3200-APLICAR-MOVIMIENTO
                 THRU 3200-APLICAR-MOVIMIENTO-EXIT
           END-IF

           IF JRN-DESPUES NOT = SPACES
              MOVE WS-CLAVE-DESPUES TO WS-MOV-CLAVE
              IF JRN-ANTES NOT = SPACES
                 AND WS-CLAVE-ANTES = WS-CLAVE-DESPUES
                 MOVE 'S'       TO WS-MOV-EXISTIA
                 MOVE JRN-ANTES TO WS-MOV-IMG-ANTES
              ELSE
                 MOVE 'N'       TO WS-MOV-EXISTIA
                 MOVE SPACES    TO WS-MOV-IMG-ANTES
              END-IF
              MOVE 'S'           TO WS-MOV-PRESENTE
              MOVE JRN-DESPUES   TO WS-MOV-IMG-DESPUES
              PERFORM 3200-APLICAR-MOVIMIENTO
                 THRU 3200-APLICAR-MOVIMIENTO-EXIT
           END-IF.

       3100-PROCESAR-ENTRADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El primer movimiento de la clave fija su estado inicial; cada
      * movimiento posterior solo actualiza el estado final.
      *----------------------------------------------------------------*
       3200-APLICAR-MOVIMIENTO.

           PERFORM 3300-UBICAR-CLAVE
              THRU 3300-UBICAR-CLAVE-EXIT

           IF WS-NET-MOVS(WS-N-ENC) = ZERO
              MOVE WS-MOV-EXISTIA   TO WS-NET-INICIAL(WS-N-ENC)
              MOVE WS-MOV-IMG-ANTES TO WS-NET-IMG-INI(WS-N-ENC)
           END-IF

           MOVE WS-MOV-PRESENTE    TO WS-NET-FINAL(WS-N-ENC)
           MOVE WS-MOV-IMG-DESPUES TO WS-NET-IMG-FIN(WS-N-ENC)
           ADD 1 TO WS-NET-MOVS(WS-N-ENC).

       3200-APLICAR-MOVIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3300-UBICAR-CLAVE.

           MOVE ZERO TO WS-N-ENC

           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-NET-TOT
                      OR WS-NET-CLAVE(WS-N) NOT < WS-MOV-CLAVE
              CONTINUE
           END-PERFORM

           IF WS-N NOT > WS-NET-TOT
              IF WS-NET-CLAVE(WS-N) = WS-MOV-CLAVE
                 MOVE WS-N TO WS-N-ENC
                 GO TO 3300-UBICAR-CLAVE-EXIT
              END-IF
           END-IF

           IF WS-NET-TOT NOT < 10000
              DISPLAY 'Novedad excede 10000 claves distintas'
              DISPLAY 'Se requiere refresco completo de las replicas'
              PERFORM 9100-LIBERAR-CORRIDA
                 THRU 9100-LIBERAR-CORRIDA-EXIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM VARYING WS-J FROM WS-NET-TOT BY -1
                   UNTIL WS-J < WS-N
              MOVE WS-NET-ENT(WS-J) TO WS-NET-ENT(WS-J + 1)
           END-PERFORM

           ADD 1 TO WS-NET-TOT
           MOVE WS-MOV-CLAVE TO WS-NET-CLAVE(WS-N)
           MOVE 'N'          TO WS-NET-INICIAL(WS-N)
           MOVE 'N'          TO WS-NET-FINAL(WS-N)
           MOVE ZERO         TO WS-NET-MOVS(WS-N)
           MOVE SPACES       TO WS-NET-IMG-INI(WS-N)
           MOVE SPACES       TO WS-NET-IMG-FIN(WS-N)
           MOVE WS-N TO WS-N-ENC.

       3300-UBICAR-CLAVE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       4000-GRABAR-NOVEDAD.

           OPEN OUTPUT NOVEDAD-FILE

           IF WS-FS-CDC NOT = '00'
              DISPLAY 'Error al abrir NOVEDAD-FILE, status: '
                 WS-FS-CDC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO CDC-REGISTRO
           MOVE 'H'            TO CDC-TIPO
           MOVE WS-NOVEDAD     TO CDC-HDR-NOVEDAD
           MOVE WS-DESDE-FECHA TO CDC-HDR-DESDE-FECHA
           MOVE WS-DESDE-HORA  TO CDC-HDR-DESDE-HORA
           MOVE WS-HASTA-FECHA TO CDC-HDR-HASTA-FECHA
           MOVE WS-HASTA-HORA  TO CDC-HDR-HASTA-HORA
           MOVE WS-FECHA-RUN   TO CDC-HDR-GEN-FECHA
           MOVE WS-HORA-RUN    TO CDC-HDR-GEN-HORA
           MOVE 'CLCDCVEC'     TO CDC-HDR-ORIGEN
           IF WS-FUN-REPROCESO
              MOVE 'S' TO CDC-HDR-REPROCESO
           ELSE
              MOVE 'N' TO CDC-HDR-REPROCESO
           END-IF
           WRITE CDC-SALIDA FROM CDC-REGISTRO

           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-NET-TOT
              PERFORM 4100-GRABAR-DETALLE
                 THRU 4100-GRABAR-DETALLE-EXIT
           END-PERFORM

           MOVE SPACES TO CDC-REGISTRO
           MOVE 'T'              TO CDC-TIPO
           MOVE WS-NOVEDAD       TO CDC-TRL-NOVEDAD
           MOVE WS-CONT-DETALLES TO CDC-TRL-CANT
           MOVE WS-CONT-ALTAS    TO CDC-TRL-ALTAS
           MOVE WS-CONT-CAMBIOS  TO CDC-TRL-CAMBIOS
           MOVE WS-CONT-BAJAS    TO CDC-TRL-BAJAS
           MOVE WS-HASH-CLAVES   TO CDC-TRL-HASH
           MOVE WS-CONT-JRN-VENTANA TO CDC-TRL-JOURNAL
           WRITE CDC-SALIDA FROM CDC-REGISTRO

           CLOSE NOVEDAD-FILE.

       4000-GRABAR-NOVEDAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cambio neto de la clave: existia y no existe, baja; no existia
      * y existe, alta; existia y existe con otra imagen, cambio. Una
      * clave que volvio a su imagen inicial, o que nacio y murio en
      * la ventana, no genera detalle.
      *----------------------------------------------------------------*
       4100-GRABAR-DETALLE.

           MOVE SPACES TO CDC-REGISTRO
           MOVE 'D' TO CDC-TIPO
           MOVE WS-NET-CLAVE(WS-N) TO CDC-DET-CLAVE

           EVALUATE TRUE
              WHEN WS-NET-INICIAL(WS-N) = 'N'
               AND WS-NET-FINAL(WS-N) = 'N'
                 ADD 1 TO WS-CONT-TRANSIT
                 GO TO 4100-GRABAR-DETALLE-EXIT
              WHEN WS-NET-INICIAL(WS-N) = 'N'
                 MOVE 'A' TO CDC-DET-ACCION
                 MOVE WS-NET-IMG-FIN(WS-N) TO CDC-DET-IMAGEN
                 ADD 1 TO WS-CONT-ALTAS
              WHEN WS-NET-FINAL(WS-N) = 'N'
                 MOVE 'D' TO CDC-DET-ACCION
                 MOVE SPACES TO CDC-DET-IMAGEN
                 ADD 1 TO WS-CONT-BAJAS
              WHEN WS-NET-IMG-FIN(WS-N) = WS-NET-IMG-INI(WS-N)
                 ADD 1 TO WS-CONT-SIN-NETO
                 GO TO 4100-GRABAR-DETALLE-EXIT
              WHEN OTHER
                 MOVE 'C' TO CDC-DET-ACCION
                 MOVE WS-NET-IMG-FIN(WS-N) TO CDC-DET-IMAGEN
                 ADD 1 TO WS-CONT-CAMBIOS
           END-EVALUATE

           ADD 1 TO WS-CONT-DETALLES
           MOVE WS-CONT-DETALLES TO CDC-DET-SECUENCIA
           ADD WS-NET-CLAVE(WS-N) TO WS-HASH-CLAVES

           WRITE CDC-SALIDA FROM CDC-REGISTRO.

       4100-GRABAR-DETALLE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       5000-GRABAR-CONTROL.

           OPEN EXTEND CONTROL-FILE

           IF WS-FS-FCT = '35'
              OPEN OUTPUT CONTROL-FILE
           END-IF

           IF WS-FS-FCT NOT = '00'
              DISPLAY 'Error al abrir CONTROL-FILE, status: '
                 WS-FS-FCT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO FCT-REGISTRO
           MOVE WS-NOVEDAD     TO FCT-NOVEDAD
           EVALUATE TRUE
              WHEN WS-FUN-BASE
                 MOVE 'B' TO FCT-TIPO
              WHEN WS-FUN-REPROCESO
                 MOVE 'R' TO FCT-TIPO
              WHEN OTHER
                 MOVE 'G' TO FCT-TIPO
           END-EVALUATE
           MOVE WS-DESDE-FECHA TO FCT-DESDE-FECHA
           MOVE WS-DESDE-HORA  TO FCT-DESDE-HORA
           MOVE WS-HASTA-FECHA TO FCT-HASTA-FECHA
           MOVE WS-HASTA-HORA  TO FCT-HASTA-HORA
           MOVE WS-FECHA-RUN   TO FCT-GEN-FECHA
           MOVE WS-HORA-RUN    TO FCT-GEN-HORA
           MOVE WS-CONT-DETALLES TO FCT-DETALLES
           MOVE WS-HASH-CLAVES TO FCT-HASH
           MOVE WS-CONT-JRN-VENTANA TO FCT-JOURNAL

           WRITE FCT-REGISTRO

           CLOSE CONTROL-FILE.

       5000-GRABAR-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-REPORTE-RESUMEN.

           DISPLAY '-------- Resumen Novedad Diaria ----------'
           DISPLAY 'Funcion:               ' WS-FUNCION
           DISPLAY 'Novedad:               ' WS-NOVEDAD
           DISPLAY 'Desde:                 ' WS-DESDE-FECHA ' '
              WS-DESDE-HORA
           DISPLAY 'Hasta:                 ' WS-HASTA-FECHA ' '
              WS-HASTA-HORA

           IF WS-FUN-BASE
              GO TO 8000-REPORTE-RESUMEN-EXIT
           END-IF

           DISPLAY 'Journal leido:         ' WS-CONT-JRN-LEIDOS
           DISPLAY 'Journal en la ventana: ' WS-CONT-JRN-VENTANA
           DISPLAY '  de mantenimiento:    ' WS-CONT-JRN-MNT
           DISPLAY '  del barrido CLVNCVEC:' WS-CONT-JRN-VNC
           DISPLAY '  de backout CLBCKVEC: ' WS-CONT-JRN-BCK
           DISPLAY 'Claves tocadas:        ' WS-NET-TOT
           DISPLAY 'Detalles emitidos:     ' WS-CONT-DETALLES
           DISPLAY '  altas:               ' WS-CONT-ALTAS
           DISPLAY '  cambios:             ' WS-CONT-CAMBIOS
           DISPLAY '  bajas:               ' WS-CONT-BAJAS
           DISPLAY 'Sin cambio neto:       ' WS-CONT-SIN-NETO
           DISPLAY 'Transitorias:          ' WS-CONT-TRANSIT
           DISPLAY 'Hash de claves:        ' WS-HASH-CLAVES.

       8000-REPORTE-RESUMEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.

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



       END PROGRAM CLCDCVEC.
