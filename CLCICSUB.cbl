      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Subprograma de control del ciclo nocturno del
      *              maestro por fecha de negocio. Administra el
      *              archivo CICVEC a traves del bloque CICPARM: al
      *              arrancar un paso (funcion 'I') verifica contra la
      *              lista de dependencias CICDEP que sus predecesores
      *              esten completos y que el paso no se haya
      *              completado ya en la fecha de negocio abierta, y
      *              registra el arranque; al terminar (funcion 'F')
      *              registra el fin y el codigo de retorno. Una
      *              tarjeta de forzado del operador en CICFRZ
      *              (programa, fecha opcional y operador) permite
      *              arrancar igual, y queda asentada en el paso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLCICSUB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CICLO-FILE ASSIGN TO CICVEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIC-REG-LLAVE
               FILE STATUS IS WS-FS-CIC.

           SELECT FORZ-FILE ASSIGN TO CICFRZ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-FRZ.

       DATA DIVISION.
       FILE SECTION.
       FD  CICLO-FILE
           LABEL RECORD IS STANDARD.
           COPY CICREC.

       FD  FORZ-FILE
           LABEL RECORD IS STANDARD.
       01  FRZ-REGISTRO.
           05  FRZ-PROGRAMA         PIC X(08).
           05  FRZ-FECHA            PIC 9(08).
           05  FRZ-FECHA-X          REDEFINES FRZ-FECHA
                                    PIC X(08).
           05  FRZ-OPERADOR         PIC X(08).
           05  FILLER               PIC X(56).

       WORKING-STORAGE SECTION.

       77 WS-FS-CIC        PIC X(02) VALUE '00'.
       77 WS-FS-FRZ        PIC X(02) VALUE '00'.

       77 WS-FECHA         PIC 9(08) VALUE ZERO.
       77 WS-HORA          PIC 9(08) VALUE ZERO.

       77 WS-FECHA-ANTERIOR PIC 9(08) VALUE ZERO.
       77 WS-FECHA-PRED    PIC 9(08) VALUE ZERO.
       77 WS-EJECUCIONES   PIC 9(03) VALUE ZERO.

       77 WS-D             PIC 9(02) COMP VALUE ZERO.

       77 WS-PASO-SW       PIC X(01) VALUE 'N'.
           88 WS-PASO-CICLO-SI VALUE 'S'.
           88 WS-PASO-CICLO-NO VALUE 'N'.

       77 WS-EXISTE-SW     PIC X(01) VALUE 'N'.
           88 WS-EXISTE-SI    VALUE 'S'.
           88 WS-EXISTE-NO    VALUE 'N'.

       77 WS-PASO-EXISTE-SW PIC X(01) VALUE 'N'.
           88 WS-PASO-EXISTE-SI VALUE 'S'.
           88 WS-PASO-EXISTE-NO VALUE 'N'.

       77 WS-FORZADO-SW    PIC X(01) VALUE 'N'.
           88 WS-FORZADO-SI   VALUE 'S'.
           88 WS-FORZADO-NO   VALUE 'N'.

       77 WS-OPERADOR      PIC X(08) VALUE SPACES.

       COPY CICDEP.

       LINKAGE SECTION.

       COPY CICPARM.

       PROCEDURE DIVISION USING CIC-PARAMETROS.
      *----------------------------------------------------------------*

           MOVE ZERO TO CIC-RETORNO
           MOVE SPACES TO CIC-PROG-FALTANTE

           PERFORM 0500-UBICAR-PASO
              THRU 0500-UBICAR-PASO-EXIT.

           IF WS-PASO-CICLO-NO
              GOBACK
           END-IF

           PERFORM 1000-ABRIR-CICLO
              THRU 1000-ABRIR-CICLO-EXIT.

           IF CIC-RET-OK
              EVALUATE TRUE
                 WHEN CIC-FUN-INICIAR
                    PERFORM 2000-INICIAR-PASO
                       THRU 2000-INICIAR-PASO-EXIT
                 WHEN CIC-FUN-FINALIZAR
                    PERFORM 3000-FINALIZAR-PASO
                       THRU 3000-FINALIZAR-PASO-EXIT
                 WHEN OTHER
                    MOVE 16 TO CIC-RETORNO
              END-EVALUATE
              CLOSE CICLO-FILE
           END-IF.

           GOBACK.

      *----------------------------------------------------------------*
      * Un programa que no figura en CICDEP no es paso del ciclo y
      * no se controla.
      *----------------------------------------------------------------*
       0500-UBICAR-PASO.

           SET WS-PASO-CICLO-NO TO TRUE

           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > CIC-DEP-CANT
              IF CIC-DEP-PASO(WS-D) = CIC-PROGRAMA
                 SET WS-PASO-CICLO-SI TO TRUE
              END-IF
           END-PERFORM.

       0500-UBICAR-PASO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * El arranque toma la fecha de negocio abierta del registro de
      * control; el fin usa la que devolvio el arranque.
      *----------------------------------------------------------------*
       1000-ABRIR-CICLO.

           OPEN I-O CICLO-FILE

           IF WS-FS-CIC = '35'
              DISPLAY 'Archivo de ciclo CICVEC inexistente: abrir la '
                 'fecha de negocio con CLCICVEC'
              MOVE 16 TO CIC-RETORNO
              GO TO 1000-ABRIR-CICLO-EXIT
           END-IF

           IF WS-FS-CIC NOT = '00'
              DISPLAY 'Error al abrir CICLO-FILE, status: '
                 WS-FS-CIC
              MOVE 16 TO CIC-RETORNO
              GO TO 1000-ABRIR-CICLO-EXIT
           END-IF

           IF CIC-FUN-FINALIZAR
              GO TO 1000-ABRIR-CICLO-EXIT
           END-IF

           MOVE ZERO   TO CIC-REG-FECHA
           MOVE SPACES TO CIC-REG-PROGRAMA
           SET WS-EXISTE-SI TO TRUE
           READ CICLO-FILE
              INVALID KEY
                 SET WS-EXISTE-NO TO TRUE
           END-READ

           IF WS-EXISTE-NO
              DISPLAY 'Sin fecha de negocio abierta en CICVEC: '
                 'abrirla con CLCICVEC'
              MOVE 16 TO CIC-RETORNO
              CLOSE CICLO-FILE
              GO TO 1000-ABRIR-CICLO-EXIT
           END-IF

           MOVE CIC-REG-FECHA-ACTUAL   TO CIC-FECHA-NEGOCIO
           MOVE CIC-REG-FECHA-ANTERIOR TO WS-FECHA-ANTERIOR.

       1000-ABRIR-CICLO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-INICIAR-PASO.

           PERFORM 2100-LEER-FORZADO
              THRU 2100-LEER-FORZADO-EXIT

      *    Paso ya completado en la fecha de negocio.
           MOVE CIC-FECHA-NEGOCIO TO CIC-REG-FECHA
           MOVE CIC-PROGRAMA      TO CIC-REG-PROGRAMA
           SET WS-PASO-EXISTE-SI TO TRUE
           READ CICLO-FILE
              INVALID KEY
                 SET WS-PASO-EXISTE-NO TO TRUE
           END-READ

           MOVE ZERO TO WS-EJECUCIONES
           IF WS-PASO-EXISTE-SI
              MOVE CIC-REG-EJECUCIONES TO WS-EJECUCIONES
              IF CIC-REG-COMPLETO
                 DISPLAY 'Paso ' CIC-PROGRAMA ' ya completado en la '
                    'fecha de negocio ' CIC-FECHA-NEGOCIO
                    ' con RC ' CIC-REG-RC
                 MOVE 12 TO CIC-RETORNO
              END-IF
           END-IF

      *    Predecesores del paso.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > CIC-DEP-CANT
                      OR CIC-RET-PENDIENTE
              IF CIC-DEP-PASO(WS-D) = CIC-PROGRAMA
                 AND CIC-DEP-PREDECESOR(WS-D) NOT = SPACES
                 PERFORM 2200-VERIFICAR-PREDECESOR
                    THRU 2200-VERIFICAR-PREDECESOR-EXIT
              END-IF
           END-PERFORM

           IF NOT CIC-RET-OK
              IF WS-FORZADO-SI
                 DISPLAY 'Arranque de ' CIC-PROGRAMA
                    ' forzado por el operador ' WS-OPERADOR
                 MOVE 04 TO CIC-RETORNO
              ELSE
                 GO TO 2000-INICIAR-PASO-EXIT
              END-IF
           END-IF

           PERFORM 2500-REGISTRAR-ARRANQUE
              THRU 2500-REGISTRAR-ARRANQUE-EXIT.

       2000-INICIAR-PASO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Tarjeta de forzado para el programa, sin fecha o con la fecha
      * de negocio abierta.
      *----------------------------------------------------------------*
       2100-LEER-FORZADO.

           SET WS-FORZADO-NO TO TRUE
           MOVE SPACES TO WS-OPERADOR

           OPEN INPUT FORZ-FILE

           IF WS-FS-FRZ NOT = '00'
              GO TO 2100-LEER-FORZADO-EXIT
           END-IF

           PERFORM UNTIL WS-FS-FRZ = '10'
              READ FORZ-FILE
                 AT END
                    MOVE '10' TO WS-FS-FRZ
                 NOT AT END
                    IF FRZ-PROGRAMA = CIC-PROGRAMA
                       IF FRZ-FECHA-X = SPACES
                          OR FRZ-FECHA-X = ZERO
                          OR FRZ-FECHA = CIC-FECHA-NEGOCIO
                          SET WS-FORZADO-SI TO TRUE
                          MOVE FRZ-OPERADOR TO WS-OPERADOR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FORZ-FILE.

       2100-LEER-FORZADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-VERIFICAR-PREDECESOR.

           IF CIC-DEP-DIA-ANTERIOR(WS-D)
              MOVE WS-FECHA-ANTERIOR TO WS-FECHA-PRED
           ELSE
              MOVE CIC-FECHA-NEGOCIO TO WS-FECHA-PRED
           END-IF

           MOVE WS-FECHA-PRED            TO CIC-REG-FECHA
           MOVE CIC-DEP-PREDECESOR(WS-D) TO CIC-REG-PROGRAMA
           SET WS-EXISTE-SI TO TRUE
           READ CICLO-FILE
              INVALID KEY
                 SET WS-EXISTE-NO TO TRUE
           END-READ

           IF WS-EXISTE-SI
              IF CIC-REG-COMPLETO
                 GO TO 2200-VERIFICAR-PREDECESOR-EXIT
              END-IF
           END-IF

           MOVE CIC-DEP-PREDECESOR(WS-D) TO CIC-PROG-FALTANTE
           MOVE 08 TO CIC-RETORNO

           DISPLAY 'Paso ' CIC-PROGRAMA ' requiere ' CIC-PROG-FALTANTE
              ' completo en la fecha de negocio ' WS-FECHA-PRED.

       2200-VERIFICAR-PREDECESOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2500-REGISTRAR-ARRANQUE.

           ACCEPT WS-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-HORA  FROM TIME

           MOVE SPACES TO CIC-REGISTRO
           MOVE CIC-FECHA-NEGOCIO TO CIC-REG-FECHA
           MOVE CIC-PROGRAMA      TO CIC-REG-PROGRAMA
           MOVE 'E'               TO CIC-REG-ESTADO
           MOVE CIC-JOBID         TO CIC-REG-JOBID
           MOVE WS-FECHA          TO CIC-REG-INI-FECHA
           MOVE WS-HORA           TO CIC-REG-INI-HORA
           MOVE ZERO              TO CIC-REG-FIN-FECHA
           MOVE ZERO              TO CIC-REG-FIN-HORA
           MOVE ZERO              TO CIC-REG-RC
           MOVE ZERO              TO CIC-REG-FECHA-ANTERIOR
           MOVE ZERO              TO CIC-REG-FECHA-ACTUAL
           IF WS-FORZADO-SI
              MOVE 'S'            TO CIC-REG-FORZADO
              MOVE WS-OPERADOR    TO CIC-REG-OPERADOR
           ELSE
              MOVE 'N'            TO CIC-REG-FORZADO
           END-IF
           ADD 1 TO WS-EJECUCIONES
           MOVE WS-EJECUCIONES    TO CIC-REG-EJECUCIONES

           IF WS-PASO-EXISTE-SI
              REWRITE CIC-REGISTRO
                 INVALID KEY
                    MOVE 16 TO CIC-RETORNO
              END-REWRITE
           ELSE
              WRITE CIC-REGISTRO
                 INVALID KEY
                    MOVE 16 TO CIC-RETORNO
              END-WRITE
           END-IF

           IF CIC-RET-ERROR
              DISPLAY 'Error al registrar el arranque en CICVEC, '
                 'status: ' WS-FS-CIC
           END-IF.

       2500-REGISTRAR-ARRANQUE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Un paso que llega a su finalizacion con RC hasta 8 queda
      * completo; con RC mayor queda fallido y no habilita a sus
      * sucesores.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PASO.

           MOVE CIC-FECHA-NEGOCIO TO CIC-REG-FECHA
           MOVE CIC-PROGRAMA      TO CIC-REG-PROGRAMA
           SET WS-EXISTE-SI TO TRUE
           READ CICLO-FILE
              INVALID KEY
                 SET WS-EXISTE-NO TO TRUE
           END-READ

           IF WS-EXISTE-NO
              MOVE SPACES TO CIC-REGISTRO
              MOVE CIC-FECHA-NEGOCIO TO CIC-REG-FECHA
              MOVE CIC-PROGRAMA      TO CIC-REG-PROGRAMA
              MOVE CIC-JOBID         TO CIC-REG-JOBID
              MOVE ZERO TO CIC-REG-INI-FECHA
              MOVE ZERO TO CIC-REG-INI-HORA
              MOVE 'N'  TO CIC-REG-FORZADO
              MOVE 1    TO CIC-REG-EJECUCIONES
              MOVE ZERO TO CIC-REG-FECHA-ANTERIOR
              MOVE ZERO TO CIC-REG-FECHA-ACTUAL
           END-IF

           ACCEPT WS-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-HORA  FROM TIME

           MOVE WS-FECHA    TO CIC-REG-FIN-FECHA
           MOVE WS-HORA     TO CIC-REG-FIN-HORA
           MOVE CIC-RC-PASO TO CIC-REG-RC

           IF CIC-RC-PASO > 8
              MOVE 'F' TO CIC-REG-ESTADO
           ELSE
              MOVE 'C' TO CIC-REG-ESTADO
           END-IF

           IF WS-EXISTE-SI
              REWRITE CIC-REGISTRO
                 INVALID KEY
                    MOVE 16 TO CIC-RETORNO
              END-REWRITE
           ELSE
              WRITE CIC-REGISTRO
                 INVALID KEY
                    MOVE 16 TO CIC-RETORNO
              END-WRITE
           END-IF

           IF CIC-RET-ERROR
              DISPLAY 'Error al registrar el fin en CICVEC, status: '
                 WS-FS-CIC
           END-IF.

       3000-FINALIZAR-PASO-EXIT.
           EXIT.



       END PROGRAM CLCICSUB.
