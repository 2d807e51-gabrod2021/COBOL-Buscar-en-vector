      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Utilitario de operacion del ciclo nocturno del
      *              maestro (archivo CICVEC). Con funcion 'C' en la
      *              tarjeta de control imprime en ESTCIC el estado de
      *              cada paso de la lista CICDEP para la fecha de
      *              negocio pedida (por omision la abierta): arranque,
      *              fin, codigo de retorno, forzado y predecesor. Con
      *              funcion 'A' abre la fecha de negocio siguiente
      *              (la de la tarjeta, o la fecha de la corrida): la
      *              fecha abierta se cierra, y si le quedan pasos sin
      *              completar la apertura se rechaza salvo que la
      *              tarjeta traiga forzado 'S'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLCICVEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CICLO-FILE ASSIGN TO CICVEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIC-REG-LLAVE
               FILE STATUS IS WS-FS-CIC.

           SELECT CTL-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

           SELECT REPORT-FILE ASSIGN TO ESTCIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  CICLO-FILE
           LABEL RECORD IS STANDARD.
           COPY CICREC.

       FD  CTL-FILE
           LABEL RECORD IS STANDARD.
       01  CTL-REGISTRO.
           05  CTL-FUNCION          PIC X(01).
           05  CTL-FECHA            PIC 9(08).
           05  CTL-FECHA-X          REDEFINES CTL-FECHA
                                    PIC X(08).
           05  CTL-FORZAR           PIC X(01).
           05  FILLER               PIC X(70).

       FD  REPORT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINEA                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-CIC        PIC X(02) VALUE '00'.
       77 WS-FS-CTL        PIC X(02) VALUE '00'.
       77 WS-FS-RPT        PIC X(02) VALUE '00'.

       77 WS-FECHA-RUN     PIC 9(08) VALUE ZERO.
       77 WS-HORA-RUN      PIC 9(08) VALUE ZERO.

       77 WS-FUNCION       PIC X(01) VALUE 'C'.
           88 WS-FUN-CONSULTA VALUE 'C'.
           88 WS-FUN-ABRIR    VALUE 'A'.

       77 WS-FORZAR        PIC X(01) VALUE 'N'.
       77 WS-FECHA-PEDIDA  PIC 9(08) VALUE ZERO.

       77 WS-FECHA-ACTUAL  PIC 9(08) VALUE ZERO.
       77 WS-FECHA-ANTERIOR PIC 9(08) VALUE ZERO.
       77 WS-FECHA-CONSULTA PIC 9(08) VALUE ZERO.
       77 WS-FECHA-CONS-ANT PIC 9(08) VALUE ZERO.
       77 WS-FECHA-PRED    PIC 9(08) VALUE ZERO.

       77 WS-CONT-COMPLETOS PIC 9(02) COMP VALUE ZERO.
       77 WS-CONT-PENDIENTES PIC 9(02) COMP VALUE ZERO.

       77 WS-D             PIC 9(02) COMP VALUE ZERO.

       77 WS-EXISTE-SW     PIC X(01) VALUE 'N'.
           88 WS-EXISTE-SI    VALUE 'S'.
           88 WS-EXISTE-NO    VALUE 'N'.

       77 WS-CONTROL-SW    PIC X(01) VALUE 'N'.
           88 WS-CONTROL-SI   VALUE 'S'.
           88 WS-CONTROL-NO   VALUE 'N'.

       77 WS-RPT-ESTADO    PIC X(10) VALUE SPACES.
       77 WS-RPT-DIA       PIC X(08) VALUE SPACES.
       77 WS-RPT-CNT-ED    PIC Z9 VALUE ZERO.
       77 WS-RPT-EJE-ED    PIC ZZ9 VALUE ZERO.

       COPY CICDEP.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-LEER-CONTROL
              THRU 1000-LEER-CONTROL-EXIT.

           PERFORM 1500-ABRIR-ARCHIVOS
              THRU 1500-ABRIR-ARCHIVOS-EXIT.

           IF WS-FUN-ABRIR
              PERFORM 3000-ABRIR-FECHA
                 THRU 3000-ABRIR-FECHA-EXIT
           ELSE
              PERFORM 2000-CONSULTAR-CICLO
                 THRU 2000-CONSULTAR-CICLO-EXIT
           END-IF.

           PERFORM 8000-REPORTE-RESUMEN
              THRU 8000-REPORTE-RESUMEN-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

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
                    IF CTL-FECHA-X NOT = SPACES
                       AND CTL-FECHA IS NUMERIC
                       MOVE CTL-FECHA TO WS-FECHA-PEDIDA
                    END-IF
                    IF CTL-FORZAR = 'S'
                       MOVE 'S' TO WS-FORZAR
                    END-IF
              END-READ
              CLOSE CTL-FILE
           END-IF

           IF NOT WS-FUN-CONSULTA AND NOT WS-FUN-ABRIR
              DISPLAY 'Funcion invalida en tarjeta de control: '
                 WS-FUNCION
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-LEER-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La primera apertura crea el archivo de ciclo.
      *----------------------------------------------------------------*
       1500-ABRIR-ARCHIVOS.

           OPEN I-O CICLO-FILE

           IF WS-FS-CIC = '35'
              AND WS-FUN-ABRIR
              OPEN OUTPUT CICLO-FILE
              CLOSE CICLO-FILE
              OPEN I-O CICLO-FILE
           END-IF

           IF WS-FS-CIC = '35'
              DISPLAY 'Archivo de ciclo CICVEC inexistente, '
                 'nada que consultar'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-FS-CIC NOT = '00'
              DISPLAY 'Error al abrir CICLO-FILE, status: '
                 WS-FS-CIC
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
           STRING 'CLCICVEC - Control del Ciclo Nocturno  Fecha: '
                  WS-FECHA-RUN
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE '----------------------------------------' TO RPT-LINEA
           WRITE RPT-LINEA

           MOVE ZERO   TO CIC-REG-FECHA
           MOVE SPACES TO CIC-REG-PROGRAMA
           SET WS-CONTROL-SI TO TRUE
           READ CICLO-FILE
              INVALID KEY
                 SET WS-CONTROL-NO TO TRUE
           END-READ

           IF WS-CONTROL-SI
              MOVE CIC-REG-FECHA-ACTUAL   TO WS-FECHA-ACTUAL
              MOVE CIC-REG-FECHA-ANTERIOR TO WS-FECHA-ANTERIOR
           END-IF.

       1500-ABRIR-ARCHIVOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-CONSULTAR-CICLO.

           IF WS-FECHA-PEDIDA NOT = ZERO
              MOVE WS-FECHA-PEDIDA TO WS-FECHA-CONSULTA
           ELSE
              MOVE WS-FECHA-ACTUAL TO WS-FECHA-CONSULTA
           END-IF

           IF WS-FECHA-CONSULTA = ZERO
              MOVE 'Sin fecha de negocio abierta' TO RPT-LINEA
              WRITE RPT-LINEA
              MOVE 4 TO RETURN-CODE
              GO TO 2000-CONSULTAR-CICLO-EXIT
           END-IF

           PERFORM 2100-IMPRIMIR-CICLO
              THRU 2100-IMPRIMIR-CICLO-EXIT.

       2000-CONSULTAR-CICLO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Estado de la fecha WS-FECHA-CONSULTA y de cada paso de la
      * lista CICDEP en esa fecha.
      *----------------------------------------------------------------*
       2100-IMPRIMIR-CICLO.

           MOVE ZERO TO WS-CONT-COMPLETOS
           MOVE ZERO TO WS-CONT-PENDIENTES
           MOVE ZERO TO WS-FECHA-CONS-ANT

           MOVE WS-FECHA-CONSULTA TO CIC-REG-FECHA
           MOVE SPACES            TO CIC-REG-PROGRAMA
           SET WS-EXISTE-SI TO TRUE
           READ CICLO-FILE
              INVALID KEY
                 SET WS-EXISTE-NO TO TRUE
           END-READ

           MOVE SPACES TO RPT-LINEA
           IF WS-EXISTE-NO
              STRING 'Fecha de negocio ' WS-FECHA-CONSULTA
                     ' no fue abierta'
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
              MOVE 4 TO RETURN-CODE
              GO TO 2100-IMPRIMIR-CICLO-EXIT
           END-IF

           MOVE CIC-REG-FECHA-ANTERIOR TO WS-FECHA-CONS-ANT
           IF CIC-REG-ABIERTA
              MOVE 'ABIERTA' TO WS-RPT-ESTADO
           ELSE
              MOVE 'CERRADA' TO WS-RPT-ESTADO
           END-IF
           STRING 'Fecha de negocio ' WS-FECHA-CONSULTA
                  ' ' WS-RPT-ESTADO
                  ' anterior: ' WS-FECHA-CONS-ANT
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA

           MOVE 'Paso     Estado     Inicio            Fin' TO RPT-LINEA
           MOVE 'RC Forz Ejec' TO RPT-LINEA(60:12)
           WRITE RPT-LINEA

           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > CIC-DEP-CANT
              PERFORM 2200-IMPRIMIR-PASO
                 THRU 2200-IMPRIMIR-PASO-EXIT
           END-PERFORM

           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           IF WS-CONT-PENDIENTES = ZERO
              MOVE 'CICLO COMPLETO' TO RPT-LINEA
           ELSE
              MOVE WS-CONT-PENDIENTES TO WS-RPT-CNT-ED
              STRING 'CICLO INCOMPLETO, pasos sin completar: '
                     WS-RPT-CNT-ED
                     DELIMITED BY SIZE INTO RPT-LINEA
           END-IF
           WRITE RPT-LINEA.

       2100-IMPRIMIR-CICLO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-IMPRIMIR-PASO.

           MOVE WS-FECHA-CONSULTA  TO CIC-REG-FECHA
           MOVE CIC-DEP-PASO(WS-D) TO CIC-REG-PROGRAMA
           SET WS-EXISTE-SI TO TRUE
           READ CICLO-FILE
              INVALID KEY
                 SET WS-EXISTE-NO TO TRUE
           END-READ

           MOVE SPACES TO RPT-LINEA
           MOVE CIC-DEP-PASO(WS-D) TO RPT-LINEA(1:8)

           IF WS-EXISTE-NO
              MOVE 'PENDIENTE' TO RPT-LINEA(10:10)
              ADD 1 TO WS-CONT-PENDIENTES
           ELSE
              EVALUATE TRUE
                 WHEN CIC-REG-COMPLETO
                    MOVE 'COMPLETO'  TO WS-RPT-ESTADO
                    ADD 1 TO WS-CONT-COMPLETOS
                 WHEN CIC-REG-FALLIDO
                    MOVE 'FALLIDO'   TO WS-RPT-ESTADO
                    ADD 1 TO WS-CONT-PENDIENTES
                 WHEN OTHER
                    MOVE 'EN CURSO'  TO WS-RPT-ESTADO
                    ADD 1 TO WS-CONT-PENDIENTES
              END-EVALUATE
              MOVE WS-RPT-ESTADO TO RPT-LINEA(10:10)
              MOVE CIC-REG-INI-FECHA TO RPT-LINEA(21:8)
              MOVE CIC-REG-INI-HORA(1:6) TO RPT-LINEA(30:6)
              IF CIC-REG-FIN-FECHA NOT = ZERO
                 MOVE CIC-REG-FIN-FECHA TO RPT-LINEA(39:8)
                 MOVE CIC-REG-FIN-HORA(1:6) TO RPT-LINEA(48:6)
                 MOVE CIC-REG-RC TO RPT-LINEA(60:2)
              END-IF
              MOVE CIC-REG-FORZADO TO RPT-LINEA(64:1)
              MOVE CIC-REG-EJECUCIONES TO WS-RPT-EJE-ED
              MOVE WS-RPT-EJE-ED TO RPT-LINEA(69:3)
           END-IF
           WRITE RPT-LINEA

           IF WS-EXISTE-SI
              AND CIC-REG-FORZADO = 'S'
              MOVE SPACES TO RPT-LINEA
              STRING '         forzado por el operador '
                     CIC-REG-OPERADOR
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
           END-IF

           IF CIC-DEP-PREDECESOR(WS-D) = SPACES
              GO TO 2200-IMPRIMIR-PASO-EXIT
           END-IF

           IF CIC-DEP-DIA-ANTERIOR(WS-D)
              MOVE WS-FECHA-CONS-ANT TO WS-FECHA-PRED
              MOVE 'anterior' TO WS-RPT-DIA
           ELSE
              MOVE WS-FECHA-CONSULTA TO WS-FECHA-PRED
              MOVE 'del dia'  TO WS-RPT-DIA
           END-IF

           MOVE WS-FECHA-PRED            TO CIC-REG-FECHA
           MOVE CIC-DEP-PREDECESOR(WS-D) TO CIC-REG-PROGRAMA
           SET WS-EXISTE-SI TO TRUE
           READ CICLO-FILE
              INVALID KEY
                 SET WS-EXISTE-NO TO TRUE
           END-READ

           MOVE SPACES TO RPT-LINEA
           IF WS-EXISTE-SI AND CIC-REG-COMPLETO
              MOVE 'cumplido' TO WS-RPT-ESTADO
           ELSE
              MOVE 'NO CUMPLIDO' TO WS-RPT-ESTADO
           END-IF
           STRING '         requiere ' CIC-DEP-PREDECESOR(WS-D)
                  ' ' WS-RPT-DIA ' (' WS-FECHA-PRED ') '
                  WS-RPT-ESTADO
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA.

       2200-IMPRIMIR-PASO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Apertura de la fecha de negocio siguiente. La fecha abierta
      * debe tener el ciclo completo, salvo forzado en la tarjeta.
      *----------------------------------------------------------------*
       3000-ABRIR-FECHA.

           IF WS-FECHA-PEDIDA = ZERO
              MOVE WS-FECHA-RUN TO WS-FECHA-PEDIDA
           END-IF

           IF WS-FECHA-PEDIDA NOT > WS-FECHA-ACTUAL
              MOVE SPACES TO RPT-LINEA
              STRING 'Fecha a abrir ' WS-FECHA-PEDIDA
                     ' no es posterior a la abierta ' WS-FECHA-ACTUAL
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
              DISPLAY 'Apertura rechazada: ' WS-FECHA-PEDIDA
                 ' no es posterior a ' WS-FECHA-ACTUAL
              MOVE 8 TO RETURN-CODE
              GO TO 3000-ABRIR-FECHA-EXIT
           END-IF

           IF WS-FECHA-ACTUAL NOT = ZERO
              MOVE WS-FECHA-ACTUAL TO WS-FECHA-CONSULTA
              PERFORM 2100-IMPRIMIR-CICLO
                 THRU 2100-IMPRIMIR-CICLO-EXIT
              IF WS-CONT-PENDIENTES > ZERO
                 IF WS-FORZAR = 'S'
                    MOVE 'Fecha cerrada con pasos pendientes por '
                       TO RPT-LINEA
                    MOVE 'forzado' TO RPT-LINEA(41:7)
                    WRITE RPT-LINEA
                    DISPLAY 'Cierre forzado de la fecha '
                       WS-FECHA-ACTUAL ' con pasos pendientes'
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 'Apertura rechazada: ciclo de la fecha abierta'
                       TO RPT-LINEA
                    MOVE ' incompleto' TO RPT-LINEA(46:11)
                    WRITE RPT-LINEA
                    DISPLAY 'Apertura rechazada: ciclo del '
                       WS-FECHA-ACTUAL ' incompleto'
                    MOVE 8 TO RETURN-CODE
                    GO TO 3000-ABRIR-FECHA-EXIT
                 END-IF
              END-IF
              PERFORM 3100-CERRAR-FECHA-ACTUAL
                 THRU 3100-CERRAR-FECHA-ACTUAL-EXIT
           END-IF

           PERFORM 3200-GRABAR-FECHA-NUEVA
              THRU 3200-GRABAR-FECHA-NUEVA-EXIT.

       3000-ABRIR-FECHA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3100-CERRAR-FECHA-ACTUAL.

           MOVE WS-FECHA-ACTUAL TO CIC-REG-FECHA
           MOVE SPACES          TO CIC-REG-PROGRAMA
           SET WS-EXISTE-SI TO TRUE
           READ CICLO-FILE
              INVALID KEY
                 SET WS-EXISTE-NO TO TRUE
           END-READ

           IF WS-EXISTE-NO
              GO TO 3100-CERRAR-FECHA-ACTUAL-EXIT
           END-IF

           MOVE 'X'          TO CIC-REG-ESTADO
           MOVE WS-FECHA-RUN TO CIC-REG-FIN-FECHA
           MOVE WS-HORA-RUN  TO CIC-REG-FIN-HORA
           MOVE WS-FORZAR    TO CIC-REG-FORZADO

           REWRITE CIC-REGISTRO
              INVALID KEY
                 DISPLAY 'Error al cerrar la fecha ' WS-FECHA-ACTUAL
                    ', status: ' WS-FS-CIC
                 MOVE 16 TO RETURN-CODE
           END-REWRITE.

       3100-CERRAR-FECHA-ACTUAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3200-GRABAR-FECHA-NUEVA.

           MOVE SPACES          TO CIC-REGISTRO
           MOVE WS-FECHA-PEDIDA TO CIC-REG-FECHA
           MOVE 'A'             TO CIC-REG-ESTADO
           MOVE 'CLCICVEC'      TO CIC-REG-JOBID
           MOVE WS-FECHA-RUN    TO CIC-REG-INI-FECHA
           MOVE WS-HORA-RUN     TO CIC-REG-INI-HORA
           MOVE ZERO            TO CIC-REG-FIN-FECHA
           MOVE ZERO            TO CIC-REG-FIN-HORA
           MOVE ZERO            TO CIC-REG-RC
           MOVE 'N'             TO CIC-REG-FORZADO
           MOVE ZERO            TO CIC-REG-EJECUCIONES
           MOVE WS-FECHA-ACTUAL TO CIC-REG-FECHA-ANTERIOR
           MOVE ZERO            TO CIC-REG-FECHA-ACTUAL

           WRITE CIC-REGISTRO
              INVALID KEY
                 DISPLAY 'Fecha de negocio ' WS-FECHA-PEDIDA
                    ' ya existe en CICVEC'
                 MOVE 8 TO RETURN-CODE
                 GO TO 3200-GRABAR-FECHA-NUEVA-EXIT
           END-WRITE

           MOVE SPACES          TO CIC-REGISTRO
           MOVE ZERO            TO CIC-REG-FECHA
           MOVE 'A'             TO CIC-REG-ESTADO
           MOVE 'CLCICVEC'      TO CIC-REG-JOBID
           MOVE WS-FECHA-RUN    TO CIC-REG-INI-FECHA
           MOVE WS-HORA-RUN     TO CIC-REG-INI-HORA
           MOVE ZERO            TO CIC-REG-FIN-FECHA
           MOVE ZERO            TO CIC-REG-FIN-HORA
           MOVE ZERO            TO CIC-REG-RC
           MOVE 'N'             TO CIC-REG-FORZADO
           MOVE ZERO            TO CIC-REG-EJECUCIONES
           MOVE WS-FECHA-ACTUAL TO CIC-REG-FECHA-ANTERIOR
           MOVE WS-FECHA-PEDIDA TO CIC-REG-FECHA-ACTUAL

           IF WS-CONTROL-SI
              REWRITE CIC-REGISTRO
                 INVALID KEY
                    MOVE 16 TO RETURN-CODE
              END-REWRITE
           ELSE
              WRITE CIC-REGISTRO
                 INVALID KEY
                    MOVE 16 TO RETURN-CODE
              END-WRITE
           END-IF

           IF RETURN-CODE = 16
              DISPLAY 'Error al grabar el control de CICVEC, status: '
                 WS-FS-CIC
              GO TO 3200-GRABAR-FECHA-NUEVA-EXIT
           END-IF

           MOVE WS-FECHA-ACTUAL TO WS-FECHA-ANTERIOR
           MOVE WS-FECHA-PEDIDA TO WS-FECHA-ACTUAL

           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           STRING 'Fecha de negocio abierta: ' WS-FECHA-ACTUAL
                  ' anterior: ' WS-FECHA-ANTERIOR
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           DISPLAY 'Fecha de negocio abierta: ' WS-FECHA-ACTUAL.

       3200-GRABAR-FECHA-NUEVA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-REPORTE-RESUMEN.

           DISPLAY '-------- Resumen Control de Ciclo ----------'
           DISPLAY 'Funcion:               ' WS-FUNCION
           DISPLAY 'Fecha de negocio:      ' WS-FECHA-ACTUAL
           DISPLAY 'Fecha anterior:        ' WS-FECHA-ANTERIOR
           DISPLAY 'Pasos completos:       ' WS-CONT-COMPLETOS
           DISPLAY 'Pasos sin completar:   ' WS-CONT-PENDIENTES.

       8000-REPORTE-RESUMEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.

           CLOSE CICLO-FILE
           CLOSE REPORT-FILE.

       9000-FINALIZAR-EXIT.
           EXIT.



       END PROGRAM CLCICVEC.
