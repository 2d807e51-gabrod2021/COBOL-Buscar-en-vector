      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Certificado diario de cuadre entre programas del
      *              circuito del maestro. Lee las cifras de control
      *              que cada programa publica en ESTVEC (CLESTSUB)
      *              para la fecha de negocio (la de la tarjeta de
      *              control, o la abierta en CICVEC) y su fecha de
      *              negocio anterior, y verifica las ecuaciones de la
      *              tabla CUAECU: las cifras de flujo se suman entre
      *              corridas de la misma fecha y las de saldo valen
      *              la ultima publicada. Un termino de un paso del
      *              ciclo (CICDEP) sin cifra publicada rompe la
      *              ecuacion; el de un programa fuera del ciclo que
      *              no corrio en la fecha vale cero. Imprime en CERVEC
      *              un unico certificado firmado por el operador de
      *              la tarjeta: EN BALANCE, o la lista de ecuaciones
      *              rotas con los dos lados de cada una. Retorno 8
      *              fuera de balance.
      * Tectonics: cobc
      ******************************************************************
      * Mantenimiento:
      *   - Hasta seis terminos por ecuacion (CUA-TRM-CANT de CUAECU);
      *     la cuenta del maestro incluye los registros restaurados y
      *     eliminados por el backout CLBCKVEC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLCUAVEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.

           SELECT CICLO-FILE ASSIGN TO CICVEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIC-REG-LLAVE
               FILE STATUS IS WS-FS-CIC.

           SELECT ESTAD-FILE ASSIGN TO ESTVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EST.

           SELECT REPORT-FILE ASSIGN TO CERVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           LABEL RECORD IS STANDARD.
       01  CTL-REGISTRO.
           05  CTL-FECHA            PIC 9(08).
           05  CTL-FECHA-X          REDEFINES CTL-FECHA
                                    PIC X(08).
           05  CTL-OPERADOR         PIC X(08).
           05  FILLER               PIC X(64).

       FD  CICLO-FILE
           LABEL RECORD IS STANDARD.
           COPY CICREC.

       FD  ESTAD-FILE
           LABEL RECORD IS STANDARD.
           COPY ESTREC.

       FD  REPORT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINEA                PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-FS-CTL        PIC X(02) VALUE '00'.
       77 WS-FS-CIC        PIC X(02) VALUE '00'.
       77 WS-FS-EST        PIC X(02) VALUE '00'.
       77 WS-FS-RPT        PIC X(02) VALUE '00'.

       77 WS-FECHA-RUN     PIC 9(08) VALUE ZERO.
       77 WS-HORA-RUN      PIC 9(08) VALUE ZERO.
       77 WS-OPERADOR      PIC X(08) VALUE SPACES.

       77 WS-FECHA-PEDIDA  PIC 9(08) VALUE ZERO.
       77 WS-FECHA-NEGOCIO PIC 9(08) VALUE ZERO.
       77 WS-FECHA-ANTERIOR PIC 9(08) VALUE ZERO.

       77 WS-CONT-EST-LEIDOS PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-EST-FECHA PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-ECU      PIC 9(02) COMP VALUE ZERO.
       77 WS-CONT-EN-BAL   PIC 9(02) COMP VALUE ZERO.
       77 WS-CONT-FUERA    PIC 9(02) COMP VALUE ZERO.

       77 WS-E             PIC 9(02) COMP VALUE ZERO.
       77 WS-T             PIC 9(02) COMP VALUE ZERO.
       77 WS-C             PIC 9(02) COMP VALUE ZERO.
       77 WS-C-ENC         PIC 9(02) COMP VALUE ZERO.
       77 WS-D             PIC 9(02) COMP VALUE ZERO.

       77 WS-BUS-DIA       PIC X(01) VALUE SPACE.
       77 WS-BUS-PROGRAMA  PIC X(08) VALUE SPACES.
       77 WS-BUS-CONCEPTO  PIC X(16) VALUE SPACES.

       77 WS-TOT-IZQ       PIC S9(15)V99 COMP VALUE ZERO.
       77 WS-TOT-DER       PIC S9(15)V99 COMP VALUE ZERO.
       77 WS-DIFERENCIA    PIC S9(15)V99 COMP VALUE ZERO.

       77 WS-EST-SW        PIC X(01) VALUE 'S'.
           88 WS-EST-SI       VALUE 'S'.
           88 WS-EST-NO       VALUE 'N'.

       77 WS-SIN-CIFRA-SW  PIC X(01) VALUE 'N'.
           88 WS-SIN-CIFRA-SI VALUE 'S'.
           88 WS-SIN-CIFRA-NO VALUE 'N'.

       77 WS-ECU-SW        PIC X(01) VALUE 'S'.
           88 WS-ECU-CUADRA   VALUE 'S'.
           88 WS-ECU-ROTA     VALUE 'N'.

       77 WS-RPT-ESTADO    PIC X(16) VALUE SPACES.
       77 WS-RPT-LADO      PIC X(03) VALUE SPACES.
       77 WS-RPT-DIA       PIC X(03) VALUE SPACES.
       77 WS-RPT-VALOR     PIC X(17) VALUE SPACES.
       77 WS-RPT-NOTA      PIC X(15) VALUE SPACES.
       77 WS-RPT-VAL-ED    PIC -(13)9.99 VALUE ZERO.
       77 WS-RPT-CNT-ED    PIC ZZZZZZ9 VALUE ZERO.
       77 WS-RPT-ECU-ED    PIC Z9 VALUE ZERO.

       01  WS-HORA-RPT.
           05  WS-HORA-HH       PIC 9(02) VALUE ZERO.
           05  FILLER           PIC X(01) VALUE ':'.
           05  WS-HORA-MM       PIC 9(02) VALUE ZERO.
           05  FILLER           PIC X(01) VALUE ':'.
           05  WS-HORA-SS       PIC 9(02) VALUE ZERO.

       01  WS-HORA-PARTES.
           05  WS-HORA-P-HH     PIC 9(02).
           05  WS-HORA-P-MM     PIC 9(02).
           05  WS-HORA-P-SS     PIC 9(02).
           05  WS-HORA-P-CC     PIC 9(02).

      *    Una entrada por cifra distinta que piden las ecuaciones
      *    (dia, programa, concepto); a lo sumo 6 por ecuacion.
       01  WS-CIF-TABLA.
           02  WS-CIF-TOT           PIC 9(02) COMP VALUE ZERO.
           02  WS-CIF-ENT           OCCURS 60 TIMES.
               05  WS-CIF-DIA       PIC X(01).
               05  WS-CIF-PROGRAMA  PIC X(08).
               05  WS-CIF-CONCEPTO  PIC X(16).
               05  WS-CIF-VALOR     PIC 9(13)V99 COMP.
               05  WS-CIF-CANT      PIC 9(05) COMP.
               05  WS-CIF-PASO      PIC X(01).
                   88  WS-CIF-PASO-CICLO  VALUE 'S'.

       01  WS-ECU-TERMINOS.
           02  WS-ECU-CIF           PIC 9(02) COMP OCCURS 6 TIMES.

       COPY CUAECU.

       COPY CICDEP.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 1000-LEER-CONTROL
              THRU 1000-LEER-CONTROL-EXIT.

           PERFORM 1500-ABRIR-ARCHIVOS
              THRU 1500-ABRIR-ARCHIVOS-EXIT.

           PERFORM 2000-PREPARAR-CIFRAS
              THRU 2000-PREPARAR-CIFRAS-EXIT.

           PERFORM 2500-CARGAR-CIFRAS
              THRU 2500-CARGAR-CIFRAS-EXIT.

           PERFORM 3000-VERIFICAR-ECUACIONES
              THRU 3000-VERIFICAR-ECUACIONES-EXIT.

           PERFORM 8000-REPORTE-RESUMEN
              THRU 8000-REPORTE-RESUMEN-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
      * Tarjeta de control: fecha de negocio (en blanco o cero, la
      * abierta en CICVEC) y operador que firma el certificado.
      *----------------------------------------------------------------*
       1000-LEER-CONTROL.

           ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RUN  FROM TIME

           MOVE WS-HORA-RUN  TO WS-HORA-PARTES
           MOVE WS-HORA-P-HH TO WS-HORA-HH
           MOVE WS-HORA-P-MM TO WS-HORA-MM
           MOVE WS-HORA-P-SS TO WS-HORA-SS

           OPEN INPUT CTL-FILE

           IF WS-FS-CTL = '00'
              READ CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-FECHA-X NOT = SPACES
                       AND CTL-FECHA IS NUMERIC
                       MOVE CTL-FECHA TO WS-FECHA-PEDIDA
                    END-IF
                    MOVE CTL-OPERADOR TO WS-OPERADOR
              END-READ
              CLOSE CTL-FILE
           END-IF

           IF WS-OPERADOR = SPACES
              DISPLAY 'Falta operador en tarjeta de control'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-LEER-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La fecha a certificar y su anterior salen de CICVEC; ESTVEC
      * inexistente no impide el certificado, que saldra fuera de
      * balance por falta de cifras.
      *----------------------------------------------------------------*
       1500-ABRIR-ARCHIVOS.

           OPEN INPUT CICLO-FILE

           IF WS-FS-CIC NOT = '00'
              DISPLAY 'Error al abrir CICLO-FILE, status: '
                 WS-FS-CIC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-FECHA-PEDIDA NOT = ZERO
              MOVE WS-FECHA-PEDIDA TO WS-FECHA-NEGOCIO
           ELSE
              MOVE ZERO   TO CIC-REG-FECHA
              MOVE SPACES TO CIC-REG-PROGRAMA
              READ CICLO-FILE
                 INVALID KEY
                    MOVE ZERO TO WS-FECHA-NEGOCIO
                 NOT INVALID KEY
                    MOVE CIC-REG-FECHA-ACTUAL TO WS-FECHA-NEGOCIO
              END-READ
           END-IF

           IF WS-FECHA-NEGOCIO = ZERO
              DISPLAY 'Sin fecha de negocio abierta en CICVEC'
              CLOSE CICLO-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-FECHA-NEGOCIO TO CIC-REG-FECHA
           MOVE SPACES           TO CIC-REG-PROGRAMA
           READ CICLO-FILE
              INVALID KEY
                 DISPLAY 'Fecha de negocio no registrada en CICVEC: '
                    WS-FECHA-NEGOCIO
                 CLOSE CICLO-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ

           MOVE CIC-REG-FECHA-ANTERIOR TO WS-FECHA-ANTERIOR

           CLOSE CICLO-FILE

           OPEN INPUT ESTAD-FILE

           IF WS-FS-EST = '35'
              DISPLAY 'Archivo de estadisticas ESTVEC inexistente'
              SET WS-EST-NO TO TRUE
           ELSE
              IF WS-FS-EST NOT = '00'
                 DISPLAY 'Error al abrir ESTAD-FILE, status: '
                    WS-FS-EST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE

           IF WS-FS-RPT NOT = '00'
              DISPLAY 'Error al abrir REPORT-FILE, status: '
                 WS-FS-RPT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO RPT-LINEA
           STRING 'CLCUAVEC - CERTIFICADO DIARIO DE CUADRE ENTRE '
                  'PROGRAMAS'
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           STRING 'Fecha de negocio: ' WS-FECHA-NEGOCIO
                  '  Fecha de negocio anterior: ' WS-FECHA-ANTERIOR
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           STRING 'Emitido: ' WS-FECHA-RUN ' ' WS-HORA-RPT
                  '  Operador: ' WS-OPERADOR
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           IF WS-EST-NO
              MOVE 'AVISO: ESTVEC inexistente, sin cifras publicadas'
                 TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF

           MOVE '----------------------------------------' TO RPT-LINEA
           WRITE RPT-LINEA.

       1500-ABRIR-ARCHIVOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Tabla con cada cifra distinta que piden las ecuaciones, en
      * cero y sin publicaciones; se marca si el programa es un paso
      * del ciclo nocturno.
      *----------------------------------------------------------------*
       2000-PREPARAR-CIFRAS.

           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > CUA-ECU-CANT
              PERFORM VARYING WS-T FROM 1 BY 1
                      UNTIL WS-T > CUA-TRM-CANT
                 IF CUA-TRM-LADO(WS-E, WS-T) NOT = SPACE
                    MOVE CUA-TRM-DIA(WS-E, WS-T) TO WS-BUS-DIA
                    MOVE CUA-TRM-PROGRAMA(WS-E, WS-T)
                       TO WS-BUS-PROGRAMA
                    MOVE CUA-TRM-CONCEPTO(WS-E, WS-T)
                       TO WS-BUS-CONCEPTO
                    PERFORM 2100-UBICAR-CIFRA
                       THRU 2100-UBICAR-CIFRA-EXIT
                    IF WS-C-ENC = ZERO
                       PERFORM 2200-AGREGAR-CIFRA
                          THRU 2200-AGREGAR-CIFRA-EXIT
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

       2000-PREPARAR-CIFRAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2100-UBICAR-CIFRA.

           MOVE ZERO TO WS-C-ENC
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CIF-TOT
                      OR WS-C-ENC > ZERO
              IF WS-CIF-DIA(WS-C)      = WS-BUS-DIA
                 AND WS-CIF-PROGRAMA(WS-C) = WS-BUS-PROGRAMA
                 AND WS-CIF-CONCEPTO(WS-C) = WS-BUS-CONCEPTO
                 MOVE WS-C TO WS-C-ENC
              END-IF
           END-PERFORM.

       2100-UBICAR-CIFRA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2200-AGREGAR-CIFRA.

           ADD 1 TO WS-CIF-TOT
           MOVE WS-CIF-TOT      TO WS-C-ENC
           MOVE WS-BUS-DIA      TO WS-CIF-DIA(WS-C-ENC)
           MOVE WS-BUS-PROGRAMA TO WS-CIF-PROGRAMA(WS-C-ENC)
           MOVE WS-BUS-CONCEPTO TO WS-CIF-CONCEPTO(WS-C-ENC)
           MOVE ZERO            TO WS-CIF-VALOR(WS-C-ENC)
           MOVE ZERO            TO WS-CIF-CANT(WS-C-ENC)
           MOVE 'N'             TO WS-CIF-PASO(WS-C-ENC)

           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > CIC-DEP-CANT
              IF CIC-DEP-PASO(WS-D) = WS-BUS-PROGRAMA
                 MOVE 'S' TO WS-CIF-PASO(WS-C-ENC)
              END-IF
           END-PERFORM.

       2200-AGREGAR-CIFRA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cifras publicadas para la fecha de negocio (dia H) y para la
      * anterior (dia A). Flujo: se suma entre corridas; saldo: ESTVEC
      * se graba en orden de publicacion, queda la ultima.
      *----------------------------------------------------------------*
       2500-CARGAR-CIFRAS.

           IF WS-EST-NO
              GO TO 2500-CARGAR-CIFRAS-EXIT
           END-IF

           PERFORM UNTIL WS-FS-EST = '10'
              READ ESTAD-FILE
                 AT END
                    MOVE '10' TO WS-FS-EST
                 NOT AT END
                    ADD 1 TO WS-CONT-EST-LEIDOS
                    PERFORM 2600-ACUMULAR-CIFRA
                       THRU 2600-ACUMULAR-CIFRA-EXIT
              END-READ
           END-PERFORM.

       2500-CARGAR-CIFRAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2600-ACUMULAR-CIFRA.

           EVALUATE TRUE
              WHEN EST-REG-FECHA-NEGOCIO = WS-FECHA-NEGOCIO
                 MOVE 'H' TO WS-BUS-DIA
              WHEN WS-FECHA-ANTERIOR NOT = ZERO
               AND EST-REG-FECHA-NEGOCIO = WS-FECHA-ANTERIOR
                 MOVE 'A' TO WS-BUS-DIA
              WHEN OTHER
                 GO TO 2600-ACUMULAR-CIFRA-EXIT
           END-EVALUATE

           ADD 1 TO WS-CONT-EST-FECHA

           MOVE EST-REG-PROGRAMA TO WS-BUS-PROGRAMA
           MOVE EST-REG-CONCEPTO TO WS-BUS-CONCEPTO
           PERFORM 2100-UBICAR-CIFRA
              THRU 2100-UBICAR-CIFRA-EXIT

           IF WS-C-ENC = ZERO
              GO TO 2600-ACUMULAR-CIFRA-EXIT
           END-IF

           IF EST-REG-VALOR IS NOT NUMERIC
              DISPLAY 'Cifra no numerica en ESTVEC: '
                 EST-REG-PROGRAMA ' ' EST-REG-CONCEPTO
              GO TO 2600-ACUMULAR-CIFRA-EXIT
           END-IF

           ADD 1 TO WS-CIF-CANT(WS-C-ENC)

           IF EST-REG-FLUJO
              ADD EST-REG-VALOR TO WS-CIF-VALOR(WS-C-ENC)
           ELSE
              MOVE EST-REG-VALOR TO WS-CIF-VALOR(WS-C-ENC)
           END-IF.

       2600-ACUMULAR-CIFRA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3000-VERIFICAR-ECUACIONES.

           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > CUA-ECU-CANT
              PERFORM 3100-VERIFICAR-ECUACION
                 THRU 3100-VERIFICAR-ECUACION-EXIT
           END-PERFORM.

       3000-VERIFICAR-ECUACIONES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Suma con signo de cada lado de la ecuacion WS-E. Cuadra si
      * los lados son iguales y no falta la cifra de ningun paso del
      * ciclo; si no, se detallan sus terminos.
      *----------------------------------------------------------------*
       3100-VERIFICAR-ECUACION.

           ADD 1 TO WS-CONT-ECU
           MOVE ZERO TO WS-TOT-IZQ
           MOVE ZERO TO WS-TOT-DER
           SET WS-SIN-CIFRA-NO TO TRUE

           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > CUA-TRM-CANT
              MOVE ZERO TO WS-ECU-CIF(WS-T)
              IF CUA-TRM-LADO(WS-E, WS-T) NOT = SPACE
                 PERFORM 3200-SUMAR-TERMINO
                    THRU 3200-SUMAR-TERMINO-EXIT
              END-IF
           END-PERFORM

           IF WS-TOT-IZQ = WS-TOT-DER
              AND WS-SIN-CIFRA-NO
              SET WS-ECU-CUADRA TO TRUE
              MOVE 'EN BALANCE' TO WS-RPT-ESTADO
              ADD 1 TO WS-CONT-EN-BAL
           ELSE
              SET WS-ECU-ROTA TO TRUE
              MOVE 'FUERA DE BALANCE' TO WS-RPT-ESTADO
              ADD 1 TO WS-CONT-FUERA
           END-IF

           MOVE SPACES TO RPT-LINEA
           STRING CUA-ECU-CODIGO(WS-E) ' '
                  CUA-ECU-DESCRIPCION(WS-E) ' '
                  WS-RPT-ESTADO
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           IF WS-ECU-ROTA
              PERFORM 3300-DETALLAR-ECUACION
                 THRU 3300-DETALLAR-ECUACION-EXIT
           END-IF.

       3100-VERIFICAR-ECUACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       3200-SUMAR-TERMINO.

           MOVE CUA-TRM-DIA(WS-E, WS-T)      TO WS-BUS-DIA
           MOVE CUA-TRM-PROGRAMA(WS-E, WS-T) TO WS-BUS-PROGRAMA
           MOVE CUA-TRM-CONCEPTO(WS-E, WS-T) TO WS-BUS-CONCEPTO
           PERFORM 2100-UBICAR-CIFRA
              THRU 2100-UBICAR-CIFRA-EXIT
           MOVE WS-C-ENC TO WS-ECU-CIF(WS-T)

           IF WS-CIF-CANT(WS-C-ENC) = ZERO
              AND WS-CIF-PASO-CICLO(WS-C-ENC)
              SET WS-SIN-CIFRA-SI TO TRUE
           END-IF

           IF CUA-TRM-IZQUIERDO(WS-E, WS-T)
              IF CUA-TRM-RESTA(WS-E, WS-T)
                 SUBTRACT WS-CIF-VALOR(WS-C-ENC) FROM WS-TOT-IZQ
              ELSE
                 ADD WS-CIF-VALOR(WS-C-ENC) TO WS-TOT-IZQ
              END-IF
           ELSE
              IF CUA-TRM-RESTA(WS-E, WS-T)
                 SUBTRACT WS-CIF-VALOR(WS-C-ENC) FROM WS-TOT-DER
              ELSE
                 ADD WS-CIF-VALOR(WS-C-ENC) TO WS-TOT-DER
              END-IF
           END-IF.

       3200-SUMAR-TERMINO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Ecuacion rota: cada termino con su cifra, los dos lados y la
      * diferencia.
      *----------------------------------------------------------------*
       3300-DETALLAR-ECUACION.

           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > CUA-TRM-CANT
              IF WS-ECU-CIF(WS-T) > ZERO
                 PERFORM 3400-IMPRIMIR-TERMINO
                    THRU 3400-IMPRIMIR-TERMINO-EXIT
              END-IF
           END-PERFORM

           MOVE WS-TOT-IZQ TO WS-RPT-VAL-ED
           MOVE SPACES TO RPT-LINEA
           STRING '      Total izquierda:           ' WS-RPT-VAL-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-TOT-DER TO WS-RPT-VAL-ED
           MOVE SPACES TO RPT-LINEA
           STRING '      Total derecha:             ' WS-RPT-VAL-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           COMPUTE WS-DIFERENCIA = WS-TOT-IZQ - WS-TOT-DER
           MOVE WS-DIFERENCIA TO WS-RPT-VAL-ED
           MOVE SPACES TO RPT-LINEA
           STRING '      Diferencia:                ' WS-RPT-VAL-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA.

       3300-DETALLAR-ECUACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Un termino: lado, signo, dia (HOY o ANT), programa, concepto
      * y cifra. Paso del ciclo sin publicar: SIN CIFRA; programa
      * fuera del ciclo sin publicar: vale cero.
      *----------------------------------------------------------------*
       3400-IMPRIMIR-TERMINO.

           MOVE WS-ECU-CIF(WS-T) TO WS-C

           IF CUA-TRM-IZQUIERDO(WS-E, WS-T)
              MOVE 'IZQ' TO WS-RPT-LADO
           ELSE
              MOVE 'DER' TO WS-RPT-LADO
           END-IF

           IF CUA-TRM-DIA-ANTERIOR(WS-E, WS-T)
              MOVE 'ANT' TO WS-RPT-DIA
           ELSE
              MOVE 'HOY' TO WS-RPT-DIA
           END-IF

           MOVE SPACES TO WS-RPT-NOTA
           IF WS-CIF-CANT(WS-C) = ZERO
              IF WS-CIF-PASO-CICLO(WS-C)
                 MOVE '        SIN CIFRA' TO WS-RPT-VALOR
              ELSE
                 MOVE ZERO TO WS-RPT-VAL-ED
                 MOVE WS-RPT-VAL-ED TO WS-RPT-VALOR
                 MOVE ' (no corrio)' TO WS-RPT-NOTA
              END-IF
           ELSE
              MOVE WS-CIF-VALOR(WS-C) TO WS-RPT-VAL-ED
              MOVE WS-RPT-VAL-ED TO WS-RPT-VALOR
           END-IF

           MOVE SPACES TO RPT-LINEA
           STRING '      ' WS-RPT-LADO ' '
                  CUA-TRM-SIGNO(WS-E, WS-T) ' '
                  WS-RPT-DIA ' '
                  CUA-TRM-PROGRAMA(WS-E, WS-T) ' '
                  CUA-TRM-CONCEPTO(WS-E, WS-T) ' '
                  WS-RPT-VALOR WS-RPT-NOTA
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA.

       3400-IMPRIMIR-TERMINO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-REPORTE-RESUMEN.

           MOVE '----------------------------------------' TO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-EST-LEIDOS TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Cifras leidas de ESTVEC:       ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-EST-FECHA TO WS-RPT-CNT-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Cifras de las dos fechas:      ' WS-RPT-CNT-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-ECU TO WS-RPT-ECU-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Ecuaciones verificadas:        ' WS-RPT-ECU-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-EN-BAL TO WS-RPT-ECU-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Ecuaciones en balance:         ' WS-RPT-ECU-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-FUERA TO WS-RPT-ECU-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Ecuaciones fuera de balance:   ' WS-RPT-ECU-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE '----------------------------------------' TO RPT-LINEA
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           IF WS-CONT-FUERA = ZERO
              MOVE 'CERTIFICADO: EN BALANCE' TO RPT-LINEA
           ELSE
              MOVE 'CERTIFICADO: FUERA DE BALANCE, ver ecuaciones'
                 TO RPT-LINEA
           END-IF
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           STRING 'Certificado por: ' WS-OPERADOR
                  '  Fecha: ' WS-FECHA-RUN
                  '  Hora: ' WS-HORA-RPT
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA

           MOVE 'Firma: ______________________________' TO RPT-LINEA
           WRITE RPT-LINEA

           DISPLAY '-------- Resumen Cuadre Diario ---------'
           DISPLAY 'Fecha de negocio:  ' WS-FECHA-NEGOCIO
           DISPLAY 'Cifras leidas:     ' WS-CONT-EST-LEIDOS
           DISPLAY 'Ecuaciones:        ' WS-CONT-ECU
           DISPLAY 'En balance:        ' WS-CONT-EN-BAL
           DISPLAY 'Fuera de balance:  ' WS-CONT-FUERA

           IF WS-CONT-FUERA > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

       8000-REPORTE-RESUMEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.

           IF WS-EST-SI
              CLOSE ESTAD-FILE
           END-IF

           CLOSE REPORT-FILE.

       9000-FINALIZAR-EXIT.
           EXIT.

       END PROGRAM CLCUAVEC.
