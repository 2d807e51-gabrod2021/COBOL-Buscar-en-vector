      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Subprograma de estadisticas de corrida (bloque de
      *              parametros ESTPARM). Agrega una cifra de control
      *              del programa llamador al archivo acumulado ESTVEC
      *              (layout ESTREC) con la fecha de negocio, el
      *              concepto, el tipo (flujo o saldo) y la fecha y
      *              hora de publicacion. Los pasos del ciclo informan
      *              la fecha de negocio que les devolvio CLCICSUB; el
      *              resto la pasa en cero y se toma la fecha abierta
      *              del registro de control de CICVEC (si no hay
      *              CICVEC, la fecha de la corrida). ESTVEC se abre y
      *              cierra en cada llamada y se crea la primera vez.
      *              Un error de archivo no detiene al llamador: se
      *              informa y se devuelve retorno 16.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLESTSUB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTAD-FILE ASSIGN TO ESTVEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EST.

           SELECT CICLO-FILE ASSIGN TO CICVEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIC-REG-LLAVE
               FILE STATUS IS WS-FS-CIC.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTAD-FILE
           LABEL RECORD IS STANDARD.
           COPY ESTREC.

       FD  CICLO-FILE
           LABEL RECORD IS STANDARD.
           COPY CICREC.

       WORKING-STORAGE SECTION.

       77 WS-FS-EST        PIC X(02) VALUE '00'.
       77 WS-FS-CIC        PIC X(02) VALUE '00'.

       77 WS-FECHA         PIC 9(08) VALUE ZERO.
       77 WS-HORA          PIC 9(08) VALUE ZERO.
       77 WS-FECHA-ABIERTA PIC 9(08) VALUE ZERO.

       77 WS-CARGADO-SW    PIC X(01) VALUE 'N'.
           88 WS-CARGADO-SI   VALUE 'S'.
           88 WS-CARGADO-NO   VALUE 'N'.

       LINKAGE SECTION.

       COPY ESTPARM.

       PROCEDURE DIVISION USING EST-PARAMETROS.
      *----------------------------------------------------------------*

           MOVE ZERO TO EST-RETORNO

           ACCEPT WS-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-HORA  FROM TIME

           IF EST-FECHA-NEGOCIO = ZERO
              AND WS-CARGADO-NO
              PERFORM 1000-OBTENER-FECHA-ABIERTA
                 THRU 1000-OBTENER-FECHA-ABIERTA-EXIT
           END-IF

           PERFORM 2000-GRABAR-CIFRA
              THRU 2000-GRABAR-CIFRA-EXIT.

           GOBACK.

      *----------------------------------------------------------------*
      * La fecha de negocio abierta se busca una sola vez por corrida
      * del llamador; todas sus cifras quedan bajo la misma fecha.
      *----------------------------------------------------------------*
       1000-OBTENER-FECHA-ABIERTA.

           SET WS-CARGADO-SI TO TRUE
           MOVE WS-FECHA TO WS-FECHA-ABIERTA

           OPEN INPUT CICLO-FILE

           IF WS-FS-CIC NOT = '00'
              DISPLAY 'CICVEC no disponible, status: ' WS-FS-CIC
                 ' - cifras bajo la fecha de la corrida'
              GO TO 1000-OBTENER-FECHA-ABIERTA-EXIT
           END-IF

           MOVE ZERO   TO CIC-REG-FECHA
           MOVE SPACES TO CIC-REG-PROGRAMA
           READ CICLO-FILE
              INVALID KEY
                 DISPLAY 'Sin fecha de negocio abierta en CICVEC'
                    ' - cifras bajo la fecha de la corrida'
              NOT INVALID KEY
                 IF CIC-REG-FECHA-ACTUAL > ZERO
                    MOVE CIC-REG-FECHA-ACTUAL TO WS-FECHA-ABIERTA
                 END-IF
           END-READ

           CLOSE CICLO-FILE.

       1000-OBTENER-FECHA-ABIERTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-GRABAR-CIFRA.

           OPEN EXTEND ESTAD-FILE

           IF WS-FS-EST = '35'
              OPEN OUTPUT ESTAD-FILE
           END-IF

           IF WS-FS-EST NOT = '00'
              DISPLAY 'Error al abrir ESTAD-FILE, status: '
                 WS-FS-EST
              MOVE 16 TO EST-RETORNO
              GO TO 2000-GRABAR-CIFRA-EXIT
           END-IF

           MOVE SPACES TO EST-REGISTRO
           IF EST-FECHA-NEGOCIO = ZERO
              MOVE WS-FECHA-ABIERTA TO EST-REG-FECHA-NEGOCIO
           ELSE
              MOVE EST-FECHA-NEGOCIO TO EST-REG-FECHA-NEGOCIO
           END-IF
           MOVE EST-PROGRAMA  TO EST-REG-PROGRAMA
           MOVE EST-CONCEPTO  TO EST-REG-CONCEPTO
           MOVE EST-TIPO      TO EST-REG-TIPO
           MOVE EST-VALOR     TO EST-REG-VALOR
           MOVE WS-FECHA      TO EST-REG-FECHA
           MOVE WS-HORA       TO EST-REG-HORA

           WRITE EST-REGISTRO

           IF WS-FS-EST NOT = '00'
              DISPLAY 'Error al grabar ESTAD-FILE, status: '
                 WS-FS-EST ' concepto: ' EST-CONCEPTO
              MOVE 16 TO EST-RETORNO
           END-IF

           CLOSE ESTAD-FILE.

       2000-GRABAR-CIFRA-EXIT.
           EXIT.



       END PROGRAM CLESTSUB.
