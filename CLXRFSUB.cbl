      ******************************************************************
      * Author:
      * Date:
      * Purpose:     Subprograma de referencias cruzadas de claves
      *              retiradas (bloque de parametros XRFPARM). Dada
      *              una clave buscada que no esta en el maestro,
      *              consulta el archivo XRFVEC que graba CLMNTVEC en
      *              cada renumeracion y sigue la cadena (A a B, B a
      *              C) hasta la clave vigente, que devuelve junto con
      *              la cantidad de saltos y la fecha y lote de la
      *              ultima renumeracion. Si XRFVEC no existe todavia
      *              la clave se informa sin renumeracion. Una cadena
      *              que supera el maximo de saltos se corta como
      *              circular.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLXRFSUB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO XRFVEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-REG-ANTERIOR
               FILE STATUS IS WS-FS-XRF.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE
           LABEL RECORD IS STANDARD.
           COPY XRFREC.

       WORKING-STORAGE SECTION.

       77 WS-FS-XRF        PIC X(02) VALUE '00'.

       77 WS-MAX-SALTOS    PIC 9(03) VALUE 50.

       77 WS-FIN-SW        PIC X(01) VALUE 'N'.
           88 WS-FIN-SI       VALUE 'S'.
           88 WS-FIN-NO       VALUE 'N'.

       LINKAGE SECTION.

       COPY XRFPARM.

       PROCEDURE DIVISION USING XRF-PARAMETROS.
      *----------------------------------------------------------------*

           MOVE 04 TO XRF-RETORNO
           MOVE XRF-CLAVE TO XRF-CLAVE-ACTUAL
           MOVE ZERO TO XRF-SALTOS
           MOVE ZERO TO XRF-FECHA
           MOVE SPACES TO XRF-LOTE

           PERFORM 1000-ABRIR-REFERENCIAS
              THRU 1000-ABRIR-REFERENCIAS-EXIT.

           IF WS-FS-XRF = '00'
              PERFORM 2000-SEGUIR-CADENA
                 THRU 2000-SEGUIR-CADENA-EXIT
              CLOSE XREF-FILE
           END-IF.

           GOBACK.

      *----------------------------------------------------------------*
       1000-ABRIR-REFERENCIAS.

           OPEN INPUT XREF-FILE

           IF WS-FS-XRF = '35'
              GO TO 1000-ABRIR-REFERENCIAS-EXIT
           END-IF

           IF WS-FS-XRF NOT = '00'
              DISPLAY 'Error al abrir XREF-FILE, status: '
                 WS-FS-XRF
              MOVE 16 TO XRF-RETORNO
           END-IF.

       1000-ABRIR-REFERENCIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2000-SEGUIR-CADENA.

           SET WS-FIN-NO TO TRUE

           PERFORM UNTIL WS-FIN-SI
              MOVE XRF-CLAVE-ACTUAL TO XRF-REG-ANTERIOR
              READ XREF-FILE
                 INVALID KEY
                    SET WS-FIN-SI TO TRUE
                 NOT INVALID KEY
                    ADD 1 TO XRF-SALTOS
                    MOVE XRF-REG-NUEVA TO XRF-CLAVE-ACTUAL
                    MOVE XRF-REG-FECHA TO XRF-FECHA
                    MOVE XRF-REG-LOTE  TO XRF-LOTE
                    IF XRF-CLAVE-ACTUAL = XRF-CLAVE
                       OR XRF-SALTOS NOT < WS-MAX-SALTOS
                       MOVE 08 TO XRF-RETORNO
                       SET WS-FIN-SI TO TRUE
                    END-IF
              END-READ
           END-PERFORM

           IF XRF-RETORNO = 08
              DISPLAY 'Cadena de renumeracion circular para la clave '
                 XRF-CLAVE
              MOVE XRF-CLAVE TO XRF-CLAVE-ACTUAL
              GO TO 2000-SEGUIR-CADENA-EXIT
           END-IF

           IF XRF-SALTOS > ZERO
              MOVE ZERO TO XRF-RETORNO
           END-IF.

       2000-SEGUIR-CADENA-EXIT.
           EXIT.



       END PROGRAM CLXRFSUB.
