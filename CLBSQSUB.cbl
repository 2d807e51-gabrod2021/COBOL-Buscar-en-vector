      * Mantenimiento:
      *   - El area del vector incorpora las fechas de vigencia y
      *     vencimiento de cada entrada, alineada con VECTTAB.
      *   - Una clave no hallada se consulta en la referencia cruzada
      *     de claves retiradas (CLXRFSUB): si fue renumerada se busca
      *     la clave vigente y se devuelve en BSQ-CLAVE-ACTUAL con
      *     retorno 02, o 06 si la clave vigente ya no esta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLBSQSUB.
       77 WS-FIN      PIC 9(05) COMP VALUE 0.
       77 WS-MITAD    PIC 9(05) COMP VALUE 0.

       77 WS-CLAVE-PEDIDA PIC 9(05) VALUE 0.

       COPY XRFPARM.

       LINKAGE SECTION.

       COPY BSQPARM.
              END-EVALUATE
           END-IF.

           IF BSQ-RET-NO-HALLADA
              PERFORM 4000-BUSCAR-RENUMERADA
                 THRU 4000-BUSCAR-RENUMERADA-EXIT
           END-IF.

           GOBACK.

      *----------------------------------------------------------------*
           MOVE ZERO TO BSQ-POSICION
           MOVE ZERO TO BSQ-COMPARACIONES
           MOVE ZERO TO BSQ-RETORNO
           MOVE ZERO TO BSQ-CLAVE-ACTUAL

           IF BSQ-TAM = ZERO
              MOVE 08 TO BSQ-RETORNO
       3000-BUSCAR-BI-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La clave pedida no esta en el vector. Si fue retirada por una
      * renumeracion se busca la clave vigente con el mismo metodo; la
      * bandera de hallazgo queda en 'N' porque la clave pedida no
      * existe, y el retorno distingue la redireccion (02) de la clave
      * vigente dada de baja (06).
      *----------------------------------------------------------------*
       4000-BUSCAR-RENUMERADA.

           MOVE BSQ-CLAVE TO XRF-CLAVE
           CALL 'CLXRFSUB' USING XRF-PARAMETROS

           IF NOT XRF-RET-RENUMERADA
              GO TO 4000-BUSCAR-RENUMERADA-EXIT
           END-IF

           MOVE XRF-CLAVE-ACTUAL TO BSQ-CLAVE-ACTUAL
           MOVE BSQ-CLAVE        TO WS-CLAVE-PEDIDA
           MOVE XRF-CLAVE-ACTUAL TO BSQ-CLAVE
           MOVE ZERO TO BSQ-RETORNO

           IF BSQ-FUN-SECUENCIAL
              PERFORM 2000-BUSCAR-SEC
                 THRU 2000-BUSCAR-SEC-EXIT
           ELSE
              PERFORM 3000-BUSCAR-BI
                 THRU 3000-BUSCAR-BI-EXIT
           END-IF

           MOVE WS-CLAVE-PEDIDA TO BSQ-CLAVE

           IF BSQ-ENCONTRADO-SI
              SET BSQ-ENCONTRADO-NO TO TRUE
              MOVE 02 TO BSQ-RETORNO
           ELSE
              MOVE ZERO TO BSQ-POSICION
              MOVE 06 TO BSQ-RETORNO
           END-IF.

       4000-BUSCAR-RENUMERADA-EXIT.
           EXIT.



       END PROGRAM CLBSQSUB.
