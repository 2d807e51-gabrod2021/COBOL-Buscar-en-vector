      *   - Registracion en el control de corridas LCKVEC (CLLCKSUB)
      *     con intencion de lectura antes de abrir el maestro, y
      *     liberacion al finalizar.
      *   - Claves retiradas por renumeracion: la busqueda exacta
      *     (vector o directa) que no halla la clave sigue la
      *     referencia cruzada XRFVEC y reporta la clave vigente con
      *     resultado R, o B si la clave vigente fue dada de baja, en
      *     RPTVEC, AUDVEC y RESVEC.
      *   - El solicitante viaja con cada transaccion: se toma del
      *     detalle TRANVEC (que completa CLEDTVEC) o, si falta, de la
      *     tarjeta de control, y se graba en AUDVEC y RESVEC junto con
      *     la operacion pedida y la marca de busqueda facturable (la
      *     secuencial que acompana a la binaria en una transaccion
      *     exacta no se factura).
      *   - En modo lote publica en ESTVEC (CLESTSUB) las transacciones
      *     TRANVEC leidas, el total del trailer RESVEC con los
      *     detalles adicionales de la busqueda por descripcion, y las
      *     entradas AUDVEC grabadas con las secuenciales acompanantes
      *     no facturables, para el certificado de cuadre diario
      *     CLCUAVEC. Los nuevos contadores viajan en el checkpoint.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLBUSQBI.
           05  CTL-FECHA-CORTE      PIC 9(08).
           05  CTL-FECHA-CORTE-X    REDEFINES CTL-FECHA-CORTE
                                    PIC X(08).
           05  CTL-SOLICITANTE      PIC X(08).
           05  FILLER               PIC X(49).

       FD  TRAN-FILE
           LABEL RECORD IS STANDARD.
               88  TRAN-OPER-DESC     VALUE 'D'.
           05  TRAN-LIMITE          PIC 9(05).
           05  TRAN-TEXTO           PIC X(30).
           05  TRAN-SOLICITANTE     PIC X(08).
           05  FILLER               PIC X(31).

       FD  REJECT-FILE
           LABEL RECORD IS STANDARD.
           05  CKP-RES-TOT          PIC 9(07).
           05  CKP-RES-SI           PIC 9(07).
           05  CKP-RES-NO           PIC 9(07).
           05  CKP-RES-REN          PIC 9(07).
           05  CKP-RES-ADIC         PIC 9(07).
           05  CKP-AUD-TOT          PIC 9(07).
           05  CKP-AUD-ACOMP        PIC 9(07).
           05  FILLER               PIC X(24).

       FD  RESULT-FILE
           LABEL RECORD IS STANDARD.
       77 WS-CONT-RES-TOT  PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-RES-SI   PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-RES-NO   PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-RES-REN  PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-RES-ADIC PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-AUD-TOT  PIC 9(07) COMP VALUE ZERO.
       77 WS-CONT-AUD-ACOMP PIC 9(07) COMP VALUE ZERO.

       77 WS-RC-CIFRAS     PIC 9(02) VALUE ZERO.
       77 WS-CIFRAS-SW     PIC X(01) VALUE 'S'.
           88 WS-CIFRAS-OK    VALUE 'S'.
           88 WS-CIFRAS-MAL   VALUE 'N'.

       77 WS-RENUM-COD     PIC X(01) VALUE SPACE.
           88 WS-REN-NINGUNA  VALUE SPACE.
           88 WS-REN-VIGENTE  VALUE 'R'.
           88 WS-REN-BAJA     VALUE 'B'.
       77 WS-CLAVE-ACTUAL  PIC 9(05) VALUE ZERO.
       77 WS-CONT-RENUM    PIC 9(07) COMP VALUE ZERO.
       77 WS-RPT-ACT-ED    PIC ZZZZ9 VALUE ZERO.

       77 WS-COMIENZO PIC 9(05) COMP VALUE 0.
       77 WS-IND-ENC  PIC 9(05) COMP VALUE 0.
       77 WS-T          PIC 9(02) COMP VALUE ZERO.
       77 WS-CONT-DESC  PIC 9(05) COMP VALUE ZERO.

       77 WS-SOLIC-CTL     PIC X(08) VALUE SPACES.
       77 WS-SOLICITANTE   PIC X(08) VALUE SPACES.
       77 WS-OPER-AUD      PIC X(01) VALUE 'E'.
       77 WS-FACTURABLE-SW PIC X(01) VALUE 'S'.
           88 WS-FACTURABLE-SI VALUE 'S'.
           88 WS-FACTURABLE-NO VALUE 'N'.



       COPY BSQPARM.

       COPY XRFPARM.

       COPY LCKPARM.

       COPY ESTPARM.

       COPY RESREC.

       COPY VECTTAB.
           PERFORM 8000-REPORTE-RESUMEN
              THRU 8000-REPORTE-RESUMEN-EXIT.

           PERFORM 8500-PUBLICAR-CIFRAS
              THRU 8500-PUBLICAR-CIFRAS-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

                       AND CTL-FECHA-CORTE > ZERO
                       MOVE CTL-FECHA-CORTE TO WS-FECHA-CORTE
                    END-IF
                    MOVE CTL-SOLICITANTE TO WS-SOLIC-CTL
              END-READ
              CLOSE CTL-FILE
           END-IF.
                             MOVE CKP-RES-SI  TO WS-CONT-RES-SI
                             MOVE CKP-RES-NO  TO WS-CONT-RES-NO
                          END-IF
                          IF CKP-RES-REN IS NUMERIC
                             MOVE CKP-RES-REN TO WS-CONT-RES-REN
                          END-IF
                          IF CKP-AUD-TOT IS NUMERIC
                             MOVE CKP-RES-ADIC  TO WS-CONT-RES-ADIC
                             MOVE CKP-AUD-TOT   TO WS-CONT-AUD-TOT
                             MOVE CKP-AUD-ACOMP TO WS-CONT-AUD-ACOMP
                          END-IF
                          SET WS-REINICIO-SI TO TRUE
                    END-READ
                 END-PERFORM
                          MOVE ZERO TO WS-LIMITE
                       END-IF
                       MOVE TRAN-TEXTO TO WS-TEXTO
                       IF TRAN-SOLICITANTE NOT = SPACES
                          MOVE TRAN-SOLICITANTE TO WS-SOLICITANTE
                       ELSE
                          MOVE WS-SOLIC-CTL TO WS-SOLICITANTE
                       END-IF
                       IF WS-REINICIO-SI
                          AND WS-CONT-TRAN NOT > WS-REINICIO-SECUENCIA
                          CONTINUE
              CLOSE TRAN-FILE
           ELSE
              MOVE 'E' TO WS-OPERACION
              MOVE WS-SOLIC-CTL TO WS-SOLICITANTE
              PERFORM 2700-PROCESAR-UNA-CLAVE
                 THRU 2700-PROCESAR-UNA-CLAVE-EXIT
           END-IF.
           SET WS-EJECUTADA-SI TO TRUE
           MOVE SPACE  TO WS-VIGENCIA-COD
           MOVE SPACES TO WS-VIGENCIA-DESC
           MOVE SPACE  TO WS-RENUM-COD
           MOVE ZERO   TO WS-CLAVE-ACTUAL
           SET WS-FACTURABLE-SI TO TRUE

           IF WS-OPER-EXACTA
              MOVE 'E' TO WS-OPER-AUD
           ELSE
              MOVE WS-OPERACION TO WS-OPER-AUD
           END-IF

           EVALUATE TRUE
              WHEN NOT WS-OPER-VALIDA
                 PERFORM 5500-BUSCAR-DESC
                    THRU 5500-BUSCAR-DESC-EXIT
              WHEN OTHER
      *          Con el vector validado la transaccion exacta se
      *          factura una sola vez, en la busqueda binaria.
                 IF WS-ORDEN-OK
                    SET WS-FACTURABLE-NO TO TRUE
                 END-IF
                 PERFORM 2000-BUSCAR-SEC
                    THRU 2000-BUSCAR-SEC-EXIT
                 SET WS-FACTURABLE-SI TO TRUE
                 IF WS-ORDEN-OK
                    PERFORM 3000-BUSCAR-BI
                       THRU 3000-BUSCAR-SEC-EXIT
                 END-IF
           END-EVALUATE

           IF NOT WS-REN-NINGUNA
              ADD 1 TO WS-CONT-RENUM
           END-IF

           IF WS-MODO-LOTE
              PERFORM 2750-GRABAR-RESULTADO
                 THRU 2750-GRABAR-RESULTADO-EXIT
           MOVE WS-OPERACION TO RES-DET-OPERACION
           MOVE ZERO TO RES-DET-POSICION
           MOVE ZERO TO RES-DET-CANTIDAD
           MOVE WS-CLAVE-ACTUAL TO RES-DET-CLAVE-ACTUAL
           MOVE WS-SOLICITANTE  TO RES-DET-SOLICITANTE

           EVALUATE TRUE
              WHEN WS-EJECUTADA-NO
                 MOVE 'X' TO RES-DET-RESULTADO
              WHEN SW-ENCONTRO-SEC-SI AND WS-REN-VIGENTE
                 MOVE 'R' TO RES-DET-RESULTADO
                 MOVE WS-VIGENCIA-COD TO RES-DET-VIGENCIA
                 ADD 1 TO WS-CONT-RES-REN
                 IF WS-ACCESO-VECTOR
                    MOVE WS-IND-ENC TO RES-DET-POSICION
                 END-IF
              WHEN SW-ENCONTRO-SEC-SI
                 MOVE 'S' TO RES-DET-RESULTADO
                 MOVE WS-VIGENCIA-COD TO RES-DET-VIGENCIA
                 IF WS-ACCESO-VECTOR
                    MOVE WS-IND-ENC TO RES-DET-POSICION
                 END-IF
              WHEN WS-REN-BAJA
                 MOVE 'B' TO RES-DET-RESULTADO
                 ADD 1 TO WS-CONT-RES-NO
              WHEN OTHER
                 MOVE 'N' TO RES-DET-RESULTADO
                 ADD 1 TO WS-CONT-RES-NO
                 SET SW-ENCONTRO-SEC-SI TO TRUE
           END-READ

           IF SW-ENCONTRO-SEC-NO
              PERFORM 2850-BUSCAR-RENUMERADA
                 THRU 2850-BUSCAR-RENUMERADA-EXIT
           END-IF

           MOVE WS-CLAVE-ACTUAL TO WS-RPT-ACT-ED

           IF SW-ENCONTRO-SEC-SI
              PERFORM 6400-EVALUAR-VIG-MAESTRO
                 THRU 6400-EVALUAR-VIG-MAESTRO-EXIT
              MOVE SPACES TO RPT-LINEA
              IF WS-REN-VIGENTE
                 DISPLAY 'Elemento renumerado: ' WS-ELEMENTO
                    ' ,clave vigente: ' WS-CLAVE-ACTUAL
                 STRING WS-RPT-METODO ' Elemento: ' WS-RPT-ELE-ED
                        ' Renumerado a: ' WS-RPT-ACT-ED
                        DELIMITED BY SIZE INTO RPT-LINEA
              ELSE
                 DISPLAY 'Elemento encontrado: ' WS-ELEMENTO
                 STRING WS-RPT-METODO ' Elemento: ' WS-RPT-ELE-ED
                        ' Encontrado'
                        DELIMITED BY SIZE INTO RPT-LINEA
              END-IF
              WRITE RPT-LINEA
              MOVE SPACES TO RPT-LINEA
              STRING '     Descripcion: ' VECTREC-DESCRIPCION
           ELSE
              DISPLAY 'No se encontro el Elemento: ' WS-ELEMENTO
              MOVE SPACES TO RPT-LINEA
              IF WS-REN-BAJA
                 STRING WS-RPT-METODO ' Elemento: ' WS-RPT-ELE-ED
                        ' Renumerado a: ' WS-RPT-ACT-ED
                        ' dada de baja'
                        DELIMITED BY SIZE INTO RPT-LINEA
              ELSE
                 STRING WS-RPT-METODO ' Elemento: ' WS-RPT-ELE-ED
                        ' No encontrado'
                        DELIMITED BY SIZE INTO RPT-LINEA
              END-IF
              WRITE RPT-LINEA
           END-IF

       2800-BUSCAR-DIRECTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La clave no esta en el maestro: si fue retirada por una
      * renumeracion se lee la clave vigente al final de la cadena de
      * referencias cruzadas XRFVEC.
      *----------------------------------------------------------------*
       2850-BUSCAR-RENUMERADA.

           MOVE WS-ELEMENTO TO XRF-CLAVE
           CALL 'CLXRFSUB' USING XRF-PARAMETROS

           IF NOT XRF-RET-RENUMERADA
              GO TO 2850-BUSCAR-RENUMERADA-EXIT
           END-IF

           MOVE XRF-CLAVE-ACTUAL TO WS-CLAVE-ACTUAL
           MOVE XRF-CLAVE-ACTUAL TO VECTREC-CLAVE

           READ MASTER-FILE
              INVALID KEY
                 SET WS-REN-BAJA TO TRUE
              NOT INVALID KEY
                 SET SW-ENCONTRO-SEC-SI TO TRUE
                 SET WS-REN-VIGENTE TO TRUE
           END-READ.

       2850-BUSCAR-RENUMERADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2900-OPER-NO-SOPORTADA.

           MOVE SPACES       TO AUD-DESCRIPCION
           MOVE SPACE        TO AUD-ESTADO
           MOVE SPACE        TO AUD-VIGENCIA
           MOVE ZERO         TO AUD-CLAVE-ACTUAL
           MOVE WS-SOLICITANTE TO AUD-SOLICITANTE
           MOVE WS-OPER-AUD  TO AUD-OPERACION
           MOVE 'N'          TO AUD-FACTURABLE

           WRITE AUD-REGISTRO

           ADD 1 TO WS-CONT-AUD-TOT.

       2990-GRABAR-AUD-OMITIDA-EXIT.
           EXIT.

           ADD BSQ-COMPARACIONES TO WS-CONT-COMP-SEC

           MOVE SPACE TO WS-RENUM-COD
           MOVE ZERO  TO WS-CLAVE-ACTUAL

           IF BSQ-ENCONTRADO-SI
              SET SW-ENCONTRO-SEC-SI TO TRUE
              MOVE BSQ-POSICION TO WS-IND-ENC
           END-IF

           IF BSQ-RET-RENUMERADA
              SET SW-ENCONTRO-SEC-SI TO TRUE
              SET WS-REN-VIGENTE TO TRUE
              MOVE BSQ-POSICION TO WS-IND-ENC
              MOVE BSQ-CLAVE-ACTUAL TO WS-CLAVE-ACTUAL
           END-IF

           IF BSQ-RET-REN-BAJA
              SET WS-REN-BAJA TO TRUE
              MOVE BSQ-CLAVE-ACTUAL TO WS-CLAVE-ACTUAL
           END-IF

           IF SW-ENCONTRO-SEC-SI THEN
              DISPLAY 'Posicion: ' WS-VECTOR(WS-IND-ENC)
             ' ,Elemento encontrado: ' WS-ELEMENTO
              WS-ELEMENTO
           END-IF

           IF NOT WS-REN-NINGUNA
              DISPLAY 'Elemento renumerado, clave vigente: '
                 WS-CLAVE-ACTUAL
           END-IF

           MOVE 'BUSQUEDA SECUENCIAL' TO WS-RPT-METODO
           PERFORM 6000-IMPRIMIR-REPORTE
              THRU 6000-IMPRIMIR-REPORTE-EXIT

           ADD BSQ-COMPARACIONES TO WS-CONT-COMP-BI

           MOVE SPACE TO WS-RENUM-COD
           MOVE ZERO  TO WS-CLAVE-ACTUAL

           IF BSQ-ENCONTRADO-SI
              SET SW-ENCONTRO-SEC-SI TO TRUE
              MOVE BSQ-POSICION TO WS-IND-ENC
           END-IF

           IF BSQ-RET-RENUMERADA
              SET SW-ENCONTRO-SEC-SI TO TRUE
              SET WS-REN-VIGENTE TO TRUE
              MOVE BSQ-POSICION TO WS-IND-ENC
              MOVE BSQ-CLAVE-ACTUAL TO WS-CLAVE-ACTUAL
           END-IF

           IF BSQ-RET-REN-BAJA
              SET WS-REN-BAJA TO TRUE
              MOVE BSQ-CLAVE-ACTUAL TO WS-CLAVE-ACTUAL
           END-IF

           IF SW-ENCONTRO-SEC-SI THEN
              DISPLAY 'Posicion: ' WS-VECTOR(WS-IND-ENC)
             ' ,Elemento encontrado: ' WS-ELEMENTO
              WS-ELEMENTO
           END-IF

           IF NOT WS-REN-NINGUNA
              DISPLAY 'Elemento renumerado, clave vigente: '
                 WS-CLAVE-ACTUAL
           END-IF

           MOVE 'BUSQUEDA BINARIA'    TO WS-RPT-METODO
           PERFORM 6000-IMPRIMIR-REPORTE
              THRU 6000-IMPRIMIR-REPORTE-EXIT
              END-IF
           END-PERFORM

      *    RESVEC lleva un detalle por coincidencia; los que pasan
      *    del primero no tienen su par en la auditoria.
           IF WS-MODO-LOTE
              AND WS-CONT-DESC > 1
              COMPUTE WS-CONT-RES-ADIC =
                      WS-CONT-RES-ADIC + WS-CONT-DESC - 1
           END-IF

           MOVE WS-CONT-DESC TO WS-RPT-RNG-ED
           MOVE SPACES TO RPT-LINEA
           STRING '  Claves que coinciden: ' WS-RPT-RNG-ED
           MOVE WS-I-VAL TO RES-DET-POSICION
           MOVE WS-CONT-DESC TO RES-DET-CANTIDAD
           MOVE WS-VIGENCIA-COD TO RES-DET-VIGENCIA
           MOVE ZERO TO RES-DET-CLAVE-ACTUAL
           MOVE WS-SOLICITANTE TO RES-DET-SOLICITANTE

           ADD 1 TO WS-CONT-RES-TOT
           ADD 1 TO WS-CONT-RES-SI
       6000-IMPRIMIR-REPORTE.

           MOVE WS-ELEMENTO TO WS-RPT-ELE-ED
           MOVE WS-CLAVE-ACTUAL TO WS-RPT-ACT-ED
           MOVE SPACES TO RPT-LINEA

           IF SW-ENCONTRO-SEC-SI
              MOVE WS-IND-ENC TO WS-EVA-POS
              PERFORM 6450-EVALUAR-VIG-VECTOR
                 THRU 6450-EVALUAR-VIG-VECTOR-EXIT
              IF WS-REN-VIGENTE
                 STRING WS-RPT-METODO ' Elemento: ' WS-RPT-ELE-ED
                        ' Renumerado a: ' WS-RPT-ACT-ED
                        ' Pos: ' WS-RPT-POS-ED
                        DELIMITED BY SIZE INTO RPT-LINEA
              ELSE
                 STRING WS-RPT-METODO ' Elemento: ' WS-RPT-ELE-ED
                        ' Encontrado en posicion: ' WS-RPT-POS-ED
                        DELIMITED BY SIZE INTO RPT-LINEA
              END-IF
              WRITE RPT-LINEA
              MOVE SPACES TO RPT-LINEA
              STRING '     Descripcion: '
                     DELIMITED BY SIZE INTO RPT-LINEA
              WRITE RPT-LINEA
           ELSE
              IF WS-REN-BAJA
                 STRING WS-RPT-METODO ' Elemento: ' WS-RPT-ELE-ED
                        ' Renumerado a: ' WS-RPT-ACT-ED
                        ' dada de baja'
                        DELIMITED BY SIZE INTO RPT-LINEA
              ELSE
                 STRING WS-RPT-METODO ' Elemento: ' WS-RPT-ELE-ED
                        ' No encontrado'
                        DELIMITED BY SIZE INTO RPT-LINEA
              END-IF
              WRITE RPT-LINEA
           END-IF.

           MOVE WS-JOB-ID    TO AUD-JOBID
           MOVE WS-RPT-METODO TO AUD-METODO
           MOVE WS-ELEMENTO  TO AUD-ELEMENTO
           MOVE WS-CLAVE-ACTUAL TO AUD-CLAVE-ACTUAL
           MOVE WS-SOLICITANTE TO AUD-SOLICITANTE
           MOVE WS-OPER-AUD  TO AUD-OPERACION
           MOVE WS-FACTURABLE-SW TO AUD-FACTURABLE

           IF SW-ENCONTRO-SEC-SI
              MOVE WS-IND-ENC  TO AUD-POSICION
              IF WS-REN-VIGENTE
                 MOVE 'R' TO AUD-RESULTADO
              ELSE
                 MOVE 'S' TO AUD-RESULTADO
              END-IF
              MOVE WS-VECTOR-DESC(WS-IND-ENC) TO AUD-DESCRIPCION
              MOVE WS-VECTOR-EST(WS-IND-ENC)  TO AUD-ESTADO
              MOVE WS-VIGENCIA-COD TO AUD-VIGENCIA
           ELSE
              MOVE ZERO TO AUD-POSICION
              IF WS-REN-BAJA
                 MOVE 'B' TO AUD-RESULTADO
              ELSE
                 MOVE 'N' TO AUD-RESULTADO
              END-IF
              MOVE SPACES TO AUD-DESCRIPCION
              MOVE SPACE  TO AUD-ESTADO
              MOVE SPACE  TO AUD-VIGENCIA
           END-IF

           WRITE AUD-REGISTRO

      *    La busqueda secuencial que acompana a la binaria en la
      *    transaccion exacta es la unica entrada no facturable de
      *    una busqueda ejecutada.
           ADD 1 TO WS-CONT-AUD-TOT
           IF WS-FACTURABLE-NO
              ADD 1 TO WS-CONT-AUD-ACOMP
           END-IF.

       7000-GRABAR-AUDITORIA-EXIT.
           EXIT.
           MOVE WS-RPT-METODO TO AUD-METODO
           MOVE WS-ELEMENTO  TO AUD-ELEMENTO
           MOVE ZERO         TO AUD-POSICION
           MOVE WS-CLAVE-ACTUAL TO AUD-CLAVE-ACTUAL
           MOVE WS-SOLICITANTE TO AUD-SOLICITANTE
           MOVE WS-OPER-AUD  TO AUD-OPERACION
           MOVE WS-FACTURABLE-SW TO AUD-FACTURABLE

           IF SW-ENCONTRO-SEC-SI
              IF WS-REN-VIGENTE
                 MOVE 'R' TO AUD-RESULTADO
              ELSE
                 MOVE 'S' TO AUD-RESULTADO
              END-IF
              MOVE VECTREC-DESCRIPCION TO AUD-DESCRIPCION
              MOVE VECTREC-ESTADO      TO AUD-ESTADO
              MOVE WS-VIGENCIA-COD     TO AUD-VIGENCIA
           ELSE
              IF WS-REN-BAJA
                 MOVE 'B' TO AUD-RESULTADO
              ELSE
                 MOVE 'N' TO AUD-RESULTADO
              END-IF
              MOVE SPACES TO AUD-DESCRIPCION
              MOVE SPACE  TO AUD-ESTADO
              MOVE SPACE  TO AUD-VIGENCIA
           END-IF

           WRITE AUD-REGISTRO

           ADD 1 TO WS-CONT-AUD-TOT.

       7500-GRABAR-AUD-DIRECTA-EXIT.
           EXIT.
           DISPLAY 'Claves procesadas: '      WS-CONT-CLAVES
           DISPLAY 'Comparaciones Secuencial: ' WS-CONT-COMP-SEC
           DISPLAY 'Comparaciones Binaria:    ' WS-CONT-COMP-BI
           DISPLAY 'Claves renumeradas:       ' WS-CONT-RENUM

           MOVE WS-CONT-CLAVES   TO WS-RPT-CLV-ED
           MOVE WS-CONT-COMP-SEC TO WS-RPT-CSE-ED
           STRING 'Comparaciones Secuencial: ' WS-RPT-CSE-ED
                  ' Comparaciones Binaria: ' WS-RPT-CBI-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA

           MOVE WS-CONT-RENUM TO WS-RPT-CLV-ED
           MOVE SPACES TO RPT-LINEA
           STRING 'Claves renumeradas redirigidas: ' WS-RPT-CLV-ED
                  DELIMITED BY SIZE INTO RPT-LINEA
           WRITE RPT-LINEA.

       8000-REPORTE-RESUMEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cifras de control de la corrida en ESTVEC, para el
      * certificado de cuadre diario entre programas CLCUAVEC. Las
      * llamadas a CLESTSUB no deben alterar el codigo de retorno.
      *----------------------------------------------------------------*
       8500-PUBLICAR-CIFRAS.

           MOVE RETURN-CODE TO WS-RC-CIFRAS
           SET WS-CIFRAS-OK TO TRUE

      *    Solo el modo lote procesa TRANVEC y graba RESVEC; una
      *    consulta puntual no entra en el cuadre diario.
           IF NOT WS-MODO-LOTE
              GO TO 8500-PUBLICAR-CIFRAS-EXIT
           END-IF

           MOVE 'CLBUSQBI' TO EST-PROGRAMA
           MOVE ZERO TO EST-FECHA-NEGOCIO

           MOVE 'TRN-LEIDAS' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-TRAN TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'RES-TRL-TOTAL' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-RES-TOT TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'RES-DESC-ADIC' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-RES-ADIC TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'AUD-GRABADOS' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-AUD-TOT TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'AUD-ACOMPANANTES' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-AUD-ACOMP TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           IF WS-CIFRAS-MAL
              DISPLAY 'Cifras de control no publicadas en ESTVEC'
              IF WS-RC-CIFRAS < 4
                 MOVE 4 TO WS-RC-CIFRAS
              END-IF
           END-IF

           MOVE WS-RC-CIFRAS TO RETURN-CODE.

       8500-PUBLICAR-CIFRAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8550-GRABAR-CIFRA.

           CALL 'CLESTSUB' USING EST-PARAMETROS

           IF NOT EST-RET-OK
              SET WS-CIFRAS-MAL TO TRUE
           END-IF.

       8550-GRABAR-CIFRA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9000-FINALIZAR.

              MOVE WS-CONT-RES-TOT TO RES-TRL-TOTAL
              MOVE WS-CONT-RES-SI  TO RES-TRL-HALLADAS
              MOVE WS-CONT-RES-NO  TO RES-TRL-NO-HALLADAS
              MOVE WS-CONT-RES-REN TO RES-TRL-RENUMERADAS
              MOVE RES-REGISTRO TO RES-SALIDA
              WRITE RES-SALIDA
              CLOSE RESULT-FILE
           MOVE WS-CONT-RES-TOT TO CKP-RES-TOT
           MOVE WS-CONT-RES-SI  TO CKP-RES-SI
           MOVE WS-CONT-RES-NO  TO CKP-RES-NO
           MOVE WS-CONT-RES-REN TO CKP-RES-REN
           MOVE WS-CONT-RES-ADIC  TO CKP-RES-ADIC
           MOVE WS-CONT-AUD-TOT   TO CKP-AUD-TOT
           MOVE WS-CONT-AUD-ACOMP TO CKP-AUD-ACOMP
           WRITE CKP-REGISTRO.

       9500-GRABAR-CHECKPOINT-EXIT.
