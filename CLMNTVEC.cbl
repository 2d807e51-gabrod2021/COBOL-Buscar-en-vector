      *   - Registracion en el control de corridas LCKVEC (CLLCKSUB)
      *     con intencion de actualizacion al arrancar, y liberacion
      *     al finalizar.
      *   - Control de doble usuario: las transacciones de alto
      *     impacto segun CLUMBSUB (baja, renumeracion, reactivacion,
      *     cambio de importe sobre umbral) solo se aplican si el lote
      *     trae un aprobador distinto del solicitante (lotes
      *     liberados por CLAPRVEC). Solicitante y aprobador quedan
      *     en cada entrada del journal JRNVEC.
      *   - Referencia cruzada de claves retiradas XRFVEC: cada
      *     renumeracion graba clave anterior, clave nueva, fecha y
      *     lote; la clave que vuelve a usarse (alta o destino de una
      *     renumeracion) deja de figurar como retirada.
      *   - Control de ciclo por fecha de negocio (CLCICSUB): no
      *     arranca si faltan sus predecesores o si ya completo en la
      *     fecha, salvo tarjeta de forzado en CICFRZ; al finalizar
      *     registra el codigo de retorno del paso.
      *   - Cuenta las entradas grabadas en JRNVEC y publica en ESTVEC
      *     (CLESTSUB) las cifras del lote, de lo aplicado y del
      *     journal para el certificado de cuadre diario CLCUAVEC.
      *   - La aprobacion de las transacciones de alto impacto ya no se
      *     toma del trailer: cada una se aplica solo si CLAPRVEC dejo
      *     en LIBVEC una liberacion pendiente de esa misma imagen, con
      *     aprobador distinto del solicitante; al aplicarla la
      *     liberacion queda marcada aplicada y su aprobador pasa al
      *     journal. La renumeracion y la baja repiten la verificacion
      *     contra la imagen del maestro antes de tocarlo.
      *   - El lote rechazado en la edicion termina con codigo 12, para
      *     que el control de ciclo registre el paso como fallido.
      *   - La entrada del journal se limpia antes de armarla, asi el
      *     lote revertido y el relleno salen en blanco.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMNTVEC.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

           SELECT XREF-FILE ASSIGN TO XRFVEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-REG-ANTERIOR
               FILE STATUS IS WS-FS-XRF.

           SELECT LIB-FILE ASSIGN TO LIBVEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB-LLAVE
               FILE STATUS IS WS-FS-LIB.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           LABEL RECORD IS STANDARD.
           COPY JRNREC.

       FD  XREF-FILE
           LABEL RECORD IS STANDARD.
           COPY XRFREC.

       FD  LIB-FILE
           LABEL RECORD IS STANDARD.
           COPY LIBREC.

       WORKING-STORAGE SECTION.

       77 WS-FS-MASTER     PIC X(02) VALUE '00'.
       77 WS-FS-RCH        PIC X(02) VALUE '00'.

       77 WS-FS-JRN        PIC X(02) VALUE '00'.
       77 WS-FS-XRF        PIC X(02) VALUE '00'.
       77 WS-FS-LIB        PIC X(02) VALUE '00'.

       77 WS-REG-GUARDADO  PIC X(80) VALUE SPACES.
       77 WS-REG-ANTES     PIC X(80) VALUE SPACES.
       77 WS-CONT-BAJAS    PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-ERRORES  PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-ERR-EDIT PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-RENUM    PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-JRN      PIC 9(05) COMP VALUE ZERO.

       77 WS-CNT-LOTE-A    PIC 9(05) COMP VALUE ZERO.
       77 WS-CNT-LOTE-C    PIC 9(05) COMP VALUE ZERO.
       77 WS-TRL-CAMBIOS   PIC 9(05) COMP VALUE ZERO.
       77 WS-TRL-BAJAS     PIC 9(05) COMP VALUE ZERO.
       77 WS-LOTE-ID       PIC X(08) VALUE SPACES.
       77 WS-TRL-SOLIC     PIC X(08) VALUE SPACES.
       77 WS-SOLICITANTE   PIC X(08) VALUE SPACES.
       77 WS-APROB-ITEM    PIC X(08) VALUE SPACES.
       77 WS-LIB-LLAVE     PIC X(21) VALUE SPACES.

       77 WS-LIB-SW        PIC X(01) VALUE 'N'.
           88 WS-LIB-ENC-SI   VALUE 'S'.
           88 WS-LIB-ENC-NO   VALUE 'N'.

       77 WS-APROBADA-SW   PIC X(01) VALUE 'N'.
           88 WS-APROBADA-SI  VALUE 'S'.
           88 WS-APROBADA-NO  VALUE 'N'.

       77 WS-CONT-SIN-APROB PIC 9(05) COMP VALUE ZERO.
       77 WS-CONT-LIBERADAS PIC 9(05) COMP VALUE ZERO.

       77 WS-RC-CIFRAS     PIC 9(02) VALUE ZERO.
       77 WS-CIFRAS-SW     PIC X(01) VALUE 'S'.
           88 WS-CIFRAS-OK    VALUE 'S'.
           88 WS-CIFRAS-MAL   VALUE 'N'.

       77 WS-EDT-MOTIVO    PIC X(30) VALUE SPACES.
       77 WS-EDT-SEC-ED    PIC ZZZZ9 VALUE ZERO.

       COPY LCKPARM.

       COPY CICPARM.

       COPY UMBPARM.

       COPY ESTPARM.

       01  WS-LOTE-TABLA.
           02  WS-LOTE-TOT          PIC 9(05) COMP VALUE ZERO.
           02  WS-LOTE-ENT          OCCURS 5000 TIMES.
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           PERFORM 0400-CONTROLAR-CICLO
              THRU 0400-CONTROLAR-CICLO-EXIT.

           PERFORM 0500-REGISTRAR-CORRIDA
              THRU 0500-REGISTRAR-CORRIDA-EXIT.

                 THRU 2000-PROCESAR-MANTENIMIENTO-EXIT
           ELSE
              DISPLAY 'Lote rechazado por edicion, maestro sin tocar'
              MOVE 12 TO RETURN-CODE
           END-IF.

           PERFORM 8000-REPORTE-RESUMEN
              THRU 8000-REPORTE-RESUMEN-EXIT.

           PERFORM 8500-PUBLICAR-CIFRAS
              THRU 8500-PUBLICAR-CIFRAS-EXIT.

           PERFORM 9000-FINALIZAR
              THRU 9000-FINALIZAR-EXIT.

           STOP RUN.

      *----------------------------------------------------------------*
       0400-CONTROLAR-CICLO.

           MOVE 'I' TO CIC-FUNCION
           MOVE 'CLMNTVEC' TO CIC-PROGRAMA
           MOVE 'CLMNTVEC' TO CIC-JOBID

           CALL 'CLCICSUB' USING CIC-PARAMETROS

           IF NOT CIC-RET-OK AND NOT CIC-RET-FORZADO
              DISPLAY 'Corrida rechazada por control de ciclo, '
                 'fecha de negocio: ' CIC-FECHA-NEGOCIO
              IF CIC-RET-ERROR
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 12 TO RETURN-CODE
              END-IF
              STOP RUN
           END-IF.

       0400-CONTROLAR-CICLO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0500-REGISTRAR-CORRIDA.

              STOP RUN
           END-IF

           OPEN I-O LIB-FILE

           IF WS-FS-LIB = '35'
              OPEN OUTPUT LIB-FILE
              CLOSE LIB-FILE
              OPEN I-O LIB-FILE
           END-IF

           IF WS-FS-LIB NOT = '00'
              DISPLAY 'Error al abrir LIB-FILE, status: '
                 WS-FS-LIB
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD

           MOVE SPACES TO EDT-LINEA
           MOVE MNT-TRL-CAMBIOS TO WS-TRL-CAMBIOS
           MOVE MNT-TRL-BAJAS   TO WS-TRL-BAJAS
           MOVE MNT-TRL-LOTE    TO WS-LOTE-ID
           MOVE MNT-TRL-SOLICITANTE TO WS-TRL-SOLIC
           SET WS-TRL-PRESENTE-SI TO TRUE.

       1250-CARGAR-TRAILER-EXIT.
              GO TO 1450-VALIDAR-REGISTRO-EXIT
           END-IF

           IF MNT-ACCION-BAJA OR MNT-ACCION-CAMBIO
              MOVE MNT-REGISTRO TO UMB-TRANSACCION
              MOVE SPACES TO UMB-ANTES
              PERFORM 1460-VERIFICAR-APROBACION
                 THRU 1460-VERIFICAR-APROBACION-EXIT
              IF UMB-REQUIERE-SI
                 AND WS-APROBADA-NO
                 MOVE SPACES TO WS-EDT-MOTIVO
                 STRING 'SIN APROBACION: ' UMB-MOTIVO
                        DELIMITED BY SIZE INTO WS-EDT-MOTIVO
                 PERFORM 1500-RECHAZAR-REGISTRO
                    THRU 1500-RECHAZAR-REGISTRO-EXIT
                 GO TO 1450-VALIDAR-REGISTRO-EXIT
              END-IF
           END-IF

           PERFORM VARYING WS-L2 FROM 1 BY 1
                   UNTIL WS-L2 NOT < WS-L1
              IF WS-LOTE-CLAVE(WS-L2) = WS-LOTE-CLAVE(WS-L1)
       1450-VALIDAR-REGISTRO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Consulta a CLUMBSUB si la transaccion de MNT-REGISTRO necesita
      * un segundo usuario. Sin imagen del maestro (UMB-ANTES en
      * espacios) solo se juzgan la baja y la renumeracion; con ella,
      * tambien la reactivacion y el cambio de importe. La aprobacion
      * vale solo si CLAPRVEC dejo en LIBVEC una liberacion pendiente
      * de esta misma transaccion con un aprobador distinto del
      * solicitante; el aprobador del trailer no cuenta.
      *----------------------------------------------------------------*
       1460-VERIFICAR-APROBACION.

           MOVE MNT-SOLICITANTE TO WS-SOLICITANTE
           IF WS-SOLICITANTE = SPACES
              MOVE WS-TRL-SOLIC TO WS-SOLICITANTE
           END-IF

           CALL 'CLUMBSUB' USING UMB-PARAMETROS

           PERFORM 1470-BUSCAR-LIBERACION
              THRU 1470-BUSCAR-LIBERACION-EXIT

           SET WS-APROBADA-NO TO TRUE
           IF WS-LIB-ENC-SI
              AND WS-APROB-ITEM NOT = WS-SOLICITANTE
              SET WS-APROBADA-SI TO TRUE
           END-IF.

       1460-VERIFICAR-APROBACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Busca en LIBVEC, entre las liberaciones de la clave, una
      * pendiente cuya imagen sea exactamente la transaccion; una
      * transaccion alterada despues de aprobada no la encuentra.
      *----------------------------------------------------------------*
       1470-BUSCAR-LIBERACION.

           SET WS-LIB-ENC-NO TO TRUE
           MOVE SPACES TO WS-APROB-ITEM

           MOVE MNT-CLAVE TO LIB-CLAVE
           MOVE ZERO      TO LIB-FECHA
           MOVE ZERO      TO LIB-HORA

           START LIB-FILE KEY IS NOT LESS THAN LIB-LLAVE
              INVALID KEY
                 GO TO 1470-BUSCAR-LIBERACION-EXIT
           END-START

           PERFORM UNTIL WS-FS-LIB NOT = '00'
                      OR WS-LIB-ENC-SI
              READ LIB-FILE NEXT RECORD
                 AT END
                    MOVE '10' TO WS-FS-LIB
                 NOT AT END
                    IF LIB-CLAVE NOT = MNT-CLAVE
                       MOVE '10' TO WS-FS-LIB
                    ELSE
                       IF LIB-EST-LIBERADA
                          AND LIB-TRANSACCION = MNT-REGISTRO
                          SET WS-LIB-ENC-SI TO TRUE
                          MOVE LIB-LLAVE     TO WS-LIB-LLAVE
                          MOVE LIB-APROBADOR TO WS-APROB-ITEM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       1470-BUSCAR-LIBERACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1500-RECHAZAR-REGISTRO.

                 WS-FS-JRN
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O XREF-FILE

           IF WS-FS-XRF = '35'
              OPEN OUTPUT XREF-FILE
              CLOSE XREF-FILE
              OPEN I-O XREF-FILE
           END-IF

           IF WS-FS-XRF NOT = '00'
              DISPLAY 'Error al abrir XREF-FILE, status: '
                 WS-FS-XRF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1800-ABRIR-MAESTRO-EXIT.
           PERFORM VARYING WS-L1 FROM 1 BY 1
                   UNTIL WS-L1 > WS-LOTE-TOT
              MOVE WS-LOTE-REG(WS-L1) TO MNT-REGISTRO
              SET WS-LIB-ENC-NO TO TRUE
              MOVE SPACES TO WS-APROB-ITEM
              EVALUATE TRUE
                 WHEN MNT-ACCION-ALTA
                    PERFORM 2100-ALTA
                 MOVE VECTREC-REGISTRO TO WS-REG-DESPUES
                 PERFORM 2500-GRABAR-JOURNAL
                    THRU 2500-GRABAR-JOURNAL-EXIT
                 MOVE MNT-CLAVE TO XRF-REG-ANTERIOR
                 PERFORM 2650-QUITAR-REFERENCIA
                    THRU 2650-QUITAR-REFERENCIA-EXIT
           END-WRITE.

       2100-ALTA-EXIT.
                       MNT-CLAVE
                 NOT INVALID KEY
                    MOVE VECTREC-REGISTRO TO WS-REG-ANTES
                    MOVE MNT-REGISTRO TO UMB-TRANSACCION
                    MOVE VECTREC-REGISTRO TO UMB-ANTES
                    PERFORM 1460-VERIFICAR-APROBACION
                       THRU 1460-VERIFICAR-APROBACION-EXIT
                    IF UMB-REQUIERE-SI
                       AND WS-APROBADA-NO
                       ADD 1 TO WS-CONT-ERRORES
                       ADD 1 TO WS-CONT-SIN-APROB
                       DISPLAY 'Cambio rechazado, requiere aprobacion ('
                          UMB-MOTIVO '): ' MNT-CLAVE
                       GO TO 2200-CAMBIO-EXIT
                    END-IF
                    PERFORM 2400-MOVER-DATOS
                       THRU 2400-MOVER-DATOS-EXIT
                    REWRITE VECTREC-REGISTRO
                          MOVE VECTREC-REGISTRO TO WS-REG-DESPUES
                          PERFORM 2500-GRABAR-JOURNAL
                             THRU 2500-GRABAR-JOURNAL-EXIT
                          PERFORM 2700-MARCAR-LIBERACION
                             THRU 2700-MARCAR-LIBERACION-EXIT
                    END-REWRITE
              END-READ
           ELSE
                       MNT-CLAVE
                 NOT INVALID KEY
                    MOVE VECTREC-REGISTRO TO WS-REG-GUARDADO
                    MOVE WS-REG-GUARDADO TO UMB-ANTES
                    MOVE MNT-REGISTRO TO UMB-TRANSACCION
                    PERFORM 1460-VERIFICAR-APROBACION
                       THRU 1460-VERIFICAR-APROBACION-EXIT
                    IF UMB-REQUIERE-SI
                       AND WS-APROBADA-NO
                       ADD 1 TO WS-CONT-ERRORES
                       ADD 1 TO WS-CONT-SIN-APROB
                       DISPLAY 'Cambio rechazado, requiere aprobacion ('
                          UMB-MOTIVO '): ' MNT-CLAVE
                       GO TO 2200-CAMBIO-EXIT
                    END-IF
                    MOVE MNT-NUEVO TO VECTREC-CLAVE
                    READ MASTER-FILE
                       INVALID KEY
                                      PERFORM 2500-GRABAR-JOURNAL
                                         THRU
                                         2500-GRABAR-JOURNAL-EXIT
                                      PERFORM 2600-GRABAR-REFERENCIA
                                         THRU
                                         2600-GRABAR-REFERENCIA-EXIT
                                      PERFORM 2700-MARCAR-LIBERACION
                                         THRU
                                         2700-MARCAR-LIBERACION-EXIT
                                END-WRITE
                          END-DELETE
                       NOT INVALID KEY
                    MNT-CLAVE
              NOT INVALID KEY
                 MOVE VECTREC-REGISTRO TO WS-REG-ANTES
                 MOVE MNT-REGISTRO TO UMB-TRANSACCION
                 MOVE VECTREC-REGISTRO TO UMB-ANTES
                 PERFORM 1460-VERIFICAR-APROBACION
                    THRU 1460-VERIFICAR-APROBACION-EXIT
                 IF UMB-REQUIERE-SI
                    AND WS-APROBADA-NO
                    ADD 1 TO WS-CONT-ERRORES
                    ADD 1 TO WS-CONT-SIN-APROB
                    DISPLAY 'Baja rechazada, requiere aprobacion ('
                       UMB-MOTIVO '): ' MNT-CLAVE
                    GO TO 2300-BAJA-EXIT
                 END-IF
                 DELETE MASTER-FILE
                    INVALID KEY
                       ADD 1 TO WS-CONT-ERRORES
                       MOVE SPACES TO WS-REG-DESPUES
                       PERFORM 2500-GRABAR-JOURNAL
                          THRU 2500-GRABAR-JOURNAL-EXIT
                       PERFORM 2700-MARCAR-LIBERACION
                          THRU 2700-MARCAR-LIBERACION-EXIT
                 END-DELETE
           END-READ.

           ACCEPT WS-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-HORA  FROM TIME

           MOVE SPACES TO JRN-REGISTRO

           MOVE WS-FECHA      TO JRN-FECHA
           MOVE WS-HORA       TO JRN-HORA
           MOVE WS-LOTE-ID    TO JRN-LOTE
           MOVE WS-REG-ANTES  TO JRN-ANTES
           MOVE WS-REG-DESPUES TO JRN-DESPUES

           MOVE MNT-SOLICITANTE TO JRN-SOLICITANTE
           IF JRN-SOLICITANTE = SPACES
              MOVE WS-TRL-SOLIC TO JRN-SOLICITANTE
           END-IF
           MOVE WS-APROB-ITEM TO JRN-APROBADOR

           WRITE JRN-REGISTRO

           IF WS-FS-JRN = '00'
              ADD 1 TO WS-CONT-JRN
           END-IF.

       2500-GRABAR-JOURNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Cada renumeracion deja la clave anterior retirada apuntando a
      * la nueva, para que CLBUSQBI redirija las busquedas. La clave
      * nueva vuelve a estar en uso: si ella misma estaba retirada se
      * le quita la referencia, asi la cadena termina en una clave
      * vigente y no se forma un ciclo.
      *----------------------------------------------------------------*
       2600-GRABAR-REFERENCIA.

           MOVE MNT-NUEVO TO XRF-REG-ANTERIOR
           PERFORM 2650-QUITAR-REFERENCIA
              THRU 2650-QUITAR-REFERENCIA-EXIT

           MOVE SPACES        TO XRF-REGISTRO
           MOVE MNT-CLAVE     TO XRF-REG-ANTERIOR
           MOVE MNT-NUEVO     TO XRF-REG-NUEVA
           MOVE WS-FECHA      TO XRF-REG-FECHA
           MOVE WS-LOTE-ID    TO XRF-REG-LOTE

           WRITE XRF-REGISTRO
              INVALID KEY
                 REWRITE XRF-REGISTRO
                    INVALID KEY
                       DISPLAY 'Error al grabar referencia de clave '
                          'retirada: ' MNT-CLAVE
                          ', status: ' WS-FS-XRF
                 END-REWRITE
           END-WRITE

           ADD 1 TO WS-CONT-RENUM.

       2600-GRABAR-REFERENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2650-QUITAR-REFERENCIA.

           DELETE XREF-FILE
              INVALID KEY
                 CONTINUE
           END-DELETE.

       2650-QUITAR-REFERENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * La liberacion usada queda aplicada, con la fecha y el lote, y
      * no vuelve a servir para otra transaccion.
      *----------------------------------------------------------------*
       2700-MARCAR-LIBERACION.

           IF WS-LIB-ENC-NO
              GO TO 2700-MARCAR-LIBERACION-EXIT
           END-IF

           MOVE WS-LIB-LLAVE TO LIB-LLAVE

           READ LIB-FILE
              INVALID KEY
                 DISPLAY 'Liberacion no encontrada al marcarla '
                    'aplicada, clave: ' MNT-CLAVE
                 GO TO 2700-MARCAR-LIBERACION-EXIT
           END-READ

           MOVE 'A'        TO LIB-ESTADO
           MOVE WS-FECHA   TO LIB-APL-FECHA
           MOVE WS-LOTE-ID TO LIB-APL-LOTE

           REWRITE LIB-REGISTRO
              INVALID KEY
                 DISPLAY 'Error al marcar liberacion aplicada, '
                    'clave: ' MNT-CLAVE ', status: ' WS-FS-LIB
              NOT INVALID KEY
                 ADD 1 TO WS-CONT-LIBERADAS
           END-REWRITE.

       2700-MARCAR-LIBERACION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       8000-REPORTE-RESUMEN.

           DISPLAY 'Errores edicion:    ' WS-CONT-ERR-EDIT
           DISPLAY 'Altas:   ' WS-CONT-ALTAS
           DISPLAY 'Cambios: ' WS-CONT-CAMBIOS
           DISPLAY 'Renumeraciones: ' WS-CONT-RENUM
           DISPLAY 'Bajas:   ' WS-CONT-BAJAS
           DISPLAY 'Errores: ' WS-CONT-ERRORES
           DISPLAY 'Sin aprobacion: ' WS-CONT-SIN-APROB
           DISPLAY 'Con liberacion: ' WS-CONT-LIBERADAS

           MOVE '----------------------------------------' TO EDT-LINEA
           WRITE EDT-LINEA
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

           MOVE 'CLMNTVEC' TO EST-PROGRAMA
           MOVE CIC-FECHA-NEGOCIO TO EST-FECHA-NEGOCIO

           MOVE 'LOTE-TRANS' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-LOTE-TOT TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'ERR-EDICION' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-ERR-EDIT TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'ALTAS' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-ALTAS TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'CAMBIOS' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-CAMBIOS TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'BAJAS' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-BAJAS TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'RENUMERACIONES' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-RENUM TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'ERRORES' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-ERRORES TO EST-VALOR
           PERFORM 8550-GRABAR-CIFRA
              THRU 8550-GRABAR-CIFRA-EXIT

           MOVE 'JRN-GRABADOS' TO EST-CONCEPTO
           SET EST-TIPO-FLUJO TO TRUE
           MOVE WS-CONT-JRN TO EST-VALOR
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

           IF WS-LOTE-OK
              CLOSE MASTER-FILE
              CLOSE JOURNAL-FILE
              CLOSE XREF-FILE
           END-IF

           CLOSE MAINT-FILE
           CLOSE EDIT-FILE
           CLOSE REJECT-FILE
           CLOSE LIB-FILE

           MOVE RETURN-CODE TO CIC-RC-PASO

           PERFORM 9100-LIBERAR-CORRIDA
              THRU 9100-LIBERAR-CORRIDA-EXIT

           PERFORM 9200-CERRAR-PASO-CICLO
              THRU 9200-CERRAR-PASO-CICLO-EXIT.

       9000-FINALIZAR-EXIT.
           EXIT.
       9100-LIBERAR-CORRIDA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       9200-CERRAR-PASO-CICLO.

           MOVE 'F' TO CIC-FUNCION
           CALL 'CLCICSUB' USING CIC-PARAMETROS

           MOVE CIC-RC-PASO TO RETURN-CODE.

       9200-CERRAR-PASO-CICLO-EXIT.
           EXIT.



       END PROGRAM CLMNTVEC.
