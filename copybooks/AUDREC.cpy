      *   - Se agrega la condicion de vigencia de la clave hallada    *
      *     contra la fecha de corte de la corrida (V vigente,        *
      *     P no vigente aun, X vencida).                             *
      *   - Claves retiradas por renumeracion: resultado R cuando la  *
      *     busqueda se redirigio a la clave vigente y B cuando la    *
      *     clave vigente fue dada de baja; AUD-CLAVE-ACTUAL trae la  *
      *     clave vigente en ambos casos.                             *
      *   - Se agrega el solicitante de la transaccion, la operacion  *
      *     pedida (E, R, N, D) y la marca de busqueda facturable     *
      *     (N en la secuencial que acompana a la binaria de una      *
      *     misma transaccion exacta) para el recupero de costos por  *
      *     solicitante de CLCRGVEC. El registro pasa de 90 a 100.    *
      ******************************************************************
       01  AUD-REGISTRO.
           05  AUD-FECHA            PIC 9(08).
           05  AUD-RESULTADO        PIC X(01).
               88  AUD-RESULTADO-SI   VALUE 'S'.
               88  AUD-RESULTADO-NO   VALUE 'N'.
               88  AUD-RESULTADO-RENUMERADA
                                      VALUE 'R'.
               88  AUD-RESULTADO-REN-BAJA
                                      VALUE 'B'.
               88  AUD-RESULTADO-NO-EJECUTADA
                                      VALUE 'X'.
           05  AUD-DESCRIPCION      PIC X(24).
               88  AUD-VIG-VIGENTE    VALUE 'V'.
               88  AUD-VIG-FUTURA     VALUE 'P'.
               88  AUD-VIG-VENCIDA    VALUE 'X'.
           05  AUD-CLAVE-ACTUAL     PIC 9(05).
           05  AUD-SOLICITANTE      PIC X(08).
           05  AUD-OPERACION        PIC X(01).
           05  AUD-FACTURABLE       PIC X(01).
               88  AUD-FACTURABLE-SI  VALUE 'S'.
               88  AUD-FACTURABLE-NO  VALUE 'N'.
           05  FILLER               PIC X(04).
