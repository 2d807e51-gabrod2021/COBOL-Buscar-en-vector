      *           posicion, comparaciones y codigo de retorno de      *
      *           salida (00 hallada, 04 no hallada, 08 vector        *
      *           vacio, 12 funcion invalida).                       *
      *                                                               *
      * Mantenimiento:                                                *
      *   - Claves retiradas por renumeracion: retorno 02 cuando la   *
      *     clave pedida fue renumerada y la vigente esta en el       *
      *     vector (posicion de la vigente), 06 cuando la vigente     *
      *     fue dada de baja. BSQ-CLAVE-ACTUAL trae la clave vigente. *
      ******************************************************************
       01  BSQ-PARAMETROS.
           05  BSQ-FUNCION          PIC X(01).
           05  BSQ-COMPARACIONES    PIC 9(07).
           05  BSQ-RETORNO          PIC 9(02).
               88  BSQ-RET-OK         VALUE 00.
               88  BSQ-RET-RENUMERADA VALUE 02.
               88  BSQ-RET-NO-HALLADA VALUE 04.
               88  BSQ-RET-REN-BAJA   VALUE 06.
               88  BSQ-RET-VACIO      VALUE 08.
               88  BSQ-RET-FUNCION    VALUE 12.
           05  BSQ-CLAVE-ACTUAL     PIC 9(05).
