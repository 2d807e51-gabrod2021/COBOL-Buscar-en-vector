      *   - El detalle lleva la condicion de vigencia de la clave     *
      *     hallada contra la fecha de corte (V vigente, P no         *
      *     vigente aun, X vencida) para que el receptor filtre.      *
      *   - Claves retiradas por renumeracion: resultado R con la     *
      *     clave vigente en RES-DET-CLAVE-ACTUAL, o B si la clave    *
      *     vigente fue dada de baja. El trailer suma aparte las      *
      *     renumeradas; las B cuentan como no halladas.              *
      *   - El detalle lleva el solicitante de la transaccion.        *
      ******************************************************************
       01  RES-REGISTRO.
           05  RES-TIPO             PIC X(01).
               88  RES-DET-HALLADA      VALUE 'S'.
               88  RES-DET-NO-HALLADA   VALUE 'N'.
               88  RES-DET-NO-EJECUTADA VALUE 'X'.
               88  RES-DET-RENUMERADA   VALUE 'R'.
               88  RES-DET-REN-BAJA     VALUE 'B'.
           05  RES-DET-POSICION     PIC 9(05).
           05  RES-DET-CANTIDAD     PIC 9(05).
           05  RES-DET-VIGENCIA     PIC X(01).
               88  RES-DET-VIGENTE      VALUE 'V'.
               88  RES-DET-FUTURA       VALUE 'P'.
               88  RES-DET-VENCIDA      VALUE 'X'.
           05  RES-DET-CLAVE-ACTUAL PIC 9(05).
           05  RES-DET-SOLICITANTE  PIC X(08).
           05  FILLER               PIC X(41).

       01  RES-TRAILER REDEFINES RES-REGISTRO.
           05  FILLER               PIC X(01).
           05  RES-TRL-TOTAL        PIC 9(07).
           05  RES-TRL-HALLADAS     PIC 9(07).
           05  RES-TRL-NO-HALLADAS  PIC 9(07).
           05  RES-TRL-RENUMERADAS  PIC 9(07).
           05  FILLER               PIC X(51).
