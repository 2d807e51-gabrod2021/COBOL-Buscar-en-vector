      ******************************************************************
      * LIBREC  - Layout del archivo de liberaciones LIBVEC, indexado *
      *           por clave y fecha y hora de la liberacion. CLAPRVEC *
      *           graba una entrada por cada transaccion retenida que *
      *           libera, con la imagen exacta que sale al lote, el   *
      *           solicitante y el aprobador de la tarjeta AUTVEC.    *
      *           CLMNTVEC solo aplica una transaccion de alto        *
      *           impacto si encuentra aqui su liberacion pendiente   *
      *           (L) con un aprobador distinto del solicitante, y la *
      *           marca aplicada (A) con la fecha y el lote.          *
      ******************************************************************
       01  LIB-REGISTRO.
           05  LIB-LLAVE.
               10  LIB-CLAVE        PIC 9(05).
               10  LIB-FECHA        PIC 9(08).
               10  LIB-HORA         PIC 9(08).
           05  LIB-ESTADO           PIC X(01).
               88  LIB-EST-LIBERADA   VALUE 'L'.
               88  LIB-EST-APLICADA   VALUE 'A'.
           05  LIB-LOTE             PIC X(08).
           05  LIB-LOTE-ORIGEN      PIC X(08).
           05  LIB-SOLICITANTE      PIC X(08).
           05  LIB-APROBADOR        PIC X(08).
           05  LIB-TRANSACCION      PIC X(80).
           05  LIB-APL-FECHA        PIC 9(08).
           05  LIB-APL-LOTE         PIC X(08).
           05  FILLER               PIC X(10).
