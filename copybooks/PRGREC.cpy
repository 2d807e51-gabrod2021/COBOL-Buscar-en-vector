      ******************************************************************
      * PRGREC  - Layout del archivo de mantenimiento programado      *
      *           PRGVEC. Cada registro es una transaccion MNTVEC     *
      *           que el solicitante carga por adelantado con su      *
      *           fecha efectiva; CLPRGVEC la retiene hasta que la    *
      *           fecha de negocio la alcanza y entonces la libera al *
      *           lote MNTVEC del dia. Queda en conflicto (C), con el *
      *           motivo, si no puede liberarse: clave y fecha        *
      *           programadas dos veces, o clave dada de baja o       *
      *           renumerada desde que se programo. El archivo se     *
      *           mantiene ordenado por clave y fecha efectiva.       *
      *           Lo liberado queda en el archivo como liberado (L),  *
      *           con la fecha de negocio y la fecha y hora de la     *
      *           liberacion en lugar del motivo, hasta que JRNVEC    *
      *           confirma que CLMNTVEC lo aplico.                    *
      *                                                               *
      * Mantenimiento:                                                *
      *   - Estado liberado (L) con la fecha y hora de la liberacion, *
      *     que sigue en el archivo hasta confirmarse en JRNVEC.      *
      ******************************************************************
       01  PRG-REGISTRO.
           05  PRG-FECHA-EFECTIVA   PIC 9(08).
           05  PRG-CLAVE            PIC 9(05).
           05  PRG-FECHA-CARGA      PIC 9(08).
           05  PRG-HORA-CARGA       PIC 9(08).
           05  PRG-SOLICITANTE      PIC X(08).
           05  PRG-ESTADO           PIC X(01).
               88  PRG-EST-PROGRAMADA VALUE 'P'.
               88  PRG-EST-CONFLICTO  VALUE 'C'.
               88  PRG-EST-LIBERADA   VALUE 'L'.
           05  PRG-MOTIVO           PIC X(30).
           05  PRG-LIBERACION       REDEFINES PRG-MOTIVO.
               10  PRG-LIB-FECHA-NEGOCIO PIC 9(08).
               10  PRG-LIB-FECHA    PIC 9(08).
               10  PRG-LIB-HORA     PIC 9(08).
               10  FILLER           PIC X(06).
           05  PRG-TRANSACCION      PIC X(80).
           05  FILLER               PIC X(02).
