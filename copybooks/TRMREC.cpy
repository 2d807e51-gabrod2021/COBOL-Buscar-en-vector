      ******************************************************************
      * TRMREC  - Layout del registro acumulado de transmisiones      *
      *           TRMVEC. CLEDTVEC agrega uno por cada transmision    *
      *           TRNVEC editada, con el solicitante del header, los  *
      *           detalles recibidos, liberados y rechazados, y si    *
      *           la transmision fue aceptada o rechazada. CLCRGVEC   *
      *           lo lee para el recupero de costos por solicitante.  *
      ******************************************************************
       01  TRM-REGISTRO.
           05  TRM-FECHA            PIC 9(08).
           05  TRM-HORA             PIC 9(08).
           05  TRM-SOLICITANTE      PIC X(08).
           05  TRM-FECHA-HDR        PIC 9(08).
           05  TRM-LEIDOS           PIC 9(07).
           05  TRM-LIBERADOS        PIC 9(07).
           05  TRM-RECHAZADOS       PIC 9(07).
           05  TRM-ESTADO           PIC X(01).
               88  TRM-ACEPTADA       VALUE 'A'.
               88  TRM-RECHAZADA      VALUE 'R'.
           05  FILLER               PIC X(26).
