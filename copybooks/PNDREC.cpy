      ******************************************************************
      * PNDREC  - Layout del archivo de transacciones pendientes de   *
      *           aprobacion PNDVEC. CLRETVEC retiene aqui las        *
      *           transacciones MNTVEC de alto impacto, marcadas con  *
      *           el usuario solicitante, el lote de origen y el      *
      *           motivo de la retencion; CLAPRVEC las libera o       *
      *           rechaza con las tarjetas de aprobacion.             *
      ******************************************************************
       01  PND-REGISTRO.
           05  PND-FECHA            PIC 9(08).
           05  PND-HORA             PIC 9(08).
           05  PND-LOTE             PIC X(08).
           05  PND-SOLICITANTE      PIC X(08).
           05  PND-MOTIVO           PIC X(20).
           05  PND-TRANSACCION      PIC X(80).
           05  FILLER               PIC X(18).
