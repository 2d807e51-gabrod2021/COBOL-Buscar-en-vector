      ******************************************************************
      * FCTREC  - Layout del registro acumulado de control de la      *
      *           novedad diaria FCTVEC. CLCDCVEC agrega uno por      *
      *           cada novedad generada (G) o regenerada (R), con la  *
      *           ventana del journal que cubre, y uno de base (B)    *
      *           cuando operaciones informa un refresco completo de  *
      *           las replicas: la proxima novedad arranca en el      *
      *           sello de la base sin consumir numero.               *
      ******************************************************************
       01  FCT-REGISTRO.
           05  FCT-NOVEDAD          PIC 9(07).
           05  FCT-TIPO             PIC X(01).
               88  FCT-TIPO-GENERADA  VALUE 'G'.
               88  FCT-TIPO-REPROCESO VALUE 'R'.
               88  FCT-TIPO-BASE      VALUE 'B'.
           05  FCT-DESDE-FECHA      PIC 9(08).
           05  FCT-DESDE-HORA       PIC 9(08).
           05  FCT-HASTA-FECHA      PIC 9(08).
           05  FCT-HASTA-HORA       PIC 9(08).
           05  FCT-GEN-FECHA        PIC 9(08).
           05  FCT-GEN-HORA         PIC 9(08).
           05  FCT-DETALLES         PIC 9(07).
           05  FCT-HASH             PIC 9(12).
           05  FCT-JOURNAL          PIC 9(07).
           05  FILLER               PIC X(18).
