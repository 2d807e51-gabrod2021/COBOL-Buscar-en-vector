      ******************************************************************
      * UMBPARM - Bloque de parametros del subprograma de umbrales de *
      *           aprobacion CLUMBSUB. Entrada: la transaccion MNTVEC *
      *           y la imagen del maestro antes del cambio (espacios  *
      *           si no se dispone de ella). Salida: si la            *
      *           transaccion requiere aprobacion de un segundo       *
      *           usuario, el motivo, y los umbrales de importe en    *
      *           vigor. Retorno 00 con umbrales de UMBVEC, 04 con    *
      *           umbrales por omision.                               *
      ******************************************************************
       01  UMB-PARAMETROS.
           05  UMB-TRANSACCION      PIC X(80).
           05  UMB-ANTES            PIC X(80).
           05  UMB-REQUIERE         PIC X(01).
               88  UMB-REQUIERE-SI    VALUE 'S'.
               88  UMB-REQUIERE-NO    VALUE 'N'.
           05  UMB-MOTIVO           PIC X(20).
           05  UMB-IMPORTE-MAX      PIC 9(09)V99.
           05  UMB-PORCENTAJE-MAX   PIC 9(03)V99.
           05  UMB-RETORNO          PIC 9(02).
               88  UMB-RET-OK         VALUE 00.
               88  UMB-RET-OMISION    VALUE 04.
