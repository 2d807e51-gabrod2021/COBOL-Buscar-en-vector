      ******************************************************************
      * XRFREC  - Layout del registro de referencias cruzadas de      *
      *           claves retiradas XRFVEC, indexado por la clave      *
      *           anterior. CLMNTVEC graba una entrada por cada       *
      *           renumeracion (clave anterior, clave nueva, fecha y  *
      *           lote) y el subprograma CLXRFSUB la sigue para       *
      *           redirigir las busquedas de una clave retirada a su  *
      *           clave vigente.                                      *
      ******************************************************************
       01  XRF-REGISTRO.
           05  XRF-REG-ANTERIOR     PIC 9(05).
           05  XRF-REG-NUEVA        PIC 9(05).
           05  XRF-REG-FECHA        PIC 9(08).
           05  XRF-REG-LOTE         PIC X(08).
           05  FILLER               PIC X(14).
