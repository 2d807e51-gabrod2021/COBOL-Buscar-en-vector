      ******************************************************************
      * RCGREC  - Layout del registro acumulado de recargas RCGVEC.   *
      *           CLRELVEC y CLRFWVEC agregan uno cada vez que        *
      *           reconstruyen MASTER-FILE desde el respaldo BKPVEC,  *
      *           con el sello de la recarga y el del respaldo usado. *
      *           CLCDCVEC lo consulta para no emitir una novedad     *
      *           diaria sobre una ventana que incluya una recarga.   *
      ******************************************************************
       01  RCG-REGISTRO.
           05  RCG-FECHA            PIC 9(08).
           05  RCG-HORA             PIC 9(08).
           05  RCG-PROGRAMA         PIC X(08).
           05  RCG-RESPALDO-FECHA   PIC 9(08).
           05  RCG-RESPALDO-HORA    PIC 9(08).
           05  FILLER               PIC X(40).
