      ******************************************************************
      * ESTPARM - Bloque de parametros del subprograma de estadisticas*
      *           de corrida CLESTSUB. El llamador informa programa,  *
      *           fecha de negocio (cero: la abierta en CICVEC),      *
      *           concepto, tipo (F flujo, S saldo) y valor de una    *
      *           cifra de control; el subprograma la agrega al       *
      *           archivo ESTVEC. Retorno 00 publicada, 16 error de   *
      *           archivo (la cifra no quedo publicada).              *
      ******************************************************************
       01  EST-PARAMETROS.
           05  EST-PROGRAMA         PIC X(08).
           05  EST-FECHA-NEGOCIO    PIC 9(08).
           05  EST-CONCEPTO         PIC X(16).
           05  EST-TIPO             PIC X(01).
               88  EST-TIPO-FLUJO     VALUE 'F'.
               88  EST-TIPO-SALDO     VALUE 'S'.
           05  EST-VALOR            PIC 9(13)V99.
           05  EST-RETORNO          PIC 9(02).
               88  EST-RET-OK         VALUE 00.
               88  EST-RET-ERROR      VALUE 16.
