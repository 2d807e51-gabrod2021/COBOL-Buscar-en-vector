      ******************************************************************
      * XRFPARM - Bloque de parametros del subprograma de referencias *
      *           cruzadas CLXRFSUB. El llamador informa la clave     *
      *           buscada que no se hallo; el subprograma sigue la    *
      *           cadena de renumeraciones de XRFVEC (A a B, B a C)   *
      *           hasta la ultima clave y la devuelve con la cantidad *
      *           de saltos, la fecha y el lote de la ultima          *
      *           renumeracion. Retorno 00 renumerada, 04 sin         *
      *           renumeracion, 08 cadena circular o demasiado larga, *
      *           16 error de archivo.                                *
      ******************************************************************
       01  XRF-PARAMETROS.
           05  XRF-CLAVE            PIC 9(05).
           05  XRF-CLAVE-ACTUAL     PIC 9(05).
           05  XRF-SALTOS           PIC 9(03).
           05  XRF-FECHA            PIC 9(08).
           05  XRF-LOTE             PIC X(08).
           05  XRF-RETORNO          PIC 9(02).
               88  XRF-RET-RENUMERADA VALUE 00.
               88  XRF-RET-SIN-ENTRADA
                                      VALUE 04.
               88  XRF-RET-CADENA     VALUE 08.
               88  XRF-RET-ERROR      VALUE 16.
