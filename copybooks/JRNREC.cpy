      *           elimina, sellada con fecha, hora y lote; el         *
      *           programa de backout CLBCKVEC lo lee en reversa para *
      *           restaurar MASTER-FILE al estado previo a un lote.   *
      *           Cada entrada registra el usuario que solicito la    *
      *           transaccion y el que la aprobo, si fue retenida.    *
      *           CLBCKVEC graba tambien su propia entrada por cada   *
      *           registro que deshace (lote 'BK' mas la fecha), con  *
      *           las imagenes invertidas y el lote revertido.        *
      ******************************************************************
       01  JRN-REGISTRO.
           05  JRN-FECHA            PIC 9(08).
           05  JRN-CLAVE            PIC 9(05).
           05  JRN-ANTES            PIC X(80).
           05  JRN-DESPUES          PIC X(80).
           05  JRN-SOLICITANTE      PIC X(08).
           05  JRN-APROBADOR        PIC X(08).
           05  JRN-LOTE-REVERTIDO   PIC X(08).
           05  FILLER               PIC X(06).
