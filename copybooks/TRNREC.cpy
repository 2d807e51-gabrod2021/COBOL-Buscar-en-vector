      *           detalles. CLEDTVEC la edita y balancea, y solo      *
      *           libera los detalles limpios al TRANVEC que consume  *
      *           CLBUSQBI.                                           *
      *                                                               *
      * Mantenimiento:                                                *
      *   - El detalle lleva el solicitante: CLEDTVEC lo completa     *
      *     con el del header al liberar, para que viaje con cada     *
      *     transaccion por CLBUSQBI, AUDVEC, HISVEC y RESVEC.        *
      ******************************************************************
       01  TRN-REGISTRO.
           05  TRN-TIPO             PIC X(01).
           05  TRN-DET-LIMITE-X     REDEFINES TRN-DET-LIMITE
                                    PIC X(05).
           05  TRN-DET-TEXTO        PIC X(30).
           05  TRN-DET-SOLICITANTE  PIC X(08).
           05  FILLER               PIC X(31).
