      ******************************************************************
      * ESTREC  - Layout del archivo acumulado de estadisticas de     *
      *           corrida ESTVEC. Cada programa del circuito del      *
      *           maestro publica al terminar sus cifras de control,  *
      *           una por registro, por medio del subprograma         *
      *           CLESTSUB: fecha de negocio, programa, concepto,     *
      *           tipo de cifra y valor, con fecha y hora de la       *
      *           publicacion. Tipo F (flujo): lo procesado en la     *
      *           corrida, se suma entre corridas de la misma fecha;  *
      *           tipo S (saldo): una foto, vale la ultima publicada. *
      *           Lo lee el certificado de cuadre diario CLCUAVEC.    *
      ******************************************************************
       01  EST-REGISTRO.
           05  EST-REG-FECHA-NEGOCIO
                                    PIC 9(08).
           05  EST-REG-PROGRAMA     PIC X(08).
           05  EST-REG-CONCEPTO     PIC X(16).
           05  EST-REG-TIPO         PIC X(01).
               88  EST-REG-FLUJO      VALUE 'F'.
               88  EST-REG-SALDO      VALUE 'S'.
           05  EST-REG-VALOR        PIC 9(13)V99.
           05  EST-REG-FECHA        PIC 9(08).
           05  EST-REG-HORA         PIC 9(08).
           05  FILLER               PIC X(16).
