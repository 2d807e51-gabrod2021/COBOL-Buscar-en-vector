      ******************************************************************
      * SOCREC  - Layout del archivo de claves que envia el socio     *
      *           para conciliar contra el maestro (SOCVEC). Trae la  *
      *           clave con los mismos datos de negocio del registro  *
      *           maestro que se comparan: descripcion, estado e      *
      *           importe. CLSOCVEC lo ordena por clave y lo aparea   *
      *           con MASTER-FILE.                                    *
      ******************************************************************
       01  SOC-REGISTRO.
           05  SOC-CLAVE            PIC 9(05).
           05  SOC-CLAVE-X          REDEFINES SOC-CLAVE
                                    PIC X(05).
           05  SOC-DESCRIPCION      PIC X(30).
           05  SOC-ESTADO           PIC X(01).
               88  SOC-ESTADO-VALIDO  VALUES 'A' 'I' 'S'.
           05  SOC-IMPORTE          PIC 9(09)V99.
           05  SOC-IMPORTE-X        REDEFINES SOC-IMPORTE
                                    PIC X(11).
           05  FILLER               PIC X(33).
