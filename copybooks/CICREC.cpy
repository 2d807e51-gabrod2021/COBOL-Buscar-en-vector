      ******************************************************************
      * CICREC  - Layout del archivo de control del ciclo nocturno    *
      *           CICVEC, indexado por fecha de negocio y programa.   *
      *           Tres clases de registro comparten la llave:         *
      *             - fecha cero y programa en blanco: registro de    *
      *               control con la fecha de negocio abierta         *
      *               (CIC-REG-FECHA-ACTUAL) y la anterior;           *
      *             - fecha y programa en blanco: la fecha de         *
      *               negocio, abierta (A) o cerrada (X), con su      *
      *               fecha de negocio anterior;                      *
      *             - fecha y programa: el paso del ciclo, con        *
      *               arranque, fin, codigo de retorno y estado (E    *
      *               en curso, C completo, F fallido).               *
      *           Lo administra el subprograma CLCICSUB y lo abre y   *
      *           consulta el utilitario de operacion CLCICVEC.       *
      ******************************************************************
       01  CIC-REGISTRO.
           05  CIC-REG-LLAVE.
               10  CIC-REG-FECHA        PIC 9(08).
               10  CIC-REG-PROGRAMA     PIC X(08).
           05  CIC-REG-ESTADO       PIC X(01).
               88  CIC-REG-EN-CURSO   VALUE 'E'.
               88  CIC-REG-COMPLETO   VALUE 'C'.
               88  CIC-REG-FALLIDO    VALUE 'F'.
               88  CIC-REG-ABIERTA    VALUE 'A'.
               88  CIC-REG-CERRADA    VALUE 'X'.
           05  CIC-REG-JOBID        PIC X(08).
           05  CIC-REG-INI-FECHA    PIC 9(08).
           05  CIC-REG-INI-HORA     PIC 9(08).
           05  CIC-REG-FIN-FECHA    PIC 9(08).
           05  CIC-REG-FIN-HORA     PIC 9(08).
           05  CIC-REG-RC           PIC 9(02).
           05  CIC-REG-FORZADO      PIC X(01).
           05  CIC-REG-OPERADOR     PIC X(08).
           05  CIC-REG-EJECUCIONES  PIC 9(03).
           05  CIC-REG-FECHA-ANTERIOR
                                    PIC 9(08).
           05  CIC-REG-FECHA-ACTUAL PIC 9(08).
           05  FILLER               PIC X(13).
