      ******************************************************************
      * CICPARM - Bloque de parametros del subprograma de control del *
      *           ciclo nocturno CLCICSUB. Cada paso del ciclo llama  *
      *           con funcion 'I' al arrancar: el subprograma rechaza *
      *           el arranque (retorno 08) si un predecesor no esta   *
      *           completo, con el programa que falta en              *
      *           CIC-PROG-FALTANTE, o (retorno 12) si el paso ya se  *
      *           completo en la fecha de negocio; con una tarjeta de *
      *           forzado del operador en CICFRZ arranca igual y      *
      *           devuelve 04. Al terminar llama con funcion 'F' y el *
      *           codigo de retorno del paso en CIC-RC-PASO, con la   *
      *           misma fecha de negocio que devolvio el arranque.    *
      ******************************************************************
       01  CIC-PARAMETROS.
           05  CIC-FUNCION          PIC X(01).
               88  CIC-FUN-INICIAR    VALUE 'I'.
               88  CIC-FUN-FINALIZAR  VALUE 'F'.
           05  CIC-PROGRAMA         PIC X(08).
           05  CIC-JOBID            PIC X(08).
           05  CIC-RC-PASO          PIC 9(02).
           05  CIC-FECHA-NEGOCIO    PIC 9(08).
           05  CIC-RETORNO          PIC 9(02).
               88  CIC-RET-OK         VALUE 00.
               88  CIC-RET-FORZADO    VALUE 04.
               88  CIC-RET-PENDIENTE  VALUE 08.
               88  CIC-RET-COMPLETO   VALUE 12.
               88  CIC-RET-ERROR      VALUE 16.
           05  CIC-PROG-FALTANTE    PIC X(08).
