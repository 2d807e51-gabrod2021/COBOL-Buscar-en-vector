      ******************************************************************
      * CICDEP  - Pasos del ciclo nocturno del maestro y su orden.    *
      *           Un renglon por paso con el predecesor que debe      *
      *           estar completo antes de arrancarlo y el dia en que  *
      *           se busca: H la misma fecha de negocio, A la fecha   *
      *           de negocio anterior. Predecesor en blanco: el paso  *
      *           no depende de otro.                                 *
      *                                                               *
      * Mantenimiento:                                                *
      *   - Se agrega el paso CLPRGVEC (liberacion del mantenimiento  *
      *     programado) como predecesor de CLMNTVEC, para que el lote *
      *     del dia no se aplique sin lo programado para la fecha.    *
      *   - Se agrega el paso CLCONVEC (consolidacion de los lotes    *
      *     del dia) entre CLPRGVEC y CLMNTVEC.                       *
      ******************************************************************
       01  CIC-DEP-VALORES.
           05  FILLER               PIC X(17)
                                    VALUE 'CLPRGVEC         '.
           05  FILLER               PIC X(17)
                                    VALUE 'CLCONVECCLPRGVECH'.
           05  FILLER               PIC X(17)
                                    VALUE 'CLMNTVECCLCONVECH'.
           05  FILLER               PIC X(17)
                                    VALUE 'CLVNCVECCLMNTVECH'.
           05  FILLER               PIC X(17)
                                    VALUE 'CLEXCVECCLVNCVECH'.
           05  FILLER               PIC X(17)
                                    VALUE 'CLVALVECCLVNCVECH'.
           05  FILLER               PIC X(17)
                                    VALUE 'CLUNLVEC         '.
           05  FILLER               PIC X(17)
                                    VALUE 'CLCNCVECCLUNLVECA'.

       01  CIC-DEP-TABLA REDEFINES CIC-DEP-VALORES.
           05  CIC-DEP-ENT          OCCURS 8 TIMES.
               10  CIC-DEP-PASO     PIC X(08).
               10  CIC-DEP-PREDECESOR
                                    PIC X(08).
               10  CIC-DEP-DIA      PIC X(01).
                   88  CIC-DEP-DIA-HOY      VALUE 'H'.
                   88  CIC-DEP-DIA-ANTERIOR VALUE 'A'.

       01  CIC-DEP-CANT             PIC 9(02) VALUE 08.
