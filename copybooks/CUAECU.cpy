      ******************************************************************
      * CUAECU  - Ecuaciones de cuadre entre programas que verifica   *
      *           el certificado diario CLCUAVEC sobre las cifras de  *
      *           control publicadas en ESTVEC. Cada ecuacion tiene   *
      *           un codigo, una descripcion y hasta seis terminos;   *
      *           por termino: lado (I izquierdo, D derecho), signo   *
      *           (+ suma, - resta), dia (H la fecha de negocio, A la *
      *           fecha de negocio anterior), programa y concepto     *
      *           publicados. Un termino con lado en blanco no se     *
      *           usa. La ecuacion cuadra cuando la suma del lado     *
      *           izquierdo es igual a la del derecho.                *
      *                                                               *
      * Mantenimiento:                                                *
      *   - Seis terminos por ecuacion. La cuenta del maestro (E01)   *
      *     suma los registros que restaura el backout CLBCKVEC y     *
      *     resta los que elimina, para cuadrar tambien los dias con  *
      *     backout.                                                  *
      ******************************************************************
       01  CUA-ECU-VALORES.
           05  FILLER               PIC X(03) VALUE 'E01'.
           05  FILLER               PIC X(40)
                   VALUE 'MAESTRO: RESPALDO AYER+ALTAS-BAJAS = HOY'.
           05  FILLER               PIC X(27)
                                    VALUE 'I+ACLUNLVECTRL-CANTIDAD    '.
           05  FILLER               PIC X(27)
                                    VALUE 'I+HCLMNTVECALTAS           '.
           05  FILLER               PIC X(27)
                                    VALUE 'I-HCLMNTVECBAJAS           '.
           05  FILLER               PIC X(27)
                                    VALUE 'I+HCLBCKVECRESTAURADOS     '.
           05  FILLER               PIC X(27)
                                    VALUE 'I-HCLBCKVECELIMINADOS      '.
           05  FILLER               PIC X(27)
                                    VALUE 'D+HCLVALVECREG-LEIDOS      '.
           05  FILLER               PIC X(03) VALUE 'E02'.
           05  FILLER               PIC X(40)
                   VALUE 'RESVEC TRAILER = AUDVEC DE LA CORRIDA   '.
           05  FILLER               PIC X(27)
                                    VALUE 'I+HCLBUSQBIRES-TRL-TOTAL   '.
           05  FILLER               PIC X(27)
                                    VALUE 'I-HCLBUSQBIRES-DESC-ADIC   '.
           05  FILLER               PIC X(27)
                                    VALUE 'D+HCLBUSQBIAUD-GRABADOS    '.
           05  FILLER               PIC X(27)
                                    VALUE 'D-HCLBUSQBIAUD-ACOMPANANTES'.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(03) VALUE 'E03'.
           05  FILLER               PIC X(40)
                   VALUE 'EDICION LIBERADOS = TRANVEC PROCESADAS  '.
           05  FILLER               PIC X(27)
                                    VALUE 'I+HCLEDTVECDET-LIBERADOS   '.
           05  FILLER               PIC X(27)
                                    VALUE 'D+HCLBUSQBITRN-LEIDAS      '.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(03) VALUE 'E04'.
           05  FILLER               PIC X(40)
                   VALUE 'BARRIDO: JOURNAL = CAMBIOS INFORMADOS   '.
           05  FILLER               PIC X(27)
                                    VALUE 'I+HCLVNCVECJRN-GRABADOS    '.
           05  FILLER               PIC X(27)
                                    VALUE 'D+HCLVNCVECA-INACTIVO      '.
           05  FILLER               PIC X(27)
                                    VALUE 'D+HCLVNCVECA-SUSPENDIDO    '.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(03) VALUE 'E05'.
           05  FILLER               PIC X(40)
                   VALUE 'MANTENIM.: JOURNAL = ALTAS+CAMBIOS+BAJAS'.
           05  FILLER               PIC X(27)
                                    VALUE 'I+HCLMNTVECJRN-GRABADOS    '.
           05  FILLER               PIC X(27)
                                    VALUE 'D+HCLMNTVECALTAS           '.
           05  FILLER               PIC X(27)
                                    VALUE 'D+HCLMNTVECCAMBIOS         '.
           05  FILLER               PIC X(27)
                                    VALUE 'D+HCLMNTVECBAJAS           '.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(03) VALUE 'E06'.
           05  FILLER               PIC X(40)
                   VALUE 'VALUACION: TRAILER VALVEC = LEIDOS      '.
           05  FILLER               PIC X(27)
                                    VALUE 'I+HCLVALVECTRL-CANTIDAD    '.
           05  FILLER               PIC X(27)
                                    VALUE 'D+HCLVALVECREG-LEIDOS      '.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(03) VALUE 'E07'.
           05  FILLER               PIC X(40)
                   VALUE 'EXPLORACION = VALUACION (REGISTROS)     '.
           05  FILLER               PIC X(27)
                                    VALUE 'I+HCLEXCVECREG-EXPLORADOS  '.
           05  FILLER               PIC X(27)
                                    VALUE 'D+HCLVALVECREG-LEIDOS      '.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(03) VALUE 'E08'.
           05  FILLER               PIC X(40)
                   VALUE 'BARRIDO = VALUACION (REGISTROS)         '.
           05  FILLER               PIC X(27)
                                    VALUE 'I+HCLVNCVECREG-LEIDOS      '.
           05  FILLER               PIC X(27)
                                    VALUE 'D+HCLVALVECREG-LEIDOS      '.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(03) VALUE 'E09'.
           05  FILLER               PIC X(40)
                   VALUE 'CONCILIACION: RESPALDO = DESCARGA AYER  '.
           05  FILLER               PIC X(27)
                                    VALUE 'I+HCLCNCVECRESPALDO-AYER   '.
           05  FILLER               PIC X(27)
                                    VALUE 'D+ACLUNLVECTRL-CANTIDAD    '.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(27) VALUE SPACES.
           05  FILLER               PIC X(03) VALUE 'E10'.
           05  FILLER               PIC X(40)
                   VALUE 'HISTORIAL: LEIDAS = AGREG+DUPL+INV+ERR  '.
           05  FILLER               PIC X(27)
                                    VALUE 'I+HCLHISVECAUD-LEIDAS      '.
           05  FILLER               PIC X(27)
                                    VALUE 'D+HCLHISVECAGREGADAS       '.
           05  FILLER               PIC X(27)
                                    VALUE 'D+HCLHISVECDUPLICADAS      '.
           05  FILLER               PIC X(27)
                                    VALUE 'D+HCLHISVECINVALIDAS       '.
           05  FILLER               PIC X(27)
                                    VALUE 'D+HCLHISVECERR-AGREGADO    '.
           05  FILLER               PIC X(27) VALUE SPACES.

       01  CUA-ECU-TABLA REDEFINES CUA-ECU-VALORES.
           05  CUA-ECU-ENT          OCCURS 10 TIMES.
               10  CUA-ECU-CODIGO   PIC X(03).
               10  CUA-ECU-DESCRIPCION
                                    PIC X(40).
               10  CUA-ECU-TERMINO  OCCURS 6 TIMES.
                   15  CUA-TRM-LADO     PIC X(01).
                       88  CUA-TRM-IZQUIERDO  VALUE 'I'.
                       88  CUA-TRM-DERECHO    VALUE 'D'.
                   15  CUA-TRM-SIGNO    PIC X(01).
                       88  CUA-TRM-RESTA      VALUE '-'.
                   15  CUA-TRM-DIA      PIC X(01).
                       88  CUA-TRM-DIA-HOY      VALUE 'H'.
                       88  CUA-TRM-DIA-ANTERIOR VALUE 'A'.
                   15  CUA-TRM-PROGRAMA PIC X(08).
                   15  CUA-TRM-CONCEPTO PIC X(16).

       01  CUA-ECU-CANT             PIC 9(02) VALUE 10.

       01  CUA-TRM-CANT             PIC 9(02) VALUE 06.
