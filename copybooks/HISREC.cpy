      *           retencion hacia el archivo ARCVEC, y extrae el      *
      *           historial vigente en layout AUDREC (archivo         *
      *           AUDHIS) como entrada multi-dia para CLANLVEC.      *
      *                                                               *
      * Mantenimiento:                                                *
      *   - Se agrega la clave vigente de las busquedas redirigidas   *
      *     por renumeracion (resultados R y B de AUDREC).            *
      *   - Se agregan el solicitante, la operacion y la marca de     *
      *     busqueda facturable de AUDREC; el registro pasa de 100 a  *
      *     110 (el archivo ARCVEC crece igual).                      *
      ******************************************************************
       01  HIS-REGISTRO.
           05  HIS-LLAVE.
           05  HIS-DESCRIPCION      PIC X(24).
           05  HIS-ESTADO           PIC X(01).
           05  HIS-VIGENCIA         PIC X(01).
           05  HIS-CLAVE-ACTUAL     PIC 9(05).
           05  HIS-SOLICITANTE      PIC X(08).
           05  HIS-OPERACION        PIC X(01).
           05  HIS-FACTURABLE       PIC X(01).
           05  FILLER               PIC X(09).
