      *           cierra con un registro trailer 'T' que trae los     *
      *           totales esperados de altas, cambios y bajas para    *
      *           balancear la edicion.                               *
      *           El detalle lleva el usuario que solicito la         *
      *           transaccion; el trailer, el solicitante del lote y, *
      *           en los lotes liberados por CLAPRVEC, el usuario que *
      *           aprobo las transacciones retenidas.                 *
      ******************************************************************
       01  MNT-REGISTRO.
           05  MNT-ACCION           PIC X(01).
           05  MNT-IMPORTE          PIC 9(09)V99.
           05  MNT-IMPORTE-X        REDEFINES MNT-IMPORTE
                                    PIC X(11).
           05  MNT-SOLICITANTE      PIC X(08).
           05  FILLER               PIC X(03).

       01  MNT-TRAILER REDEFINES MNT-REGISTRO.
           05  MNT-TRL-ACCION       PIC X(01).
           05  MNT-TRL-CAMBIOS      PIC 9(05).
           05  MNT-TRL-BAJAS        PIC 9(05).
           05  MNT-TRL-LOTE         PIC X(08).
           05  MNT-TRL-SOLICITANTE  PIC X(08).
           05  MNT-TRL-APROBADOR    PIC X(08).
           05  FILLER               PIC X(40).
