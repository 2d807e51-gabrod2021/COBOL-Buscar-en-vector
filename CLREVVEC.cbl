      *              CLMNTVEC, y todo queda asentado en el informe de
      *              disposicion DSPVEC.
      * Tectonics: cobc
      ******************************************************************
      * Mantenimiento:
      *   - El trailer del lote MNTVEC lleva CLREVVEC como solicitante,
      *     para el control de doble usuario de CLRETVEC y CLMNTVEC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLREVVEC.
           MOVE ZERO TO MNT-TRL-CAMBIOS
           MOVE ZERO TO MNT-TRL-BAJAS
           MOVE WS-LOTE-ID TO MNT-TRL-LOTE
           MOVE 'CLREVVEC' TO MNT-TRL-SOLICITANTE

           MOVE MNT-REGISTRO TO MNT-SALIDA
           WRITE MNT-SALIDA.
