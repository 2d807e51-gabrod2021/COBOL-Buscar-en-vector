      ******************************************************************
      * CDCREC  - Layout del archivo de novedades diarias CDCVEC del  *
      *           maestro MASTER-FILE para las replicas externas.     *
      *           Lo escribe CLCDCVEC a partir del journal JRNVEC:    *
      *           header con numero de novedad y ventana desde/hasta, *
      *           un detalle por clave con el cambio neto de la       *
      *           ventana (accion e imagen despues) y trailer con     *
      *           cantidades por accion y hash de claves.             *
      ******************************************************************
       01  CDC-REGISTRO.
           05  CDC-TIPO             PIC X(01).
               88  CDC-TIPO-HEADER    VALUE 'H'.
               88  CDC-TIPO-DETALLE   VALUE 'D'.
               88  CDC-TIPO-TRAILER   VALUE 'T'.
           05  CDC-DATOS            PIC X(99).

       01  CDC-HEADER REDEFINES CDC-REGISTRO.
           05  FILLER               PIC X(01).
           05  CDC-HDR-NOVEDAD      PIC 9(07).
           05  CDC-HDR-DESDE-FECHA  PIC 9(08).
           05  CDC-HDR-DESDE-HORA   PIC 9(08).
           05  CDC-HDR-HASTA-FECHA  PIC 9(08).
           05  CDC-HDR-HASTA-HORA   PIC 9(08).
           05  CDC-HDR-GEN-FECHA    PIC 9(08).
           05  CDC-HDR-GEN-HORA     PIC 9(08).
           05  CDC-HDR-ORIGEN       PIC X(08).
           05  CDC-HDR-REPROCESO    PIC X(01).
               88  CDC-HDR-REPROCESO-SI VALUE 'S'.
               88  CDC-HDR-REPROCESO-NO VALUE 'N'.
           05  FILLER               PIC X(35).

       01  CDC-DETALLE REDEFINES CDC-REGISTRO.
           05  FILLER               PIC X(01).
           05  CDC-DET-SECUENCIA    PIC 9(07).
           05  CDC-DET-ACCION       PIC X(01).
               88  CDC-DET-ALTA       VALUE 'A'.
               88  CDC-DET-CAMBIO     VALUE 'C'.
               88  CDC-DET-BAJA       VALUE 'D'.
           05  CDC-DET-CLAVE        PIC 9(05).
           05  CDC-DET-IMAGEN       PIC X(80).
           05  FILLER               PIC X(06).

       01  CDC-TRAILER REDEFINES CDC-REGISTRO.
           05  FILLER               PIC X(01).
           05  CDC-TRL-NOVEDAD      PIC 9(07).
           05  CDC-TRL-CANT         PIC 9(07).
           05  CDC-TRL-ALTAS        PIC 9(07).
           05  CDC-TRL-CAMBIOS      PIC 9(07).
           05  CDC-TRL-BAJAS        PIC 9(07).
           05  CDC-TRL-HASH         PIC 9(12).
           05  CDC-TRL-JOURNAL      PIC 9(07).
           05  FILLER               PIC X(45).
