      ******************************************************************
      * PSUPTRN   -  SUPERSESSION MAINTENANCE TRANSACTION (81 BYTES)
      * Maintenance transaction against the keyed supersession file
      * PARTSUPR: an action code (A=add, C=change, D=delete) followed
      * by the full 80-byte PARTSUPR image - the same convention
      * PARTTRAN uses against PARTMSTR. On a delete only
      * SX-OLD-PART-NUMBER need be filled in.
      ******************************************************************
           05  SX-ACTION-CODE            PIC X(01).
               88  SX-ADD-ACTION             VALUE 'A'.
               88  SX-CHANGE-ACTION          VALUE 'C'.
               88  SX-DELETE-ACTION          VALUE 'D'.
           05  SX-SUPERSESSION-DATA.
               10  SX-OLD-PART-NUMBER    PIC X(23).
               10  SX-NEW-PART-NUMBER    PIC X(23).
               10  SX-RELATION-TYPE      PIC X(01).
                   88  SX-VALID-RELATION     VALUE 'S' 'I' 'U'.
               10  SX-EFFECTIVE-DATE     PIC 9(08).
               10  FILLER                PIC X(25).
