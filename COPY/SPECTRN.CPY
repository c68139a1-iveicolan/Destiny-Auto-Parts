      ******************************************************************
      * SPECTRN   -  SPEC/BLUEPRINT REGISTER MAINTENANCE TRANSACTION
      *              (81 BYTES)
      * Maintenance transaction against the keyed revision register
      * SPECREV: an action code (A=add, C=change, D=delete) followed
      * by the full 80-byte SPECREV image - the same convention
      * PARTTRAN uses against PARTMSTR. On a delete only the key
      * fields need be filled in. Superseding a revision is a change
      * to status S with the effective date of the cutover and the
      * superseding revision, plus an add of the new revision as
      * active from the same date.
      ******************************************************************
           05  RX-ACTION-CODE            PIC X(01).
               88  RX-ADD-ACTION             VALUE 'A'.
               88  RX-CHANGE-ACTION          VALUE 'C'.
               88  RX-DELETE-ACTION          VALUE 'D'.
           05  RX-REVISION-DATA.
               10  RX-REVISION-KEY.
                   15  RX-DOCUMENT-TYPE  PIC X(01).
                       88  RX-VALID-DOCUMENT-TYPE VALUE 'S' 'B'.
                   15  RX-DOCUMENT-NUMBER PIC X(10).
                   15  RX-REVISION       PIC X(03).
               10  RX-REVISION-STATUS    PIC X(01).
                   88  RX-SUPERSEDED         VALUE 'S'.
                   88  RX-VALID-STATUS       VALUE 'A' 'S' 'C'.
               10  RX-EFFECTIVE-DATE     PIC 9(08).
               10  RX-SUPERSEDING-REV    PIC X(03).
               10  RX-DOCUMENT-TITLE     PIC X(30).
               10  FILLER                PIC X(24).
