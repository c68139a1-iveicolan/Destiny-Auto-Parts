      ******************************************************************
      * SUPHTRN   -  SUPPLIER HOLD MAINTENANCE TRANSACTION (81 BYTES)
      * Maintenance transaction against the keyed supplier hold file
      * SUPHOLD: an action code (A=add, C=change, D=delete) followed
      * by the full 80-byte SUPHOLD image - the same convention
      * PARTTRAN uses against PARTMSTR. On a delete only
      * HX-SUPPLIER-CODE and HX-HOLD-TYPE need be filled in. Ending
      * a hold is a change that sets HX-END-DATE, so the record
      * stays on file as the history of the hold.
      ******************************************************************
           05  HX-ACTION-CODE            PIC X(01).
               88  HX-ADD-ACTION             VALUE 'A'.
               88  HX-CHANGE-ACTION          VALUE 'C'.
               88  HX-DELETE-ACTION          VALUE 'D'.
           05  HX-HOLD-DATA.
               10  HX-HOLD-KEY.
                   15  HX-SUPPLIER-CODE  PIC X(10).
                   15  HX-HOLD-TYPE      PIC X(01).
                       88  HX-DEBARMENT      VALUE 'D'.
                       88  HX-VALID-HOLD-TYPE VALUE 'Q' 'P' 'D'.
               10  HX-HOLD-REASON        PIC X(30).
               10  HX-START-DATE         PIC 9(08).
               10  HX-END-DATE           PIC 9(08).
               10  FILLER                PIC X(23).
