      ******************************************************************
      * INVHIST   -  SUPPLIER INVOICE HISTORY RECORD (40 BYTES)
      * One record per supplier invoice ever presented to INVMATCH,
      * keyed on the supplier code plus the supplier's invoice
      * number, with the run date it was first presented. An invoice
      * number already on file for the supplier is a duplicate
      * billing and every line of it is held.
      ******************************************************************
           05  IH-INVOICE-KEY.
               10  IH-SUPPLIER-CODE      PIC X(10).
               10  IH-INVOICE-NUMBER     PIC X(12).
           05  IH-FIRST-SEEN-DATE        PIC 9(08).
           05  IH-LINE-COUNT             PIC 9(05).
           05  FILLER                    PIC X(05).
