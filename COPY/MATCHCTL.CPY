      ******************************************************************
      * MATCHCTL  -  INVOICE MATCH TOLERANCE CONTROL RECORD (32 BYTES)
      * Single persistent record maintained by accounts payable with
      * the tolerances INVMATCH allows before an invoice line is
      * held: the percentage a billed unit price may run over the
      * PO unit price, and the percentage a billed quantity may run
      * over the quantity shipped - what the dock has received plus
      * what it rejected. Zero means no tolerance - the invoice must
      * agree exactly.
      ******************************************************************
           05  MC-PRICE-TOLERANCE-PCT    PIC 9(03)V99.
           05  MC-QTY-TOLERANCE-PCT      PIC 9(03)V99.
           05  MC-LAST-CHANGE-DATE       PIC 9(08).
           05  FILLER                    PIC X(14).
