      ******************************************************************
      * BILLTD    -  PO LINE BILLED-TO-DATE RECORD (50 BYTES)
      * One record per purchase order line a supplier has ever been
      * paid against, keyed on the PO number plus the part number
      * exactly as POSTATUS is, carrying the quantity billed on every
      * matched invoice line to date. INVMATCH adds each matched
      * line's billed quantity as it goes, so a second invoice - on
      * a later run or later in the same run - is tested against the
      * quantity shipped together with everything billed before it.
      ******************************************************************
           05  BD-PO-LINE-KEY.
               10  BD-PO-NUMBER          PIC X(06).
               10  BD-PART-NUMBER        PIC X(23).
           05  BD-QTY-BILLED-TO-DATE     PIC 9(07).
           05  BD-LAST-BILLED-DATE       PIC 9(08).
           05  FILLER                    PIC X(06).
