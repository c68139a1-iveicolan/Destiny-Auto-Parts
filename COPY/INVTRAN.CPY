      ******************************************************************
      * INVTRAN   -  SUPPLIER INVOICE TRANSACTION RECORD (80 BYTES)
      * One record per billed line of a supplier invoice, keyed in by
      * accounts payable from the paper invoice: the supplier and
      * its invoice number identify the invoice, the PO number and
      * part number name the purchase order line being billed, and
      * the quantity and unit price are what the supplier billed.
      * INVMATCH matches each line against POSTATUS before anything
      * is paid.
      ******************************************************************
           05  IV-SUPPLIER-CODE          PIC X(10).
           05  IV-INVOICE-NUMBER         PIC X(12).
           05  IV-PO-NUMBER              PIC X(06).
           05  IV-PART-NUMBER            PIC X(23).
           05  IV-QTY-BILLED             PIC 9(07).
           05  IV-UNIT-PRICE-BILLED      PIC 9(07)V99.
           05  FILLER                    PIC X(13).
