      ******************************************************************
      * MATCHINV  -  MATCHED INVOICE LINE RECORD (120 BYTES)
      * One record per supplier invoice line that passed the
      * three-way match against POSTATUS - billed price within
      * tolerance of the PO price and billed quantity within
      * tolerance of the quantity shipped (received plus dock
      * rejects). This is the file accounts payable pays from: the
      * billed extended value is the amount due on the line.
      ******************************************************************
           05  MI-SUPPLIER-CODE          PIC X(10).
           05  MI-INVOICE-NUMBER         PIC X(12).
           05  MI-PO-NUMBER              PIC X(06).
           05  MI-PART-NUMBER            PIC X(23).
           05  MI-BUYER-CODE             PIC X(03).
           05  MI-QTY-BILLED             PIC 9(07).
           05  MI-UNIT-PRICE-BILLED      PIC S9(7)V99.
           05  MI-EXTENDED-VALUE         PIC S9(14)V99.
           05  MI-PO-UNIT-PRICE          PIC S9(7)V99.
           05  MI-MATCH-DATE             PIC 9(08).
           05  FILLER                    PIC X(17).
