      ******************************************************************
      * POHIST    -  PURCHASE ORDER HISTORY RECORD (120 BYTES)
      * One record per purchase order line archived off the POSTATUS
      * open-PO status master by POARCH once it was received in full
      * or closed short and has had no receipt for longer than the
      * retention period. The line is carried exactly as it stood on
      * POSTATUS, with the date it was archived, and POHINQ pulls it
      * back by PO number, supplier code or part number when audit
      * asks about an old order.
      ******************************************************************
           05  HL-PO-LINE-KEY.
               10  HL-PO-NUMBER          PIC X(06).
               10  HL-PART-NUMBER        PIC X(23).
           05  HL-SUPPLIER-CODE          PIC X(10).
           05  HL-BUYER-CODE             PIC X(03).
           05  HL-ORDER-DATE             PIC 9(08).
           05  HL-PROMISE-DATE           PIC 9(08).
           05  HL-UNIT-PRICE             PIC S9(7)V99.
           05  HL-QTY-ORDERED            PIC S9(7).
           05  HL-QTY-RECEIVED           PIC S9(7).
           05  HL-QTY-DOCK-REJECT        PIC S9(7).
           05  HL-LAST-RECEIPT-DATE      PIC 9(08).
           05  HL-PO-STATUS              PIC X(01).
           05  HL-ARCHIVE-DATE           PIC 9(08).
           05  FILLER                    PIC X(15).
