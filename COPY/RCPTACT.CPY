      ******************************************************************
      * RCPTACT   -  APPLIED RECEIPT ACTIVITY RECORD (80 BYTES)
      * One record per receipt transaction RCPTAPLY applied to
      * POSTATUS, carrying the PO line's supplier, buyer and unit
      * price as they stood when the receipt posted and the line's
      * status after it. Rejected transactions never appear here, so
      * this is the day's posted receiving activity for the programs
      * downstream of the dock - the general ledger receipts accrual
      * and the usage history. A dock close of a short shipment
      * appears with both quantities zero.
      ******************************************************************
           05  RA-PO-NUMBER              PIC X(06).
           05  RA-PART-NUMBER            PIC X(23).
           05  RA-SUPPLIER-CODE          PIC X(10).
           05  RA-BUYER-CODE             PIC X(03).
           05  RA-UNIT-PRICE             PIC S9(7)V99.
           05  RA-QTY-RECEIVED           PIC 9(07).
           05  RA-QTY-DOCK-REJECT        PIC 9(07).
           05  RA-RECEIPT-DATE           PIC 9(08).
           05  RA-PO-STATUS              PIC X(01).
           05  FILLER                    PIC X(06).
