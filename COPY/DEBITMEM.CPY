      ******************************************************************
      * DEBITMEM  -  SUPPLIER DEBIT MEMO RECORD (100 BYTES)
      * One record per return-to-vendor authorization RTVPROC raises:
      * the charge-back to the supplier for the quantity the dock
      * rejected, valued at the PO line's unit price. APPAY nets the
      * memos against the supplier's next payment; a memo it cannot
      * net yet is carried forward in this same layout (DMCFOUT to
      * the next run's DMCFIN).
      * DM-REMEDY carries what the supplier was asked for (C=credit,
      * R=replacement) - the memo is raised either way. INVMATCH
      * lets the supplier bill up to what it shipped, the dock
      * rejects included, so the memo takes back what was paid for
      * the rejected goods, and a replacement shipment is billed
      * and paid again in its own right.
      ******************************************************************
           05  DM-SUPPLIER-CODE          PIC X(10).
           05  DM-RTV-NUMBER             PIC X(06).
           05  DM-PO-NUMBER              PIC X(06).
           05  DM-PART-NUMBER            PIC X(23).
           05  DM-BUYER-CODE             PIC X(03).
           05  DM-QTY-RETURNED           PIC 9(07).
           05  DM-UNIT-PRICE             PIC S9(7)V99.
           05  DM-MEMO-VALUE             PIC S9(14)V99.
           05  DM-MEMO-DATE              PIC 9(08).
           05  DM-REMEDY                 PIC X(01).
           05  FILLER                    PIC X(11).
