      ******************************************************************
      * POAPPRV   -  BUYER-APPROVED PO PROPOSAL RECORD (100 BYTES)
      * One record per REORDER proposal line as the buyer returns it:
      * the 66-byte POPROP proposal image unchanged, followed by the
      * buyer's approval code and any overrides the buyer marked. An
      * override quantity or supplier of zero/blank means the
      * proposal's own figure stands; an override price of zero
      * means the line is priced from the unit price history. Only
      * lines marked approved are issued by POISSUE - anything else
      * is counted as not approved on the issuance register.
      ******************************************************************
           05  PA-PART-NUMBER            PIC X(23).
           05  PA-SUGGESTED-QTY          PIC 9(07).
           05  PA-SUPPLIER-CODE          PIC X(10).
           05  PA-SUPPLIER-NAME          PIC X(15).
           05  PA-ORDER-BY-DATE          PIC 9(08).
           05  PA-BUYER-CODE             PIC X(03).
           05  PA-APPROVAL-CODE          PIC X(01).
               88  PA-APPROVED               VALUE 'A'.
           05  PA-OVERRIDE-QTY           PIC 9(07).
           05  PA-OVERRIDE-SUPPLIER      PIC X(10).
           05  PA-OVERRIDE-PRICE         PIC 9(07)V99.
           05  FILLER                    PIC X(07).
