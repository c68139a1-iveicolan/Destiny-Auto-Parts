      ******************************************************************
      * RTVMST    -  RETURN-TO-VENDOR MASTER RECORD (120 BYTES)
      * One record per return-to-vendor authorization, keyed on
      * VR-RTV-NUMBER. RTVPROC raises an RTV for the quantity the
      * dock newly rejected on a POSTATUS line, numbered from the
      * RTVCTL control record, valued at the line's PS-UNIT-PRICE and
      * asking the supplier for either a credit or a replacement
      * shipment. The RTV stays open until RTVMNT records the
      * supplier's credit or replacement against it; RTVAGE ages the
      * open ones.
      *   Remedy  C = credit wanted      R = replacement wanted
      *   Status  O = open               C = credited
      *           R = replaced
      ******************************************************************
           05  VR-RTV-NUMBER             PIC X(06).
           05  VR-PO-LINE-KEY.
               10  VR-PO-NUMBER          PIC X(06).
               10  VR-PART-NUMBER        PIC X(23).
           05  VR-SUPPLIER-CODE          PIC X(10).
           05  VR-BUYER-CODE             PIC X(03).
           05  VR-QTY-RETURNED           PIC 9(07).
           05  VR-UNIT-PRICE             PIC S9(7)V99.
           05  VR-RETURN-VALUE           PIC S9(14)V99.
           05  VR-RTV-DATE               PIC 9(08).
           05  VR-REMEDY                 PIC X(01).
               88  VR-CREDIT-WANTED          VALUE 'C'.
               88  VR-REPLACEMENT-WANTED     VALUE 'R'.
           05  VR-RTV-STATUS             PIC X(01).
               88  VR-STATUS-OPEN            VALUE 'O'.
               88  VR-STATUS-CREDITED        VALUE 'C'.
               88  VR-STATUS-REPLACED        VALUE 'R'.
           05  VR-SETTLED-DATE           PIC 9(08).
           05  VR-SETTLED-REFERENCE      PIC X(12).
           05  FILLER                    PIC X(10).
