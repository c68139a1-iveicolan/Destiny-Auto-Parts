      ******************************************************************
      * RTVTRN    -  RETURN-TO-VENDOR SETTLEMENT TRANSACTION (40 BYTES)
      * Keyed in by purchasing when the supplier settles an open
      * return-to-vendor authorization: C when its credit note
      * arrives, R when the replacement shipment is received. The
      * reference is the supplier's credit note number or our
      * receiving document. RTVMNT applies them to RTVMSTR.
      ******************************************************************
           05  VT-RTV-NUMBER             PIC X(06).
           05  VT-ACTION-CODE            PIC X(01).
               88  VT-CREDIT-ACTION          VALUE 'C'.
               88  VT-REPLACE-ACTION         VALUE 'R'.
               88  VT-VALID-ACTION           VALUE 'C' 'R'.
           05  VT-SETTLED-DATE           PIC 9(08).
           05  VT-SETTLED-REFERENCE      PIC X(12).
           05  FILLER                    PIC X(13).
