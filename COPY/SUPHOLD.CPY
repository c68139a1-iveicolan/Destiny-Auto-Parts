      ******************************************************************
      * SUPHOLD   -  SUPPLIER HOLD/EXCLUSION RECORD (80 BYTES)
      * One record per supplier code and hold type, keyed on
      * HD-HOLD-KEY: why the supplier is held and the dates the hold
      * runs between.
      *   Q = quality hold - no new purchase order lines go to the
      *       supplier and REORDER will not suggest it.
      *   P = payment hold - the supplier's payables are listed on
      *       APPAY's payment-hold listing instead of PAYPROP.
      *   D = government debarment - the supplier is on the
      *       excluded-parties list; treated as a quality hold, and
      *       a government part is never bought from it at all.
      * A hold is in force on a given date when HD-START-DATE is on
      * or before it and HD-END-DATE is zero (open-ended) or on or
      * after it. SUPHMNT applies the maintenance transactions.
      ******************************************************************
           05  HD-HOLD-KEY.
               10  HD-SUPPLIER-CODE      PIC X(10).
               10  HD-HOLD-TYPE          PIC X(01).
                   88  HD-QUALITY-HOLD       VALUE 'Q'.
                   88  HD-PAYMENT-HOLD       VALUE 'P'.
                   88  HD-DEBARMENT          VALUE 'D'.
                   88  HD-ORDERING-HOLD      VALUE 'Q' 'D'.
                   88  HD-VALID-HOLD-TYPE    VALUE 'Q' 'P' 'D'.
           05  HD-HOLD-REASON            PIC X(30).
           05  HD-START-DATE             PIC 9(08).
           05  HD-END-DATE               PIC 9(08).
           05  FILLER                    PIC X(23).
