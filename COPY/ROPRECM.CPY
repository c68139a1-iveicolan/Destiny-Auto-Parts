      ******************************************************************
      * ROPRECM   -  REORDER POINT RECOMMENDATION RECORD (80 BYTES)
      * One record per part ROPCALC could work a recommendation out
      * for, in part-number sequence, for the counter system to load
      * in place of the hand-keyed OH-REORDER-POINT and
      * OH-ORDER-UP-TO. The current figures ride along so the load
      * can refuse a record whose part was re-keyed by hand after
      * the review was run. RR-AVG-DAILY-USAGE is the consumption
      * per day over the review window the levels were built from.
      ******************************************************************
           05  RR-PART-NUMBER            PIC X(23).
           05  RR-REORDER-POINT          PIC 9(07).
           05  RR-ORDER-UP-TO            PIC 9(07).
           05  RR-CURRENT-REORDER-POINT  PIC 9(07).
           05  RR-CURRENT-ORDER-UP-TO    PIC 9(07).
           05  RR-AVG-DAILY-USAGE        PIC 9(05)V99.
           05  RR-EFFECTIVE-DATE         PIC 9(08).
           05  FILLER                    PIC X(14).
