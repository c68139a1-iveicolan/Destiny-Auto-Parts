      ******************************************************************
      * ONHHIST   -  ON-HAND SNAPSHOT HISTORY RECORD (80 BYTES)
      * One record per part per night: the counter system's ONHAND
      * figures for the part as they stood on HS-SNAPSHOT-DATE, plus
      * the quantity RCPTAPLY posted as received for the part that
      * day (from RCPTACT). ONHSNAP maintains the history in
      * part-number/snapshot-date sequence, old generation in and
      * new generation out, dropping snapshots older than the
      * retention period. ROPCALC works each part's consumption out
      * of it: the drop in on-hand from one snapshot to the next plus
      * what was received in between.
      ******************************************************************
           05  HS-PART-NUMBER            PIC X(23).
           05  HS-SNAPSHOT-DATE          PIC 9(08).
           05  HS-QTY-ON-HAND            PIC 9(07).
           05  HS-REORDER-POINT          PIC 9(07).
           05  HS-ORDER-UP-TO            PIC 9(07).
           05  HS-QTY-RECEIVED           PIC 9(07).
           05  FILLER                    PIC X(21).
