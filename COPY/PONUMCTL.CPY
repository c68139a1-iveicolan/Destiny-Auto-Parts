      ******************************************************************
      * PONUMCTL  -  PURCHASE ORDER NUMBER CONTROL RECORD (32 BYTES)
      * Single persistent record holding the last purchase order
      * number POISSUE assigned and the run date it was assigned on,
      * plus the top of the number range reserved for this system so
      * issued numbers can never run into the ones the upstream
      * ordering system assigns. POISSUE reads it, numbers the run's
      * purchase orders from the last number plus one, and rewrites
      * it with each number as it is taken, before any line is
      * written under it - numbers are never keyed by hand and never
      * repeat, even when a run stops part-way.
      ******************************************************************
           05  PN-LAST-PO-NUMBER         PIC 9(06).
           05  PN-LAST-ISSUE-DATE        PIC 9(08).
           05  PN-HIGH-PO-NUMBER         PIC 9(06).
           05  FILLER                    PIC X(12).
