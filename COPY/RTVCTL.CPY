      ******************************************************************
      * RTVCTL    -  RETURN-TO-VENDOR NUMBER CONTROL RECORD (32 BYTES)
      * Single persistent record holding the last RTV number RTVPROC
      * assigned and the run date it was assigned on. RTVPROC reads
      * it, numbers the run's authorizations from the last number
      * plus one, and rewrites it with each number as it is taken,
      * before the RTV is written - the same convention as PONUMCTL,
      * so RTV numbers never repeat even when a run stops part-way.
      ******************************************************************
           05  VN-LAST-RTV-NUMBER        PIC 9(06).
           05  VN-LAST-RTV-DATE          PIC 9(08).
           05  FILLER                    PIC X(18).
