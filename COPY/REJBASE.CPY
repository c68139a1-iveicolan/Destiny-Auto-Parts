      ******************************************************************
      * REJBASE   -  DOCK REJECT BASELINE RECORD (40 BYTES)
      * One record per POSTATUS line with dock rejects on it, in
      * PO-number/part-number sequence: the PS-QTY-DOCK-REJECT
      * already taken onto return-to-vendor authorizations. RTVPROC
      * keeps it as generations, the prior run's baseline in and the
      * new one out, and raises an RTV for whatever the line's dock
      * reject quantity has grown by since.
      ******************************************************************
           05  DB-PO-LINE-KEY.
               10  DB-PO-NUMBER          PIC X(06).
               10  DB-PART-NUMBER        PIC X(23).
           05  DB-QTY-DOCK-REJECT        PIC 9(07).
           05  FILLER                    PIC X(04).
