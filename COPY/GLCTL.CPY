      ******************************************************************
      * GLCTL     -  GENERAL LEDGER INTERFACE CONTROL RECORD (80 BYTES)
      * Single persistent record driving the GL posting extract: the
      * accounting period the receipts accruals are currently being
      * booked into, the last batch number sent to the ledger, the
      * run dates of the last daily accrual and the last period-end
      * reversal, and the ledger accounts the accruals post to -
      * commercial and government contract cost, each with its own
      * received-not-invoiced accrual account. The open purchase
      * commitments post to a commercial or government commitment
      * account against a single reserve for commitments, once per
      * period - GC-LAST-COMMIT-PERIOD is the last period booked.
      * Receipts and PO lines whose buyer is not on BUYERTBL book to
      * the suspense department.
      ******************************************************************
           05  GC-OPEN-PERIOD            PIC 9(06).
           05  GC-LAST-BATCH-NUMBER      PIC 9(06).
           05  GC-LAST-DAILY-DATE        PIC 9(08).
           05  GC-LAST-PERIOD-END-DATE   PIC 9(08).
           05  GC-COMML-COST-ACCOUNT     PIC 9(06).
           05  GC-GOVT-COST-ACCOUNT      PIC 9(06).
           05  GC-COMML-ACCRUAL-ACCOUNT  PIC 9(06).
           05  GC-GOVT-ACCRUAL-ACCOUNT   PIC 9(06).
           05  GC-SUSPENSE-DEPARTMENT    PIC X(04).
           05  GC-COMML-COMMIT-ACCOUNT   PIC 9(06).
           05  GC-GOVT-COMMIT-ACCOUNT    PIC 9(06).
           05  GC-COMMIT-RESERVE-ACCOUNT PIC 9(06).
           05  GC-LAST-COMMIT-PERIOD     PIC 9(06).
