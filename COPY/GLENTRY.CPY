      ******************************************************************
      * GLENTRY   -  GENERAL LEDGER POSTING RECORD (80 BYTES)
      * One journal line of a GL posting batch. Detail lines carry
      * the ledger account, the buyer's department, the debit or
      * credit side and the amount, whether the line is a receipts
      * accrual, an open purchase commitment or the reversal of
      * either, and the PO line it came from. Every batch ends with
      * one trailer carrying the detail record count, the debit and
      * credit totals and the hash total of the detail account
      * numbers, so the ledger can prove the batch arrived whole and
      * in balance before posting it.
      ******************************************************************
           05  GE-RECORD-TYPE            PIC X(01).
               88  GE-DETAIL                 VALUE 'D'.
               88  GE-TRAILER                VALUE 'T'.
           05  GE-BATCH-NUMBER           PIC 9(06).
           05  GE-POSTING-DATE           PIC 9(08).
           05  GE-PERIOD                 PIC 9(06).
           05  GE-ENTRY-DATA.
               10  GE-ACCOUNT            PIC 9(06).
               10  GE-DEPARTMENT         PIC X(04).
               10  GE-DR-CR-CODE         PIC X(01).
                   88  GE-DEBIT              VALUE 'D'.
                   88  GE-CREDIT             VALUE 'C'.
               10  GE-AMOUNT             PIC 9(13)V99.
               10  GE-ENTRY-TYPE         PIC X(01).
                   88  GE-ACCRUAL            VALUE 'A'.
                   88  GE-COMMITMENT         VALUE 'C'.
                   88  GE-REVERSAL           VALUE 'R'.
               10  GE-GOVT-COMML-CODE    PIC X(01).
               10  GE-PO-NUMBER          PIC X(06).
               10  GE-PART-NUMBER        PIC X(23).
               10  FILLER                PIC X(02).
           05  GE-TRAILER-DATA REDEFINES GE-ENTRY-DATA.
               10  GE-RECORD-COUNT       PIC 9(07).
               10  GE-TOTAL-DEBITS       PIC 9(15)V99.
               10  GE-TOTAL-CREDITS      PIC 9(15)V99.
               10  GE-HASH-TOTAL         PIC 9(15).
               10  FILLER                PIC X(03).
