       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR.
      ******************************************************************
      * General ledger posting extract for purchasing. In daily mode
      * it books a received-not-invoiced accrual for every receipt
      * RCPTAPLY posted that day (the RCPTACT activity file), valued
      * at the PO line's PS-UNIT-PRICE: a debit to cost and a credit
      * to the accrual account, both charged to the department of
      * the PO line's buyer on BUYERTBL, with government parts
      * (GOVT-COMML-CODE G on PARTMSTR) kept on their own pair of
      * contract accounts. Each accrual line is also kept on the
      * GLACCR accrual file for the period. In commitment mode, run
      * once a period at its close, it books the open purchase
      * commitments: every open or part-received POSTATUS line's
      * still-open quantity valued at PS-UNIT-PRICE, a debit to the
      * commercial or government commitment account and a credit to
      * the reserve for commitments, charged to the buyer's
      * department the same way, and kept on GLACCR with the
      * accruals. In period-end mode it reverses every accrual and
      * commitment GLACCR holds for the period just closed into the
      * new period, then empties GLACCR, so the ledger never carries
      * an accrual for goods the invoice has since paid for, nor a
      * commitment the dock has since received. Whatever the mode
      * the output is one balanced GLPOST
      * batch ending in a trailer with the record count, debit and
      * credit totals and account hash, and a GLSUMRY posting
      * summary by department and account. The period, batch number
      * and accounts come from the GLCTL control record, which also
      * stops a day being accrued twice, a period's commitments
      * being booked twice, or either going into a period that has
      * not been reversed yet.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The GL interface control record, read and rewritten
           SELECT GLCTL ASSIGN TO GLCTL
           FILE STATUS IS IO-GLCTL-KEY.

      * Input File RCPTACT - the day's applied receipts from RCPTAPLY
           SELECT RCPTACT ASSIGN TO RCPTACT
           FILE STATUS IS IN-RCPTACT-KEY.

      * The keyed open-PO status master, read front to back for the
      * commitments
           SELECT POSTATUS ASSIGN TO POSTATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PS-PO-LINE-KEY
           FILE STATUS IS IN-POSTATUS-KEY.

      * Input File BUYERTBL with the buyer codes and their
      * departments
           SELECT BUYERTBL ASSIGN TO BUYERTBL
           FILE STATUS IS IN-BUYERTBL-KEY.

      * The keyed parts master, read by key for each receipt and
      * each committed PO line
           SELECT PARTMSTR ASSIGN TO PARTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-PART-NUMBER
           FILE STATUS IS IN-PARTMSTR-KEY.

      * The open period's accrual lines - extended daily, read back
      * and emptied at period end
           SELECT GLACCR ASSIGN TO GLACCR
           FILE STATUS IS IO-GLACCR-KEY.

      * Output File GLPOST - the posting batch for the ledger
           SELECT GLPOST ASSIGN TO GLPOST
           FILE STATUS IS OUT-GLPOST-KEY.

      * Sort work file used to group the batch by department and
      * account for the summary
           SELECT SORTGL ASSIGN TO SRTGL.

      * Output File for the posting summary report
           SELECT GLSUMRY ASSIGN TO GLSUMRY
           FILE STATUS IS OUT-GLSUMRY-KEY.

       DATA DIVISION.
       FILE SECTION.
      * GL interface control record - see COPY/GLCTL.CPY
       FD  GLCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLCTL-REC.
       01  GLCTL-REC.
           COPY GLCTL.

      * Applied receipt activity - see COPY/RCPTACT.CPY
       FD  RCPTACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCPTACT-REC.
       01  RCPTACT-REC.
           COPY RCPTACT.

      * Keyed open-PO status master - see COPY/POSTATUS.CPY
       FD  POSTATUS
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS POSTATUS-REC.
       01  POSTATUS-REC.
           COPY POSTATUS.

       FD  BUYERTBL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYERTBL-REC.
       01  BUYERTBL-REC     PIC X(33).

      * Keyed parts master - same 92-byte layout as the nightly
      * extract, keyed on the part number.
       FD  PARTMSTR
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS PARTMSTR-REC.
       01  PARTMSTR-REC.
           COPY PARTS.

      * The period's accrual and commitment lines - same layout as
      * GLPOST detail
      * records, see COPY/GLENTRY.CPY
       FD  GLACCR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLACCR-REC.
       01  GLACCR-REC                        PIC X(80).

      * GL posting batch - see COPY/GLENTRY.CPY
       FD  GLPOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLPOST-REC.
       01  GLPOST-REC.
           COPY GLENTRY.

       SD  SORTGL
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SORTGL-REC.
      * Same 80-byte layout as the GLENTRY copybook, with its own
      * SG- prefix since SORTGL-REC and GLPOST-REC coexist in this
      * program.
       01  SORTGL-REC.
           05  SG-RECORD-TYPE            PIC X(01).
               88  SG-DETAIL                 VALUE 'D'.
           05  SG-BATCH-NUMBER           PIC 9(06).
           05  SG-POSTING-DATE           PIC 9(08).
           05  SG-PERIOD                 PIC 9(06).
           05  SG-ACCOUNT                PIC 9(06).
           05  SG-DEPARTMENT             PIC X(04).
           05  SG-DR-CR-CODE             PIC X(01).
               88  SG-DEBIT                  VALUE 'D'.
           05  SG-AMOUNT                 PIC 9(13)V99.
           05  FILLER                    PIC X(33).

      * Output File for the posting summary report
       FD  GLSUMRY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLSUMRY-REC.
       01  GLSUMRY-REC                       PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
      * File status key for the GL interface control record
           05 IO-GLCTL-KEY               PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Input File RCPTACT
           05 IN-RCPTACT-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed open-PO status master
           05 IN-POSTATUS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File BUYERTBL
           05 IN-BUYERTBL-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed parts master
           05 IN-PARTMSTR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the period's accrual file
           05 IO-GLACCR-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output GLPOST
           05 OUT-GLPOST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output GLSUMRY
           05 OUT-GLSUMRY-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 RCPTACT-EOF-WS                     PIC X(01) VALUE 'N'.
           88 RCPTACT-EOF VALUE 'Y'.
       01 GLACCR-EOF-WS                      PIC X(01) VALUE 'N'.
           88 GLACCR-EOF VALUE 'Y'.
       01 POSTATUS-EOF-WS                    PIC X(01) VALUE 'N'.
           88 POSTATUS-EOF VALUE 'Y'.
       01 SORTGL-EOF-WS                      PIC X(01) VALUE 'N'.
           88 SORTGL-EOF VALUE 'Y'.

      * Run intent keyed by operations on the control card - D for
      * the daily receipts accrual, C for the period's open purchase
      * commitments, P for the period-end reversal.
       01 WS-RUN-MODE                        PIC X(01) VALUE 'D'.
           88 DAILY-MODE VALUE 'D'.
           88 COMMITMENT-MODE VALUE 'C'.
           88 PERIOD-END-MODE VALUE 'P'.
       01 WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-PERIOD                  PIC 9(06).
           05 FILLER                         PIC 9(02).

      * Shared YYYYMMDD date-format edit - callers move the date to
      * WS-DATE-TO-CHECK, PERFORM 290-Edit-YYYYMMDD-Date, then test
      * DATE-IS-VALID.
       01 WS-DATE-EDIT-FIELDS.
           05 WS-DATE-TO-CHECK               PIC 9(08) VALUE ZERO.
           05 WS-DATE-MM                     PIC 9(02) VALUE ZERO.
           05 WS-DATE-DD                     PIC 9(02) VALUE ZERO.
           05 WS-DATE-VALID-SW               PIC X(01) VALUE 'Y'.
               88 DATE-IS-VALID VALUE 'Y'.

      * BUYERTBL loaded once at startup and searched for every
      * receipt's or PO line's buyer code - the department is what
      * the accrual or commitment is charged to.
       01 WS-BUYER-TABLE.
           05 WS-BUYER-COUNT                PIC 9(04) VALUE ZERO.
           05 WS-BUYER-ENTRY OCCURS 100 TIMES INDEXED BY BY-IDX.
               10 BU-BUYER-CODE             PIC X(03).
               10 BU-BUYER-NAME             PIC X(15).
               10 BU-DEPARTMENT             PIC X(04).
               10 BU-ORDER-LIMIT            PIC 9(07)V99.
               10 FILLER                    PIC X(02).
       01 WS-BUYERTBL-EOF-WS                 PIC X(01) VALUE 'N'.
           88 BUYERTBL-EOF VALUE 'Y'.
       01 WS-BUYER-FOUND-SW                  PIC X(01) VALUE 'N'.
           88 BUYER-ENTRY-FOUND VALUE 'Y'.
      * Callers move the code they are looking for here before
      * performing 540-Find-Buyer-Entry or 507-Find-Charge-To.
       01 WS-BUYER-SEARCH-KEY                PIC X(03) VALUE SPACES.

      * Cleared by the PARTMSTR READ's INVALID KEY branch so a hard
      * I/O error - which runs neither branch - can be told apart
      * from a simple not-found.
       01 WS-PART-FOUND-SW                   PIC X(01) VALUE 'Y'.
           88 PART-FOUND VALUE 'Y'.

      * The accrual or commitment in hand - where it is charged and
      * what it is worth.
       01 WS-ACCRUAL-DEPARTMENT              PIC X(04) VALUE SPACES.
       01 WS-ACCRUAL-GOVT-COMML              PIC X(01) VALUE SPACES.
           88 ACCRUAL-GOVT VALUE 'G'.
       01 WS-COST-ACCOUNT                    PIC 9(06) VALUE ZERO.
       01 WS-ACCRUAL-ACCOUNT                 PIC 9(06) VALUE ZERO.
       01 WS-ACCRUAL-VALUE                   PIC S9(14)V99 VALUE ZERO.
       01 WS-OPEN-QTY                        PIC S9(08) VALUE ZERO.

      * Batch totals carried onto the trailer
       01 WS-BATCH-NUMBER                    PIC 9(06) VALUE ZERO.
       01 WS-BATCH-RECORD-CTR                PIC 9(7) VALUE ZERO.
       01 WS-BATCH-DEBITS                    PIC 9(15)V99 VALUE ZERO.
       01 WS-BATCH-CREDITS                   PIC 9(15)V99 VALUE ZERO.
       01 WS-BATCH-HASH                      PIC 9(15) VALUE ZERO.

      * Current department and account control groups on the
      * summary
       01 WS-PREV-DEPARTMENT                 PIC X(04) VALUE SPACES.
       01 WS-PREV-ACCOUNT                    PIC 9(06) VALUE ZERO.
       01 WS-FIRST-RECORD-SW                 PIC X(01) VALUE 'Y'.
           88 FIRST-RECORD VALUE 'Y'.
       01 WS-ACCOUNT-DEBITS                  PIC 9(15)V99 VALUE ZERO.
       01 WS-ACCOUNT-CREDITS                 PIC 9(15)V99 VALUE ZERO.
       01 WS-DEPT-DEBITS                     PIC 9(15)V99 VALUE ZERO.
       01 WS-DEPT-CREDITS                    PIC 9(15)V99 VALUE ZERO.
       01 WS-SUMMARY-DEBITS                  PIC 9(15)V99 VALUE ZERO.
       01 WS-SUMMARY-CREDITS                 PIC 9(15)V99 VALUE ZERO.

      * Run counters for the balancing report
       01 WS-RECEIPTS-READ-CTR               PIC 9(7) VALUE ZERO.
       01 WS-RECEIPTS-ACCRUED-CTR            PIC 9(7) VALUE ZERO.
       01 WS-NO-VALUE-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-GOVT-ACCRUED-CTR                PIC 9(7) VALUE ZERO.
       01 WS-PART-MISSING-CTR                PIC 9(7) VALUE ZERO.
       01 WS-BUYER-MISSING-CTR               PIC 9(7) VALUE ZERO.
       01 WS-ACCRUALS-READ-CTR               PIC 9(7) VALUE ZERO.
       01 WS-ACCRUALS-REVERSED-CTR           PIC 9(7) VALUE ZERO.
       01 WS-ACCRUALS-KEPT-CTR               PIC 9(7) VALUE ZERO.
       01 WS-PO-LINES-READ-CTR               PIC 9(7) VALUE ZERO.
       01 WS-PO-LINES-COMMITTED-CTR          PIC 9(7) VALUE ZERO.
       01 WS-GOVT-COMMITTED-CTR              PIC 9(7) VALUE ZERO.
       01 WS-NOT-OPEN-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-COMMITTED-VALUE                 PIC S9(15)V99 VALUE ZERO.
       01 WS-COMMITS-REVERSED-CTR            PIC 9(7) VALUE ZERO.

       01 WS-REPORT-TITLE-LINE.
           05 FILLER                     PIC X(21) VALUE
              'GL POSTING SUMMARY - '.
           05 TL-RUN-MODE                PIC X(21).
           05 FILLER                     PIC X(07) VALUE ' BATCH '.
           05 TL-BATCH-NUMBER            PIC 9(06).
           05 FILLER                     PIC X(08) VALUE ' PERIOD '.
           05 TL-PERIOD                  PIC 9(06).
           05 FILLER                     PIC X(11) VALUE SPACES.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER                     PIC X(40) VALUE
              'DEPT  ACCOUNT                 DEBITS   '.
           05 FILLER                     PIC X(40) VALUE
              '            CREDITS'.

       01 WS-SUMMARY-LINE.
           05 SL-DEPARTMENT              PIC X(04).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 SL-ACCOUNT                 PIC X(07).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 SL-LABEL                   PIC X(04).
           05 SL-DEBITS                  PIC Z(14)9.99.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 SL-CREDITS                 PIC Z(14)9.99.
           05 FILLER                     PIC X(20) VALUE SPACES.

       01 WS-BALANCE-LINE.
           05 FILLER                     PIC X(17) VALUE
              'BATCH RECORDS:   '.
           05 BL-RECORD-COUNT            PIC ZZZZZZ9.
           05 FILLER                     PIC X(09) VALUE
              '   HASH: '.
           05 BL-HASH-TOTAL              PIC 9(15).
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 BL-BALANCE-TEXT            PIC X(20).
           05 FILLER                     PIC X(09) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           EVALUATE TRUE
               WHEN PERIOD-END-MODE
                   PERFORM 120-Reverse-Prior-Period
               WHEN COMMITMENT-MODE
                   PERFORM 140-Main-Commit UNTIL POSTATUS-EOF
               WHEN OTHER
                   PERFORM 100-Main2 UNTIL RCPTACT-EOF
           END-EVALUATE.
           PERFORM 580-Write-Batch-Trailer.
           IF PERIOD-END-MODE
               PERFORM 585-Empty-Accrual-File
           END-IF.
           PERFORM 590-Rewrite-GL-Control.
           PERFORM 600-CLOSE-FILES.
           PERFORM 150-Produce-Summary.
           PERFORM 700-Print-Control-Totals.
      *    Entries booked commercial or to suspense for want of a
      *    part or buyer warn the scheduler so accounting reclasses
      *    them - the same convention REJRECON uses.
           IF WS-PART-MISSING-CTR > ZERO
                   OR WS-BUYER-MISSING-CTR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       000-Housekeeping.
      * Initialization Routine. The run mode and run date come off
      * the control card and are edited against GLCTL before any
      * entry is written.
           ACCEPT WS-RUN-MODE.
           ACCEPT WS-RUN-DATE.
           IF NOT DAILY-MODE AND NOT COMMITMENT-MODE
                   AND NOT PERIOD-END-MODE
               DISPLAY 'GLEXTR: run mode on control card must be '
                   'D, C or P - ' WS-RUN-MODE
               PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE WS-RUN-DATE TO WS-DATE-TO-CHECK.
           PERFORM 290-Edit-YYYYMMDD-Date.
           IF NOT DATE-IS-VALID
               DISPLAY 'GLEXTR: invalid run date on control card - '
                   WS-RUN-DATE
               PERFORM 2000-ABEND-RTN
           END-IF.
      * GLPOST is only opened once the period checks pass, so a
      * refused run leaves the last batch where it was.
           PERFORM 300-Open-Files.
           PERFORM 360-Read-GLCTL.
           PERFORM 200-Check-Period.
           EVALUATE TRUE
               WHEN DAILY-MODE
                   PERFORM 310-Open-Daily-Files
                   PERFORM 340-Load-Buyer-Table
                   CLOSE BUYERTBL
      * Priming Read
                   PERFORM 400-Read-RCPTACT
               WHEN COMMITMENT-MODE
                   PERFORM 330-Open-Commitment-Files
                   PERFORM 340-Load-Buyer-Table
                   CLOSE BUYERTBL
      * Priming Read
                   PERFORM 420-Read-POSTATUS
               WHEN OTHER
                   PERFORM 320-Open-Period-End-Files
           END-EVALUATE.
           COMPUTE WS-BATCH-NUMBER = GC-LAST-BATCH-NUMBER + 1.

       100-Main2.
           PERFORM 500-Accrue-Receipt.
           PERFORM 400-Read-RCPTACT.

       120-Reverse-Prior-Period.
      *    Every accrual and commitment booked into the period being
      *    closed is reversed into the new one - the whole of GLACCR,
      *    read straight back into the batch record.
           PERFORM 410-Read-GLACCR.
           PERFORM 130-Reverse-One-Accrual UNTIL GLACCR-EOF.

       130-Reverse-One-Accrual.
           IF GE-DETAIL
               IF GE-COMMITMENT
                   ADD 1 TO WS-COMMITS-REVERSED-CTR
               END-IF
               PERFORM 520-Write-Reversal
           END-IF.
           PERFORM 410-Read-GLACCR.

       140-Main-Commit.
           PERFORM 522-Commit-PO-Line.
           PERFORM 420-Read-POSTATUS.

       150-Produce-Summary.
      *    Groups the batch by department and account for the
      *    posting summary. The trailer sorts in with the details
      *    and is passed over by the output procedure.
           OPEN OUTPUT GLSUMRY.
      *    Output File Status Checking for GLSUMRY
           IF OUT-GLSUMRY-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning GLSUMRY'
                GO TO 2000-ABEND-RTN
           END-IF.
           SORT SORTGL
               ON ASCENDING KEY SG-DEPARTMENT
               ON ASCENDING KEY SG-ACCOUNT
               USING GLPOST
               OUTPUT PROCEDURE IS 550-Write-Summary.
           IF SORT-RETURN NOT = ZERO THEN
                DISPLAY 'GLEXTR: sort of GLPOST failed'
                PERFORM 2000-ABEND-RTN
           END-IF.
           CLOSE GLSUMRY.

       200-Check-Period.
      *    The accruals must land in the period GLCTL has open. A
      *    daily run dated into a later period means the period-end
      *    reversal has not run yet; one dated on or before the last
      *    daily run would accrue the same receipts twice. A
      *    period-end run must be dated into a later period than the
      *    open one. The commitments are booked once in the open
      *    period, at its close, and a second commitment run in the
      *    same period would double them. An open period of zero is
      *    the first-ever run.
           IF DAILY-MODE OR COMMITMENT-MODE
               IF GC-OPEN-PERIOD = ZERO
                   MOVE WS-RUN-PERIOD TO GC-OPEN-PERIOD
               END-IF
               IF WS-RUN-PERIOD > GC-OPEN-PERIOD
                   DISPLAY 'GLEXTR: period ' GC-OPEN-PERIOD
                       ' has not had its period-end reversal'
                   DISPLAY 'Run mode P before posting into '
                       WS-RUN-PERIOD
                   PERFORM 2100-REFUSE-RTN
               END-IF
               IF WS-RUN-PERIOD < GC-OPEN-PERIOD
                   DISPLAY 'GLEXTR: run date ' WS-RUN-DATE
                       ' falls in a closed period'
                   PERFORM 2100-REFUSE-RTN
               END-IF
           END-IF.
           IF COMMITMENT-MODE
               IF GC-LAST-COMMIT-PERIOD = GC-OPEN-PERIOD
                   DISPLAY 'GLEXTR: commitments for period '
                       GC-OPEN-PERIOD ' are already booked'
                   DISPLAY 'Rerun refused - the ledger would '
                       'double-count them'
                   PERFORM 2100-REFUSE-RTN
               END-IF
           END-IF.
           IF DAILY-MODE
               IF WS-RUN-DATE NOT > GC-LAST-DAILY-DATE
                   DISPLAY 'GLEXTR: receipts through '
                       GC-LAST-DAILY-DATE ' are already accrued'
                   DISPLAY 'Rerun refused - the ledger would '
                       'double-count them'
                   PERFORM 2100-REFUSE-RTN
               END-IF
           END-IF.
           IF PERIOD-END-MODE
               IF GC-OPEN-PERIOD = ZERO
                   DISPLAY 'GLEXTR: no period has been accrued - '
                       'nothing to reverse'
                   PERFORM 2100-REFUSE-RTN
               END-IF
               IF WS-RUN-PERIOD NOT > GC-OPEN-PERIOD
                   DISPLAY 'GLEXTR: period ' GC-OPEN-PERIOD
                       ' is still open on ' WS-RUN-DATE
                   PERFORM 2100-REFUSE-RTN
               END-IF
           END-IF.


       290-Edit-YYYYMMDD-Date.
      * Checks WS-DATE-TO-CHECK for a real month and an in-range day;
      * leap years are not distinguished, so February always allows
      * up to the 29th.
           MOVE 'Y' TO WS-DATE-VALID-SW.
           MOVE WS-DATE-TO-CHECK(5:2) TO WS-DATE-MM.
           MOVE WS-DATE-TO-CHECK(7:2) TO WS-DATE-DD.
           IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
               MOVE 'N' TO WS-DATE-VALID-SW
           ELSE
               EVALUATE WS-DATE-MM
                   WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8
                        WHEN 10 WHEN 12
                       IF WS-DATE-DD < 1 OR WS-DATE-DD > 31
                           MOVE 'N' TO WS-DATE-VALID-SW
                       END-IF
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       IF WS-DATE-DD < 1 OR WS-DATE-DD > 30
                           MOVE 'N' TO WS-DATE-VALID-SW
                       END-IF
                   WHEN 2
                       IF WS-DATE-DD < 1 OR WS-DATE-DD > 29
                           MOVE 'N' TO WS-DATE-VALID-SW
                       END-IF
               END-EVALUATE
           END-IF.


       300-Open-Files.
      *    DISPLAY '300-OPEN-FILES'.
           OPEN I-O GLCTL.
      *    File Status Checking for GLCTL
           IF IO-GLCTL-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning GLCTL'
                GO TO 2000-ABEND-RTN
           END-IF.

       305-Open-GLPOST.
      *    Opened only after 200-Check-Period has passed the run -
      *    OUTPUT empties the file, and a refused run must not wipe
      *    the previous batch before the ledger has taken it.
           OPEN OUTPUT GLPOST.
      *    Output File Status Checking for GLPOST
           IF OUT-GLPOST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning GLPOST'
                GO TO 2000-ABEND-RTN
           END-IF.

       310-Open-Daily-Files.
           PERFORM 305-Open-GLPOST.
           OPEN INPUT RCPTACT.
      *    Input File Status Checking for RCPTACT
           IF IN-RCPTACT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input RCPTACT'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT BUYERTBL.
      *    Input File Status Checking for BUYERTBL
           IF IN-BUYERTBL-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input BUYERTBL'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT PARTMSTR.
      *    Input File Status Checking for PARTMSTR
           IF IN-PARTMSTR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PARTMSTR'
                GO TO 2000-ABEND-RTN
           END-IF.
      *    The accruals are cumulative across the period - always
      *    EXTEND, so today's lines land behind every prior day's.
           OPEN EXTEND GLACCR.
      *    Output File Status Checking for GLACCR
           IF IO-GLACCR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning GLACCR'
                GO TO 2000-ABEND-RTN
           END-IF.

       320-Open-Period-End-Files.
           PERFORM 305-Open-GLPOST.
           OPEN INPUT GLACCR.
      *    Input File Status Checking for GLACCR
           IF IO-GLACCR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input GLACCR'
                GO TO 2000-ABEND-RTN
           END-IF.

       330-Open-Commitment-Files.
           PERFORM 305-Open-GLPOST.
           OPEN INPUT POSTATUS.
      *    Input File Status Checking for POSTATUS
           IF IN-POSTATUS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input POSTATUS'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT BUYERTBL.
      *    Input File Status Checking for BUYERTBL
           IF IN-BUYERTBL-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input BUYERTBL'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT PARTMSTR.
      *    Input File Status Checking for PARTMSTR
           IF IN-PARTMSTR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PARTMSTR'
                GO TO 2000-ABEND-RTN
           END-IF.
      *    The commitments join the period's accruals on GLACCR so
      *    the period-end run reverses them together.
           OPEN EXTEND GLACCR.
      *    Output File Status Checking for GLACCR
           IF IO-GLACCR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning GLACCR'
                GO TO 2000-ABEND-RTN
           END-IF.

       340-Load-Buyer-Table.
      * Loads the BUYERTBL file once at startup into a table searched
      * for every receipt's or PO line's buyer code.
           PERFORM 345-Read-Buyertbl-Record UNTIL BUYERTBL-EOF.

       345-Read-Buyertbl-Record.
           READ BUYERTBL
                AT END SET BUYERTBL-EOF TO TRUE
                NOT AT END
                    IF WS-BUYER-COUNT >= 100
                        DISPLAY
                            'BUYERTBL has more than 100 rows - '
                        DISPLAY
                            'WS-BUYER-TABLE is too small'
                        PERFORM 2000-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-BUYER-COUNT
                    MOVE BUYERTBL-REC TO WS-BUYER-ENTRY
                        (WS-BUYER-COUNT)
           END-READ.

       360-Read-GLCTL.
           READ GLCTL
                AT END
                    DISPLAY 'GLEXTR: GLCTL is empty - prime it '
                    DISPLAY 'with the ledger accounts and period'
                    PERFORM 2000-ABEND-RTN
           END-READ.
           IF IO-GLCTL-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'GLCTL reading problem'
                PERFORM 2000-ABEND-RTN
           END-IF.


       400-Read-RCPTACT.
           READ RCPTACT
      * Set AT END Switch
                AT END MOVE 'Y' TO RCPTACT-EOF-WS
                IF IN-RCPTACT-KEY = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file RCPTACT reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF NOT RCPTACT-EOF
               ADD 1 TO WS-RECEIPTS-READ-CTR
           END-IF.

       410-Read-GLACCR.
           READ GLACCR INTO GLPOST-REC
      * Set AT END Switch
                AT END MOVE 'Y' TO GLACCR-EOF-WS
                IF IO-GLACCR-KEY = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file GLACCR reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF NOT GLACCR-EOF
               ADD 1 TO WS-ACCRUALS-READ-CTR
           END-IF.

       420-Read-POSTATUS.
           READ POSTATUS NEXT RECORD
      * Set AT END Switch
                AT END MOVE 'Y' TO POSTATUS-EOF-WS
           END-READ.
           IF NOT POSTATUS-EOF
               IF IN-POSTATUS-KEY NOT = '00'
                   DISPLAY
                        '---------------------------------------------'
                   DISPLAY 'POSTATUS reading problem - STATUS '
                       IN-POSTATUS-KEY
                   PERFORM 2000-ABEND-RTN
               END-IF
               ADD 1 TO WS-PO-LINES-READ-CTR
           END-IF.


       500-Accrue-Receipt.
      *    A receipt with nothing good put away - a dock close or a
      *    receipt that was all dock reject - owes the supplier
      *    nothing, and neither does a line priced at zero.
           MULTIPLY RA-QTY-RECEIVED BY RA-UNIT-PRICE
               GIVING WS-ACCRUAL-VALUE
               ON SIZE ERROR
                   DISPLAY 'Receipt accrual value overflow'
                   PERFORM 2000-ABEND-RTN
           END-MULTIPLY.
           IF WS-ACCRUAL-VALUE NOT > ZERO
               ADD 1 TO WS-NO-VALUE-CTR
           ELSE
               PERFORM 505-Find-Accrual-Accounts
               PERFORM 510-Write-Accrual
               ADD 1 TO WS-RECEIPTS-ACCRUED-CTR
           END-IF.

       505-Find-Accrual-Accounts.
      *    Government parts post to the contract accounts.
           MOVE RA-PART-NUMBER TO PM-PART-NUMBER.
           MOVE RA-BUYER-CODE TO WS-BUYER-SEARCH-KEY.
           PERFORM 507-Find-Charge-To.
           IF ACCRUAL-GOVT
               MOVE GC-GOVT-COST-ACCOUNT TO WS-COST-ACCOUNT
               MOVE GC-GOVT-ACCRUAL-ACCOUNT TO WS-ACCRUAL-ACCOUNT
               ADD 1 TO WS-GOVT-ACCRUED-CTR
           ELSE
               MOVE GC-COMML-COST-ACCOUNT TO WS-COST-ACCOUNT
               MOVE GC-COMML-ACCRUAL-ACCOUNT TO WS-ACCRUAL-ACCOUNT
           END-IF.

       507-Find-Charge-To.
      *    The government/commercial split and the department for
      *    the part in PM-PART-NUMBER and the buyer in
      *    WS-BUYER-SEARCH-KEY. A part not on PARTMSTR is booked
      *    commercial and counted so accounting can reclass it. A
      *    buyer not on BUYERTBL books to the suspense department
      *    the same way.
           MOVE 'Y' TO WS-PART-FOUND-SW.
           READ PARTMSTR
               INVALID KEY
                   MOVE 'N' TO WS-PART-FOUND-SW
           END-READ.
           IF PART-FOUND AND IN-PARTMSTR-KEY NOT = '00'
               DISPLAY 'PARTMSTR reading problem - STATUS '
                   IN-PARTMSTR-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.
           IF PART-FOUND
               MOVE PM-GOVT-COMML-CODE TO WS-ACCRUAL-GOVT-COMML
           ELSE
               MOVE 'C' TO WS-ACCRUAL-GOVT-COMML
               ADD 1 TO WS-PART-MISSING-CTR
           END-IF.
           PERFORM 540-Find-Buyer-Entry.
           IF BUYER-ENTRY-FOUND
               MOVE BU-DEPARTMENT(BY-IDX) TO WS-ACCRUAL-DEPARTMENT
           ELSE
               MOVE GC-SUSPENSE-DEPARTMENT TO WS-ACCRUAL-DEPARTMENT
               ADD 1 TO WS-BUYER-MISSING-CTR
           END-IF.

       510-Write-Accrual.
      *    The debit to cost and the credit to the accrual account,
      *    each written to the batch and kept on GLACCR for the
      *    period-end reversal.
           MOVE SPACES TO GLPOST-REC.
           MOVE 'D' TO GE-RECORD-TYPE.
           MOVE WS-BATCH-NUMBER TO GE-BATCH-NUMBER.
           MOVE WS-RUN-DATE TO GE-POSTING-DATE.
           MOVE WS-RUN-PERIOD TO GE-PERIOD.
           MOVE WS-COST-ACCOUNT TO GE-ACCOUNT.
           MOVE WS-ACCRUAL-DEPARTMENT TO GE-DEPARTMENT.
           MOVE 'D' TO GE-DR-CR-CODE.
           MOVE WS-ACCRUAL-VALUE TO GE-AMOUNT.
           MOVE 'A' TO GE-ENTRY-TYPE.
           MOVE WS-ACCRUAL-GOVT-COMML TO GE-GOVT-COMML-CODE.
           MOVE RA-PO-NUMBER TO GE-PO-NUMBER.
           MOVE RA-PART-NUMBER TO GE-PART-NUMBER.
           PERFORM 530-Write-Batch-Detail.
           PERFORM 515-Write-GLACCR.
           MOVE WS-ACCRUAL-ACCOUNT TO GE-ACCOUNT.
           MOVE 'C' TO GE-DR-CR-CODE.
           PERFORM 530-Write-Batch-Detail.
           PERFORM 515-Write-GLACCR.

       515-Write-GLACCR.
           WRITE GLACCR-REC FROM GLPOST-REC.
           IF IO-GLACCR-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output GLACCR writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-ACCRUALS-KEPT-CTR.

       520-Write-Reversal.
      *    The accrual or commitment as booked with its sides
      *    swapped, dated into the new period under this run's
      *    batch.
           MOVE WS-BATCH-NUMBER TO GE-BATCH-NUMBER.
           MOVE WS-RUN-DATE TO GE-POSTING-DATE.
           MOVE WS-RUN-PERIOD TO GE-PERIOD.
           IF GE-DEBIT
               MOVE 'C' TO GE-DR-CR-CODE
           ELSE
               MOVE 'D' TO GE-DR-CR-CODE
           END-IF.
           MOVE 'R' TO GE-ENTRY-TYPE.
           PERFORM 530-Write-Batch-Detail.
           ADD 1 TO WS-ACCRUALS-REVERSED-CTR.

       522-Commit-PO-Line.
      *    Only a line still open for receipt is committed, for the
      *    quantity the dock has yet to receive. A line ordered after
      *    the run date, fully received, closed short or priced at
      *    zero commits nothing.
           MOVE ZERO TO WS-ACCRUAL-VALUE.
           IF (PS-STATUS-OPEN OR PS-STATUS-PARTIAL)
                   AND PS-ORDER-DATE NOT > WS-RUN-DATE
               SUBTRACT PS-QTY-RECEIVED FROM PS-QTY-ORDERED
                   GIVING WS-OPEN-QTY
               IF WS-OPEN-QTY > ZERO
                   MULTIPLY WS-OPEN-QTY BY PS-UNIT-PRICE
                       GIVING WS-ACCRUAL-VALUE
                       ON SIZE ERROR
                           DISPLAY 'PO line commitment value overflow'
                           PERFORM 2000-ABEND-RTN
                   END-MULTIPLY
               END-IF
           END-IF.
           IF WS-ACCRUAL-VALUE NOT > ZERO
               ADD 1 TO WS-NOT-OPEN-CTR
           ELSE
               PERFORM 524-Find-Commitment-Accounts
               PERFORM 526-Write-Commitment
               ADD 1 TO WS-PO-LINES-COMMITTED-CTR
               ADD WS-ACCRUAL-VALUE TO WS-COMMITTED-VALUE
           END-IF.

       524-Find-Commitment-Accounts.
      *    Government parts post to the government commitment
      *    account; both kinds are reserved against the one reserve
      *    for commitments.
           MOVE PS-PART-NUMBER TO PM-PART-NUMBER.
           MOVE PS-BUYER-CODE TO WS-BUYER-SEARCH-KEY.
           PERFORM 507-Find-Charge-To.
           IF ACCRUAL-GOVT
               MOVE GC-GOVT-COMMIT-ACCOUNT TO WS-COST-ACCOUNT
               ADD 1 TO WS-GOVT-COMMITTED-CTR
           ELSE
               MOVE GC-COMML-COMMIT-ACCOUNT TO WS-COST-ACCOUNT
           END-IF.
           MOVE GC-COMMIT-RESERVE-ACCOUNT TO WS-ACCRUAL-ACCOUNT.

       526-Write-Commitment.
      *    The debit to the commitment account and the credit to the
      *    reserve, each written to the batch and kept on GLACCR for
      *    the period-end reversal.
           MOVE SPACES TO GLPOST-REC.
           MOVE 'D' TO GE-RECORD-TYPE.
           MOVE WS-BATCH-NUMBER TO GE-BATCH-NUMBER.
           MOVE WS-RUN-DATE TO GE-POSTING-DATE.
           MOVE WS-RUN-PERIOD TO GE-PERIOD.
           MOVE WS-COST-ACCOUNT TO GE-ACCOUNT.
           MOVE WS-ACCRUAL-DEPARTMENT TO GE-DEPARTMENT.
           MOVE 'D' TO GE-DR-CR-CODE.
           MOVE WS-ACCRUAL-VALUE TO GE-AMOUNT.
           MOVE 'C' TO GE-ENTRY-TYPE.
           MOVE WS-ACCRUAL-GOVT-COMML TO GE-GOVT-COMML-CODE.
           MOVE PS-PO-NUMBER TO GE-PO-NUMBER.
           MOVE PS-PART-NUMBER TO GE-PART-NUMBER.
           PERFORM 530-Write-Batch-Detail.
           PERFORM 515-Write-GLACCR.
           MOVE WS-ACCRUAL-ACCOUNT TO GE-ACCOUNT.
           MOVE 'C' TO GE-DR-CR-CODE.
           PERFORM 530-Write-Batch-Detail.
           PERFORM 515-Write-GLACCR.

       530-Write-Batch-Detail.
           WRITE GLPOST-REC.
           IF OUT-GLPOST-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output GLPOST writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-BATCH-RECORD-CTR.
           ADD GE-ACCOUNT TO WS-BATCH-HASH.
           IF GE-DEBIT
               ADD GE-AMOUNT TO WS-BATCH-DEBITS
           ELSE
               ADD GE-AMOUNT TO WS-BATCH-CREDITS
           END-IF.

       540-Find-Buyer-Entry.
      *    Linear scan of the buyer table for the code the caller
      *    placed in WS-BUYER-SEARCH-KEY.
           MOVE 'N' TO WS-BUYER-FOUND-SW.
           PERFORM 545-Check-Buyer-Entry
               VARYING BY-IDX FROM 1 BY 1
               UNTIL BY-IDX > WS-BUYER-COUNT
                  OR BUYER-ENTRY-FOUND.
           IF BUYER-ENTRY-FOUND
               SET BY-IDX DOWN BY 1
           END-IF.

       545-Check-Buyer-Entry.
           IF BU-BUYER-CODE(BY-IDX) = WS-BUYER-SEARCH-KEY
               SET BUYER-ENTRY-FOUND TO TRUE
           END-IF.


       550-Write-Summary.
      *    Output procedure for the summary SORT - one line per
      *    department and account with its debits and credits, a
      *    total per department, and the batch totals proved
      *    against the trailer.
           PERFORM 555-Write-Summary-Titles.
           PERFORM 560-Return-Summary-Line UNTIL SORTGL-EOF.
           IF NOT FIRST-RECORD
               PERFORM 572-Write-Account-Line
               PERFORM 575-Write-Department-Total
           END-IF.
           PERFORM 578-Write-Batch-Totals.

       555-Write-Summary-Titles.
           EVALUATE TRUE
               WHEN PERIOD-END-MODE
                   MOVE 'PERIOD-END REVERSAL' TO TL-RUN-MODE
               WHEN COMMITMENT-MODE
                   MOVE 'PURCHASE COMMITMENTS' TO TL-RUN-MODE
               WHEN OTHER
                   MOVE 'DAILY RECEIPT ACCRUAL' TO TL-RUN-MODE
           END-EVALUATE.
           MOVE WS-BATCH-NUMBER TO TL-BATCH-NUMBER.
           MOVE WS-RUN-PERIOD TO TL-PERIOD.
           WRITE GLSUMRY-REC FROM WS-REPORT-TITLE-LINE.
           IF OUT-GLSUMRY-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output GLSUMRY writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE SPACES TO GLSUMRY-REC.
           WRITE GLSUMRY-REC.
           WRITE GLSUMRY-REC FROM WS-COLUMN-HEADING-LINE.

       560-Return-Summary-Line.
           RETURN SORTGL
                AT END SET SORTGL-EOF TO TRUE
                NOT AT END
                    IF SG-DETAIL
                        PERFORM 565-Summarize-One-Line
                    END-IF
           END-RETURN.

       565-Summarize-One-Line.
           IF NOT FIRST-RECORD
               IF SG-DEPARTMENT NOT = WS-PREV-DEPARTMENT
                   PERFORM 572-Write-Account-Line
                   PERFORM 575-Write-Department-Total
               ELSE
                   IF SG-ACCOUNT NOT = WS-PREV-ACCOUNT
                       PERFORM 572-Write-Account-Line
                   END-IF
               END-IF
           END-IF.
           MOVE 'N' TO WS-FIRST-RECORD-SW.
           MOVE SG-DEPARTMENT TO WS-PREV-DEPARTMENT.
           MOVE SG-ACCOUNT TO WS-PREV-ACCOUNT.
           IF SG-DEBIT
               ADD SG-AMOUNT TO WS-ACCOUNT-DEBITS
           ELSE
               ADD SG-AMOUNT TO WS-ACCOUNT-CREDITS
           END-IF.

       572-Write-Account-Line.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE WS-PREV-DEPARTMENT TO SL-DEPARTMENT.
           MOVE WS-PREV-ACCOUNT TO SL-ACCOUNT.
           MOVE WS-ACCOUNT-DEBITS TO SL-DEBITS.
           MOVE WS-ACCOUNT-CREDITS TO SL-CREDITS.
           WRITE GLSUMRY-REC FROM WS-SUMMARY-LINE.
           IF OUT-GLSUMRY-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output GLSUMRY writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           ADD WS-ACCOUNT-DEBITS TO WS-DEPT-DEBITS.
           ADD WS-ACCOUNT-CREDITS TO WS-DEPT-CREDITS.
           MOVE ZERO TO WS-ACCOUNT-DEBITS.
           MOVE ZERO TO WS-ACCOUNT-CREDITS.

       575-Write-Department-Total.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE WS-PREV-DEPARTMENT TO SL-DEPARTMENT.
           MOVE 'TOTAL' TO SL-ACCOUNT.
           MOVE WS-DEPT-DEBITS TO SL-DEBITS.
           MOVE WS-DEPT-CREDITS TO SL-CREDITS.
           WRITE GLSUMRY-REC FROM WS-SUMMARY-LINE.
           IF OUT-GLSUMRY-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output GLSUMRY writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE SPACES TO GLSUMRY-REC.
           WRITE GLSUMRY-REC.
           ADD WS-DEPT-DEBITS TO WS-SUMMARY-DEBITS.
           ADD WS-DEPT-CREDITS TO WS-SUMMARY-CREDITS.
           MOVE ZERO TO WS-DEPT-DEBITS.
           MOVE ZERO TO WS-DEPT-CREDITS.

       578-Write-Batch-Totals.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'BATCH' TO SL-ACCOUNT.
           MOVE WS-SUMMARY-DEBITS TO SL-DEBITS.
           MOVE WS-SUMMARY-CREDITS TO SL-CREDITS.
           WRITE GLSUMRY-REC FROM WS-SUMMARY-LINE.
           IF OUT-GLSUMRY-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output GLSUMRY writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE WS-BATCH-RECORD-CTR TO BL-RECORD-COUNT.
           MOVE WS-BATCH-HASH TO BL-HASH-TOTAL.
           IF WS-SUMMARY-DEBITS = WS-BATCH-DEBITS
                   AND WS-SUMMARY-CREDITS = WS-BATCH-CREDITS
                   AND WS-BATCH-DEBITS = WS-BATCH-CREDITS
               MOVE 'BATCH IN BALANCE' TO BL-BALANCE-TEXT
           ELSE
               MOVE 'BATCH OUT OF BALANCE' TO BL-BALANCE-TEXT
           END-IF.
           WRITE GLSUMRY-REC FROM WS-BALANCE-LINE.

       580-Write-Batch-Trailer.
      *    Every entry is written as a debit and credit pair, so an
      *    unbalanced batch means something went badly wrong - it
      *    is never sent to the ledger and GLCTL is left untouched.
           IF WS-BATCH-DEBITS NOT = WS-BATCH-CREDITS
               DISPLAY 'GLEXTR: batch debits ' WS-BATCH-DEBITS
               DISPLAY 'do not equal credits ' WS-BATCH-CREDITS
               PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE SPACES TO GLPOST-REC.
           MOVE 'T' TO GE-RECORD-TYPE.
           MOVE WS-BATCH-NUMBER TO GE-BATCH-NUMBER.
           MOVE WS-RUN-DATE TO GE-POSTING-DATE.
           MOVE WS-RUN-PERIOD TO GE-PERIOD.
           MOVE WS-BATCH-RECORD-CTR TO GE-RECORD-COUNT.
           MOVE WS-BATCH-DEBITS TO GE-TOTAL-DEBITS.
           MOVE WS-BATCH-CREDITS TO GE-TOTAL-CREDITS.
           MOVE WS-BATCH-HASH TO GE-HASH-TOTAL.
           WRITE GLPOST-REC.
           IF OUT-GLPOST-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output GLPOST writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.

       585-Empty-Accrual-File.
      *    The closed period's accruals are all reversed - GLACCR
      *    starts the new period empty.
           CLOSE GLACCR.
           OPEN OUTPUT GLACCR.
           IF IO-GLACCR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem emptying GLACCR'
                GO TO 2000-ABEND-RTN
           END-IF.

       590-Rewrite-GL-Control.
           MOVE WS-BATCH-NUMBER TO GC-LAST-BATCH-NUMBER.
           EVALUATE TRUE
               WHEN PERIOD-END-MODE
                   MOVE WS-RUN-PERIOD TO GC-OPEN-PERIOD
                   MOVE WS-RUN-DATE TO GC-LAST-PERIOD-END-DATE
               WHEN COMMITMENT-MODE
                   MOVE WS-RUN-PERIOD TO GC-LAST-COMMIT-PERIOD
               WHEN OTHER
                   MOVE WS-RUN-DATE TO GC-LAST-DAILY-DATE
           END-EVALUATE.
           REWRITE GLCTL-REC.
           IF IO-GLCTL-KEY NOT = '00' THEN
                DISPLAY 'GLCTL rewriting problem - STATUS '
                    IO-GLCTL-KEY
                PERFORM 2000-ABEND-RTN
           END-IF.


       600-CLOSE-FILES.
      *     DISPLAY 'CLOSING FILES'.
           CLOSE GLCTL, GLACCR, GLPOST.
           IF DAILY-MODE
               CLOSE RCPTACT, PARTMSTR
           END-IF.
           IF COMMITMENT-MODE
               CLOSE POSTATUS, PARTMSTR
           END-IF.


       700-Print-Control-Totals.
           DISPLAY '==============================================='.
           DISPLAY 'GLEXTR RUN CONTROL TOTALS'.
           DISPLAY '==============================================='.
           DISPLAY 'RUN MODE..........................: '
               WS-RUN-MODE.
           DISPLAY 'BATCH NUMBER......................: '
               WS-BATCH-NUMBER.
           IF COMMITMENT-MODE
               DISPLAY 'PO LINES READ FROM POSTATUS.......: '
                   WS-PO-LINES-READ-CTR
               DISPLAY 'PO LINES COMMITTED................: '
                   WS-PO-LINES-COMMITTED-CTR
               DISPLAY '  OF WHICH GOVERNMENT PARTS.......: '
                   WS-GOVT-COMMITTED-CTR
               DISPLAY 'PO LINES WITH NOTHING OPEN........: '
                   WS-NOT-OPEN-CTR
               DISPLAY 'VALUE OF OPEN COMMITMENTS.........: '
                   WS-COMMITTED-VALUE
               DISPLAY 'PARTS NOT ON PARTMSTR (COMMERCIAL): '
                   WS-PART-MISSING-CTR
               DISPLAY 'BUYERS NOT ON BUYERTBL (SUSPENSE).: '
                   WS-BUYER-MISSING-CTR
               DISPLAY 'COMMITMENT LINES KEPT ON GLACCR...: '
                   WS-ACCRUALS-KEPT-CTR
           END-IF.
           IF DAILY-MODE
               DISPLAY 'RECEIPTS READ FROM RCPTACT........: '
                   WS-RECEIPTS-READ-CTR
               DISPLAY 'RECEIPTS ACCRUED..................: '
                   WS-RECEIPTS-ACCRUED-CTR
               DISPLAY '  OF WHICH GOVERNMENT PARTS.......: '
                   WS-GOVT-ACCRUED-CTR
               DISPLAY 'RECEIPTS WITH NO VALUE TO ACCRUE..: '
                   WS-NO-VALUE-CTR
               DISPLAY 'PARTS NOT ON PARTMSTR (COMMERCIAL): '
                   WS-PART-MISSING-CTR
               DISPLAY 'BUYERS NOT ON BUYERTBL (SUSPENSE).: '
                   WS-BUYER-MISSING-CTR
               DISPLAY 'ACCRUAL LINES KEPT ON GLACCR......: '
                   WS-ACCRUALS-KEPT-CTR
           END-IF.
           IF PERIOD-END-MODE
               DISPLAY 'ACCRUAL LINES READ FROM GLACCR....: '
                   WS-ACCRUALS-READ-CTR
               DISPLAY 'ACCRUAL LINES REVERSED............: '
                   WS-ACCRUALS-REVERSED-CTR
               DISPLAY '  OF WHICH COMMITMENT LINES.......: '
                   WS-COMMITS-REVERSED-CTR
           END-IF.
           DISPLAY 'BATCH DETAIL RECORDS..............: '
               WS-BATCH-RECORD-CTR.
           DISPLAY 'BATCH DEBITS......................: '
               WS-BATCH-DEBITS.
           DISPLAY 'BATCH CREDITS.....................: '
               WS-BATCH-CREDITS.
           DISPLAY 'BATCH ACCOUNT HASH................: '
               WS-BATCH-HASH.
           DISPLAY '==============================================='.


       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       2100-REFUSE-RTN.
      *    An orderly refusal, not a failure - GLCTL is left
      *    untouched and the scheduler holds the run on the return
      *    code.
           MOVE 8 TO RETURN-CODE.
           GOBACK.
