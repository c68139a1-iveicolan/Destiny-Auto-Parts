       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMATCH.
      ******************************************************************
      * Supplier invoice three-way match. Reads the day's supplier
      * invoice lines (INVTRAN - supplier, invoice number, PO
      * number, part number, quantity and unit price billed) and
      * matches each one against the purchase order line it bills on
      * the keyed open-PO status master POSTATUS: the billed unit
      * price against PS-UNIT-PRICE, and the billed quantity against
      * what the supplier shipped - the PS-QTY-RECEIVED plus the
      * PS-QTY-DOCK-REJECT the dock posted through RCPTAPLY - each
      * within the tolerance percentage accounts payable keeps on
      * the MATCHCTL control record. Rejected goods are billable
      * because RTVPROC charges them back on a debit memo that APPAY
      * nets off the supplier's payment. The quantity
      * test is cumulative: the keyed BILLTD billed-to-date file
      * carries what has already been matched against each PO line
      * on earlier runs and earlier in this one, and a line is held
      * once everything billed on the PO line, this line included,
      * passes the shipped quantity plus tolerance. An invoice
      * number the supplier has already presented (the keyed
      * INVHIST invoice history) is a duplicate billing and all of
      * its lines are held. Lines that match go to the MATCHINV
      * matched-invoice file AP pays from; every other line goes on
      * the MATCHHLD match-hold report grouped by the PO line's
      * buyer with the reason - over-billed price, billed more than
      * shipped, no such PO line, or duplicate invoice - so nothing
      * is paid for parts that never reached the dock.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input File INVTRAN - the supplier invoice lines
           SELECT INVTRAN ASSIGN TO INVTRAN
           FILE STATUS IS IN-INVTRAN-KEY.

      * Input File MATCHCTL - the match tolerance control record
           SELECT MATCHCTL ASSIGN TO MATCHCTL
           FILE STATUS IS IN-MATCHCTL-KEY.

      * The keyed open-PO status master, read by key for each
      * invoice line
           SELECT POSTATUS ASSIGN TO POSTATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PS-PO-LINE-KEY
           FILE STATUS IS IN-POSTATUS-KEY.

      * The keyed supplier invoice history, read by key for the
      * duplicate check and added to for every new invoice
           SELECT INVHIST ASSIGN TO INVHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IH-INVOICE-KEY
           FILE STATUS IS IO-INVHIST-KEY.

      * The keyed billed-to-date quantity per PO line, read by key
      * for each invoice line and updated for every matched line
           SELECT BILLTD ASSIGN TO BILLTD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BD-PO-LINE-KEY
           FILE STATUS IS IO-BILLTD-KEY.

      * Sort work file used to group the invoice lines by invoice
           SELECT SORTINV ASSIGN TO SRTINV.

      * Work file holding one record per held line, re-sorted by
      * buyer for the hold report
           SELECT HOLDWORK ASSIGN TO HOLDWORK
           FILE STATUS IS IO-HOLDWORK-KEY.

      * Sort work file used to group the held lines by buyer
           SELECT SORTHLD ASSIGN TO SRTHLD.

      * Output File MATCHINV - the matched invoice lines for payment
           SELECT MATCHINV ASSIGN TO MATCHINV
           FILE STATUS IS OUT-MATCHINV-KEY.

      * Output File for the match-hold report
           SELECT MATCHHLD ASSIGN TO MATCHHLD
           FILE STATUS IS OUT-MATCHHLD-KEY.

       DATA DIVISION.
       FILE SECTION.
      * Supplier invoice lines - see COPY/INVTRAN.CPY
       FD  INVTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVTRAN-REC.
       01  INVTRAN-REC.
           COPY INVTRAN.

      * Match tolerance control record - see COPY/MATCHCTL.CPY
       FD  MATCHCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MATCHCTL-REC.
       01  MATCHCTL-REC.
           COPY MATCHCTL.

      * Keyed open-PO status master - see COPY/POSTATUS.CPY
       FD  POSTATUS
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS POSTATUS-REC.
       01  POSTATUS-REC.
           COPY POSTATUS.

      * Keyed supplier invoice history - see COPY/INVHIST.CPY
       FD  INVHIST
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS INVHIST-REC.
       01  INVHIST-REC.
           COPY INVHIST.

      * Keyed PO line billed-to-date - see COPY/BILLTD.CPY
       FD  BILLTD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS BILLTD-REC.
       01  BILLTD-REC.
           COPY BILLTD.

       SD  SORTINV
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SORTINV-REC.
      * Same 80-byte layout as the INVTRAN copybook, with its own
      * SV- prefix since SORTINV-REC and INVTRAN-REC coexist in this
      * program.
       01  SORTINV-REC.
           05  SV-SUPPLIER-CODE          PIC X(10).
           05  SV-INVOICE-NUMBER         PIC X(12).
           05  SV-PO-NUMBER              PIC X(06).
           05  SV-PART-NUMBER            PIC X(23).
           05  SV-QTY-BILLED             PIC 9(07).
           05  SV-UNIT-PRICE-BILLED      PIC 9(07)V99.
           05  FILLER                    PIC X(13).

      * One record per held line - WS-HOLD-RECORD layout.
       FD  HOLDWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDWORK-REC.
       01  HOLDWORK-REC                      PIC X(120).

       SD  SORTHLD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS SORTHLD-REC.
      * Same 120-byte layout as WS-HOLD-RECORD below, with its own
      * SH- prefix since both coexist in this program.
       01  SORTHLD-REC.
           05  SH-BUYER-CODE             PIC X(03).
           05  SH-SUPPLIER-CODE          PIC X(10).
           05  SH-INVOICE-NUMBER         PIC X(12).
           05  SH-PO-NUMBER              PIC X(06).
           05  SH-PART-NUMBER            PIC X(23).
           05  SH-QTY-BILLED             PIC 9(07).
           05  SH-UNIT-PRICE-BILLED      PIC S9(7)V99.
           05  SH-PO-UNIT-PRICE          PIC S9(7)V99.
           05  SH-QTY-SHIPPED            PIC S9(7).
           05  SH-HOLD-REASON            PIC X(20).
           05  SH-QTY-PRIOR-BILLED       PIC 9(07).
           05  FILLER                    PIC X(07).

      * Matched invoice lines - see COPY/MATCHINV.CPY
       FD  MATCHINV
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MATCHINV-REC.
       01  MATCHINV-REC.
           COPY MATCHINV.

      * Output File for the match-hold report
       FD  MATCHHLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MATCHHLD-REC.
       01  MATCHHLD-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
      * File status key for Input File INVTRAN
           05 IN-INVTRAN-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Input File MATCHCTL
           05 IN-MATCHCTL-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed open-PO status master
           05 IN-POSTATUS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed invoice history
           05 IO-INVHIST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed billed-to-date file
           05 IO-BILLTD-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the held-line work file
           05 IO-HOLDWORK-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output MATCHINV
           05 OUT-MATCHINV-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output MATCHHLD
           05 OUT-MATCHHLD-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 SORTINV-EOF-WS                     PIC X(01) VALUE 'N'.
           88 SORTINV-EOF VALUE 'Y'.
       01 SORTHLD-EOF-WS                     PIC X(01) VALUE 'N'.
           88 SORTHLD-EOF VALUE 'Y'.

      * Run date keyed on the control card as YYYYMMDD - stamped on
      * every matched line and on every new invoice history record.
       01 WS-RUN-DATE                        PIC 9(08) VALUE ZERO.

      * Shared YYYYMMDD date-format edit - callers move the date to
      * WS-DATE-TO-CHECK, PERFORM 290-Edit-YYYYMMDD-Date, then test
      * DATE-IS-VALID.
       01 WS-DATE-EDIT-FIELDS.
           05 WS-DATE-TO-CHECK               PIC 9(08) VALUE ZERO.
           05 WS-DATE-MM                     PIC 9(02) VALUE ZERO.
           05 WS-DATE-DD                     PIC 9(02) VALUE ZERO.
           05 WS-DATE-VALID-SW               PIC X(01) VALUE 'Y'.
               88 DATE-IS-VALID VALUE 'Y'.

      * The held line being built - same layout as the SORTHLD
      * record.
       01 WS-HOLD-RECORD.
           05 HW-BUYER-CODE                 PIC X(03) VALUE SPACES.
           05 HW-SUPPLIER-CODE              PIC X(10) VALUE SPACES.
           05 HW-INVOICE-NUMBER             PIC X(12) VALUE SPACES.
           05 HW-PO-NUMBER                  PIC X(06) VALUE SPACES.
           05 HW-PART-NUMBER                PIC X(23) VALUE SPACES.
           05 HW-QTY-BILLED                 PIC 9(07) VALUE ZERO.
           05 HW-UNIT-PRICE-BILLED          PIC S9(7)V99 VALUE ZERO.
           05 HW-PO-UNIT-PRICE              PIC S9(7)V99 VALUE ZERO.
           05 HW-QTY-SHIPPED                PIC S9(7) VALUE ZERO.
           05 HW-HOLD-REASON                PIC X(20) VALUE SPACES.
           05 HW-QTY-PRIOR-BILLED           PIC 9(07) VALUE ZERO.
           05 FILLER                        PIC X(07) VALUE SPACES.

      * Current invoice control group - the duplicate check is made
      * once per invoice, and the history record written once the
      * invoice's lines have all been seen.
       01 WS-PREV-SUPPLIER                   PIC X(10) VALUE SPACES.
       01 WS-PREV-INVOICE                    PIC X(12) VALUE SPACES.
       01 WS-FIRST-INVOICE-SW                PIC X(01) VALUE 'Y'.
           88 FIRST-INVOICE VALUE 'Y'.
       01 WS-DUPLICATE-INVOICE-SW            PIC X(01) VALUE 'N'.
           88 DUPLICATE-INVOICE VALUE 'Y'.
       01 WS-INVOICE-LINE-CTR                PIC 9(05) VALUE ZERO.

      * Cleared by the POSTATUS READ's INVALID KEY branch so a hard
      * I/O error - which runs neither branch - can be told apart
      * from a simple not-found.
       01 WS-STATUS-FOUND-SW                 PIC X(01) VALUE 'Y'.
           88 STATUS-LINE-FOUND VALUE 'Y'.
       01 WS-HISTORY-FOUND-SW                PIC X(01) VALUE 'N'.
           88 HISTORY-FOUND VALUE 'Y'.
       01 WS-BILLED-FOUND-SW                 PIC X(01) VALUE 'N'.
           88 BILLED-TO-DATE-FOUND VALUE 'Y'.

      * Match arithmetic for the line in hand - the highest price
      * and quantity the tolerances allow, and the billed value.
       01 WS-HOLD-REASON                     PIC X(20) VALUE SPACES.
       01 WS-PRICE-CEILING                   PIC S9(9)V99 VALUE ZERO.
       01 WS-QTY-CEILING                     PIC S9(9)V99 VALUE ZERO.
       01 WS-BILLED-VALUE                    PIC S9(14)V99 VALUE ZERO.
       01 WS-CUMULATIVE-BILLED               PIC 9(08) VALUE ZERO.

      * Current buyer control group on the hold report
       01 WS-PREV-BUYER                      PIC X(03) VALUE SPACES.
       01 WS-FIRST-BUYER-SW                  PIC X(01) VALUE 'Y'.
           88 FIRST-BUYER VALUE 'Y'.
       01 WS-BUYER-HELD-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-BUYER-HELD-VALUE                PIC S9(14)V99 VALUE ZERO.
       01 WS-HELD-VALUE                      PIC S9(14)V99 VALUE ZERO.

      * Run counters for the balancing report
       01 WS-LINES-READ-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-INVOICES-READ-CTR               PIC 9(7) VALUE ZERO.
       01 WS-DUP-INVOICES-CTR                PIC 9(7) VALUE ZERO.
       01 WS-LINES-MATCHED-CTR               PIC 9(7) VALUE ZERO.
       01 WS-LINES-HELD-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-HELD-PRICE-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-HELD-QTY-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-HELD-NO-LINE-CTR                PIC 9(7) VALUE ZERO.
       01 WS-HELD-DUPLICATE-CTR              PIC 9(7) VALUE ZERO.
       01 WS-BILLTD-ADDED-CTR                PIC 9(7) VALUE ZERO.
       01 WS-BILLTD-UPDATED-CTR              PIC 9(7) VALUE ZERO.
       01 WS-MATCHED-VALUE                   PIC S9(15)V99 VALUE ZERO.
       01 WS-TOTAL-HELD-VALUE                PIC S9(15)V99 VALUE ZERO.

       01 WS-REPORT-TITLE-LINE.
           05 FILLER                     PIC X(35) VALUE
              'INVOICE MATCH-HOLD REPORT -'.
           05 TL-RUN-DATE                PIC 9(08).
           05 FILLER                     PIC X(37) VALUE SPACES.

       01 WS-TOLERANCE-LINE.
           05 FILLER                     PIC X(22) VALUE
              'PRICE TOLERANCE PCT: '.
           05 TL-PRICE-TOLERANCE         PIC ZZ9.99.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 FILLER                     PIC X(20) VALUE
              'QTY TOLERANCE PCT: '.
           05 TL-QTY-TOLERANCE           PIC ZZ9.99.
           05 FILLER                     PIC X(22) VALUE SPACES.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER                     PIC X(42) VALUE
              'SUPPLIER   INVOICE      PO NUM PART NUMBER'.
           05 FILLER                     PIC X(38) VALUE
              '             HOLD REASON'.

       01 WS-FIGURES-HEADING-LINE.
           05 FILLER                     PIC X(40) VALUE
              '         QTY BILLED  PRICE BILLED   QTY '.
           05 FILLER                     PIC X(40) VALUE
              'SHIPD      PO PRICE  PRIOR BILLED'.

       01 WS-BUYER-HEADING-LINE.
           05 FILLER                     PIC X(12) VALUE
              'BUYER CODE: '.
           05 BH-BUYER-CODE              PIC X(03).
           05 FILLER                     PIC X(65) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 DL-SUPPLIER-CODE           PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-INVOICE-NUMBER          PIC X(12).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-PO-NUMBER               PIC X(06).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-PART-NUMBER             PIC X(23).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-HOLD-REASON             PIC X(20).
           05 FILLER                     PIC X(05) VALUE SPACES.

       01 WS-FIGURES-LINE.
           05 FILLER                     PIC X(12) VALUE SPACES.
           05 FL-QTY-BILLED              PIC ZZZZZZ9.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 FL-UNIT-PRICE-BILLED       PIC ZZZZZZ9.99.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 FL-QTY-SHIPPED             PIC ZZZZZZ9-.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 FL-PO-UNIT-PRICE           PIC ZZZZZZ9.99.
           05 FILLER                     PIC X(07) VALUE SPACES.
           05 FL-QTY-PRIOR-BILLED        PIC ZZZZZZ9.
           05 FILLER                     PIC X(07) VALUE SPACES.

       01 WS-BUYER-TOTAL-LINE.
           05 BT-LABEL                   PIC X(16).
           05 BT-HELD-LINES              PIC ZZZZZZ9.
           05 FILLER                     PIC X(20) VALUE
              ' LINES HELD, VALUE '.
           05 BT-HELD-VALUE              PIC Z(13)9.99-.
           05 FILLER                     PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Match-Invoices.
           CLOSE HOLDWORK.
           PERFORM 150-Produce-Hold-Report.
           PERFORM 600-CLOSE-FILES.
           PERFORM 700-Print-Control-Totals.
           GOBACK.

       000-Housekeeping.
      * Initialization Routine. The run date comes off the control
      * card; the tolerances come off the MATCHCTL record.
           ACCEPT WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-TO-CHECK.
           PERFORM 290-Edit-YYYYMMDD-Date.
           IF NOT DATE-IS-VALID
               DISPLAY 'INVMATCH: invalid run date on control card - '
                   WS-RUN-DATE
               PERFORM 2000-ABEND-RTN
           END-IF.
           PERFORM 300-Open-Files.
           PERFORM 320-Read-MATCHCTL.

       100-Match-Invoices.
      *    Groups the lines by supplier and invoice number, so the
      *    duplicate-invoice check is made once per invoice and every
      *    line of a duplicate is held together.
           SORT SORTINV
               ON ASCENDING KEY SV-SUPPLIER-CODE
               ON ASCENDING KEY SV-INVOICE-NUMBER
               ON ASCENDING KEY SV-PO-NUMBER
               ON ASCENDING KEY SV-PART-NUMBER
               USING INVTRAN
               OUTPUT PROCEDURE IS 500-Match-Sorted-Lines.
           IF SORT-RETURN NOT = ZERO THEN
                DISPLAY 'INVMATCH: sort of INVTRAN failed'
                PERFORM 2000-ABEND-RTN
           END-IF.

       150-Produce-Hold-Report.
      *    Groups the held lines by the buyer on the PO line. A line
      *    billed against no PO line has no buyer and leads the
      *    report so it is not buried under any one buyer.
           SORT SORTHLD
               ON ASCENDING KEY SH-BUYER-CODE
               ON ASCENDING KEY SH-SUPPLIER-CODE
               ON ASCENDING KEY SH-INVOICE-NUMBER
               USING HOLDWORK
               OUTPUT PROCEDURE IS 550-Write-Hold-Report.
           IF SORT-RETURN NOT = ZERO THEN
                DISPLAY 'INVMATCH: sort of HOLDWORK failed'
                PERFORM 2000-ABEND-RTN
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
           OPEN INPUT MATCHCTL.
      *    Input File Status Checking for MATCHCTL
           IF IN-MATCHCTL-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input MATCHCTL'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT POSTATUS.
      *    Input File Status Checking for POSTATUS
           IF IN-POSTATUS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input POSTATUS'
                GO TO 2000-ABEND-RTN
           END-IF.
           PERFORM 310-Open-Invoice-History.
           PERFORM 315-Open-Billed-To-Date.
           OPEN OUTPUT HOLDWORK.
      *    Output File Status Checking for HOLDWORK
           IF IO-HOLDWORK-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning HOLDWORK'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT MATCHINV.
      *    Output File Status Checking for MATCHINV
           IF OUT-MATCHINV-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning MATCHINV'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT MATCHHLD.
      *    Output File Status Checking for MATCHHLD
           IF OUT-MATCHHLD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning MATCHHLD'
                GO TO 2000-ABEND-RTN
           END-IF.

       310-Open-Invoice-History.
      *    The invoice history is cumulative across runs. A missing
      *    history file (status 35) is the first-ever run - it is
      *    created empty and reopened for update.
           OPEN I-O INVHIST.
           IF IO-INVHIST-KEY = '35'
               OPEN OUTPUT INVHIST
               IF IO-INVHIST-KEY NOT = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'File Problem creating INVHIST'
                    GO TO 2000-ABEND-RTN
               END-IF
               CLOSE INVHIST
               OPEN I-O INVHIST
           END-IF.
      *    File Status Checking for INVHIST
           IF IO-INVHIST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning INVHIST'
                GO TO 2000-ABEND-RTN
           END-IF.

       315-Open-Billed-To-Date.
      *    The billed-to-date file is cumulative across runs in the
      *    same way as the invoice history. A missing file (status
      *    35) is the first-ever run - it is created empty and
      *    reopened for update.
           OPEN I-O BILLTD.
           IF IO-BILLTD-KEY = '35'
               OPEN OUTPUT BILLTD
               IF IO-BILLTD-KEY NOT = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'File Problem creating BILLTD'
                    GO TO 2000-ABEND-RTN
               END-IF
               CLOSE BILLTD
               OPEN I-O BILLTD
           END-IF.
      *    File Status Checking for BILLTD
           IF IO-BILLTD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning BILLTD'
                GO TO 2000-ABEND-RTN
           END-IF.

       320-Read-MATCHCTL.
           READ MATCHCTL
                AT END
                    DISPLAY 'INVMATCH: MATCHCTL is empty - prime it '
                    DISPLAY 'with the price and quantity tolerances'
                    PERFORM 2000-ABEND-RTN
           END-READ.
           IF IN-MATCHCTL-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'MATCHCTL reading problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           IF MC-PRICE-TOLERANCE-PCT NOT NUMERIC
                   OR MC-QTY-TOLERANCE-PCT NOT NUMERIC
               DISPLAY 'INVMATCH: MATCHCTL tolerances not numeric'
               PERFORM 2000-ABEND-RTN
           END-IF.


       500-Match-Sorted-Lines.
      *    Output procedure for the SORT - one duplicate check per
      *    invoice control group, then each line matched against its
      *    PO line and written to MATCHINV or held.
           PERFORM 510-Return-Sorted-Line UNTIL SORTINV-EOF.
           IF NOT FIRST-INVOICE
               PERFORM 528-Record-Invoice
           END-IF.

       510-Return-Sorted-Line.
           RETURN SORTINV
                AT END SET SORTINV-EOF TO TRUE
                NOT AT END PERFORM 515-Match-One-Line
           END-RETURN.

       515-Match-One-Line.
           ADD 1 TO WS-LINES-READ-CTR.
           IF FIRST-INVOICE
                   OR SV-SUPPLIER-CODE NOT = WS-PREV-SUPPLIER
                   OR SV-INVOICE-NUMBER NOT = WS-PREV-INVOICE
               IF NOT FIRST-INVOICE
                   PERFORM 528-Record-Invoice
               END-IF
               MOVE 'N' TO WS-FIRST-INVOICE-SW
               MOVE SV-SUPPLIER-CODE TO WS-PREV-SUPPLIER
               MOVE SV-INVOICE-NUMBER TO WS-PREV-INVOICE
               MOVE ZERO TO WS-INVOICE-LINE-CTR
               ADD 1 TO WS-INVOICES-READ-CTR
               PERFORM 520-Check-Invoice-History
           END-IF.
           ADD 1 TO WS-INVOICE-LINE-CTR.
           MULTIPLY SV-QTY-BILLED BY SV-UNIT-PRICE-BILLED
               GIVING WS-BILLED-VALUE
               ON SIZE ERROR
                   DISPLAY 'Invoice line billed value overflow'
                   PERFORM 2000-ABEND-RTN
           END-MULTIPLY.
           PERFORM 530-Read-PO-Line.
           PERFORM 533-Read-Billed-To-Date.
           PERFORM 535-Apply-Match-Rules.
           IF WS-HOLD-REASON = SPACES
               PERFORM 540-Write-MATCHINV
           ELSE
               PERFORM 545-Write-HOLDWORK
           END-IF.

       520-Check-Invoice-History.
      *    An invoice number already on the history for the supplier
      *    was presented on an earlier run - every line of it is
      *    held as a duplicate billing.
           MOVE SV-SUPPLIER-CODE TO IH-SUPPLIER-CODE.
           MOVE SV-INVOICE-NUMBER TO IH-INVOICE-NUMBER.
           MOVE 'Y' TO WS-HISTORY-FOUND-SW.
           READ INVHIST
               INVALID KEY
                   MOVE 'N' TO WS-HISTORY-FOUND-SW
           END-READ.
           IF HISTORY-FOUND AND IO-INVHIST-KEY NOT = '00'
               DISPLAY 'INVHIST reading problem - STATUS '
                   IO-INVHIST-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.
           IF HISTORY-FOUND
               MOVE 'Y' TO WS-DUPLICATE-INVOICE-SW
               ADD 1 TO WS-DUP-INVOICES-CTR
           ELSE
               MOVE 'N' TO WS-DUPLICATE-INVOICE-SW
           END-IF.

       528-Record-Invoice.
      *    A new invoice goes onto the history once all its lines
      *    have been seen, matched or held alike - a held line is
      *    resolved with the supplier, not by presenting the same
      *    invoice number again.
           IF NOT DUPLICATE-INVOICE
               MOVE WS-PREV-SUPPLIER TO IH-SUPPLIER-CODE
               MOVE WS-PREV-INVOICE TO IH-INVOICE-NUMBER
               MOVE WS-RUN-DATE TO IH-FIRST-SEEN-DATE
               MOVE WS-INVOICE-LINE-CTR TO IH-LINE-COUNT
               WRITE INVHIST-REC
               IF IO-INVHIST-KEY NOT = '00'
                   DISPLAY 'INVHIST writing problem - STATUS '
                       IO-INVHIST-KEY
                   PERFORM 2000-ABEND-RTN
               END-IF
           END-IF.

       530-Read-PO-Line.
           MOVE SV-PO-NUMBER TO PS-PO-NUMBER.
           MOVE SV-PART-NUMBER TO PS-PART-NUMBER.
           MOVE 'Y' TO WS-STATUS-FOUND-SW.
           READ POSTATUS
               INVALID KEY
                   MOVE 'N' TO WS-STATUS-FOUND-SW
           END-READ.
           IF STATUS-LINE-FOUND AND IN-POSTATUS-KEY NOT = '00'
               DISPLAY 'POSTATUS reading problem - STATUS '
                   IN-POSTATUS-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.

       533-Read-Billed-To-Date.
      *    A PO line never billed before has no record yet - one is
      *    set up in the record area at zero, to be written if this
      *    line matches.
           MOVE SV-PO-NUMBER TO BD-PO-NUMBER.
           MOVE SV-PART-NUMBER TO BD-PART-NUMBER.
           MOVE 'Y' TO WS-BILLED-FOUND-SW.
           READ BILLTD
               INVALID KEY
                   MOVE 'N' TO WS-BILLED-FOUND-SW
           END-READ.
           IF BILLED-TO-DATE-FOUND AND IO-BILLTD-KEY NOT = '00'
               DISPLAY 'BILLTD reading problem - STATUS '
                   IO-BILLTD-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.
           IF NOT BILLED-TO-DATE-FOUND
               MOVE SPACES TO BILLTD-REC
               MOVE SV-PO-NUMBER TO BD-PO-NUMBER
               MOVE SV-PART-NUMBER TO BD-PART-NUMBER
               MOVE ZERO TO BD-QTY-BILLED-TO-DATE
               MOVE ZERO TO BD-LAST-BILLED-DATE
           END-IF.
           ADD BD-QTY-BILLED-TO-DATE, SV-QTY-BILLED
               GIVING WS-CUMULATIVE-BILLED.

       535-Apply-Match-Rules.
      *    The first rule the line breaks is the reason it is held.
      *    A PO line placed with a different supplier is no PO line
      *    of this supplier's. Billing under the PO price or under
      *    the shipped quantity is never held. Shipped is what the
      *    dock received plus what it rejected - the rejects are paid
      *    here and recovered by RTVPROC's debit memo, so they are
      *    never both held and charged back. The quantity test is
      *    on everything billed against the PO line to date plus
      *    this line, so the shipped quantity can only be billed
      *    once however many invoices it is spread across.
           MOVE SPACES TO WS-HOLD-REASON.
           EVALUATE TRUE
               WHEN DUPLICATE-INVOICE
                   MOVE 'DUPLICATE INVOICE' TO WS-HOLD-REASON
                   ADD 1 TO WS-HELD-DUPLICATE-CTR
               WHEN NOT STATUS-LINE-FOUND
                   MOVE 'NO SUCH PO LINE' TO WS-HOLD-REASON
                   ADD 1 TO WS-HELD-NO-LINE-CTR
               WHEN PS-SUPPLIER-CODE NOT = SV-SUPPLIER-CODE
                   MOVE 'NO SUCH PO LINE' TO WS-HOLD-REASON
                   ADD 1 TO WS-HELD-NO-LINE-CTR
               WHEN OTHER
                   COMPUTE WS-PRICE-CEILING ROUNDED =
                       PS-UNIT-PRICE
                       * (100 + MC-PRICE-TOLERANCE-PCT) / 100
                   COMPUTE WS-QTY-CEILING ROUNDED =
                       (PS-QTY-RECEIVED + PS-QTY-DOCK-REJECT)
                       * (100 + MC-QTY-TOLERANCE-PCT) / 100
                   IF SV-UNIT-PRICE-BILLED > WS-PRICE-CEILING
                       MOVE 'OVER-BILLED PRICE' TO WS-HOLD-REASON
                       ADD 1 TO WS-HELD-PRICE-CTR
                   ELSE
                       IF WS-CUMULATIVE-BILLED > WS-QTY-CEILING
                           MOVE 'BILLED OVER SHIPPED'
                               TO WS-HOLD-REASON
                           ADD 1 TO WS-HELD-QTY-CTR
                       END-IF
                   END-IF
           END-EVALUATE.

       540-Write-MATCHINV.
           MOVE SPACES TO MATCHINV-REC.
           MOVE SV-SUPPLIER-CODE TO MI-SUPPLIER-CODE.
           MOVE SV-INVOICE-NUMBER TO MI-INVOICE-NUMBER.
           MOVE SV-PO-NUMBER TO MI-PO-NUMBER.
           MOVE SV-PART-NUMBER TO MI-PART-NUMBER.
           MOVE PS-BUYER-CODE TO MI-BUYER-CODE.
           MOVE SV-QTY-BILLED TO MI-QTY-BILLED.
           MOVE SV-UNIT-PRICE-BILLED TO MI-UNIT-PRICE-BILLED.
           MOVE WS-BILLED-VALUE TO MI-EXTENDED-VALUE.
           MOVE PS-UNIT-PRICE TO MI-PO-UNIT-PRICE.
           MOVE WS-RUN-DATE TO MI-MATCH-DATE.
           WRITE MATCHINV-REC.
           IF OUT-MATCHINV-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output MATCHINV writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-LINES-MATCHED-CTR.
           ADD WS-BILLED-VALUE TO WS-MATCHED-VALUE.
           PERFORM 542-Post-Billed-To-Date.

       542-Post-Billed-To-Date.
      *    The matched quantity goes onto the PO line's billed-to-
      *    date at once, so a later line on the same PO line in this
      *    run is tested against it.
           COMPUTE BD-QTY-BILLED-TO-DATE = WS-CUMULATIVE-BILLED
               ON SIZE ERROR
                   DISPLAY 'BILLTD billed-to-date quantity overflow'
                   PERFORM 2000-ABEND-RTN
           END-COMPUTE.
           MOVE WS-RUN-DATE TO BD-LAST-BILLED-DATE.
           IF BILLED-TO-DATE-FOUND
               REWRITE BILLTD-REC
               IF IO-BILLTD-KEY NOT = '00'
                   DISPLAY 'BILLTD rewriting problem - STATUS '
                       IO-BILLTD-KEY
                   PERFORM 2000-ABEND-RTN
               END-IF
               ADD 1 TO WS-BILLTD-UPDATED-CTR
           ELSE
               WRITE BILLTD-REC
               IF IO-BILLTD-KEY NOT = '00'
                   DISPLAY 'BILLTD writing problem - STATUS '
                       IO-BILLTD-KEY
                   PERFORM 2000-ABEND-RTN
               END-IF
               ADD 1 TO WS-BILLTD-ADDED-CTR
           END-IF.

       545-Write-HOLDWORK.
           MOVE SPACES TO WS-HOLD-RECORD.
           MOVE ZERO TO HW-QTY-BILLED, HW-UNIT-PRICE-BILLED,
               HW-PO-UNIT-PRICE, HW-QTY-SHIPPED, HW-QTY-PRIOR-BILLED.
           IF STATUS-LINE-FOUND
               MOVE PS-BUYER-CODE TO HW-BUYER-CODE
               MOVE PS-UNIT-PRICE TO HW-PO-UNIT-PRICE
               COMPUTE HW-QTY-SHIPPED =
                   PS-QTY-RECEIVED + PS-QTY-DOCK-REJECT
           END-IF.
           MOVE SV-SUPPLIER-CODE TO HW-SUPPLIER-CODE.
           MOVE SV-INVOICE-NUMBER TO HW-INVOICE-NUMBER.
           MOVE SV-PO-NUMBER TO HW-PO-NUMBER.
           MOVE SV-PART-NUMBER TO HW-PART-NUMBER.
           MOVE SV-QTY-BILLED TO HW-QTY-BILLED.
           MOVE SV-UNIT-PRICE-BILLED TO HW-UNIT-PRICE-BILLED.
           MOVE WS-HOLD-REASON TO HW-HOLD-REASON.
           MOVE BD-QTY-BILLED-TO-DATE TO HW-QTY-PRIOR-BILLED.
           WRITE HOLDWORK-REC FROM WS-HOLD-RECORD.
           IF IO-HOLDWORK-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output HOLDWORK writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-LINES-HELD-CTR.


       550-Write-Hold-Report.
      *    Output procedure for the hold SORT - writes the report
      *    title, tolerances and column headings, then one control-
      *    broken section per buyer with its held count and value.
           PERFORM 555-Write-Report-Titles.
           PERFORM 560-Return-Held-Line UNTIL SORTHLD-EOF.
           IF NOT FIRST-BUYER
               PERFORM 575-Write-Buyer-Totals
           END-IF.

       555-Write-Report-Titles.
           MOVE WS-RUN-DATE TO TL-RUN-DATE.
           WRITE MATCHHLD-REC FROM WS-REPORT-TITLE-LINE.
           IF OUT-MATCHHLD-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output MATCHHLD writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE MC-PRICE-TOLERANCE-PCT TO TL-PRICE-TOLERANCE.
           MOVE MC-QTY-TOLERANCE-PCT TO TL-QTY-TOLERANCE.
           WRITE MATCHHLD-REC FROM WS-TOLERANCE-LINE.
           MOVE SPACES TO MATCHHLD-REC.
           WRITE MATCHHLD-REC.
           WRITE MATCHHLD-REC FROM WS-COLUMN-HEADING-LINE.
           WRITE MATCHHLD-REC FROM WS-FIGURES-HEADING-LINE.

       560-Return-Held-Line.
           RETURN SORTHLD
                AT END SET SORTHLD-EOF TO TRUE
                NOT AT END PERFORM 565-Report-One-Line
           END-RETURN.

       565-Report-One-Line.
           IF NOT FIRST-BUYER
                   AND SH-BUYER-CODE NOT = WS-PREV-BUYER
               PERFORM 575-Write-Buyer-Totals
           END-IF.
           IF FIRST-BUYER
                   OR SH-BUYER-CODE NOT = WS-PREV-BUYER
               PERFORM 570-Write-Buyer-Heading
           END-IF.
           MOVE 'N' TO WS-FIRST-BUYER-SW.
           MOVE SH-BUYER-CODE TO WS-PREV-BUYER.
           PERFORM 572-Write-Detail-Lines.
           MULTIPLY SH-QTY-BILLED BY SH-UNIT-PRICE-BILLED
               GIVING WS-HELD-VALUE
               ON SIZE ERROR
                   DISPLAY 'Invoice line billed value overflow'
                   PERFORM 2000-ABEND-RTN
           END-MULTIPLY.
           ADD 1 TO WS-BUYER-HELD-CTR.
           ADD WS-HELD-VALUE TO WS-BUYER-HELD-VALUE.
           ADD WS-HELD-VALUE TO WS-TOTAL-HELD-VALUE.

       570-Write-Buyer-Heading.
           MOVE SPACES TO MATCHHLD-REC.
           WRITE MATCHHLD-REC.
           MOVE SH-BUYER-CODE TO BH-BUYER-CODE.
           WRITE MATCHHLD-REC FROM WS-BUYER-HEADING-LINE.
           IF OUT-MATCHHLD-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output MATCHHLD writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.

       572-Write-Detail-Lines.
      *    Two lines per held invoice line - what was billed and
      *    why it is held, then the billed figures beside the PO
      *    price, the quantity the dock has received and the
      *    quantity already billed against the PO line.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SH-SUPPLIER-CODE TO DL-SUPPLIER-CODE.
           MOVE SH-INVOICE-NUMBER TO DL-INVOICE-NUMBER.
           MOVE SH-PO-NUMBER TO DL-PO-NUMBER.
           MOVE SH-PART-NUMBER TO DL-PART-NUMBER.
           MOVE SH-HOLD-REASON TO DL-HOLD-REASON.
           WRITE MATCHHLD-REC FROM WS-DETAIL-LINE.
           IF OUT-MATCHHLD-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output MATCHHLD writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE SH-QTY-BILLED TO FL-QTY-BILLED.
           MOVE SH-UNIT-PRICE-BILLED TO FL-UNIT-PRICE-BILLED.
           MOVE SH-QTY-SHIPPED TO FL-QTY-SHIPPED.
           MOVE SH-PO-UNIT-PRICE TO FL-PO-UNIT-PRICE.
           MOVE SH-QTY-PRIOR-BILLED TO FL-QTY-PRIOR-BILLED.
           WRITE MATCHHLD-REC FROM WS-FIGURES-LINE.
           IF OUT-MATCHHLD-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output MATCHHLD writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.

       575-Write-Buyer-Totals.
           MOVE 'BUYER TOTAL.... ' TO BT-LABEL.
           MOVE WS-BUYER-HELD-CTR TO BT-HELD-LINES.
           MOVE WS-BUYER-HELD-VALUE TO BT-HELD-VALUE.
           WRITE MATCHHLD-REC FROM WS-BUYER-TOTAL-LINE.
           IF OUT-MATCHHLD-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output MATCHHLD writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE ZERO TO WS-BUYER-HELD-CTR.
           MOVE ZERO TO WS-BUYER-HELD-VALUE.


       600-CLOSE-FILES.
      *     DISPLAY 'CLOSING FILES'.
           CLOSE MATCHCTL, POSTATUS, INVHIST, BILLTD, MATCHINV,
               MATCHHLD.


       700-Print-Control-Totals.
           DISPLAY '==============================================='.
           DISPLAY 'INVMATCH RUN CONTROL TOTALS'.
           DISPLAY '==============================================='.
           DISPLAY 'INVOICE LINES READ FROM INVTRAN...: '
               WS-LINES-READ-CTR.
           DISPLAY 'INVOICES READ.....................: '
               WS-INVOICES-READ-CTR.
           DISPLAY 'DUPLICATE INVOICES................: '
               WS-DUP-INVOICES-CTR.
           DISPLAY 'LINES MATCHED TO MATCHINV.........: '
               WS-LINES-MATCHED-CTR.
           DISPLAY 'LINES HELD........................: '
               WS-LINES-HELD-CTR.
           DISPLAY '  HELD - OVER-BILLED PRICE........: '
               WS-HELD-PRICE-CTR.
           DISPLAY '  HELD - BILLED OVER SHIPPED......: '
               WS-HELD-QTY-CTR.
           DISPLAY '  HELD - NO SUCH PO LINE..........: '
               WS-HELD-NO-LINE-CTR.
           DISPLAY '  HELD - DUPLICATE INVOICE........: '
               WS-HELD-DUPLICATE-CTR.
           DISPLAY 'PO LINES ADDED TO BILLTD..........: '
               WS-BILLTD-ADDED-CTR.
           DISPLAY 'PO LINES UPDATED ON BILLTD........: '
               WS-BILLTD-UPDATED-CTR.
           DISPLAY 'VALUE OF MATCHED LINES............: '
               WS-MATCHED-VALUE.
           DISPLAY 'VALUE OF HELD LINES...............: '
               WS-TOTAL-HELD-VALUE.
           DISPLAY '==============================================='.


       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
