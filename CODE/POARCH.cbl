       IDENTIFICATION DIVISION.
       PROGRAM-ID. POARCH.
      ******************************************************************
      * Periodic archive and purge of finished purchase order lines.
      * Walks the keyed open-PO status master POSTATUS front to back
      * and moves every line that RCPTAPLY marked received in full
      * (R) or the dock closed short (C), and that has had no
      * receipt for longer than the retention period keyed on the
      * control card, off the master and onto the cumulative POHIST
      * purchase order history - the line exactly as it stood plus
      * the date it was archived. Each line moved is listed on the
      * PURGREG purge register, which ends with the control totals
      * proving the lines deleted from POSTATUS equal the lines
      * written to POHIST. Open and partial lines, and finished
      * lines still inside the retention period, stay where they
      * are. POHINQ reads the history back for audit.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The keyed open-PO status master, walked front to back and
      * purged in place
           SELECT POSTATUS ASSIGN TO POSTATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PS-PO-LINE-KEY
           FILE STATUS IS IO-POSTATUS-KEY.

      * The cumulative purchase order history, extended each run
           SELECT POHIST ASSIGN TO POHIST
           FILE STATUS IS OUT-POHIST-KEY.

      * Output File for the purge register
           SELECT PURGREG ASSIGN TO PURGREG
           FILE STATUS IS OUT-PURGREG-KEY.

       DATA DIVISION.
       FILE SECTION.
      * Keyed open-PO status master - see COPY/POSTATUS.CPY
       FD  POSTATUS
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS POSTATUS-REC.
       01  POSTATUS-REC.
           COPY POSTATUS.

      * Purchase order history - see COPY/POHIST.CPY
       FD  POHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POHIST-REC.
       01  POHIST-REC.
           COPY POHIST.

      * Output File for the purge register
       FD  PURGREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PURGREG-REC.
       01  PURGREG-REC                       PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
      * File status key for the keyed open-PO status master
           05 IO-POSTATUS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the purchase order history
           05 OUT-POHIST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output PURGREG
           05 OUT-PURGREG-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 POSTATUS-EOF-WS                    PIC X(01) VALUE 'N'.
           88 POSTATUS-EOF VALUE 'Y'.

      * Run date and retention period keyed on the control card -
      * a finished line is archived once its last receipt is more
      * than the retention days before the run date.
       01 WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
       01 WS-RETENTION-DAYS                  PIC 9(04) VALUE ZERO.

      * Shared YYYYMMDD date-format edit - callers move the date to
      * WS-DATE-TO-CHECK, PERFORM 290-Edit-YYYYMMDD-Date, then test
      * DATE-IS-VALID.
       01 WS-DATE-EDIT-FIELDS.
           05 WS-DATE-TO-CHECK               PIC 9(08) VALUE ZERO.
           05 WS-DATE-MM                     PIC 9(02) VALUE ZERO.
           05 WS-DATE-DD                     PIC 9(02) VALUE ZERO.
           05 WS-DATE-VALID-SW               PIC X(01) VALUE 'Y'.
               88 DATE-IS-VALID VALUE 'Y'.

      * Day-serial conversion - callers move a valid YYYYMMDD date to
      * WS-SERIAL-DATE-IN, PERFORM 295-Compute-Date-Serial, and pick
      * up WS-DATE-SERIAL. The serial is a running day count good for
      * differencing two dates; leap days are counted through the
      * year before the date's own year, with the date's own leap day
      * added back for dates past February.
       01 WS-SERIAL-FIELDS.
           05 WS-SERIAL-DATE-IN              PIC 9(08) VALUE ZERO.
           05 WS-SERIAL-YYYY                 PIC 9(04) VALUE ZERO.
           05 WS-SERIAL-MM                   PIC 9(02) VALUE ZERO.
           05 WS-SERIAL-DD                   PIC 9(02) VALUE ZERO.
           05 WS-SERIAL-PRIOR-YEAR           PIC 9(04) VALUE ZERO.
           05 WS-SERIAL-LEAP-DAYS            PIC 9(04) VALUE ZERO.
           05 WS-SERIAL-WORK                 PIC 9(04) VALUE ZERO.
           05 WS-SERIAL-REMAINDER            PIC 9(04) VALUE ZERO.
           05 WS-DATE-SERIAL                 PIC 9(07) VALUE ZERO.

      * Days in the year before the first of each month, for the
      * day-serial conversion above.
       01 WS-MONTH-OFFSET-VALUES.
           05 FILLER                     PIC X(18) VALUE
              '000031059090120151'.
           05 FILLER                     PIC X(18) VALUE
              '181212243273304334'.
       01 WS-MONTH-OFFSET-TABLE
               REDEFINES WS-MONTH-OFFSET-VALUES.
           05 WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).

      * Serials for the line in hand - a line whose last receipt
      * serial is below the cutoff is past retention.
       01 WS-RUN-DATE-SERIAL                 PIC 9(07) VALUE ZERO.
       01 WS-CUTOFF-SERIAL                   PIC 9(07) VALUE ZERO.

      * Run counters for the balancing report
       01 WS-LINES-READ-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-LINES-KEPT-OPEN-CTR             PIC 9(7) VALUE ZERO.
       01 WS-LINES-KEPT-RETAIN-CTR           PIC 9(7) VALUE ZERO.
       01 WS-LINES-BAD-DATE-CTR              PIC 9(7) VALUE ZERO.
       01 WS-LINES-WRITTEN-CTR               PIC 9(7) VALUE ZERO.
       01 WS-LINES-DELETED-CTR               PIC 9(7) VALUE ZERO.
       01 WS-ARCHIVED-VALUE                  PIC S9(15)V99 VALUE ZERO.
       01 WS-LINE-VALUE                      PIC S9(14)V99 VALUE ZERO.

       01 WS-REGISTER-TITLE-LINE.
           05 FILLER                     PIC X(37) VALUE
              'PO LINE ARCHIVE AND PURGE REGISTER - '.
           05 RT-RUN-DATE                PIC 9(08).
           05 FILLER                     PIC X(12) VALUE
              '  RETENTION '.
           05 RT-RETENTION-DAYS          PIC ZZZ9.
           05 FILLER                     PIC X(19) VALUE ' DAYS'.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER                     PIC X(40) VALUE
              'PO NUM  PART NUMBER             SUPPLIER'.
           05 FILLER                     PIC X(40) VALUE
              '    S  LAST RCPT  ORDERED RECEIVED'.

       01 WS-REGISTER-LINE.
           05 RG-PO-NUMBER               PIC X(06).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 RG-PART-NUMBER             PIC X(23).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-SUPPLIER-CODE           PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 RG-PO-STATUS               PIC X(01).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 RG-LAST-RECEIPT-DATE       PIC 9(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 RG-QTY-ORDERED             PIC ZZZZZZ9-.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-QTY-RECEIVED            PIC ZZZZZZ9-.
           05 FILLER                     PIC X(06) VALUE SPACES.

       01 WS-REGISTER-TOTAL-LINE.
           05 TR-LABEL                   PIC X(36).
           05 TR-COUNT                   PIC ZZZZZZ9.
           05 FILLER                     PIC X(37) VALUE SPACES.

       01 WS-REGISTER-VALUE-LINE.
           05 FILLER                     PIC X(36) VALUE
              'VALUE RECEIVED ON LINES ARCHIVED...:'.
           05 TV-ARCHIVED-VALUE          PIC Z(14)9.99-.
           05 FILLER                     PIC X(25) VALUE SPACES.

       01 WS-BALANCE-TEXT                    PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL POSTATUS-EOF.
           PERFORM 580-Write-Register-Totals.
           PERFORM 600-CLOSE-FILES.
           PERFORM 700-Print-Control-Totals.
           IF WS-LINES-WRITTEN-CTR NOT = WS-LINES-DELETED-CTR
               PERFORM 2000-ABEND-RTN
           END-IF.
           GOBACK.

       000-Housekeeping.
      * Initialization Routine. The run date and retention period
      * come off the control card; the cutoff serial is the run
      * date's serial less the retention days.
           ACCEPT WS-RUN-DATE.
           ACCEPT WS-RETENTION-DAYS.
           MOVE WS-RUN-DATE TO WS-DATE-TO-CHECK.
           PERFORM 290-Edit-YYYYMMDD-Date.
           IF NOT DATE-IS-VALID
               DISPLAY 'POARCH: invalid run date on control card - '
                   WS-RUN-DATE
               PERFORM 2000-ABEND-RTN
           END-IF.
           IF WS-RETENTION-DAYS NOT NUMERIC
                   OR WS-RETENTION-DAYS = ZERO
               DISPLAY 'POARCH: retention days on control card must '
                   'be numeric and above zero'
               PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE WS-RUN-DATE TO WS-SERIAL-DATE-IN.
           PERFORM 295-Compute-Date-Serial.
           MOVE WS-DATE-SERIAL TO WS-RUN-DATE-SERIAL.
           COMPUTE WS-CUTOFF-SERIAL =
               WS-RUN-DATE-SERIAL - WS-RETENTION-DAYS.
           PERFORM 300-Open-Files.
           PERFORM 310-Write-Register-Titles.
      * Priming Read
           PERFORM 400-Read-POSTATUS.

       100-Main2.
           PERFORM 200-Select-Line.
           PERFORM 400-Read-POSTATUS.

       200-Select-Line.
      *    Only a finished line leaves the master. A finished line
      *    with no usable last receipt date is kept and counted, not
      *    guessed at - it can be archived once receiving fixes it.
           IF NOT PS-STATUS-RECEIVED AND NOT PS-STATUS-CLOSED
               ADD 1 TO WS-LINES-KEPT-OPEN-CTR
           ELSE
               MOVE PS-LAST-RECEIPT-DATE TO WS-DATE-TO-CHECK
               PERFORM 290-Edit-YYYYMMDD-Date
               IF NOT DATE-IS-VALID
                   ADD 1 TO WS-LINES-BAD-DATE-CTR
               ELSE
                   MOVE PS-LAST-RECEIPT-DATE TO WS-SERIAL-DATE-IN
                   PERFORM 295-Compute-Date-Serial
                   IF WS-DATE-SERIAL < WS-CUTOFF-SERIAL
                       PERFORM 500-Archive-Line
                   ELSE
                       ADD 1 TO WS-LINES-KEPT-RETAIN-CTR
                   END-IF
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

       295-Compute-Date-Serial.
      * Converts WS-SERIAL-DATE-IN (YYYYMMDD) to a running day count
      * in WS-DATE-SERIAL. Only differences between two serials are
      * ever used, so the epoch is arbitrary.
           MOVE WS-SERIAL-DATE-IN(1:4) TO WS-SERIAL-YYYY.
           MOVE WS-SERIAL-DATE-IN(5:2) TO WS-SERIAL-MM.
           MOVE WS-SERIAL-DATE-IN(7:2) TO WS-SERIAL-DD.
           COMPUTE WS-SERIAL-PRIOR-YEAR = WS-SERIAL-YYYY - 1.
           COMPUTE WS-SERIAL-LEAP-DAYS =
               WS-SERIAL-PRIOR-YEAR / 4
               - WS-SERIAL-PRIOR-YEAR / 100
               + WS-SERIAL-PRIOR-YEAR / 400.
           COMPUTE WS-DATE-SERIAL =
               WS-SERIAL-YYYY * 365
               + WS-SERIAL-LEAP-DAYS
               + WS-MONTH-OFFSET(WS-SERIAL-MM)
               + WS-SERIAL-DD.
      *    The leap-day count above stops at the year before the
      *    date's own year, so the date's own February 29 has to be
      *    added back for dates from March on in a leap year.
           IF WS-SERIAL-MM > 2
               DIVIDE WS-SERIAL-YYYY BY 4
                   GIVING WS-SERIAL-WORK
                   REMAINDER WS-SERIAL-REMAINDER
               IF WS-SERIAL-REMAINDER = ZERO
                   DIVIDE WS-SERIAL-YYYY BY 100
                       GIVING WS-SERIAL-WORK
                       REMAINDER WS-SERIAL-REMAINDER
                   IF WS-SERIAL-REMAINDER NOT = ZERO
                       ADD 1 TO WS-DATE-SERIAL
                   ELSE
                       DIVIDE WS-SERIAL-YYYY BY 400
                           GIVING WS-SERIAL-WORK
                           REMAINDER WS-SERIAL-REMAINDER
                       IF WS-SERIAL-REMAINDER = ZERO
                           ADD 1 TO WS-DATE-SERIAL
                       END-IF
                   END-IF
               END-IF
           END-IF.


       300-Open-Files.
      *    DISPLAY '300-OPEN-FILES'.
           OPEN I-O POSTATUS.
      *    File Status Checking for POSTATUS
           IF IO-POSTATUS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning POSTATUS'
                GO TO 2000-ABEND-RTN
           END-IF.
      *    The history is cumulative across runs - always EXTEND, so
      *    this run's lines land behind every prior run's.
           OPEN EXTEND POHIST.
      *    Output File Status Checking for POHIST
           IF OUT-POHIST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning POHIST'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT PURGREG.
      *    Output File Status Checking for PURGREG
           IF OUT-PURGREG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning PURGREG'
                GO TO 2000-ABEND-RTN
           END-IF.

       310-Write-Register-Titles.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE WS-RETENTION-DAYS TO RT-RETENTION-DAYS.
           WRITE PURGREG-REC FROM WS-REGISTER-TITLE-LINE.
           IF OUT-PURGREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output PURGREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE SPACES TO PURGREG-REC.
           WRITE PURGREG-REC.
           WRITE PURGREG-REC FROM WS-COLUMN-HEADING-LINE.


       400-Read-POSTATUS.
           READ POSTATUS NEXT RECORD
      * Set AT END Switch
                AT END MOVE 'Y' TO POSTATUS-EOF-WS
           END-READ.
           IF NOT POSTATUS-EOF
               IF IO-POSTATUS-KEY NOT = '00'
                   DISPLAY
                        '---------------------------------------------'
                   DISPLAY 'POSTATUS reading problem - STATUS '
                       IO-POSTATUS-KEY
                   PERFORM 2000-ABEND-RTN
               END-IF
               ADD 1 TO WS-LINES-READ-CTR
           END-IF.


       500-Archive-Line.
      *    The history record is written before the line is deleted,
      *    so a failure between the two leaves the line on both files
      *    rather than on neither.
           MOVE SPACES TO POHIST-REC.
           MOVE PS-PO-NUMBER TO HL-PO-NUMBER.
           MOVE PS-PART-NUMBER TO HL-PART-NUMBER.
           MOVE PS-SUPPLIER-CODE TO HL-SUPPLIER-CODE.
           MOVE PS-BUYER-CODE TO HL-BUYER-CODE.
           MOVE PS-ORDER-DATE TO HL-ORDER-DATE.
           MOVE PS-PROMISE-DATE TO HL-PROMISE-DATE.
           MOVE PS-UNIT-PRICE TO HL-UNIT-PRICE.
           MOVE PS-QTY-ORDERED TO HL-QTY-ORDERED.
           MOVE PS-QTY-RECEIVED TO HL-QTY-RECEIVED.
           MOVE PS-QTY-DOCK-REJECT TO HL-QTY-DOCK-REJECT.
           MOVE PS-LAST-RECEIPT-DATE TO HL-LAST-RECEIPT-DATE.
           MOVE PS-PO-STATUS TO HL-PO-STATUS.
           MOVE WS-RUN-DATE TO HL-ARCHIVE-DATE.
           WRITE POHIST-REC.
           IF OUT-POHIST-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output POHIST writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-LINES-WRITTEN-CTR.
           DELETE POSTATUS RECORD.
           IF IO-POSTATUS-KEY NOT = '00'
               DISPLAY 'POSTATUS deleting problem - STATUS '
                   IO-POSTATUS-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-LINES-DELETED-CTR.
           MULTIPLY PS-QTY-RECEIVED BY PS-UNIT-PRICE
               GIVING WS-LINE-VALUE
               ON SIZE ERROR
                   DISPLAY 'Archived line value overflow'
                   PERFORM 2000-ABEND-RTN
           END-MULTIPLY.
           ADD WS-LINE-VALUE TO WS-ARCHIVED-VALUE.
           PERFORM 510-Write-PURGREG.

       510-Write-PURGREG.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE PS-PO-NUMBER TO RG-PO-NUMBER.
           MOVE PS-PART-NUMBER TO RG-PART-NUMBER.
           MOVE PS-SUPPLIER-CODE TO RG-SUPPLIER-CODE.
           MOVE PS-PO-STATUS TO RG-PO-STATUS.
           MOVE PS-LAST-RECEIPT-DATE TO RG-LAST-RECEIPT-DATE.
           MOVE PS-QTY-ORDERED TO RG-QTY-ORDERED.
           MOVE PS-QTY-RECEIVED TO RG-QTY-RECEIVED.
           WRITE PURGREG-REC FROM WS-REGISTER-LINE.
           IF OUT-PURGREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output PURGREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.

       580-Write-Register-Totals.
      *    The register proves itself - lines written to the history
      *    against lines deleted from the master, side by side.
           MOVE SPACES TO PURGREG-REC.
           WRITE PURGREG-REC.
           MOVE 'LINES READ FROM POSTATUS..........:' TO TR-LABEL.
           MOVE WS-LINES-READ-CTR TO TR-COUNT.
           WRITE PURGREG-REC FROM WS-REGISTER-TOTAL-LINE.
           MOVE 'LINES WRITTEN TO POHIST...........:' TO TR-LABEL.
           MOVE WS-LINES-WRITTEN-CTR TO TR-COUNT.
           WRITE PURGREG-REC FROM WS-REGISTER-TOTAL-LINE.
           MOVE 'LINES DELETED FROM POSTATUS.......:' TO TR-LABEL.
           MOVE WS-LINES-DELETED-CTR TO TR-COUNT.
           WRITE PURGREG-REC FROM WS-REGISTER-TOTAL-LINE.
           MOVE WS-ARCHIVED-VALUE TO TV-ARCHIVED-VALUE.
           WRITE PURGREG-REC FROM WS-REGISTER-VALUE-LINE.
           IF WS-LINES-WRITTEN-CTR = WS-LINES-DELETED-CTR
               MOVE 'LINES REMOVED EQUAL LINES WRITTEN - IN BALANCE'
                   TO WS-BALANCE-TEXT
           ELSE
               MOVE 'LINES REMOVED NOT EQUAL LINES WRITTEN - OUT OF BAL'
                   TO WS-BALANCE-TEXT
           END-IF.
           WRITE PURGREG-REC FROM WS-BALANCE-TEXT.
           IF OUT-PURGREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output PURGREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.


       600-CLOSE-FILES.
      *     DISPLAY 'CLOSING FILES'.
           CLOSE POSTATUS, POHIST, PURGREG.


       700-Print-Control-Totals.
           DISPLAY '==============================================='.
           DISPLAY 'POARCH RUN CONTROL TOTALS'.
           DISPLAY '==============================================='.
           DISPLAY 'LINES READ FROM POSTATUS..........: '
               WS-LINES-READ-CTR.
           DISPLAY 'LINES KEPT - STILL OPEN/PARTIAL...: '
               WS-LINES-KEPT-OPEN-CTR.
           DISPLAY 'LINES KEPT - INSIDE RETENTION.....: '
               WS-LINES-KEPT-RETAIN-CTR.
           DISPLAY 'LINES KEPT - BAD LAST RECEIPT DATE: '
               WS-LINES-BAD-DATE-CTR.
           DISPLAY 'LINES WRITTEN TO POHIST...........: '
               WS-LINES-WRITTEN-CTR.
           DISPLAY 'LINES DELETED FROM POSTATUS.......: '
               WS-LINES-DELETED-CTR.
           DISPLAY '==============================================='.


       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
