       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONHSNAP.
      ******************************************************************
      * Nightly on-hand snapshot. Folds the counter system's ONHAND
      * feed into the dated on-hand history (ONHHIN in, ONHHOUT out)
      * that ROPCALC works each part's consumption out of: one
      * snapshot per fed part dated the run date, carrying the
      * part's quantity on hand, its reorder point and order-up-to as
      * keyed at the counter, and the quantity RCPTAPLY posted as
      * received for the part that day (the RCPTACT activity file,
      * summed by part). Prior snapshots are carried forward until
      * they fall more than the retention days keyed on the control
      * card before the run date. A prior snapshot dated on or after
      * the run date can only come from a rerun of the night and is
      * dropped, since tonight's feed replaces it.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input File ONHAND - the counter system's on-hand feed
           SELECT ONHAND ASSIGN TO ONHAND
           FILE STATUS IS IN-ONHAND-KEY.

      * Input File RCPTACT - the day's applied receipts from RCPTAPLY
           SELECT RCPTACT ASSIGN TO RCPTACT
           FILE STATUS IS IN-RCPTACT-KEY.

      * Input File ONHHIN - the on-hand history as of the prior night
           SELECT ONHHIN ASSIGN TO ONHHIN
           FILE STATUS IS IN-ONHHIN-KEY.

      * Output File ONHHOUT - the updated on-hand history, to become
      * the next night's ONHHIN
           SELECT ONHHOUT ASSIGN TO ONHHOUT
           FILE STATUS IS OUT-ONHHOUT-KEY.

      * Sort work file used to put the on-hand feed in history key
      * sequence
           SELECT SORTONH ASSIGN TO SRTONH.

       DATA DIVISION.
       FILE SECTION.
      * On-hand feed from the counter inventory system
       FD  ONHAND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONHAND-REC.
       01  ONHAND-REC.
           05  OH-PART-NUMBER            PIC X(23).
           05  OH-QTY-ON-HAND            PIC 9(07).
           05  OH-REORDER-POINT          PIC 9(07).
           05  OH-ORDER-UP-TO            PIC 9(07).

      * Applied receipt activity - see COPY/RCPTACT.CPY
       FD  RCPTACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCPTACT-REC.
       01  RCPTACT-REC.
           COPY RCPTACT.

      * On-hand history in - see COPY/ONHHIST.CPY. Maintained in
      * part-number/snapshot-date sequence by this program.
       FD  ONHHIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONHHIN-REC.
       01  ONHHIN-REC.
           COPY ONHHIST.

      * On-hand history out - same 80-byte layout, written FROM the
      * working snapshot record so the field names only live once.
       FD  ONHHOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONHHOUT-REC.
       01  ONHHOUT-REC                       PIC X(80).

       SD  SORTONH
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS SORTONH-REC.
      * Same 44-byte layout as ONHAND-REC, with its own SQ- prefix
      * since both records coexist in this program.
       01  SORTONH-REC.
           05  SQ-PART-NUMBER            PIC X(23).
           05  SQ-QTY-ON-HAND            PIC 9(07).
           05  SQ-REORDER-POINT          PIC 9(07).
           05  SQ-ORDER-UP-TO            PIC 9(07).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
      * File status key for Input File ONHAND
           05 IN-ONHAND-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Input File RCPTACT
           05 IN-RCPTACT-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Input File ONHHIN
           05 IN-ONHHIN-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output ONHHOUT
           05 OUT-ONHHOUT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 RCPTACT-EOF-WS                     PIC X(01) VALUE 'N'.
           88 RCPTACT-EOF VALUE 'Y'.
       01 SORTONH-EOF-WS                     PIC X(01) VALUE 'N'.
           88 SORTONH-EOF VALUE 'Y'.
       01 ONHHIN-EOF-WS                      PIC X(01) VALUE 'N'.
           88 ONHHIN-EOF VALUE 'Y'.

      * Run identification and the retention period, keyed by
      * operations on the control card - the run date as YYYYMMDD
      * (tonight's snapshot date) and the retention as a day count.
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

      * A prior snapshot whose date serial is below the cutoff is
      * past retention.
       01 WS-RUN-DATE-SERIAL                 PIC 9(07) VALUE ZERO.
       01 WS-CUTOFF-SERIAL                   PIC 9(07) VALUE ZERO.

      * The day's posted receipts summed by part number, loaded from
      * RCPTACT before the merge. A dock close with nothing received
      * adds nothing and is not tabled.
       01 WS-RECEIPT-TABLE.
           05 WS-RECEIPT-COUNT              PIC 9(04) VALUE ZERO.
           05 WS-RECEIPT-ENTRY OCCURS 3000 TIMES INDEXED BY DY-IDX.
               10 DY-PART-NUMBER            PIC X(23).
               10 DY-QTY-RECEIVED           PIC 9(07).
       01 WS-RECEIPT-FOUND-SW                PIC X(01) VALUE 'N'.
           88 RECEIPT-ENTRY-FOUND VALUE 'Y'.
      * Callers move the part they are looking for here before
      * performing 250-Find-Receipt-Entry.
       01 WS-RECEIPT-SEARCH-PART             PIC X(23) VALUE SPACES.

      * Tonight's snapshot for the part in hand
       01 WS-SNAPSHOT-RECORD.
           05 WS-SNAP-PART-NUMBER           PIC X(23) VALUE SPACES.
           05 WS-SNAP-SNAPSHOT-DATE         PIC 9(08) VALUE ZERO.
           05 WS-SNAP-QTY-ON-HAND           PIC 9(07) VALUE ZERO.
           05 WS-SNAP-REORDER-POINT         PIC 9(07) VALUE ZERO.
           05 WS-SNAP-ORDER-UP-TO           PIC 9(07) VALUE ZERO.
           05 WS-SNAP-QTY-RECEIVED          PIC 9(07) VALUE ZERO.
           05 FILLER                        PIC X(21) VALUE SPACES.

      * Merge keys - the history ascends on part number, then
      * snapshot date; the sorted feed on part number alone.
       01 WS-ONHHIN-PART                     PIC X(23) VALUE SPACES.
       01 WS-PRIOR-FEED-PART                 PIC X(23) VALUE SPACES.
       01 WS-FIRST-PART-SW                   PIC X(01) VALUE 'Y'.
           88 FIRST-PART VALUE 'Y'.

      * Run counters for the balancing report
       01 WS-ONHAND-READ-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-DUPLICATE-PARTS-CTR             PIC 9(7) VALUE ZERO.
       01 WS-RECEIPTS-READ-CTR               PIC 9(7) VALUE ZERO.
       01 WS-RECEIPT-PARTS-MATCHED-CTR       PIC 9(7) VALUE ZERO.
       01 WS-RECEIPT-PARTS-UNFED-CTR         PIC 9(7) VALUE ZERO.
       01 WS-HISTORY-IN-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-CARRIED-FORWARD-CTR             PIC 9(7) VALUE ZERO.
       01 WS-AGED-OFF-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-RERUN-DROPPED-CTR               PIC 9(7) VALUE ZERO.
       01 WS-SNAPSHOTS-WRITTEN-CTR           PIC 9(7) VALUE ZERO.
       01 WS-HISTORY-OUT-CTR                 PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Update-History.
           PERFORM 600-CLOSE-FILES.
           PERFORM 700-Print-Control-Totals.
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
               DISPLAY 'ONHSNAP: invalid run date on control card - '
                   WS-RUN-DATE
               PERFORM 2000-ABEND-RTN
           END-IF.
           IF WS-RETENTION-DAYS NOT NUMERIC
                   OR WS-RETENTION-DAYS = ZERO
               DISPLAY 'ONHSNAP: retention days on control card must '
                   'be numeric and above zero'
               PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE WS-RUN-DATE TO WS-SERIAL-DATE-IN.
           PERFORM 295-Compute-Date-Serial.
           MOVE WS-DATE-SERIAL TO WS-RUN-DATE-SERIAL.
           COMPUTE WS-CUTOFF-SERIAL =
               WS-RUN-DATE-SERIAL - WS-RETENTION-DAYS.
           PERFORM 300-Open-Files.
           PERFORM 310-Load-Receipt-Table UNTIL RCPTACT-EOF.
      * Priming Read of the prior history for the match-merge
           PERFORM 400-Read-ONHHIN.

       100-Update-History.
      *    Puts the on-hand feed in part-number sequence so each part
      *    can be merged against its prior snapshots.
           SORT SORTONH
               ON ASCENDING KEY SQ-PART-NUMBER
               USING ONHAND
               OUTPUT PROCEDURE IS 500-Merge-History.
           IF SORT-RETURN NOT = ZERO THEN
                DISPLAY 'ONHSNAP: sort of ONHAND failed'
                PERFORM 2000-ABEND-RTN
           END-IF.
      *    Receipt parts tonight's feed never reached lose the day's
      *    receipts from the history - they are counted for the
      *    counter system to chase.
           COMPUTE WS-RECEIPT-PARTS-UNFED-CTR =
               WS-RECEIPT-COUNT - WS-RECEIPT-PARTS-MATCHED-CTR.


       250-Find-Receipt-Entry.
      *    Linear scan of the receipt table for the part the caller
      *    placed in WS-RECEIPT-SEARCH-PART. The VARYING loop leaves
      *    the index one past the hit, so it is stepped back before
      *    the caller picks up the quantity.
           MOVE 'N' TO WS-RECEIPT-FOUND-SW.
           PERFORM 255-Check-Receipt-Entry
               VARYING DY-IDX FROM 1 BY 1
               UNTIL DY-IDX > WS-RECEIPT-COUNT
                  OR RECEIPT-ENTRY-FOUND.
           IF RECEIPT-ENTRY-FOUND
               SET DY-IDX DOWN BY 1
           END-IF.

       255-Check-Receipt-Entry.
           IF DY-PART-NUMBER(DY-IDX) = WS-RECEIPT-SEARCH-PART
               SET RECEIPT-ENTRY-FOUND TO TRUE
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
           OPEN INPUT RCPTACT.
      *    Input File Status Checking for RCPTACT
           IF IN-RCPTACT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input RCPTACT'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT ONHHIN.
      *    Input File Status Checking for ONHHIN
           IF IN-ONHHIN-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input ONHHIN'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT ONHHOUT.
      *    Output File Status Checking for ONHHOUT
           IF OUT-ONHHOUT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning ONHHOUT'
                GO TO 2000-ABEND-RTN
           END-IF.

       310-Load-Receipt-Table.
      *    Sums the day's received quantity by part. Dock rejects
      *    never reached the shelf, so only RA-QTY-RECEIVED counts.
           READ RCPTACT
                AT END SET RCPTACT-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-RECEIPTS-READ-CTR
                    IF RA-QTY-RECEIVED > ZERO
                        MOVE RA-PART-NUMBER TO WS-RECEIPT-SEARCH-PART
                        PERFORM 250-Find-Receipt-Entry
                        IF RECEIPT-ENTRY-FOUND
                            ADD RA-QTY-RECEIVED
                                TO DY-QTY-RECEIVED(DY-IDX)
                        ELSE
                            PERFORM 315-Add-Receipt-Entry
                        END-IF
                    END-IF
           END-READ.
           IF NOT RCPTACT-EOF AND IN-RCPTACT-KEY NOT = '00'
               DISPLAY 'RCPTACT reading problem - STATUS '
                   IN-RCPTACT-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.

       315-Add-Receipt-Entry.
           IF WS-RECEIPT-COUNT >= 3000
               DISPLAY 'RCPTACT has more than 3000 parts received - '
               DISPLAY 'WS-RECEIPT-TABLE is too small'
               PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-RECEIPT-COUNT.
           SET DY-IDX TO WS-RECEIPT-COUNT.
           MOVE RA-PART-NUMBER TO DY-PART-NUMBER(DY-IDX).
           MOVE RA-QTY-RECEIVED TO DY-QTY-RECEIVED(DY-IDX).


       400-Read-ONHHIN.
           READ ONHHIN
      * Set AT END Switch
                AT END MOVE 'Y' TO ONHHIN-EOF-WS
                IF IN-ONHHIN-KEY = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file ONHHIN reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF NOT ONHHIN-EOF
               ADD 1 TO WS-HISTORY-IN-CTR
               MOVE HS-PART-NUMBER TO WS-ONHHIN-PART
           END-IF.


       500-Merge-History.
      *    Output procedure for the SORT - match-merges the sorted
      *    feed against the prior history. Every prior snapshot up to
      *    and including the part in hand is carried forward (or
      *    aged off) ahead of tonight's snapshot, which keeps each
      *    part's snapshots in date order.
           PERFORM 520-Return-Sorted-Record UNTIL SORTONH-EOF.
      *    History past the last part fed tonight
           PERFORM 510-Carry-History-Forward UNTIL ONHHIN-EOF.

       510-Carry-History-Forward.
      *    The history was written by this program from a validated
      *    run date, so its snapshot dates convert without an edit.
           IF HS-SNAPSHOT-DATE NOT < WS-RUN-DATE
               ADD 1 TO WS-RERUN-DROPPED-CTR
           ELSE
               MOVE HS-SNAPSHOT-DATE TO WS-SERIAL-DATE-IN
               PERFORM 295-Compute-Date-Serial
               IF WS-DATE-SERIAL < WS-CUTOFF-SERIAL
                   ADD 1 TO WS-AGED-OFF-CTR
               ELSE
                   WRITE ONHHOUT-REC FROM ONHHIN-REC
                   IF OUT-ONHHOUT-KEY NOT EQUAL ZERO THEN
                        DISPLAY 'Output ONHHOUT writing problem'
                        PERFORM 2000-ABEND-RTN
                   END-IF
                   ADD 1 TO WS-HISTORY-OUT-CTR
                   ADD 1 TO WS-CARRIED-FORWARD-CTR
               END-IF
           END-IF.
           PERFORM 400-Read-ONHHIN.

       520-Return-Sorted-Record.
           RETURN SORTONH
                AT END SET SORTONH-EOF TO TRUE
                NOT AT END PERFORM 525-Process-Fed-Part
           END-RETURN.

       525-Process-Fed-Part.
      *    A part fed twice in one night keeps its first figures - a
      *    second snapshot on the same date would read to ROPCALC as
      *    a day with no elapsed time.
           ADD 1 TO WS-ONHAND-READ-CTR.
           IF NOT FIRST-PART AND SQ-PART-NUMBER = WS-PRIOR-FEED-PART
               ADD 1 TO WS-DUPLICATE-PARTS-CTR
           ELSE
               MOVE 'N' TO WS-FIRST-PART-SW
               MOVE SQ-PART-NUMBER TO WS-PRIOR-FEED-PART
               PERFORM 510-Carry-History-Forward
                   UNTIL ONHHIN-EOF
                      OR WS-ONHHIN-PART > SQ-PART-NUMBER
               PERFORM 530-Write-Snapshot
           END-IF.

       530-Write-Snapshot.
           MOVE SQ-PART-NUMBER TO WS-SNAP-PART-NUMBER.
           MOVE WS-RUN-DATE TO WS-SNAP-SNAPSHOT-DATE.
           MOVE SQ-QTY-ON-HAND TO WS-SNAP-QTY-ON-HAND.
           MOVE SQ-REORDER-POINT TO WS-SNAP-REORDER-POINT.
           MOVE SQ-ORDER-UP-TO TO WS-SNAP-ORDER-UP-TO.
           MOVE SQ-PART-NUMBER TO WS-RECEIPT-SEARCH-PART.
           PERFORM 250-Find-Receipt-Entry.
           IF RECEIPT-ENTRY-FOUND
               MOVE DY-QTY-RECEIVED(DY-IDX) TO WS-SNAP-QTY-RECEIVED
               ADD 1 TO WS-RECEIPT-PARTS-MATCHED-CTR
           ELSE
               MOVE ZERO TO WS-SNAP-QTY-RECEIVED
           END-IF.
           WRITE ONHHOUT-REC FROM WS-SNAPSHOT-RECORD.
           IF OUT-ONHHOUT-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output ONHHOUT writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-HISTORY-OUT-CTR.
           ADD 1 TO WS-SNAPSHOTS-WRITTEN-CTR.


       600-CLOSE-FILES.
      *     DISPLAY 'CLOSING FILES'.
           CLOSE RCPTACT, ONHHIN, ONHHOUT.


       700-Print-Control-Totals.
           DISPLAY '==============================================='.
           DISPLAY 'ONHSNAP RUN CONTROL TOTALS'.
           DISPLAY '==============================================='.
           DISPLAY 'PARTS READ FROM ONHAND............: '
               WS-ONHAND-READ-CTR.
           DISPLAY 'DUPLICATE PARTS ON ONHAND SKIPPED.: '
               WS-DUPLICATE-PARTS-CTR.
           DISPLAY 'RECEIPTS READ FROM RCPTACT........: '
               WS-RECEIPTS-READ-CTR.
           DISPLAY 'PARTS RECEIVED TODAY..............: '
               WS-RECEIPT-COUNT.
           DISPLAY 'PARTS RECEIVED - NOT ON ONHAND....: '
               WS-RECEIPT-PARTS-UNFED-CTR.
           DISPLAY 'SNAPSHOTS READ FROM ONHHIN........: '
               WS-HISTORY-IN-CTR.
           DISPLAY 'SNAPSHOTS CARRIED FORWARD.........: '
               WS-CARRIED-FORWARD-CTR.
           DISPLAY 'SNAPSHOTS AGED OFF PAST RETENTION.: '
               WS-AGED-OFF-CTR.
           DISPLAY 'SNAPSHOTS DROPPED - RUN DATE/LATER: '
               WS-RERUN-DROPPED-CTR.
           DISPLAY 'SNAPSHOTS TAKEN TONIGHT...........: '
               WS-SNAPSHOTS-WRITTEN-CTR.
           DISPLAY 'SNAPSHOTS WRITTEN TO ONHHOUT......: '
               WS-HISTORY-OUT-CTR.
           DISPLAY '==============================================='.


       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
