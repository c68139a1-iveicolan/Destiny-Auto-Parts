       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROPCALC.
      ******************************************************************
      * Monthly reorder point review. Works each part's actual
      * consumption out of the on-hand snapshot history ONHSNAP
      * keeps (ONHHIST) over the review window keyed on the control
      * card, and recommends the reorder point and order-up-to level
      * the counter system should hold in place of the hand-keyed
      * ONHAND figures REORDER works from.
      *
      * Over the window, consumption is the on-hand at the first
      * snapshot, plus everything received on the later snapshots,
      * less the on-hand at the last snapshot - the sum of the
      * snapshot-to-snapshot drops in on-hand plus the RCPTAPLY
      * receipts posted in between. A part that gained stock it was
      * never seen receiving (a count adjustment) has used nothing.
      * Average daily usage is the consumption over the days the
      * window's snapshots span. The reorder point covers the part's
      * PM-WEEKS-LEAD-TIME from PARTMSTR plus the safety stock days;
      * the order-up-to level adds the review period days of usage
      * on top of the reorder point.
      *
      * Every part worked out is written to the ROPRECM
      * recommendation file for the counter system to load. The
      * ROPRVW review report shows current against recommended
      * levels: parts whose reorder point moved more than the move
      * percentage on the control card come first, biggest move
      * first, then the rest, then the parts no recommendation could
      * be made for - a single snapshot in the window (HIST) or a
      * part missing from PARTMSTR (PMST).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input File ONHHIST - the on-hand snapshot history from ONHSNAP
           SELECT ONHHIST ASSIGN TO ONHHIST
           FILE STATUS IS IN-ONHHIST-KEY.

      * The keyed parts master, read by key for each part's lead time
           SELECT PARTMSTR ASSIGN TO PARTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-PART-NUMBER
           FILE STATUS IS IN-PARTMSTR-KEY.

      * Output File ROPRECM - the recommendations for the counter
      * system
           SELECT ROPRECM ASSIGN TO ROPRECM
           FILE STATUS IS OUT-ROPRECM-KEY.

      * Work file holding one record per part reviewed, built on the
      * history pass and re-sorted movers first for the report
           SELECT ROPWORK ASSIGN TO ROPWORK
           FILE STATUS IS IO-ROPWORK-KEY.

      * Sort work file used to rank the parts for the review report
           SELECT SORTROP ASSIGN TO SRTROP.

      * Output File for the review report
           SELECT ROPRVW ASSIGN TO ROPRVW
           FILE STATUS IS OUT-ROPRVW-KEY.

       DATA DIVISION.
       FILE SECTION.
      * On-hand snapshot history - see COPY/ONHHIST.CPY. In
      * part-number/snapshot-date sequence as ONHSNAP keeps it.
       FD  ONHHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ONHHIST-REC.
       01  ONHHIST-REC.
           COPY ONHHIST.

      * Keyed parts master - same 92-byte layout as the nightly
      * extract, keyed on the part number.
       FD  PARTMSTR
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS PARTMSTR-REC.
       01  PARTMSTR-REC.
           COPY PARTS.

      * Reorder point recommendations - see COPY/ROPRECM.CPY
       FD  ROPRECM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROPRECM-REC.
       01  ROPRECM-REC.
           COPY ROPRECM.

      * One record per part reviewed - the sequence code and move
      * percentage lead the record so the ranking sort can key on
      * them.
       FD  ROPWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROPWORK-REC.
       01  ROPWORK-REC                       PIC X(80).

       SD  SORTROP
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SORTROP-REC.
      * Same 80-byte layout as WS-REVIEW-RECORD below, with its own
      * US- prefix since both coexist in this program.
       01  SORTROP-REC.
           05  US-SEQUENCE-CODE          PIC X(01).
           05  US-MOVE-PCT               PIC 9(05).
           05  US-PART-NUMBER            PIC X(23).
           05  US-FLAG                   PIC X(04).
           05  US-CURRENT-REORDER-POINT  PIC 9(07).
           05  US-NEW-REORDER-POINT      PIC 9(07).
           05  US-CURRENT-ORDER-UP-TO    PIC 9(07).
           05  US-NEW-ORDER-UP-TO        PIC 9(07).
           05  US-AVG-DAILY-USAGE        PIC 9(05)V99.
           05  FILLER                    PIC X(12).

      * Output File for the review report
       FD  ROPRVW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROPRVW-REC.
       01  ROPRVW-REC                        PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
      * File status key for Input File ONHHIST
           05 IN-ONHHIST-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed parts master
           05 IN-PARTMSTR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output ROPRECM
           05 OUT-ROPRECM-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the review work file
           05 IO-ROPWORK-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output ROPRVW
           05 OUT-ROPRVW-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 ONHHIST-EOF-WS                     PIC X(01) VALUE 'N'.
           88 ONHHIST-EOF VALUE 'Y'.
       01 SORTROP-EOF-WS                     PIC X(01) VALUE 'N'.
           88 SORTROP-EOF VALUE 'Y'.
       01 WS-PART-FOUND-SW                   PIC X(01) VALUE 'N'.
           88 PART-FOUND VALUE 'Y'.

      * Run identification and the review parameters, keyed by
      * operations on the control card in this order - the run date
      * as YYYYMMDD, then as three-digit day counts the review
      * window, the safety stock days and the review period days,
      * and last the move percentage (a part whose reorder point
      * moves more than this percentage is listed first).
       01 WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
       01 WS-WINDOW-DAYS                     PIC 9(03) VALUE ZERO.
       01 WS-SAFETY-DAYS                     PIC 9(03) VALUE ZERO.
       01 WS-REVIEW-DAYS                     PIC 9(03) VALUE ZERO.
       01 WS-MOVE-PCT-LIMIT                  PIC 9(03) VALUE ZERO.

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

      * A snapshot whose date serial is below the window start, or
      * whose date is after the run date, is outside the window.
       01 WS-RUN-DATE-SERIAL                 PIC 9(07) VALUE ZERO.
       01 WS-WINDOW-START-SERIAL             PIC 9(07) VALUE ZERO.

      * The part in hand and what its snapshots inside the window
      * add up to. The current levels are those on the part's latest
      * snapshot, as the counter last fed them.
       01 WS-GROUP-PART                      PIC X(23) VALUE SPACES.
       01 WS-IN-GROUP-SW                     PIC X(01) VALUE 'N'.
           88 GROUP-IN-PROGRESS VALUE 'Y'.
       01 WS-WINDOW-SNAPSHOTS                PIC 9(05) VALUE ZERO.
       01 WS-FIRST-QTY-ON-HAND               PIC 9(07) VALUE ZERO.
       01 WS-FIRST-SERIAL                    PIC 9(07) VALUE ZERO.
       01 WS-LAST-QTY-ON-HAND                PIC 9(07) VALUE ZERO.
       01 WS-LAST-SERIAL                     PIC 9(07) VALUE ZERO.
       01 WS-WINDOW-RECEIPTS                 PIC 9(09) VALUE ZERO.
       01 WS-CURRENT-REORDER-POINT           PIC 9(07) VALUE ZERO.
       01 WS-CURRENT-ORDER-UP-TO             PIC 9(07) VALUE ZERO.

      * Recommendation arithmetic for the part in hand
       01 WS-CONSUMPTION                     PIC S9(09) VALUE ZERO.
       01 WS-SPAN-DAYS                       PIC 9(05) VALUE ZERO.
       01 WS-AVG-DAILY-USAGE                 PIC 9(05)V99 VALUE ZERO.
       01 WS-COVER-DAYS                      PIC 9(05) VALUE ZERO.
       01 WS-NEW-REORDER-POINT               PIC 9(07) VALUE ZERO.
       01 WS-NEW-ORDER-UP-TO                 PIC 9(07) VALUE ZERO.
       01 WS-POINT-MOVE                      PIC S9(08) VALUE ZERO.
       01 WS-POINT-MOVE-ABS                  PIC 9(08) VALUE ZERO.
       01 WS-MOVE-PCT                        PIC 9(05) VALUE ZERO.

      * The review line being built for the work file - the sequence
      * code (1 = moved past the limit, 2 = within it, 3 = no
      * recommendation) and the move percentage lead the record so
      * the ranking sort can key on them.
       01 WS-REVIEW-RECORD.
           05 UW-SEQUENCE-CODE              PIC X(01) VALUE SPACES.
           05 UW-MOVE-PCT                   PIC 9(05) VALUE ZERO.
           05 UW-PART-NUMBER                PIC X(23) VALUE SPACES.
           05 UW-FLAG                       PIC X(04) VALUE SPACES.
           05 UW-CURRENT-REORDER-POINT      PIC 9(07) VALUE ZERO.
           05 UW-NEW-REORDER-POINT          PIC 9(07) VALUE ZERO.
           05 UW-CURRENT-ORDER-UP-TO        PIC 9(07) VALUE ZERO.
           05 UW-NEW-ORDER-UP-TO            PIC 9(07) VALUE ZERO.
           05 UW-AVG-DAILY-USAGE            PIC 9(05)V99 VALUE ZERO.
           05 FILLER                        PIC X(12) VALUE SPACES.

      * Run counters for the balancing report
       01 WS-SNAPSHOTS-READ-CTR              PIC 9(7) VALUE ZERO.
       01 WS-SNAPSHOTS-OUTSIDE-CTR           PIC 9(7) VALUE ZERO.
       01 WS-PARTS-ON-HISTORY-CTR            PIC 9(7) VALUE ZERO.
       01 WS-PARTS-NOT-IN-WINDOW-CTR         PIC 9(7) VALUE ZERO.
       01 WS-RECOMMENDATIONS-CTR             PIC 9(7) VALUE ZERO.
       01 WS-MOVERS-CTR                      PIC 9(7) VALUE ZERO.
       01 WS-NO-USAGE-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-SHORT-HISTORY-CTR               PIC 9(7) VALUE ZERO.
       01 WS-NO-PART-CTR                     PIC 9(7) VALUE ZERO.

       01 WS-REPORT-TITLE-LINE.
           05 FILLER                     PIC X(32) VALUE
              'REORDER POINT REVIEW - RUN DATE'.
           05 TL-RUN-DATE                PIC 9(08).
           05 FILLER                     PIC X(09) VALUE
              '  WINDOW'.
           05 TL-WINDOW-DAYS             PIC ZZ9.
           05 FILLER                     PIC X(05) VALUE ' DAYS'.
           05 FILLER                     PIC X(14) VALUE
              '  MOVE LIMIT'.
           05 TL-MOVE-PCT-LIMIT          PIC ZZ9.
           05 FILLER                     PIC X(06) VALUE ' PCT'.

       01 WS-REPORT-BASIS-LINE.
           05 FILLER                     PIC X(18) VALUE
              'SAFETY STOCK DAYS'.
           05 TL-SAFETY-DAYS             PIC ZZ9.
           05 FILLER                     PIC X(22) VALUE
              '   REVIEW PERIOD DAYS'.
           05 TL-REVIEW-DAYS             PIC ZZ9.
           05 FILLER                     PIC X(34) VALUE SPACES.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER                     PIC X(36) VALUE
              'FLAG PART NUMBER             CUR ROP'.
           05 FILLER                     PIC X(44) VALUE
              ' NEW ROP CUR OUT NEW OUT   PCT  AVG/DAY'.

       01 WS-DETAIL-LINE.
           05 RW-FLAG                    PIC X(04).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RW-PART-NUMBER             PIC X(23).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RW-CURRENT-REORDER-POINT   PIC Z(06)9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RW-NEW-REORDER-POINT       PIC Z(06)9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RW-CURRENT-ORDER-UP-TO     PIC Z(06)9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RW-NEW-ORDER-UP-TO         PIC Z(06)9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RW-MOVE-PCT                PIC ZZZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RW-AVG-DAILY-USAGE         PIC ZZZZ9.99.
           05 FILLER                     PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL ONHHIST-EOF.
           PERFORM 120-End-Of-History.
           PERFORM 150-Produce-Report.
           PERFORM 600-CLOSE-FILES.
           PERFORM 700-Print-Control-Totals.
           GOBACK.

       000-Housekeeping.
      * Initialization Routine. The run date and review parameters
      * come off the control card; the window starts the window days
      * before the run date.
           ACCEPT WS-RUN-DATE.
           ACCEPT WS-WINDOW-DAYS.
           ACCEPT WS-SAFETY-DAYS.
           ACCEPT WS-REVIEW-DAYS.
           ACCEPT WS-MOVE-PCT-LIMIT.
           MOVE WS-RUN-DATE TO WS-DATE-TO-CHECK.
           PERFORM 290-Edit-YYYYMMDD-Date.
           IF NOT DATE-IS-VALID
               DISPLAY 'ROPCALC: invalid run date on control card - '
                   WS-RUN-DATE
               PERFORM 2000-ABEND-RTN
           END-IF.
           IF WS-WINDOW-DAYS NOT NUMERIC
                   OR WS-WINDOW-DAYS = ZERO
               DISPLAY 'ROPCALC: window days on control card must '
                   'be numeric and above zero'
               PERFORM 2000-ABEND-RTN
           END-IF.
           IF WS-SAFETY-DAYS NOT NUMERIC
                   OR WS-REVIEW-DAYS NOT NUMERIC
                   OR WS-MOVE-PCT-LIMIT NOT NUMERIC
               DISPLAY 'ROPCALC: safety days, review days and move '
                   'percentage on control card must be numeric'
               PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE WS-RUN-DATE TO WS-SERIAL-DATE-IN.
           PERFORM 295-Compute-Date-Serial.
           MOVE WS-DATE-SERIAL TO WS-RUN-DATE-SERIAL.
           COMPUTE WS-WINDOW-START-SERIAL =
               WS-RUN-DATE-SERIAL - WS-WINDOW-DAYS.
           PERFORM 300-Open-Files.
      * Priming Read
           PERFORM 400-Read-ONHHIST.

       100-Main2.
           PERFORM 200-Process-Snapshot.
           PERFORM 400-Read-ONHHIST.

       120-End-Of-History.
           IF GROUP-IN-PROGRESS
               PERFORM 230-Finish-Part
           END-IF.
      *    The work file has to be complete and closed before the
      *    ranking sort reads it back.
           CLOSE ROPWORK.

       150-Produce-Report.
      *    Ranks the reviewed parts - movers first, biggest move
      *    first, then the parts within the limit, then those no
      *    recommendation could be made for - part number within
      *    each.
           SORT SORTROP
               ON ASCENDING KEY US-SEQUENCE-CODE
               ON DESCENDING KEY US-MOVE-PCT
               ON ASCENDING KEY US-PART-NUMBER
               USING ROPWORK
               OUTPUT PROCEDURE IS 550-Write-Report-Records.
           IF SORT-RETURN NOT = ZERO THEN
                DISPLAY 'ROPCALC: sort of ROPWORK failed'
                PERFORM 2000-ABEND-RTN
           END-IF.

       200-Process-Snapshot.
      *    Control break on part number - the history ascends on part
      *    number, then snapshot date, so a part's snapshots arrive
      *    together and oldest first.
           IF NOT GROUP-IN-PROGRESS
                   OR HS-PART-NUMBER NOT = WS-GROUP-PART
               IF GROUP-IN-PROGRESS
                   PERFORM 230-Finish-Part
               END-IF
               PERFORM 210-Start-Part
           END-IF.
      *    ONHSNAP dates every snapshot from a validated run date, so
      *    the serial conversion can trust them.
           IF HS-SNAPSHOT-DATE > WS-RUN-DATE
               ADD 1 TO WS-SNAPSHOTS-OUTSIDE-CTR
           ELSE
               MOVE HS-SNAPSHOT-DATE TO WS-SERIAL-DATE-IN
               PERFORM 295-Compute-Date-Serial
               IF WS-DATE-SERIAL < WS-WINDOW-START-SERIAL
                   ADD 1 TO WS-SNAPSHOTS-OUTSIDE-CTR
               ELSE
                   PERFORM 220-Add-Window-Snapshot
               END-IF
           END-IF.

       210-Start-Part.
           MOVE HS-PART-NUMBER TO WS-GROUP-PART.
           SET GROUP-IN-PROGRESS TO TRUE.
           ADD 1 TO WS-PARTS-ON-HISTORY-CTR.
           MOVE ZERO TO WS-WINDOW-SNAPSHOTS.
           MOVE ZERO TO WS-WINDOW-RECEIPTS.
           MOVE ZERO TO WS-FIRST-QTY-ON-HAND.
           MOVE ZERO TO WS-FIRST-SERIAL.

       220-Add-Window-Snapshot.
      *    The first snapshot in the window is the opening balance;
      *    what it received came in before the window opened, so
      *    only the later snapshots' receipts are added.
           IF WS-WINDOW-SNAPSHOTS = ZERO
               MOVE HS-QTY-ON-HAND TO WS-FIRST-QTY-ON-HAND
               MOVE WS-DATE-SERIAL TO WS-FIRST-SERIAL
           ELSE
               ADD HS-QTY-RECEIVED TO WS-WINDOW-RECEIPTS
           END-IF.
           ADD 1 TO WS-WINDOW-SNAPSHOTS.
           MOVE HS-QTY-ON-HAND TO WS-LAST-QTY-ON-HAND.
           MOVE WS-DATE-SERIAL TO WS-LAST-SERIAL.
           MOVE HS-REORDER-POINT TO WS-CURRENT-REORDER-POINT.
           MOVE HS-ORDER-UP-TO TO WS-CURRENT-ORDER-UP-TO.

       230-Finish-Part.
      *    A part with no snapshot inside the window has dropped off
      *    the counter's feed and is left alone. One snapshot, or
      *    several on the same day, gives no elapsed time to measure
      *    usage over.
           EVALUATE TRUE
               WHEN WS-WINDOW-SNAPSHOTS = ZERO
                   ADD 1 TO WS-PARTS-NOT-IN-WINDOW-CTR
               WHEN WS-LAST-SERIAL = WS-FIRST-SERIAL
                   ADD 1 TO WS-SHORT-HISTORY-CTR
                   MOVE 'HIST' TO UW-FLAG
                   PERFORM 260-Write-Exception
               WHEN OTHER
                   PERFORM 240-Read-Part-Master
                   IF PART-FOUND
                       PERFORM 250-Compute-Recommendation
                   ELSE
                       ADD 1 TO WS-NO-PART-CTR
                       MOVE 'PMST' TO UW-FLAG
                       PERFORM 260-Write-Exception
                   END-IF
           END-EVALUATE.

       240-Read-Part-Master.
           MOVE WS-GROUP-PART TO PM-PART-NUMBER.
           READ PARTMSTR
               INVALID KEY
                   MOVE 'N' TO WS-PART-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PART-FOUND-SW
           END-READ.
           IF PART-FOUND AND IN-PARTMSTR-KEY NOT = '00'
               DISPLAY 'PARTMSTR reading problem - STATUS '
                   IN-PARTMSTR-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.

       250-Compute-Recommendation.
           COMPUTE WS-CONSUMPTION =
               WS-FIRST-QTY-ON-HAND + WS-WINDOW-RECEIPTS
               - WS-LAST-QTY-ON-HAND.
           IF WS-CONSUMPTION < ZERO
               MOVE ZERO TO WS-CONSUMPTION
           END-IF.
           IF WS-CONSUMPTION = ZERO
               ADD 1 TO WS-NO-USAGE-CTR
           END-IF.
           COMPUTE WS-SPAN-DAYS = WS-LAST-SERIAL - WS-FIRST-SERIAL.
           COMPUTE WS-AVG-DAILY-USAGE ROUNDED =
               WS-CONSUMPTION / WS-SPAN-DAYS
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-AVG-DAILY-USAGE
           END-COMPUTE.
           COMPUTE WS-COVER-DAYS =
               PM-WEEKS-LEAD-TIME * 7 + WS-SAFETY-DAYS.
           COMPUTE WS-NEW-REORDER-POINT ROUNDED =
               WS-AVG-DAILY-USAGE * WS-COVER-DAYS
               ON SIZE ERROR
                   MOVE 9999999 TO WS-NEW-REORDER-POINT
           END-COMPUTE.
           COMPUTE WS-NEW-ORDER-UP-TO ROUNDED =
               WS-NEW-REORDER-POINT
               + WS-AVG-DAILY-USAGE * WS-REVIEW-DAYS
               ON SIZE ERROR
                   MOVE 9999999 TO WS-NEW-ORDER-UP-TO
           END-COMPUTE.
      *    The move is measured on the reorder point, the level that
      *    decides when REORDER proposes. A part held at a zero
      *    reorder point that now needs one has moved as far as it
      *    can.
           COMPUTE WS-POINT-MOVE =
               WS-NEW-REORDER-POINT - WS-CURRENT-REORDER-POINT.
           IF WS-POINT-MOVE < ZERO
               COMPUTE WS-POINT-MOVE-ABS = ZERO - WS-POINT-MOVE
           ELSE
               MOVE WS-POINT-MOVE TO WS-POINT-MOVE-ABS
           END-IF.
           IF WS-CURRENT-REORDER-POINT = ZERO
               IF WS-POINT-MOVE-ABS = ZERO
                   MOVE ZERO TO WS-MOVE-PCT
               ELSE
                   MOVE 99999 TO WS-MOVE-PCT
               END-IF
           ELSE
               COMPUTE WS-MOVE-PCT =
                   WS-POINT-MOVE-ABS * 100 / WS-CURRENT-REORDER-POINT
                   ON SIZE ERROR
                       MOVE 99999 TO WS-MOVE-PCT
               END-COMPUTE
           END-IF.
           PERFORM 270-Write-Recommendation.
           MOVE WS-MOVE-PCT TO UW-MOVE-PCT.
           MOVE WS-NEW-REORDER-POINT TO UW-NEW-REORDER-POINT.
           MOVE WS-NEW-ORDER-UP-TO TO UW-NEW-ORDER-UP-TO.
           MOVE WS-AVG-DAILY-USAGE TO UW-AVG-DAILY-USAGE.
           IF WS-MOVE-PCT > WS-MOVE-PCT-LIMIT
               MOVE '1' TO UW-SEQUENCE-CODE
               MOVE 'MOVE' TO UW-FLAG
               ADD 1 TO WS-MOVERS-CTR
           ELSE
               MOVE '2' TO UW-SEQUENCE-CODE
               MOVE SPACES TO UW-FLAG
           END-IF.
           PERFORM 280-Write-ROPWORK.

       260-Write-Exception.
      *    No recommendation - the part is listed with its current
      *    levels so the counter can see it was looked at. UW-FLAG
      *    was set by the caller.
           MOVE '3' TO UW-SEQUENCE-CODE.
           MOVE ZERO TO UW-MOVE-PCT.
           MOVE ZERO TO UW-NEW-REORDER-POINT.
           MOVE ZERO TO UW-NEW-ORDER-UP-TO.
           MOVE ZERO TO UW-AVG-DAILY-USAGE.
           PERFORM 280-Write-ROPWORK.

       270-Write-Recommendation.
           MOVE SPACES TO ROPRECM-REC.
           MOVE WS-GROUP-PART TO RR-PART-NUMBER.
           MOVE WS-NEW-REORDER-POINT TO RR-REORDER-POINT.
           MOVE WS-NEW-ORDER-UP-TO TO RR-ORDER-UP-TO.
           MOVE WS-CURRENT-REORDER-POINT TO RR-CURRENT-REORDER-POINT.
           MOVE WS-CURRENT-ORDER-UP-TO TO RR-CURRENT-ORDER-UP-TO.
           MOVE WS-AVG-DAILY-USAGE TO RR-AVG-DAILY-USAGE.
           MOVE WS-RUN-DATE TO RR-EFFECTIVE-DATE.
           WRITE ROPRECM-REC.
           IF OUT-ROPRECM-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output ROPRECM writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-RECOMMENDATIONS-CTR.

       280-Write-ROPWORK.
           MOVE WS-GROUP-PART TO UW-PART-NUMBER.
           MOVE WS-CURRENT-REORDER-POINT TO UW-CURRENT-REORDER-POINT.
           MOVE WS-CURRENT-ORDER-UP-TO TO UW-CURRENT-ORDER-UP-TO.
           WRITE ROPWORK-REC FROM WS-REVIEW-RECORD.
           IF IO-ROPWORK-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output ROPWORK writing problem'
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
           OPEN INPUT ONHHIST.
      *    Input File Status Checking for ONHHIST
           IF IN-ONHHIST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input ONHHIST'
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
           OPEN OUTPUT ROPRECM.
      *    Output File Status Checking for ROPRECM
           IF OUT-ROPRECM-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning ROPRECM'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT ROPWORK.
      *    Output File Status Checking for ROPWORK
           IF IO-ROPWORK-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning ROPWORK'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT ROPRVW.
      *    Output File Status Checking for ROPRVW
           IF OUT-ROPRVW-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning ROPRVW'
                GO TO 2000-ABEND-RTN
           END-IF.


       400-Read-ONHHIST.
           READ ONHHIST
      * Set AT END Switch
                AT END MOVE 'Y' TO ONHHIST-EOF-WS
                IF IN-ONHHIST-KEY = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file ONHHIST reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF NOT ONHHIST-EOF
               ADD 1 TO WS-SNAPSHOTS-READ-CTR
           END-IF.


       550-Write-Report-Records.
      *    Output procedure for the ranking SORT - the report titles
      *    and column headings, then one detail line per part
      *    reviewed, movers first.
           PERFORM 560-Write-Report-Titles.
           PERFORM 570-Return-Ranked-Record UNTIL SORTROP-EOF.

       560-Write-Report-Titles.
           MOVE WS-RUN-DATE TO TL-RUN-DATE.
           MOVE WS-WINDOW-DAYS TO TL-WINDOW-DAYS.
           MOVE WS-MOVE-PCT-LIMIT TO TL-MOVE-PCT-LIMIT.
           MOVE WS-SAFETY-DAYS TO TL-SAFETY-DAYS.
           MOVE WS-REVIEW-DAYS TO TL-REVIEW-DAYS.
           WRITE ROPRVW-REC FROM WS-REPORT-TITLE-LINE.
           IF OUT-ROPRVW-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output ROPRVW writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           WRITE ROPRVW-REC FROM WS-REPORT-BASIS-LINE.
           MOVE SPACES TO ROPRVW-REC.
           WRITE ROPRVW-REC.
           WRITE ROPRVW-REC FROM WS-COLUMN-HEADING-LINE.

       570-Return-Ranked-Record.
           RETURN SORTROP
                AT END SET SORTROP-EOF TO TRUE
                NOT AT END PERFORM 580-Write-Detail-Line
           END-RETURN.

       580-Write-Detail-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE US-FLAG TO RW-FLAG.
           MOVE US-PART-NUMBER TO RW-PART-NUMBER.
           MOVE US-CURRENT-REORDER-POINT TO RW-CURRENT-REORDER-POINT.
           MOVE US-NEW-REORDER-POINT TO RW-NEW-REORDER-POINT.
           MOVE US-CURRENT-ORDER-UP-TO TO RW-CURRENT-ORDER-UP-TO.
           MOVE US-NEW-ORDER-UP-TO TO RW-NEW-ORDER-UP-TO.
           MOVE US-MOVE-PCT TO RW-MOVE-PCT.
           MOVE US-AVG-DAILY-USAGE TO RW-AVG-DAILY-USAGE.
           WRITE ROPRVW-REC FROM WS-DETAIL-LINE.
           IF OUT-ROPRVW-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output ROPRVW writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.


       600-CLOSE-FILES.
      *     DISPLAY 'CLOSING FILES'.
           CLOSE ONHHIST, PARTMSTR, ROPRECM, ROPRVW.


       700-Print-Control-Totals.
           DISPLAY '==============================================='.
           DISPLAY 'ROPCALC RUN CONTROL TOTALS'.
           DISPLAY '==============================================='.
           DISPLAY 'SNAPSHOTS READ FROM ONHHIST.......: '
               WS-SNAPSHOTS-READ-CTR.
           DISPLAY 'SNAPSHOTS OUTSIDE REVIEW WINDOW...: '
               WS-SNAPSHOTS-OUTSIDE-CTR.
           DISPLAY 'PARTS ON SNAPSHOT HISTORY.........: '
               WS-PARTS-ON-HISTORY-CTR.
           DISPLAY 'PARTS NOT SNAPPED IN WINDOW.......: '
               WS-PARTS-NOT-IN-WINDOW-CTR.
           DISPLAY 'RECOMMENDATIONS WRITTEN TO ROPRECM: '
               WS-RECOMMENDATIONS-CTR.
           DISPLAY 'RECOMMENDATIONS OVER MOVE LIMIT...: '
               WS-MOVERS-CTR.
           DISPLAY 'RECOMMENDATIONS WITH NO USAGE.....: '
               WS-NO-USAGE-CTR.
           DISPLAY 'PARTS WITH ONE SNAPSHOT DAY - HIST: '
               WS-SHORT-HISTORY-CTR.
           DISPLAY 'PARTS NOT ON PARTMSTR - PMST......: '
               WS-NO-PART-CTR.
           DISPLAY '==============================================='.


       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
