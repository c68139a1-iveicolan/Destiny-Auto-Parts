       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTVAGE.
      ******************************************************************
      * Open return-to-vendor aging report. Reads the keyed return-
      * to-vendor master RTVMSTR that RTVPROC raises RTVs on and
      * RTVMNT settles, and lists every RTV the supplier has not yet
      * credited or replaced, aged by days since the RTV date as of
      * the run date keyed on the control card and bucketed into
      * 0-30, 31-60, 61-90 and over 90 days open. The open RTVs are
      * gathered onto a work file (RVWORK), sorted by supplier and
      * RTV date, and broken on supplier with the debit value still
      * outstanding totalled per bucket for each supplier and for
      * the run as a whole. Settled RTVs are counted on the control
      * totals but left off the report.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The keyed return-to-vendor master, read front to back
           SELECT RTVMSTR ASSIGN TO RTVMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VR-RTV-NUMBER
           FILE STATUS IS IN-RTVMSTR-KEY.

      * Work file holding one record per open RTV, re-sorted by
      * supplier for the report
           SELECT RVWORK ASSIGN TO RVWORK
           FILE STATUS IS IO-RVWORK-KEY.

      * Sort work file used to group the open RTVs by supplier
           SELECT SORTRV ASSIGN TO SRTRV.

      * Output File for the aging report
           SELECT RTVAGERP ASSIGN TO RTVAGERP
           FILE STATUS IS OUT-RTVAGERP-KEY.

       DATA DIVISION.
       FILE SECTION.
      * Keyed return-to-vendor master - see COPY/RTVMST.CPY
       FD  RTVMSTR
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS RTVMSTR-REC.
       01  RTVMSTR-REC.
           COPY RTVMST.

      * One record per open RTV - the RTVMSTR record as read.
       FD  RVWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RVWORK-REC.
       01  RVWORK-REC                        PIC X(120).

       SD  SORTRV
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS SORTRV-REC.
      * Same 120-byte layout as the RTVMST copybook, with its own VS-
      * prefix since SORTRV-REC and RTVMSTR-REC coexist in this
      * program.
       01  SORTRV-REC.
           05  VS-RTV-NUMBER             PIC X(06).
           05  VS-PO-NUMBER              PIC X(06).
           05  VS-PART-NUMBER            PIC X(23).
           05  VS-SUPPLIER-CODE          PIC X(10).
           05  VS-BUYER-CODE             PIC X(03).
           05  VS-QTY-RETURNED           PIC 9(07).
           05  VS-UNIT-PRICE             PIC S9(7)V99.
           05  VS-RETURN-VALUE           PIC S9(14)V99.
           05  VS-RTV-DATE               PIC 9(08).
           05  VS-REMEDY                 PIC X(01).
               88  VS-REPLACEMENT-WANTED     VALUE 'R'.
           05  VS-RTV-STATUS             PIC X(01).
           05  VS-SETTLED-DATE           PIC 9(08).
           05  VS-SETTLED-REFERENCE      PIC X(12).
           05  FILLER                    PIC X(10).

      * Output File for the aging report
       FD  RTVAGERP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTVAGERP-REC.
       01  RTVAGERP-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
      * File status key for the keyed return-to-vendor master
           05 IN-RTVMSTR-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the open RTV work file
           05 IO-RVWORK-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output RTVAGERP
           05 OUT-RTVAGERP-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 RTVMSTR-EOF-WS                     PIC X(01) VALUE 'N'.
           88 RTVMSTR-EOF VALUE 'Y'.
       01 SORTRV-EOF-WS                      PIC X(01) VALUE 'N'.
           88 SORTRV-EOF VALUE 'Y'.

      * Run date keyed on the control card as YYYYMMDD - every open
      * RTV is aged against this date.
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

      * Serials and aging for the RTV in hand
       01 WS-RUN-DATE-SERIAL                 PIC 9(07) VALUE ZERO.
       01 WS-RTV-DATE-SERIAL                 PIC 9(07) VALUE ZERO.
       01 WS-DAYS-OPEN                       PIC S9(05) VALUE ZERO.
       01 WS-AGE-BUCKET                      PIC 9(01) VALUE ZERO.
           88 BUCKET-0-TO-30       VALUE 1.
           88 BUCKET-31-TO-60      VALUE 2.
           88 BUCKET-61-TO-90      VALUE 3.
           88 BUCKET-OVER-90       VALUE 4.

      * Current supplier control group
       01 WS-PREV-SUPPLIER                   PIC X(10) VALUE SPACES.
       01 WS-FIRST-RECORD-SW                 PIC X(01) VALUE 'Y'.
           88 FIRST-RECORD VALUE 'Y'.

      * Debit value outstanding per bucket - one set for the
      * supplier in hand, one for the whole run, subscripted by
      * WS-AGE-BUCKET.
       01 WS-SUPPLIER-BUCKET-TOTALS.
           05 WS-SUPPLIER-BUCKET-VALUE OCCURS 4 TIMES
                                             PIC S9(14)V99 VALUE ZERO.
       01 WS-GRAND-BUCKET-TOTALS.
           05 WS-GRAND-BUCKET-VALUE OCCURS 4 TIMES
                                             PIC S9(14)V99 VALUE ZERO.

      * Run counters for the balancing report
       01 WS-RTVS-READ-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-RTVS-SETTLED-CTR                PIC 9(7) VALUE ZERO.
       01 WS-RTVS-WRITTEN-CTR                PIC 9(7) VALUE ZERO.
       01 WS-RTVS-REPORTED-CTR               PIC 9(7) VALUE ZERO.
       01 WS-SUPPLIERS-REPORTED-CTR          PIC 9(7) VALUE ZERO.
       01 WS-OPEN-VALUE-TOTAL                PIC S9(15)V99 VALUE ZERO.

       01 WS-REPORT-TITLE-LINE.
           05 FILLER                     PIC X(36) VALUE
              'OPEN RETURN-TO-VENDOR AGING REPORT -'.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 TL-RUN-DATE                PIC 9(08).
           05 FILLER                     PIC X(35) VALUE SPACES.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER                     PIC X(39) VALUE
              'RTV     PO NUM PART NUMBER'.
           05 FILLER                     PIC X(41) VALUE
              'RTV DATE  DAYS REMEDY         VALUE'.

       01 WS-SUPPLIER-HEADING-LINE.
           05 FILLER                     PIC X(15) VALUE
              'SUPPLIER CODE: '.
           05 SH-SUPPLIER-CODE           PIC X(10).
           05 FILLER                     PIC X(55) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 DL-RTV-NUMBER              PIC X(06).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 DL-PO-NUMBER               PIC X(06).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-PART-NUMBER             PIC X(23).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-RTV-DATE                PIC 9(08).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-DAYS-OPEN               PIC ZZZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-REMEDY                  PIC X(07).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-RETURN-VALUE            PIC Z(8)9.99-.
           05 FILLER                     PIC X(05) VALUE SPACES.

      * One totals line per bucket, written at each supplier break
      * and again for the run as a whole.
       01 WS-BUCKET-TOTAL-LINE.
           05 BT-LABEL                   PIC X(16).
           05 BT-BUCKET-NAME             PIC X(13).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 BT-VALUE                   PIC Z(13)9.99-.
           05 FILLER                     PIC X(31) VALUE SPACES.

      * Bucket display names, subscripted by WS-AGE-BUCKET
       01 WS-BUCKET-NAME-VALUES.
           05 FILLER                     PIC X(13) VALUE
              '0-30 DAYS    '.
           05 FILLER                     PIC X(13) VALUE
              '31-60 DAYS   '.
           05 FILLER                     PIC X(13) VALUE
              '61-90 DAYS   '.
           05 FILLER                     PIC X(13) VALUE
              'OVER 90 DAYS '.
       01 WS-BUCKET-NAME-TABLE
               REDEFINES WS-BUCKET-NAME-VALUES.
           05 WS-BUCKET-NAME OCCURS 4 TIMES PIC X(13).
       01 WS-BUCKET-IDX                      PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL RTVMSTR-EOF.
           CLOSE RVWORK.
           PERFORM 150-Produce-Report.
           PERFORM 600-CLOSE-FILES.
           PERFORM 700-Print-Control-Totals.
           GOBACK.

       000-Housekeeping.
      * Initialization Routine. The run date comes off the control
      * card and every open RTV is aged against it.
           ACCEPT WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-TO-CHECK.
           PERFORM 290-Edit-YYYYMMDD-Date.
           IF NOT DATE-IS-VALID
               DISPLAY 'RTVAGE: invalid run date on control card - '
                   WS-RUN-DATE
               PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE WS-RUN-DATE TO WS-SERIAL-DATE-IN.
           PERFORM 295-Compute-Date-Serial.
           MOVE WS-DATE-SERIAL TO WS-RUN-DATE-SERIAL.
           PERFORM 300-Open-Files.
      * Priming Read
           PERFORM 400-Read-RTVMSTR.

       100-Main2.
           PERFORM 200-Select-Open-RTV.
           PERFORM 400-Read-RTVMSTR.

       150-Produce-Report.
           SORT SORTRV
               ON ASCENDING KEY VS-SUPPLIER-CODE
               ON ASCENDING KEY VS-RTV-DATE
               ON ASCENDING KEY VS-RTV-NUMBER
               USING RVWORK
               OUTPUT PROCEDURE IS 500-Write-Report-Records.
           IF SORT-RETURN NOT = ZERO THEN
                DISPLAY 'RTVAGE: sort of RVWORK failed'
                PERFORM 2000-ABEND-RTN
           END-IF.

       200-Select-Open-RTV.
      *    Only RTVs the supplier has yet to credit or replace are
      *    aged; settled ones are counted and passed by.
           IF VR-STATUS-OPEN
               PERFORM 510-Write-RVWORK
           ELSE
               ADD 1 TO WS-RTVS-SETTLED-CTR
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
           OPEN INPUT RTVMSTR.
      *    Input File Status Checking for RTVMSTR
           IF IN-RTVMSTR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input RTVMSTR'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT RVWORK.
      *    Output File Status Checking for RVWORK
           IF IO-RVWORK-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning RVWORK'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT RTVAGERP.
      *    Output File Status Checking for RTVAGERP
           IF OUT-RTVAGERP-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning RTVAGERP'
                GO TO 2000-ABEND-RTN
           END-IF.


       400-Read-RTVMSTR.
           READ RTVMSTR NEXT RECORD
      * Set AT END Switch
                AT END MOVE 'Y' TO RTVMSTR-EOF-WS
           END-READ.
           IF NOT RTVMSTR-EOF
               IF IN-RTVMSTR-KEY NOT = '00'
                   DISPLAY
                        '---------------------------------------------'
                   DISPLAY 'RTVMSTR reading problem - STATUS '
                       IN-RTVMSTR-KEY
                   PERFORM 2000-ABEND-RTN
               END-IF
               ADD 1 TO WS-RTVS-READ-CTR
           END-IF.


       500-Write-Report-Records.
      *    Output procedure for the SORT - writes the report title and
      *    column headings, then one control-broken detail section per
      *    supplier as sorted records come back, then the grand
      *    bucket totals for the run.
           PERFORM 515-Write-Report-Titles.
           PERFORM 520-Return-Sorted-Record UNTIL SORTRV-EOF.
           IF NOT FIRST-RECORD
               PERFORM 560-Write-Supplier-Totals
           END-IF.
           PERFORM 570-Write-Grand-Totals.

       510-Write-RVWORK.
           WRITE RVWORK-REC FROM RTVMSTR-REC.
           IF IO-RVWORK-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output RVWORK writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-RTVS-WRITTEN-CTR.

       515-Write-Report-Titles.
           MOVE WS-RUN-DATE TO TL-RUN-DATE.
           WRITE RTVAGERP-REC FROM WS-REPORT-TITLE-LINE.
           IF OUT-RTVAGERP-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output RTVAGERP writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE SPACES TO RTVAGERP-REC.
           WRITE RTVAGERP-REC.
           WRITE RTVAGERP-REC FROM WS-COLUMN-HEADING-LINE.

       520-Return-Sorted-Record.
           RETURN SORTRV
                AT END SET SORTRV-EOF TO TRUE
                NOT AT END PERFORM 530-Age-Open-RTV
           END-RETURN.

       530-Age-Open-RTV.
           PERFORM 535-Determine-Bucket.
           IF NOT FIRST-RECORD
                   AND VS-SUPPLIER-CODE NOT = WS-PREV-SUPPLIER
               PERFORM 560-Write-Supplier-Totals
           END-IF.
           IF FIRST-RECORD
                   OR VS-SUPPLIER-CODE NOT = WS-PREV-SUPPLIER
               PERFORM 540-Write-Supplier-Heading
           END-IF.
           MOVE 'N' TO WS-FIRST-RECORD-SW.
           MOVE VS-SUPPLIER-CODE TO WS-PREV-SUPPLIER.
           PERFORM 550-Write-Detail-Line.
           ADD 1 TO WS-RTVS-REPORTED-CTR.

       535-Determine-Bucket.
      *    Days open is whole days from the RTV date to the run date.
      *    An RTV dated after the run date - the report run for an
      *    earlier day - ages as zero days.
           MOVE VS-RTV-DATE TO WS-SERIAL-DATE-IN.
           PERFORM 295-Compute-Date-Serial.
           MOVE WS-DATE-SERIAL TO WS-RTV-DATE-SERIAL.
           COMPUTE WS-DAYS-OPEN =
               WS-RUN-DATE-SERIAL - WS-RTV-DATE-SERIAL.
           IF WS-DAYS-OPEN < ZERO
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN > 90
                   MOVE 4 TO WS-AGE-BUCKET
               WHEN WS-DAYS-OPEN > 60
                   MOVE 3 TO WS-AGE-BUCKET
               WHEN WS-DAYS-OPEN > 30
                   MOVE 2 TO WS-AGE-BUCKET
               WHEN OTHER
                   MOVE 1 TO WS-AGE-BUCKET
           END-EVALUATE.

       540-Write-Supplier-Heading.
           MOVE SPACES TO RTVAGERP-REC.
           WRITE RTVAGERP-REC.
           MOVE VS-SUPPLIER-CODE TO SH-SUPPLIER-CODE.
           WRITE RTVAGERP-REC FROM WS-SUPPLIER-HEADING-LINE.
           IF OUT-RTVAGERP-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output RTVAGERP writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-SUPPLIERS-REPORTED-CTR.

       550-Write-Detail-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE VS-RTV-NUMBER TO DL-RTV-NUMBER.
           MOVE VS-PO-NUMBER TO DL-PO-NUMBER.
           MOVE VS-PART-NUMBER TO DL-PART-NUMBER.
           MOVE VS-RTV-DATE TO DL-RTV-DATE.
           MOVE WS-DAYS-OPEN TO DL-DAYS-OPEN.
           IF VS-REPLACEMENT-WANTED
               MOVE 'REPLACE' TO DL-REMEDY
           ELSE
               MOVE 'CREDIT' TO DL-REMEDY
           END-IF.
           MOVE VS-RETURN-VALUE TO DL-RETURN-VALUE.
           WRITE RTVAGERP-REC FROM WS-DETAIL-LINE.
           IF OUT-RTVAGERP-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output RTVAGERP writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           ADD VS-RETURN-VALUE
               TO WS-SUPPLIER-BUCKET-VALUE(WS-AGE-BUCKET).
           ADD VS-RETURN-VALUE
               TO WS-GRAND-BUCKET-VALUE(WS-AGE-BUCKET).
           ADD VS-RETURN-VALUE TO WS-OPEN-VALUE-TOTAL.

       560-Write-Supplier-Totals.
      *    Four totals lines - value outstanding per bucket - for the
      *    supplier control group just ended, then the accumulators
      *    are cleared for the next supplier.
           MOVE 'SUPPLIER TOTAL. ' TO BT-LABEL.
           PERFORM 565-Write-One-Supplier-Bucket
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4.

       565-Write-One-Supplier-Bucket.
           MOVE WS-BUCKET-NAME(WS-BUCKET-IDX) TO BT-BUCKET-NAME.
           MOVE WS-SUPPLIER-BUCKET-VALUE(WS-BUCKET-IDX) TO BT-VALUE.
           WRITE RTVAGERP-REC FROM WS-BUCKET-TOTAL-LINE.
           IF OUT-RTVAGERP-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output RTVAGERP writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE ZERO TO WS-SUPPLIER-BUCKET-VALUE(WS-BUCKET-IDX).

       570-Write-Grand-Totals.
           MOVE SPACES TO RTVAGERP-REC.
           WRITE RTVAGERP-REC.
           MOVE 'RUN TOTAL...... ' TO BT-LABEL.
           PERFORM 575-Write-One-Grand-Bucket
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4.

       575-Write-One-Grand-Bucket.
           MOVE WS-BUCKET-NAME(WS-BUCKET-IDX) TO BT-BUCKET-NAME.
           MOVE WS-GRAND-BUCKET-VALUE(WS-BUCKET-IDX) TO BT-VALUE.
           WRITE RTVAGERP-REC FROM WS-BUCKET-TOTAL-LINE.
           IF OUT-RTVAGERP-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output RTVAGERP writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.


       600-CLOSE-FILES.
      *     DISPLAY 'CLOSING FILES'.
           CLOSE RTVMSTR, RTVAGERP.


       700-Print-Control-Totals.
           DISPLAY '==============================================='.
           DISPLAY 'RTVAGE RUN CONTROL TOTALS'.
           DISPLAY '==============================================='.
           DISPLAY 'RTVS READ FROM RTVMSTR............: '
               WS-RTVS-READ-CTR.
           DISPLAY 'RTVS ALREADY SETTLED..............: '
               WS-RTVS-SETTLED-CTR.
           DISPLAY 'OPEN RTVS WRITTEN TO RVWORK.......: '
               WS-RTVS-WRITTEN-CTR.
           DISPLAY 'OPEN RTVS ON AGING REPORT.........: '
               WS-RTVS-REPORTED-CTR.
           DISPLAY 'SUPPLIERS ON AGING REPORT.........: '
               WS-SUPPLIERS-REPORTED-CTR.
           DISPLAY 'TOTAL VALUE OF OPEN RTVS..........: '
               WS-OPEN-VALUE-TOTAL.
           DISPLAY '==============================================='.


       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
