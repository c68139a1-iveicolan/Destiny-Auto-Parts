       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPECIMP.
      ******************************************************************
      * Periodic supersession impact report for engineering. Reads
      * the keyed spec/blueprint revision register SPECREV for every
      * revision that leaves force - superseded or cancelled - after
      * the run date but within the horizon keyed on the control
      * card, and lists them. It then walks the keyed parts master
      * PARTMSTR front to back and lists every part whose SPEC-NUMBER
      * or BLUEPRINT-NUMBER is one of those documents, and walks the
      * keyed open-PO status master POSTATUS and lists every open or
      * partly received line for such a part, with its supplier and
      * buyer, so the suppliers can be moved to the superseding
      * revision before the cutover. A part on both a changing spec
      * and a changing blueprint is listed once for each. Open lines
      * for a part missing from PARTMSTR are counted, not listed.
      * Everything goes to the SPECIMRP report; control totals go to
      * the job log.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The keyed spec/blueprint revision register, read front to
      * back once at startup into the change table
           SELECT SPECREV ASSIGN TO SPECREV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RV-REVISION-KEY
           FILE STATUS IS IN-SPECREV-KEY.

      * The keyed parts master - walked front to back for the parts
      * section and read by key for each open PO line, so the
      * access mode is dynamic
           SELECT PARTMSTR ASSIGN TO PARTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-PART-NUMBER
           FILE STATUS IS IN-PARTMSTR-KEY.

      * The keyed open-PO status master, walked front to back
           SELECT POSTATUS ASSIGN TO POSTATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PS-PO-LINE-KEY
           FILE STATUS IS IN-POSTATUS-KEY.

      * Output File for the impact report
           SELECT SPECIMRP ASSIGN TO SPECIMRP
           FILE STATUS IS OUT-SPECIMRP-KEY.

       DATA DIVISION.
       FILE SECTION.
      * Keyed revision register - see COPY/SPECREV.CPY
       FD  SPECREV
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SPECREV-REC.
       01  SPECREV-REC.
           COPY SPECREV.

      * Keyed parts master - same 92-byte layout as the nightly
      * extract, keyed on the part number.
       FD  PARTMSTR
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS PARTMSTR-REC.
       01  PARTMSTR-REC.
           COPY PARTS.

      * Keyed open-PO status master - see COPY/POSTATUS.CPY
       FD  POSTATUS
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS POSTATUS-REC.
       01  POSTATUS-REC.
           COPY POSTATUS.

      * Output File for the impact report
       FD  SPECIMRP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SPECIMRP-REC.
       01  SPECIMRP-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
      * File status key for the keyed revision register
           05 IN-SPECREV-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed parts master
           05 IN-PARTMSTR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed open-PO status master
           05 IN-POSTATUS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output SPECIMRP
           05 OUT-SPECIMRP-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 SPECREV-EOF-WS                     PIC X(01) VALUE 'N'.
           88 SPECREV-EOF VALUE 'Y'.
       01 PARTMSTR-EOF-WS                    PIC X(01) VALUE 'N'.
           88 PARTMSTR-EOF VALUE 'Y'.
       01 POSTATUS-EOF-WS                    PIC X(01) VALUE 'N'.
           88 POSTATUS-EOF VALUE 'Y'.

      * Run date and look-ahead horizon in days, off the control
      * card.
       01 WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
       01 WS-HORIZON-DAYS                    PIC 9(03) VALUE ZERO.

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

      * Serials bounding the look-ahead - a revision leaving force
      * after the run date and no later than the horizon serial is
      * about to change.
       01 WS-RUN-DATE-SERIAL                 PIC 9(07) VALUE ZERO.
       01 WS-HORIZON-SERIAL                  PIC 9(07) VALUE ZERO.

      * Revisions about to leave force, loaded once at startup and
      * searched for every part's spec and blueprint.
       01 WS-CHANGE-TABLE.
           05 WS-CHANGE-COUNT               PIC 9(04) VALUE ZERO.
           05 WS-CHANGE-ENTRY OCCURS 1000 TIMES INDEXED BY CH-IDX.
               10 CH-DOCUMENT-KEY.
                   15 CH-DOCUMENT-TYPE      PIC X(01).
                   15 CH-DOCUMENT-NUMBER    PIC X(10).
               10 CH-REVISION               PIC X(03).
               10 CH-EFFECTIVE-DATE         PIC 9(08).
               10 CH-SUPERSEDING-REV        PIC X(03).
       01 WS-CHANGE-FOUND-SW                 PIC X(01) VALUE 'N'.
           88 CHANGE-ENTRY-FOUND VALUE 'Y'.
      * Callers move the type and number they are looking for here
      * before performing 230-Find-Change-Entry.
       01 WS-CHANGE-SEARCH-KEY.
           05 WS-SEARCH-DOCUMENT-TYPE       PIC X(01) VALUE SPACES.
           05 WS-SEARCH-DOCUMENT-NUMBER     PIC X(10) VALUE SPACES.

      * Part found or not on the keyed parts master for the PO line
      * in hand, and whether the part or line in hand has already
      * been counted as impacted.
       01 WS-PART-FOUND-SW                   PIC X(01) VALUE 'N'.
           88 PART-FOUND VALUE 'Y'.
       01 WS-IMPACTED-SW                     PIC X(01) VALUE 'N'.
           88 ALREADY-IMPACTED VALUE 'Y'.

      * Run counters for the balancing report
       01 WS-REVISIONS-READ-CTR              PIC 9(7) VALUE ZERO.
       01 WS-REVISIONS-CHANGING-CTR          PIC 9(7) VALUE ZERO.
       01 WS-PARTS-READ-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-PARTS-IMPACTED-CTR              PIC 9(7) VALUE ZERO.
       01 WS-LINES-READ-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-OPEN-LINES-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-LINES-IMPACTED-CTR              PIC 9(7) VALUE ZERO.
       01 WS-NO-PART-CTR                     PIC 9(7) VALUE ZERO.

       01 WS-REPORT-TITLE-LINE.
           05 FILLER                     PIC X(37) VALUE
              'SPEC/BLUEPRINT SUPERSESSION IMPACT - '.
           05 IT-RUN-DATE                PIC 9(08).
           05 FILLER                     PIC X(10) VALUE
              '  HORIZON '.
           05 IT-HORIZON-DAYS            PIC ZZ9.
           05 FILLER                     PIC X(22) VALUE ' DAYS'.

       01 WS-CHANGE-TITLE-LINE.
           05 FILLER                     PIC X(80) VALUE
              'REVISIONS LEAVING FORCE WITHIN THE HORIZON'.

       01 WS-CHANGE-HEADING-LINE.
           05 FILLER                     PIC X(80) VALUE
              'T DOCUMENT   REV S EFFECT   NEW DAYS TITLE'.

       01 WS-CHANGE-LINE.
           05 IR-DOCUMENT-TYPE           PIC X(01).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IR-DOCUMENT-NUMBER         PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IR-REVISION                PIC X(03).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IR-REVISION-STATUS         PIC X(01).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IR-EFFECTIVE-DATE          PIC 9(08).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IR-SUPERSEDING-REV         PIC X(03).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IR-DAYS-TO-CUTOVER         PIC ZZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IR-DOCUMENT-TITLE          PIC X(30).
           05 FILLER                     PIC X(13) VALUE SPACES.

       01 WS-PART-TITLE-LINE.
           05 FILLER                     PIC X(80) VALUE
              'PARTS ON PARTMSTR BUILT TO A CHANGING SPEC OR BLUEPRINT'.

       01 WS-PART-HEADING-LINE.
           05 FILLER                     PIC X(80) VALUE
              'PART NUMBER             G T DOCUMENT   REV EFFECT   NEW'.

       01 WS-PART-LINE.
           05 IP-PART-NUMBER             PIC X(23).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IP-GOVT-COMML-CODE         PIC X(01).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IP-DOCUMENT-TYPE           PIC X(01).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IP-DOCUMENT-NUMBER         PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IP-REVISION                PIC X(03).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IP-EFFECTIVE-DATE          PIC 9(08).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IP-SUPERSEDING-REV         PIC X(03).
           05 FILLER                     PIC X(25) VALUE SPACES.

       01 WS-LINE-TITLE-LINE.
           05 FILLER                     PIC X(80) VALUE
              'OPEN PO LINES FOR PARTS ON A CHANGING SPEC OR BLUEPRINT'.

       01 WS-LINE-HEADING-LINE.
           05 FILLER                     PIC X(40) VALUE
              'PO NUM PART NUMBER             SUPPLIER'.
           05 FILLER                     PIC X(40) VALUE
              '   BUY T DOCUMENT   EFFECT   NEW'.

       01 WS-PO-LINE.
           05 IL-PO-NUMBER               PIC X(06).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IL-PART-NUMBER             PIC X(23).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IL-SUPPLIER-CODE           PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IL-BUYER-CODE              PIC X(03).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IL-DOCUMENT-TYPE           PIC X(01).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IL-DOCUMENT-NUMBER         PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IL-EFFECTIVE-DATE          PIC 9(08).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 IL-SUPERSEDING-REV         PIC X(03).
           05 FILLER                     PIC X(09) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL PARTMSTR-EOF.
           PERFORM 340-Write-Line-Titles.
           PERFORM 420-Read-POSTATUS.
           PERFORM 150-Scan-PO-Lines UNTIL POSTATUS-EOF.
           PERFORM 600-CLOSE-FILES.
           PERFORM 700-Print-Control-Totals.
           GOBACK.

       000-Housekeeping.
      * Initialization Routine. The run date and the look-ahead
      * horizon come off the control card; the horizon serial is the
      * run date's serial plus the horizon days.
           ACCEPT WS-RUN-DATE.
           ACCEPT WS-HORIZON-DAYS.
           MOVE WS-RUN-DATE TO WS-DATE-TO-CHECK.
           PERFORM 290-Edit-YYYYMMDD-Date.
           IF NOT DATE-IS-VALID
               DISPLAY 'SPECIMP: invalid run date on control card - '
                   WS-RUN-DATE
               PERFORM 2000-ABEND-RTN
           END-IF.
           IF WS-HORIZON-DAYS NOT NUMERIC
                   OR WS-HORIZON-DAYS = ZERO
               DISPLAY 'SPECIMP: horizon days on control card must '
                   'be numeric and above zero'
               PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE WS-RUN-DATE TO WS-SERIAL-DATE-IN.
           PERFORM 295-Compute-Date-Serial.
           MOVE WS-DATE-SERIAL TO WS-RUN-DATE-SERIAL.
           COMPUTE WS-HORIZON-SERIAL =
               WS-RUN-DATE-SERIAL + WS-HORIZON-DAYS.
           PERFORM 300-Open-Files.
           PERFORM 320-Write-Change-Titles.
           PERFORM 310-Load-Change-Table UNTIL SPECREV-EOF.
           PERFORM 330-Write-Part-Titles.
      * Priming Read
           PERFORM 410-Read-PARTMSTR.

       100-Main2.
           PERFORM 200-Check-Part.
           PERFORM 410-Read-PARTMSTR.

       150-Scan-PO-Lines.
           PERFORM 250-Check-PO-Line.
           PERFORM 420-Read-POSTATUS.

       200-Check-Part.
      *    The part's spec and blueprint are each looked up among the
      *    revisions about to leave force; the part is counted once
      *    however many of its documents are changing.
           MOVE 'N' TO WS-IMPACTED-SW.
           IF PM-SPEC-NUMBER NOT = SPACES
               MOVE 'S' TO WS-SEARCH-DOCUMENT-TYPE
               MOVE PM-SPEC-NUMBER TO WS-SEARCH-DOCUMENT-NUMBER
               PERFORM 230-Find-Change-Entry
               IF CHANGE-ENTRY-FOUND
                   PERFORM 500-Write-Part-Line
               END-IF
           END-IF.
           IF PM-BLUEPRINT-NUMBER NOT = SPACES
               MOVE 'B' TO WS-SEARCH-DOCUMENT-TYPE
               MOVE PM-BLUEPRINT-NUMBER TO WS-SEARCH-DOCUMENT-NUMBER
               PERFORM 230-Find-Change-Entry
               IF CHANGE-ENTRY-FOUND
                   PERFORM 500-Write-Part-Line
               END-IF
           END-IF.

       230-Find-Change-Entry.
      *    Linear scan of the change table for the type and number
      *    the caller placed in WS-CHANGE-SEARCH-KEY. The VARYING
      *    loop leaves the index one past the hit, so it is stepped
      *    back before the caller picks up the revision.
           MOVE 'N' TO WS-CHANGE-FOUND-SW.
           PERFORM 235-Check-Change-Entry
               VARYING CH-IDX FROM 1 BY 1
               UNTIL CH-IDX > WS-CHANGE-COUNT
                  OR CHANGE-ENTRY-FOUND.
           IF CHANGE-ENTRY-FOUND
               SET CH-IDX DOWN BY 1
           END-IF.

       235-Check-Change-Entry.
           IF CH-DOCUMENT-KEY(CH-IDX) = WS-CHANGE-SEARCH-KEY
               SET CHANGE-ENTRY-FOUND TO TRUE
           END-IF.

       250-Check-PO-Line.
      *    Only lines still expecting goods matter - received and
      *    closed lines are past the point of moving the supplier.
           IF PS-STATUS-OPEN OR PS-STATUS-PARTIAL
               ADD 1 TO WS-OPEN-LINES-CTR
               PERFORM 260-Read-Part-Master
               IF NOT PART-FOUND
                   ADD 1 TO WS-NO-PART-CTR
               ELSE
                   PERFORM 270-Check-Line-Documents
               END-IF
           END-IF.

       260-Read-Part-Master.
           MOVE PS-PART-NUMBER TO PM-PART-NUMBER.
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

       270-Check-Line-Documents.
           MOVE 'N' TO WS-IMPACTED-SW.
           IF PM-SPEC-NUMBER NOT = SPACES
               MOVE 'S' TO WS-SEARCH-DOCUMENT-TYPE
               MOVE PM-SPEC-NUMBER TO WS-SEARCH-DOCUMENT-NUMBER
               PERFORM 230-Find-Change-Entry
               IF CHANGE-ENTRY-FOUND
                   PERFORM 510-Write-PO-Line
               END-IF
           END-IF.
           IF PM-BLUEPRINT-NUMBER NOT = SPACES
               MOVE 'B' TO WS-SEARCH-DOCUMENT-TYPE
               MOVE PM-BLUEPRINT-NUMBER TO WS-SEARCH-DOCUMENT-NUMBER
               PERFORM 230-Find-Change-Entry
               IF CHANGE-ENTRY-FOUND
                   PERFORM 510-Write-PO-Line
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
           OPEN INPUT SPECREV.
      *    Input File Status Checking for SPECREV
           IF IN-SPECREV-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input SPECREV'
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
           OPEN INPUT POSTATUS.
      *    Input File Status Checking for POSTATUS
           IF IN-POSTATUS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input POSTATUS'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT SPECIMRP.
      *    Output File Status Checking for SPECIMRP
           IF OUT-SPECIMRP-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning SPECIMRP'
                GO TO 2000-ABEND-RTN
           END-IF.

       310-Load-Change-Table.
      *    A superseded or cancelled revision whose effective date
      *    falls after the run date and inside the horizon is about
      *    to leave force - it is listed here and kept for the part
      *    and PO line passes. The register's dates were edited by
      *    SPECMNT, so the serial conversion can trust them.
           READ SPECREV
                AT END SET SPECREV-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-REVISIONS-READ-CTR
                    IF RV-WITHDRAWN
                            AND RV-EFFECTIVE-DATE > WS-RUN-DATE
                        MOVE RV-EFFECTIVE-DATE TO WS-SERIAL-DATE-IN
                        PERFORM 295-Compute-Date-Serial
                        IF WS-DATE-SERIAL NOT > WS-HORIZON-SERIAL
                            PERFORM 315-Add-Change-Entry
                        END-IF
                    END-IF
           END-READ.
           IF NOT SPECREV-EOF AND IN-SPECREV-KEY NOT = '00'
               DISPLAY 'SPECREV reading problem - STATUS '
                   IN-SPECREV-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.

       315-Add-Change-Entry.
           IF WS-CHANGE-COUNT >= 1000
               DISPLAY 'SPECREV has more than 1000 changing revisions'
               DISPLAY 'WS-CHANGE-TABLE is too small'
               PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
           SET CH-IDX TO WS-CHANGE-COUNT.
           MOVE RV-DOCUMENT-TYPE TO CH-DOCUMENT-TYPE(CH-IDX).
           MOVE RV-DOCUMENT-NUMBER TO CH-DOCUMENT-NUMBER(CH-IDX).
           MOVE RV-REVISION TO CH-REVISION(CH-IDX).
           MOVE RV-EFFECTIVE-DATE TO CH-EFFECTIVE-DATE(CH-IDX).
           MOVE RV-SUPERSEDING-REV TO CH-SUPERSEDING-REV(CH-IDX).
           ADD 1 TO WS-REVISIONS-CHANGING-CTR.
           MOVE SPACES TO WS-CHANGE-LINE.
           MOVE RV-DOCUMENT-TYPE TO IR-DOCUMENT-TYPE.
           MOVE RV-DOCUMENT-NUMBER TO IR-DOCUMENT-NUMBER.
           MOVE RV-REVISION TO IR-REVISION.
           MOVE RV-REVISION-STATUS TO IR-REVISION-STATUS.
           MOVE RV-EFFECTIVE-DATE TO IR-EFFECTIVE-DATE.
           MOVE RV-SUPERSEDING-REV TO IR-SUPERSEDING-REV.
           COMPUTE IR-DAYS-TO-CUTOVER =
               WS-DATE-SERIAL - WS-RUN-DATE-SERIAL.
           MOVE RV-DOCUMENT-TITLE TO IR-DOCUMENT-TITLE.
           WRITE SPECIMRP-REC FROM WS-CHANGE-LINE.
           IF OUT-SPECIMRP-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output SPECIMRP writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.

       320-Write-Change-Titles.
           MOVE WS-RUN-DATE TO IT-RUN-DATE.
           MOVE WS-HORIZON-DAYS TO IT-HORIZON-DAYS.
           WRITE SPECIMRP-REC FROM WS-REPORT-TITLE-LINE.
           IF OUT-SPECIMRP-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output SPECIMRP writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE SPACES TO SPECIMRP-REC.
           WRITE SPECIMRP-REC.
           WRITE SPECIMRP-REC FROM WS-CHANGE-TITLE-LINE.
           WRITE SPECIMRP-REC FROM WS-CHANGE-HEADING-LINE.

       330-Write-Part-Titles.
           MOVE SPACES TO SPECIMRP-REC.
           WRITE SPECIMRP-REC.
           IF OUT-SPECIMRP-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output SPECIMRP writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           WRITE SPECIMRP-REC FROM WS-PART-TITLE-LINE.
           WRITE SPECIMRP-REC FROM WS-PART-HEADING-LINE.

       340-Write-Line-Titles.
           MOVE SPACES TO SPECIMRP-REC.
           WRITE SPECIMRP-REC.
           IF OUT-SPECIMRP-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output SPECIMRP writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           WRITE SPECIMRP-REC FROM WS-LINE-TITLE-LINE.
           WRITE SPECIMRP-REC FROM WS-LINE-HEADING-LINE.


       410-Read-PARTMSTR.
           READ PARTMSTR NEXT RECORD
      * Set AT END Switch
                AT END MOVE 'Y' TO PARTMSTR-EOF-WS
           END-READ.
           IF NOT PARTMSTR-EOF
               IF IN-PARTMSTR-KEY NOT = '00' THEN
                   DISPLAY
                       '---------------------------------------------'
                   DISPLAY 'Input file PARTMSTR reading problem'
                   PERFORM 2000-ABEND-RTN
               END-IF
               ADD 1 TO WS-PARTS-READ-CTR
           END-IF.

       420-Read-POSTATUS.
           READ POSTATUS
      * Set AT END Switch
                AT END MOVE 'Y' TO POSTATUS-EOF-WS
           END-READ.
           IF NOT POSTATUS-EOF
               IF IN-POSTATUS-KEY NOT = '00' THEN
                   DISPLAY
                       '---------------------------------------------'
                   DISPLAY 'Input file POSTATUS reading problem'
                   PERFORM 2000-ABEND-RTN
               END-IF
               ADD 1 TO WS-LINES-READ-CTR
           END-IF.


       500-Write-Part-Line.
      *    One line per changing document the part is built to;
      *    CH-IDX is on the table entry 230-Find-Change-Entry found.
           MOVE SPACES TO WS-PART-LINE.
           MOVE PM-PART-NUMBER TO IP-PART-NUMBER.
           MOVE PM-GOVT-COMML-CODE TO IP-GOVT-COMML-CODE.
           MOVE CH-DOCUMENT-TYPE(CH-IDX) TO IP-DOCUMENT-TYPE.
           MOVE CH-DOCUMENT-NUMBER(CH-IDX) TO IP-DOCUMENT-NUMBER.
           MOVE CH-REVISION(CH-IDX) TO IP-REVISION.
           MOVE CH-EFFECTIVE-DATE(CH-IDX) TO IP-EFFECTIVE-DATE.
           MOVE CH-SUPERSEDING-REV(CH-IDX) TO IP-SUPERSEDING-REV.
           WRITE SPECIMRP-REC FROM WS-PART-LINE.
           IF OUT-SPECIMRP-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output SPECIMRP writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           IF NOT ALREADY-IMPACTED
               ADD 1 TO WS-PARTS-IMPACTED-CTR
               SET ALREADY-IMPACTED TO TRUE
           END-IF.

       510-Write-PO-Line.
      *    One line per changing document the line's part is built
      *    to, with the supplier and buyer who have to act on it.
           MOVE SPACES TO WS-PO-LINE.
           MOVE PS-PO-NUMBER TO IL-PO-NUMBER.
           MOVE PS-PART-NUMBER TO IL-PART-NUMBER.
           MOVE PS-SUPPLIER-CODE TO IL-SUPPLIER-CODE.
           MOVE PS-BUYER-CODE TO IL-BUYER-CODE.
           MOVE CH-DOCUMENT-TYPE(CH-IDX) TO IL-DOCUMENT-TYPE.
           MOVE CH-DOCUMENT-NUMBER(CH-IDX) TO IL-DOCUMENT-NUMBER.
           MOVE CH-EFFECTIVE-DATE(CH-IDX) TO IL-EFFECTIVE-DATE.
           MOVE CH-SUPERSEDING-REV(CH-IDX) TO IL-SUPERSEDING-REV.
           WRITE SPECIMRP-REC FROM WS-PO-LINE.
           IF OUT-SPECIMRP-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output SPECIMRP writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           IF NOT ALREADY-IMPACTED
               ADD 1 TO WS-LINES-IMPACTED-CTR
               SET ALREADY-IMPACTED TO TRUE
           END-IF.


       600-CLOSE-FILES.
      *     DISPLAY 'CLOSING FILES'.
           CLOSE SPECREV, PARTMSTR, POSTATUS, SPECIMRP.


       700-Print-Control-Totals.
           DISPLAY '==============================================='.
           DISPLAY 'SPECIMP RUN CONTROL TOTALS'.
           DISPLAY '==============================================='.
           DISPLAY 'REVISIONS READ FROM SPECREV.......: '
               WS-REVISIONS-READ-CTR.
           DISPLAY 'REVISIONS LEAVING FORCE IN HORIZON: '
               WS-REVISIONS-CHANGING-CTR.
           DISPLAY 'PARTS READ FROM PARTMSTR..........: '
               WS-PARTS-READ-CTR.
           DISPLAY 'PARTS ON A CHANGING SPEC/BLUEPRINT: '
               WS-PARTS-IMPACTED-CTR.
           DISPLAY 'PO LINES READ FROM POSTATUS.......: '
               WS-LINES-READ-CTR.
           DISPLAY 'OPEN PO LINES CHECKED.............: '
               WS-OPEN-LINES-CTR.
           DISPLAY 'OPEN PO LINES ON A CHANGING DOC...: '
               WS-LINES-IMPACTED-CTR.
           DISPLAY 'OPEN PO LINES - PART NOT ON MASTER: '
               WS-NO-PART-CTR.
           DISPLAY '==============================================='.


       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
