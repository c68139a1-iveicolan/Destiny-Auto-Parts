      * supply, 01 = part found but nothing on order (special
      * order), 02 = unknown part or no vehicle match, 09 = request
      * not recognized.
      * A part that engineering has replaced is answered through the
      * keyed supersession file PARTSUPR: the chain is followed from
      * the part asked for to the part now current as of the run
      * date on the control card, the answer carries the current
      * part and its supply, and RS-SUBSTITUTION-CODE carries the
      * relationship type of the last link followed so the counter
      * knows a different part number was substituted. An
      * interchangeable link is only followed when the part in hand
      * has no open supply of its own.
      ******************************************************************

       ENVIRONMENT DIVISION.
           RECORD KEY IS PM-PART-NUMBER
           FILE STATUS IS IN-PARTMSTR-KEY.

      * The keyed supersession file, read by key to follow a
      * replaced part to its current part number
           SELECT PARTSUPR ASSIGN TO PARTSUPR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SS-OLD-PART-NUMBER
           FILE STATUS IS IN-PARTSUPR-KEY.

      * The keyed open-PO status master, scanned once at startup to
      * total each part's open supply
           SELECT POSTATUS ASSIGN TO POSTATUS
       01  PARTMSTR-REC.
           COPY PARTS.

      * Keyed supersession file - see COPY/PARTSUPR.CPY
       FD  PARTSUPR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARTSUPR-REC.
       01  PARTSUPR-REC.
           COPY PARTSUPR.

      * Keyed open-PO status master - see COPY/POSTATUS.CPY
       FD  POSTATUS
           RECORD CONTAINS 97 CHARACTERS
       FD  PARTRESP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 115 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTRESP-REC.
       01  PARTRESP-REC.
           05  RS-ON-ORDER-QTY           PIC 9(07).
           05  RS-SUPPLIER-NAME          PIC X(15).
           05  RS-SUPPLIER-RATING        PIC X(01).
      *    Blank when the part asked for answered for itself; the
      *    PARTSUPR relationship type when a replacement was
      *    substituted.
           05  RS-SUBSTITUTION-CODE      PIC X(01).
               88  RS-NOT-SUBSTITUTED        VALUE SPACE.
               88  RS-SUBSTITUTED            VALUE 'S' 'I' 'U'.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
           05 IN-PARTMSTR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed supersession file
           05 IN-PARTSUPR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed open-PO status master
           05 IN-POSTATUS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
       01 WS-PART-FOUND-SW                   PIC X(01) VALUE 'N'.
           88 PART-FOUND VALUE 'Y'.

      * Run date keyed on the control card as YYYYMMDD - a
      * supersession link is only followed once its effective date
      * has been reached.
       01 WS-RUN-DATE                        PIC 9(08) VALUE ZERO.

      * No supersession file yet (status 35 on the open) simply
      * means no part has been replaced.
       01 WS-PARTSUPR-OPEN-SW                PIC X(01) VALUE 'N'.
           88 PARTSUPR-OPEN VALUE 'Y'.

      * Supersession chain walk for the part in hand. The depth
      * limit matches the PSUPMNT edit, which also keeps chains from
      * looping; the limit here only guards against a file that was
      * loaded some other way.
       01 WS-CHAIN-DEPTH                     PIC 9(03) VALUE ZERO.
       01 WS-CHAIN-DEPTH-LIMIT               PIC 9(03) VALUE 20.
       01 WS-CHAIN-END-SW                    PIC X(01) VALUE 'N'.
           88 CHAIN-END VALUE 'Y'.
       01 WS-LINK-FOUND-SW                   PIC X(01) VALUE 'N'.
           88 LINK-FOUND VALUE 'Y'.
       01 WS-REPLACEMENT-FOUND-SW            PIC X(01) VALUE 'N'.
           88 REPLACEMENT-FOUND VALUE 'Y'.
      * The part in hand before a link is followed, put back if the
      * replacement has since gone from the parts master.
       01 WS-SAVED-PART-REC                  PIC X(92) VALUE SPACES.

      * Shared YYYYMMDD date-format edit - callers move the date to
      * WS-DATE-TO-CHECK, PERFORM 290-Edit-YYYYMMDD-Date, then test
      * DATE-IS-VALID.
       01 WS-DATE-EDIT-FIELDS.
           05 WS-DATE-TO-CHECK               PIC 9(08) VALUE ZERO.
           05 WS-DATE-MM                     PIC 9(02) VALUE ZERO.
           05 WS-DATE-DD                     PIC 9(02) VALUE ZERO.
           05 WS-DATE-VALID-SW               PIC X(01) VALUE 'Y'.
               88 DATE-IS-VALID VALUE 'Y'.

      * Per-part open supply, accumulated from the POSTATUS scan at
      * startup: the total still-open quantity and the earliest
      * outstanding promise date with its supplier. Sized well above
       01 WS-SPECIAL-ORDER-CTR               PIC 9(7) VALUE ZERO.
       01 WS-UNKNOWN-PART-CTR                PIC 9(7) VALUE ZERO.
       01 WS-BAD-REQUEST-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-SUBSTITUTED-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-POSTATUS-LINES-CTR              PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
           GOBACK.

       000-Housekeeping.
      * Initialization Routine. The run date comes off the control
      * card; supersession links dated after it are not yet followed.
           ACCEPT WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-TO-CHECK.
           PERFORM 290-Edit-YYYYMMDD-Date.
           IF NOT DATE-IS-VALID
               DISPLAY 'PARTINQ: invalid run date on control card - '
                   WS-RUN-DATE
               PERFORM 2000-ABEND-RTN
           END-IF.
           PERFORM 300-Open-Files.
           PERFORM 310-Load-Supplier-Table UNTIL SUPPCONS-EOF.
           PERFORM 320-Scan-POSTATUS UNTIL POSTATUS-EOF.
               MOVE '02' TO RS-RESPONSE-CODE
               ADD 1 TO WS-UNKNOWN-PART-CTR
           ELSE
               PERFORM 250-Follow-Supersession
               MOVE PM-PART-NUMBER TO RS-PART-NUMBER
               MOVE PM-PART-NAME TO RS-PART-NAME
               MOVE PM-WEEKS-LEAD-TIME TO RS-WEEKS-LEAD-TIME
           END-IF.


       250-Follow-Supersession.
      *    Follows the part in hand down its supersession chain,
      *    leaving the current part's master record in PARTMSTR-REC
      *    for the answer. Each link followed overwrites the
      *    substitution code, so the code reported is that of the
      *    last link - the one that produced the answered part.
           MOVE ZERO TO WS-CHAIN-DEPTH.
           MOVE 'N' TO WS-CHAIN-END-SW.
           IF PARTSUPR-OPEN
               PERFORM 255-Follow-One-Link UNTIL CHAIN-END
           END-IF.
           IF RS-SUBSTITUTED
               ADD 1 TO WS-SUBSTITUTED-CTR
           END-IF.

       255-Follow-One-Link.
           IF WS-CHAIN-DEPTH >= WS-CHAIN-DEPTH-LIMIT
               SET CHAIN-END TO TRUE
           ELSE
               PERFORM 260-Read-Supersession
               IF NOT LINK-FOUND
                       OR SS-EFFECTIVE-DATE > WS-RUN-DATE
                   SET CHAIN-END TO TRUE
               ELSE
                   IF SS-INTERCHANGEABLE
                       MOVE PM-PART-NUMBER TO WS-SUPPLY-SEARCH-KEY
                       PERFORM 520-Find-Supply-Entry
                       IF SUPPLY-ENTRY-FOUND
                               AND SY-OPEN-QTY(SY-IDX) > ZERO
                           SET CHAIN-END TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT CHAIN-END
                   PERFORM 265-Read-Replacement-Part
               END-IF
           END-IF.

       260-Read-Supersession.
           MOVE PM-PART-NUMBER TO SS-OLD-PART-NUMBER.
           READ PARTSUPR
               INVALID KEY
                   MOVE 'N' TO WS-LINK-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LINK-FOUND-SW
           END-READ.
           IF LINK-FOUND AND IN-PARTSUPR-KEY NOT = '00'
               DISPLAY 'PARTSUPR reading problem - STATUS '
                   IN-PARTSUPR-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.

       265-Read-Replacement-Part.
      *    PSUPMNT only accepts a link whose parts are both on the
      *    master, but a replacement deleted from PARTMSTR since
      *    then leaves the chain ending at the part in hand.
           MOVE PARTMSTR-REC TO WS-SAVED-PART-REC.
           MOVE SS-NEW-PART-NUMBER TO PM-PART-NUMBER.
           READ PARTMSTR
               INVALID KEY
                   MOVE 'N' TO WS-REPLACEMENT-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REPLACEMENT-FOUND-SW
           END-READ.
           IF REPLACEMENT-FOUND AND IN-PARTMSTR-KEY NOT = '00'
               DISPLAY 'PARTMSTR reading problem - STATUS '
                   IN-PARTMSTR-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.
           IF REPLACEMENT-FOUND
               MOVE SS-RELATION-TYPE TO RS-SUBSTITUTION-CODE
               ADD 1 TO WS-CHAIN-DEPTH
           ELSE
               MOVE WS-SAVED-PART-REC TO PARTMSTR-REC
               SET CHAIN-END TO TRUE
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
           OPEN INPUT PARTRQST.
                DISPLAY 'File Problem openning Input PARTMSTR'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT PARTSUPR.
      *    Input File Status Checking for PARTSUPR - status 35 means
      *    no supersession file has been built yet
           IF IN-PARTSUPR-KEY = '00'
               SET PARTSUPR-OPEN TO TRUE
           ELSE
               IF IN-PARTSUPR-KEY NOT = '35' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'File Problem openning Input PARTSUPR'
                    GO TO 2000-ABEND-RTN
               END-IF
           END-IF.
           OPEN INPUT POSTATUS.
      *    Input File Status Checking for POSTATUS
           IF IN-POSTATUS-KEY NOT = '00' THEN
       600-CLOSE-FILES.
      *     DISPLAY 'CLOSING FILES'.
           CLOSE PARTRQST, PARTMSTR, POSTATUS, SUPPCONS, PARTRESP.
           IF PARTSUPR-OPEN
               CLOSE PARTSUPR
           END-IF.


       700-Print-Control-Totals.
               WS-UNKNOWN-PART-CTR.
           DISPLAY 'REQUESTS NOT RECOGNIZED...........: '
               WS-BAD-REQUEST-CTR.
           DISPLAY 'ANSWERED WITH A REPLACEMENT PART..: '
               WS-SUBSTITUTED-CTR.
           DISPLAY '==============================================='.


