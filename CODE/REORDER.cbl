      * Parts below reorder point with zero lead time on file are
      * flagged on the worksheet rather than proposed, since the
      * date math would be meaningless.
      * Parts replaced through the keyed supersession file PARTSUPR
      * (superseded, or use-up-then-switch, effective by the run
      * date) are never proposed - they are listed on the worksheet
      * as superseded, and their on-hand and open PO quantities are
      * rolled into the position of the part now current at the end
      * of their chain, so the replacement is not over-bought while
      * old stock and old orders are still to be used up. A
      * replacement the counter system does not feed yet has no
      * reorder point to propose against; it is listed on the
      * worksheet under REPL NOT FED with the rolled-up quantities,
      * so the old stock never drops out of sight.
      * Interchangeable parts both stay stocked and are proposed on
      * their own positions.
      * A supplier under a quality hold or government debarment in
      * force on the run date (keyed supplier hold file SUPHOLD) is
      * never chosen as best supplier; a part whose only candidates
      * are held is proposed with no supplier, under its buyer.
      ******************************************************************

       ENVIRONMENT DIVISION.
           RECORD KEY IS PS-PO-LINE-KEY
           FILE STATUS IS IN-POSTATUS-KEY.

      * The keyed supersession file, read front to back once at
      * startup into the supersession table
           SELECT PARTSUPR ASSIGN TO PARTSUPR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SS-OLD-PART-NUMBER
           FILE STATUS IS IN-PARTSUPR-KEY.

      * The keyed supplier hold/exclusion file, read front to back
      * once at startup into the hold table
           SELECT SUPHOLD ASSIGN TO SUPHOLD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HD-HOLD-KEY
           FILE STATUS IS IN-SUPHOLD-KEY.

      * Input File SUPPCONS - one record per supplier code, for the
      * best-supplier ranking
           SELECT SUPPCONS ASSIGN TO SUPPCONS
       01  POSTATUS-REC.
           COPY POSTATUS.

      * Keyed supersession file - see COPY/PARTSUPR.CPY
       FD  PARTSUPR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARTSUPR-REC.
       01  PARTSUPR-REC.
           COPY PARTSUPR.

      * Keyed supplier hold file - see COPY/SUPHOLD.CPY
       FD  SUPHOLD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPHOLD-REC.
       01  SUPHOLD-REC.
           COPY SUPHOLD.

       FD  SUPPCONS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  SP-BUYER-CODE             PIC X(03).
           05  SP-PART-NUMBER            PIC X(23).
           05  SP-LINE-FLAG              PIC X(01).
               88  SP-PROPOSED-LINE          VALUE 'P' 'R'.
               88  SP-ROLLED-UP-LINE         VALUE 'R'.
               88  SP-SUPERSEDED-LINE        VALUE 'S'.
               88  SP-ZERO-LEAD-LINE         VALUE 'Z'.
               88  SP-NO-MASTER-LINE         VALUE 'M'.
               88  SP-BAD-UP-TO-LINE         VALUE 'Q'.
               88  SP-NOT-FED-LINE           VALUE 'F'.
           05  SP-PART-NAME              PIC X(14).
           05  SP-QTY-ON-HAND            PIC 9(07).
           05  SP-QTY-ON-ORDER           PIC 9(07).
           05 IN-POSTATUS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed supersession file
           05 IN-PARTSUPR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed supplier hold file
           05 IN-SUPHOLD-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Input File SUPPCONS
           05 IN-SUPPCONS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
           88 SUPPCONS-EOF VALUE 'Y'.
       01 SORTPRP-EOF-WS                     PIC X(01) VALUE 'N'.
           88 SORTPRP-EOF VALUE 'Y'.
       01 PARTSUPR-EOF-WS                    PIC X(01) VALUE 'N'.
           88 PARTSUPR-EOF VALUE 'Y'.

      * No supersession file yet (status 35 on the open) simply
      * means no part has been replaced.
       01 WS-PARTSUPR-OPEN-SW                PIC X(01) VALUE 'N'.
           88 PARTSUPR-OPEN VALUE 'Y'.

      * No supplier hold file yet (status 35 on the open) simply
      * means no supplier is held.
       01 SUPHOLD-EOF-WS                     PIC X(01) VALUE 'N'.
           88 SUPHOLD-EOF VALUE 'Y'.
       01 WS-SUPHOLD-OPEN-SW                 PIC X(01) VALUE 'N'.
           88 SUPHOLD-OPEN VALUE 'Y'.

      * Run date keyed on the control card as YYYYMMDD - the lead
      * time is backed off this date for the latest-order-by date.
      * performing 520-Find-Supply-Entry.
       01 WS-SUPPLY-SEARCH-KEY               PIC X(23) VALUE SPACES.

      * Supersession links in force on the run date, loaded from
      * PARTSUPR at startup - only superseded and use-up-then-switch
      * links, since an interchangeable part is still bought in its
      * own right. Each entry is resolved to the part current at the
      * end of its chain, and carries the old part's on-hand (from
      * a first pass of the ONHAND feed) and open PO quantity (from
      * the POSTATUS scan) to be rolled into that current part, and
      * whether that current part has turned up on the feed.
       01 WS-SUPERSESSION-TABLE.
           05 WS-SUPERSESSION-COUNT         PIC 9(04) VALUE ZERO.
           05 WS-SUPERSESSION-ENTRY OCCURS 2000 TIMES
                   INDEXED BY SN-IDX, SN-CHAIN-IDX.
               10 SN-OLD-PART-NUMBER        PIC X(23).
               10 SN-NEW-PART-NUMBER        PIC X(23).
               10 SN-CURRENT-PART-NUMBER    PIC X(23).
               10 SN-ROLLED-ON-HAND         PIC S9(9).
               10 SN-ROLLED-ON-ORDER        PIC S9(9).
               10 SN-FED-SW                 PIC X(01).
                   88 SN-REPLACEMENT-FED        VALUE 'Y'.
                   88 SN-REPLACEMENT-LISTED     VALUE 'L'.
       01 WS-SUPERSESSION-FOUND-SW           PIC X(01) VALUE 'N'.
           88 SUPERSESSION-ENTRY-FOUND VALUE 'Y'.
      * Callers move the old part they are looking for here before
      * performing 590-Find-Supersession-Entry.
       01 WS-SUPERSESSION-SEARCH-KEY         PIC X(23) VALUE SPACES.
      * Chain walk for resolving each entry's current part - the
      * walk uses SN-CHAIN-IDX so the entry being resolved keeps its
      * place. PSUPMNT keeps chains from looping; the depth limit
      * only guards against a file loaded some other way.
       01 WS-CHAIN-PART                      PIC X(23) VALUE SPACES.
       01 WS-CHAIN-DEPTH                     PIC 9(03) VALUE ZERO.
       01 WS-CHAIN-DEPTH-LIMIT               PIC 9(03) VALUE 20.
       01 WS-CHAIN-END-SW                    PIC X(01) VALUE 'N'.
           88 CHAIN-END VALUE 'Y'.

      * SUPPCONS loaded once at startup and searched for each
      * purchase order line's supplier during the POSTATUS scan.
       01 WS-SUPPLIER-TABLE.
           88 SUPPLIER-ENTRY-FOUND VALUE 'Y'.
       01 WS-SUPPLIER-SEARCH-KEY             PIC X(10) VALUE SPACES.

      * Suppliers under a hold that stops ordering (quality hold or
      * government debarment) in force on the run date, loaded from
      * SUPHOLD at startup. A supplier held both ways appears twice,
      * which the lookup does not mind.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-COUNT                 PIC 9(04) VALUE ZERO.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES INDEXED BY HO-IDX.
               10 HO-SUPPLIER-CODE          PIC X(10).
       01 WS-HOLD-FOUND-SW                   PIC X(01) VALUE 'N'.
           88 SUPPLIER-ON-HOLD VALUE 'Y'.

      * Rating and performance of the line's supplier during the
      * POSTATUS scan - a supplier with no SUPPCONS record ranks
      * below every rated one.

      * Supply position arithmetic for the part in hand
       01 WS-AVAILABLE-QTY                   PIC S9(9) VALUE ZERO.
       01 WS-ROLLED-ON-HAND                  PIC S9(9) VALUE ZERO.
       01 WS-ROLLED-ON-ORDER                 PIC S9(9) VALUE ZERO.
       01 WS-TOTAL-ON-HAND                   PIC S9(9) VALUE ZERO.
       01 WS-TOTAL-ON-ORDER                  PIC S9(9) VALUE ZERO.
       01 WS-SUGGESTED-QTY                   PIC S9(9) VALUE ZERO.
       01 WS-LEAD-TIME-DAYS                  PIC 9(05) VALUE ZERO.
       01 WS-ORDER-BY-SERIAL                 PIC S9(07) VALUE ZERO.
       01 WS-NO-MASTER-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-BAD-UP-TO-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-POSTATUS-LINES-CTR              PIC 9(7) VALUE ZERO.
       01 WS-SUPERSESSIONS-LOADED-CTR        PIC 9(7) VALUE ZERO.
       01 WS-SUPERSEDED-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-ROLLED-UP-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-HELD-LINES-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-NOT-FED-CTR                     PIC 9(7) VALUE ZERO.

       01 WS-REPORT-TITLE-LINE.
           05 FILLER                     PIC X(33) VALUE
       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL ONHAND-EOF.
           IF WS-SUPERSESSION-COUNT > ZERO
               PERFORM 270-List-Unfed-Replacements
           END-IF.
           CLOSE PRPWORK.
           PERFORM 150-Produce-Outputs.
           PERFORM 600-CLOSE-FILES.
           MOVE WS-DATE-SERIAL TO WS-RUN-DATE-SERIAL.
           PERFORM 300-Open-Files.
           PERFORM 310-Load-Supplier-Table UNTIL SUPPCONS-EOF.
           IF SUPHOLD-OPEN
               PERFORM 380-Load-Hold-Table UNTIL SUPHOLD-EOF
           END-IF.
           PERFORM 320-Scan-POSTATUS UNTIL POSTATUS-EOF.
           IF PARTSUPR-OPEN
               PERFORM 350-Load-Supersession-Table
                   UNTIL PARTSUPR-EOF
               PERFORM 360-Resolve-Current-Part
                   VARYING SN-IDX FROM 1 BY 1
                   UNTIL SN-IDX > WS-SUPERSESSION-COUNT
           END-IF.
           IF WS-SUPERSESSION-COUNT > ZERO
               PERFORM 370-Roll-Up-Old-Stock
           END-IF.
      * Priming Read
           PERFORM 400-Read-ONHAND.

           MOVE OH-QTY-ON-HAND TO PW-QTY-ON-HAND.
           MOVE OH-REORDER-POINT TO PW-REORDER-POINT.
           PERFORM 210-Read-Part-Master.
           PERFORM 250-Mark-Fed-Replacement
               VARYING SN-IDX FROM 1 BY 1
               UNTIL SN-IDX > WS-SUPERSESSION-COUNT.
           MOVE OH-PART-NUMBER TO WS-SUPERSESSION-SEARCH-KEY.
           PERFORM 590-Find-Supersession-Entry.
           EVALUATE TRUE
               WHEN SUPERSESSION-ENTRY-FOUND
      *            A superseded part is never proposed - its stock
      *            and open orders already count toward its
      *            replacement. It is listed so the buyer sees where
      *            its quantity went.
                   PERFORM 220-Get-Supply-Position
                   MOVE 'S' TO PW-LINE-FLAG
                   ADD 1 TO WS-SUPERSEDED-CTR
                   PERFORM 260-Write-PRPWORK
               WHEN NOT PART-FOUND
      *            A fed part with no master record cannot be
      *            proposed - the counter system and the master are
      *            out of step, and the worksheet says so instead of
      *            dropping it.
                   MOVE 'M' TO PW-LINE-FLAG
                   ADD 1 TO WS-NO-MASTER-CTR
                   PERFORM 260-Write-PRPWORK
               WHEN OTHER
                   PERFORM 220-Get-Supply-Position
                   PERFORM 240-Add-Rolled-Up-Supply
                   COMPUTE WS-AVAILABLE-QTY =
                       PW-QTY-ON-HAND + PW-QTY-ON-ORDER
                   IF WS-AVAILABLE-QTY < OH-REORDER-POINT
                       PERFORM 230-Build-Proposal
                   ELSE
                       ADD 1 TO WS-PARTS-COVERED-CTR
                   END-IF
           END-EVALUATE.

       210-Read-Part-Master.
           MOVE OH-PART-NUMBER TO PM-PART-NUMBER.
                   ADD 1 TO WS-BAD-UP-TO-CTR
                   PERFORM 260-Write-PRPWORK
               ELSE
                   IF WS-ROLLED-ON-HAND = ZERO
                           AND WS-ROLLED-ON-ORDER = ZERO
                       MOVE 'P' TO PW-LINE-FLAG
                   ELSE
                       MOVE 'R' TO PW-LINE-FLAG
                       ADD 1 TO WS-ROLLED-UP-CTR
                   END-IF
                   MOVE WS-SUGGESTED-QTY TO PW-SUGGESTED-QTY
                   COMPUTE WS-LEAD-TIME-DAYS =
                       PM-WEEKS-LEAD-TIME * 7
               END-IF
           END-IF.

       240-Add-Rolled-Up-Supply.
      *    Adds the on-hand and open PO quantity of every superseded
      *    part whose chain ends at this part. The worksheet shows
      *    the combined figures, since they are the position the
      *    proposal is worked from.
           MOVE ZERO TO WS-ROLLED-ON-HAND, WS-ROLLED-ON-ORDER.
           PERFORM 245-Add-One-Rolled-Entry
               VARYING SN-IDX FROM 1 BY 1
               UNTIL SN-IDX > WS-SUPERSESSION-COUNT.
           COMPUTE WS-TOTAL-ON-HAND =
               PW-QTY-ON-HAND + WS-ROLLED-ON-HAND.
           COMPUTE WS-TOTAL-ON-ORDER =
               PW-QTY-ON-ORDER + WS-ROLLED-ON-ORDER.
           MOVE WS-TOTAL-ON-HAND TO PW-QTY-ON-HAND.
           MOVE WS-TOTAL-ON-ORDER TO PW-QTY-ON-ORDER.

       245-Add-One-Rolled-Entry.
           IF SN-CURRENT-PART-NUMBER(SN-IDX) = OH-PART-NUMBER
               ADD SN-ROLLED-ON-HAND(SN-IDX) TO WS-ROLLED-ON-HAND
               ADD SN-ROLLED-ON-ORDER(SN-IDX) TO WS-ROLLED-ON-ORDER
           END-IF.

       250-Mark-Fed-Replacement.
      *    The fed part is the current part of these links - its
      *    rolled-up stock is dealt with on its own worksheet line.
           IF SN-CURRENT-PART-NUMBER(SN-IDX) = OH-PART-NUMBER
               MOVE 'Y' TO SN-FED-SW(SN-IDX)
           END-IF.

       260-Write-PRPWORK.
           WRITE PRPWORK-REC FROM WS-PROPOSAL-RECORD.
           IF IO-PRPWORK-KEY NOT EQUAL ZERO THEN
           END-IF.


       270-List-Unfed-Replacements.
      *    Every current part the feed never carried still has the
      *    old parts' stock and open orders rolled into it. With no
      *    reorder point from the counter there is nothing to propose
      *    against, so it is listed for the buyer instead - one line
      *    per current part, however many old parts lead to it.
           PERFORM 275-List-One-Unfed
               VARYING SN-IDX FROM 1 BY 1
               UNTIL SN-IDX > WS-SUPERSESSION-COUNT.

       275-List-One-Unfed.
           IF NOT SN-REPLACEMENT-FED(SN-IDX)
                   AND NOT SN-REPLACEMENT-LISTED(SN-IDX)
               MOVE SPACES TO WS-PROPOSAL-RECORD
               MOVE ZERO TO PW-QTY-ON-HAND, PW-QTY-ON-ORDER,
                   PW-REORDER-POINT, PW-SUGGESTED-QTY,
                   PW-ORDER-BY-DATE
               MOVE SN-CURRENT-PART-NUMBER(SN-IDX) TO PW-PART-NUMBER
               MOVE 'F' TO PW-LINE-FLAG
      *        The replacement's own open orders, buyer and best
      *        supplier when it has PO history; otherwise the buyer
      *        and supplier of the old part.
               MOVE SN-CURRENT-PART-NUMBER(SN-IDX)
                   TO WS-SUPPLY-SEARCH-KEY
               PERFORM 520-Find-Supply-Entry
               IF NOT SUPPLY-ENTRY-FOUND
                   MOVE SN-OLD-PART-NUMBER(SN-IDX)
                       TO WS-SUPPLY-SEARCH-KEY
                   PERFORM 520-Find-Supply-Entry
               ELSE
                   IF SY-OPEN-QTY(SY-IDX) > ZERO
                       MOVE SY-OPEN-QTY(SY-IDX) TO PW-QTY-ON-ORDER
                   END-IF
               END-IF
               IF SUPPLY-ENTRY-FOUND
                   MOVE SY-BEST-SUPPLIER(SY-IDX) TO PW-SUPPLIER-CODE
                   MOVE SY-BEST-BUYER(SY-IDX) TO PW-BUYER-CODE
                   PERFORM 225-Get-Supplier-Name
               END-IF
               MOVE ZERO TO WS-ROLLED-ON-HAND, WS-ROLLED-ON-ORDER
               PERFORM 280-Add-Same-Replacement
                   VARYING SN-CHAIN-IDX FROM SN-IDX BY 1
                   UNTIL SN-CHAIN-IDX > WS-SUPERSESSION-COUNT
               COMPUTE WS-TOTAL-ON-HAND =
                   PW-QTY-ON-HAND + WS-ROLLED-ON-HAND
               COMPUTE WS-TOTAL-ON-ORDER =
                   PW-QTY-ON-ORDER + WS-ROLLED-ON-ORDER
               MOVE WS-TOTAL-ON-HAND TO PW-QTY-ON-HAND
               MOVE WS-TOTAL-ON-ORDER TO PW-QTY-ON-ORDER
               ADD 1 TO WS-NOT-FED-CTR
               PERFORM 260-Write-PRPWORK
           END-IF.

       280-Add-Same-Replacement.
      *    Gathers every unfed link ending at the same current part
      *    and marks it listed so the part goes out only once.
           IF SN-CURRENT-PART-NUMBER(SN-CHAIN-IDX)
                   = SN-CURRENT-PART-NUMBER(SN-IDX)
                   AND NOT SN-REPLACEMENT-FED(SN-CHAIN-IDX)
               ADD SN-ROLLED-ON-HAND(SN-CHAIN-IDX) TO WS-ROLLED-ON-HAND
               ADD SN-ROLLED-ON-ORDER(SN-CHAIN-IDX)
                   TO WS-ROLLED-ON-ORDER
               MOVE 'L' TO SN-FED-SW(SN-CHAIN-IDX)
           END-IF.


       290-Edit-YYYYMMDD-Date.
      * Checks WS-DATE-TO-CHECK for a real month and an in-range day;
      * leap years are not distinguished, so February always allows
                DISPLAY 'File Problem openning Input POSTATUS'
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
           OPEN INPUT SUPHOLD.
      *    Input File Status Checking for SUPHOLD - status 35 means
      *    no supplier hold file has been built yet
           IF IN-SUPHOLD-KEY = '00'
               SET SUPHOLD-OPEN TO TRUE
           ELSE
               IF IN-SUPHOLD-KEY NOT = '35' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'File Problem openning Input SUPHOLD'
                    GO TO 2000-ABEND-RTN
               END-IF
           END-IF.
           OPEN INPUT SUPPCONS.
      *    Input File Status Checking for SUPPCONS
           IF IN-SUPPCONS-KEY NOT = '00' THEN
      *    performance score. The rating byte is '1' through '3'
      *    with '3' highest, so the character compare ranks it
      *    directly; a supplier with no SUPPCONS record ranks '0'.
      *    A held supplier is no candidate at all - its line still
      *    gives the part its buyer when no other line has, so a
      *    part left with no eligible supplier still reaches the
      *    right buyer's worksheet.
           PERFORM 345-Check-Supplier-Hold.
           IF SUPPLIER-ON-HOLD
               ADD 1 TO WS-HELD-LINES-CTR
               IF SY-BEST-BUYER(SY-IDX) = SPACES
                   MOVE PS-BUYER-CODE TO SY-BEST-BUYER(SY-IDX)
               END-IF
           ELSE
               PERFORM 342-Rank-Eligible-Supplier
           END-IF.

       342-Rank-Eligible-Supplier.
           MOVE PS-SUPPLIER-CODE TO WS-SUPPLIER-SEARCH-KEY.
           PERFORM 530-Find-Supplier-Entry.
           IF SUPPLIER-ENTRY-FOUND
               MOVE WS-CAND-PERF TO SY-BEST-PERF(SY-IDX)
           END-IF.

       345-Check-Supplier-Hold.
           MOVE 'N' TO WS-HOLD-FOUND-SW.
           PERFORM 347-Check-Hold-Entry
               VARYING HO-IDX FROM 1 BY 1
               UNTIL HO-IDX > WS-HOLD-COUNT
                  OR SUPPLIER-ON-HOLD.

       347-Check-Hold-Entry.
           IF HO-SUPPLIER-CODE(HO-IDX) = PS-SUPPLIER-CODE
               SET SUPPLIER-ON-HOLD TO TRUE
           END-IF.

       350-Load-Supersession-Table.
      *    Only links in force on the run date that take the old part
      *    out of buying are loaded - an interchangeable link, or one
      *    not yet effective, leaves both parts proposed on their own.
           READ PARTSUPR
                AT END SET PARTSUPR-EOF TO TRUE
                NOT AT END
                    IF (SS-SUPERSEDED OR SS-USE-UP-THEN-SWITCH)
                            AND SS-EFFECTIVE-DATE NOT > WS-RUN-DATE
                        PERFORM 355-Add-Supersession-Entry
                    END-IF
           END-READ.

       355-Add-Supersession-Entry.
           IF WS-SUPERSESSION-COUNT >= 2000
               DISPLAY 'PARTSUPR has more than 2000 rows - '
               DISPLAY 'WS-SUPERSESSION-TABLE is too small'
               PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-SUPERSESSION-COUNT.
           ADD 1 TO WS-SUPERSESSIONS-LOADED-CTR.
           SET SN-IDX TO WS-SUPERSESSION-COUNT.
           MOVE SS-OLD-PART-NUMBER TO SN-OLD-PART-NUMBER(SN-IDX).
           MOVE SS-NEW-PART-NUMBER TO SN-NEW-PART-NUMBER(SN-IDX).
           MOVE SS-NEW-PART-NUMBER TO SN-CURRENT-PART-NUMBER(SN-IDX).
           MOVE ZERO TO SN-ROLLED-ON-HAND(SN-IDX).
           MOVE ZERO TO SN-ROLLED-ON-ORDER(SN-IDX).
           MOVE 'N' TO SN-FED-SW(SN-IDX).

       360-Resolve-Current-Part.
      *    Follows the entry's new part down the loaded links until
      *    a part with no link of its own is reached - that part is
      *    the one now bought, and the old part's open PO quantity
      *    from the POSTATUS scan is held to be rolled into it.
           MOVE SN-NEW-PART-NUMBER(SN-IDX) TO WS-CHAIN-PART.
           MOVE ZERO TO WS-CHAIN-DEPTH.
           MOVE 'N' TO WS-CHAIN-END-SW.
           PERFORM 365-Follow-Table-Link UNTIL CHAIN-END.
           MOVE WS-CHAIN-PART TO SN-CURRENT-PART-NUMBER(SN-IDX).
           MOVE SN-OLD-PART-NUMBER(SN-IDX) TO WS-SUPPLY-SEARCH-KEY.
           PERFORM 520-Find-Supply-Entry.
           IF SUPPLY-ENTRY-FOUND
               IF SY-OPEN-QTY(SY-IDX) > ZERO
                   MOVE SY-OPEN-QTY(SY-IDX)
                       TO SN-ROLLED-ON-ORDER(SN-IDX)
               END-IF
           END-IF.

       365-Follow-Table-Link.
           IF WS-CHAIN-DEPTH >= WS-CHAIN-DEPTH-LIMIT
               SET CHAIN-END TO TRUE
           ELSE
               MOVE 'N' TO WS-SUPERSESSION-FOUND-SW
               PERFORM 367-Check-Chain-Entry
                   VARYING SN-CHAIN-IDX FROM 1 BY 1
                   UNTIL SN-CHAIN-IDX > WS-SUPERSESSION-COUNT
                      OR SUPERSESSION-ENTRY-FOUND
               IF SUPERSESSION-ENTRY-FOUND
                   SET SN-CHAIN-IDX DOWN BY 1
                   MOVE SN-NEW-PART-NUMBER(SN-CHAIN-IDX)
                       TO WS-CHAIN-PART
                   ADD 1 TO WS-CHAIN-DEPTH
               ELSE
                   SET CHAIN-END TO TRUE
               END-IF
           END-IF.

       367-Check-Chain-Entry.
           IF SN-OLD-PART-NUMBER(SN-CHAIN-IDX) = WS-CHAIN-PART
               SET SUPERSESSION-ENTRY-FOUND TO TRUE
           END-IF.

       370-Roll-Up-Old-Stock.
      *    A first pass of the on-hand feed picks up each superseded
      *    part's stock before any part is evaluated, since the
      *    replacement may come ahead of the old part in the feed.
      *    The feed is then reopened for the evaluation pass.
           PERFORM 375-Read-ONHAND-For-Roll-Up UNTIL ONHAND-EOF.
           CLOSE ONHAND.
           MOVE 'N' TO ONHAND-EOF-WS.
           OPEN INPUT ONHAND.
      *    Input File Status Checking for ONHAND
           IF IN-ONHAND-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem reopenning Input ONHAND'
                GO TO 2000-ABEND-RTN
           END-IF.

       375-Read-ONHAND-For-Roll-Up.
           READ ONHAND
                AT END MOVE 'Y' TO ONHAND-EOF-WS
                NOT AT END
                    MOVE OH-PART-NUMBER TO WS-SUPERSESSION-SEARCH-KEY
                    PERFORM 590-Find-Supersession-Entry
                    IF SUPERSESSION-ENTRY-FOUND
                        ADD OH-QTY-ON-HAND
                            TO SN-ROLLED-ON-HAND(SN-IDX)
                    END-IF
           END-READ.
           IF IN-ONHAND-KEY NOT = '00' AND NOT ONHAND-EOF
               DISPLAY 'Input file ONHAND reading problem'
               PERFORM 2000-ABEND-RTN
           END-IF.


       380-Load-Hold-Table.
      *    Only holds that stop ordering and are in force on the run
      *    date are loaded - a payment hold does not stop buying.
           READ SUPHOLD
                AT END SET SUPHOLD-EOF TO TRUE
                NOT AT END
                    IF HD-ORDERING-HOLD
                            AND HD-START-DATE NOT > WS-RUN-DATE
                            AND (HD-END-DATE = ZERO
                                 OR HD-END-DATE NOT < WS-RUN-DATE)
                        IF WS-HOLD-COUNT >= 500
                            DISPLAY
                                'SUPHOLD has more than 500 rows - '
                            DISPLAY
                                'WS-HOLD-TABLE is too small'
                            PERFORM 2000-ABEND-RTN
                        END-IF
                        ADD 1 TO WS-HOLD-COUNT
                        MOVE HD-SUPPLIER-CODE
                            TO HO-SUPPLIER-CODE(WS-HOLD-COUNT)
                    END-IF
           END-READ.


       400-Read-ONHAND.
           READ ONHAND
                   MOVE SP-ORDER-BY-DATE TO DL-ORDER-BY-DATE
                   IF SP-SUPPLIER-CODE = SPACES
                       MOVE 'NO SUPPLIER ' TO DL-REMARK
                   ELSE
                       IF SP-ROLLED-UP-LINE
                           MOVE 'INCL REPLACD' TO DL-REMARK
                       END-IF
                   END-IF
               WHEN SP-ZERO-LEAD-LINE
                   MOVE 'ZERO LEAD TM' TO DL-REMARK
                   MOVE 'NO PART MSTR' TO DL-REMARK
               WHEN SP-BAD-UP-TO-LINE
                   MOVE 'BAD ORDER-UP' TO DL-REMARK
               WHEN SP-SUPERSEDED-LINE
                   MOVE 'SUPERSEDED  ' TO DL-REMARK
               WHEN SP-NOT-FED-LINE
                   MOVE 'REPL NOT FED' TO DL-REMARK
           END-EVALUATE.
           WRITE REORDWK-REC FROM WS-DETAIL-LINE.
           IF OUT-REORDWK-KEY NOT EQUAL ZERO THEN
           END-IF.


       590-Find-Supersession-Entry.
      *    Linear scan of the supersession table for the old part the
      *    caller placed in WS-SUPERSESSION-SEARCH-KEY.
           MOVE 'N' TO WS-SUPERSESSION-FOUND-SW.
           PERFORM 595-Check-Supersession-Entry
               VARYING SN-IDX FROM 1 BY 1
               UNTIL SN-IDX > WS-SUPERSESSION-COUNT
                  OR SUPERSESSION-ENTRY-FOUND.
           IF SUPERSESSION-ENTRY-FOUND
               SET SN-IDX DOWN BY 1
           END-IF.

       595-Check-Supersession-Entry.
           IF SN-OLD-PART-NUMBER(SN-IDX) = WS-SUPERSESSION-SEARCH-KEY
               SET SUPERSESSION-ENTRY-FOUND TO TRUE
           END-IF.


       600-CLOSE-FILES.
      *     DISPLAY 'CLOSING FILES'.
           CLOSE ONHAND, PARTMSTR, POSTATUS, SUPPCONS,
                 POPROP, REORDWK.
           IF PARTSUPR-OPEN
               CLOSE PARTSUPR
           END-IF.
           IF SUPHOLD-OPEN
               CLOSE SUPHOLD
           END-IF.


       700-Print-Control-Totals.
               WS-NO-MASTER-CTR.
           DISPLAY 'FLAGGED - BAD ORDER-UP-TO LEVEL...: '
               WS-BAD-UP-TO-CTR.
           DISPLAY 'SUPERSESSION LINKS IN FORCE.......: '
               WS-SUPERSESSIONS-LOADED-CTR.
           DISPLAY 'SUPERSEDED PARTS NOT PROPOSED.....: '
               WS-SUPERSEDED-CTR.
           DISPLAY 'PROPOSALS WITH SUPERSEDED STOCK...: '
               WS-ROLLED-UP-CTR.
           DISPLAY 'REPLACEMENTS NOT ON ONHAND FEED...: '
               WS-NOT-FED-CTR.
           DISPLAY 'SUPPLIER ORDERING HOLDS IN FORCE..: '
               WS-HOLD-COUNT.
           DISPLAY 'PO LINES FROM HELD SUPPLIERS......: '
               WS-HELD-LINES-CTR.
           DISPLAY '==============================================='.


