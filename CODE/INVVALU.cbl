       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVALU.
      ******************************************************************
      * Inventory valuation and excess/obsolete stock report for
      * finance. Every part on the counter system's on-hand feed
      * (ONHAND) is priced at the last unit price paid for it on the
      * unit price history PRICHIST - the price from the part's
      * supplier pair seen in the most recent cycle - with the value
      * at the lowest price ever paid to any supplier as a second
      * column. The keyed parts master PARTMSTR gives each part its
      * vehicle make/model and government/commercial code, and the
      * values are totalled both ways. The open-PO status master
      * POSTATUS supplies the quantity still on order: a part whose
      * on-hand plus on-order quantity runs more than the excess
      * percentage keyed on the control card above its order-up-to
      * level is flagged as excess, and a part whose vehicle no
      * longer finds a match on the vehicle catalog VEHCATLG is
      * flagged as an obsolete candidate. A part with no price
      * history at all, or on the feed but missing from PARTMSTR, is
      * not valued - it goes to the exceptions section of the report
      * instead, and the run ends with return code 4 so the gap is
      * not overlooked. Output is the INVVALRP report.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input File ONHAND - the counter system's on-hand feed
           SELECT ONHAND ASSIGN TO ONHAND
           FILE STATUS IS IN-ONHAND-KEY.

      * The keyed parts master, read by key for each fed part
           SELECT PARTMSTR ASSIGN TO PARTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-PART-NUMBER
           FILE STATUS IS IN-PARTMSTR-KEY.

      * Input File PRICHIST - the current unit price history, the
      * PRICEOUT generation of the latest PRICEHST run
           SELECT PRICHIST ASSIGN TO PRICHIST
           FILE STATUS IS IN-PRICHIST-KEY.

      * The keyed open-PO status master, scanned once at startup to
      * total each part's still-open quantity
           SELECT POSTATUS ASSIGN TO POSTATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PS-PO-LINE-KEY
           FILE STATUS IS IN-POSTATUS-KEY.

      * Input File VEHCATLG - the vehicle catalog in force
           SELECT VEHCATLG ASSIGN TO VEHCATLG
           FILE STATUS IS IN-VEHCATLG-KEY.

      * Work file holding the exception lines until the valued parts
      * have all been listed
           SELECT EXCWORK ASSIGN TO EXCWORK
           FILE STATUS IS IO-EXCWORK-KEY.

      * Sort work file used to put the on-hand feed in part number
      * sequence for the match against the price history
           SELECT SORTOH ASSIGN TO SRTOH.

      * Output File for the valuation report
           SELECT INVVALRP ASSIGN TO INVVALRP
           FILE STATUS IS OUT-INVVALRP-KEY.

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

      * Keyed parts master - same 92-byte layout as the nightly
      * extract, keyed on the part number.
       FD  PARTMSTR
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS PARTMSTR-REC.
       01  PARTMSTR-REC.
           COPY PARTS.

      * Price history - see COPY/PRICHIST.CPY. Kept in
      * part-number/supplier-code sequence by PRICEHST.
       FD  PRICHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICHIST-REC.
       01  PRICHIST-REC.
           COPY PRICHIST.

      * Keyed open-PO status master - see COPY/POSTATUS.CPY
       FD  POSTATUS
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS POSTATUS-REC.
       01  POSTATUS-REC.
           COPY POSTATUS.

      * Vehicle catalog rows - make, model and the model-year range
      * it was built, the same 33-byte layout FINALEX loads.
       FD  VEHCATLG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VEHCATLG-REC.
       01  VEHCATLG-REC     PIC X(33).

      * One formatted exception line per part not valued
       FD  EXCWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXCWORK-REC.
       01  EXCWORK-REC                       PIC X(80).

       SD  SORTOH
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS SORTOH-REC.
      * Same 44-byte layout as ONHAND-REC, with its own SO- prefix
      * since both coexist in this program.
       01  SORTOH-REC.
           05  SO-PART-NUMBER            PIC X(23).
           05  SO-QTY-ON-HAND            PIC 9(07).
           05  SO-REORDER-POINT          PIC 9(07).
           05  SO-ORDER-UP-TO            PIC 9(07).

      * Output File for the valuation report
       FD  INVVALRP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVVALRP-REC.
       01  INVVALRP-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
      * File status key for Input File ONHAND
           05 IN-ONHAND-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed parts master
           05 IN-PARTMSTR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Input File PRICHIST
           05 IN-PRICHIST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed open-PO status master
           05 IN-POSTATUS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Input File VEHCATLG
           05 IN-VEHCATLG-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the exception work file
           05 IO-EXCWORK-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output INVVALRP
           05 OUT-INVVALRP-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 PRICHIST-EOF-WS                    PIC X(01) VALUE 'N'.
           88 PRICHIST-EOF VALUE 'Y'.
       01 POSTATUS-EOF-WS                    PIC X(01) VALUE 'N'.
           88 POSTATUS-EOF VALUE 'Y'.
       01 WS-VEHCATLG-EOF-WS                 PIC X(01) VALUE 'N'.
           88 VEHCATLG-EOF VALUE 'Y'.
       01 EXCWORK-EOF-WS                     PIC X(01) VALUE 'N'.
           88 EXCWORK-EOF VALUE 'Y'.
       01 SORTOH-EOF-WS                      PIC X(01) VALUE 'N'.
           88 SORTOH-EOF VALUE 'Y'.

      * Run date and excess percentage keyed on the control card.
      * A part is excess when its on-hand plus on-order quantity
      * runs more than WS-EXCESS-PCT percent above its order-up-to
      * level.
       01 WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
       01 WS-EXCESS-PCT                      PIC 9(03) VALUE ZERO.

      * Part found or not on the keyed parts master for the fed
      * part in hand
       01 WS-PART-FOUND-SW                   PIC X(01) VALUE 'N'.
           88 PART-FOUND VALUE 'Y'.

      * Price summary for the part in hand, built from all of its
      * supplier pairs on the price history: the last price of the
      * pair seen in the most recent cycle, and the lowest price
      * ever paid across every pair. WS-PRICED-PART remembers which
      * part the summary belongs to, so a part fed twice is priced
      * the same both times once the history has moved past it.
       01 WS-PRICE-SUMMARY.
           05 WS-PRICED-PART                PIC X(23) VALUE SPACES.
           05 WS-PRICE-FOUND-SW             PIC X(01) VALUE 'N'.
               88 PRICE-FOUND VALUE 'Y'.
           05 WS-PRICE-CYCLE                PIC 9(04) VALUE ZERO.
           05 WS-PART-LAST-PRICE            PIC S9(7)V99 VALUE ZERO.
           05 WS-PART-LOWEST-PRICE          PIC S9(7)V99 VALUE ZERO.

      * Per-part open supply, accumulated from the POSTATUS scan at
      * startup. Sized well above the active part population a feed
      * covers.
       01 WS-SUPPLY-TABLE.
           05 WS-SUPPLY-COUNT               PIC 9(04) VALUE ZERO.
           05 WS-SUPPLY-ENTRY OCCURS 2000 TIMES INDEXED BY SY-IDX.
               10 SY-PART-NUMBER            PIC X(23).
               10 SY-OPEN-QTY               PIC S9(9).
       01 WS-SUPPLY-FOUND-SW                 PIC X(01) VALUE 'N'.
           88 SUPPLY-ENTRY-FOUND VALUE 'Y'.
      * Callers move the part they are looking for here before
      * performing 520-Find-Supply-Entry.
       01 WS-SUPPLY-SEARCH-KEY               PIC X(23) VALUE SPACES.
       01 WS-LINE-OPEN-QTY                   PIC S9(9) VALUE ZERO.

      * VEHCATLG loaded once at startup - same table shape and the
      * same make/model/year-range match as VEHCHECK, so a part is
      * an obsolete candidate exactly when the nightly edit would no
      * longer accept its vehicle.
       01 WS-VEHCATLG-TABLE.
           05 WS-VEHCATLG-COUNT             PIC 9(04) VALUE ZERO.
           05 WS-VEHCATLG-ENTRY OCCURS 500 TIMES INDEXED BY VC-IDX.
               10 VC-MAKE                   PIC X(03).
               10 VC-MODEL                  PIC X(10).
               10 VC-YEAR-LOW               PIC 9(04).
               10 VC-YEAR-HIGH              PIC 9(04).
               10 FILLER                    PIC X(12).
       01 WS-VEHICLE-FOUND-SW                PIC X(01) VALUE 'N'.
           88 VEHICLE-MATCH-FOUND VALUE 'Y'.
       01 WS-VEHICLE-YEAR-9                  PIC 9(04) VALUE ZERO.

      * Valuation totals by make and model, accumulated as parts
      * are valued and listed after the exceptions.
       01 WS-MAKE-MODEL-TABLE.
           05 WS-MAKE-MODEL-COUNT           PIC 9(04) VALUE ZERO.
           05 WS-MAKE-MODEL-ENTRY OCCURS 500 TIMES INDEXED BY MM-IDX.
               10 MM-MAKE                   PIC X(03).
               10 MM-MODEL                  PIC X(10).
               10 MM-PART-COUNT             PIC 9(07).
               10 MM-LAST-VALUE             PIC S9(14)V99.
               10 MM-LOWEST-VALUE           PIC S9(14)V99.
       01 WS-MAKE-MODEL-FOUND-SW             PIC X(01) VALUE 'N'.
           88 MAKE-MODEL-ENTRY-FOUND VALUE 'Y'.

      * Valuation of the part in hand and its stock position
       01 WS-LAST-VALUE                      PIC S9(14)V99 VALUE ZERO.
       01 WS-LOWEST-VALUE                    PIC S9(14)V99 VALUE ZERO.
       01 WS-STOCK-POSITION                  PIC S9(9) VALUE ZERO.
       01 WS-EXCESS-LIMIT                    PIC S9(9) VALUE ZERO.
       01 WS-EXCESS-SW                       PIC X(01) VALUE 'N'.
           88 PART-IS-EXCESS VALUE 'Y'.
       01 WS-OBSOLETE-SW                     PIC X(01) VALUE 'N'.
           88 PART-IS-OBSOLETE VALUE 'Y'.

      * Government, commercial and overall valuation totals
       01 WS-GOVT-TOTALS.
           05 WS-GOVT-PART-CTR              PIC 9(07) VALUE ZERO.
           05 WS-GOVT-LAST-VALUE            PIC S9(14)V99 VALUE ZERO.
           05 WS-GOVT-LOWEST-VALUE          PIC S9(14)V99 VALUE ZERO.
       01 WS-COMML-TOTALS.
           05 WS-COMML-PART-CTR             PIC 9(07) VALUE ZERO.
           05 WS-COMML-LAST-VALUE           PIC S9(14)V99 VALUE ZERO.
           05 WS-COMML-LOWEST-VALUE         PIC S9(14)V99 VALUE ZERO.
       01 WS-GRAND-TOTALS.
           05 WS-GRAND-PART-CTR             PIC 9(07) VALUE ZERO.
           05 WS-GRAND-LAST-VALUE           PIC S9(14)V99 VALUE ZERO.
           05 WS-GRAND-LOWEST-VALUE         PIC S9(14)V99 VALUE ZERO.

      * Shared YYYYMMDD date-format edit - callers move the date to
      * WS-DATE-TO-CHECK, PERFORM 290-Edit-YYYYMMDD-Date, then test
      * DATE-IS-VALID.
       01 WS-DATE-EDIT-FIELDS.
           05 WS-DATE-TO-CHECK               PIC 9(08) VALUE ZERO.
           05 WS-DATE-MM                     PIC 9(02) VALUE ZERO.
           05 WS-DATE-DD                     PIC 9(02) VALUE ZERO.
           05 WS-DATE-VALID-SW               PIC X(01) VALUE 'Y'.
               88 DATE-IS-VALID VALUE 'Y'.

      * Run counters for the balancing report
       01 WS-ONHAND-READ-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-PARTS-VALUED-CTR                PIC 9(7) VALUE ZERO.
       01 WS-EXCESS-CTR                      PIC 9(7) VALUE ZERO.
       01 WS-OBSOLETE-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-NO-MASTER-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-NO-PRICE-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-PRICHIST-READ-CTR               PIC 9(7) VALUE ZERO.
       01 WS-POSTATUS-LINES-CTR              PIC 9(7) VALUE ZERO.

       01 WS-REPORT-TITLE-LINE.
           05 FILLER                     PIC X(29) VALUE
              'INVENTORY VALUATION REPORT - '.
           05 TL-RUN-DATE                PIC 9(08).
           05 FILLER                     PIC X(17) VALUE
              '   EXCESS OVER UP'.
           05 FILLER                     PIC X(06) VALUE
              '-TO + '.
           05 TL-EXCESS-PCT              PIC ZZ9.
           05 FILLER                     PIC X(01) VALUE '%'.
           05 FILLER                     PIC X(16) VALUE SPACES.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER                     PIC X(40) VALUE
              'PART NUMBER             ON HAND LAST PRI'.
           05 FILLER                     PIC X(40) VALUE
              'CE   LAST VALUE    LOW VALUE FLAG'.

       01 WS-DETAIL-LINE.
           05 DL-PART-NUMBER             PIC X(23).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-QTY-ON-HAND             PIC ZZZZZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-LAST-PRICE              PIC ZZZZZZ9.99.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-LAST-VALUE              PIC ZZZZZZZZ9.99.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-LOWEST-VALUE            PIC ZZZZZZZZ9.99.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-FLAG                    PIC X(09).
           05 FILLER                     PIC X(02) VALUE SPACES.

       01 WS-EXCEPTION-TITLE-LINE.
           05 FILLER                     PIC X(80) VALUE
              'EXCEPTIONS - PARTS ON HAND NOT VALUED'.

       01 WS-EXCEPTION-HEADING-LINE.
           05 FILLER                     PIC X(80) VALUE
              'PART NUMBER              ON HAND  REASON NOT VALUED'.

       01 WS-EXCEPTION-LINE.
           05 EL-PART-NUMBER             PIC X(23).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 EL-QTY-ON-HAND             PIC ZZZZZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 EL-REASON                  PIC X(30).
           05 FILLER                     PIC X(16) VALUE SPACES.

       01 WS-NO-EXCEPTIONS-LINE.
           05 FILLER                     PIC X(80) VALUE
              'NONE - EVERY PART ON HAND WAS VALUED'.

       01 WS-MAKE-MODEL-TITLE-LINE.
           05 FILLER                     PIC X(80) VALUE
              'VALUE BY VEHICLE MAKE AND MODEL'.

       01 WS-GOVT-COMML-TITLE-LINE.
           05 FILLER                     PIC X(80) VALUE
              'VALUE BY GOVERNMENT AND COMMERCIAL'.

       01 WS-TOTAL-HEADING-LINE.
           05 FILLER                     PIC X(40) VALUE
              'MAK  MODEL         PARTS    LAST PRICE V'.
           05 FILLER                     PIC X(40) VALUE
              'ALUE     LOW PRICE VALUE'.

      * One totals line shape serves the make/model, the
      * government/commercial and the overall totals - the
      * description is the make and model, or a caption.
       01 WS-TOTAL-LINE.
           05 TT-DESCRIPTION.
               10 TT-MAKE                PIC X(03).
               10 FILLER                 PIC X(02).
               10 TT-MODEL               PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 TT-PART-COUNT              PIC ZZZZZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 TT-LAST-VALUE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 TT-LOWEST-VALUE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 150-Value-Inventory.
           CLOSE EXCWORK.
           PERFORM 550-Write-Exceptions.
           PERFORM 560-Write-Make-Model-Totals.
           PERFORM 570-Write-Govt-Comml-Totals.
           PERFORM 600-CLOSE-FILES.
           PERFORM 700-Print-Control-Totals.
      *    Parts that could not be valued warn the scheduler that
      *    the valuation is short - the same convention REJRECON
      *    uses for unresolved rejects.
           IF WS-NO-MASTER-CTR > ZERO OR WS-NO-PRICE-CTR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       000-Housekeeping.
      * Initialization Routine. The run date and the excess
      * percentage come off the control card.
           ACCEPT WS-RUN-DATE.
           ACCEPT WS-EXCESS-PCT.
           MOVE WS-RUN-DATE TO WS-DATE-TO-CHECK.
           PERFORM 290-Edit-YYYYMMDD-Date.
           IF NOT DATE-IS-VALID
               DISPLAY 'INVVALU: invalid run date on control card - '
                   WS-RUN-DATE
               PERFORM 2000-ABEND-RTN
           END-IF.
           PERFORM 300-Open-Files.
           PERFORM 310-Write-Report-Titles.
           PERFORM 320-Scan-POSTATUS UNTIL POSTATUS-EOF.
           PERFORM 340-Load-Vehicle-Table.
      * Priming Read of the price history for the match
           PERFORM 410-Read-PRICHIST.

       150-Value-Inventory.
      *    Puts the on-hand feed in part number sequence so each part
      *    can be matched against the price history, which ascends
      *    on part number plus supplier code.
           SORT SORTOH
               ON ASCENDING KEY SO-PART-NUMBER
               USING ONHAND
               OUTPUT PROCEDURE IS 500-Value-Sorted-Parts.
           IF SORT-RETURN NOT = ZERO THEN
                DISPLAY 'INVVALU: sort of ONHAND failed'
                PERFORM 2000-ABEND-RTN
           END-IF.


       200-Value-Part.
      *    One fed part in: its master record and its price summary
      *    decide whether it can be valued. A part that cannot is an
      *    exception, not a zero-value line.
           ADD 1 TO WS-ONHAND-READ-CTR.
           PERFORM 210-Read-Part-Master.
           PERFORM 220-Get-Price-Summary.
           EVALUATE TRUE
               WHEN NOT PART-FOUND
                   MOVE 'NOT ON PARTS MASTER' TO EL-REASON
                   ADD 1 TO WS-NO-MASTER-CTR
                   PERFORM 530-Write-EXCWORK
               WHEN NOT PRICE-FOUND
                   MOVE 'NO PRICE HISTORY' TO EL-REASON
                   ADD 1 TO WS-NO-PRICE-CTR
                   PERFORM 530-Write-EXCWORK
               WHEN OTHER
                   COMPUTE WS-LAST-VALUE =
                       SO-QTY-ON-HAND * WS-PART-LAST-PRICE
                   COMPUTE WS-LOWEST-VALUE =
                       SO-QTY-ON-HAND * WS-PART-LOWEST-PRICE
                   PERFORM 230-Check-Excess
                   PERFORM 240-Check-Obsolete
                   PERFORM 250-Accumulate-Totals
                   ADD 1 TO WS-PARTS-VALUED-CTR
                   PERFORM 510-Write-Detail-Line
           END-EVALUATE.

       210-Read-Part-Master.
           MOVE SO-PART-NUMBER TO PM-PART-NUMBER.
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

       220-Get-Price-Summary.
      *    Advances the price history past every part below the one
      *    in hand, then folds in each supplier pair for the part.
      *    Both streams ascend on part number, so history the feed
      *    never asks about is simply passed over.
           IF SO-PART-NUMBER NOT = WS-PRICED-PART
               MOVE SO-PART-NUMBER TO WS-PRICED-PART
               MOVE 'N' TO WS-PRICE-FOUND-SW
               MOVE ZERO TO WS-PRICE-CYCLE, WS-PART-LAST-PRICE,
                   WS-PART-LOWEST-PRICE
               PERFORM 410-Read-PRICHIST
                   UNTIL PRICHIST-EOF
                      OR PH-PART-NUMBER NOT < SO-PART-NUMBER
               PERFORM 225-Take-Price-Pair
                   UNTIL PRICHIST-EOF
                      OR PH-PART-NUMBER NOT = SO-PART-NUMBER
           END-IF.

       225-Take-Price-Pair.
      *    The pair seen in the latest cycle gives the last price;
      *    the lowest price is the lowest across every pair.
           IF NOT PRICE-FOUND
                   OR PH-LAST-CYCLE > WS-PRICE-CYCLE
               MOVE PH-LAST-CYCLE TO WS-PRICE-CYCLE
               MOVE PH-LAST-PRICE TO WS-PART-LAST-PRICE
           END-IF.
           IF NOT PRICE-FOUND
                   OR PH-LOWEST-PRICE < WS-PART-LOWEST-PRICE
               MOVE PH-LOWEST-PRICE TO WS-PART-LOWEST-PRICE
           END-IF.
           MOVE 'Y' TO WS-PRICE-FOUND-SW.
           PERFORM 410-Read-PRICHIST.

       230-Check-Excess.
      *    On hand plus still on order against the order-up-to level
      *    raised by the control card percentage. A part with no
      *    order-up-to level is excess as soon as it has any stock
      *    or supply at all.
           MOVE 'N' TO WS-EXCESS-SW.
           MOVE SO-PART-NUMBER TO WS-SUPPLY-SEARCH-KEY.
           PERFORM 520-Find-Supply-Entry.
           MOVE SO-QTY-ON-HAND TO WS-STOCK-POSITION.
           IF SUPPLY-ENTRY-FOUND
               IF SY-OPEN-QTY(SY-IDX) > ZERO
                   ADD SY-OPEN-QTY(SY-IDX) TO WS-STOCK-POSITION
               END-IF
           END-IF.
           COMPUTE WS-EXCESS-LIMIT =
               SO-ORDER-UP-TO * (100 + WS-EXCESS-PCT) / 100.
           IF WS-STOCK-POSITION > WS-EXCESS-LIMIT
               SET PART-IS-EXCESS TO TRUE
               ADD 1 TO WS-EXCESS-CTR
           END-IF.

       240-Check-Obsolete.
      *    The same make/model/year-range match VEHCHECK applies. A
      *    part with no vehicle on its master record is not tied to
      *    a vehicle and cannot fall off the catalog.
           MOVE 'N' TO WS-OBSOLETE-SW.
           IF PM-VEHICLE-MAKE NOT = SPACES
               IF PM-VEHICLE-YEAR NOT NUMERIC
                   MOVE ZERO TO WS-VEHICLE-YEAR-9
               ELSE
                   MOVE PM-VEHICLE-YEAR TO WS-VEHICLE-YEAR-9
               END-IF
               MOVE 'N' TO WS-VEHICLE-FOUND-SW
               PERFORM 245-Find-Vehicle-Entry
                   VARYING VC-IDX FROM 1 BY 1
                   UNTIL VC-IDX > WS-VEHCATLG-COUNT
                      OR VEHICLE-MATCH-FOUND
               IF NOT VEHICLE-MATCH-FOUND
                   SET PART-IS-OBSOLETE TO TRUE
                   ADD 1 TO WS-OBSOLETE-CTR
               END-IF
           END-IF.

       245-Find-Vehicle-Entry.
           IF PM-VEHICLE-MAKE = VC-MAKE(VC-IDX)
                   AND PM-VEHICLE-MODEL = VC-MODEL(VC-IDX)
                   AND WS-VEHICLE-YEAR-9 >= VC-YEAR-LOW(VC-IDX)
                   AND WS-VEHICLE-YEAR-9 <= VC-YEAR-HIGH(VC-IDX)
               SET VEHICLE-MATCH-FOUND TO TRUE
           END-IF.

       250-Accumulate-Totals.
           MOVE 'N' TO WS-MAKE-MODEL-FOUND-SW.
           PERFORM 255-Check-Make-Model-Entry
               VARYING MM-IDX FROM 1 BY 1
               UNTIL MM-IDX > WS-MAKE-MODEL-COUNT
                  OR MAKE-MODEL-ENTRY-FOUND.
           IF MAKE-MODEL-ENTRY-FOUND
               SET MM-IDX DOWN BY 1
           ELSE
               IF WS-MAKE-MODEL-COUNT >= 500
                   DISPLAY 'INVVALU: more than 500 make/models '
                   DISPLAY 'on hand - WS-MAKE-MODEL-TABLE too small'
                   PERFORM 2000-ABEND-RTN
               END-IF
               ADD 1 TO WS-MAKE-MODEL-COUNT
               SET MM-IDX TO WS-MAKE-MODEL-COUNT
               MOVE PM-VEHICLE-MAKE TO MM-MAKE(MM-IDX)
               MOVE PM-VEHICLE-MODEL TO MM-MODEL(MM-IDX)
               MOVE ZERO TO MM-PART-COUNT(MM-IDX)
               MOVE ZERO TO MM-LAST-VALUE(MM-IDX)
               MOVE ZERO TO MM-LOWEST-VALUE(MM-IDX)
           END-IF.
           ADD 1 TO MM-PART-COUNT(MM-IDX).
           ADD WS-LAST-VALUE TO MM-LAST-VALUE(MM-IDX).
           ADD WS-LOWEST-VALUE TO MM-LOWEST-VALUE(MM-IDX).
           IF PM-GOVT-COMML-CODE = 'G'
               ADD 1 TO WS-GOVT-PART-CTR
               ADD WS-LAST-VALUE TO WS-GOVT-LAST-VALUE
               ADD WS-LOWEST-VALUE TO WS-GOVT-LOWEST-VALUE
           ELSE
               ADD 1 TO WS-COMML-PART-CTR
               ADD WS-LAST-VALUE TO WS-COMML-LAST-VALUE
               ADD WS-LOWEST-VALUE TO WS-COMML-LOWEST-VALUE
           END-IF.
           ADD 1 TO WS-GRAND-PART-CTR.
           ADD WS-LAST-VALUE TO WS-GRAND-LAST-VALUE.
           ADD WS-LOWEST-VALUE TO WS-GRAND-LOWEST-VALUE.

       255-Check-Make-Model-Entry.
           IF MM-MAKE(MM-IDX) = PM-VEHICLE-MAKE
                   AND MM-MODEL(MM-IDX) = PM-VEHICLE-MODEL
               SET MAKE-MODEL-ENTRY-FOUND TO TRUE
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
           OPEN INPUT PARTMSTR.
      *    Input File Status Checking for PARTMSTR
           IF IN-PARTMSTR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PARTMSTR'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT PRICHIST.
      *    Input File Status Checking for PRICHIST
           IF IN-PRICHIST-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PRICHIST'
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
           OPEN INPUT VEHCATLG.
      *    Input File Status Checking for VEHCATLG
           IF IN-VEHCATLG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input VEHCATLG'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT EXCWORK.
      *    Output File Status Checking for EXCWORK
           IF IO-EXCWORK-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning EXCWORK'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT INVVALRP.
      *    Output File Status Checking for INVVALRP
           IF OUT-INVVALRP-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning INVVALRP'
                GO TO 2000-ABEND-RTN
           END-IF.

       310-Write-Report-Titles.
           MOVE WS-RUN-DATE TO TL-RUN-DATE.
           MOVE WS-EXCESS-PCT TO TL-EXCESS-PCT.
           WRITE INVVALRP-REC FROM WS-REPORT-TITLE-LINE.
           IF OUT-INVVALRP-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output INVVALRP writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE SPACES TO INVVALRP-REC.
           WRITE INVVALRP-REC.
           WRITE INVVALRP-REC FROM WS-COLUMN-HEADING-LINE.

       320-Scan-POSTATUS.
      *    One sequential pass over the status master at startup -
      *    only open and partial lines are supply still coming.
           READ POSTATUS
                AT END SET POSTATUS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-POSTATUS-LINES-CTR
                    IF PS-STATUS-OPEN OR PS-STATUS-PARTIAL
                        PERFORM 330-Post-Open-Line
                    END-IF
           END-READ.

       330-Post-Open-Line.
           COMPUTE WS-LINE-OPEN-QTY =
               PS-QTY-ORDERED - PS-QTY-RECEIVED.
           IF WS-LINE-OPEN-QTY > ZERO
               MOVE PS-PART-NUMBER TO WS-SUPPLY-SEARCH-KEY
               PERFORM 520-Find-Supply-Entry
               IF NOT SUPPLY-ENTRY-FOUND
                   IF WS-SUPPLY-COUNT >= 2000
                       DISPLAY 'INVVALU: more than 2000 parts on '
                       DISPLAY 'POSTATUS - WS-SUPPLY-TABLE too small'
                       PERFORM 2000-ABEND-RTN
                   END-IF
                   ADD 1 TO WS-SUPPLY-COUNT
                   SET SY-IDX TO WS-SUPPLY-COUNT
                   MOVE PS-PART-NUMBER TO SY-PART-NUMBER(SY-IDX)
                   MOVE ZERO TO SY-OPEN-QTY(SY-IDX)
               END-IF
               ADD WS-LINE-OPEN-QTY TO SY-OPEN-QTY(SY-IDX)
           END-IF.

       340-Load-Vehicle-Table.
      * Loads VEHCATLG once at startup into a table searched for
      * every valued part's vehicle fields.
           PERFORM 345-Read-Vehcatlg-Record UNTIL VEHCATLG-EOF.

       345-Read-Vehcatlg-Record.
           READ VEHCATLG
                AT END SET VEHCATLG-EOF TO TRUE
                NOT AT END
                    IF WS-VEHCATLG-COUNT >= 500
                        DISPLAY
                            'VEHCATLG has more than 500 rows - '
                        DISPLAY
                            'WS-VEHCATLG-TABLE is too small'
                        PERFORM 2000-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-VEHCATLG-COUNT
                    MOVE VEHCATLG-REC TO WS-VEHCATLG-ENTRY
                        (WS-VEHCATLG-COUNT)
           END-READ.


       410-Read-PRICHIST.
           READ PRICHIST
      * Set AT END Switch
                AT END MOVE 'Y' TO PRICHIST-EOF-WS
                IF IN-PRICHIST-KEY = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file PRICHIST reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF NOT PRICHIST-EOF
               ADD 1 TO WS-PRICHIST-READ-CTR
           END-IF.


       500-Value-Sorted-Parts.
      *    Output procedure for the SORT - values each fed part in
      *    part number order as the price history is matched.
           PERFORM 505-Return-Sorted-Part UNTIL SORTOH-EOF.

       505-Return-Sorted-Part.
           RETURN SORTOH
                AT END SET SORTOH-EOF TO TRUE
                NOT AT END PERFORM 200-Value-Part
           END-RETURN.

       510-Write-Detail-Line.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SO-PART-NUMBER TO DL-PART-NUMBER.
           MOVE SO-QTY-ON-HAND TO DL-QTY-ON-HAND.
           MOVE WS-PART-LAST-PRICE TO DL-LAST-PRICE.
           MOVE WS-LAST-VALUE TO DL-LAST-VALUE.
           MOVE WS-LOWEST-VALUE TO DL-LOWEST-VALUE.
           EVALUATE TRUE
               WHEN PART-IS-EXCESS AND PART-IS-OBSOLETE
                   MOVE 'EXC+OBSOL' TO DL-FLAG
               WHEN PART-IS-EXCESS
                   MOVE 'EXCESS' TO DL-FLAG
               WHEN PART-IS-OBSOLETE
                   MOVE 'OBSOLETE' TO DL-FLAG
           END-EVALUATE.
           WRITE INVVALRP-REC FROM WS-DETAIL-LINE.
           IF OUT-INVVALRP-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output INVVALRP writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.

       520-Find-Supply-Entry.
      *    Linear scan of the supply table for the part the caller
      *    placed in WS-SUPPLY-SEARCH-KEY. The VARYING loop leaves
      *    the index one past the hit, so it is stepped back before
      *    the caller uses it.
           MOVE 'N' TO WS-SUPPLY-FOUND-SW.
           PERFORM 525-Check-Supply-Entry
               VARYING SY-IDX FROM 1 BY 1
               UNTIL SY-IDX > WS-SUPPLY-COUNT
                  OR SUPPLY-ENTRY-FOUND.
           IF SUPPLY-ENTRY-FOUND
               SET SY-IDX DOWN BY 1
           END-IF.

       525-Check-Supply-Entry.
           IF SY-PART-NUMBER(SY-IDX) = WS-SUPPLY-SEARCH-KEY
               SET SUPPLY-ENTRY-FOUND TO TRUE
           END-IF.

       530-Write-EXCWORK.
           MOVE SO-PART-NUMBER TO EL-PART-NUMBER.
           MOVE SO-QTY-ON-HAND TO EL-QTY-ON-HAND.
           WRITE EXCWORK-REC FROM WS-EXCEPTION-LINE.
           IF IO-EXCWORK-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output EXCWORK writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.

       550-Write-Exceptions.
      *    The overall total closes the valued listing, then the
      *    exception lines held on EXCWORK follow under their own
      *    heading.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'ALL PARTS' TO TT-DESCRIPTION.
           MOVE WS-GRAND-PART-CTR TO TT-PART-COUNT.
           MOVE WS-GRAND-LAST-VALUE TO TT-LAST-VALUE.
           MOVE WS-GRAND-LOWEST-VALUE TO TT-LOWEST-VALUE.
           MOVE SPACES TO INVVALRP-REC.
           WRITE INVVALRP-REC.
           PERFORM 590-Write-Total-Line.
           MOVE SPACES TO INVVALRP-REC.
           WRITE INVVALRP-REC.
           WRITE INVVALRP-REC FROM WS-EXCEPTION-TITLE-LINE.
           MOVE SPACES TO INVVALRP-REC.
           WRITE INVVALRP-REC.
           WRITE INVVALRP-REC FROM WS-EXCEPTION-HEADING-LINE.
           IF OUT-INVVALRP-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output INVVALRP writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           IF WS-NO-MASTER-CTR = ZERO AND WS-NO-PRICE-CTR = ZERO
               WRITE INVVALRP-REC FROM WS-NO-EXCEPTIONS-LINE
           ELSE
               OPEN INPUT EXCWORK
               IF IO-EXCWORK-KEY NOT = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'File Problem reopenning EXCWORK'
                    GO TO 2000-ABEND-RTN
               END-IF
               PERFORM 555-Copy-Exception-Line UNTIL EXCWORK-EOF
               CLOSE EXCWORK
           END-IF.

       555-Copy-Exception-Line.
           READ EXCWORK
                AT END SET EXCWORK-EOF TO TRUE
                NOT AT END
                    WRITE INVVALRP-REC FROM EXCWORK-REC
                    IF OUT-INVVALRP-KEY NOT EQUAL ZERO THEN
                         DISPLAY 'Output INVVALRP writing problem'
                         PERFORM 2000-ABEND-RTN
                    END-IF
           END-READ.

       560-Write-Make-Model-Totals.
           MOVE SPACES TO INVVALRP-REC.
           WRITE INVVALRP-REC.
           WRITE INVVALRP-REC FROM WS-MAKE-MODEL-TITLE-LINE.
           MOVE SPACES TO INVVALRP-REC.
           WRITE INVVALRP-REC.
           WRITE INVVALRP-REC FROM WS-TOTAL-HEADING-LINE.
           IF OUT-INVVALRP-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output INVVALRP writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           PERFORM 565-Write-One-Make-Model
               VARYING MM-IDX FROM 1 BY 1
               UNTIL MM-IDX > WS-MAKE-MODEL-COUNT.

       565-Write-One-Make-Model.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE MM-MAKE(MM-IDX) TO TT-MAKE.
           MOVE MM-MODEL(MM-IDX) TO TT-MODEL.
           MOVE MM-PART-COUNT(MM-IDX) TO TT-PART-COUNT.
           MOVE MM-LAST-VALUE(MM-IDX) TO TT-LAST-VALUE.
           MOVE MM-LOWEST-VALUE(MM-IDX) TO TT-LOWEST-VALUE.
           PERFORM 590-Write-Total-Line.

       570-Write-Govt-Comml-Totals.
           MOVE SPACES TO INVVALRP-REC.
           WRITE INVVALRP-REC.
           WRITE INVVALRP-REC FROM WS-GOVT-COMML-TITLE-LINE.
           MOVE SPACES TO INVVALRP-REC.
           WRITE INVVALRP-REC.
           IF OUT-INVVALRP-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output INVVALRP writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'GOVERNMENT' TO TT-DESCRIPTION.
           MOVE WS-GOVT-PART-CTR TO TT-PART-COUNT.
           MOVE WS-GOVT-LAST-VALUE TO TT-LAST-VALUE.
           MOVE WS-GOVT-LOWEST-VALUE TO TT-LOWEST-VALUE.
           PERFORM 590-Write-Total-Line.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'COMMERCIAL' TO TT-DESCRIPTION.
           MOVE WS-COMML-PART-CTR TO TT-PART-COUNT.
           MOVE WS-COMML-LAST-VALUE TO TT-LAST-VALUE.
           MOVE WS-COMML-LOWEST-VALUE TO TT-LOWEST-VALUE.
           PERFORM 590-Write-Total-Line.

       590-Write-Total-Line.
           WRITE INVVALRP-REC FROM WS-TOTAL-LINE.
           IF OUT-INVVALRP-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output INVVALRP writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.


       600-CLOSE-FILES.
      *     DISPLAY 'CLOSING FILES'.
           CLOSE PARTMSTR, PRICHIST, POSTATUS, VEHCATLG, INVVALRP.


       700-Print-Control-Totals.
           DISPLAY '==============================================='.
           DISPLAY 'INVVALU RUN CONTROL TOTALS'.
           DISPLAY '==============================================='.
           DISPLAY 'PARTS READ FROM ONHAND FEED.......: '
               WS-ONHAND-READ-CTR.
           DISPLAY 'PRICE PAIRS READ FROM PRICHIST....: '
               WS-PRICHIST-READ-CTR.
           DISPLAY 'PO LINES SCANNED FROM POSTATUS....: '
               WS-POSTATUS-LINES-CTR.
           DISPLAY 'PARTS VALUED......................: '
               WS-PARTS-VALUED-CTR.
           DISPLAY 'FLAGGED - EXCESS STOCK............: '
               WS-EXCESS-CTR.
           DISPLAY 'FLAGGED - OBSOLETE CANDIDATE......: '
               WS-OBSOLETE-CTR.
           DISPLAY 'NOT VALUED - NO PARTS MASTER......: '
               WS-NO-MASTER-CTR.
           DISPLAY 'NOT VALUED - NO PRICE HISTORY.....: '
               WS-NO-PRICE-CTR.
           DISPLAY '==============================================='.


       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
