       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTVPROC.
      ******************************************************************
      * Daily return-to-vendor run for dock rejects. RCPTAPLY adds
      * the dock's rejected quantity into PS-QTY-DOCK-REJECT on the
      * POSTATUS open-PO master; this run finds what each line's
      * dock reject quantity has grown by since the last run (the
      * REJBASE baseline, REJBIN in, REJBOUT out) and raises a
      * return-to-vendor authorization for it: an RTV number from
      * the persistent RTVCTL control record (rewritten as each
      * number is taken), an open RTV on the keyed RTVMSTR master, a
      * debit memo (DEBITMEM) valued at the line's PS-UNIT-PRICE for
      * accounts payable to net against the supplier's next payment
      * - INVMATCH lets the rejects be billed, so the memo takes
      * back what was paid for them - and an RTV notice (RTVNOTE)
      * addressed to the supplier's type-1 order address on
      * SUPPMSTR. The notice asks for a replacement shipment while
      * the PO line is still open for receipt, and for a credit once
      * the line is received in full or closed by the dock - the
      * goods are no longer wanted. A line whose supplier has no
      * order address on file is held off, with its baseline left
      * where it was, so the RTV is raised on the first run after
      * SUPPMSTR is put right. Every RTV raised or held is listed on
      * the RTVREG register with the debit memo total.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The keyed open-PO status master, read front to back
           SELECT POSTATUS ASSIGN TO POSTATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PS-PO-LINE-KEY
           FILE STATUS IS IN-POSTATUS-KEY.

      * Input File REJBIN - the dock reject baseline as of the prior
      * run
           SELECT REJBIN ASSIGN TO REJBIN
           FILE STATUS IS IN-REJBIN-KEY.

      * Output File REJBOUT - the updated baseline, to become the
      * next run's REJBIN
           SELECT REJBOUT ASSIGN TO REJBOUT
           FILE STATUS IS OUT-REJBOUT-KEY.

      * The persistent RTV number control record, updated in place
           SELECT RTVCTL ASSIGN TO RTVCTL
           FILE STATUS IS IO-RTVCTL-KEY.

      * The keyed supplier master, read by key for the order address
           SELECT SUPPMSTR ASSIGN TO SUPPMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-SUPPLIER-CODE
           FILE STATUS IS IN-SUPPMSTR-KEY.

      * The keyed return-to-vendor master, the new RTVs are added to
      * it by key
           SELECT RTVMSTR ASSIGN TO RTVMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VR-RTV-NUMBER
           FILE STATUS IS IO-RTVMSTR-KEY.

      * Output File DEBITMEM - the debit memos for accounts payable
           SELECT DEBITMEM ASSIGN TO DEBITMEM
           FILE STATUS IS OUT-DEBITMEM-KEY.

      * Output File for the RTV notices to the suppliers
           SELECT RTVNOTE ASSIGN TO RTVNOTE
           FILE STATUS IS OUT-RTVNOTE-KEY.

      * Output File for the RTV register
           SELECT RTVREG ASSIGN TO RTVREG
           FILE STATUS IS OUT-RTVREG-KEY.

       DATA DIVISION.
       FILE SECTION.
      * Keyed open-PO status master - see COPY/POSTATUS.CPY
       FD  POSTATUS
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS POSTATUS-REC.
       01  POSTATUS-REC.
           COPY POSTATUS.

      * Dock reject baseline in - see COPY/REJBASE.CPY. Maintained
      * in PO-number/part-number sequence by this program.
       FD  REJBIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REJBIN-REC.
       01  REJBIN-REC.
           COPY REJBASE.

      * Dock reject baseline out - same 40-byte layout, written FROM
      * the working baseline record so the field names only live
      * once.
       FD  REJBOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REJBOUT-REC.
       01  REJBOUT-REC                       PIC X(40).

      * RTV number control record - see COPY/RTVCTL.CPY
       FD  RTVCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTVCTL-REC.
       01  RTVCTL-REC.
           COPY RTVCTL.

      * Keyed supplier master - see COPY/SUPPMST.CPY
       FD  SUPPMSTR
           RECORD CONTAINS 258 CHARACTERS
           DATA RECORD IS SUPPMSTR-REC.
       01  SUPPMSTR-REC.
           COPY SUPPMST.

      * Keyed return-to-vendor master - see COPY/RTVMST.CPY
       FD  RTVMSTR
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS RTVMSTR-REC.
       01  RTVMSTR-REC.
           COPY RTVMST.

      * Debit memos - see COPY/DEBITMEM.CPY
       FD  DEBITMEM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEBITMEM-REC.
       01  DEBITMEM-REC.
           COPY DEBITMEM.

      * Output File for the RTV notices
       FD  RTVNOTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTVNOTE-REC.
       01  RTVNOTE-REC                       PIC X(80).

      * Output File for the RTV register
       FD  RTVREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTVREG-REC.
       01  RTVREG-REC                        PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
      * File status key for the keyed open-PO status master
           05 IN-POSTATUS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Input File REJBIN
           05 IN-REJBIN-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output REJBOUT
           05 OUT-REJBOUT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the RTV number control record
           05 IO-RTVCTL-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed supplier master
           05 IN-SUPPMSTR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed return-to-vendor master
           05 IO-RTVMSTR-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output DEBITMEM
           05 OUT-DEBITMEM-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output RTVNOTE
           05 OUT-RTVNOTE-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output RTVREG
           05 OUT-RTVREG-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 POSTATUS-EOF-WS                    PIC X(01) VALUE 'N'.
           88 POSTATUS-EOF VALUE 'Y'.
       01 REJBIN-EOF-WS                      PIC X(01) VALUE 'N'.
           88 REJBIN-EOF VALUE 'Y'.

      * Run date keyed on the control card as YYYYMMDD - the date on
      * every RTV and debit memo raised.
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

      * The baseline record being built for the PO line in hand, and
      * the key of the baseline record waiting on REJBIN.
       01 WS-BASELINE-RECORD.
           05 WS-BASE-PO-LINE-KEY.
               10 WS-BASE-PO-NUMBER         PIC X(06) VALUE SPACES.
               10 WS-BASE-PART-NUMBER       PIC X(23) VALUE SPACES.
           05 WS-BASE-QTY-DOCK-REJECT       PIC 9(07) VALUE ZERO.
           05 FILLER                        PIC X(04) VALUE SPACES.
       01 WS-REJBIN-KEY-WS.
           05 WS-REJBIN-PO-NUMBER           PIC X(06) VALUE SPACES.
           05 WS-REJBIN-PART-NUMBER         PIC X(23) VALUE SPACES.

      * Dock reject quantity the line in hand has gained since the
      * baseline, and what it is worth at the PO price.
       01 WS-NEW-REJECT-QTY                  PIC S9(08) VALUE ZERO.
       01 WS-RETURN-VALUE                    PIC S9(14)V99 VALUE ZERO.

      * Master record found or not for the line in hand
       01 WS-SUPPLIER-FOUND-SW               PIC X(01) VALUE 'N'.
           88 SUPPLIER-FOUND VALUE 'Y'.

      * The supplier's type-1 (order) address, lifted out of the
      * SUPPMSTR address occurrences.
       01 WS-ORDER-ADDRESS.
           COPY SUPADDRS.
       01 WS-ORDER-ADDR-FOUND-SW             PIC X(01) VALUE 'N'.
           88 ORDER-ADDRESS-FOUND VALUE 'Y'.

      * Set when the line in hand could not be raised - the reason
      * goes on the register below the line.
       01 WS-RTV-HELD-SW                     PIC X(01) VALUE 'N'.
           88 RTV-HELD VALUE 'Y'.
       01 WS-HELD-REASON                     PIC X(30) VALUE SPACES.

      * Cleared by the RTVMSTR WRITE's INVALID KEY branch - a key
      * already on file means the control record is out of step.
       01 WS-RTV-WRITTEN-SW                  PIC X(01) VALUE 'Y'.
           88 RTV-WRITTEN VALUE 'Y'.

      * RTV numbering - the next number comes off RTVCTL and is
      * carried here until the control record is rewritten.
       01 WS-NEXT-RTV-NUMBER                 PIC 9(06) VALUE ZERO.
       01 WS-FIRST-RTV-NUMBER                PIC 9(06) VALUE ZERO.
       01 WS-CURR-RTV-NUMBER                 PIC X(06) VALUE SPACES.

      * Run counters and totals for the balancing report
       01 WS-LINES-READ-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-BASELINE-IN-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-BASELINE-OUT-CTR                PIC 9(7) VALUE ZERO.
       01 WS-BASELINE-DROPPED-CTR            PIC 9(7) VALUE ZERO.
       01 WS-LINES-NEW-REJECT-CTR            PIC 9(7) VALUE ZERO.
       01 WS-LINES-BELOW-BASE-CTR            PIC 9(7) VALUE ZERO.
       01 WS-RTVS-RAISED-CTR                 PIC 9(7) VALUE ZERO.
       01 WS-CREDIT-WANTED-CTR               PIC 9(7) VALUE ZERO.
       01 WS-REPLACEMENT-WANTED-CTR          PIC 9(7) VALUE ZERO.
       01 WS-RTVS-HELD-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-DEBIT-MEMO-TOTAL                PIC S9(15)V99 VALUE ZERO.
       01 WS-HELD-TOTAL                      PIC S9(15)V99 VALUE ZERO.

      * RTV notice lines
       01 WS-NOTICE-TITLE-LINE.
           05 FILLER                     PIC X(31) VALUE
              'RETURN TO VENDOR AUTHORIZATION '.
           05 NH-RTV-NUMBER              PIC X(06).
           05 FILLER                     PIC X(16) VALUE SPACES.
           05 FILLER                     PIC X(09) VALUE
              'RTV DATE '.
           05 NH-RTV-DATE                PIC 9(08).
           05 FILLER                     PIC X(10) VALUE SPACES.

       01 WS-NOTICE-ADDRESS-LINE.
           05 AL-LINE-LABEL              PIC X(04).
           05 AL-LINE-TEXT               PIC X(15).
           05 FILLER                     PIC X(61) VALUE SPACES.

       01 WS-NOTICE-CITY-LINE.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 NC-CITY                    PIC X(15).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 NC-STATE                   PIC X(02).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 NC-ZIP-CODE                PIC X(05).
           05 FILLER                     PIC X(51) VALUE SPACES.

       01 WS-NOTICE-SUPPLIER-LINE.
           05 FILLER                     PIC X(15) VALUE
              'SUPPLIER CODE: '.
           05 NS-SUPPLIER-CODE           PIC X(10).
           05 FILLER                     PIC X(55) VALUE SPACES.

       01 WS-NOTICE-HEADING-LINE.
           05 FILLER                     PIC X(31) VALUE
              'PO NUM PART NUMBER'.
           05 FILLER                     PIC X(49) VALUE
              '    QTY UNIT PRICE     DEBIT VALUE'.

       01 WS-NOTICE-DETAIL-LINE.
           05 ND-PO-NUMBER               PIC X(06).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 ND-PART-NUMBER             PIC X(23).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 ND-QTY-RETURNED            PIC ZZZZZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 ND-UNIT-PRICE              PIC ZZZZZZ9.99.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 ND-RETURN-VALUE            PIC Z(11)9.99-.
           05 FILLER                     PIC X(14) VALUE SPACES.

       01 WS-NOTICE-TEXT-LINE.
           05 NT-TEXT                    PIC X(80).

      * RTV register lines
       01 WS-REGISTER-TITLE-LINE.
           05 FILLER                     PIC X(28) VALUE
              'RETURN-TO-VENDOR REGISTER -'.
           05 TL-RUN-DATE                PIC 9(08).
           05 FILLER                     PIC X(44) VALUE SPACES.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER                     PIC X(38) VALUE
              'RTV    PO NUM PART NUMBER'.
           05 FILLER                     PIC X(42) VALUE
              'SUPPLIER       QTY          VALUE  REMEDY'.

       01 WS-REGISTER-LINE.
           05 RG-RTV-NUMBER              PIC X(06).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-PO-NUMBER               PIC X(06).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-PART-NUMBER             PIC X(23).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-SUPPLIER-CODE           PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-QTY-RETURNED            PIC ZZZZZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-RETURN-VALUE            PIC Z(10)9.99-.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-REMEDY                  PIC X(07).

      * A held line's reason goes on the line below it - the
      * register line has no room left beside the value.
       01 WS-HELD-LINE.
           05 FILLER                     PIC X(07) VALUE SPACES.
           05 FILLER                     PIC X(08) VALUE
              'REASON: '.
           05 HL-HELD-REASON             PIC X(30).
           05 FILLER                     PIC X(35) VALUE SPACES.

       01 WS-REGISTER-TOTAL-LINE.
           05 RT-LABEL                   PIC X(30).
           05 RT-COUNT                   PIC ZZZZZZ9.
           05 FILLER                     PIC X(07) VALUE ' LINES '.
           05 RT-VALUE                   PIC Z(13)9.99-.
           05 FILLER                     PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL POSTATUS-EOF.
           PERFORM 120-End-Of-Master.
           PERFORM 580-Write-Register-Totals.
           PERFORM 600-CLOSE-FILES.
           PERFORM 700-Print-Control-Totals.
           GOBACK.

       000-Housekeeping.
      * Initialization Routine. The run date comes off the control
      * card; it is the date on every RTV raised.
           ACCEPT WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-TO-CHECK.
           PERFORM 290-Edit-YYYYMMDD-Date.
           IF NOT DATE-IS-VALID
               DISPLAY 'RTVPROC: invalid run date on control card - '
                   WS-RUN-DATE
               PERFORM 2000-ABEND-RTN
           END-IF.
           PERFORM 300-Open-Files.
           PERFORM 360-Read-RTVCTL.
           PERFORM 370-Write-Register-Titles.
      * Priming Reads for the match-merge
           PERFORM 400-Read-POSTATUS.
           PERFORM 410-Read-REJBIN.

       100-Main2.
           PERFORM 200-Check-Line.
           PERFORM 400-Read-POSTATUS.

       120-End-Of-Master.
      *    Baseline records past the last POSTATUS line belong to
      *    lines POARCH has since purged - they are not carried.
           PERFORM 210-Drop-Baseline UNTIL REJBIN-EOF.

       200-Check-Line.
      *    Match-merge of the status master against the baseline -
      *    both ascend on PO number plus part number. Baseline
      *    records falling short of the line in hand belong to lines
      *    purged from the master and are dropped.
           PERFORM 210-Drop-Baseline
               UNTIL REJBIN-EOF
                  OR WS-REJBIN-KEY-WS NOT < PS-PO-LINE-KEY.
           MOVE PS-PO-LINE-KEY TO WS-BASE-PO-LINE-KEY.
           IF NOT REJBIN-EOF AND WS-REJBIN-KEY-WS = PS-PO-LINE-KEY
               MOVE DB-QTY-DOCK-REJECT TO WS-BASE-QTY-DOCK-REJECT
               PERFORM 410-Read-REJBIN
           ELSE
               MOVE ZERO TO WS-BASE-QTY-DOCK-REJECT
           END-IF.
           COMPUTE WS-NEW-REJECT-QTY =
               PS-QTY-DOCK-REJECT - WS-BASE-QTY-DOCK-REJECT.
      *    A dock reject quantity below the baseline was corrected
      *    down after its RTV went out - the RTV stands, and the
      *    baseline stays put so the same pieces are never returned
      *    twice.
           IF WS-NEW-REJECT-QTY > ZERO
               ADD 1 TO WS-LINES-NEW-REJECT-CTR
               PERFORM 220-Raise-RTV
               IF NOT RTV-HELD
                   MOVE PS-QTY-DOCK-REJECT TO WS-BASE-QTY-DOCK-REJECT
               END-IF
           ELSE
               IF WS-NEW-REJECT-QTY < ZERO
                   ADD 1 TO WS-LINES-BELOW-BASE-CTR
               END-IF
           END-IF.
           IF WS-BASE-QTY-DOCK-REJECT > ZERO
               PERFORM 260-Write-REJBOUT
           END-IF.

       210-Drop-Baseline.
           ADD 1 TO WS-BASELINE-DROPPED-CTR.
           PERFORM 410-Read-REJBIN.

       220-Raise-RTV.
      *    The notice goes to the supplier's order address, so a
      *    supplier with no type-1 address cannot be sent one - the
      *    line is held and picked up again on a later run.
           MOVE 'N' TO WS-RTV-HELD-SW.
           MOVE SPACES TO WS-HELD-REASON.
           MULTIPLY WS-NEW-REJECT-QTY BY PS-UNIT-PRICE
               GIVING WS-RETURN-VALUE
               ON SIZE ERROR
                   DISPLAY 'Return-to-vendor value overflow'
                   PERFORM 2000-ABEND-RTN
           END-MULTIPLY.
           PERFORM 235-Read-Supplier-Master.
           IF NOT SUPPLIER-FOUND
               MOVE 'Y' TO WS-RTV-HELD-SW
               MOVE 'SUPPLIER NOT ON SUPPMSTR' TO WS-HELD-REASON
           ELSE
               PERFORM 236-Find-Order-Address
               IF NOT ORDER-ADDRESS-FOUND
                   MOVE 'Y' TO WS-RTV-HELD-SW
                   MOVE 'NO ORDER ADDRESS ON SUPPMSTR'
                       TO WS-HELD-REASON
               END-IF
           END-IF.
           IF RTV-HELD
               ADD 1 TO WS-RTVS-HELD-CTR
               ADD WS-RETURN-VALUE TO WS-HELD-TOTAL
               MOVE SPACES TO WS-CURR-RTV-NUMBER
               PERFORM 570-Write-Register-Line
           ELSE
               PERFORM 225-Assign-RTV-Number
               PERFORM 230-Write-RTV-Master
               PERFORM 240-Write-Debit-Memo
               PERFORM 500-Write-RTV-Notice
               PERFORM 570-Write-Register-Line
               ADD 1 TO WS-RTVS-RAISED-CTR
               ADD WS-RETURN-VALUE TO WS-DEBIT-MEMO-TOTAL
           END-IF.

       225-Assign-RTV-Number.
           IF WS-NEXT-RTV-NUMBER >= 999999
               DISPLAY 'RTVPROC: RTV numbers are used up at '
                   WS-NEXT-RTV-NUMBER
               DISPLAY 'Reset VN-LAST-RTV-NUMBER on RTVCTL'
               PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-NEXT-RTV-NUMBER.
           IF WS-RTVS-RAISED-CTR = ZERO
               MOVE WS-NEXT-RTV-NUMBER TO WS-FIRST-RTV-NUMBER
           END-IF.
           PERFORM 590-Rewrite-RTV-Control.
           MOVE WS-NEXT-RTV-NUMBER TO WS-CURR-RTV-NUMBER.

       230-Write-RTV-Master.
      *    The RTV opens asking for a replacement while the PO line
      *    is still open for receipt, and for a credit once the line
      *    is received in full or closed by the dock. The number is
      *    fresh off the control record, so a key already on file
      *    means RTVCTL has fallen behind the numbers in use and the
      *    run stops before raising anything twice.
           MOVE SPACES TO RTVMSTR-REC.
           MOVE WS-CURR-RTV-NUMBER TO VR-RTV-NUMBER.
           MOVE PS-PO-NUMBER TO VR-PO-NUMBER.
           MOVE PS-PART-NUMBER TO VR-PART-NUMBER.
           MOVE PS-SUPPLIER-CODE TO VR-SUPPLIER-CODE.
           MOVE PS-BUYER-CODE TO VR-BUYER-CODE.
           MOVE WS-NEW-REJECT-QTY TO VR-QTY-RETURNED.
           MOVE PS-UNIT-PRICE TO VR-UNIT-PRICE.
           MOVE WS-RETURN-VALUE TO VR-RETURN-VALUE.
           MOVE WS-RUN-DATE TO VR-RTV-DATE.
           IF PS-STATUS-OPEN OR PS-STATUS-PARTIAL
               SET VR-REPLACEMENT-WANTED TO TRUE
               ADD 1 TO WS-REPLACEMENT-WANTED-CTR
           ELSE
               SET VR-CREDIT-WANTED TO TRUE
               ADD 1 TO WS-CREDIT-WANTED-CTR
           END-IF.
           SET VR-STATUS-OPEN TO TRUE.
           MOVE ZERO TO VR-SETTLED-DATE.
           MOVE 'Y' TO WS-RTV-WRITTEN-SW.
           WRITE RTVMSTR-REC
               INVALID KEY
                   MOVE 'N' TO WS-RTV-WRITTEN-SW
           END-WRITE.
           IF NOT RTV-WRITTEN
               DISPLAY 'RTVPROC: RTV ' VR-RTV-NUMBER
                   ' is already on RTVMSTR'
               DISPLAY 'RTVCTL is out of step with RTVMSTR'
               PERFORM 2000-ABEND-RTN
           END-IF.
           IF IO-RTVMSTR-KEY NOT = '00'
               DISPLAY 'RTVMSTR writing problem - STATUS '
                   IO-RTVMSTR-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.

       235-Read-Supplier-Master.
           MOVE PS-SUPPLIER-CODE TO SM-SUPPLIER-CODE.
           READ SUPPMSTR
               INVALID KEY
                   MOVE 'N' TO WS-SUPPLIER-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SUPPLIER-FOUND-SW
           END-READ.
           IF SUPPLIER-FOUND AND IN-SUPPMSTR-KEY NOT = '00'
               DISPLAY 'SUPPMSTR reading problem - STATUS '
                   IN-SUPPMSTR-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.

       236-Find-Order-Address.
      *    Scans the three address occurrences for the order (type
      *    1) address. The VARYING loop leaves the index one past
      *    the hit, so it is stepped back before the address is
      *    lifted out.
           MOVE 'N' TO WS-ORDER-ADDR-FOUND-SW.
           PERFORM 237-Check-Address-Type
               VARYING SM-ADDR-IDX FROM 1 BY 1
               UNTIL SM-ADDR-IDX > 3
                  OR ORDER-ADDRESS-FOUND.
           IF ORDER-ADDRESS-FOUND
               SET SM-ADDR-IDX DOWN BY 1
               MOVE SM-SUPP-ADDRESS(SM-ADDR-IDX) TO WS-ORDER-ADDRESS
           END-IF.

       237-Check-Address-Type.
           IF SM-SUPP-ADDRESS(SM-ADDR-IDX)(1:1) = '1'
               SET ORDER-ADDRESS-FOUND TO TRUE
           END-IF.

       240-Write-Debit-Memo.
           MOVE SPACES TO DEBITMEM-REC.
           MOVE VR-SUPPLIER-CODE TO DM-SUPPLIER-CODE.
           MOVE VR-RTV-NUMBER TO DM-RTV-NUMBER.
           MOVE VR-PO-NUMBER TO DM-PO-NUMBER.
           MOVE VR-PART-NUMBER TO DM-PART-NUMBER.
           MOVE VR-BUYER-CODE TO DM-BUYER-CODE.
           MOVE VR-QTY-RETURNED TO DM-QTY-RETURNED.
           MOVE VR-UNIT-PRICE TO DM-UNIT-PRICE.
           MOVE VR-RETURN-VALUE TO DM-MEMO-VALUE.
           MOVE VR-RTV-DATE TO DM-MEMO-DATE.
           MOVE VR-REMEDY TO DM-REMEDY.
           WRITE DEBITMEM-REC.
           IF OUT-DEBITMEM-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output DEBITMEM writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.

       260-Write-REJBOUT.
           WRITE REJBOUT-REC FROM WS-BASELINE-RECORD.
           IF OUT-REJBOUT-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output REJBOUT writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-BASELINE-OUT-CTR.


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
           OPEN INPUT POSTATUS.
      *    Input File Status Checking for POSTATUS
           IF IN-POSTATUS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input POSTATUS'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT REJBIN.
      *    Input File Status Checking for REJBIN
           IF IN-REJBIN-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input REJBIN'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT REJBOUT.
      *    Output File Status Checking for REJBOUT
           IF OUT-REJBOUT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning REJBOUT'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN I-O RTVCTL.
      *    File Status Checking for RTVCTL
           IF IO-RTVCTL-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning RTVCTL'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT SUPPMSTR.
      *    Input File Status Checking for SUPPMSTR
           IF IN-SUPPMSTR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input SUPPMSTR'
                GO TO 2000-ABEND-RTN
           END-IF.
      *    No RTV master yet (status 35) is the first-ever run - it
      *    is created empty and reopened for update.
           OPEN I-O RTVMSTR.
           IF IO-RTVMSTR-KEY = '35'
               OPEN OUTPUT RTVMSTR
               IF IO-RTVMSTR-KEY NOT = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'File Problem creating RTVMSTR'
                    GO TO 2000-ABEND-RTN
               END-IF
               CLOSE RTVMSTR
               OPEN I-O RTVMSTR
           END-IF.
      *    File Status Checking for RTVMSTR
           IF IO-RTVMSTR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning RTVMSTR'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT DEBITMEM.
      *    Output File Status Checking for DEBITMEM
           IF OUT-DEBITMEM-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning DEBITMEM'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT RTVNOTE.
      *    Output File Status Checking for RTVNOTE
           IF OUT-RTVNOTE-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning RTVNOTE'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT RTVREG.
      *    Output File Status Checking for RTVREG
           IF OUT-RTVREG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning RTVREG'
                GO TO 2000-ABEND-RTN
           END-IF.

       360-Read-RTVCTL.
           READ RTVCTL
                AT END
                    DISPLAY 'RTVPROC: RTVCTL is empty - prime it '
                    DISPLAY 'with the last RTV number issued'
                    PERFORM 2000-ABEND-RTN
           END-READ.
           IF IO-RTVCTL-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'RTVCTL reading problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE VN-LAST-RTV-NUMBER TO WS-NEXT-RTV-NUMBER.

       370-Write-Register-Titles.
           MOVE WS-RUN-DATE TO TL-RUN-DATE.
           WRITE RTVREG-REC FROM WS-REGISTER-TITLE-LINE.
           IF OUT-RTVREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output RTVREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE SPACES TO RTVREG-REC.
           WRITE RTVREG-REC.
           WRITE RTVREG-REC FROM WS-COLUMN-HEADING-LINE.


       400-Read-POSTATUS.
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
               ADD 1 TO WS-LINES-READ-CTR
           END-IF.

       410-Read-REJBIN.
           READ REJBIN
      * Set AT END Switch
                AT END MOVE 'Y' TO REJBIN-EOF-WS
                IF IN-REJBIN-KEY = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file REJBIN reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF NOT REJBIN-EOF
               ADD 1 TO WS-BASELINE-IN-CTR
               MOVE DB-PO-NUMBER TO WS-REJBIN-PO-NUMBER
               MOVE DB-PART-NUMBER TO WS-REJBIN-PART-NUMBER
           END-IF.


       500-Write-RTV-Notice.
      *    One notice per RTV, addressed to the supplier's order
      *    address, saying what was returned, what it is worth and
      *    whether a credit or a replacement is wanted.
           MOVE SPACES TO RTVNOTE-REC.
           WRITE RTVNOTE-REC.
           MOVE VR-RTV-NUMBER TO NH-RTV-NUMBER.
           MOVE VR-RTV-DATE TO NH-RTV-DATE.
           WRITE RTVNOTE-REC FROM WS-NOTICE-TITLE-LINE.
           IF OUT-RTVNOTE-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output RTVNOTE writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE SPACES TO RTVNOTE-REC.
           WRITE RTVNOTE-REC.
           MOVE 'TO: ' TO AL-LINE-LABEL.
           MOVE SM-SUPPLIER-NAME TO AL-LINE-TEXT.
           WRITE RTVNOTE-REC FROM WS-NOTICE-ADDRESS-LINE.
           MOVE SPACES TO AL-LINE-LABEL.
           MOVE AF-ADDRESS-1 TO AL-LINE-TEXT.
           WRITE RTVNOTE-REC FROM WS-NOTICE-ADDRESS-LINE.
           IF AF-ADDRESS-2 NOT = SPACES
               MOVE AF-ADDRESS-2 TO AL-LINE-TEXT
               WRITE RTVNOTE-REC FROM WS-NOTICE-ADDRESS-LINE
           END-IF.
           IF AF-ADDRESS-3 NOT = SPACES
               MOVE AF-ADDRESS-3 TO AL-LINE-TEXT
               WRITE RTVNOTE-REC FROM WS-NOTICE-ADDRESS-LINE
           END-IF.
           MOVE AF-CITY TO NC-CITY.
           MOVE AF-ADDR-STATE TO NC-STATE.
           MOVE AF-ZIP-CODE(6:5) TO NC-ZIP-CODE.
           WRITE RTVNOTE-REC FROM WS-NOTICE-CITY-LINE.
           MOVE SPACES TO RTVNOTE-REC.
           WRITE RTVNOTE-REC.
           MOVE VR-SUPPLIER-CODE TO NS-SUPPLIER-CODE.
           WRITE RTVNOTE-REC FROM WS-NOTICE-SUPPLIER-LINE.
           MOVE SPACES TO RTVNOTE-REC.
           WRITE RTVNOTE-REC.
           WRITE RTVNOTE-REC FROM WS-NOTICE-HEADING-LINE.
           MOVE SPACES TO WS-NOTICE-DETAIL-LINE.
           MOVE VR-PO-NUMBER TO ND-PO-NUMBER.
           MOVE VR-PART-NUMBER TO ND-PART-NUMBER.
           MOVE VR-QTY-RETURNED TO ND-QTY-RETURNED.
           MOVE VR-UNIT-PRICE TO ND-UNIT-PRICE.
           MOVE VR-RETURN-VALUE TO ND-RETURN-VALUE.
           WRITE RTVNOTE-REC FROM WS-NOTICE-DETAIL-LINE.
           MOVE SPACES TO RTVNOTE-REC.
           WRITE RTVNOTE-REC.
           IF VR-REPLACEMENT-WANTED
               MOVE 'THE QUANTITY ABOVE WAS REJECTED AT OUR DOCK. '
                   TO NT-TEXT
               WRITE RTVNOTE-REC FROM WS-NOTICE-TEXT-LINE
               MOVE 'PLEASE SHIP A REPLACEMENT QUOTING THIS RTV NUMBER.'
                   TO NT-TEXT
           ELSE
               MOVE 'THE QUANTITY ABOVE WAS REJECTED AT OUR DOCK. '
                   TO NT-TEXT
               WRITE RTVNOTE-REC FROM WS-NOTICE-TEXT-LINE
               MOVE 'PLEASE ISSUE A CREDIT QUOTING THIS RTV NUMBER.'
                   TO NT-TEXT
           END-IF.
           WRITE RTVNOTE-REC FROM WS-NOTICE-TEXT-LINE.
           MOVE 'OUR DEBIT MEMO FOR THE VALUE ABOVE WILL BE NETTED '
               TO NT-TEXT.
           WRITE RTVNOTE-REC FROM WS-NOTICE-TEXT-LINE.
           MOVE 'AGAINST YOUR NEXT PAYMENT.' TO NT-TEXT.
           WRITE RTVNOTE-REC FROM WS-NOTICE-TEXT-LINE.
           IF OUT-RTVNOTE-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output RTVNOTE writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.

       570-Write-Register-Line.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE WS-CURR-RTV-NUMBER TO RG-RTV-NUMBER.
           MOVE PS-PO-NUMBER TO RG-PO-NUMBER.
           MOVE PS-PART-NUMBER TO RG-PART-NUMBER.
           MOVE PS-SUPPLIER-CODE TO RG-SUPPLIER-CODE.
           MOVE WS-NEW-REJECT-QTY TO RG-QTY-RETURNED.
           MOVE WS-RETURN-VALUE TO RG-RETURN-VALUE.
           EVALUATE TRUE
               WHEN RTV-HELD
                   MOVE 'HELD' TO RG-REMEDY
               WHEN VR-REPLACEMENT-WANTED
                   MOVE 'REPLACE' TO RG-REMEDY
               WHEN OTHER
                   MOVE 'CREDIT' TO RG-REMEDY
           END-EVALUATE.
           WRITE RTVREG-REC FROM WS-REGISTER-LINE.
           IF OUT-RTVREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output RTVREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           IF RTV-HELD
               MOVE WS-HELD-REASON TO HL-HELD-REASON
               WRITE RTVREG-REC FROM WS-HELD-LINE
               IF OUT-RTVREG-KEY NOT EQUAL ZERO THEN
                    DISPLAY 'Output RTVREG writing problem'
                    PERFORM 2000-ABEND-RTN
               END-IF
           END-IF.

       580-Write-Register-Totals.
           MOVE SPACES TO RTVREG-REC.
           WRITE RTVREG-REC.
           MOVE 'RTVS RAISED - DEBIT MEMOS....' TO RT-LABEL.
           MOVE WS-RTVS-RAISED-CTR TO RT-COUNT.
           MOVE WS-DEBIT-MEMO-TOTAL TO RT-VALUE.
           WRITE RTVREG-REC FROM WS-REGISTER-TOTAL-LINE.
           IF OUT-RTVREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output RTVREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE 'RTVS HELD - NOT RAISED.......' TO RT-LABEL.
           MOVE WS-RTVS-HELD-CTR TO RT-COUNT.
           MOVE WS-HELD-TOTAL TO RT-VALUE.
           WRITE RTVREG-REC FROM WS-REGISTER-TOTAL-LINE.
           IF OUT-RTVREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output RTVREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.

       590-Rewrite-RTV-Control.
      *    The number just taken is the new high-water mark as soon
      *    as it is taken, before the RTV is written to RTVMSTR, so a
      *    run that stops part-way never leaves RTVMSTR holding a
      *    number RTVCTL does not know about. A REWRITE has to follow
      *    a READ of the record, so the control file is reopened and
      *    read again ready for the next one.
           MOVE WS-NEXT-RTV-NUMBER TO VN-LAST-RTV-NUMBER.
           MOVE WS-RUN-DATE TO VN-LAST-RTV-DATE.
           REWRITE RTVCTL-REC.
           IF IO-RTVCTL-KEY NOT = '00' THEN
                DISPLAY 'RTVCTL rewriting problem - STATUS '
                    IO-RTVCTL-KEY
                PERFORM 2000-ABEND-RTN
           END-IF.
           CLOSE RTVCTL.
           OPEN I-O RTVCTL.
           IF IO-RTVCTL-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning RTVCTL'
                PERFORM 2000-ABEND-RTN
           END-IF.
           PERFORM 360-Read-RTVCTL.


       600-CLOSE-FILES.
      *     DISPLAY 'CLOSING FILES'.
           CLOSE POSTATUS, REJBIN, REJBOUT, RTVCTL, SUPPMSTR,
                 RTVMSTR, DEBITMEM, RTVNOTE, RTVREG.


       700-Print-Control-Totals.
           DISPLAY '==============================================='.
           DISPLAY 'RTVPROC RUN CONTROL TOTALS'.
           DISPLAY '==============================================='.
           DISPLAY 'PO LINES READ FROM POSTATUS.......: '
               WS-LINES-READ-CTR.
           DISPLAY 'BASELINE LINES READ FROM REJBIN...: '
               WS-BASELINE-IN-CTR.
           DISPLAY 'BASELINE LINES DROPPED - PURGED...: '
               WS-BASELINE-DROPPED-CTR.
           DISPLAY 'BASELINE LINES WRITTEN TO REJBOUT.: '
               WS-BASELINE-OUT-CTR.
           DISPLAY 'PO LINES WITH NEW DOCK REJECTS....: '
               WS-LINES-NEW-REJECT-CTR.
           DISPLAY 'PO LINES WITH REJECTS BELOW BASE..: '
               WS-LINES-BELOW-BASE-CTR.
           DISPLAY 'RTVS RAISED.......................: '
               WS-RTVS-RAISED-CTR.
           DISPLAY 'RTVS ASKING FOR CREDIT............: '
               WS-CREDIT-WANTED-CTR.
           DISPLAY 'RTVS ASKING FOR REPLACEMENT.......: '
               WS-REPLACEMENT-WANTED-CTR.
           DISPLAY 'RTVS HELD - NO SUPPLIER ADDRESS...: '
               WS-RTVS-HELD-CTR.
           DISPLAY 'FIRST RTV NUMBER ASSIGNED.........: '
               WS-FIRST-RTV-NUMBER.
           DISPLAY 'LAST RTV NUMBER ASSIGNED..........: '
               VN-LAST-RTV-NUMBER.
           DISPLAY 'TOTAL OF DEBIT MEMOS RAISED.......: '
               WS-DEBIT-MEMO-TOTAL.
           DISPLAY '==============================================='.


       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
