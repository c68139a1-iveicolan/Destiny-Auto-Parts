       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAY.
      ******************************************************************
      * Builds the AP payment proposal: only supplier invoice lines
      * that passed INVMATCH's three-way match (MATCHINV) are
      * payable, at their billed extended value, so nothing is paid
      * for a PO line with no matched invoice. Matched lines left
      * unpaid by the last run come back in alongside them (MICFIN,
      * in the MATCHINV layout). The lines are
      * totalled by supplier and married to the supplier's name from
      * the consolidated supplier file (SUPPCONS) and the type-3
      * remit address from the REMITFL extract. The supplier's
      * outstanding debit memos for returned goods - the day's
      * DEBITMEM from RTVPROC plus any carried forward from the last
      * run (DMCFIN) - are netted off the payable, oldest first, as
      * far as the payable will bear; a memo that would take the
      * payable below zero, or whose supplier has nothing payable
      * this run, is carried forward on DMCFOUT to become the next
      * run's DMCFIN. One voucher record per supplier goes to
      * PAYPROP - net payable amount, matched line count, remit name
      * and address - with a printed transmittal register (PAYREG)
      * listing the memos netted under each voucher and carrying a
      * hash total of the net payable amounts for balancing against
      * INVMATCH's matched value. A supplier with payables but no
      * remit address on file comes out on the PAYEXC exception
      * listing instead of being silently dropped. A supplier under
      * a payment hold in force on the run date (keyed supplier hold
      * file SUPHOLD) is not proposed for payment at all - its
      * payables go to the PAYHOLD payment-hold listing with the
      * hold reason, and are totalled there so the transmittal still
      * balances. The matched lines of a held or exception supplier
      * are carried forward on MICFOUT to become the next run's
      * MICFIN - INVMATCH has already counted them as billed and
      * will not match them again - so they are paid on the first
      * run after the hold is lifted or the remit address keyed.
      * Debit memos are netted only on a voucher actually written;
      * those of a held or exception supplier are carried forward
      * the same way.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input File MATCHINV - the invoice lines INVMATCH matched
           SELECT MATCHINV ASSIGN TO MATCHINV
           FILE STATUS IS IN-MATCHINV-KEY.

      * Input File SUPPCONS - one record per supplier code
           SELECT SUPPCONS ASSIGN TO SUPPCONS
           SELECT REMITFL ASSIGN TO REMITFL
           FILE STATUS IS IN-REMIT-KEY.

      * The keyed supplier hold/exclusion file, read front to back
      * once at startup into the payment hold table
           SELECT SUPHOLD ASSIGN TO SUPHOLD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HD-HOLD-KEY
           FILE STATUS IS IN-SUPHOLD-KEY.

      * Input File DEBITMEM - the day's debit memos from RTVPROC
           SELECT DEBITMEM ASSIGN TO DEBITMEM
           FILE STATUS IS IN-DEBITMEM-KEY.

      * Input File DMCFIN - the debit memos carried forward from the
      * prior run
           SELECT DMCFIN ASSIGN TO DMCFIN
           FILE STATUS IS IN-DMCFIN-KEY.

      * Input File MICFIN - the matched lines carried forward from the
      * prior run, sorted in with MATCHINV
           SELECT MICFIN ASSIGN TO MICFIN
           FILE STATUS IS IN-MICFIN-KEY.

      * Sort work file used to group the matched lines by supplier
           SELECT SORTWORK ASSIGN TO SRTWORK.

      * Output File PAYPROP - one voucher record per payable supplier
           SELECT PAYEXC ASSIGN TO PAYEXC
           FILE STATUS IS OUT-PAYEXC-KEY.

      * Output File for the payment-hold listing
           SELECT PAYHOLD ASSIGN TO PAYHOLD
           FILE STATUS IS OUT-PAYHOLD-KEY.

      * Output File DMCFOUT - the debit memos not netted this run, to
      * become the next run's DMCFIN
           SELECT DMCFOUT ASSIGN TO DMCFOUT
           FILE STATUS IS OUT-DMCFOUT-KEY.

      * Output File MICFOUT - the matched lines of held and exception
      * suppliers, to become the next run's MICFIN
           SELECT MICFOUT ASSIGN TO MICFOUT
           FILE STATUS IS OUT-MICFOUT-KEY.

       DATA DIVISION.
       FILE SECTION.
      * Matched invoice lines - see COPY/MATCHINV.CPY
       FD  MATCHINV
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MATCHINV-REC.
       01  MATCHINV-REC.
           COPY MATCHINV.

       FD  SUPPCONS
           RECORDING MODE IS F
       01  REMIT-REC.
           COPY REMITREC.

      * Keyed supplier hold file - see COPY/SUPHOLD.CPY
       FD  SUPHOLD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPHOLD-REC.
       01  SUPHOLD-REC.
           COPY SUPHOLD.

      * Day's debit memos - see COPY/DEBITMEM.CPY
       FD  DEBITMEM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEBITMEM-REC.
       01  DEBITMEM-REC.
           COPY DEBITMEM.

      * Debit memos carried forward - DEBITMEM layout
       FD  DMCFIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DMCFIN-REC.
       01  DMCFIN-REC                        PIC X(100).

      * Matched lines carried forward - MATCHINV layout
       FD  MICFIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MICFIN-REC.
       01  MICFIN-REC                        PIC X(120).

       SD  SORTWORK
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS SORT-REC.
      * Same 120-byte layout as the MATCHINV copybook, with its own
      * SR- prefix since SORT-REC and MATCHINV-REC coexist in this
      * program.
       01  SORT-REC.
           05  SR-SUPPLIER-CODE          PIC X(10).
           05  SR-INVOICE-NUMBER         PIC X(12).
           05  SR-PO-NUMBER              PIC X(06).
           05  SR-PART-NUMBER            PIC X(23).
           05  SR-BUYER-CODE             PIC X(03).
           05  SR-QTY-BILLED             PIC 9(07).
           05  SR-UNIT-PRICE-BILLED      PIC S9(7)V99.
           05  SR-EXTENDED-VALUE         PIC S9(14)V99.
           05  SR-PO-UNIT-PRICE          PIC S9(7)V99.
           05  SR-MATCH-DATE             PIC 9(08).
           05  FILLER                    PIC X(17).

      * Output File PAYPROP - one 118-byte voucher per supplier
       FD  PAYPROP
           DATA RECORD IS PAYEXC-REC.
       01  PAYEXC-REC                        PIC X(80).

      * Output File for the payment-hold listing
       FD  PAYHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYHOLD-REC.
       01  PAYHOLD-REC                       PIC X(80).

      * Debit memos carried forward - DEBITMEM layout
       FD  DMCFOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DMCFOUT-REC.
       01  DMCFOUT-REC                       PIC X(100).

      * Matched lines carried forward - MATCHINV layout
       FD  MICFOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MICFOUT-REC.
       01  MICFOUT-REC                       PIC X(120).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
      * File status key for Input File MATCHINV
           05 IN-MATCHINV-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Input File MICFIN
           05 IN-MICFIN-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Input File DEBITMEM
           05 IN-DEBITMEM-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Input File DMCFIN
           05 IN-DMCFIN-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Input File SUPPCONS
           05 OUT-PAYEXC-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed supplier hold file
           05 IN-SUPHOLD-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output PAYHOLD
           05 OUT-PAYHOLD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output DMCFOUT
           05 OUT-DMCFOUT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output MICFOUT
           05 OUT-MICFOUT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 SORTWORK-EOF-WS                    PIC X(01) VALUE 'N'.
           88 SORTWORK-EOF VALUE 'Y'.
       01 SUPPCONS-EOF-WS                    PIC X(01) VALUE 'N'.
           88 SUPPCONS-EOF VALUE 'Y'.
       01 REMITFL-EOF-WS                     PIC X(01) VALUE 'N'.
           88 REMITFL-EOF VALUE 'Y'.
       01 SUPHOLD-EOF-WS                     PIC X(01) VALUE 'N'.
           88 SUPHOLD-EOF VALUE 'Y'.
       01 DEBITMEM-EOF-WS                    PIC X(01) VALUE 'N'.
           88 DEBITMEM-EOF VALUE 'Y'.
       01 DMCFIN-EOF-WS                      PIC X(01) VALUE 'N'.
           88 DMCFIN-EOF VALUE 'Y'.

      * No supplier hold file yet (status 35 on the open) simply
      * means no supplier is held.
       01 WS-SUPHOLD-OPEN-SW                 PIC X(01) VALUE 'N'.
           88 SUPHOLD-OPEN VALUE 'Y'.

      * Run date keyed on the control card as YYYYMMDD - a payment
      * hold in force on this date keeps the supplier off PAYPROP.
       01 WS-RUN-DATE                        PIC 9(08) VALUE ZERO.

      * Shared YYYYMMDD date-format edit - callers move the date to
       01 WS-REMIT-FOUND-SW                  PIC X(01) VALUE 'N'.
           88 REMIT-ENTRY-FOUND VALUE 'Y'.

      * Payment holds in force on the run date, loaded from SUPHOLD
      * at startup and searched for every payable supplier.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-COUNT                 PIC 9(04) VALUE ZERO.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES INDEXED BY HO-IDX.
               10 HO-SUPPLIER-CODE          PIC X(10).
               10 HO-HOLD-REASON            PIC X(30).
       01 WS-HOLD-FOUND-SW                   PIC X(01) VALUE 'N'.
           88 PAYMENT-HOLD-FOUND VALUE 'Y'.

      * Outstanding debit memos, loaded at startup - those carried
      * forward first, then the day's, so the oldest are netted
      * first. Each entry keeps the whole DEBITMEM record so an
      * unnetted memo goes back out to DMCFOUT unchanged; the MM-
      * fields are the same layout as the DEBITMEM copybook.
       01 WS-MEMO-TABLE.
           05 WS-MEMO-COUNT                 PIC 9(04) VALUE ZERO.
           05 WS-MEMO-ENTRY OCCURS 2000 TIMES INDEXED BY MM-IDX.
               10 MM-MEMO-RECORD            PIC X(100).
               10 MM-MEMO-FIELDS REDEFINES MM-MEMO-RECORD.
                   15 MM-SUPPLIER-CODE      PIC X(10).
                   15 MM-RTV-NUMBER         PIC X(06).
                   15 MM-PO-NUMBER          PIC X(06).
                   15 MM-PART-NUMBER        PIC X(23).
                   15 FILLER                PIC X(19).
                   15 MM-MEMO-VALUE         PIC S9(14)V99.
                   15 FILLER                PIC X(20).
               10 MM-NETTED-SW              PIC X(01).
                   88 MEMO-NETTED VALUE 'Y'.

      * Set when the consolidated supplier stream lands on the
      * supplier group in hand, so the voucher can carry the name.
       01 WS-SUPPLIER-FOUND-SW               PIC X(01) VALUE 'N'.
           88 FIRST-RECORD VALUE 'Y'.
       01 WS-SUPPLIER-PO-CTR                 PIC 9(5) VALUE ZERO.
       01 WS-SUPPLIER-PAYABLE                PIC S9(14)V99 VALUE ZERO.

      * Hash total of the net payable amounts written to PAYPROP, for
      * balancing the transmittal against INVMATCH's matched value.
       01 WS-HASH-TOTAL                      PIC S9(15)V99 VALUE ZERO.

      * Total of the payable amounts held back on PAYHOLD - added to
      * the hash total it makes up the figure the voucher run would
      * have carried with no holds in force.
       01 WS-HELD-TOTAL                      PIC S9(15)V99 VALUE ZERO.

      * Run counters for the balancing report
       01 WS-LINES-READ-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-MATCHED-VALUE                   PIC S9(15)V99 VALUE ZERO.
       01 WS-MEMOS-LOADED-CTR                PIC 9(7) VALUE ZERO.
       01 WS-MEMOS-CARRIED-IN-CTR            PIC 9(7) VALUE ZERO.
       01 WS-MEMOS-NETTED-CTR                PIC 9(7) VALUE ZERO.
       01 WS-MEMOS-NETTED-VALUE              PIC S9(15)V99 VALUE ZERO.
       01 WS-MEMOS-CARRIED-OUT-CTR           PIC 9(7) VALUE ZERO.
       01 WS-MEMOS-CARRIED-OUT-VALUE         PIC S9(15)V99 VALUE ZERO.
       01 WS-LINES-CARRIED-OUT-CTR           PIC 9(7) VALUE ZERO.
       01 WS-LINES-CARRIED-OUT-VALUE         PIC S9(15)V99 VALUE ZERO.
       01 WS-REMIT-LOADED-CTR                PIC 9(7) VALUE ZERO.
       01 WS-VOUCHERS-WRITTEN-CTR            PIC 9(7) VALUE ZERO.
       01 WS-NO-REMIT-CTR                    PIC 9(7) VALUE ZERO.
       01 WS-NO-MASTER-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-PAYMENT-HELD-CTR                PIC 9(7) VALUE ZERO.

       01 WS-REG-TITLE-LINE.
           05 FILLER                     PIC X(40) VALUE
           05 RG-REMIT-NAME              PIC X(15).
           05 FILLER                     PIC X(21) VALUE SPACES.

       01 WS-MEMO-DETAIL-LINE.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 FILLER                     PIC X(20) VALUE
              'LESS DEBIT MEMO RTV '.
           05 MD-RTV-NUMBER              PIC X(06).
           05 FILLER                     PIC X(04) VALUE ' PO '.
           05 MD-PO-NUMBER               PIC X(06).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 MD-PART-NUMBER             PIC X(23).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 MD-MEMO-VALUE              PIC Z(11)9.99-.

       01 WS-HASH-TOTAL-LINE.
           05 FILLER                     PIC X(19) VALUE
              'HASH TOTAL.........'.
           05 FILLER                     PIC X(42) VALUE
              'HELD - NO REMIT ADDRESS'.

       01 WS-HOLD-TITLE-LINE.
           05 FILLER                     PIC X(40) VALUE
              'PAYABLE SUPPLIERS ON PAYMENT HOLD -'.
           05 PY-RUN-DATE                PIC 9(08).
           05 FILLER                     PIC X(32) VALUE SPACES.

       01 WS-HOLD-HEADING-LINE.
           05 FILLER                     PIC X(40) VALUE
              'SUPPLIER    PO CNT     PAYABLE AMOUNT  T'.
           05 FILLER                     PIC X(40) VALUE
              '  HOLD REASON'.

       01 WS-HOLD-DETAIL-LINE.
           05 PY-SUPPLIER-CODE           PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 PY-PO-COUNT                PIC ZZZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 PY-PAYABLE-AMOUNT          PIC Z(13)9.99-.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 PY-HOLD-TYPE               PIC X(01).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 PY-HOLD-REASON             PIC X(30).
           05 FILLER                     PIC X(08) VALUE SPACES.

       01 WS-HELD-TOTAL-LINE.
           05 FILLER                     PIC X(19) VALUE
              'TOTAL HELD.........'.
           05 PY-HELD-TOTAL              PIC Z(14)9.99-.
           05 FILLER                     PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Produce-Proposal.
           PERFORM 580-Write-Hash-Total.
           PERFORM 585-Write-Held-Total.
           PERFORM 587-Carry-Forward-Memos
               VARYING MM-IDX FROM 1 BY 1
               UNTIL MM-IDX > WS-MEMO-COUNT.
           PERFORM 600-CLOSE-FILES.
           PERFORM 700-Print-Control-Totals.
           GOBACK.

       000-Housekeeping.
      * Initialization Routine. The run date comes off the control
      * card - payment holds are tested against it.
           ACCEPT WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-TO-CHECK.
           PERFORM 290-Edit-YYYYMMDD-Date.
           END-IF.
           PERFORM 300-Open-Files.
           PERFORM 310-Load-Remit-Table UNTIL REMITFL-EOF.
           IF SUPHOLD-OPEN
               PERFORM 340-Load-Hold-Table UNTIL SUPHOLD-EOF
           END-IF.
           PERFORM 370-Load-Carried-Memos UNTIL DMCFIN-EOF.
           PERFORM 360-Load-Debit-Memos UNTIL DEBITMEM-EOF.
           PERFORM 320-Write-Register-Titles.
           PERFORM 330-Write-Exception-Titles.
           PERFORM 350-Write-Hold-Titles.
      * Priming Read of the consolidated suppliers for the name match
           PERFORM 410-Read-SUPPCONS.

       100-Produce-Proposal.
           SORT SORTWORK
               ON ASCENDING KEY SR-SUPPLIER-CODE
               USING MATCHINV, MICFIN
               OUTPUT PROCEDURE IS 500-Build-Vouchers.
           IF SORT-RETURN NOT = ZERO THEN
                DISPLAY 'APPAY: sort of MATCHINV/MICFIN failed'
                PERFORM 2000-ABEND-RTN
           END-IF.

                DISPLAY 'File Problem openning Input REMITFL'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT DEBITMEM.
      *    Input File Status Checking for DEBITMEM
           IF IN-DEBITMEM-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input DEBITMEM'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT DMCFIN.
      *    Input File Status Checking for DMCFIN
           IF IN-DMCFIN-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input DMCFIN'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT PAYPROP.
      *    Output File Status Checking for PAYPROP
           IF OUT-PAYPROP-KEY NOT = '00' THEN
                DISPLAY 'File Problem openning PAYEXC'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT PAYHOLD.
      *    Output File Status Checking for PAYHOLD
           IF OUT-PAYHOLD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning PAYHOLD'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT DMCFOUT.
      *    Output File Status Checking for DMCFOUT
           IF OUT-DMCFOUT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning DMCFOUT'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT MICFOUT.
      *    Output File Status Checking for MICFOUT
           IF OUT-MICFOUT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning MICFOUT'
                GO TO 2000-ABEND-RTN
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

       310-Load-Remit-Table.
           READ REMITFL
           MOVE SPACES TO PAYEXC-REC.
           WRITE PAYEXC-REC.

       340-Load-Hold-Table.
      *    Only payment holds in force on the run date are loaded - a
      *    quality hold or debarment stops new buying, not payment
      *    for goods already received.
           READ SUPHOLD
                AT END SET SUPHOLD-EOF TO TRUE
                NOT AT END
                    IF HD-PAYMENT-HOLD
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
                        SET HO-IDX TO WS-HOLD-COUNT
                        MOVE HD-SUPPLIER-CODE
                            TO HO-SUPPLIER-CODE(HO-IDX)
                        MOVE HD-HOLD-REASON
                            TO HO-HOLD-REASON(HO-IDX)
                    END-IF
           END-READ.

       350-Write-Hold-Titles.
           MOVE WS-RUN-DATE TO PY-RUN-DATE.
           WRITE PAYHOLD-REC FROM WS-HOLD-TITLE-LINE.
           IF OUT-PAYHOLD-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output PAYHOLD writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE SPACES TO PAYHOLD-REC.
           WRITE PAYHOLD-REC.
           WRITE PAYHOLD-REC FROM WS-HOLD-HEADING-LINE.

       360-Load-Debit-Memos.
           READ DEBITMEM
                AT END SET DEBITMEM-EOF TO TRUE
                NOT AT END
                    PERFORM 365-Add-Memo-Entry
                    MOVE DEBITMEM-REC TO MM-MEMO-RECORD(MM-IDX)
                    ADD 1 TO WS-MEMOS-LOADED-CTR
           END-READ.

       365-Add-Memo-Entry.
           IF WS-MEMO-COUNT >= 2000
               DISPLAY
                   'DEBITMEM/DMCFIN have more than 2000 rows - '
               DISPLAY
                   'WS-MEMO-TABLE is too small'
               PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-MEMO-COUNT.
           SET MM-IDX TO WS-MEMO-COUNT.
           MOVE 'N' TO MM-NETTED-SW(MM-IDX).

       370-Load-Carried-Memos.
           READ DMCFIN
                AT END SET DMCFIN-EOF TO TRUE
                NOT AT END
                    PERFORM 365-Add-Memo-Entry
                    MOVE DMCFIN-REC TO MM-MEMO-RECORD(MM-IDX)
                    ADD 1 TO WS-MEMOS-CARRIED-IN-CTR
           END-READ.


       410-Read-SUPPCONS.
           READ SUPPCONS
      *    Output procedure for the SORT - accumulates one payable
      *    total per supplier control group as sorted lines come
      *    back, then settles each group into a voucher, a register
      *    line with its netted debit memos and the hash total, or
      *    onto the exception listing when no remit address is on
      *    file.
           PERFORM 520-Return-Sorted-Record UNTIL SORTWORK-EOF.
           IF NOT FIRST-RECORD
               PERFORM 550-Settle-Supplier
           END-RETURN.

       530-Accumulate-Line.
           ADD 1 TO WS-LINES-READ-CTR.
           IF NOT FIRST-RECORD
                   AND SR-SUPPLIER-CODE NOT = WS-PREV-SUPPLIER
               PERFORM 550-Settle-Supplier
           END-IF.
           IF FIRST-RECORD
                   OR SR-SUPPLIER-CODE NOT = WS-PREV-SUPPLIER
               MOVE SR-SUPPLIER-CODE TO WS-PREV-SUPPLIER
               PERFORM 535-Classify-Supplier
           END-IF.
           MOVE 'N' TO WS-FIRST-RECORD-SW.
      *    A matched line is payable at the billed extended value
      *    INVMATCH checked against the PO price and the quantity
      *    the supplier shipped.
           ADD 1 TO WS-SUPPLIER-PO-CTR.
           ADD SR-EXTENDED-VALUE TO WS-SUPPLIER-PAYABLE.
           ADD SR-EXTENDED-VALUE TO WS-MATCHED-VALUE.
           IF PAYMENT-HOLD-FOUND OR NOT REMIT-ENTRY-FOUND
               PERFORM 537-Carry-Forward-Line
           END-IF.

       535-Classify-Supplier.
      *    Decided as each supplier group starts, so that a supplier
      *    who cannot be paid this run has its lines carried forward
      *    as they come back from the sort. A supplier on payment
      *    hold is held whatever its address.
           PERFORM 590-Find-Payment-Hold.
           IF PAYMENT-HOLD-FOUND
               MOVE 'N' TO WS-REMIT-FOUND-SW
           ELSE
               PERFORM 560-Find-Remit-Entry
           END-IF.

       537-Carry-Forward-Line.
           WRITE MICFOUT-REC FROM SORT-REC.
           IF OUT-MICFOUT-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output MICFOUT writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-LINES-CARRIED-OUT-CTR.
           ADD SR-EXTENDED-VALUE TO WS-LINES-CARRIED-OUT-VALUE.

       540-Net-Debit-Memos.
      *    The supplier's outstanding memos come off the payable in
      *    table order - oldest first - each one only if the payable
      *    still covers it, so a voucher never goes negative. A memo
      *    passed over here is carried forward to a later payment.
           PERFORM 542-Net-One-Memo
               VARYING MM-IDX FROM 1 BY 1
               UNTIL MM-IDX > WS-MEMO-COUNT.

       542-Net-One-Memo.
           IF MM-SUPPLIER-CODE(MM-IDX) = WS-PREV-SUPPLIER
                   AND NOT MEMO-NETTED(MM-IDX)
                   AND MM-MEMO-VALUE(MM-IDX) NOT > WS-SUPPLIER-PAYABLE
               SUBTRACT MM-MEMO-VALUE(MM-IDX) FROM WS-SUPPLIER-PAYABLE
               MOVE 'Y' TO MM-NETTED-SW(MM-IDX)
               ADD 1 TO WS-MEMOS-NETTED-CTR
               ADD MM-MEMO-VALUE(MM-IDX) TO WS-MEMOS-NETTED-VALUE
           END-IF.

       545-List-Netted-Memos.
      *    One register line under the voucher for every memo netted
      *    off it, so AP can show the supplier what was deducted.
           PERFORM 547-List-One-Memo
               VARYING MM-IDX FROM 1 BY 1
               UNTIL MM-IDX > WS-MEMO-COUNT.

       547-List-One-Memo.
           IF MM-SUPPLIER-CODE(MM-IDX) = WS-PREV-SUPPLIER
                   AND MEMO-NETTED(MM-IDX)
               MOVE MM-RTV-NUMBER(MM-IDX) TO MD-RTV-NUMBER
               MOVE MM-PO-NUMBER(MM-IDX) TO MD-PO-NUMBER
               MOVE MM-PART-NUMBER(MM-IDX) TO MD-PART-NUMBER
               MOVE MM-MEMO-VALUE(MM-IDX) TO MD-MEMO-VALUE
               WRITE PAYREG-REC FROM WS-MEMO-DETAIL-LINE
               IF OUT-PAYREG-KEY NOT EQUAL ZERO THEN
                    DISPLAY 'Output PAYREG writing problem'
                    PERFORM 2000-ABEND-RTN
               END-IF
           END-IF.

       550-Settle-Supplier.
      *    The supplier group just ended. Nothing payable means
      *    nothing to propose; a supplier on payment hold goes to
      *    the payment-hold listing whatever its address; otherwise
      *    the group becomes a voucher, net of the supplier's debit
      *    memos, when a remit address is on file, or an exception
      *    line when not. 535-Classify-Supplier has already looked
      *    up the hold and the remit address.
           IF WS-SUPPLIER-PO-CTR > ZERO
               PERFORM 555-Advance-To-Supplier
               IF PAYMENT-HOLD-FOUND
                   PERFORM 575-Write-Hold-Line
               ELSE
                   IF REMIT-ENTRY-FOUND
                       PERFORM 540-Net-Debit-Memos
                       PERFORM 565-Write-Voucher
                   ELSE
                       PERFORM 570-Write-Exception-Line
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO WS-SUPPLIER-PO-CTR.
                   AND SF-SUPPLIER-CODE = WS-PREV-SUPPLIER
               MOVE 'Y' TO WS-SUPPLIER-FOUND-SW
           ELSE
      *        Every MATCHINV supplier has a SUPPCONS record when
      *        both files come from the same cycle, so a miss means
      *        mixed cycles - the voucher still goes out, with a
      *        blank name, and the mismatch is counted.
                DISPLAY 'Output PAYREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           PERFORM 545-List-Netted-Memos.

       570-Write-Exception-Line.
      *    Matched invoice lines with nowhere to send the money -
      *    listed for AP to chase the remit address, never silently
      *    dropped. The lines themselves have gone to MICFOUT and
      *    are paid once the address is on file.
           MOVE WS-PREV-SUPPLIER TO EX-SUPPLIER-CODE.
           MOVE WS-SUPPLIER-PO-CTR TO EX-PO-COUNT.
           MOVE WS-SUPPLIER-PAYABLE TO EX-PAYABLE-AMOUNT.
           END-IF.
           ADD 1 TO WS-NO-REMIT-CTR.

       575-Write-Hold-Line.
      *    Payables of a supplier on payment hold - kept off PAYPROP
      *    and listed with the reason. The lines themselves have
      *    gone to MICFOUT and are paid once the hold is lifted.
           MOVE SPACES TO WS-HOLD-DETAIL-LINE.
           MOVE WS-PREV-SUPPLIER TO PY-SUPPLIER-CODE.
           MOVE WS-SUPPLIER-PO-CTR TO PY-PO-COUNT.
           MOVE WS-SUPPLIER-PAYABLE TO PY-PAYABLE-AMOUNT.
           MOVE 'P' TO PY-HOLD-TYPE.
           MOVE HO-HOLD-REASON(HO-IDX) TO PY-HOLD-REASON.
           WRITE PAYHOLD-REC FROM WS-HOLD-DETAIL-LINE.
           IF OUT-PAYHOLD-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output PAYHOLD writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-PAYMENT-HELD-CTR.
           ADD WS-SUPPLIER-PAYABLE TO WS-HELD-TOTAL.

       580-Write-Hash-Total.
      *    The hash total is the sum of every voucher's net payable
      *    amount - AP balances it against INVMATCH's value of matched
      *    lines plus the last run's lines carried out, less the
      *    debit memos netted and this run's lines carried out (the
      *    PAYHOLD total and the PAYEXC amounts), before releasing
      *    the proposal.
           MOVE SPACES TO PAYREG-REC.
           WRITE PAYREG-REC.
                PERFORM 2000-ABEND-RTN
           END-IF.

       585-Write-Held-Total.
           MOVE SPACES TO PAYHOLD-REC.
           WRITE PAYHOLD-REC.
           MOVE WS-HELD-TOTAL TO PY-HELD-TOTAL.
           WRITE PAYHOLD-REC FROM WS-HELD-TOTAL-LINE.
           IF OUT-PAYHOLD-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output PAYHOLD writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.

       587-Carry-Forward-Memos.
      *    Every memo not netted this run - held or exception
      *    supplier, nothing matched for the supplier, or more than
      *    the payable would bear - goes out to DMCFOUT unchanged.
           IF NOT MEMO-NETTED(MM-IDX)
               WRITE DMCFOUT-REC FROM MM-MEMO-RECORD(MM-IDX)
               IF OUT-DMCFOUT-KEY NOT EQUAL ZERO THEN
                    DISPLAY 'Output DMCFOUT writing problem'
                    PERFORM 2000-ABEND-RTN
               END-IF
               ADD 1 TO WS-MEMOS-CARRIED-OUT-CTR
               ADD MM-MEMO-VALUE(MM-IDX) TO WS-MEMOS-CARRIED-OUT-VALUE
           END-IF.

       590-Find-Payment-Hold.
      *    Linear scan of the payment holds for the supplier group in
      *    hand, stepped back after the hit the same way as
      *    560-Find-Remit-Entry.
           MOVE 'N' TO WS-HOLD-FOUND-SW.
           PERFORM 595-Check-Hold-Entry
               VARYING HO-IDX FROM 1 BY 1
               UNTIL HO-IDX > WS-HOLD-COUNT
                  OR PAYMENT-HOLD-FOUND.
           IF PAYMENT-HOLD-FOUND
               SET HO-IDX DOWN BY 1
           END-IF.

       595-Check-Hold-Entry.
           IF HO-SUPPLIER-CODE(HO-IDX) = WS-PREV-SUPPLIER
               SET PAYMENT-HOLD-FOUND TO TRUE
           END-IF.


       600-CLOSE-FILES.
      *     DISPLAY 'CLOSING FILES'.
           CLOSE SUPPCONS, REMITFL, DEBITMEM, DMCFIN, PAYPROP, PAYREG,
                 PAYEXC, PAYHOLD, DMCFOUT, MICFOUT.
           IF SUPHOLD-OPEN
               CLOSE SUPHOLD
           END-IF.


       700-Print-Control-Totals.
           DISPLAY '==============================================='.
           DISPLAY 'APPAY RUN CONTROL TOTALS'.
           DISPLAY '==============================================='.
           DISPLAY 'LINES READ FROM MATCHINV + MICFIN.: '
               WS-LINES-READ-CTR.
           DISPLAY 'VALUE OF MATCHED LINES............: '
               WS-MATCHED-VALUE.
           DISPLAY 'LINES CARRIED OUT TO MICFOUT......: '
               WS-LINES-CARRIED-OUT-CTR.
           DISPLAY 'VALUE OF LINES CARRIED OUT........: '
               WS-LINES-CARRIED-OUT-VALUE.
           DISPLAY 'DEBIT MEMOS READ FROM DEBITMEM....: '
               WS-MEMOS-LOADED-CTR.
           DISPLAY 'DEBIT MEMOS CARRIED IN FROM DMCFIN: '
               WS-MEMOS-CARRIED-IN-CTR.
           DISPLAY 'DEBIT MEMOS NETTED ON VOUCHERS....: '
               WS-MEMOS-NETTED-CTR.
           DISPLAY 'VALUE OF DEBIT MEMOS NETTED.......: '
               WS-MEMOS-NETTED-VALUE.
           DISPLAY 'DEBIT MEMOS CARRIED OUT TO DMCFOUT: '
               WS-MEMOS-CARRIED-OUT-CTR.
           DISPLAY 'VALUE OF DEBIT MEMOS CARRIED OUT..: '
               WS-MEMOS-CARRIED-OUT-VALUE.
           DISPLAY 'REMIT ADDRESSES LOADED............: '
               WS-REMIT-LOADED-CTR.
           DISPLAY 'VOUCHERS WRITTEN TO PAYPROP.......: '
               WS-NO-MASTER-CTR.
           DISPLAY 'HASH TOTAL OF PAYABLE AMOUNTS.....: '
               WS-HASH-TOTAL.
           DISPLAY 'SUPPLIER PAYMENT HOLDS IN FORCE...: '
               WS-HOLD-COUNT.
           DISPLAY 'SUPPLIERS HELD - PAYMENT HOLD.....: '
               WS-PAYMENT-HELD-CTR.
           DISPLAY 'TOTAL HELD ON PAYHOLD.............: '
               WS-HELD-TOTAL.
           DISPLAY '==============================================='.


