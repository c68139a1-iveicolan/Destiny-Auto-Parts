       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTVMNT.
      ******************************************************************
      * Applies the return-to-vendor settlement transactions (RTVTRAN
      * - keyed in by purchasing) against the keyed return-to-vendor
      * master RTVMSTR that RTVPROC raises RTVs on. A transaction
      * closes an open RTV as credited (C, the supplier's credit note
      * has arrived) or replaced (R, the replacement shipment has
      * been received), with the date and the credit note or
      * receiving document as reference. Either settlement is taken
      * whichever remedy the RTV asked for, since the supplier has
      * the last word on which one it gives. Transactions are edited
      * before they touch the file: the RTV number must be given,
      * the action must be C or R, the settled date must be a real
      * date no earlier than the RTV date, a reference must be
      * given, and the RTV must be on file and still open. Every
      * transaction, applied or rejected, is written to the RTVSREG
      * register with its disposition, in the same form as the
      * SUPHMNT register.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input File RTVTRAN with the settlement transactions
           SELECT RTVTRAN ASSIGN TO RTVTRAN
           FILE STATUS IS IN-RTVTRAN-KEY.

      * The keyed return-to-vendor master, updated in place
           SELECT RTVMSTR ASSIGN TO RTVMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VR-RTV-NUMBER
           FILE STATUS IS IO-RTVMSTR-KEY.

      * Output File for the transaction register
           SELECT RTVSREG ASSIGN TO RTVSREG
           FILE STATUS IS OUT-RTVSREG-KEY.

       DATA DIVISION.
       FILE SECTION.
      * Settlement transactions - see COPY/RTVTRN.CPY
       FD  RTVTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTVTRAN-REC.
       01  RTVTRAN-REC.
           COPY RTVTRN.

      * Keyed return-to-vendor master - see COPY/RTVMST.CPY
       FD  RTVMSTR
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS RTVMSTR-REC.
       01  RTVMSTR-REC.
           COPY RTVMST.

      * Output File for the transaction register
       FD  RTVSREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTVSREG-REC.
       01  RTVSREG-REC                       PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
      * File status key for Input File RTVTRAN
           05 IN-RTVTRAN-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed return-to-vendor master
           05 IO-RTVMSTR-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output RTVSREG
           05 OUT-RTVSREG-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 RTVTRAN-EOF-WS                     PIC X(01) VALUE 'N'.
           88 RTVTRAN-EOF VALUE 'Y'.

      * Disposition of the transaction in hand - set by the edit and
      * apply paragraphs, written to the register by
      * 500-Write-RTVSREG.
       01 WS-TRAN-DISPOSITION.
           05 WS-TRAN-APPLIED-SW            PIC X(01) VALUE 'Y'.
               88 TRAN-APPLIED VALUE 'Y'.
           05 WS-TRAN-REJECT-TEXT           PIC X(30) VALUE SPACES.

      * RTV found or not on the keyed return-to-vendor master
       01 WS-RTV-FOUND-SW                    PIC X(01) VALUE 'N'.
           88 RTV-FOUND VALUE 'Y'.

      * Shared YYYYMMDD date-format edit - callers move the date to
      * WS-DATE-TO-CHECK, PERFORM 290-Edit-YYYYMMDD-Date, then test
      * DATE-IS-VALID.
       01 WS-DATE-EDIT-FIELDS.
           05 WS-DATE-TO-CHECK               PIC 9(08) VALUE ZERO.
           05 WS-DATE-MM                     PIC 9(02) VALUE ZERO.
           05 WS-DATE-DD                     PIC 9(02) VALUE ZERO.
           05 WS-DATE-VALID-SW               PIC X(01) VALUE 'Y'.
               88 DATE-IS-VALID VALUE 'Y'.

      * Run counters and totals for the balancing report
       01 WS-TRANS-READ-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-CREDITS-APPLIED-CTR             PIC 9(7) VALUE ZERO.
       01 WS-REPLACES-APPLIED-CTR            PIC 9(7) VALUE ZERO.
       01 WS-TRANS-REJECTED-CTR              PIC 9(7) VALUE ZERO.
       01 WS-SETTLED-TOTAL                   PIC S9(15)V99 VALUE ZERO.

       01 WS-REGISTER-TITLE-LINE.
           05 FILLER                     PIC X(80) VALUE
              'RETURN-TO-VENDOR SETTLEMENT TRANSACTION REGISTER'.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER                     PIC X(34) VALUE
              'ACT  RTV    SETTLED  REFERENCE'.
           05 FILLER                     PIC X(46) VALUE
              'SUPPLIER            VALUE  DISPOSITION'.

       01 WS-REGISTER-LINE.
           05 RG-ACTION-CODE             PIC X(01).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 RG-RTV-NUMBER              PIC X(06).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-SETTLED-DATE            PIC X(08).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-SETTLED-REFERENCE       PIC X(12).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-SUPPLIER-CODE           PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-RETURN-VALUE            PIC Z(10)9.99-.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-DISPOSITION             PIC X(08).
           05 FILLER                     PIC X(11) VALUE SPACES.

      * A rejected transaction's reason goes on the line below it,
      * as on the SUPHMNT register.
       01 WS-REJECT-LINE.
           05 FILLER                     PIC X(05) VALUE SPACES.
           05 FILLER                     PIC X(08) VALUE
              'REASON: '.
           05 RJ-REJECT-TEXT             PIC X(30).
           05 FILLER                     PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL RTVTRAN-EOF.
           PERFORM 600-CLOSE-FILES.
           PERFORM 700-Print-Control-Totals.
           GOBACK.

       000-Housekeeping.
      * Initialization Routine
           PERFORM 300-Open-Files.
           PERFORM 310-Write-Register-Titles.
      * Priming Read
           PERFORM 400-Read-RTVTRAN.

       100-Main2.
           PERFORM 200-Apply-Transaction.
           PERFORM 400-Read-RTVTRAN.

       200-Apply-Transaction.
      *    One transaction in, one register entry out - applied or
      *    rejected, nothing is silently dropped. The RTV is only
      *    rewritten once every edit has passed.
           MOVE 'Y' TO WS-TRAN-APPLIED-SW.
           MOVE SPACES TO WS-TRAN-REJECT-TEXT.
           MOVE 'N' TO WS-RTV-FOUND-SW.
           PERFORM 240-Edit-Transaction.
           IF TRAN-APPLIED
               PERFORM 210-Apply-Settlement
           ELSE
               ADD 1 TO WS-TRANS-REJECTED-CTR
           END-IF.
           PERFORM 500-Write-RTVSREG.

       210-Apply-Settlement.
           IF VT-CREDIT-ACTION
               SET VR-STATUS-CREDITED TO TRUE
           ELSE
               SET VR-STATUS-REPLACED TO TRUE
           END-IF.
           MOVE VT-SETTLED-DATE TO VR-SETTLED-DATE.
           MOVE VT-SETTLED-REFERENCE TO VR-SETTLED-REFERENCE.
           REWRITE RTVMSTR-REC.
           IF IO-RTVMSTR-KEY NOT = '00'
               DISPLAY 'RTVMSTR rewriting problem - STATUS '
                   IO-RTVMSTR-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.
           IF VT-CREDIT-ACTION
               ADD 1 TO WS-CREDITS-APPLIED-CTR
           ELSE
               ADD 1 TO WS-REPLACES-APPLIED-CTR
           END-IF.
           ADD VR-RETURN-VALUE TO WS-SETTLED-TOTAL.

       240-Edit-Transaction.
      *    The edits run in order and the first failure names the
      *    rejection; later edits are skipped once one has failed.
           IF VT-RTV-NUMBER = SPACES
               MOVE 'N' TO WS-TRAN-APPLIED-SW
               MOVE 'RTV NUMBER MISSING'
                   TO WS-TRAN-REJECT-TEXT
           END-IF.
           IF TRAN-APPLIED AND NOT VT-VALID-ACTION
               MOVE 'N' TO WS-TRAN-APPLIED-SW
               MOVE 'INVALID ACTION CODE'
                   TO WS-TRAN-REJECT-TEXT
           END-IF.
           IF TRAN-APPLIED
               MOVE VT-SETTLED-DATE TO WS-DATE-TO-CHECK
               PERFORM 290-Edit-YYYYMMDD-Date
               IF NOT DATE-IS-VALID
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'INVALID SETTLED DATE'
                       TO WS-TRAN-REJECT-TEXT
               END-IF
           END-IF.
           IF TRAN-APPLIED AND VT-SETTLED-REFERENCE = SPACES
               MOVE 'N' TO WS-TRAN-APPLIED-SW
               MOVE 'SETTLED REFERENCE MISSING'
                   TO WS-TRAN-REJECT-TEXT
           END-IF.
           IF TRAN-APPLIED
               PERFORM 245-Read-RTV-Master
               IF NOT RTV-FOUND
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'RTV NOT ON FILE'
                       TO WS-TRAN-REJECT-TEXT
               END-IF
           END-IF.
           IF TRAN-APPLIED AND NOT VR-STATUS-OPEN
               MOVE 'N' TO WS-TRAN-APPLIED-SW
               MOVE 'RTV ALREADY SETTLED'
                   TO WS-TRAN-REJECT-TEXT
           END-IF.
           IF TRAN-APPLIED AND VT-SETTLED-DATE < VR-RTV-DATE
               MOVE 'N' TO WS-TRAN-APPLIED-SW
               MOVE 'SETTLED DATE BEFORE RTV DATE'
                   TO WS-TRAN-REJECT-TEXT
           END-IF.

       245-Read-RTV-Master.
           MOVE VT-RTV-NUMBER TO VR-RTV-NUMBER.
           READ RTVMSTR
               INVALID KEY
                   MOVE 'N' TO WS-RTV-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RTV-FOUND-SW
           END-READ.
           IF RTV-FOUND AND IO-RTVMSTR-KEY NOT = '00'
               DISPLAY 'RTVMSTR reading problem - STATUS '
                   IO-RTVMSTR-KEY
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


       300-Open-Files.
      *    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT RTVTRAN.
      *    Input File Status Checking for RTVTRAN
           IF IN-RTVTRAN-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input RTVTRAN'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN I-O RTVMSTR.
      *    File Status Checking for RTVMSTR
           IF IO-RTVMSTR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning RTVMSTR'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT RTVSREG.
      *    Output File Status Checking for RTVSREG
           IF OUT-RTVSREG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning RTVSREG'
                GO TO 2000-ABEND-RTN
           END-IF.

       310-Write-Register-Titles.
           WRITE RTVSREG-REC FROM WS-REGISTER-TITLE-LINE.
           IF OUT-RTVSREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output RTVSREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE SPACES TO RTVSREG-REC.
           WRITE RTVSREG-REC.
           WRITE RTVSREG-REC FROM WS-COLUMN-HEADING-LINE.


       400-Read-RTVTRAN.
           READ RTVTRAN
      * Set AT END Switch
                AT END MOVE 'Y' TO RTVTRAN-EOF-WS
                IF IN-RTVTRAN-KEY = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file RTVTRAN reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF NOT RTVTRAN-EOF
               ADD 1 TO WS-TRANS-READ-CTR
           END-IF.


       500-Write-RTVSREG.
      *    One register entry per transaction, applied and rejected
      *    alike, so the register is the audit trail for the run's
      *    settlements. Supplier and value come off the RTV when it
      *    was found.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE VT-ACTION-CODE TO RG-ACTION-CODE.
           MOVE VT-RTV-NUMBER TO RG-RTV-NUMBER.
           MOVE VT-SETTLED-DATE TO RG-SETTLED-DATE.
           MOVE VT-SETTLED-REFERENCE TO RG-SETTLED-REFERENCE.
           IF RTV-FOUND
               MOVE VR-SUPPLIER-CODE TO RG-SUPPLIER-CODE
               MOVE VR-RETURN-VALUE TO RG-RETURN-VALUE
           END-IF.
           IF TRAN-APPLIED
               MOVE 'APPLIED' TO RG-DISPOSITION
           ELSE
               MOVE 'REJECTED' TO RG-DISPOSITION
           END-IF.
           WRITE RTVSREG-REC FROM WS-REGISTER-LINE.
           IF OUT-RTVSREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output RTVSREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           IF NOT TRAN-APPLIED
               MOVE WS-TRAN-REJECT-TEXT TO RJ-REJECT-TEXT
               WRITE RTVSREG-REC FROM WS-REJECT-LINE
               IF OUT-RTVSREG-KEY NOT EQUAL ZERO THEN
                    DISPLAY 'Output RTVSREG writing problem'
                    PERFORM 2000-ABEND-RTN
               END-IF
           END-IF.


       600-CLOSE-FILES.
      *     DISPLAY 'CLOSING FILES'.
           CLOSE RTVTRAN, RTVMSTR, RTVSREG.


       700-Print-Control-Totals.
           DISPLAY '==============================================='.
           DISPLAY 'RTVMNT RUN CONTROL TOTALS'.
           DISPLAY '==============================================='.
           DISPLAY 'TRANSACTIONS READ FROM RTVTRAN....: '
               WS-TRANS-READ-CTR.
           DISPLAY 'RTVS SETTLED BY CREDIT............: '
               WS-CREDITS-APPLIED-CTR.
           DISPLAY 'RTVS SETTLED BY REPLACEMENT.......: '
               WS-REPLACES-APPLIED-CTR.
           DISPLAY 'TRANSACTIONS REJECTED.............: '
               WS-TRANS-REJECTED-CTR.
           DISPLAY 'TOTAL VALUE OF RTVS SETTLED.......: '
               WS-SETTLED-TOTAL.
           DISPLAY '==============================================='.


       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
