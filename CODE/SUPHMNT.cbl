       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPHMNT.
      ******************************************************************
      * Applies the supplier hold maintenance transactions (SUPHTRAN
      * - add/change/delete, keyed in by purchasing, quality and AP)
      * against the keyed supplier hold/exclusion file SUPHOLD that
      * FINALEX, REORDER and APPAY screen suppliers against. A
      * supplier may carry a quality hold, a payment hold and a
      * government debarment at the same time, one record for each.
      * Adds and changes are edited before they touch the file: the
      * hold type must be Q, P or D, a reason must be given, the
      * start date must be a real date, and an end date, when one is
      * given, must be a real date no earlier than the start. A
      * quality or payment hold must name a supplier on the keyed
      * supplier master SUPPMSTR; a debarment need not, since the
      * excluded-parties list names firms before they ever reach the
      * master and they must be screened from their very first
      * purchase order. Every transaction, applied or rejected, is
      * written to the SUPHREG register with its disposition, in the
      * same form as the SUPPMNT register.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input File SUPHTRAN with the maintenance transactions
           SELECT SUPHTRAN ASSIGN TO SUPHTRAN
           FILE STATUS IS IN-SUPHTRAN-KEY.

      * The keyed supplier hold file, updated in place
           SELECT SUPHOLD ASSIGN TO SUPHOLD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HD-HOLD-KEY
           FILE STATUS IS IO-SUPHOLD-KEY.

      * The keyed supplier master, read by key to prove the
      * supplier exists
           SELECT SUPPMSTR ASSIGN TO SUPPMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-SUPPLIER-CODE
           FILE STATUS IS IN-SUPPMSTR-KEY.

      * Output File for the transaction register
           SELECT SUPHREG ASSIGN TO SUPHREG
           FILE STATUS IS OUT-SUPHREG-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPHTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPHTRAN-REC.
       01  SUPHTRAN-REC.
           COPY SUPHTRN.

      * Keyed supplier hold file - see COPY/SUPHOLD.CPY
       FD  SUPHOLD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPHOLD-REC.
       01  SUPHOLD-REC.
           COPY SUPHOLD.

      * Keyed supplier master - see COPY/SUPPMST.CPY
       FD  SUPPMSTR
           RECORD CONTAINS 258 CHARACTERS
           DATA RECORD IS SUPPMSTR-REC.
       01  SUPPMSTR-REC.
           COPY SUPPMST.

      * Output File for the transaction register
       FD  SUPHREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPHREG-REC.
       01  SUPHREG-REC                       PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
      * File status key for Input File SUPHTRAN
           05 IN-SUPHTRAN-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed supplier hold file
           05 IO-SUPHOLD-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed supplier master
           05 IN-SUPPMSTR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output SUPHREG
           05 OUT-SUPHREG-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 SUPHTRAN-EOF-WS                    PIC X(01) VALUE 'N'.
           88 SUPHTRAN-EOF VALUE 'Y'.

      * Disposition of the transaction in hand - set by the edit and
      * apply paragraphs, written to the register by
      * 500-Write-SUPHREG.
       01 WS-TRAN-DISPOSITION.
           05 WS-TRAN-APPLIED-SW            PIC X(01) VALUE 'Y'.
               88 TRAN-APPLIED VALUE 'Y'.
           05 WS-TRAN-REJECT-TEXT           PIC X(30) VALUE SPACES.

      * Supplier found or not on the keyed supplier master
       01 WS-SUPPLIER-FOUND-SW               PIC X(01) VALUE 'N'.
           88 SUPPLIER-FOUND VALUE 'Y'.

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
       01 WS-TRANS-READ-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-ADDS-APPLIED-CTR                PIC 9(7) VALUE ZERO.
       01 WS-CHANGES-APPLIED-CTR             PIC 9(7) VALUE ZERO.
       01 WS-DELETES-APPLIED-CTR             PIC 9(7) VALUE ZERO.
       01 WS-TRANS-REJECTED-CTR              PIC 9(7) VALUE ZERO.

       01 WS-REGISTER-TITLE-LINE.
           05 FILLER                     PIC X(80) VALUE
              'SUPPLIER HOLD MAINTENANCE TRANSACTION REGISTER'.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER                     PIC X(40) VALUE
              'ACT  SUPPLIER   T START    END      HOLD'.
           05 FILLER                     PIC X(40) VALUE
              ' REASON                    DISPOSITION'.

       01 WS-REGISTER-LINE.
           05 RG-ACTION-CODE             PIC X(01).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 RG-SUPPLIER-CODE           PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-HOLD-TYPE               PIC X(01).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-START-DATE              PIC X(08).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-END-DATE                PIC X(08).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-HOLD-REASON             PIC X(30).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-DISPOSITION             PIC X(08).
           05 FILLER                     PIC X(05) VALUE SPACES.

      * A rejected transaction's reason goes on the line below it -
      * the register line has no room left beside the hold reason.
       01 WS-REJECT-LINE.
           05 FILLER                     PIC X(05) VALUE SPACES.
           05 FILLER                     PIC X(08) VALUE
              'REASON: '.
           05 RJ-REJECT-TEXT             PIC X(30).
           05 FILLER                     PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL SUPHTRAN-EOF.
           PERFORM 600-CLOSE-FILES.
           PERFORM 700-Print-Control-Totals.
           GOBACK.

       000-Housekeeping.
      * Initialization Routine
           PERFORM 300-Open-Files.
           PERFORM 310-Write-Register-Titles.
      * Priming Read
           PERFORM 400-Read-SUPHTRAN.

       100-Main2.
           PERFORM 200-Apply-Transaction.
           PERFORM 400-Read-SUPHTRAN.

       200-Apply-Transaction.
      *    One transaction in, one register entry out - applied or
      *    rejected, nothing is silently dropped. Adds and changes
      *    must pass the edits before the file is touched.
           MOVE 'Y' TO WS-TRAN-APPLIED-SW.
           MOVE SPACES TO WS-TRAN-REJECT-TEXT.
           EVALUATE TRUE
               WHEN HX-ADD-ACTION
                   PERFORM 240-Edit-Transaction
                   IF TRAN-APPLIED
                       PERFORM 210-Apply-Add
                   END-IF
               WHEN HX-CHANGE-ACTION
                   PERFORM 240-Edit-Transaction
                   IF TRAN-APPLIED
                       PERFORM 220-Apply-Change
                   END-IF
               WHEN HX-DELETE-ACTION
                   PERFORM 230-Apply-Delete
               WHEN OTHER
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'INVALID ACTION CODE'
                       TO WS-TRAN-REJECT-TEXT
           END-EVALUATE.
           IF NOT TRAN-APPLIED
               ADD 1 TO WS-TRANS-REJECTED-CTR
           END-IF.
           PERFORM 500-Write-SUPHREG.

       210-Apply-Add.
      *    A WRITE on the keyed file fails with status 22 when the
      *    supplier already has a hold of this type - that is an
      *    operator keying problem, not a file problem, so it rejects
      *    the transaction instead of abending the run.
           MOVE HX-HOLD-DATA TO SUPHOLD-REC.
           WRITE SUPHOLD-REC
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'HOLD ALREADY ON FILE'
                       TO WS-TRAN-REJECT-TEXT
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS-APPLIED-CTR
           END-WRITE.
           IF TRAN-APPLIED AND IO-SUPHOLD-KEY NOT = '00'
               DISPLAY 'SUPHOLD writing problem - STATUS '
                   IO-SUPHOLD-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.

       220-Apply-Change.
           MOVE HX-HOLD-DATA TO SUPHOLD-REC.
           REWRITE SUPHOLD-REC
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'HOLD NOT ON FILE'
                       TO WS-TRAN-REJECT-TEXT
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGES-APPLIED-CTR
           END-REWRITE.
           IF TRAN-APPLIED AND IO-SUPHOLD-KEY NOT = '00'
               DISPLAY 'SUPHOLD rewriting problem - STATUS '
                   IO-SUPHOLD-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.

       230-Apply-Delete.
           MOVE HX-HOLD-KEY TO HD-HOLD-KEY.
           DELETE SUPHOLD
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'HOLD NOT ON FILE'
                       TO WS-TRAN-REJECT-TEXT
               NOT INVALID KEY
                   ADD 1 TO WS-DELETES-APPLIED-CTR
           END-DELETE.
           IF TRAN-APPLIED AND IO-SUPHOLD-KEY NOT = '00'
               DISPLAY 'SUPHOLD deleting problem - STATUS '
                   IO-SUPHOLD-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.

       240-Edit-Transaction.
      *    The edits run in order and the first failure names the
      *    rejection; later edits are skipped once one has failed.
           IF HX-SUPPLIER-CODE = SPACES
               MOVE 'N' TO WS-TRAN-APPLIED-SW
               MOVE 'SUPPLIER CODE MISSING'
                   TO WS-TRAN-REJECT-TEXT
           END-IF.
           IF TRAN-APPLIED AND NOT HX-VALID-HOLD-TYPE
               MOVE 'N' TO WS-TRAN-APPLIED-SW
               MOVE 'INVALID HOLD TYPE'
                   TO WS-TRAN-REJECT-TEXT
           END-IF.
           IF TRAN-APPLIED AND HX-HOLD-REASON = SPACES
               MOVE 'N' TO WS-TRAN-APPLIED-SW
               MOVE 'HOLD REASON MISSING'
                   TO WS-TRAN-REJECT-TEXT
           END-IF.
           IF TRAN-APPLIED
               MOVE HX-START-DATE TO WS-DATE-TO-CHECK
               PERFORM 290-Edit-YYYYMMDD-Date
               IF NOT DATE-IS-VALID
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'INVALID START DATE'
                       TO WS-TRAN-REJECT-TEXT
               END-IF
           END-IF.
      *    A zero end date is an open-ended hold.
           IF TRAN-APPLIED AND HX-END-DATE NOT = ZERO
               MOVE HX-END-DATE TO WS-DATE-TO-CHECK
               PERFORM 290-Edit-YYYYMMDD-Date
               IF NOT DATE-IS-VALID
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'INVALID END DATE'
                       TO WS-TRAN-REJECT-TEXT
               ELSE
                   IF HX-END-DATE < HX-START-DATE
                       MOVE 'N' TO WS-TRAN-APPLIED-SW
                       MOVE 'END DATE BEFORE START DATE'
                           TO WS-TRAN-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.
           IF TRAN-APPLIED AND NOT HX-DEBARMENT
               PERFORM 245-Read-Supplier-Master
               IF NOT SUPPLIER-FOUND
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'SUPPLIER NOT ON SUPPMSTR'
                       TO WS-TRAN-REJECT-TEXT
               END-IF
           END-IF.

       245-Read-Supplier-Master.
           MOVE HX-SUPPLIER-CODE TO SM-SUPPLIER-CODE.
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
           OPEN INPUT SUPHTRAN.
      *    Input File Status Checking for SUPHTRAN
           IF IN-SUPHTRAN-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input SUPHTRAN'
                GO TO 2000-ABEND-RTN
           END-IF.
      *    No hold file yet (status 35) is the first-ever run - it
      *    is created empty and reopened for update.
           OPEN I-O SUPHOLD.
           IF IO-SUPHOLD-KEY = '35'
               OPEN OUTPUT SUPHOLD
               IF IO-SUPHOLD-KEY NOT = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'File Problem creating SUPHOLD'
                    GO TO 2000-ABEND-RTN
               END-IF
               CLOSE SUPHOLD
               OPEN I-O SUPHOLD
           END-IF.
      *    File Status Checking for SUPHOLD
           IF IO-SUPHOLD-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning SUPHOLD'
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
           OPEN OUTPUT SUPHREG.
      *    Output File Status Checking for SUPHREG
           IF OUT-SUPHREG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning SUPHREG'
                GO TO 2000-ABEND-RTN
           END-IF.

       310-Write-Register-Titles.
           WRITE SUPHREG-REC FROM WS-REGISTER-TITLE-LINE.
           IF OUT-SUPHREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output SUPHREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE SPACES TO SUPHREG-REC.
           WRITE SUPHREG-REC.
           WRITE SUPHREG-REC FROM WS-COLUMN-HEADING-LINE.


       400-Read-SUPHTRAN.
           READ SUPHTRAN
      * Set AT END Switch
                AT END MOVE 'Y' TO SUPHTRAN-EOF-WS
                IF IN-SUPHTRAN-KEY = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file SUPHTRAN reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF NOT SUPHTRAN-EOF
               ADD 1 TO WS-TRANS-READ-CTR
           END-IF.


       500-Write-SUPHREG.
      *    One register entry per transaction, applied and rejected
      *    alike, so the register is the audit trail for the run's
      *    maintenance.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE HX-ACTION-CODE TO RG-ACTION-CODE.
           MOVE HX-SUPPLIER-CODE TO RG-SUPPLIER-CODE.
           MOVE HX-HOLD-TYPE TO RG-HOLD-TYPE.
           IF NOT HX-DELETE-ACTION
               MOVE HX-START-DATE TO RG-START-DATE
               MOVE HX-END-DATE TO RG-END-DATE
               MOVE HX-HOLD-REASON TO RG-HOLD-REASON
           END-IF.
           IF TRAN-APPLIED
               MOVE 'APPLIED' TO RG-DISPOSITION
           ELSE
               MOVE 'REJECTED' TO RG-DISPOSITION
           END-IF.
           WRITE SUPHREG-REC FROM WS-REGISTER-LINE.
           IF OUT-SUPHREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output SUPHREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           IF NOT TRAN-APPLIED
               MOVE WS-TRAN-REJECT-TEXT TO RJ-REJECT-TEXT
               WRITE SUPHREG-REC FROM WS-REJECT-LINE
               IF OUT-SUPHREG-KEY NOT EQUAL ZERO THEN
                    DISPLAY 'Output SUPHREG writing problem'
                    PERFORM 2000-ABEND-RTN
               END-IF
           END-IF.


       600-CLOSE-FILES.
      *     DISPLAY 'CLOSING FILES'.
           CLOSE SUPHTRAN, SUPHOLD, SUPPMSTR, SUPHREG.


       700-Print-Control-Totals.
           DISPLAY '==============================================='.
           DISPLAY 'SUPHMNT RUN CONTROL TOTALS'.
           DISPLAY '==============================================='.
           DISPLAY 'TRANSACTIONS READ FROM SUPHTRAN...: '
               WS-TRANS-READ-CTR.
           DISPLAY 'ADDS APPLIED TO SUPHOLD...........: '
               WS-ADDS-APPLIED-CTR.
           DISPLAY 'CHANGES APPLIED TO SUPHOLD........: '
               WS-CHANGES-APPLIED-CTR.
           DISPLAY 'DELETES APPLIED TO SUPHOLD........: '
               WS-DELETES-APPLIED-CTR.
           DISPLAY 'TRANSACTIONS REJECTED.............: '
               WS-TRANS-REJECTED-CTR.
           DISPLAY '==============================================='.


       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
