       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPECMNT.
      ******************************************************************
      * Applies the spec/blueprint register maintenance transactions
      * (SPECTRAN - add/change/delete, keyed in by engineering)
      * against the keyed revision register SPECREV that FINALEX
      * checks government parts against and SPECIMP reports
      * impending supersessions from. Adds and changes are edited
      * before they touch the file: the document type must be S or
      * B, the number and revision must be given, the status must be
      * A, S or C, and the effective date must be a real date. A
      * superseded revision must name the revision that replaces it,
      * and only a superseded revision may name one. Every
      * transaction, applied or rejected, is written to the SPECREG
      * register with its disposition, in the same form as the
      * SUPPMNT register.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input File SPECTRAN with the maintenance transactions
           SELECT SPECTRAN ASSIGN TO SPECTRAN
           FILE STATUS IS IN-SPECTRAN-KEY.

      * The keyed spec/blueprint revision register, updated in place
           SELECT SPECREV ASSIGN TO SPECREV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RV-REVISION-KEY
           FILE STATUS IS IO-SPECREV-KEY.

      * Output File for the transaction register
           SELECT SPECREG ASSIGN TO SPECREG
           FILE STATUS IS OUT-SPECREG-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  SPECTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SPECTRAN-REC.
       01  SPECTRAN-REC.
           COPY SPECTRN.

      * Keyed revision register - see COPY/SPECREV.CPY
       FD  SPECREV
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SPECREV-REC.
       01  SPECREV-REC.
           COPY SPECREV.

      * Output File for the transaction register
       FD  SPECREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SPECREG-REC.
       01  SPECREG-REC                       PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
      * File status key for Input File SPECTRAN
           05 IN-SPECTRAN-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed revision register
           05 IO-SPECREV-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output SPECREG
           05 OUT-SPECREG-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 SPECTRAN-EOF-WS                    PIC X(01) VALUE 'N'.
           88 SPECTRAN-EOF VALUE 'Y'.

      * Disposition of the transaction in hand - set by the edit and
      * apply paragraphs, written to the register by
      * 500-Write-SPECREG.
       01 WS-TRAN-DISPOSITION.
           05 WS-TRAN-APPLIED-SW            PIC X(01) VALUE 'Y'.
               88 TRAN-APPLIED VALUE 'Y'.
           05 WS-TRAN-REJECT-TEXT           PIC X(30) VALUE SPACES.

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
              'SPEC/BLUEPRINT MAINTENANCE TRANSACTION REGISTER'.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER                     PIC X(37) VALUE
              'ACT  T DOCUMENT   REV S EFFECT   NEW '.
           05 FILLER                     PIC X(43) VALUE
              'TITLE                          DISPOSITION'.

       01 WS-REGISTER-LINE.
           05 RG-ACTION-CODE             PIC X(01).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 RG-DOCUMENT-TYPE           PIC X(01).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-DOCUMENT-NUMBER         PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-REVISION                PIC X(03).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-REVISION-STATUS         PIC X(01).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-EFFECTIVE-DATE          PIC X(08).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-SUPERSEDING-REV         PIC X(03).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-DOCUMENT-TITLE          PIC X(30).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-DISPOSITION             PIC X(08).
           05 FILLER                     PIC X(04) VALUE SPACES.

      * A rejected transaction's reason goes on the line below it -
      * the register line has no room left beside the title.
       01 WS-REJECT-LINE.
           05 FILLER                     PIC X(05) VALUE SPACES.
           05 FILLER                     PIC X(08) VALUE
              'REASON: '.
           05 RJ-REJECT-TEXT             PIC X(30).
           05 FILLER                     PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL SPECTRAN-EOF.
           PERFORM 600-CLOSE-FILES.
           PERFORM 700-Print-Control-Totals.
           GOBACK.

       000-Housekeeping.
      * Initialization Routine
           PERFORM 300-Open-Files.
           PERFORM 310-Write-Register-Titles.
      * Priming Read
           PERFORM 400-Read-SPECTRAN.

       100-Main2.
           PERFORM 200-Apply-Transaction.
           PERFORM 400-Read-SPECTRAN.

       200-Apply-Transaction.
      *    One transaction in, one register entry out - applied or
      *    rejected, nothing is silently dropped. Adds and changes
      *    must pass the edits before the file is touched.
           MOVE 'Y' TO WS-TRAN-APPLIED-SW.
           MOVE SPACES TO WS-TRAN-REJECT-TEXT.
           EVALUATE TRUE
               WHEN RX-ADD-ACTION
                   PERFORM 240-Edit-Transaction
                   IF TRAN-APPLIED
                       PERFORM 210-Apply-Add
                   END-IF
               WHEN RX-CHANGE-ACTION
                   PERFORM 240-Edit-Transaction
                   IF TRAN-APPLIED
                       PERFORM 220-Apply-Change
                   END-IF
               WHEN RX-DELETE-ACTION
                   PERFORM 230-Apply-Delete
               WHEN OTHER
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'INVALID ACTION CODE'
                       TO WS-TRAN-REJECT-TEXT
           END-EVALUATE.
           IF NOT TRAN-APPLIED
               ADD 1 TO WS-TRANS-REJECTED-CTR
           END-IF.
           PERFORM 500-Write-SPECREG.

       210-Apply-Add.
      *    A WRITE on the keyed file fails with status 22 when the
      *    revision is already registered - that is an operator
      *    keying problem, not a file problem, so it rejects the
      *    transaction instead of abending the run.
           MOVE RX-REVISION-DATA TO SPECREV-REC.
           WRITE SPECREV-REC
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'REVISION ALREADY ON FILE'
                       TO WS-TRAN-REJECT-TEXT
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS-APPLIED-CTR
           END-WRITE.
           IF TRAN-APPLIED AND IO-SPECREV-KEY NOT = '00'
               DISPLAY 'SPECREV writing problem - STATUS '
                   IO-SPECREV-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.

       220-Apply-Change.
           MOVE RX-REVISION-DATA TO SPECREV-REC.
           REWRITE SPECREV-REC
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'REVISION NOT ON FILE'
                       TO WS-TRAN-REJECT-TEXT
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGES-APPLIED-CTR
           END-REWRITE.
           IF TRAN-APPLIED AND IO-SPECREV-KEY NOT = '00'
               DISPLAY 'SPECREV rewriting problem - STATUS '
                   IO-SPECREV-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.

       230-Apply-Delete.
           MOVE RX-REVISION-KEY TO RV-REVISION-KEY.
           DELETE SPECREV
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'REVISION NOT ON FILE'
                       TO WS-TRAN-REJECT-TEXT
               NOT INVALID KEY
                   ADD 1 TO WS-DELETES-APPLIED-CTR
           END-DELETE.
           IF TRAN-APPLIED AND IO-SPECREV-KEY NOT = '00'
               DISPLAY 'SPECREV deleting problem - STATUS '
                   IO-SPECREV-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.

       240-Edit-Transaction.
      *    The edits run in order and the first failure names the
      *    rejection; later edits are skipped once one has failed.
           IF NOT RX-VALID-DOCUMENT-TYPE
               MOVE 'N' TO WS-TRAN-APPLIED-SW
               MOVE 'INVALID DOCUMENT TYPE'
                   TO WS-TRAN-REJECT-TEXT
           END-IF.
           IF TRAN-APPLIED AND RX-DOCUMENT-NUMBER = SPACES
               MOVE 'N' TO WS-TRAN-APPLIED-SW
               MOVE 'DOCUMENT NUMBER MISSING'
                   TO WS-TRAN-REJECT-TEXT
           END-IF.
           IF TRAN-APPLIED AND RX-REVISION = SPACES
               MOVE 'N' TO WS-TRAN-APPLIED-SW
               MOVE 'REVISION MISSING'
                   TO WS-TRAN-REJECT-TEXT
           END-IF.
           IF TRAN-APPLIED AND NOT RX-VALID-STATUS
               MOVE 'N' TO WS-TRAN-APPLIED-SW
               MOVE 'INVALID REVISION STATUS'
                   TO WS-TRAN-REJECT-TEXT
           END-IF.
           IF TRAN-APPLIED
               MOVE RX-EFFECTIVE-DATE TO WS-DATE-TO-CHECK
               PERFORM 290-Edit-YYYYMMDD-Date
               IF NOT DATE-IS-VALID
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'INVALID EFFECTIVE DATE'
                       TO WS-TRAN-REJECT-TEXT
               END-IF
           END-IF.
      *    The superseding revision is what SPECIMP tells engineering
      *    to move the suppliers to, so a supersession without one is
      *    refused - and an active or cancelled revision has nothing
      *    superseding it.
           IF TRAN-APPLIED
               IF RX-SUPERSEDED
                   IF RX-SUPERSEDING-REV = SPACES
                       MOVE 'N' TO WS-TRAN-APPLIED-SW
                       MOVE 'SUPERSEDING REVISION MISSING'
                           TO WS-TRAN-REJECT-TEXT
                   ELSE
                       IF RX-SUPERSEDING-REV = RX-REVISION
                           MOVE 'N' TO WS-TRAN-APPLIED-SW
                           MOVE 'REVISION SUPERSEDES ITSELF'
                               TO WS-TRAN-REJECT-TEXT
                       END-IF
                   END-IF
               ELSE
                   IF RX-SUPERSEDING-REV NOT = SPACES
                       MOVE 'N' TO WS-TRAN-APPLIED-SW
                       MOVE 'REVISION NOT SUPERSEDED'
                           TO WS-TRAN-REJECT-TEXT
                   END-IF
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


       300-Open-Files.
      *    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT SPECTRAN.
      *    Input File Status Checking for SPECTRAN
           IF IN-SPECTRAN-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input SPECTRAN'
                GO TO 2000-ABEND-RTN
           END-IF.
      *    No register yet (status 35) is the first-ever run - it
      *    is created empty and reopened for update.
           OPEN I-O SPECREV.
           IF IO-SPECREV-KEY = '35'
               OPEN OUTPUT SPECREV
               IF IO-SPECREV-KEY NOT = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'File Problem creating SPECREV'
                    GO TO 2000-ABEND-RTN
               END-IF
               CLOSE SPECREV
               OPEN I-O SPECREV
           END-IF.
      *    File Status Checking for SPECREV
           IF IO-SPECREV-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning SPECREV'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT SPECREG.
      *    Output File Status Checking for SPECREG
           IF OUT-SPECREG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning SPECREG'
                GO TO 2000-ABEND-RTN
           END-IF.

       310-Write-Register-Titles.
           WRITE SPECREG-REC FROM WS-REGISTER-TITLE-LINE.
           IF OUT-SPECREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output SPECREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE SPACES TO SPECREG-REC.
           WRITE SPECREG-REC.
           WRITE SPECREG-REC FROM WS-COLUMN-HEADING-LINE.


       400-Read-SPECTRAN.
           READ SPECTRAN
      * Set AT END Switch
                AT END MOVE 'Y' TO SPECTRAN-EOF-WS
                IF IN-SPECTRAN-KEY = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file SPECTRAN reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF NOT SPECTRAN-EOF
               ADD 1 TO WS-TRANS-READ-CTR
           END-IF.


       500-Write-SPECREG.
      *    One register entry per transaction, applied and rejected
      *    alike, so the register is the audit trail for the run's
      *    maintenance.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE RX-ACTION-CODE TO RG-ACTION-CODE.
           MOVE RX-DOCUMENT-TYPE TO RG-DOCUMENT-TYPE.
           MOVE RX-DOCUMENT-NUMBER TO RG-DOCUMENT-NUMBER.
           MOVE RX-REVISION TO RG-REVISION.
           IF NOT RX-DELETE-ACTION
               MOVE RX-REVISION-STATUS TO RG-REVISION-STATUS
               MOVE RX-EFFECTIVE-DATE TO RG-EFFECTIVE-DATE
               MOVE RX-SUPERSEDING-REV TO RG-SUPERSEDING-REV
               MOVE RX-DOCUMENT-TITLE TO RG-DOCUMENT-TITLE
           END-IF.
           IF TRAN-APPLIED
               MOVE 'APPLIED' TO RG-DISPOSITION
           ELSE
               MOVE 'REJECTED' TO RG-DISPOSITION
           END-IF.
           WRITE SPECREG-REC FROM WS-REGISTER-LINE.
           IF OUT-SPECREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output SPECREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           IF NOT TRAN-APPLIED
               MOVE WS-TRAN-REJECT-TEXT TO RJ-REJECT-TEXT
               WRITE SPECREG-REC FROM WS-REJECT-LINE
               IF OUT-SPECREG-KEY NOT EQUAL ZERO THEN
                    DISPLAY 'Output SPECREG writing problem'
                    PERFORM 2000-ABEND-RTN
               END-IF
           END-IF.


       600-CLOSE-FILES.
      *     DISPLAY 'CLOSING FILES'.
           CLOSE SPECTRAN, SPECREV, SPECREG.


       700-Print-Control-Totals.
           DISPLAY '==============================================='.
           DISPLAY 'SPECMNT RUN CONTROL TOTALS'.
           DISPLAY '==============================================='.
           DISPLAY 'TRANSACTIONS READ FROM SPECTRAN...: '
               WS-TRANS-READ-CTR.
           DISPLAY 'ADDS APPLIED TO SPECREV...........: '
               WS-ADDS-APPLIED-CTR.
           DISPLAY 'CHANGES APPLIED TO SPECREV........: '
               WS-CHANGES-APPLIED-CTR.
           DISPLAY 'DELETES APPLIED TO SPECREV........: '
               WS-DELETES-APPLIED-CTR.
           DISPLAY 'TRANSACTIONS REJECTED.............: '
               WS-TRANS-REJECTED-CTR.
           DISPLAY '==============================================='.


       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
