       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSUPMNT.
      ******************************************************************
      * Applies the part supersession/interchange maintenance
      * transactions (PSUPTRAN - add/change/delete, keyed in by
      * engineering when a part number is replaced) against the keyed
      * supersession file PARTSUPR that PARTINQ and REORDER follow.
      * Adds and changes are edited before they touch the file: both
      * the old and the new part number must be on the keyed parts
      * master PARTMSTR, the relationship type must be one of S, I or
      * U, the effective date must be a real date, and the chain
      * running on from the new part must never come back round to
      * the old one - a looping chain would send PARTINQ and REORDER
      * round in circles. Every transaction, applied or rejected, is
      * written to the PSUPREG register with its disposition, in the
      * same form as the PARTMNT register.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input File PSUPTRAN with the maintenance transactions
           SELECT PSUPTRAN ASSIGN TO PSUPTRAN
           FILE STATUS IS IN-PSUPTRAN-KEY.

      * The keyed supersession file, updated in place and read by
      * key to walk the chain for the loop edit
           SELECT PARTSUPR ASSIGN TO PARTSUPR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SS-OLD-PART-NUMBER
           FILE STATUS IS IO-PARTSUPR-KEY.

      * The keyed parts master, read by key to prove both part
      * numbers exist
           SELECT PARTMSTR ASSIGN TO PARTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-PART-NUMBER
           FILE STATUS IS IN-PARTMSTR-KEY.

      * Output File for the transaction register
           SELECT PSUPREG ASSIGN TO PSUPREG
           FILE STATUS IS OUT-PSUPREG-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  PSUPTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PSUPTRAN-REC.
       01  PSUPTRAN-REC.
           COPY PSUPTRN.

      * Keyed supersession file - see COPY/PARTSUPR.CPY
       FD  PARTSUPR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARTSUPR-REC.
       01  PARTSUPR-REC.
           COPY PARTSUPR.

      * Keyed parts master - same 92-byte layout as the nightly
      * extract, keyed on the part number.
       FD  PARTMSTR
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS PARTMSTR-REC.
       01  PARTMSTR-REC.
           COPY PARTS.

      * Output File for the transaction register
       FD  PSUPREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PSUPREG-REC.
       01  PSUPREG-REC                       PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
      * File status key for Input File PSUPTRAN
           05 IN-PSUPTRAN-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed supersession file
           05 IO-PARTSUPR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed parts master
           05 IN-PARTMSTR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output PSUPREG
           05 OUT-PSUPREG-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 PSUPTRAN-EOF-WS                    PIC X(01) VALUE 'N'.
           88 PSUPTRAN-EOF VALUE 'Y'.

      * Disposition of the transaction in hand - set by the edit and
      * apply paragraphs, written to the register by
      * 500-Write-PSUPREG.
       01 WS-TRAN-DISPOSITION.
           05 WS-TRAN-APPLIED-SW            PIC X(01) VALUE 'Y'.
               88 TRAN-APPLIED VALUE 'Y'.
           05 WS-TRAN-REJECT-TEXT           PIC X(30) VALUE SPACES.

      * Part found or not on the keyed parts master
       01 WS-PART-FOUND-SW                   PIC X(01) VALUE 'N'.
           88 PART-FOUND VALUE 'Y'.

      * Chain walk for the loop edit - starts at the transaction's
      * new part and follows PARTSUPR by key until the chain ends,
      * comes back to the transaction's old part, or runs deeper
      * than any real engineering change would go.
       01 WS-CHAIN-PART                      PIC X(23) VALUE SPACES.
       01 WS-CHAIN-DEPTH                     PIC 9(03) VALUE ZERO.
       01 WS-CHAIN-DEPTH-LIMIT               PIC 9(03) VALUE 20.
       01 WS-CHAIN-END-SW                    PIC X(01) VALUE 'N'.
           88 CHAIN-END VALUE 'Y'.
       01 WS-LINK-FOUND-SW                   PIC X(01) VALUE 'N'.
           88 LINK-FOUND VALUE 'Y'.

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
              'PART SUPERSESSION MAINTENANCE TRANSACTION REGISTER'.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER                     PIC X(40) VALUE
              'ACT  OLD PART NUMBER         NEW PART NU'.
           05 FILLER                     PIC X(40) VALUE
              'MBER         T EFF DATE DISPOSITION'.

       01 WS-REGISTER-LINE.
           05 RG-ACTION-CODE             PIC X(01).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 RG-OLD-PART-NUMBER         PIC X(23).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-NEW-PART-NUMBER         PIC X(23).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-RELATION-TYPE           PIC X(01).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-EFFECTIVE-DATE          PIC X(08).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RG-DISPOSITION             PIC X(08).
           05 FILLER                     PIC X(08) VALUE SPACES.

      * A rejected transaction's reason goes on the line below it -
      * the register line has no room left beside the two part
      * numbers.
       01 WS-REJECT-LINE.
           05 FILLER                     PIC X(05) VALUE SPACES.
           05 FILLER                     PIC X(08) VALUE
              'REASON: '.
           05 RJ-REJECT-TEXT             PIC X(30).
           05 FILLER                     PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL PSUPTRAN-EOF.
           PERFORM 600-CLOSE-FILES.
           PERFORM 700-Print-Control-Totals.
           GOBACK.

       000-Housekeeping.
      * Initialization Routine
           PERFORM 300-Open-Files.
           PERFORM 310-Write-Register-Titles.
      * Priming Read
           PERFORM 400-Read-PSUPTRAN.

       100-Main2.
           PERFORM 200-Apply-Transaction.
           PERFORM 400-Read-PSUPTRAN.

       200-Apply-Transaction.
      *    One transaction in, one register entry out - applied or
      *    rejected, nothing is silently dropped. Adds and changes
      *    must pass the edits before the file is touched.
           MOVE 'Y' TO WS-TRAN-APPLIED-SW.
           MOVE SPACES TO WS-TRAN-REJECT-TEXT.
           EVALUATE TRUE
               WHEN SX-ADD-ACTION
                   PERFORM 240-Edit-Transaction
                   IF TRAN-APPLIED
                       PERFORM 210-Apply-Add
                   END-IF
               WHEN SX-CHANGE-ACTION
                   PERFORM 240-Edit-Transaction
                   IF TRAN-APPLIED
                       PERFORM 220-Apply-Change
                   END-IF
               WHEN SX-DELETE-ACTION
                   PERFORM 230-Apply-Delete
               WHEN OTHER
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'INVALID ACTION CODE'
                       TO WS-TRAN-REJECT-TEXT
           END-EVALUATE.
           IF NOT TRAN-APPLIED
               ADD 1 TO WS-TRANS-REJECTED-CTR
           END-IF.
           PERFORM 500-Write-PSUPREG.

       210-Apply-Add.
      *    A WRITE on the keyed file fails with status 22 when the
      *    old part already has a supersession record - that is an
      *    operator keying problem, not a file problem, so it rejects
      *    the transaction instead of abending the run.
           MOVE SX-SUPERSESSION-DATA TO PARTSUPR-REC.
           WRITE PARTSUPR-REC
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'OLD PART ALREADY ON FILE'
                       TO WS-TRAN-REJECT-TEXT
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS-APPLIED-CTR
           END-WRITE.
           IF TRAN-APPLIED AND IO-PARTSUPR-KEY NOT = '00'
               DISPLAY 'PARTSUPR writing problem - STATUS '
                   IO-PARTSUPR-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.

       220-Apply-Change.
           MOVE SX-SUPERSESSION-DATA TO PARTSUPR-REC.
           REWRITE PARTSUPR-REC
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'OLD PART NOT ON FILE'
                       TO WS-TRAN-REJECT-TEXT
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGES-APPLIED-CTR
           END-REWRITE.
           IF TRAN-APPLIED AND IO-PARTSUPR-KEY NOT = '00'
               DISPLAY 'PARTSUPR rewriting problem - STATUS '
                   IO-PARTSUPR-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.

       230-Apply-Delete.
           MOVE SX-OLD-PART-NUMBER TO SS-OLD-PART-NUMBER.
           DELETE PARTSUPR
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'OLD PART NOT ON FILE'
                       TO WS-TRAN-REJECT-TEXT
               NOT INVALID KEY
                   ADD 1 TO WS-DELETES-APPLIED-CTR
           END-DELETE.
           IF TRAN-APPLIED AND IO-PARTSUPR-KEY NOT = '00'
               DISPLAY 'PARTSUPR deleting problem - STATUS '
                   IO-PARTSUPR-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.

       240-Edit-Transaction.
      *    The edits run in order and the first failure names the
      *    rejection; later edits are skipped once one has failed.
           IF SX-OLD-PART-NUMBER = SPACES
                   OR SX-NEW-PART-NUMBER = SPACES
               MOVE 'N' TO WS-TRAN-APPLIED-SW
               MOVE 'PART NUMBER MISSING'
                   TO WS-TRAN-REJECT-TEXT
           END-IF.
           IF TRAN-APPLIED
                   AND SX-OLD-PART-NUMBER = SX-NEW-PART-NUMBER
               MOVE 'N' TO WS-TRAN-APPLIED-SW
               MOVE 'PART CANNOT REPLACE ITSELF'
                   TO WS-TRAN-REJECT-TEXT
           END-IF.
           IF TRAN-APPLIED AND NOT SX-VALID-RELATION
               MOVE 'N' TO WS-TRAN-APPLIED-SW
               MOVE 'INVALID RELATIONSHIP TYPE'
                   TO WS-TRAN-REJECT-TEXT
           END-IF.
           IF TRAN-APPLIED
               MOVE SX-EFFECTIVE-DATE TO WS-DATE-TO-CHECK
               PERFORM 290-Edit-YYYYMMDD-Date
               IF NOT DATE-IS-VALID
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'INVALID EFFECTIVE DATE'
                       TO WS-TRAN-REJECT-TEXT
               END-IF
           END-IF.
           IF TRAN-APPLIED
               MOVE SX-OLD-PART-NUMBER TO PM-PART-NUMBER
               PERFORM 245-Read-Part-Master
               IF NOT PART-FOUND
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'OLD PART NOT ON PARTMSTR'
                       TO WS-TRAN-REJECT-TEXT
               END-IF
           END-IF.
           IF TRAN-APPLIED
               MOVE SX-NEW-PART-NUMBER TO PM-PART-NUMBER
               PERFORM 245-Read-Part-Master
               IF NOT PART-FOUND
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'NEW PART NOT ON PARTMSTR'
                       TO WS-TRAN-REJECT-TEXT
               END-IF
           END-IF.
           IF TRAN-APPLIED
               PERFORM 250-Check-Chain-Loop
           END-IF.

       245-Read-Part-Master.
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

       250-Check-Chain-Loop.
      *    Walks the chain that would follow the new part once this
      *    transaction is on file. Reaching the old part again means
      *    the transaction would close a loop. On a change the old
      *    part's own record is not yet rewritten, but the walk stops
      *    the moment it reaches the old part, so the record being
      *    replaced never takes part in the test.
           MOVE SX-NEW-PART-NUMBER TO WS-CHAIN-PART.
           MOVE ZERO TO WS-CHAIN-DEPTH.
           MOVE 'N' TO WS-CHAIN-END-SW.
           PERFORM 255-Follow-Chain-Link
               UNTIL CHAIN-END OR NOT TRAN-APPLIED.

       255-Follow-Chain-Link.
           IF WS-CHAIN-PART = SX-OLD-PART-NUMBER
               MOVE 'N' TO WS-TRAN-APPLIED-SW
               MOVE 'CHAIN WOULD LOOP BACK'
                   TO WS-TRAN-REJECT-TEXT
           ELSE
               IF WS-CHAIN-DEPTH >= WS-CHAIN-DEPTH-LIMIT
                   MOVE 'N' TO WS-TRAN-APPLIED-SW
                   MOVE 'CHAIN DEEPER THAN 20 LINKS'
                       TO WS-TRAN-REJECT-TEXT
               ELSE
                   ADD 1 TO WS-CHAIN-DEPTH
                   PERFORM 260-Read-Chain-Link
                   IF LINK-FOUND
                       MOVE SS-NEW-PART-NUMBER TO WS-CHAIN-PART
                   ELSE
                       SET CHAIN-END TO TRUE
                   END-IF
               END-IF
           END-IF.

       260-Read-Chain-Link.
           MOVE WS-CHAIN-PART TO SS-OLD-PART-NUMBER.
           READ PARTSUPR
               INVALID KEY
                   MOVE 'N' TO WS-LINK-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LINK-FOUND-SW
           END-READ.
           IF LINK-FOUND AND IO-PARTSUPR-KEY NOT = '00'
               DISPLAY 'PARTSUPR reading problem - STATUS '
                   IO-PARTSUPR-KEY
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
           OPEN INPUT PSUPTRAN.
      *    Input File Status Checking for PSUPTRAN
           IF IN-PSUPTRAN-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PSUPTRAN'
                GO TO 2000-ABEND-RTN
           END-IF.
      *    No supersession file yet (status 35) is the first-ever
      *    run - it is created empty and reopened for update.
           OPEN I-O PARTSUPR.
           IF IO-PARTSUPR-KEY = '35'
               OPEN OUTPUT PARTSUPR
               IF IO-PARTSUPR-KEY NOT = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'File Problem creating PARTSUPR'
                    GO TO 2000-ABEND-RTN
               END-IF
               CLOSE PARTSUPR
               OPEN I-O PARTSUPR
           END-IF.
      *    File Status Checking for PARTSUPR
           IF IO-PARTSUPR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning PARTSUPR'
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
           OPEN OUTPUT PSUPREG.
      *    Output File Status Checking for PSUPREG
           IF OUT-PSUPREG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning PSUPREG'
                GO TO 2000-ABEND-RTN
           END-IF.

       310-Write-Register-Titles.
           WRITE PSUPREG-REC FROM WS-REGISTER-TITLE-LINE.
           IF OUT-PSUPREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output PSUPREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE SPACES TO PSUPREG-REC.
           WRITE PSUPREG-REC.
           WRITE PSUPREG-REC FROM WS-COLUMN-HEADING-LINE.


       400-Read-PSUPTRAN.
           READ PSUPTRAN
      * Set AT END Switch
                AT END MOVE 'Y' TO PSUPTRAN-EOF-WS
                IF IN-PSUPTRAN-KEY = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file PSUPTRAN reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF NOT PSUPTRAN-EOF
               ADD 1 TO WS-TRANS-READ-CTR
           END-IF.


       500-Write-PSUPREG.
      *    One register entry per transaction, applied and rejected
      *    alike, so the register is the audit trail for the run's
      *    maintenance.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE SX-ACTION-CODE TO RG-ACTION-CODE.
           MOVE SX-OLD-PART-NUMBER TO RG-OLD-PART-NUMBER.
           IF NOT SX-DELETE-ACTION
               MOVE SX-NEW-PART-NUMBER TO RG-NEW-PART-NUMBER
               MOVE SX-RELATION-TYPE TO RG-RELATION-TYPE
               MOVE SX-EFFECTIVE-DATE TO RG-EFFECTIVE-DATE
           END-IF.
           IF TRAN-APPLIED
               MOVE 'APPLIED' TO RG-DISPOSITION
           ELSE
               MOVE 'REJECTED' TO RG-DISPOSITION
           END-IF.
           WRITE PSUPREG-REC FROM WS-REGISTER-LINE.
           IF OUT-PSUPREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output PSUPREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           IF NOT TRAN-APPLIED
               MOVE WS-TRAN-REJECT-TEXT TO RJ-REJECT-TEXT
               WRITE PSUPREG-REC FROM WS-REJECT-LINE
               IF OUT-PSUPREG-KEY NOT EQUAL ZERO THEN
                    DISPLAY 'Output PSUPREG writing problem'
                    PERFORM 2000-ABEND-RTN
               END-IF
           END-IF.


       600-CLOSE-FILES.
      *     DISPLAY 'CLOSING FILES'.
           CLOSE PSUPTRAN, PARTSUPR, PARTMSTR, PSUPREG.


       700-Print-Control-Totals.
           DISPLAY '==============================================='.
           DISPLAY 'PSUPMNT RUN CONTROL TOTALS'.
           DISPLAY '==============================================='.
           DISPLAY 'TRANSACTIONS READ FROM PSUPTRAN...: '
               WS-TRANS-READ-CTR.
           DISPLAY 'ADDS APPLIED TO PARTSUPR..........: '
               WS-ADDS-APPLIED-CTR.
           DISPLAY 'CHANGES APPLIED TO PARTSUPR.......: '
               WS-CHANGES-APPLIED-CTR.
           DISPLAY 'DELETES APPLIED TO PARTSUPR.......: '
               WS-DELETES-APPLIED-CTR.
           DISPLAY 'TRANSACTIONS REJECTED.............: '
               WS-TRANS-REJECTED-CTR.
           DISPLAY '==============================================='.


       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
