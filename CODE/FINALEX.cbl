           SELECT BUYERTBL ASSIGN TO BUYERTBL
           FILE STATUS IS IN-BUYERTBL-KEY.

      * The keyed supplier hold/exclusion file, read front to back
      * once at startup into the hold table
           SELECT SUPHOLD ASSIGN TO SUPHOLD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HD-HOLD-KEY
           FILE STATUS IS IN-SUPHOLD-KEY.

      * The keyed spec/blueprint revision register, read front to
      * back once at startup into the document table
           SELECT SPECREV ASSIGN TO SPECREV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RV-REVISION-KEY
           FILE STATUS IS IN-SPECREV-KEY.

      * Output File for errors
           SELECT ERRORFILE ASSIGN TO ERRFILE
           FILE STATUS IS OUT-ERRORFILE-KEY.
           DATA RECORD IS BUYERTBL-REC.
       01  BUYERTBL-REC     PIC X(33).

      * Keyed supplier hold file - see COPY/SUPHOLD.CPY
       FD  SUPHOLD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUPHOLD-REC.
       01  SUPHOLD-REC.
           COPY SUPHOLD.

      * Keyed revision register - see COPY/SPECREV.CPY
       FD  SPECREV
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SPECREV-REC.
       01  SPECREV-REC.
           COPY SPECREV.

      * ERRORFILE carries a reason code/text plus the original
      * PARTSUPPIN record, so a rejected record can be corrected and
      * resubmitted without going back to the source extract.
           05 IN-BUYERTBL-KEY           PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed supplier hold file
           05 IN-SUPHOLD-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed revision register
           05 IN-SPECREV-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output ErrorFile
           05 OUT-ERRORFILE-KEY          PIC X(2).
                88 CODE-WRITE               VALUE SPACES.
      * performing 243-Find-Buyer-Entry.
       01 WS-BUYER-SEARCH-KEY                PIC X(03) VALUE SPACES.

      * SUPHOLD loaded once at startup - only the holds that stop
      * ordering (quality hold and government debarment) in force
      * on the run date. No hold file yet (status 35 on the open)
      * simply means no supplier is held.
       01 WS-SUPHOLD-OPEN-SW                 PIC X(01) VALUE 'N'.
           88 SUPHOLD-OPEN VALUE 'Y'.
       01 WS-SUPHOLD-EOF-WS                  PIC X(01) VALUE 'N'.
           88 SUPHOLD-EOF VALUE 'Y'.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-COUNT                 PIC 9(04) VALUE ZERO.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES INDEXED BY HO-IDX.
               10 HO-SUPPLIER-CODE          PIC X(10).
               10 HO-HOLD-TYPE              PIC X(01).
               10 HO-START-DATE             PIC 9(08).

      * Hold position of the record's supplier, set once per record
      * by 246-Find-Supplier-Holds. A supplier can carry a quality
      * hold and a debarment at once, so the whole table is scanned
      * and the earliest start date kept - purchase order lines
      * ordered from that date on are the ones refused.
       01 WS-SUPPLIER-HELD-SW                PIC X(01) VALUE 'N'.
           88 SUPPLIER-ON-HOLD VALUE 'Y'.
       01 WS-SUPPLIER-DEBARRED-SW            PIC X(01) VALUE 'N'.
           88 SUPPLIER-DEBARRED VALUE 'Y'.
       01 WS-HOLD-START-DATE                 PIC 9(08) VALUE ZERO.

      * SPECREV loaded once at startup - the spec and blueprint
      * numbers with a revision in force on the run date, searched
      * for every government part. No register yet (status 35 on
      * the open) means the check is not in use.
       01 WS-SPECREV-OPEN-SW                 PIC X(01) VALUE 'N'.
           88 SPECREV-OPEN VALUE 'Y'.
       01 WS-SPECREV-EOF-WS                  PIC X(01) VALUE 'N'.
           88 SPECREV-EOF VALUE 'Y'.
       01 WS-DOCUMENT-TABLE.
           05 WS-DOCUMENT-COUNT             PIC 9(04) VALUE ZERO.
           05 WS-DOCUMENT-ENTRY OCCURS 3000 TIMES INDEXED BY DR-IDX.
               10 DR-DOCUMENT-TYPE          PIC X(01).
               10 DR-DOCUMENT-NUMBER        PIC X(10).
       01 WS-DOCUMENT-FOUND-SW               PIC X(01) VALUE 'N'.
           88 DOCUMENT-IN-FORCE VALUE 'Y'.
      * Callers move the type and number they are looking for here
      * before performing 248-Find-Document-Entry.
       01 WS-DOCUMENT-SEARCH-KEY.
           05 WS-SEARCH-DOCUMENT-TYPE       PIC X(01) VALUE SPACES.
           05 WS-SEARCH-DOCUMENT-NUMBER     PIC X(10) VALUE SPACES.

       01 WS-APPREXC-TITLE-LINE.
           05 FILLER                     PIC X(80) VALUE
              'PURCHASE ORDERS OVER BUYER AUTHORIZATION LIMIT'.
           PERFORM 310-Load-Statezip-Table.
           PERFORM 340-Load-Vehicle-Table.
           PERFORM 350-Load-Buyer-Table.
           IF SUPHOLD-OPEN
               PERFORM 370-Load-Hold-Table
           END-IF.
           IF SPECREV-OPEN
               PERFORM 380-Load-Document-Table
           END-IF.
           IF DELTA-MODE
      *        Priming read of the prior cycle for the compare pass
               PERFORM 420-Read-PRIORCYC
           PERFORM 245-Move-Purchase-Occurrence
               VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3.
           MOVE 'N' TO WS-RECORD-REJECTED-SW.
           PERFORM 246-Find-Supplier-Holds.
           PERFORM 220-Check-Part-Sequence.
           IF NOT RECORD-REJECTED
               PERFORM 210-Edit-Header-Fields
                   SET RECORD-REJECTED TO TRUE
               END-IF
           END-IF.
      *    A government part is never bought from a supplier on the
      *    excluded-parties list - the whole record is refused, old
      *    purchase orders and all, not just the new lines E019
      *    catches.
           IF NOT RECORD-REJECTED
               IF GOVT-PART AND SUPPLIER-DEBARRED
                   MOVE 'E020' TO WS-ERR-REASON-CODE
                   MOVE 'GOVT PART FROM DEBARRED SUPPLIER'
                       TO WS-ERR-REASON-TEXT
                   PERFORM 500-Write-ERRORFILE
                   SET RECORD-REJECTED TO TRUE
               END-IF
           END-IF.
      *    A government part is built to its spec and blueprint, so
      *    both have to have a revision in force on the register on
      *    the run date - one that was cancelled or superseded with
      *    nothing behind it (or never registered) refuses the
      *    record before the supplier builds to it.
           IF NOT RECORD-REJECTED AND SPECREV-OPEN AND GOVT-PART
               MOVE 'S' TO WS-SEARCH-DOCUMENT-TYPE
               MOVE SPEC-NUMBER TO WS-SEARCH-DOCUMENT-NUMBER
               PERFORM 248-Find-Document-Entry
               IF NOT DOCUMENT-IN-FORCE
                   MOVE 'E021' TO WS-ERR-REASON-CODE
                   MOVE 'SPEC NOT IN FORCE ON REVISION REGISTER'
                       TO WS-ERR-REASON-TEXT
                   PERFORM 500-Write-ERRORFILE
                   SET RECORD-REJECTED TO TRUE
               END-IF
           END-IF.
           IF NOT RECORD-REJECTED AND SPECREV-OPEN AND GOVT-PART
               MOVE 'B' TO WS-SEARCH-DOCUMENT-TYPE
               MOVE BLUEPRINT-NUMBER TO WS-SEARCH-DOCUMENT-NUMBER
               PERFORM 248-Find-Document-Entry
               IF NOT DOCUMENT-IN-FORCE
                   MOVE 'E022' TO WS-ERR-REASON-CODE
                   MOVE 'BLUEPRINT NOT IN FORCE ON REGISTER'
                       TO WS-ERR-REASON-TEXT
                   PERFORM 500-Write-ERRORFILE
                   SET RECORD-REJECTED TO TRUE
               END-IF
           END-IF.


       215-Edit-Vehicle-Fields.
                       PERFORM 500-Write-ERRORFILE
                   END-IF
               END-IF
      *        A line ordered on or after the start of a quality
      *        hold or debarment is new business with an excluded
      *        supplier; lines ordered before it are still owed and
      *        keep flowing to receiving and AP.
               IF PO-OCCURRENCE-VALID(PO-IDX)
                   IF SUPPLIER-ON-HOLD
                           AND ORDER-DATE(PO-IDX)
                               NOT < WS-HOLD-START-DATE
                       MOVE 'N' TO WS-PO-VALID-SW(PO-IDX)
                       MOVE 'E019' TO WS-ERR-REASON-CODE
                       MOVE 'PO TO SUPPLIER ON HOLD OR EXCLUDED'
                           TO WS-ERR-REASON-TEXT
                       PERFORM 500-Write-ERRORFILE
                   END-IF
               END-IF
               IF PO-OCCURRENCE-VALID(PO-IDX)
                   MOVE DELIVERY-DATE(PO-IDX) TO WS-DATE-TO-CHECK
                   PERFORM 290-Edit-YYYYMMDD-Date
               SET BUYER-ENTRY-FOUND TO TRUE
           END-IF.

       246-Find-Supplier-Holds.
      *    Full scan of the hold table for the record's supplier -
      *    every hold it carries counts, so the scan does not stop
      *    at the first hit.
           MOVE 'N' TO WS-SUPPLIER-HELD-SW.
           MOVE 'N' TO WS-SUPPLIER-DEBARRED-SW.
           MOVE ZERO TO WS-HOLD-START-DATE.
           PERFORM 247-Check-Hold-Entry
               VARYING HO-IDX FROM 1 BY 1
               UNTIL HO-IDX > WS-HOLD-COUNT.

       247-Check-Hold-Entry.
           IF HO-SUPPLIER-CODE(HO-IDX) = SUPPLIER-CODE
               IF NOT SUPPLIER-ON-HOLD
                       OR HO-START-DATE(HO-IDX) < WS-HOLD-START-DATE
                   MOVE HO-START-DATE(HO-IDX) TO WS-HOLD-START-DATE
               END-IF
               SET SUPPLIER-ON-HOLD TO TRUE
               IF HO-HOLD-TYPE(HO-IDX) = 'D'
                   SET SUPPLIER-DEBARRED TO TRUE
               END-IF
           END-IF.

       248-Find-Document-Entry.
      *    Linear scan of the document table for the type and number
      *    the caller placed in WS-DOCUMENT-SEARCH-KEY - a hit means
      *    the number has a revision in force.
           MOVE 'N' TO WS-DOCUMENT-FOUND-SW.
           PERFORM 249-Check-Document-Entry
               VARYING DR-IDX FROM 1 BY 1
               UNTIL DR-IDX > WS-DOCUMENT-COUNT
                  OR DOCUMENT-IN-FORCE.

       249-Check-Document-Entry.
           IF WS-DOCUMENT-ENTRY(DR-IDX) = WS-DOCUMENT-SEARCH-KEY
               SET DOCUMENT-IN-FORCE TO TRUE
           END-IF.


       290-Edit-YYYYMMDD-Date.
      * Checks WS-DATE-TO-CHECK for a real month and an in-range day;
                DISPLAY 'File Problem openning Input BUYERTBL File'
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
           OPEN INPUT SPECREV.
      *    Input File Status Checking for SPECREV - status 35 means
      *    no revision register has been built yet
           IF IN-SPECREV-KEY = '00'
               SET SPECREV-OPEN TO TRUE
           ELSE
               IF IN-SPECREV-KEY NOT = '35' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'File Problem openning Input SPECREV'
                    GO TO 2000-ABEND-RTN
               END-IF
           END-IF.
      *    A restart run reopens the prior run's output files IN
      *    EXTEND mode, so records already written before the abend
      *    are kept and new output is appended behind them; a fresh
           END-READ.


       370-Load-Hold-Table.
      * Loads the supplier holds that stop ordering, in force on the
      * run date, once at startup into a table searched for every
      * record's supplier.
           PERFORM 375-Read-Suphold-Record UNTIL SUPHOLD-EOF.

       375-Read-Suphold-Record.
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
                        SET HO-IDX TO WS-HOLD-COUNT
                        MOVE HD-SUPPLIER-CODE
                            TO HO-SUPPLIER-CODE(HO-IDX)
                        MOVE HD-HOLD-TYPE TO HO-HOLD-TYPE(HO-IDX)
                        MOVE HD-START-DATE TO HO-START-DATE(HO-IDX)
                    END-IF
           END-READ.


       380-Load-Document-Table.
      * Loads the spec and blueprint numbers with a revision in
      * force on the run date once at startup into a table searched
      * for every government part.
           PERFORM 385-Read-Specrev-Record UNTIL SPECREV-EOF.

       385-Read-Specrev-Record.
      *    Active from its effective date on; superseded or cancelled
      *    still in force up to the day before its effective date.
           READ SPECREV
                AT END SET SPECREV-EOF TO TRUE
                NOT AT END
                    IF (RV-ACTIVE
                            AND RV-EFFECTIVE-DATE NOT > WS-RUN-DATE)
                       OR (RV-WITHDRAWN
                            AND RV-EFFECTIVE-DATE > WS-RUN-DATE)
                        IF WS-DOCUMENT-COUNT >= 3000
                            DISPLAY
                                'SPECREV has more than 3000 rows - '
                            DISPLAY
                                'WS-DOCUMENT-TABLE is too small'
                            PERFORM 2000-ABEND-RTN
                        END-IF
                        ADD 1 TO WS-DOCUMENT-COUNT
                        SET DR-IDX TO WS-DOCUMENT-COUNT
                        MOVE RV-DOCUMENT-TYPE
                            TO DR-DOCUMENT-TYPE(DR-IDX)
                        MOVE RV-DOCUMENT-NUMBER
                            TO DR-DOCUMENT-NUMBER(DR-IDX)
                    END-IF
           END-READ.


       400-Read-PARTSUPPIN.
           READ PARTSUPPIN INTO PART-SUPP-ADDR-PO
      * Set AT END Switch
           IF DELTA-MODE
               CLOSE PRIORCYC, DELTAFL
           END-IF.
           IF SUPHOLD-OPEN
               CLOSE SUPHOLD
           END-IF.
           IF SPECREV-OPEN
               CLOSE SPECREV
           END-IF.


       700-Print-Control-Totals.
               WS-REMIT-WRITTEN-CTR.
           DISPLAY 'OVER-LIMIT LINES ON APPREXC.......: '
               WS-APPREXC-WRITTEN-CTR.
           DISPLAY 'SUPPLIER ORDERING HOLDS IN FORCE..: '
               WS-HOLD-COUNT.
           DISPLAY 'SPEC/BLUEPRINT REVISIONS IN FORCE.: '
               WS-DOCUMENT-COUNT.
           DISPLAY 'RECORDS REJECTED TO ERRORFILE.....: '
               WS-RECORDS-REJECTED-CTR.
           DISPLAY 'TOTAL ERRORFILE ROWS WRITTEN......: '
