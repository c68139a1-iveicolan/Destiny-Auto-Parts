       IDENTIFICATION DIVISION.
       PROGRAM-ID. POHINQ.
      ******************************************************************
      * Purchase order history inquiry. Audit drops a request file
      * (POHQRY - one record per question, a PO number, a supplier
      * code or a part number told apart by the request type byte)
      * and every line POARCH has ever archived to the POHIST
      * purchase order history that answers a question is listed on
      * the POHRPT report under that question, in the order the
      * questions were asked: the PO line as it stood when it left
      * POSTATUS - supplier, buyer, dates, price and quantities -
      * with the date it was archived. A question nothing answers
      * says so, and a request type that is not O (PO number), S
      * (supplier) or P (part number) is reported as not recognized.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input File POHQRY - the history questions
           SELECT POHQRY ASSIGN TO POHQRY
           FILE STATUS IS IN-POHQRY-KEY.

      * Input File POHIST - the cumulative purchase order history
           SELECT POHIST ASSIGN TO POHIST
           FILE STATUS IS IN-POHIST-KEY.

      * Work file holding one record per history line that answers
      * a question, re-sorted by question for the report
           SELECT HQWORK ASSIGN TO HQWORK
           FILE STATUS IS IO-HQWORK-KEY.

      * Sort work file used to group the answers by question
           SELECT SORTHQ ASSIGN TO SRTHQ.

      * Output File for the history inquiry report
           SELECT POHRPT ASSIGN TO POHRPT
           FILE STATUS IS OUT-POHRPT-KEY.

       DATA DIVISION.
       FILE SECTION.
      * One question per record - a PO number, supplier code or
      * part number, told apart by the request type byte.
       FD  POHQRY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POHQRY-REC.
       01  POHQRY-REC.
           05  HQ-REQUEST-TYPE           PIC X(01).
           05  HQ-SELECT-VALUE           PIC X(23).
           05  FILLER                    PIC X(06).

      * Purchase order history - see COPY/POHIST.CPY
       FD  POHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POHIST-REC.
       01  POHIST-REC.
           COPY POHIST.

      * One record per answer - WS-INQUIRY-WORK layout.
       FD  HQWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HQWORK-REC.
       01  HQWORK-REC                        PIC X(130).

       SD  SORTHQ
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS SORTHQ-REC.
      * The question number followed by the same 120-byte layout as
      * the POHIST copybook, with its own SQ- prefix since SORTHQ-REC
      * and POHIST-REC coexist in this program.
       01  SORTHQ-REC.
           05  SQ-REQUEST-SEQ            PIC 9(03).
           05  SQ-PO-NUMBER              PIC X(06).
           05  SQ-PART-NUMBER            PIC X(23).
           05  SQ-SUPPLIER-CODE          PIC X(10).
           05  SQ-BUYER-CODE             PIC X(03).
           05  SQ-ORDER-DATE             PIC 9(08).
           05  SQ-PROMISE-DATE           PIC 9(08).
           05  SQ-UNIT-PRICE             PIC S9(7)V99.
           05  SQ-QTY-ORDERED            PIC S9(7).
           05  SQ-QTY-RECEIVED           PIC S9(7).
           05  SQ-QTY-DOCK-REJECT        PIC S9(7).
           05  SQ-LAST-RECEIPT-DATE      PIC 9(08).
           05  SQ-PO-STATUS              PIC X(01).
           05  SQ-ARCHIVE-DATE           PIC 9(08).
           05  FILLER                    PIC X(22).

      * Output File for the history inquiry report
       FD  POHRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POHRPT-REC.
       01  POHRPT-REC                        PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
      * File status key for Input File POHQRY
           05 IN-POHQRY-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Input File POHIST
           05 IN-POHIST-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the answer work file
           05 IO-HQWORK-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output POHRPT
           05 OUT-POHRPT-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 POHQRY-EOF-WS                      PIC X(01) VALUE 'N'.
           88 POHQRY-EOF VALUE 'Y'.
       01 POHIST-EOF-WS                      PIC X(01) VALUE 'N'.
           88 POHIST-EOF VALUE 'Y'.
       01 SORTHQ-EOF-WS                      PIC X(01) VALUE 'N'.
           88 SORTHQ-EOF VALUE 'Y'.

      * POHQRY loaded once at startup - every history line is tested
      * against every question in a single pass of POHIST.
       01 WS-REQUEST-TABLE.
           05 WS-REQUEST-COUNT              PIC 9(03) VALUE ZERO.
           05 WS-REQUEST-ENTRY OCCURS 100 TIMES INDEXED BY RQ-IDX.
               10 RQ-REQUEST-TYPE           PIC X(01).
                   88 RQ-PO-REQUEST             VALUE 'O'.
                   88 RQ-SUPPLIER-REQUEST       VALUE 'S'.
                   88 RQ-PART-REQUEST           VALUE 'P'.
               10 RQ-SELECT-VALUE           PIC X(23).
               10 RQ-VALID-SW               PIC X(01).
                   88 RQ-VALID                  VALUE 'Y'.

      * The answer being built - the question number and the history
      * line, same layout as the SORTHQ record.
       01 WS-INQUIRY-WORK.
           05 IQ-REQUEST-SEQ                PIC 9(03) VALUE ZERO.
           05 IQ-HISTORY-DATA               PIC X(120) VALUE SPACES.
           05 FILLER                        PIC X(07) VALUE SPACES.

      * Current question on the report - questions with no answers
      * between two that have them still get their section.
       01 WS-CURRENT-REQUEST                 PIC 9(03) VALUE ZERO.
       01 WS-NEXT-REQUEST                    PIC 9(03) VALUE 1.
       01 WS-REQUEST-LINES-CTR               PIC 9(7) VALUE ZERO.

      * Run counters for the balancing report
       01 WS-REQUESTS-READ-CTR               PIC 9(7) VALUE ZERO.
       01 WS-REQUESTS-INVALID-CTR            PIC 9(7) VALUE ZERO.
       01 WS-HISTORY-READ-CTR                PIC 9(7) VALUE ZERO.
       01 WS-ANSWERS-WRITTEN-CTR             PIC 9(7) VALUE ZERO.
       01 WS-ANSWERS-REPORTED-CTR            PIC 9(7) VALUE ZERO.

       01 WS-REPORT-TITLE-LINE.
           05 FILLER                     PIC X(80) VALUE
              'PURCHASE ORDER HISTORY INQUIRY REPORT'.

       01 WS-REQUEST-HEADING-LINE.
           05 FILLER                     PIC X(09) VALUE 'QUESTION '.
           05 RH-REQUEST-SEQ             PIC ZZ9.
           05 FILLER                     PIC X(02) VALUE ': '.
           05 RH-REQUEST-TEXT            PIC X(12).
           05 RH-SELECT-VALUE            PIC X(23).
           05 FILLER                     PIC X(31) VALUE SPACES.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER                     PIC X(40) VALUE
              'PO NUM  PART NUMBER             SUPPLIER'.
           05 FILLER                     PIC X(40) VALUE
              '    BYR  ORDERED   PROMISED S  ARCHIVED'.

       01 WS-FIGURES-HEADING-LINE.
           05 FILLER                     PIC X(40) VALUE
              '          QTY ORD  QTY RCVD   QTY REJ   '.
           05 FILLER                     PIC X(40) VALUE
              'UNIT PRICE   LAST RCPT'.

       01 WS-DETAIL-LINE.
           05 DL-PO-NUMBER               PIC X(06).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 DL-PART-NUMBER             PIC X(23).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-SUPPLIER-CODE           PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 DL-BUYER-CODE              PIC X(03).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 DL-ORDER-DATE              PIC 9(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 DL-PROMISE-DATE            PIC 9(08).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-PO-STATUS               PIC X(01).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 DL-ARCHIVE-DATE            PIC 9(08).
           05 FILLER                     PIC X(01) VALUE SPACES.

       01 WS-FIGURES-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FL-QTY-ORDERED             PIC ZZZZZZ9-.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FL-QTY-RECEIVED            PIC ZZZZZZ9-.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FL-QTY-DOCK-REJECT         PIC ZZZZZZ9-.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FL-UNIT-PRICE              PIC ZZZZZZ9.99-.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FL-LAST-RECEIPT-DATE       PIC 9(08).
           05 FILLER                     PIC X(21) VALUE SPACES.

       01 WS-REQUEST-TOTAL-LINE.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 RT-TOTAL-TEXT              PIC X(30).
           05 RT-LINES-FOUND             PIC ZZZZZZ9.
           05 FILLER                     PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL POHIST-EOF.
           CLOSE HQWORK.
           PERFORM 150-Produce-Report.
           PERFORM 600-CLOSE-FILES.
           PERFORM 700-Print-Control-Totals.
           GOBACK.

       000-Housekeeping.
      * Initialization Routine
           PERFORM 300-Open-Files.
           PERFORM 340-Load-Request-Table.
           CLOSE POHQRY.
      * Priming Read
           PERFORM 400-Read-POHIST.

       100-Main2.
           PERFORM 200-Answer-Requests.
           PERFORM 400-Read-POHIST.

       150-Produce-Report.
           SORT SORTHQ
               ON ASCENDING KEY SQ-REQUEST-SEQ
               ON ASCENDING KEY SQ-PO-NUMBER
               ON ASCENDING KEY SQ-PART-NUMBER
               USING HQWORK
               OUTPUT PROCEDURE IS 550-Write-Inquiry-Report.
           IF SORT-RETURN NOT = ZERO THEN
                DISPLAY 'POHINQ: sort of HQWORK failed'
                PERFORM 2000-ABEND-RTN
           END-IF.

       200-Answer-Requests.
      *    A history line can answer more than one question - a PO
      *    number and its supplier, say - and is listed under each.
           PERFORM 210-Check-One-Request
               VARYING RQ-IDX FROM 1 BY 1
               UNTIL RQ-IDX > WS-REQUEST-COUNT.

       210-Check-One-Request.
           IF RQ-VALID(RQ-IDX)
               EVALUATE TRUE
                   WHEN RQ-PO-REQUEST(RQ-IDX)
                       IF HL-PO-NUMBER = RQ-SELECT-VALUE(RQ-IDX)
                           PERFORM 500-Write-HQWORK
                       END-IF
                   WHEN RQ-SUPPLIER-REQUEST(RQ-IDX)
                       IF HL-SUPPLIER-CODE = RQ-SELECT-VALUE(RQ-IDX)
                           PERFORM 500-Write-HQWORK
                       END-IF
                   WHEN RQ-PART-REQUEST(RQ-IDX)
                       IF HL-PART-NUMBER = RQ-SELECT-VALUE(RQ-IDX)
                           PERFORM 500-Write-HQWORK
                       END-IF
               END-EVALUATE
           END-IF.


       300-Open-Files.
      *    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT POHQRY.
      *    Input File Status Checking for POHQRY
           IF IN-POHQRY-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input POHQRY'
                GO TO 2000-ABEND-RTN
           END-IF.
      *    No history file yet (status 35) means nothing has ever
      *    been archived - every question is answered "none found".
           OPEN INPUT POHIST.
           IF IN-POHIST-KEY = '35'
               SET POHIST-EOF TO TRUE
           ELSE
               IF IN-POHIST-KEY NOT = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'File Problem openning Input POHIST'
                    GO TO 2000-ABEND-RTN
               END-IF
           END-IF.
           OPEN OUTPUT HQWORK.
      *    Output File Status Checking for HQWORK
           IF IO-HQWORK-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning HQWORK'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT POHRPT.
      *    Output File Status Checking for POHRPT
           IF OUT-POHRPT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning POHRPT'
                GO TO 2000-ABEND-RTN
           END-IF.

       340-Load-Request-Table.
      * Loads the POHQRY file once at startup. A question with an
      * unknown type or no value is kept so it still gets its
      * section on the report, marked not recognized.
           PERFORM 345-Read-Request-Record UNTIL POHQRY-EOF.

       345-Read-Request-Record.
           READ POHQRY
                AT END SET POHQRY-EOF TO TRUE
                NOT AT END
                    IF WS-REQUEST-COUNT >= 100
                        DISPLAY
                            'POHQRY has more than 100 rows - '
                        DISPLAY
                            'WS-REQUEST-TABLE is too small'
                        PERFORM 2000-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-REQUESTS-READ-CTR
                    ADD 1 TO WS-REQUEST-COUNT
                    SET RQ-IDX TO WS-REQUEST-COUNT
                    MOVE HQ-REQUEST-TYPE TO RQ-REQUEST-TYPE(RQ-IDX)
                    MOVE HQ-SELECT-VALUE TO RQ-SELECT-VALUE(RQ-IDX)
                    MOVE 'Y' TO RQ-VALID-SW(RQ-IDX)
                    IF (NOT RQ-PO-REQUEST(RQ-IDX)
                            AND NOT RQ-SUPPLIER-REQUEST(RQ-IDX)
                            AND NOT RQ-PART-REQUEST(RQ-IDX))
                            OR HQ-SELECT-VALUE = SPACES
                        MOVE 'N' TO RQ-VALID-SW(RQ-IDX)
                        ADD 1 TO WS-REQUESTS-INVALID-CTR
                    END-IF
           END-READ.


       400-Read-POHIST.
           IF NOT POHIST-EOF
               READ POHIST
      * Set AT END Switch
                    AT END MOVE 'Y' TO POHIST-EOF-WS
                    IF IN-POHIST-KEY = '00' THEN
                        DISPLAY
                        '---------------------------------------------'
                        DISPLAY 'Input file POHIST reading problem'
                        PERFORM 2000-ABEND-RTN
                    END-IF
               END-READ
               IF NOT POHIST-EOF
                   ADD 1 TO WS-HISTORY-READ-CTR
               END-IF
           END-IF.


       500-Write-HQWORK.
           SET IQ-REQUEST-SEQ TO RQ-IDX.
           MOVE POHIST-REC TO IQ-HISTORY-DATA.
           WRITE HQWORK-REC FROM WS-INQUIRY-WORK.
           IF IO-HQWORK-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output HQWORK writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-ANSWERS-WRITTEN-CTR.


       550-Write-Inquiry-Report.
      *    Output procedure for the SORT - one section per question
      *    in the order asked, each with its answers and a count.
           PERFORM 555-Write-Report-Titles.
           PERFORM 560-Return-Answer UNTIL SORTHQ-EOF.
           IF WS-CURRENT-REQUEST > ZERO
               PERFORM 575-Write-Request-Total
           END-IF.
           PERFORM 572-Write-Unanswered-Request
               UNTIL WS-NEXT-REQUEST > WS-REQUEST-COUNT.

       555-Write-Report-Titles.
           WRITE POHRPT-REC FROM WS-REPORT-TITLE-LINE.
           IF OUT-POHRPT-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output POHRPT writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.

       560-Return-Answer.
           RETURN SORTHQ
                AT END SET SORTHQ-EOF TO TRUE
                NOT AT END PERFORM 565-Report-One-Answer
           END-RETURN.

       565-Report-One-Answer.
           IF SQ-REQUEST-SEQ NOT = WS-CURRENT-REQUEST
               IF WS-CURRENT-REQUEST > ZERO
                   PERFORM 575-Write-Request-Total
               END-IF
               PERFORM 572-Write-Unanswered-Request
                   UNTIL WS-NEXT-REQUEST = SQ-REQUEST-SEQ
               PERFORM 570-Write-Request-Heading
           END-IF.
           PERFORM 574-Write-Answer-Lines.

       570-Write-Request-Heading.
      *    Opens the section for question WS-NEXT-REQUEST.
           MOVE WS-NEXT-REQUEST TO WS-CURRENT-REQUEST.
           ADD 1 TO WS-NEXT-REQUEST.
           MOVE ZERO TO WS-REQUEST-LINES-CTR.
           SET RQ-IDX TO WS-CURRENT-REQUEST.
           MOVE SPACES TO POHRPT-REC.
           WRITE POHRPT-REC.
           MOVE WS-CURRENT-REQUEST TO RH-REQUEST-SEQ.
           EVALUATE TRUE
               WHEN RQ-PO-REQUEST(RQ-IDX)
                   MOVE 'PO NUMBER   ' TO RH-REQUEST-TEXT
               WHEN RQ-SUPPLIER-REQUEST(RQ-IDX)
                   MOVE 'SUPPLIER    ' TO RH-REQUEST-TEXT
               WHEN RQ-PART-REQUEST(RQ-IDX)
                   MOVE 'PART NUMBER ' TO RH-REQUEST-TEXT
               WHEN OTHER
                   MOVE 'TYPE ' TO RH-REQUEST-TEXT
                   MOVE RQ-REQUEST-TYPE(RQ-IDX)
                       TO RH-REQUEST-TEXT(6:1)
           END-EVALUATE.
           MOVE RQ-SELECT-VALUE(RQ-IDX) TO RH-SELECT-VALUE.
           WRITE POHRPT-REC FROM WS-REQUEST-HEADING-LINE.
           IF OUT-POHRPT-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output POHRPT writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           IF RQ-VALID(RQ-IDX)
               WRITE POHRPT-REC FROM WS-COLUMN-HEADING-LINE
               WRITE POHRPT-REC FROM WS-FIGURES-HEADING-LINE
           END-IF.

       572-Write-Unanswered-Request.
           PERFORM 570-Write-Request-Heading.
           PERFORM 575-Write-Request-Total.

       574-Write-Answer-Lines.
      *    Two lines per archived PO line - who and when, then the
      *    quantities and price.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SQ-PO-NUMBER TO DL-PO-NUMBER.
           MOVE SQ-PART-NUMBER TO DL-PART-NUMBER.
           MOVE SQ-SUPPLIER-CODE TO DL-SUPPLIER-CODE.
           MOVE SQ-BUYER-CODE TO DL-BUYER-CODE.
           MOVE SQ-ORDER-DATE TO DL-ORDER-DATE.
           MOVE SQ-PROMISE-DATE TO DL-PROMISE-DATE.
           MOVE SQ-PO-STATUS TO DL-PO-STATUS.
           MOVE SQ-ARCHIVE-DATE TO DL-ARCHIVE-DATE.
           WRITE POHRPT-REC FROM WS-DETAIL-LINE.
           IF OUT-POHRPT-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output POHRPT writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE SQ-QTY-ORDERED TO FL-QTY-ORDERED.
           MOVE SQ-QTY-RECEIVED TO FL-QTY-RECEIVED.
           MOVE SQ-QTY-DOCK-REJECT TO FL-QTY-DOCK-REJECT.
           MOVE SQ-UNIT-PRICE TO FL-UNIT-PRICE.
           MOVE SQ-LAST-RECEIPT-DATE TO FL-LAST-RECEIPT-DATE.
           WRITE POHRPT-REC FROM WS-FIGURES-LINE.
           IF OUT-POHRPT-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output POHRPT writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-REQUEST-LINES-CTR.
           ADD 1 TO WS-ANSWERS-REPORTED-CTR.

       575-Write-Request-Total.
           SET RQ-IDX TO WS-CURRENT-REQUEST.
           MOVE SPACES TO WS-REQUEST-TOTAL-LINE.
           EVALUATE TRUE
               WHEN NOT RQ-VALID(RQ-IDX)
                   MOVE 'QUESTION NOT RECOGNIZED' TO RT-TOTAL-TEXT
               WHEN WS-REQUEST-LINES-CTR = ZERO
                   MOVE 'NO ARCHIVED LINES FOUND' TO RT-TOTAL-TEXT
               WHEN OTHER
                   MOVE 'ARCHIVED LINES FOUND.........:'
                       TO RT-TOTAL-TEXT
                   MOVE WS-REQUEST-LINES-CTR TO RT-LINES-FOUND
           END-EVALUATE.
           WRITE POHRPT-REC FROM WS-REQUEST-TOTAL-LINE.
           IF OUT-POHRPT-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output POHRPT writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.


       600-CLOSE-FILES.
      *     DISPLAY 'CLOSING FILES'.
           CLOSE POHRPT.
           IF IN-POHIST-KEY NOT = '35'
               CLOSE POHIST
           END-IF.


       700-Print-Control-Totals.
           DISPLAY '==============================================='.
           DISPLAY 'POHINQ RUN CONTROL TOTALS'.
           DISPLAY '==============================================='.
           DISPLAY 'QUESTIONS READ FROM POHQRY........: '
               WS-REQUESTS-READ-CTR.
           DISPLAY 'QUESTIONS NOT RECOGNIZED..........: '
               WS-REQUESTS-INVALID-CTR.
           DISPLAY 'HISTORY LINES READ FROM POHIST....: '
               WS-HISTORY-READ-CTR.
           DISPLAY 'ANSWERS WRITTEN TO HQWORK.........: '
               WS-ANSWERS-WRITTEN-CTR.
           DISPLAY 'ANSWERS LISTED ON POHRPT..........: '
               WS-ANSWERS-REPORTED-CTR.
           DISPLAY '==============================================='.


       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
