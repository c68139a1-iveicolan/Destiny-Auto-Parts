      * transaction to close a short shipment. Every transaction,
      * applied or rejected, is written to the RCPTREG register with
      * its disposition so receiving can see exactly what happened
      * to each one, and every applied transaction is also written
      * to the RCPTACT activity file for the programs downstream of
      * the dock.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT RCPTREG ASSIGN TO RCPTREG
           FILE STATUS IS OUT-RCPTREG-KEY.

      * Output File RCPTACT with the applied receipt activity
           SELECT RCPTACT ASSIGN TO RCPTACT
           FILE STATUS IS OUT-RCPTACT-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  RCPTTRAN
           DATA RECORD IS RCPTREG-REC.
       01  RCPTREG-REC                       PIC X(80).

      * Applied receipt activity - see COPY/RCPTACT.CPY
       FD  RCPTACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCPTACT-REC.
       01  RCPTACT-REC.
           COPY RCPTACT.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
      * File status key for Input File RCPTTRAN
           05 OUT-RCPTREG-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output RCPTACT
           05 OUT-RCPTACT-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 RCPTTRAN-EOF-WS                    PIC X(01) VALUE 'N'.
           88 RCPTTRAN-EOF VALUE 'Y'.

       01 WS-LINES-CLOSED-CTR                PIC 9(7) VALUE ZERO.
       01 WS-OVER-RECEIPTS-CTR               PIC 9(7) VALUE ZERO.
       01 WS-TRANS-REJECTED-CTR              PIC 9(7) VALUE ZERO.
       01 WS-ACTIVITY-WRITTEN-CTR            PIC 9(7) VALUE ZERO.

       01 WS-REGISTER-TITLE-LINE.
           05 FILLER                     PIC X(80) VALUE
               PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-RECEIPTS-APPLIED-CTR.
           PERFORM 510-Write-RCPTACT.


       290-Edit-YYYYMMDD-Date.
                DISPLAY 'File Problem openning RCPTREG'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT RCPTACT.
      *    Output File Status Checking for RCPTACT
           IF OUT-RCPTACT-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning RCPTACT'
                GO TO 2000-ABEND-RTN
           END-IF.

       310-Write-Register-Titles.
           WRITE RCPTREG-REC FROM WS-REGISTER-TITLE-LINE.
                PERFORM 2000-ABEND-RTN
           END-IF.

       510-Write-RCPTACT.
      *    The applied receipt as the line stood once it posted - the
      *    PO line's price and buyer travel with it so the programs
      *    downstream need not go back to POSTATUS.
           MOVE SPACES TO RCPTACT-REC.
           MOVE PS-PO-NUMBER TO RA-PO-NUMBER.
           MOVE PS-PART-NUMBER TO RA-PART-NUMBER.
           MOVE PS-SUPPLIER-CODE TO RA-SUPPLIER-CODE.
           MOVE PS-BUYER-CODE TO RA-BUYER-CODE.
           MOVE PS-UNIT-PRICE TO RA-UNIT-PRICE.
           MOVE RT-QTY-RECEIVED TO RA-QTY-RECEIVED.
           MOVE RT-QTY-DOCK-REJECT TO RA-QTY-DOCK-REJECT.
           MOVE RT-RECEIPT-DATE TO RA-RECEIPT-DATE.
           MOVE PS-PO-STATUS TO RA-PO-STATUS.
           WRITE RCPTACT-REC.
           IF OUT-RCPTACT-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output RCPTACT writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-ACTIVITY-WRITTEN-CTR.


       600-CLOSE-FILES.
      *     DISPLAY 'CLOSING FILES'.
           CLOSE RCPTTRAN, POSTATUS, RCPTREG, RCPTACT.


       700-Print-Control-Totals.
               WS-OVER-RECEIPTS-CTR.
           DISPLAY 'TRANSACTIONS REJECTED.............: '
               WS-TRANS-REJECTED-CTR.
           DISPLAY 'ACTIVITY WRITTEN TO RCPTACT.......: '
               WS-ACTIVITY-WRITTEN-CTR.
           DISPLAY '==============================================='.


