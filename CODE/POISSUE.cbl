       IDENTIFICATION DIVISION.
       PROGRAM-ID. POISSUE.
      ******************************************************************
      * Purchase order issuance run. Reads the REORDER proposals the
      * buyers have returned marked approved (POAPPR - the POPROP
      * line plus the approval code and any quantity, supplier or
      * price override the buyer keyed), edits every approved line
      * for release - supplier on SUPPMSTR with a type-1 order
      * address and under no quality hold or debarment on SUPHOLD,
      * part on PARTMSTR with a spec and blueprint revision in force
      * on the SPECREV register if it is a government part, a unit
      * price from the override or the PRICHIST history, and an
      * extended value inside the buyer's BUYERTBL order limit - the
      * same exclusions FINALEX applies to the ordering feed, since
      * a buyer's supplier override would otherwise get round them
      * - and issues the survivors as
      * real purchase orders: one PO per supplier, numbered from the
      * persistent PONUMCTL control record, rewritten as each number
      * is taken so a number is never reused even when the run stops
      * part-way, each line added straight onto the POSTATUS open-PO
      * master as an open line promised the part's lead time out
      * from the run date. Output is the PODOCS purchase order
      * documents, one per supplier addressed to its order address,
      * and the ISSREG issuance register grouped by buyer with line
      * counts and dollar totals for what was proposed, approved,
      * rejected and issued, so purchasing can balance the run.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Input File POAPPR - the buyer-approved proposal lines
           SELECT POAPPR ASSIGN TO POAPPR
           FILE STATUS IS IN-POAPPR-KEY.

      * The persistent PO number control record, updated in place
           SELECT PONUMCTL ASSIGN TO PONUMCTL
           FILE STATUS IS IO-PONUMCTL-KEY.

      * Input File BUYERTBL with the authorized buyer codes and each
      * buyer's single-order limit
           SELECT BUYERTBL ASSIGN TO BUYERTBL
           FILE STATUS IS IN-BUYERTBL-KEY.

      * Input File PRICHIST - the current unit price history (the
      * latest PRICEHST PRICEOUT), loaded for line pricing
           SELECT PRICHIST ASSIGN TO PRICHIST
           FILE STATUS IS IN-PRICHIST-KEY.

      * The keyed parts master, read by key for each approved line
           SELECT PARTMSTR ASSIGN TO PARTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-PART-NUMBER
           FILE STATUS IS IN-PARTMSTR-KEY.

      * The keyed supplier master, read by key for the order address
           SELECT SUPPMSTR ASSIGN TO SUPPMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-SUPPLIER-CODE
           FILE STATUS IS IN-SUPPMSTR-KEY.

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

      * The keyed open-PO status master, the issued lines are added
      * to it by key
           SELECT POSTATUS ASSIGN TO POSTATUS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PS-PO-LINE-KEY
           FILE STATUS IS IO-POSTATUS-KEY.

      * Work file holding the lines that passed the release edits,
      * re-sorted by supplier so each supplier gets one PO
           SELECT ISSPEND ASSIGN TO ISSPEND
           FILE STATUS IS IO-ISSPEND-KEY.

      * Work file holding one record per proposal line with its
      * final disposition, re-sorted by buyer for the register
           SELECT ISSWORK ASSIGN TO ISSWORK
           FILE STATUS IS IO-ISSWORK-KEY.

      * Sort work file used to group the released lines by supplier
           SELECT SORTISS ASSIGN TO SRTISS.

      * Sort work file used to group the register lines by buyer
           SELECT SORTISR ASSIGN TO SRTISR.

      * Output File for the purchase order documents
           SELECT PODOCS ASSIGN TO PODOCS
           FILE STATUS IS OUT-PODOCS-KEY.

      * Output File for the issuance register
           SELECT ISSREG ASSIGN TO ISSREG
           FILE STATUS IS OUT-ISSREG-KEY.

       DATA DIVISION.
       FILE SECTION.
      * Buyer-approved proposal lines - see COPY/POAPPRV.CPY
       FD  POAPPR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POAPPR-REC.
       01  POAPPR-REC.
           COPY POAPPRV.

      * PO number control record - see COPY/PONUMCTL.CPY
       FD  PONUMCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PONUMCTL-REC.
       01  PONUMCTL-REC.
           COPY PONUMCTL.

       FD  BUYERTBL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 33 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYERTBL-REC.
       01  BUYERTBL-REC     PIC X(33).

      * Price history - see COPY/PRICHIST.CPY
       FD  PRICHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICHIST-REC.
       01  PRICHIST-REC.
           COPY PRICHIST.

      * Keyed parts master - same 92-byte layout as the nightly
      * extract, keyed on the part number.
       FD  PARTMSTR
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS PARTMSTR-REC.
       01  PARTMSTR-REC.
           COPY PARTS.

      * Keyed supplier master - see COPY/SUPPMST.CPY
       FD  SUPPMSTR
           RECORD CONTAINS 258 CHARACTERS
           DATA RECORD IS SUPPMSTR-REC.
       01  SUPPMSTR-REC.
           COPY SUPPMST.

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

      * Keyed open-PO status master - see COPY/POSTATUS.CPY
       FD  POSTATUS
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS POSTATUS-REC.
       01  POSTATUS-REC.
           COPY POSTATUS.

      * Released lines awaiting a PO number - WS-ISSUE-WORK-RECORD
      * layout.
       FD  ISSPEND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ISSPEND-REC.
       01  ISSPEND-REC                       PIC X(110).

      * Every proposal line with its disposition - same layout.
       FD  ISSWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ISSWORK-REC.
       01  ISSWORK-REC                       PIC X(110).

       SD  SORTISS
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS SORTISS-REC.
      * Same 110-byte layout as WS-ISSUE-WORK-RECORD below, with its
      * own SI- prefix since both coexist in this program.
       01  SORTISS-REC.
           05  SI-BUYER-CODE             PIC X(03).
           05  SI-DISPOSITION            PIC X(01).
           05  SI-PART-NUMBER            PIC X(23).
           05  SI-SUPPLIER-CODE          PIC X(10).
           05  SI-PO-NUMBER              PIC X(06).
           05  SI-ORDER-QTY              PIC 9(07).
           05  SI-UNIT-PRICE             PIC S9(7)V99.
           05  SI-EXTENDED-VALUE         PIC S9(14)V99.
           05  SI-PROMISE-DATE           PIC 9(08).
           05  SI-REJECT-TEXT            PIC X(20).
           05  FILLER                    PIC X(07).

       SD  SORTISR
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS SORTISR-REC.
      * Same 110-byte layout again, with the SR- prefix.
       01  SORTISR-REC.
           05  SR-BUYER-CODE             PIC X(03).
           05  SR-DISPOSITION            PIC X(01).
               88  SR-NOT-APPROVED-LINE      VALUE 'N'.
               88  SR-REJECTED-LINE          VALUE 'R'.
               88  SR-ISSUED-LINE            VALUE 'I'.
           05  SR-PART-NUMBER            PIC X(23).
           05  SR-SUPPLIER-CODE          PIC X(10).
           05  SR-PO-NUMBER              PIC X(06).
           05  SR-ORDER-QTY              PIC 9(07).
           05  SR-UNIT-PRICE             PIC S9(7)V99.
           05  SR-EXTENDED-VALUE         PIC S9(14)V99.
           05  SR-PROMISE-DATE           PIC 9(08).
           05  SR-REJECT-TEXT            PIC X(20).
           05  FILLER                    PIC X(07).

      * Output File for the purchase order documents
       FD  PODOCS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PODOCS-REC.
       01  PODOCS-REC                        PIC X(80).

      * Output File for the issuance register
       FD  ISSREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ISSREG-REC.
       01  ISSREG-REC                        PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-CODES.
      * File status key for Input File POAPPR
           05 IN-POAPPR-KEY              PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the PO number control record
           05 IO-PONUMCTL-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for input File BUYERTBL
           05 IN-BUYERTBL-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Input File PRICHIST
           05 IN-PRICHIST-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed parts master
           05 IN-PARTMSTR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed supplier master
           05 IN-SUPPMSTR-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed supplier hold file
           05 IN-SUPHOLD-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed revision register
           05 IN-SPECREV-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the keyed open-PO status master
           05 IO-POSTATUS-KEY            PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the released-line work file
           05 IO-ISSPEND-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for the register work file
           05 IO-ISSWORK-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output PODOCS
           05 OUT-PODOCS-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

      * File status key for Output ISSREG
           05 OUT-ISSREG-KEY             PIC X(2).
                88 CODE-WRITE               VALUE SPACES.

       01 POAPPR-EOF-WS                      PIC X(01) VALUE 'N'.
           88 POAPPR-EOF VALUE 'Y'.
       01 PRICHIST-EOF-WS                    PIC X(01) VALUE 'N'.
           88 PRICHIST-EOF VALUE 'Y'.
       01 SORTISS-EOF-WS                     PIC X(01) VALUE 'N'.
           88 SORTISS-EOF VALUE 'Y'.
       01 SORTISR-EOF-WS                     PIC X(01) VALUE 'N'.
           88 SORTISR-EOF VALUE 'Y'.

      * Run date keyed on the control card as YYYYMMDD - the order
      * date on every line issued, and the date each line's lead
      * time is counted forward from for its promise date.
       01 WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE-SERIAL                 PIC 9(07) VALUE ZERO.

      * The line being built - one layout shared by both work files
      * and both sort files. The disposition is I (issued, or
      * released and waiting for its PO number), R (rejected at
      * release) or N (not approved by the buyer).
       01 WS-ISSUE-WORK-RECORD.
           05 IW-BUYER-CODE                 PIC X(03) VALUE SPACES.
           05 IW-DISPOSITION                PIC X(01) VALUE SPACES.
           05 IW-PART-NUMBER                PIC X(23) VALUE SPACES.
           05 IW-SUPPLIER-CODE              PIC X(10) VALUE SPACES.
           05 IW-PO-NUMBER                  PIC X(06) VALUE SPACES.
           05 IW-ORDER-QTY                  PIC 9(07) VALUE ZERO.
           05 IW-UNIT-PRICE                 PIC S9(7)V99 VALUE ZERO.
           05 IW-EXTENDED-VALUE             PIC S9(14)V99 VALUE ZERO.
           05 IW-PROMISE-DATE               PIC 9(08) VALUE ZERO.
           05 IW-REJECT-TEXT                PIC X(20) VALUE SPACES.
           05 FILLER                        PIC X(07) VALUE SPACES.

      * Release edit result for the approved line in hand
       01 WS-LINE-VALID-SW                   PIC X(01) VALUE 'Y'.
           88 LINE-VALID VALUE 'Y'.

      * BUYERTBL loaded once at startup and searched for every
      * approved line's buyer code. The limit is the largest single
      * order the buyer may place without management approval.
       01 WS-BUYER-TABLE.
           05 WS-BUYER-COUNT                PIC 9(04) VALUE ZERO.
           05 WS-BUYER-ENTRY OCCURS 100 TIMES INDEXED BY BY-IDX.
               10 BU-BUYER-CODE             PIC X(03).
               10 BU-BUYER-NAME             PIC X(15).
               10 BU-DEPARTMENT             PIC X(04).
               10 BU-ORDER-LIMIT            PIC 9(07)V99.
               10 FILLER                    PIC X(02).
       01 WS-BUYERTBL-EOF-WS                 PIC X(01) VALUE 'N'.
           88 BUYERTBL-EOF VALUE 'Y'.
       01 WS-BUYER-FOUND-SW                  PIC X(01) VALUE 'N'.
           88 BUYER-ENTRY-FOUND VALUE 'Y'.
      * Callers move the code they are looking for here before
      * performing 540-Find-Buyer-Entry.
       01 WS-BUYER-SEARCH-KEY                PIC X(03) VALUE SPACES.

      * SUPHOLD loaded once at startup - only the holds that stop
      * ordering (quality hold and government debarment) in force
      * on the run date, which is every issued line's order date.
      * No hold file yet (status 35 on the open) simply means no
      * supplier is held.
       01 WS-SUPHOLD-OPEN-SW                 PIC X(01) VALUE 'N'.
           88 SUPHOLD-OPEN VALUE 'Y'.
       01 WS-SUPHOLD-EOF-WS                  PIC X(01) VALUE 'N'.
           88 SUPHOLD-EOF VALUE 'Y'.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-COUNT                 PIC 9(04) VALUE ZERO.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES INDEXED BY HO-IDX.
               10 HO-SUPPLIER-CODE          PIC X(10).
               10 HO-HOLD-TYPE              PIC X(01).
       01 WS-SUPPLIER-HELD-SW                PIC X(01) VALUE 'N'.
           88 SUPPLIER-ON-HOLD VALUE 'Y'.

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

      * PRICHIST loaded once at startup - the last price paid for
      * each part/supplier pair prices any approved line the buyer
      * did not price by hand.
       01 WS-PRICE-TABLE.
           05 WS-PRICE-COUNT                PIC 9(04) VALUE ZERO.
           05 WS-PRICE-ENTRY OCCURS 5000 TIMES INDEXED BY PR-IDX.
               10 PR-PART-NUMBER            PIC X(23).
               10 PR-SUPPLIER-CODE          PIC X(10).
               10 PR-LAST-PRICE             PIC S9(7)V99.
       01 WS-PRICE-FOUND-SW                  PIC X(01) VALUE 'N'.
           88 PRICE-ENTRY-FOUND VALUE 'Y'.
       01 WS-PRICE-SEARCH-PART               PIC X(23) VALUE SPACES.
       01 WS-PRICE-SEARCH-SUPPLIER           PIC X(10) VALUE SPACES.

      * Master record found or not for the line in hand
       01 WS-PART-FOUND-SW                   PIC X(01) VALUE 'N'.
           88 PART-FOUND VALUE 'Y'.
       01 WS-SUPPLIER-FOUND-SW               PIC X(01) VALUE 'N'.
           88 SUPPLIER-FOUND VALUE 'Y'.

      * The supplier's type-1 (order) address, lifted out of the
      * SUPPMSTR address occurrences.
       01 WS-ORDER-ADDRESS.
           COPY SUPADDRS.
       01 WS-ORDER-ADDR-FOUND-SW             PIC X(01) VALUE 'N'.
           88 ORDER-ADDRESS-FOUND VALUE 'Y'.

      * Cleared by the POSTATUS WRITE's INVALID KEY branch - a key
      * already on file means the control record is out of step.
       01 WS-LINE-WRITTEN-SW                 PIC X(01) VALUE 'Y'.
           88 LINE-WRITTEN VALUE 'Y'.

      * PO numbering - the last number taken, carried here and put
      * back on PONUMCTL as each purchase order is started.
       01 WS-NEXT-PO-NUMBER                  PIC 9(06) VALUE ZERO.
       01 WS-FIRST-PO-NUMBER                 PIC 9(06) VALUE ZERO.
       01 WS-CURR-PO-NUMBER                  PIC X(06) VALUE SPACES.
       01 WS-PO-TOTAL-VALUE                  PIC S9(14)V99 VALUE ZERO.

      * Promise date arithmetic for the line in hand
       01 WS-LEAD-TIME-DAYS                  PIC 9(05) VALUE ZERO.

      * Current supplier control group on the PO documents
       01 WS-PREV-SUPPLIER                   PIC X(10) VALUE SPACES.
       01 WS-PREV-PART                       PIC X(23) VALUE SPACES.
       01 WS-FIRST-SUPPLIER-SW               PIC X(01) VALUE 'Y'.
           88 FIRST-SUPPLIER VALUE 'Y'.

      * Current buyer control group on the register
       01 WS-PREV-BUYER                      PIC X(03) VALUE SPACES.
       01 WS-FIRST-BUYER-SW                  PIC X(01) VALUE 'Y'.
           88 FIRST-BUYER VALUE 'Y'.

      * Shared YYYYMMDD date-format edit - callers move the date to
      * WS-DATE-TO-CHECK, PERFORM 290-Edit-YYYYMMDD-Date, then test
      * DATE-IS-VALID.
       01 WS-DATE-EDIT-FIELDS.
           05 WS-DATE-TO-CHECK               PIC 9(08) VALUE ZERO.
           05 WS-DATE-MM                     PIC 9(02) VALUE ZERO.
           05 WS-DATE-DD                     PIC 9(02) VALUE ZERO.
           05 WS-DATE-VALID-SW               PIC X(01) VALUE 'Y'.
               88 DATE-IS-VALID VALUE 'Y'.

      * Day-serial conversion - callers move a valid YYYYMMDD date to
      * WS-SERIAL-DATE-IN, PERFORM 295-Compute-Date-Serial, and pick
      * up WS-DATE-SERIAL. Only differences between two serials are
      * ever used, so the epoch is arbitrary - but 296-Compute-
      * Serial-Date below inverts the same conversion, so the two
      * stay paired.
       01 WS-SERIAL-FIELDS.
           05 WS-SERIAL-DATE-IN              PIC 9(08) VALUE ZERO.
           05 WS-SERIAL-YYYY                 PIC 9(04) VALUE ZERO.
           05 WS-SERIAL-MM                   PIC 9(02) VALUE ZERO.
           05 WS-SERIAL-DD                   PIC 9(02) VALUE ZERO.
           05 WS-SERIAL-PRIOR-YEAR           PIC 9(04) VALUE ZERO.
           05 WS-SERIAL-LEAP-DAYS            PIC 9(04) VALUE ZERO.
           05 WS-SERIAL-WORK                 PIC 9(04) VALUE ZERO.
           05 WS-SERIAL-REMAINDER            PIC 9(04) VALUE ZERO.
           05 WS-DATE-SERIAL                 PIC 9(07) VALUE ZERO.

      * Serial-to-date conversion - callers move a day count to
      * WS-TARGET-SERIAL, PERFORM 296-Compute-Serial-Date, and pick
      * up WS-RESULT-DATE as YYYYMMDD.
       01 WS-UNSERIAL-FIELDS.
           05 WS-TARGET-SERIAL               PIC 9(07) VALUE ZERO.
           05 WS-UNS-YYYY                    PIC 9(04) VALUE ZERO.
           05 WS-UNS-DOY                     PIC S9(07) VALUE ZERO.
           05 WS-UNS-MM                      PIC 9(02) VALUE ZERO.
           05 WS-UNS-DD                      PIC 9(02) VALUE ZERO.
           05 WS-UNS-OFFSET                  PIC 9(03) VALUE ZERO.
           05 WS-UNS-YEAR-SET-SW             PIC X(01) VALUE 'N'.
               88 UNS-YEAR-SET VALUE 'Y'.
           05 WS-UNS-MONTH-SET-SW            PIC X(01) VALUE 'N'.
               88 UNS-MONTH-SET VALUE 'Y'.
           05 WS-UNS-LEAP-SW                 PIC X(01) VALUE 'N'.
               88 UNS-LEAP-YEAR VALUE 'Y'.
           05 WS-RESULT-DATE                 PIC 9(08) VALUE ZERO.

      * Days in the year before the first of each month, for the
      * day-serial conversions above.
       01 WS-MONTH-OFFSET-VALUES.
           05 FILLER                     PIC X(18) VALUE
              '000031059090120151'.
           05 FILLER                     PIC X(18) VALUE
              '181212243273304334'.
       01 WS-MONTH-OFFSET-TABLE
               REDEFINES WS-MONTH-OFFSET-VALUES.
           05 WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).

      * Register line counts and dollars per category - one set for
      * the buyer in hand, one for the whole run, subscripted by
      * WS-CATEGORY-IDX: 1 proposed, 2 approved, 3 rejected,
      * 4 issued. Proposed less approved is what the buyer turned
      * down; approved less rejected is what was issued.
       01 WS-BUYER-CATEGORY-TOTALS.
           05 WS-BUYER-CATEGORY OCCURS 4 TIMES.
               10 WS-BUYER-CAT-LINES        PIC 9(07) VALUE ZERO.
               10 WS-BUYER-CAT-VALUE        PIC S9(14)V99 VALUE ZERO.
       01 WS-GRAND-CATEGORY-TOTALS.
           05 WS-GRAND-CATEGORY OCCURS 4 TIMES.
               10 WS-GRAND-CAT-LINES        PIC 9(07) VALUE ZERO.
               10 WS-GRAND-CAT-VALUE        PIC S9(14)V99 VALUE ZERO.
       01 WS-CATEGORY-IDX                    PIC 9(01) VALUE ZERO.

      * Category display names, subscripted by WS-CATEGORY-IDX
       01 WS-CATEGORY-NAME-VALUES.
           05 FILLER                     PIC X(09) VALUE 'PROPOSED '.
           05 FILLER                     PIC X(09) VALUE 'APPROVED '.
           05 FILLER                     PIC X(09) VALUE 'REJECTED '.
           05 FILLER                     PIC X(09) VALUE 'ISSUED   '.
       01 WS-CATEGORY-NAME-TABLE
               REDEFINES WS-CATEGORY-NAME-VALUES.
           05 WS-CATEGORY-NAME OCCURS 4 TIMES PIC X(09).

      * Run counters for the balancing report
       01 WS-APPR-READ-CTR                   PIC 9(7) VALUE ZERO.
       01 WS-NOT-APPROVED-CTR                PIC 9(7) VALUE ZERO.
       01 WS-LINES-REJECTED-CTR              PIC 9(7) VALUE ZERO.
       01 WS-LINES-ISSUED-CTR                PIC 9(7) VALUE ZERO.
       01 WS-POS-ISSUED-CTR                  PIC 9(7) VALUE ZERO.
       01 WS-PRICHIST-READ-CTR               PIC 9(7) VALUE ZERO.

      * Purchase order document lines
       01 WS-PODOC-TITLE-LINE.
           05 FILLER                     PIC X(15) VALUE
              'PURCHASE ORDER '.
           05 DH-PO-NUMBER               PIC X(06).
           05 FILLER                     PIC X(30) VALUE SPACES.
           05 FILLER                     PIC X(11) VALUE
              'ORDER DATE '.
           05 DH-ORDER-DATE              PIC 9(08).
           05 FILLER                     PIC X(10) VALUE SPACES.

       01 WS-PODOC-ADDRESS-LINE.
           05 AL-LINE-LABEL              PIC X(04).
           05 AL-LINE-TEXT               PIC X(15).
           05 FILLER                     PIC X(61) VALUE SPACES.

       01 WS-PODOC-CITY-LINE.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 PC-CITY                    PIC X(15).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 PC-STATE                   PIC X(02).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 PC-ZIP-CODE                PIC X(05).
           05 FILLER                     PIC X(51) VALUE SPACES.

       01 WS-PODOC-SUPPLIER-LINE.
           05 FILLER                     PIC X(15) VALUE
              'SUPPLIER CODE: '.
           05 SL-SUPPLIER-CODE           PIC X(10).
           05 FILLER                     PIC X(55) VALUE SPACES.

       01 WS-PODOC-HEADING-LINE.
           05 FILLER                     PIC X(24) VALUE
              'PART NUMBER'.
           05 FILLER                     PIC X(09) VALUE
              '    QTY'.
           05 FILLER                     PIC X(11) VALUE
              'UNIT PRICE'.
           05 FILLER                     PIC X(18) VALUE
              '        EXTENDED'.
           05 FILLER                     PIC X(18) VALUE
              'PROMISED'.

       01 WS-PODOC-DETAIL-LINE.
           05 PD-PART-NUMBER             PIC X(23).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 PD-ORDER-QTY               PIC ZZZZZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 PD-UNIT-PRICE              PIC ZZZZZZ9.99.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 PD-EXTENDED-VALUE          PIC Z(11)9.99-.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 PD-PROMISE-DATE            PIC 9(08).
           05 FILLER                     PIC X(10) VALUE SPACES.

       01 WS-PODOC-TOTAL-LINE.
           05 FILLER                     PIC X(44) VALUE
              'PURCHASE ORDER TOTAL'.
           05 DT-TOTAL-VALUE             PIC Z(11)9.99-.
           05 FILLER                     PIC X(20) VALUE SPACES.

      * Issuance register lines
       01 WS-REGISTER-TITLE-LINE.
           05 FILLER                     PIC X(34) VALUE
              'PURCHASE ORDER ISSUANCE REGISTER -'.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 TL-RUN-DATE                PIC 9(08).
           05 FILLER                     PIC X(37) VALUE SPACES.

       01 WS-COLUMN-HEADING-LINE.
           05 FILLER                     PIC X(24) VALUE
              'PART NUMBER'.
           05 FILLER                     PIC X(11) VALUE
              'SUPPLIER'.
           05 FILLER                     PIC X(08) VALUE
              '    QTY'.
           05 FILLER                     PIC X(17) VALUE
              '           VALUE'.
           05 FILLER                     PIC X(20) VALUE
              'DISPOSITION'.

       01 WS-BUYER-HEADING-LINE.
           05 FILLER                     PIC X(12) VALUE
              'BUYER CODE: '.
           05 BH-BUYER-CODE              PIC X(03).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 BH-BUYER-NAME              PIC X(15).
           05 FILLER                     PIC X(48) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 DL-PART-NUMBER             PIC X(23).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-SUPPLIER-CODE           PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-ORDER-QTY               PIC ZZZZZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-EXTENDED-VALUE          PIC Z(11)9.99-.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 DL-DISPOSITION.
               10 DL-DISPOSITION-TEXT    PIC X(14).
               10 DL-DISPOSITION-PO      PIC X(06).

      * One totals line per category, written at each buyer break
      * and again for the run as a whole.
       01 WS-CATEGORY-TOTAL-LINE.
           05 CT-LABEL                   PIC X(16).
           05 CT-CATEGORY-NAME           PIC X(09).
           05 CT-LINES                   PIC ZZZZZZ9.
           05 FILLER                     PIC X(07) VALUE ' LINES '.
           05 CT-VALUE                   PIC Z(13)9.99-.
           05 FILLER                     PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main2 UNTIL POAPPR-EOF.
           CLOSE ISSPEND.
           PERFORM 150-Issue-Purchase-Orders.
           CLOSE ISSWORK.
           PERFORM 160-Produce-Register.
           PERFORM 600-CLOSE-FILES.
           PERFORM 700-Print-Control-Totals.
           GOBACK.

       000-Housekeeping.
      * Initialization Routine. The run date comes off the control
      * card; it is the order date on every line issued.
           ACCEPT WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-TO-CHECK.
           PERFORM 290-Edit-YYYYMMDD-Date.
           IF NOT DATE-IS-VALID
               DISPLAY 'POISSUE: invalid run date on control card - '
                   WS-RUN-DATE
               PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE WS-RUN-DATE TO WS-SERIAL-DATE-IN.
           PERFORM 295-Compute-Date-Serial.
           MOVE WS-DATE-SERIAL TO WS-RUN-DATE-SERIAL.
           PERFORM 300-Open-Files.
           PERFORM 340-Load-Buyer-Table.
           IF SUPHOLD-OPEN
               PERFORM 370-Load-Hold-Table
           END-IF.
           IF SPECREV-OPEN
               PERFORM 380-Load-Document-Table
           END-IF.
           PERFORM 350-Load-Price-Table UNTIL PRICHIST-EOF.
           PERFORM 360-Read-PONUMCTL.
      * Priming Read
           PERFORM 400-Read-POAPPR.

       100-Main2.
           PERFORM 200-Edit-Approval.
           PERFORM 400-Read-POAPPR.

       150-Issue-Purchase-Orders.
      *    Groups the released lines by supplier so each supplier
      *    gets one purchase order number and one document, with
      *    its lines in part sequence.
           SORT SORTISS
               ON ASCENDING KEY SI-SUPPLIER-CODE
               ON ASCENDING KEY SI-PART-NUMBER
               USING ISSPEND
               OUTPUT PROCEDURE IS 500-Issue-Sorted-Lines.
           IF SORT-RETURN NOT = ZERO THEN
                DISPLAY 'POISSUE: sort of ISSPEND failed'
                PERFORM 2000-ABEND-RTN
           END-IF.

       160-Produce-Register.
      *    Groups every proposal line - issued, rejected and not
      *    approved alike - by buyer for the register.
           SORT SORTISR
               ON ASCENDING KEY SR-BUYER-CODE
               ON ASCENDING KEY SR-PART-NUMBER
               USING ISSWORK
               OUTPUT PROCEDURE IS 550-Write-Register.
           IF SORT-RETURN NOT = ZERO THEN
                DISPLAY 'POISSUE: sort of ISSWORK failed'
                PERFORM 2000-ABEND-RTN
           END-IF.


       200-Edit-Approval.
      *    One proposal line in. The buyer's overrides replace the
      *    proposal's own quantity and supplier, and the line is
      *    priced either way so the register can show what was
      *    proposed in dollars. A line the buyer did not approve
      *    goes straight to the register; an approved line is
      *    edited for release and either held for numbering or
      *    rejected.
           MOVE SPACES TO WS-ISSUE-WORK-RECORD.
           MOVE ZERO TO IW-ORDER-QTY, IW-UNIT-PRICE,
               IW-EXTENDED-VALUE, IW-PROMISE-DATE.
           MOVE PA-BUYER-CODE TO IW-BUYER-CODE.
           MOVE PA-PART-NUMBER TO IW-PART-NUMBER.
           IF PA-OVERRIDE-QTY > ZERO
               MOVE PA-OVERRIDE-QTY TO IW-ORDER-QTY
           ELSE
               MOVE PA-SUGGESTED-QTY TO IW-ORDER-QTY
           END-IF.
           IF PA-OVERRIDE-SUPPLIER NOT = SPACES
               MOVE PA-OVERRIDE-SUPPLIER TO IW-SUPPLIER-CODE
           ELSE
               MOVE PA-SUPPLIER-CODE TO IW-SUPPLIER-CODE
           END-IF.
           PERFORM 210-Price-Line.
           IF NOT PA-APPROVED
               MOVE 'N' TO IW-DISPOSITION
               ADD 1 TO WS-NOT-APPROVED-CTR
               PERFORM 270-Write-ISSWORK
           ELSE
               PERFORM 220-Edit-Release-Rules
               IF LINE-VALID
                   MOVE 'I' TO IW-DISPOSITION
                   PERFORM 260-Write-ISSPEND
               ELSE
                   MOVE 'R' TO IW-DISPOSITION
                   ADD 1 TO WS-LINES-REJECTED-CTR
                   PERFORM 270-Write-ISSWORK
               END-IF
           END-IF.

       210-Price-Line.
      *    A price the buyer keyed on the approval stands; otherwise
      *    the line is priced at the last price paid to the same
      *    supplier for the same part. No price either way leaves
      *    the line at zero, which the release edits reject.
           IF PA-OVERRIDE-PRICE > ZERO
               MOVE PA-OVERRIDE-PRICE TO IW-UNIT-PRICE
           ELSE
               MOVE IW-PART-NUMBER TO WS-PRICE-SEARCH-PART
               MOVE IW-SUPPLIER-CODE TO WS-PRICE-SEARCH-SUPPLIER
               PERFORM 530-Find-Price-Entry
               IF PRICE-ENTRY-FOUND
                   MOVE PR-LAST-PRICE(PR-IDX) TO IW-UNIT-PRICE
               END-IF
           END-IF.
           MULTIPLY IW-ORDER-QTY BY IW-UNIT-PRICE
               GIVING IW-EXTENDED-VALUE
               ON SIZE ERROR
                   DISPLAY 'Purchase order extended value overflow'
                   PERFORM 2000-ABEND-RTN
           END-MULTIPLY.

       220-Edit-Release-Rules.
      *    Each edit runs only while the line is still valid, so
      *    the register carries the first reason found.
           MOVE 'Y' TO WS-LINE-VALID-SW.
           IF IW-ORDER-QTY = ZERO
               MOVE 'N' TO WS-LINE-VALID-SW
               MOVE 'ZERO ORDER QUANTITY' TO IW-REJECT-TEXT
           END-IF.
           IF LINE-VALID AND IW-SUPPLIER-CODE = SPACES
               MOVE 'N' TO WS-LINE-VALID-SW
               MOVE 'NO SUPPLIER' TO IW-REJECT-TEXT
           END-IF.
           IF LINE-VALID
               PERFORM 230-Check-Supplier
           END-IF.
      *    The line would be ordered today, so any quality hold or
      *    debarment in force today refuses it, as FINALEX refuses
      *    a line ordered on or after the hold's start.
           IF LINE-VALID AND SUPHOLD-OPEN
               PERFORM 246-Find-Supplier-Holds
               IF SUPPLIER-ON-HOLD
                   MOVE 'N' TO WS-LINE-VALID-SW
                   MOVE 'SUPPLIER ON HOLD' TO IW-REJECT-TEXT
               END-IF
           END-IF.
           IF LINE-VALID
               PERFORM 240-Check-Part
           END-IF.
           IF LINE-VALID AND SPECREV-OPEN
                   AND PM-GOVT-COMML-CODE = 'G'
               PERFORM 244-Check-Spec-Blueprint
           END-IF.
           IF LINE-VALID AND IW-UNIT-PRICE NOT > ZERO
               MOVE 'N' TO WS-LINE-VALID-SW
               MOVE 'NO PRICE ON FILE' TO IW-REJECT-TEXT
           END-IF.
           IF LINE-VALID
               PERFORM 250-Check-Buyer-Limit
           END-IF.

       230-Check-Supplier.
      *    The purchase order goes to the supplier's order address,
      *    so a supplier with no type-1 address cannot be issued to.
           PERFORM 235-Read-Supplier-Master.
           IF NOT SUPPLIER-FOUND
               MOVE 'N' TO WS-LINE-VALID-SW
               MOVE 'SUPPLIER NOT ON FILE' TO IW-REJECT-TEXT
           ELSE
               PERFORM 236-Find-Order-Address
               IF NOT ORDER-ADDRESS-FOUND
                   MOVE 'N' TO WS-LINE-VALID-SW
                   MOVE 'NO ORDER ADDRESS' TO IW-REJECT-TEXT
               END-IF
           END-IF.

       235-Read-Supplier-Master.
           MOVE IW-SUPPLIER-CODE TO SM-SUPPLIER-CODE.
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

       240-Check-Part.
      *    The part must be on the master, and its lead time sets
      *    the promise date counted forward from the run date.
           MOVE IW-PART-NUMBER TO PM-PART-NUMBER.
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
           IF NOT PART-FOUND
               MOVE 'N' TO WS-LINE-VALID-SW
               MOVE 'PART NOT ON PARTMSTR' TO IW-REJECT-TEXT
           ELSE
               COMPUTE WS-LEAD-TIME-DAYS = PM-WEEKS-LEAD-TIME * 7
               COMPUTE WS-TARGET-SERIAL =
                   WS-RUN-DATE-SERIAL + WS-LEAD-TIME-DAYS
               PERFORM 296-Compute-Serial-Date
               MOVE WS-RESULT-DATE TO IW-PROMISE-DATE
           END-IF.

       244-Check-Spec-Blueprint.
      *    A government part is built to its spec and blueprint, so
      *    both have to have a revision in force on the register on
      *    the run date before it is ordered - the same test as
      *    FINALEX's E021/E022.
           MOVE 'S' TO WS-SEARCH-DOCUMENT-TYPE.
           MOVE PM-SPEC-NUMBER TO WS-SEARCH-DOCUMENT-NUMBER.
           PERFORM 248-Find-Document-Entry.
           IF DOCUMENT-IN-FORCE
               MOVE 'B' TO WS-SEARCH-DOCUMENT-TYPE
               MOVE PM-BLUEPRINT-NUMBER TO WS-SEARCH-DOCUMENT-NUMBER
               PERFORM 248-Find-Document-Entry
           END-IF.
           IF NOT DOCUMENT-IN-FORCE
               MOVE 'N' TO WS-LINE-VALID-SW
               MOVE 'SPEC/BP NOT IN FORCE' TO IW-REJECT-TEXT
           END-IF.

       246-Find-Supplier-Holds.
      *    Linear scan of the hold table for the line's supplier.
           MOVE 'N' TO WS-SUPPLIER-HELD-SW.
           PERFORM 247-Check-Hold-Entry
               VARYING HO-IDX FROM 1 BY 1
               UNTIL HO-IDX > WS-HOLD-COUNT
                  OR SUPPLIER-ON-HOLD.

       247-Check-Hold-Entry.
           IF HO-SUPPLIER-CODE(HO-IDX) = IW-SUPPLIER-CODE
               SET SUPPLIER-ON-HOLD TO TRUE
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

       250-Check-Buyer-Limit.
      *    The buyer must be authorized on BUYERTBL, and the line's
      *    extended value must be inside the buyer's single-order
      *    limit - an over-limit line needs management approval
      *    and is not released by this run.
           MOVE IW-BUYER-CODE TO WS-BUYER-SEARCH-KEY.
           PERFORM 540-Find-Buyer-Entry.
           IF NOT BUYER-ENTRY-FOUND
               MOVE 'N' TO WS-LINE-VALID-SW
               MOVE 'BUYER NOT ON TABLE' TO IW-REJECT-TEXT
           ELSE
               IF IW-EXTENDED-VALUE > BU-ORDER-LIMIT(BY-IDX)
                   MOVE 'N' TO WS-LINE-VALID-SW
                   MOVE 'OVER BUYER LIMIT' TO IW-REJECT-TEXT
               END-IF
           END-IF.

       260-Write-ISSPEND.
           WRITE ISSPEND-REC FROM WS-ISSUE-WORK-RECORD.
           IF IO-ISSPEND-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output ISSPEND writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.

       270-Write-ISSWORK.
           WRITE ISSWORK-REC FROM WS-ISSUE-WORK-RECORD.
           IF IO-ISSWORK-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output ISSWORK writing problem'
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

       295-Compute-Date-Serial.
      * Converts WS-SERIAL-DATE-IN (YYYYMMDD) to a running day count
      * in WS-DATE-SERIAL. 296-Compute-Serial-Date inverts this, so
      * the two conversions must stay paired.
           MOVE WS-SERIAL-DATE-IN(1:4) TO WS-SERIAL-YYYY.
           MOVE WS-SERIAL-DATE-IN(5:2) TO WS-SERIAL-MM.
           MOVE WS-SERIAL-DATE-IN(7:2) TO WS-SERIAL-DD.
           COMPUTE WS-SERIAL-PRIOR-YEAR = WS-SERIAL-YYYY - 1.
           COMPUTE WS-SERIAL-LEAP-DAYS =
               WS-SERIAL-PRIOR-YEAR / 4
               - WS-SERIAL-PRIOR-YEAR / 100
               + WS-SERIAL-PRIOR-YEAR / 400.
           COMPUTE WS-DATE-SERIAL =
               WS-SERIAL-YYYY * 365
               + WS-SERIAL-LEAP-DAYS
               + WS-MONTH-OFFSET(WS-SERIAL-MM)
               + WS-SERIAL-DD.
      *    The leap-day count above stops at the year before the
      *    date's own year, so the date's own February 29 has to be
      *    added back for dates from March on in a leap year.
           IF WS-SERIAL-MM > 2
               DIVIDE WS-SERIAL-YYYY BY 4
                   GIVING WS-SERIAL-WORK
                   REMAINDER WS-SERIAL-REMAINDER
               IF WS-SERIAL-REMAINDER = ZERO
                   DIVIDE WS-SERIAL-YYYY BY 100
                       GIVING WS-SERIAL-WORK
                       REMAINDER WS-SERIAL-REMAINDER
                   IF WS-SERIAL-REMAINDER NOT = ZERO
                       ADD 1 TO WS-DATE-SERIAL
                   ELSE
                       DIVIDE WS-SERIAL-YYYY BY 400
                           GIVING WS-SERIAL-WORK
                           REMAINDER WS-SERIAL-REMAINDER
                       IF WS-SERIAL-REMAINDER = ZERO
                           ADD 1 TO WS-DATE-SERIAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       296-Compute-Serial-Date.
      * Converts WS-TARGET-SERIAL (a day count from 295-Compute-
      * Date-Serial's arbitrary epoch) back to YYYYMMDD in
      * WS-RESULT-DATE. The first year guess divides by 366 so it
      * can only land at or below the true year, then steps forward
      * while the next January 1 still fits under the target.
           COMPUTE WS-UNS-YYYY = WS-TARGET-SERIAL / 366.
           MOVE 'N' TO WS-UNS-YEAR-SET-SW.
           PERFORM 297-Advance-Year UNTIL UNS-YEAR-SET.
      *    Day of year = target minus the serial of January 1
           COMPUTE WS-SERIAL-DATE-IN = WS-UNS-YYYY * 10000 + 0101.
           PERFORM 295-Compute-Date-Serial.
           COMPUTE WS-UNS-DOY =
               WS-TARGET-SERIAL - WS-DATE-SERIAL + 1.
           PERFORM 298-Check-Leap-Year.
      *    The month is the highest whose first day is on or before
      *    the day of year, walked down from December.
           MOVE 12 TO WS-UNS-MM.
           MOVE 'N' TO WS-UNS-MONTH-SET-SW.
           PERFORM 299-Find-Month UNTIL UNS-MONTH-SET.
           COMPUTE WS-UNS-DD = WS-UNS-DOY - WS-UNS-OFFSET.
           COMPUTE WS-RESULT-DATE =
               WS-UNS-YYYY * 10000 + WS-UNS-MM * 100 + WS-UNS-DD.

       297-Advance-Year.
           COMPUTE WS-SERIAL-DATE-IN =
               (WS-UNS-YYYY + 1) * 10000 + 0101.
           PERFORM 295-Compute-Date-Serial.
           IF WS-DATE-SERIAL <= WS-TARGET-SERIAL
               ADD 1 TO WS-UNS-YYYY
           ELSE
               SET UNS-YEAR-SET TO TRUE
           END-IF.

       298-Check-Leap-Year.
           MOVE 'N' TO WS-UNS-LEAP-SW.
           DIVIDE WS-UNS-YYYY BY 4
               GIVING WS-SERIAL-WORK
               REMAINDER WS-SERIAL-REMAINDER.
           IF WS-SERIAL-REMAINDER = ZERO
               DIVIDE WS-UNS-YYYY BY 100
                   GIVING WS-SERIAL-WORK
                   REMAINDER WS-SERIAL-REMAINDER
               IF WS-SERIAL-REMAINDER NOT = ZERO
                   SET UNS-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WS-UNS-YYYY BY 400
                       GIVING WS-SERIAL-WORK
                       REMAINDER WS-SERIAL-REMAINDER
                   IF WS-SERIAL-REMAINDER = ZERO
                       SET UNS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.

       299-Find-Month.
      *    The month offsets count days before the first of each
      *    month in a common year - from March on in a leap year the
      *    leap day is added back, mirroring 295's adjustment.
           MOVE WS-MONTH-OFFSET(WS-UNS-MM) TO WS-UNS-OFFSET.
           IF UNS-LEAP-YEAR AND WS-UNS-MM > 2
               ADD 1 TO WS-UNS-OFFSET
           END-IF.
           IF WS-UNS-OFFSET < WS-UNS-DOY
               SET UNS-MONTH-SET TO TRUE
           ELSE
               SUBTRACT 1 FROM WS-UNS-MM
           END-IF.


       300-Open-Files.
      *    DISPLAY '300-OPEN-FILES'.
           OPEN INPUT POAPPR.
      *    Input File Status Checking for POAPPR
           IF IN-POAPPR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input POAPPR'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN I-O PONUMCTL.
      *    File Status Checking for PONUMCTL
           IF IO-PONUMCTL-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning PONUMCTL'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN INPUT BUYERTBL.
      *    Input File Status Checking for BUYERTBL
           IF IN-BUYERTBL-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input BUYERTBL'
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
           OPEN INPUT PARTMSTR.
      *    Input File Status Checking for PARTMSTR
           IF IN-PARTMSTR-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning Input PARTMSTR'
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
           OPEN I-O POSTATUS.
      *    File Status Checking for POSTATUS
           IF IO-POSTATUS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning POSTATUS'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT ISSPEND.
      *    Output File Status Checking for ISSPEND
           IF IO-ISSPEND-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning ISSPEND'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT ISSWORK.
      *    Output File Status Checking for ISSWORK
           IF IO-ISSWORK-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning ISSWORK'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT PODOCS.
      *    Output File Status Checking for PODOCS
           IF OUT-PODOCS-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning PODOCS'
                GO TO 2000-ABEND-RTN
           END-IF.
           OPEN OUTPUT ISSREG.
      *    Output File Status Checking for ISSREG
           IF OUT-ISSREG-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning ISSREG'
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

       340-Load-Buyer-Table.
      * Loads the BUYERTBL file once at startup into a table searched
      * for every approved line's buyer code.
           PERFORM 345-Read-Buyertbl-Record UNTIL BUYERTBL-EOF.

       345-Read-Buyertbl-Record.
           READ BUYERTBL
                AT END SET BUYERTBL-EOF TO TRUE
                NOT AT END
                    IF WS-BUYER-COUNT >= 100
                        DISPLAY
                            'BUYERTBL has more than 100 rows - '
                        DISPLAY
                            'WS-BUYER-TABLE is too small'
                        PERFORM 2000-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-BUYER-COUNT
                    MOVE BUYERTBL-REC TO WS-BUYER-ENTRY
                        (WS-BUYER-COUNT)
           END-READ.

       350-Load-Price-Table.
           READ PRICHIST
                AT END SET PRICHIST-EOF TO TRUE
                NOT AT END
                    IF WS-PRICE-COUNT >= 5000
                        DISPLAY
                            'PRICHIST has more than 5000 rows - '
                        DISPLAY
                            'WS-PRICE-TABLE is too small'
                        PERFORM 2000-ABEND-RTN
                    END-IF
                    ADD 1 TO WS-PRICHIST-READ-CTR
                    ADD 1 TO WS-PRICE-COUNT
                    SET PR-IDX TO WS-PRICE-COUNT
                    MOVE PH-PART-NUMBER TO PR-PART-NUMBER(PR-IDX)
                    MOVE PH-SUPPLIER-CODE
                        TO PR-SUPPLIER-CODE(PR-IDX)
                    MOVE PH-LAST-PRICE TO PR-LAST-PRICE(PR-IDX)
           END-READ.

       360-Read-PONUMCTL.
           READ PONUMCTL
                AT END
                    DISPLAY 'POISSUE: PONUMCTL is empty - prime it '
                    DISPLAY 'with the last PO number issued and the '
                    DISPLAY 'top of the reserved PO number range'
                    PERFORM 2000-ABEND-RTN
           END-READ.
           IF IO-PONUMCTL-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'PONUMCTL reading problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE PN-LAST-PO-NUMBER TO WS-NEXT-PO-NUMBER.

       370-Load-Hold-Table.
      * Loads the supplier holds that stop ordering, in force on the
      * run date, once at startup into a table searched for every
      * approved line's supplier.
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


       400-Read-POAPPR.
           READ POAPPR
      * Set AT END Switch
                AT END MOVE 'Y' TO POAPPR-EOF-WS
                IF IN-POAPPR-KEY = '00' THEN
                    DISPLAY
                        '---------------------------------------------'
                    DISPLAY 'Input file POAPPR reading problem'
                    PERFORM 2000-ABEND-RTN
                END-IF
           END-READ.
           IF NOT POAPPR-EOF
               ADD 1 TO WS-APPR-READ-CTR
           END-IF.


       500-Issue-Sorted-Lines.
      *    Output procedure for the SORT - one purchase order per
      *    supplier control group: a new number and document
      *    heading at each supplier break, one POSTATUS line and one
      *    document line per part, and the document total when the
      *    supplier's lines run out.
           PERFORM 510-Return-Issue-Line UNTIL SORTISS-EOF.
           IF NOT FIRST-SUPPLIER
               PERFORM 528-Write-PO-Total
           END-IF.

       510-Return-Issue-Line.
           RETURN SORTISS
                AT END SET SORTISS-EOF TO TRUE
                NOT AT END PERFORM 515-Issue-One-Line
           END-RETURN.

       515-Issue-One-Line.
           MOVE SORTISS-REC TO WS-ISSUE-WORK-RECORD.
           IF FIRST-SUPPLIER
                   OR IW-SUPPLIER-CODE NOT = WS-PREV-SUPPLIER
               IF NOT FIRST-SUPPLIER
                   PERFORM 528-Write-PO-Total
               END-IF
               PERFORM 520-Start-Purchase-Order
               MOVE 'N' TO WS-FIRST-SUPPLIER-SW
               MOVE IW-SUPPLIER-CODE TO WS-PREV-SUPPLIER
               MOVE SPACES TO WS-PREV-PART
           END-IF.
      *    The same part approved twice for one supplier would be
      *    two lines with the same POSTATUS key on one purchase
      *    order - the first is issued and the repeat rejected.
           IF IW-PART-NUMBER = WS-PREV-PART
               MOVE 'R' TO IW-DISPOSITION
               MOVE 'DUPLICATE PART ON PO' TO IW-REJECT-TEXT
               ADD 1 TO WS-LINES-REJECTED-CTR
           ELSE
               MOVE WS-CURR-PO-NUMBER TO IW-PO-NUMBER
               PERFORM 525-Write-POSTATUS-Line
               PERFORM 527-Write-PO-Detail
               ADD IW-EXTENDED-VALUE TO WS-PO-TOTAL-VALUE
               ADD 1 TO WS-LINES-ISSUED-CTR
           END-IF.
           MOVE IW-PART-NUMBER TO WS-PREV-PART.
           PERFORM 270-Write-ISSWORK.

       520-Start-Purchase-Order.
      *    Takes the next number from the control record's range,
      *    puts it back on the control record before any line is
      *    written under it, and heads the supplier's document with
      *    its order address.
           IF WS-NEXT-PO-NUMBER >= PN-HIGH-PO-NUMBER
               DISPLAY 'POISSUE: reserved PO number range is used '
                   'up at ' WS-NEXT-PO-NUMBER
               DISPLAY 'Extend PN-HIGH-PO-NUMBER on PONUMCTL'
               PERFORM 2000-ABEND-RTN
           END-IF.
           ADD 1 TO WS-NEXT-PO-NUMBER.
           IF WS-POS-ISSUED-CTR = ZERO
               MOVE WS-NEXT-PO-NUMBER TO WS-FIRST-PO-NUMBER
           END-IF.
           ADD 1 TO WS-POS-ISSUED-CTR.
           PERFORM 590-Rewrite-PO-Control.
           MOVE WS-NEXT-PO-NUMBER TO WS-CURR-PO-NUMBER.
           MOVE ZERO TO WS-PO-TOTAL-VALUE.
      *    The release edits already proved the supplier and its
      *    order address are on file.
           PERFORM 235-Read-Supplier-Master.
           IF NOT SUPPLIER-FOUND
               DISPLAY 'POISSUE: supplier ' IW-SUPPLIER-CODE
                   ' no longer on SUPPMSTR'
               PERFORM 2000-ABEND-RTN
           END-IF.
           PERFORM 236-Find-Order-Address.
           PERFORM 522-Write-PO-Heading.

       522-Write-PO-Heading.
           MOVE SPACES TO PODOCS-REC.
           WRITE PODOCS-REC.
           MOVE WS-CURR-PO-NUMBER TO DH-PO-NUMBER.
           MOVE WS-RUN-DATE TO DH-ORDER-DATE.
           WRITE PODOCS-REC FROM WS-PODOC-TITLE-LINE.
           IF OUT-PODOCS-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output PODOCS writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE SPACES TO PODOCS-REC.
           WRITE PODOCS-REC.
           MOVE 'TO: ' TO AL-LINE-LABEL.
           MOVE SM-SUPPLIER-NAME TO AL-LINE-TEXT.
           WRITE PODOCS-REC FROM WS-PODOC-ADDRESS-LINE.
           MOVE SPACES TO AL-LINE-LABEL.
           MOVE AF-ADDRESS-1 TO AL-LINE-TEXT.
           WRITE PODOCS-REC FROM WS-PODOC-ADDRESS-LINE.
           IF AF-ADDRESS-2 NOT = SPACES
               MOVE AF-ADDRESS-2 TO AL-LINE-TEXT
               WRITE PODOCS-REC FROM WS-PODOC-ADDRESS-LINE
           END-IF.
           IF AF-ADDRESS-3 NOT = SPACES
               MOVE AF-ADDRESS-3 TO AL-LINE-TEXT
               WRITE PODOCS-REC FROM WS-PODOC-ADDRESS-LINE
           END-IF.
           MOVE AF-CITY TO PC-CITY.
           MOVE AF-ADDR-STATE TO PC-STATE.
           MOVE AF-ZIP-CODE(6:5) TO PC-ZIP-CODE.
           WRITE PODOCS-REC FROM WS-PODOC-CITY-LINE.
           MOVE SPACES TO PODOCS-REC.
           WRITE PODOCS-REC.
           MOVE IW-SUPPLIER-CODE TO SL-SUPPLIER-CODE.
           WRITE PODOCS-REC FROM WS-PODOC-SUPPLIER-LINE.
           MOVE SPACES TO PODOCS-REC.
           WRITE PODOCS-REC.
           WRITE PODOCS-REC FROM WS-PODOC-HEADING-LINE.
           IF OUT-PODOCS-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output PODOCS writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.

       525-Write-POSTATUS-Line.
      *    The issued line goes onto the status master fully open,
      *    the way POSLOAD starts every line. The number is fresh
      *    off the control record, so a key already on file means
      *    PONUMCTL has fallen behind the numbers in use and the
      *    run stops before issuing anything twice.
           MOVE IW-PO-NUMBER TO PS-PO-NUMBER.
           MOVE IW-PART-NUMBER TO PS-PART-NUMBER.
           MOVE IW-SUPPLIER-CODE TO PS-SUPPLIER-CODE.
           MOVE IW-BUYER-CODE TO PS-BUYER-CODE.
           MOVE WS-RUN-DATE TO PS-ORDER-DATE.
           MOVE IW-PROMISE-DATE TO PS-PROMISE-DATE.
           MOVE IW-UNIT-PRICE TO PS-UNIT-PRICE.
           MOVE IW-ORDER-QTY TO PS-QTY-ORDERED.
           MOVE ZERO TO PS-QTY-RECEIVED.
           MOVE ZERO TO PS-QTY-DOCK-REJECT.
           MOVE ZERO TO PS-LAST-RECEIPT-DATE.
           MOVE 'O' TO PS-PO-STATUS.
           MOVE 'Y' TO WS-LINE-WRITTEN-SW.
           WRITE POSTATUS-REC
               INVALID KEY
                   MOVE 'N' TO WS-LINE-WRITTEN-SW
           END-WRITE.
           IF NOT LINE-WRITTEN
               DISPLAY 'POISSUE: PO ' PS-PO-NUMBER ' part '
                   PS-PART-NUMBER ' is already on POSTATUS'
               DISPLAY 'PONUMCTL is out of step with POSTATUS'
               PERFORM 2000-ABEND-RTN
           END-IF.
           IF IO-POSTATUS-KEY NOT = '00'
               DISPLAY 'POSTATUS writing problem - STATUS '
                   IO-POSTATUS-KEY
               PERFORM 2000-ABEND-RTN
           END-IF.

       527-Write-PO-Detail.
           MOVE SPACES TO WS-PODOC-DETAIL-LINE.
           MOVE IW-PART-NUMBER TO PD-PART-NUMBER.
           MOVE IW-ORDER-QTY TO PD-ORDER-QTY.
           MOVE IW-UNIT-PRICE TO PD-UNIT-PRICE.
           MOVE IW-EXTENDED-VALUE TO PD-EXTENDED-VALUE.
           MOVE IW-PROMISE-DATE TO PD-PROMISE-DATE.
           WRITE PODOCS-REC FROM WS-PODOC-DETAIL-LINE.
           IF OUT-PODOCS-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output PODOCS writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.

       528-Write-PO-Total.
           MOVE WS-PO-TOTAL-VALUE TO DT-TOTAL-VALUE.
           WRITE PODOCS-REC FROM WS-PODOC-TOTAL-LINE.
           IF OUT-PODOCS-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output PODOCS writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.

       530-Find-Price-Entry.
      *    Linear scan of the price table for the part/supplier pair
      *    the caller placed in the two search keys.
           MOVE 'N' TO WS-PRICE-FOUND-SW.
           PERFORM 535-Check-Price-Entry
               VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > WS-PRICE-COUNT
                  OR PRICE-ENTRY-FOUND.
           IF PRICE-ENTRY-FOUND
               SET PR-IDX DOWN BY 1
           END-IF.

       535-Check-Price-Entry.
           IF PR-PART-NUMBER(PR-IDX) = WS-PRICE-SEARCH-PART
                   AND PR-SUPPLIER-CODE(PR-IDX)
                       = WS-PRICE-SEARCH-SUPPLIER
               SET PRICE-ENTRY-FOUND TO TRUE
           END-IF.

       540-Find-Buyer-Entry.
      *    Linear scan of the buyer table for the code the caller
      *    placed in WS-BUYER-SEARCH-KEY.
           MOVE 'N' TO WS-BUYER-FOUND-SW.
           PERFORM 545-Check-Buyer-Entry
               VARYING BY-IDX FROM 1 BY 1
               UNTIL BY-IDX > WS-BUYER-COUNT
                  OR BUYER-ENTRY-FOUND.
           IF BUYER-ENTRY-FOUND
               SET BY-IDX DOWN BY 1
           END-IF.

       545-Check-Buyer-Entry.
           IF BU-BUYER-CODE(BY-IDX) = WS-BUYER-SEARCH-KEY
               SET BUYER-ENTRY-FOUND TO TRUE
           END-IF.

       550-Write-Register.
      *    Output procedure for the register SORT - writes the title
      *    and column headings, then one control-broken section per
      *    buyer with its category totals, then the run totals.
           PERFORM 555-Write-Register-Titles.
           PERFORM 560-Return-Register-Line UNTIL SORTISR-EOF.
           IF NOT FIRST-BUYER
               PERFORM 575-Write-Buyer-Totals
           END-IF.
           PERFORM 580-Write-Grand-Totals.

       555-Write-Register-Titles.
           MOVE WS-RUN-DATE TO TL-RUN-DATE.
           WRITE ISSREG-REC FROM WS-REGISTER-TITLE-LINE.
           IF OUT-ISSREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output ISSREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE SPACES TO ISSREG-REC.
           WRITE ISSREG-REC.
           WRITE ISSREG-REC FROM WS-COLUMN-HEADING-LINE.

       560-Return-Register-Line.
           RETURN SORTISR
                AT END SET SORTISR-EOF TO TRUE
                NOT AT END PERFORM 565-Register-One-Line
           END-RETURN.

       565-Register-One-Line.
           IF NOT FIRST-BUYER
                   AND SR-BUYER-CODE NOT = WS-PREV-BUYER
               PERFORM 575-Write-Buyer-Totals
           END-IF.
           IF FIRST-BUYER
                   OR SR-BUYER-CODE NOT = WS-PREV-BUYER
               PERFORM 570-Write-Buyer-Heading
           END-IF.
           MOVE 'N' TO WS-FIRST-BUYER-SW.
           MOVE SR-BUYER-CODE TO WS-PREV-BUYER.
           PERFORM 572-Write-Register-Detail.
      *    Every line was proposed; every line but a not-approved
      *    one was approved; an approved line was then either
      *    rejected at release or issued.
           MOVE 1 TO WS-CATEGORY-IDX.
           PERFORM 567-Add-To-Category.
           IF NOT SR-NOT-APPROVED-LINE
               MOVE 2 TO WS-CATEGORY-IDX
               PERFORM 567-Add-To-Category
           END-IF.
           IF SR-REJECTED-LINE
               MOVE 3 TO WS-CATEGORY-IDX
               PERFORM 567-Add-To-Category
           END-IF.
           IF SR-ISSUED-LINE
               MOVE 4 TO WS-CATEGORY-IDX
               PERFORM 567-Add-To-Category
           END-IF.

       567-Add-To-Category.
           ADD 1 TO WS-BUYER-CAT-LINES(WS-CATEGORY-IDX).
           ADD SR-EXTENDED-VALUE
               TO WS-BUYER-CAT-VALUE(WS-CATEGORY-IDX).
           ADD 1 TO WS-GRAND-CAT-LINES(WS-CATEGORY-IDX).
           ADD SR-EXTENDED-VALUE
               TO WS-GRAND-CAT-VALUE(WS-CATEGORY-IDX).

       570-Write-Buyer-Heading.
           MOVE SPACES TO ISSREG-REC.
           WRITE ISSREG-REC.
           MOVE SR-BUYER-CODE TO BH-BUYER-CODE.
           MOVE SR-BUYER-CODE TO WS-BUYER-SEARCH-KEY.
           PERFORM 540-Find-Buyer-Entry.
           IF BUYER-ENTRY-FOUND
               MOVE BU-BUYER-NAME(BY-IDX) TO BH-BUYER-NAME
           ELSE
               MOVE 'NOT ON BUYERTBL' TO BH-BUYER-NAME
           END-IF.
           WRITE ISSREG-REC FROM WS-BUYER-HEADING-LINE.
           IF OUT-ISSREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output ISSREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.

       572-Write-Register-Detail.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SR-PART-NUMBER TO DL-PART-NUMBER.
           MOVE SR-SUPPLIER-CODE TO DL-SUPPLIER-CODE.
           MOVE SR-ORDER-QTY TO DL-ORDER-QTY.
           MOVE SR-EXTENDED-VALUE TO DL-EXTENDED-VALUE.
           EVALUATE TRUE
               WHEN SR-ISSUED-LINE
                   MOVE 'ISSUED ON PO' TO DL-DISPOSITION-TEXT
                   MOVE SR-PO-NUMBER TO DL-DISPOSITION-PO
               WHEN SR-REJECTED-LINE
                   MOVE SR-REJECT-TEXT TO DL-DISPOSITION
               WHEN OTHER
                   MOVE 'NOT APPROVED' TO DL-DISPOSITION
           END-EVALUATE.
           WRITE ISSREG-REC FROM WS-DETAIL-LINE.
           IF OUT-ISSREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output ISSREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.

       575-Write-Buyer-Totals.
      *    Four totals lines for the buyer control group just ended,
      *    then the accumulators are cleared for the next buyer.
           MOVE 'BUYER TOTAL.... ' TO CT-LABEL.
           PERFORM 576-Write-One-Buyer-Category
               VARYING WS-CATEGORY-IDX FROM 1 BY 1
               UNTIL WS-CATEGORY-IDX > 4.

       576-Write-One-Buyer-Category.
           MOVE WS-CATEGORY-NAME(WS-CATEGORY-IDX) TO CT-CATEGORY-NAME.
           MOVE WS-BUYER-CAT-LINES(WS-CATEGORY-IDX) TO CT-LINES.
           MOVE WS-BUYER-CAT-VALUE(WS-CATEGORY-IDX) TO CT-VALUE.
           WRITE ISSREG-REC FROM WS-CATEGORY-TOTAL-LINE.
           IF OUT-ISSREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output ISSREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.
           MOVE ZERO TO WS-BUYER-CAT-LINES(WS-CATEGORY-IDX).
           MOVE ZERO TO WS-BUYER-CAT-VALUE(WS-CATEGORY-IDX).

       580-Write-Grand-Totals.
           MOVE SPACES TO ISSREG-REC.
           WRITE ISSREG-REC.
           MOVE 'RUN TOTAL...... ' TO CT-LABEL.
           PERFORM 585-Write-One-Grand-Category
               VARYING WS-CATEGORY-IDX FROM 1 BY 1
               UNTIL WS-CATEGORY-IDX > 4.

       585-Write-One-Grand-Category.
           MOVE WS-CATEGORY-NAME(WS-CATEGORY-IDX) TO CT-CATEGORY-NAME.
           MOVE WS-GRAND-CAT-LINES(WS-CATEGORY-IDX) TO CT-LINES.
           MOVE WS-GRAND-CAT-VALUE(WS-CATEGORY-IDX) TO CT-VALUE.
           WRITE ISSREG-REC FROM WS-CATEGORY-TOTAL-LINE.
           IF OUT-ISSREG-KEY NOT EQUAL ZERO THEN
                DISPLAY 'Output ISSREG writing problem'
                PERFORM 2000-ABEND-RTN
           END-IF.

       590-Rewrite-PO-Control.
      *    The number just taken is the new high-water mark as soon
      *    as it is taken, so a run that stops part-way never leaves
      *    POSTATUS holding a number PONUMCTL does not know about. A
      *    REWRITE has to follow a READ of the record, so the control
      *    file is reopened and read again ready for the next one.
           MOVE WS-NEXT-PO-NUMBER TO PN-LAST-PO-NUMBER.
           MOVE WS-RUN-DATE TO PN-LAST-ISSUE-DATE.
           REWRITE PONUMCTL-REC.
           IF IO-PONUMCTL-KEY NOT = '00' THEN
                DISPLAY 'PONUMCTL rewriting problem - STATUS '
                    IO-PONUMCTL-KEY
                PERFORM 2000-ABEND-RTN
           END-IF.
           CLOSE PONUMCTL.
           OPEN I-O PONUMCTL.
           IF IO-PONUMCTL-KEY NOT = '00' THEN
                DISPLAY
                        '---------------------------------------------'
                DISPLAY 'File Problem openning PONUMCTL'
                PERFORM 2000-ABEND-RTN
           END-IF.
           PERFORM 360-Read-PONUMCTL.


       600-CLOSE-FILES.
      *     DISPLAY 'CLOSING FILES'.
           CLOSE POAPPR, PONUMCTL, BUYERTBL, PRICHIST, PARTMSTR,
                 SUPPMSTR, POSTATUS, PODOCS, ISSREG.
           IF SUPHOLD-OPEN
               CLOSE SUPHOLD
           END-IF.
           IF SPECREV-OPEN
               CLOSE SPECREV
           END-IF.


       700-Print-Control-Totals.
           DISPLAY '==============================================='.
           DISPLAY 'POISSUE RUN CONTROL TOTALS'.
           DISPLAY '==============================================='.
           DISPLAY 'PROPOSAL LINES READ FROM POAPPR...: '
               WS-APPR-READ-CTR.
           DISPLAY 'LINES NOT APPROVED BY BUYER.......: '
               WS-NOT-APPROVED-CTR.
           DISPLAY 'LINES REJECTED AT RELEASE.........: '
               WS-LINES-REJECTED-CTR.
           DISPLAY 'LINES ISSUED TO POSTATUS..........: '
               WS-LINES-ISSUED-CTR.
           DISPLAY 'PURCHASE ORDERS ISSUED............: '
               WS-POS-ISSUED-CTR.
           DISPLAY 'FIRST PO NUMBER ASSIGNED..........: '
               WS-FIRST-PO-NUMBER.
           DISPLAY 'LAST PO NUMBER ASSIGNED...........: '
               PN-LAST-PO-NUMBER.
           DISPLAY 'PRICE HISTORY PAIRS LOADED........: '
               WS-PRICHIST-READ-CTR.
           DISPLAY 'SUPPLIER ORDERING HOLDS IN FORCE..: '
               WS-HOLD-COUNT.
           DISPLAY 'SPEC/BLUEPRINT NUMBERS IN FORCE...: '
               WS-DOCUMENT-COUNT.
           DISPLAY '==============================================='.


       2000-ABEND-RTN.
           DISPLAY 'PROGRAM ENCOUNTERED AN ERROR'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
