       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-COUNT-SCHEDULER.

       *> This program replaces the full stocktake the store can never
       *> close for with a little counting every day. It classifies
       *> every product A, B or C by its trailing sales value in the
       *> receipt archives (A the products making the first 80% of
       *> sales, B the next 15%, C the rest and anything unsold) into
       *> ABC-CLASS.csv, then builds each day's count sheet,
       *> COUNT-LIST_<yyyymmdd>.csv, so A items come round monthly, B
       *> items quarterly and C items yearly - the day's share of
       *> each class, most overdue first - plus any product with a
       *> recent negative adjustment or count variance not counted
       *> since. STOCK-COUNT-CAPTURE counts from that list in its L
       *> mode and logs every item it counts to COUNT-HISTORY.csv,
       *> which the coverage report here sets against the schedule.
       *> The receipt archives are read the same way
       *> SALES-RANGE-REPORT reads them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCTS.CSV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-PRODUCT-NAME
               ALTERNATE RECORD KEY IS PR-PRODUCT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT RECEIPT-LOG-FILE ASSIGN TO DYNAMIC
               WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT ABC-FILE ASSIGN TO "ABC-CLASS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABC-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "COUNT-HISTORY.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJUSTMENTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-STATUS.

           SELECT COUNT-LIST-FILE ASSIGN TO DYNAMIC
               WS-LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       *> PRODUCTS.CSV is the indexed catalog (same layout as
       *> COBOL_POS.cbl). Item lines in the receipt logs carry
       *> NAME,QTY,PRICE,AMOUNT,TAXABLE,DEPT,COST.
       *> ABC-CLASS.csv: PRODUCT,CLASS,SALESVALUE,CLASSIFIEDDATE.
       *> COUNT-LIST_<yyyymmdd>.csv: PRODUCT,CODE,CLASS,REASON with
       *> REASON SCHEDULED, ADJUSTED or VARIANCE.
       *> COUNT-HISTORY.csv (STOCK-COUNT-CAPTURE appends it):
       *> DATE,PRODUCT,SYSTEMQTY,COUNTEDQTY.
       *> ADJUSTMENTS.csv: DATE,TIME,PRODUCT,REASON,DELTA,NEWQTY,USER.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05  PR-PRODUCT-NAME        PIC X(20). *> Key: product name.
           05  PR-PRODUCT-QUANTITY    PIC 9(5)V999.
           05  PR-PRODUCT-PRICE       PIC 9(5)V99.
           05  PR-PRODUCT-TAXABLE     PIC X VALUE 'Y'. *> VAT status.
           05  PR-PRODUCT-CODE        PIC X(5). *> Short SKU code.
           05  PR-PRODUCT-DEPT        PIC X(10). *> Department grouping.
           05  PR-PRODUCT-SUPPLIER    PIC X(5). *> Preferred supplier.
           05  PR-PRODUCT-COST        PIC 9(5)V99. *> Unit cost.
           05  PR-PRODUCT-UOM         PIC X(3). *> PCS or KG.

       FD  RECEIPT-LOG-FILE.
       01  RECEIPT-LOG-RECORD         PIC X(140).

       FD  ABC-FILE.
       01  ABC-RECORD                 PIC X(100).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD             PIC X(100).

       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD          PIC X(120).

       FD  COUNT-LIST-FILE.
       01  COUNT-LIST-RECORD          PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-CLASS             PIC X.
           05  SORT-SALES             PIC S9(11)V99.
           05  SORT-LAST-COUNT        PIC 9(8).
           05  SORT-NAME              PIC X(20).
           05  SORT-INDEX             PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-STATUS          PIC XX.
           88  PRODUCT-MISSING            VALUE "35".
       01  WS-LOG-STATUS              PIC XX.
           88  LOG-FILE-MISSING           VALUE "35".
       01  WS-ABC-STATUS              PIC XX.
           88  ABC-FILE-MISSING           VALUE "35".
       01  WS-HISTORY-STATUS          PIC XX.
           88  HISTORY-MISSING            VALUE "35".
       01  WS-ADJUSTMENT-STATUS       PIC XX.
           88  ADJUSTMENT-MISSING         VALUE "35".
       01  WS-LIST-STATUS             PIC XX.
           88  LIST-FILE-MISSING          VALUE "35".
       01  WS-EOF-FLAG                PIC X.
           88  AT-EOF                     VALUE "Y".
       01  WS-LOG-EOF-FLAG            PIC X VALUE 'N'.
           88  LOG-AT-EOF                 VALUE 'Y'.
       01  WS-SORT-EOF-FLAG           PIC X VALUE 'N'.
           88  SORT-AT-EOF                VALUE 'Y'.

       01  WS-MENU-CHOICE             PIC X.
       01  WS-REPLY                   PIC X(5).
       01  WS-CONFIRM                 PIC X.
       01  WS-TODAY-DATE              PIC 9(8).
       01  WS-TODAY-INT               PIC 9(8).
       01  WS-STAMP                   PIC X(14). *> YYYYMMDDHHMMSS.

       01  WS-LOG-FILE-NAME           PIC X(40). *> Log being read:
       *> each day's rotated archive in the range, then the live log.
       01  WS-LIST-FILE-NAME          PIC X(40).
       01  WS-SCAN-DATE-INT           PIC 9(8). *> Day being walked.
       01  WS-SCAN-END-INT            PIC 9(8).
       01  WS-SCAN-DATE               PIC 9(8).
       01  WS-LOGS-READ               PIC 9(3) VALUE 0.
       01  WS-MONTHLY-READ            PIC X(6) VALUE SPACES. *> The
       *> consolidated month already read, so it is read only once.
       01  WS-HISTORY-DAYS            PIC 9(3). *> Sales history.
       01  WS-LOOKBACK-DAYS           PIC 9(3). *> Adjustment window.
       01  WS-LOOKBACK-DATE           PIC 9(8).
       01  WS-TXN-IN-RANGE-FLAG       PIC X VALUE 'N'.
           88  TXN-IN-RANGE               VALUE 'Y'.
       01  WS-HISTORY-FROM-DATE       PIC 9(8).

       01  WS-FIELD-1                 PIC X(20). *> Unstring scratch.
       01  WS-FIELD-2                 PIC X(20).
       01  WS-FIELD-3                 PIC X(20).
       01  WS-FIELD-4                 PIC X(20).
       01  WS-FIELD-5                 PIC X(20).
       01  WS-LOOKUP-NAME             PIC X(20).
       01  WS-ROW-DATE                PIC 9(8).

       *> The A and B cut-offs, as cumulative shares of sales value,
       *> and each class's count cycle in days.
       01  WS-A-SHARE                 PIC 9(3) VALUE 80.
       01  WS-B-SHARE                 PIC 9(3) VALUE 95.
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY OCCURS 3 TIMES.
               10  CLS-CODE           PIC X.
               10  CLS-CYCLE-DAYS     PIC 9(3).
               10  CLS-PRODUCTS       PIC 9(5).
               10  CLS-SALES          PIC S9(11)V99.
               10  CLS-QUOTA          PIC 9(5).
               10  CLS-PICKED         PIC 9(5).
               10  CLS-CURRENT        PIC 9(5).
               10  CLS-OVERDUE        PIC 9(5).
               10  CLS-NEVER          PIC 9(5).
               10  CLS-SCHEDULED      PIC 9(5).
               10  CLS-DONE           PIC 9(5).
       01  WS-CLASS-INDEX             PIC 9.

       *> The catalog with each product's class, sales value, last
       *> count and most recent shrink in the lookback window.
       01  WS-PRD-COUNT               PIC 9(4) VALUE 0.
       01  WS-PRD-INDEX               PIC 9(4).
       01  WS-PRD-MATCH               PIC 9(4).
       01  WS-PRD-SKIPPED             PIC 9(4) VALUE 0.
       01  WS-PRODUCT-TABLE.
           05  WS-PRD-ENTRY OCCURS 2000 TIMES.
               10  PRD-NAME           PIC X(20).
               10  PRD-CODE           PIC X(5).
               10  PRD-CLASS          PIC X.
               10  PRD-SALES          PIC S9(11)V99.
               10  PRD-LAST-COUNT     PIC 9(8).
               10  PRD-SHRINK-DATE    PIC 9(8).
               10  PRD-VARIANCE-DATE  PIC 9(8).
               10  PRD-ON-LIST        PIC X.

       *> Item lines of the transaction being read, posted only once
       *> the next header (or end of file) proves the sale complete.
       01  WS-PEND-COUNT              PIC 9(3) VALUE 0.
       01  WS-PEND-INDEX              PIC 9(3).
       01  WS-PENDING-ITEMS.
           05  WS-PEND-ENTRY OCCURS 150 TIMES.
               10  PEND-NAME          PIC X(20).
               10  PEND-PESOS         PIC S9(9)V99.

       01  WS-TOTAL-SALES             PIC S9(11)V99.
       01  WS-CUM-SALES               PIC S9(11)V99.
       01  WS-DAYS-SINCE              PIC S9(8).
       01  WS-LIST-ROWS               PIC 9(5).
       01  WS-LIST-REASON             PIC X(10).
       01  WS-PERCENT                 PIC S9(5)V9.
       01  WS-BUILD-LINE              PIC X(100).
       01  WS-SALES-FILE              PIC 9(11).99. *> Point explicit.

       01  WS-PESOS-EDIT              PIC -(10)9.99.
       01  WS-PERCENT-EDIT            PIC -(3)9.9.
       01  WS-COUNT-EDIT              PIC Z(4)9.
       01  WS-COUNT-EDIT-2            PIC Z(4)9.
       01  WS-COUNT-EDIT-3            PIC Z(4)9.
       01  WS-COUNT-EDIT-4            PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               TO WS-TODAY-INT
           MOVE "A" TO CLS-CODE(1)
           MOVE 30 TO CLS-CYCLE-DAYS(1)
           MOVE "B" TO CLS-CODE(2)
           MOVE 91 TO CLS-CYCLE-DAYS(2)
           MOVE "C" TO CLS-CODE(3)
           MOVE 365 TO CLS-CYCLE-DAYS(3)
           PERFORM MAIN-MENU-PROCESS
               UNTIL WS-MENU-CHOICE = "4"
           STOP RUN.

       MAIN-MENU-PROCESS.
           DISPLAY SPACES
           DISPLAY "OSPOS | CYCLE COUNTS"
           DISPLAY "1. Classify Products A/B/C"
           DISPLAY "2. Generate Today's Count List"
           DISPLAY "3. Count Coverage Report"
           DISPLAY "4. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM CLASSIFY-ROUTINE
               WHEN "2"
                   PERFORM COUNT-LIST-ROUTINE
               WHEN "3"
                   PERFORM COVERAGE-REPORT-ROUTINE
               WHEN "4"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       PROCESS-CLASS-RESET.
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
               UNTIL WS-CLASS-INDEX > 3
               MOVE ZERO TO CLS-PRODUCTS(WS-CLASS-INDEX)
               MOVE ZERO TO CLS-SALES(WS-CLASS-INDEX)
               MOVE ZERO TO CLS-QUOTA(WS-CLASS-INDEX)
               MOVE ZERO TO CLS-PICKED(WS-CLASS-INDEX)
               MOVE ZERO TO CLS-CURRENT(WS-CLASS-INDEX)
               MOVE ZERO TO CLS-OVERDUE(WS-CLASS-INDEX)
               MOVE ZERO TO CLS-NEVER(WS-CLASS-INDEX)
               MOVE ZERO TO CLS-SCHEDULED(WS-CLASS-INDEX)
               MOVE ZERO TO CLS-DONE(WS-CLASS-INDEX)
           END-PERFORM.

       *> ----------------------------------------------------------
       *> Classification. Every catalog product gets its sales value
       *> over the trailing days, the catalog is sorted on it from
       *> the top, and the running share of total sales sets the
       *> class: the product that carries the total past 80% is
       *> still an A, the one past 95% still a B.
       *> ----------------------------------------------------------
       CLASSIFY-ROUTINE.
           DISPLAY "Days of sales history (Enter=90): "
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           MOVE FUNCTION NUMVAL(WS-REPLY) TO WS-HISTORY-DAYS
           IF WS-HISTORY-DAYS = ZERO
               MOVE 90 TO WS-HISTORY-DAYS
           END-IF
           PERFORM LOAD-CATALOG-TABLE
           IF WS-PRD-COUNT = ZERO
               DISPLAY "Catalog is empty - nothing to classify."
           ELSE
               COMPUTE WS-SCAN-DATE-INT =
                   WS-TODAY-INT - WS-HISTORY-DAYS + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-SCAN-DATE-INT)
                   TO WS-HISTORY-FROM-DATE
               MOVE WS-TODAY-INT TO WS-SCAN-END-INT
               MOVE ZERO TO WS-LOGS-READ
               MOVE SPACES TO WS-MONTHLY-READ
               PERFORM TALLY-LOG-ITEMS
               IF WS-LOGS-READ = ZERO
                   DISPLAY "No receipt logs found - every product "
                       "will class as C."
               END-IF
               PERFORM ASSIGN-CLASSES
           END-IF.

       LOAD-CATALOG-TABLE.
           MOVE ZERO TO WS-PRD-COUNT
           MOVE ZERO TO WS-PRD-SKIPPED
           OPEN INPUT PRODUCT-FILE
           IF PRODUCT-MISSING
               DISPLAY "PRODUCTS.CSV not found."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-CATALOG-ROW UNTIL AT-EOF
               CLOSE PRODUCT-FILE
           END-IF
           IF WS-PRD-SKIPPED > ZERO
               DISPLAY "NOTE: more than 2000 products - "
                   WS-PRD-SKIPPED " left out."
           END-IF.

       READ-CATALOG-ROW.
           READ PRODUCT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-PRD-COUNT < 2000
                       ADD 1 TO WS-PRD-COUNT
                       MOVE PR-PRODUCT-NAME TO PRD-NAME(WS-PRD-COUNT)
                       MOVE PR-PRODUCT-CODE TO PRD-CODE(WS-PRD-COUNT)
                       MOVE "C" TO PRD-CLASS(WS-PRD-COUNT)
                       MOVE ZERO TO PRD-SALES(WS-PRD-COUNT)
                       MOVE ZERO TO PRD-LAST-COUNT(WS-PRD-COUNT)
                       MOVE ZERO TO PRD-SHRINK-DATE(WS-PRD-COUNT)
                       MOVE ZERO TO PRD-VARIANCE-DATE(WS-PRD-COUNT)
                       MOVE "N" TO PRD-ON-LIST(WS-PRD-COUNT)
                   ELSE
                       ADD 1 TO WS-PRD-SKIPPED
                   END-IF
           END-READ.

       FIND-PRODUCT-ENTRY.
           MOVE ZERO TO WS-PRD-MATCH
           PERFORM VARYING WS-PRD-INDEX FROM 1 BY 1
               UNTIL WS-PRD-INDEX > WS-PRD-COUNT
                  OR WS-PRD-MATCH NOT = ZERO
               IF PRD-NAME(WS-PRD-INDEX) = WS-LOOKUP-NAME
                   MOVE WS-PRD-INDEX TO WS-PRD-MATCH
               END-IF
           END-PERFORM.

       TALLY-LOG-ITEMS.
           PERFORM READ-ONE-ARCHIVE-DAY
               UNTIL WS-SCAN-DATE-INT > WS-SCAN-END-INT
           MOVE "RECEIPT-LOG.csv" TO WS-LOG-FILE-NAME
           PERFORM PROCESS-ONE-LOG-FILE.

       *> A day whose archive month-end housekeeping consolidated
       *> reads from RECEIPT-LOG_<yyyymm>.csv instead - once per
       *> month, not once per day.
       READ-ONE-ARCHIVE-DAY.
           MOVE FUNCTION DATE-OF-INTEGER(WS-SCAN-DATE-INT)
               TO WS-SCAN-DATE
           MOVE SPACES TO WS-LOG-FILE-NAME
           STRING "RECEIPT-LOG_"  DELIMITED BY SIZE
                  WS-SCAN-DATE    DELIMITED BY SIZE
                  ".csv"          DELIMITED BY SIZE
               INTO WS-LOG-FILE-NAME
           END-STRING
           OPEN INPUT RECEIPT-LOG-FILE
           IF LOG-FILE-MISSING
               IF WS-SCAN-DATE(1:6) NOT = WS-MONTHLY-READ
                   MOVE WS-SCAN-DATE(1:6) TO WS-MONTHLY-READ
                   MOVE SPACES TO WS-LOG-FILE-NAME
                   STRING "RECEIPT-LOG_"      DELIMITED BY SIZE
                          WS-SCAN-DATE(1:6)   DELIMITED BY SIZE
                          ".csv"              DELIMITED BY SIZE
                       INTO WS-LOG-FILE-NAME
                   END-STRING
                   PERFORM PROCESS-ONE-LOG-FILE
               END-IF
           ELSE
               CLOSE RECEIPT-LOG-FILE
               PERFORM PROCESS-ONE-LOG-FILE
           END-IF
           ADD 1 TO WS-SCAN-DATE-INT.

       *> One pass over one log file; a missing archive simply means
       *> no sales were rotated for that day.
       PROCESS-ONE-LOG-FILE.
           OPEN INPUT RECEIPT-LOG-FILE
           IF NOT LOG-FILE-MISSING
               ADD 1 TO WS-LOGS-READ
               MOVE 'N' TO WS-LOG-EOF-FLAG
               PERFORM READ-LOG-LINE UNTIL LOG-AT-EOF
               PERFORM POST-PENDING-TXN
               CLOSE RECEIPT-LOG-FILE
           END-IF.

       READ-LOG-LINE.
           READ RECEIPT-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-LOG-EOF-FLAG
               NOT AT END
                   PERFORM CLASSIFY-LOG-LINE
           END-READ.

       CLASSIFY-LOG-LINE.
           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
           MOVE SPACES TO WS-FIELD-4
           UNSTRING RECEIPT-LOG-RECORD DELIMITED BY ","
               INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-4
           END-UNSTRING
           EVALUATE FUNCTION TRIM(WS-FIELD-1)
               WHEN "Transaction"
                   PERFORM POST-PENDING-TXN
                   IF FUNCTION NUMVAL(WS-FIELD-3) >=
                       WS-HISTORY-FROM-DATE
                       MOVE 'Y' TO WS-TXN-IN-RANGE-FLAG
                   ELSE
                       MOVE 'N' TO WS-TXN-IN-RANGE-FLAG
                   END-IF
       *> A voided or suspended transaction's buffered lines never
       *> post - the recalled version re-lists its lines later.
               WHEN "VOIDED"
                   MOVE ZERO TO WS-PEND-COUNT
               WHEN "SUSPENDED"
                   MOVE ZERO TO WS-PEND-COUNT
               WHEN "Subtotal"
                   CONTINUE
               WHEN "Discount"
                   CONTINUE
               WHEN "Taxable Sales"
                   CONTINUE
               WHEN "VAT Exempt Sales"
                   CONTINUE
               WHEN "Tax"
                   CONTINUE
               WHEN "Grand Total"
                   CONTINUE
               WHEN "Payment"
                   CONTINUE
               WHEN "Refund For"
                   CONTINUE
               WHEN "Refund Total"
                   CONTINUE
               WHEN "Customer"
                   CONTINUE
               WHEN "Points"
                   CONTINUE
               WHEN "Store Credit"
                   CONTINUE
               WHEN "Promo"
                   CONTINUE
               WHEN "Override"
                   CONTINUE
               WHEN "Manual Entry"
                   CONTINUE
               WHEN "Invoice"
                   CONTINUE
               WHEN "Buyer"
                   CONTINUE
               WHEN "Buyer Address"
                   CONTINUE
               WHEN OTHER
                   IF TXN-IN-RANGE AND WS-PEND-COUNT < 150
                       ADD 1 TO WS-PEND-COUNT
                       MOVE WS-FIELD-1 TO PEND-NAME(WS-PEND-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-4)
                           TO PEND-PESOS(WS-PEND-COUNT)
                   END-IF
           END-EVALUATE.

       POST-PENDING-TXN.
           PERFORM VARYING WS-PEND-INDEX FROM 1 BY 1
               UNTIL WS-PEND-INDEX > WS-PEND-COUNT
               MOVE PEND-NAME(WS-PEND-INDEX) TO WS-LOOKUP-NAME
               PERFORM FIND-PRODUCT-ENTRY
               IF WS-PRD-MATCH NOT = ZERO
                   ADD PEND-PESOS(WS-PEND-INDEX)
                       TO PRD-SALES(WS-PRD-MATCH)
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-PEND-COUNT.

       ASSIGN-CLASSES.
           PERFORM PROCESS-CLASS-RESET
           MOVE ZERO TO WS-TOTAL-SALES
           PERFORM VARYING WS-PRD-INDEX FROM 1 BY 1
               UNTIL WS-PRD-INDEX > WS-PRD-COUNT
               IF PRD-SALES(WS-PRD-INDEX) > ZERO
                   ADD PRD-SALES(WS-PRD-INDEX) TO WS-TOTAL-SALES
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-CUM-SALES
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SORT-SALES
               ON ASCENDING KEY SORT-NAME
               INPUT PROCEDURE IS RELEASE-SALES-ROWS
               OUTPUT PROCEDURE IS RETURN-SALES-ROWS
           PERFORM WRITE-ABC-FILE
           DISPLAY "------------------------------------------------"
           DISPLAY " ABC CLASSIFICATION - " WS-HISTORY-DAYS
               " DAYS OF SALES TO " WS-TODAY-DATE
           DISPLAY "------------------------------------------------"
           DISPLAY "CLASS  PRODUCTS       SALES VALUE  SHARE  CYCLE"
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
               UNTIL WS-CLASS-INDEX > 3
               MOVE CLS-PRODUCTS(WS-CLASS-INDEX) TO WS-COUNT-EDIT
               MOVE CLS-SALES(WS-CLASS-INDEX) TO WS-PESOS-EDIT
               MOVE ZERO TO WS-PERCENT
               IF WS-TOTAL-SALES > ZERO
                   COMPUTE WS-PERCENT ROUNDED =
                       CLS-SALES(WS-CLASS-INDEX) * 100
                       / WS-TOTAL-SALES
               END-IF
               MOVE WS-PERCENT TO WS-PERCENT-EDIT
               DISPLAY "  " CLS-CODE(WS-CLASS-INDEX) "    "
                   WS-COUNT-EDIT "  " WS-PESOS-EDIT " "
                   WS-PERCENT-EDIT "%  every "
                   CLS-CYCLE-DAYS(WS-CLASS-INDEX) " days"
           END-PERFORM
           DISPLAY "Classes written to ABC-CLASS.csv.".

       RELEASE-SALES-ROWS.
           PERFORM VARYING WS-PRD-INDEX FROM 1 BY 1
               UNTIL WS-PRD-INDEX > WS-PRD-COUNT
               MOVE SPACE TO SORT-CLASS
               MOVE PRD-SALES(WS-PRD-INDEX) TO SORT-SALES
               MOVE ZERO TO SORT-LAST-COUNT
               MOVE PRD-NAME(WS-PRD-INDEX) TO SORT-NAME
               MOVE WS-PRD-INDEX TO SORT-INDEX
               RELEASE SORT-WORK-RECORD
           END-PERFORM.

       RETURN-SALES-ROWS.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM RETURN-ONE-SALES-ROW UNTIL SORT-AT-EOF.

       RETURN-ONE-SALES-ROW.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
               NOT AT END
                   MOVE SORT-INDEX TO WS-PRD-INDEX
                   IF SORT-SALES NOT > ZERO
                       MOVE 3 TO WS-CLASS-INDEX
                   ELSE
                       IF WS-CUM-SALES * 100 <
                           WS-TOTAL-SALES * WS-A-SHARE
                           MOVE 1 TO WS-CLASS-INDEX
                       ELSE IF WS-CUM-SALES * 100 <
                           WS-TOTAL-SALES * WS-B-SHARE
                           MOVE 2 TO WS-CLASS-INDEX
                       ELSE
                           MOVE 3 TO WS-CLASS-INDEX
                       END-IF
                       END-IF
                       ADD SORT-SALES TO WS-CUM-SALES
                   END-IF
                   MOVE CLS-CODE(WS-CLASS-INDEX)
                       TO PRD-CLASS(WS-PRD-INDEX)
                   ADD 1 TO CLS-PRODUCTS(WS-CLASS-INDEX)
                   IF SORT-SALES > ZERO
                       ADD SORT-SALES TO CLS-SALES(WS-CLASS-INDEX)
                   END-IF
           END-RETURN.

       WRITE-ABC-FILE.
           OPEN OUTPUT ABC-FILE
           PERFORM VARYING WS-PRD-INDEX FROM 1 BY 1
               UNTIL WS-PRD-INDEX > WS-PRD-COUNT
               IF PRD-SALES(WS-PRD-INDEX) > ZERO
                   MOVE PRD-SALES(WS-PRD-INDEX) TO WS-SALES-FILE
               ELSE
                   MOVE ZERO TO WS-SALES-FILE
               END-IF
               MOVE SPACES TO WS-BUILD-LINE
               STRING FUNCTION TRIM(PRD-NAME(WS-PRD-INDEX))
                                              DELIMITED BY SIZE
                      ","                     DELIMITED BY SIZE
                      PRD-CLASS(WS-PRD-INDEX) DELIMITED BY SIZE
                      ","                     DELIMITED BY SIZE
                      WS-SALES-FILE           DELIMITED BY SIZE
                      ","                     DELIMITED BY SIZE
                      WS-TODAY-DATE           DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               END-STRING
               MOVE WS-BUILD-LINE TO ABC-RECORD
               WRITE ABC-RECORD
           END-PERFORM
           CLOSE ABC-FILE.

       *> ----------------------------------------------------------
       *> The catalog with its classes (a product classed since the
       *> last run, or never, counts as C), last count dates and
       *> recent shrink - the common ground of the count list and
       *> the coverage report.
       *> ----------------------------------------------------------
       LOAD-COUNT-POSITION.
           PERFORM LOAD-CATALOG-TABLE
           PERFORM PROCESS-CLASS-RESET
           OPEN INPUT ABC-FILE
           IF ABC-FILE-MISSING
               DISPLAY "ABC-CLASS.csv not found - every product "
                   "counts as C until products are classified."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-ABC-ROW UNTIL AT-EOF
               CLOSE ABC-FILE
           END-IF
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-HISTORY-ROW UNTIL AT-EOF
               CLOSE HISTORY-FILE
           END-IF
           PERFORM VARYING WS-PRD-INDEX FROM 1 BY 1
               UNTIL WS-PRD-INDEX > WS-PRD-COUNT
               PERFORM FIND-CLASS-INDEX
               ADD 1 TO CLS-PRODUCTS(WS-CLASS-INDEX)
           END-PERFORM.

       READ-ABC-ROW.
           READ ABC-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                   UNSTRING ABC-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2
                   END-UNSTRING
                   MOVE WS-FIELD-1 TO WS-LOOKUP-NAME
                   PERFORM FIND-PRODUCT-ENTRY
                   IF WS-PRD-MATCH NOT = ZERO
                       AND (WS-FIELD-2(1:1) = "A" OR "B" OR "C")
                       MOVE WS-FIELD-2(1:1) TO PRD-CLASS(WS-PRD-MATCH)
                   END-IF
           END-READ.

       *> DATE,PRODUCT,SYSTEMQTY,COUNTEDQTY. The latest date wins,
       *> short counts included - the short count is still a count;
       *> LOAD-RECENT-SHRINK keeps its variance date apart.
       READ-HISTORY-ROW.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4
                   UNSTRING HISTORY-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4
                   END-UNSTRING
                   MOVE WS-FIELD-2 TO WS-LOOKUP-NAME
                   PERFORM FIND-PRODUCT-ENTRY
                   IF WS-PRD-MATCH NOT = ZERO
                       AND WS-FIELD-1(1:8) IS NUMERIC
                       MOVE WS-FIELD-1(1:8) TO WS-ROW-DATE
                       IF WS-ROW-DATE > PRD-LAST-COUNT(WS-PRD-MATCH)
                           MOVE WS-ROW-DATE
                               TO PRD-LAST-COUNT(WS-PRD-MATCH)
                       END-IF
                   END-IF
           END-READ.

       FIND-CLASS-INDEX.
           EVALUATE PRD-CLASS(WS-PRD-INDEX)
               WHEN "A"
                   MOVE 1 TO WS-CLASS-INDEX
               WHEN "B"
                   MOVE 2 TO WS-CLASS-INDEX
               WHEN OTHER
                   MOVE 3 TO WS-CLASS-INDEX
           END-EVALUATE.

       *> ----------------------------------------------------------
       *> Today's count list. Each class's daily share is its size
       *> over its cycle, rounded up, so the whole class comes round
       *> once a cycle; the share is filled from the products due -
       *> never counted first, then the longest since a count. Any
       *> product with a negative adjustment in the lookback window
       *> and no count since goes on regardless (ADJUSTED), as does
       *> one counted short on an earlier day of the window and not
       *> counted again after (VARIANCE).
       *> ----------------------------------------------------------
       COUNT-LIST-ROUTINE.
           DISPLAY "Days back to look for shrink (Enter=7): "
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           MOVE FUNCTION NUMVAL(WS-REPLY) TO WS-LOOKBACK-DAYS
           IF WS-LOOKBACK-DAYS = ZERO
               MOVE 7 TO WS-LOOKBACK-DAYS
           END-IF
           COMPUTE WS-SCAN-DATE-INT =
               WS-TODAY-INT - WS-LOOKBACK-DAYS + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-SCAN-DATE-INT)
               TO WS-LOOKBACK-DATE
           MOVE WS-TODAY-DATE TO WS-SCAN-DATE
           PERFORM BUILD-LIST-FILE-NAME
           MOVE "Y" TO WS-CONFIRM
           OPEN INPUT COUNT-LIST-FILE
           IF NOT LIST-FILE-MISSING
               CLOSE COUNT-LIST-FILE
               DISPLAY "Today's count list already exists - "
                   "replace it? (Y/N): "
               ACCEPT WS-CONFIRM
           END-IF
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               DISPLAY "Count list kept as it was."
           ELSE
               PERFORM LOAD-COUNT-POSITION
               IF WS-PRD-COUNT = ZERO
                   DISPLAY "Catalog is empty - nothing to count."
               ELSE
                   PERFORM BUILD-COUNT-LIST
               END-IF
           END-IF.

       BUILD-COUNT-LIST.
           PERFORM LOAD-RECENT-SHRINK
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
               UNTIL WS-CLASS-INDEX > 3
               COMPUTE CLS-QUOTA(WS-CLASS-INDEX) =
                   (CLS-PRODUCTS(WS-CLASS-INDEX)
                    + CLS-CYCLE-DAYS(WS-CLASS-INDEX) - 1)
                   / CLS-CYCLE-DAYS(WS-CLASS-INDEX)
           END-PERFORM
           MOVE ZERO TO WS-LIST-ROWS
           OPEN OUTPUT COUNT-LIST-FILE
           PERFORM VARYING WS-PRD-INDEX FROM 1 BY 1
               UNTIL WS-PRD-INDEX > WS-PRD-COUNT
               IF PRD-SHRINK-DATE(WS-PRD-INDEX) NOT = ZERO
                   AND PRD-LAST-COUNT(WS-PRD-INDEX) <
                       PRD-SHRINK-DATE(WS-PRD-INDEX)
                   MOVE "ADJUSTED" TO WS-LIST-REASON
                   PERFORM WRITE-COUNT-LIST-ROW
               ELSE
                   IF PRD-VARIANCE-DATE(WS-PRD-INDEX) NOT = ZERO
                       AND PRD-VARIANCE-DATE(WS-PRD-INDEX) <
                           WS-TODAY-DATE
                       AND PRD-LAST-COUNT(WS-PRD-INDEX) NOT >
                           PRD-VARIANCE-DATE(WS-PRD-INDEX)
                       MOVE "VARIANCE" TO WS-LIST-REASON
                       PERFORM WRITE-COUNT-LIST-ROW
                   END-IF
               END-IF
           END-PERFORM
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CLASS SORT-LAST-COUNT SORT-NAME
               INPUT PROCEDURE IS RELEASE-DUE-ROWS
               OUTPUT PROCEDURE IS PICK-DUE-ROWS
           CLOSE COUNT-LIST-FILE
           DISPLAY "------------------------------------------------"
           DISPLAY " COUNT LIST FOR " WS-TODAY-DATE
           DISPLAY "------------------------------------------------"
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
               UNTIL WS-CLASS-INDEX > 3
               MOVE CLS-PRODUCTS(WS-CLASS-INDEX) TO WS-COUNT-EDIT
               MOVE CLS-QUOTA(WS-CLASS-INDEX) TO WS-COUNT-EDIT-2
               MOVE CLS-PICKED(WS-CLASS-INDEX) TO WS-COUNT-EDIT-3
               DISPLAY "Class " CLS-CODE(WS-CLASS-INDEX) ": "
                   WS-COUNT-EDIT " products, daily share "
                   WS-COUNT-EDIT-2 ", scheduled today "
                   WS-COUNT-EDIT-3
           END-PERFORM
           DISPLAY WS-LIST-ROWS " item(s) written to "
               FUNCTION TRIM(WS-LIST-FILE-NAME)
           DISPLAY "Count them with STOCK-COUNT-CAPTURE, mode L.".

       BUILD-LIST-FILE-NAME.
           MOVE SPACES TO WS-LIST-FILE-NAME
           STRING "COUNT-LIST_"  DELIMITED BY SIZE
                  WS-SCAN-DATE   DELIMITED BY SIZE
                  ".csv"         DELIMITED BY SIZE
               INTO WS-LIST-FILE-NAME
           END-STRING.

       *> Negative adjustments and short counts in the lookback
       *> window. A short count is logged to COUNT-HISTORY.csv and
       *> its COUNT-CORRECTION adjustment to ADJUSTMENTS.csv on the
       *> day it was counted, the same date READ-HISTORY-ROW takes as
       *> the last count - so both set the variance date, not the
       *> shrink date, or the count would always look like it had
       *> cleared them.
       LOAD-RECENT-SHRINK.
           OPEN INPUT ADJUSTMENT-FILE
           IF NOT ADJUSTMENT-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-SHRINK-ADJUSTMENT UNTIL AT-EOF
               CLOSE ADJUSTMENT-FILE
           END-IF
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-SHRINK-COUNT UNTIL AT-EOF
               CLOSE HISTORY-FILE
           END-IF.

       READ-SHRINK-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5
                   UNSTRING ADJUSTMENT-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5
                   END-UNSTRING
                   IF FUNCTION NUMVAL(WS-FIELD-5) < ZERO
                       MOVE WS-FIELD-3 TO WS-LOOKUP-NAME
                       IF WS-FIELD-4 = "COUNT-CORRECTION"
                           PERFORM NOTE-VARIANCE-DATE
                       ELSE
                           PERFORM NOTE-SHRINK-DATE
                       END-IF
                   END-IF
           END-READ.

       READ-SHRINK-COUNT.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4
                   UNSTRING HISTORY-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4
                   END-UNSTRING
                   IF FUNCTION NUMVAL(WS-FIELD-4) <
                       FUNCTION NUMVAL(WS-FIELD-3)
                       MOVE WS-FIELD-2 TO WS-LOOKUP-NAME
                       PERFORM NOTE-VARIANCE-DATE
                   END-IF
           END-READ.

       NOTE-SHRINK-DATE.
           IF WS-FIELD-1(1:8) IS NUMERIC
               MOVE WS-FIELD-1(1:8) TO WS-ROW-DATE
               IF WS-ROW-DATE NOT < WS-LOOKBACK-DATE
                   PERFORM FIND-PRODUCT-ENTRY
                   IF WS-PRD-MATCH NOT = ZERO
                       AND WS-ROW-DATE > PRD-SHRINK-DATE(WS-PRD-MATCH)
                       MOVE WS-ROW-DATE
                           TO PRD-SHRINK-DATE(WS-PRD-MATCH)
                   END-IF
               END-IF
           END-IF.

       *> A variance found today is the count that found it; the
       *> product is listed from the next day on, until a count
       *> dated after the variance clears it.
       NOTE-VARIANCE-DATE.
           IF WS-FIELD-1(1:8) IS NUMERIC
               MOVE WS-FIELD-1(1:8) TO WS-ROW-DATE
               IF WS-ROW-DATE NOT < WS-LOOKBACK-DATE
                   PERFORM FIND-PRODUCT-ENTRY
                   IF WS-PRD-MATCH NOT = ZERO
                       AND WS-ROW-DATE >
                           PRD-VARIANCE-DATE(WS-PRD-MATCH)
                       MOVE WS-ROW-DATE
                           TO PRD-VARIANCE-DATE(WS-PRD-MATCH)
                   END-IF
               END-IF
           END-IF.

       RELEASE-DUE-ROWS.
           PERFORM VARYING WS-PRD-INDEX FROM 1 BY 1
               UNTIL WS-PRD-INDEX > WS-PRD-COUNT
               PERFORM FIND-CLASS-INDEX
               MOVE 99999999 TO WS-DAYS-SINCE
               IF PRD-LAST-COUNT(WS-PRD-INDEX) NOT = ZERO
                   COMPUTE WS-DAYS-SINCE = WS-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(
                           PRD-LAST-COUNT(WS-PRD-INDEX))
               END-IF
               IF PRD-ON-LIST(WS-PRD-INDEX) NOT = "Y"
                   AND WS-DAYS-SINCE NOT <
                       CLS-CYCLE-DAYS(WS-CLASS-INDEX)
                   MOVE CLS-CODE(WS-CLASS-INDEX) TO SORT-CLASS
                   MOVE ZERO TO SORT-SALES
                   MOVE PRD-LAST-COUNT(WS-PRD-INDEX)
                       TO SORT-LAST-COUNT
                   MOVE PRD-NAME(WS-PRD-INDEX) TO SORT-NAME
                   MOVE WS-PRD-INDEX TO SORT-INDEX
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-PERFORM.

       PICK-DUE-ROWS.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM PICK-ONE-DUE-ROW UNTIL SORT-AT-EOF.

       PICK-ONE-DUE-ROW.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
               NOT AT END
                   MOVE SORT-INDEX TO WS-PRD-INDEX
                   PERFORM FIND-CLASS-INDEX
                   IF CLS-PICKED(WS-CLASS-INDEX) <
                       CLS-QUOTA(WS-CLASS-INDEX)
                       ADD 1 TO CLS-PICKED(WS-CLASS-INDEX)
                       MOVE "SCHEDULED" TO WS-LIST-REASON
                       PERFORM WRITE-COUNT-LIST-ROW
                   END-IF
           END-RETURN.

       WRITE-COUNT-LIST-ROW.
           MOVE "Y" TO PRD-ON-LIST(WS-PRD-INDEX)
           MOVE SPACES TO WS-BUILD-LINE
           STRING FUNCTION TRIM(PRD-NAME(WS-PRD-INDEX))
                                              DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  PRD-CODE(WS-PRD-INDEX)      DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  PRD-CLASS(WS-PRD-INDEX)     DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIST-REASON)
                                              DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           MOVE WS-BUILD-LINE TO COUNT-LIST-RECORD
           WRITE COUNT-LIST-RECORD
           ADD 1 TO WS-LIST-ROWS
           DISPLAY PRD-NAME(WS-PRD-INDEX) " " PRD-CODE(WS-PRD-INDEX)
               " " PRD-CLASS(WS-PRD-INDEX) " " WS-LIST-REASON.

       *> ----------------------------------------------------------
       *> Coverage. Per class: products counted inside their cycle,
       *> counted but overdue, and never counted. Then every count
       *> list of the last days asked for, line by line, against the
       *> count history - a listed product is done once it has been
       *> counted on or after the day it was listed.
       *> ----------------------------------------------------------
       COVERAGE-REPORT-ROUTINE.
           DISPLAY "Days of count lists to check (Enter=30): "
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           MOVE FUNCTION NUMVAL(WS-REPLY) TO WS-LOOKBACK-DAYS
           IF WS-LOOKBACK-DAYS = ZERO
               MOVE 30 TO WS-LOOKBACK-DAYS
           END-IF
           PERFORM LOAD-COUNT-POSITION
           PERFORM VARYING WS-PRD-INDEX FROM 1 BY 1
               UNTIL WS-PRD-INDEX > WS-PRD-COUNT
               PERFORM FIND-CLASS-INDEX
               IF PRD-LAST-COUNT(WS-PRD-INDEX) = ZERO
                   ADD 1 TO CLS-NEVER(WS-CLASS-INDEX)
               ELSE
                   COMPUTE WS-DAYS-SINCE = WS-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(
                           PRD-LAST-COUNT(WS-PRD-INDEX))
                   IF WS-DAYS-SINCE < CLS-CYCLE-DAYS(WS-CLASS-INDEX)
                       ADD 1 TO CLS-CURRENT(WS-CLASS-INDEX)
                   ELSE
                       ADD 1 TO CLS-OVERDUE(WS-CLASS-INDEX)
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "------------------------------------------------"
           DISPLAY " CYCLE COUNT COVERAGE AS OF " WS-TODAY-DATE
           DISPLAY "------------------------------------------------"
           DISPLAY "CLASS  CYCLE  PRODUCTS  IN CYCLE  OVERDUE  NEVER"
               "  COVERAGE"
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
               UNTIL WS-CLASS-INDEX > 3
               MOVE CLS-PRODUCTS(WS-CLASS-INDEX) TO WS-COUNT-EDIT
               MOVE CLS-CURRENT(WS-CLASS-INDEX) TO WS-COUNT-EDIT-2
               MOVE CLS-OVERDUE(WS-CLASS-INDEX) TO WS-COUNT-EDIT-3
               MOVE CLS-NEVER(WS-CLASS-INDEX) TO WS-COUNT-EDIT-4
               MOVE ZERO TO WS-PERCENT
               IF CLS-PRODUCTS(WS-CLASS-INDEX) > ZERO
                   COMPUTE WS-PERCENT ROUNDED =
                       CLS-CURRENT(WS-CLASS-INDEX) * 100
                       / CLS-PRODUCTS(WS-CLASS-INDEX)
               END-IF
               MOVE WS-PERCENT TO WS-PERCENT-EDIT
               DISPLAY "  " CLS-CODE(WS-CLASS-INDEX) "     "
                   CLS-CYCLE-DAYS(WS-CLASS-INDEX) "    "
                   WS-COUNT-EDIT "     " WS-COUNT-EDIT-2 "    "
                   WS-COUNT-EDIT-3 "  " WS-COUNT-EDIT-4 "    "
                   WS-PERCENT-EDIT "%"
           END-PERFORM
           DISPLAY " "
           DISPLAY "COUNT LISTS OF THE LAST " WS-LOOKBACK-DAYS
               " DAYS - listed lines not yet counted:"
           COMPUTE WS-SCAN-DATE-INT =
               WS-TODAY-INT - WS-LOOKBACK-DAYS + 1
           MOVE ZERO TO WS-LOGS-READ
           PERFORM CHECK-ONE-COUNT-LIST
               UNTIL WS-SCAN-DATE-INT > WS-TODAY-INT
           IF WS-LOGS-READ = ZERO
               DISPLAY "  No count lists in the period."
           END-IF
           DISPLAY " "
           DISPLAY "CLASS  LISTED  COUNTED  MISSED  DONE"
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
               UNTIL WS-CLASS-INDEX > 3
               MOVE CLS-SCHEDULED(WS-CLASS-INDEX) TO WS-COUNT-EDIT
               MOVE CLS-DONE(WS-CLASS-INDEX) TO WS-COUNT-EDIT-2
               COMPUTE WS-COUNT-EDIT-3 =
                   CLS-SCHEDULED(WS-CLASS-INDEX)
                   - CLS-DONE(WS-CLASS-INDEX)
               MOVE ZERO TO WS-PERCENT
               IF CLS-SCHEDULED(WS-CLASS-INDEX) > ZERO
                   COMPUTE WS-PERCENT ROUNDED =
                       CLS-DONE(WS-CLASS-INDEX) * 100
                       / CLS-SCHEDULED(WS-CLASS-INDEX)
               END-IF
               MOVE WS-PERCENT TO WS-PERCENT-EDIT
               DISPLAY "  " CLS-CODE(WS-CLASS-INDEX) "    "
                   WS-COUNT-EDIT "    " WS-COUNT-EDIT-2 "   "
                   WS-COUNT-EDIT-3 " " WS-PERCENT-EDIT "%"
           END-PERFORM
           DISPLAY "------------------------------------------------".

       CHECK-ONE-COUNT-LIST.
           MOVE FUNCTION DATE-OF-INTEGER(WS-SCAN-DATE-INT)
               TO WS-SCAN-DATE
           PERFORM BUILD-LIST-FILE-NAME
           OPEN INPUT COUNT-LIST-FILE
           IF NOT LIST-FILE-MISSING
               ADD 1 TO WS-LOGS-READ
               MOVE "N" TO WS-EOF-FLAG
               PERFORM CHECK-ONE-LISTED-LINE UNTIL AT-EOF
               CLOSE COUNT-LIST-FILE
           END-IF
           ADD 1 TO WS-SCAN-DATE-INT.

       CHECK-ONE-LISTED-LINE.
           READ COUNT-LIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4
                   UNSTRING COUNT-LIST-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4
                   END-UNSTRING
                   EVALUATE WS-FIELD-3(1:1)
                       WHEN "A"
                           MOVE 1 TO WS-CLASS-INDEX
                       WHEN "B"
                           MOVE 2 TO WS-CLASS-INDEX
                       WHEN OTHER
                           MOVE 3 TO WS-CLASS-INDEX
                   END-EVALUATE
                   ADD 1 TO CLS-SCHEDULED(WS-CLASS-INDEX)
                   MOVE WS-FIELD-1 TO WS-LOOKUP-NAME
                   PERFORM FIND-PRODUCT-ENTRY
                   IF WS-PRD-MATCH NOT = ZERO
                       AND PRD-LAST-COUNT(WS-PRD-MATCH) NOT <
                           WS-SCAN-DATE
                       ADD 1 TO CLS-DONE(WS-CLASS-INDEX)
                   ELSE
                       DISPLAY "  " WS-SCAN-DATE " " WS-FIELD-1 " "
                           WS-FIELD-3(1:1) " "
                           FUNCTION TRIM(WS-FIELD-4)
                   END-IF
           END-READ.
