       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-EOD-EXPORT.

       *> This program writes the branch's day for head office,
       *> BRANCH-EXPORT_<branch>_<date>.csv, so HEAD-OFFICE-
       *> CONSOLIDATION can roll every branch up without anybody
       *> re-keying Z-reports. It carries:
       *>   sales by department and by tender, off the day's
       *>     RECEIPT-LOG the same way DAILY-SALES-REPORT reads it;
       *>   stock on hand by department, in units and in pesos at
       *>     cost and at retail, off PRODUCTS.CSV;
       *>   open transfers this branch dispatched (TRANSFERS.csv) and
       *>     the transfers it confirmed that day (TRANSFER-RECEIPTS);
       *>   every shift closed that day with its over/short (SHIFTS).
       *> The branch code comes off BRANCH.dat, which STOCK-TRANSFER
       *> asks for the first time it is run. The date comes off the
       *> command line the way GL-JOURNAL-EXPORT takes it, today when
       *> none is given. The program returns 8 when the branch code
       *> is not set up, so EOD-BATCH-DRIVER will not checkpoint it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCTS.CSV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRODUCT-NAME
               ALTERNATE RECORD KEY IS PR-PRODUCT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT RECEIPT-LOG-FILE ASSIGN TO DYNAMIC
               WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "BRANCH.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT TRANSFER-REGISTER-FILE ASSIGN TO "TRANSFERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT TRANSFER-RECEIPT-FILE ASSIGN TO
               "TRANSFER-RECEIPTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT SHIFT-FILE ASSIGN TO "SHIFTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-STATUS.

           SELECT EXPORT-FILE ASSIGN TO DYNAMIC
               WS-EXPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

       *> BRANCH-EXPORT_<branch>_<date>.csv rows, first field the
       *> row type:
       *>   HDR,BRANCH,DATE,STAMP
       *>   SALES,TXNS,REFUNDCOUNT,GROSS,DISCOUNTS,TAX,REFUNDS,NET
       *>   DEPT,DEPARTMENT,PESOS
       *>   TENDER,CODE,NAME,COUNT,AMOUNT
       *>   STOCK,DEPARTMENT,UNITS,COSTVALUE,RETAILVALUE
       *>   XFER-OUT,NUM,DISPATCHDATE,DESTINATION,LINES,QTY
       *>   XFER-IN,NUM,ORIGIN,DISPATCHDATE,LINES,QTY
       *>   SHIFT,USER,STATION,EXPECTED,COUNTED,OVERSHORT
       *>   END,ROWS - the row count, so a file cut short in transit
       *>   is caught at head office instead of under-reporting.

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

       FD  BRANCH-FILE.
       01  BRANCH-RECORD              PIC X(10).

       FD  TRANSFER-REGISTER-FILE.
       01  TRANSFER-REGISTER-RECORD   PIC X(100).

       FD  TRANSFER-RECEIPT-FILE.
       01  TRANSFER-RECEIPT-RECORD    PIC X(100).

       FD  SHIFT-FILE.
       01  SHIFT-RECORD               PIC X(100).

       FD  EXPORT-FILE.
       01  EXPORT-RECORD              PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-STATUS          PIC XX.
           88  PRODUCT-FILE-MISSING       VALUE "35".
       01  WS-LOG-STATUS              PIC XX.
           88  LOG-FILE-MISSING           VALUE "35".
       01  WS-BRANCH-STATUS           PIC XX.
           88  BRANCH-FILE-MISSING        VALUE "35".
       01  WS-REGISTER-STATUS         PIC XX.
           88  REGISTER-MISSING           VALUE "35".
       01  WS-RECEIPT-STATUS          PIC XX.
           88  RECEIPT-FILE-MISSING       VALUE "35".
       01  WS-SHIFT-STATUS            PIC XX.
           88  SHIFT-FILE-MISSING         VALUE "35".
       01  WS-EXPORT-STATUS           PIC XX.
       01  WS-EOF-FLAG                PIC X.
           88  AT-EOF                     VALUE 'Y'.

       01  WS-TODAY-DATE              PIC 9(8). *> Date exported -
       *> today by default, or the date passed on the command line.
       01  WS-DATE-ARG                PIC X(8). *> Command-line date.
       01  WS-BRANCH-CODE             PIC X(10).
       01  WS-LOG-FILE-NAME           PIC X(40). *> Live log, or the
       *> dated RECEIPT-LOG_<date>.csv archive rotation produced.
       01  WS-EXPORT-FILE-NAME        PIC X(50).
       01  WS-EXPORT-LINE             PIC X(120).
       01  WS-EXPORT-ROWS             PIC 9(5) VALUE 0.
       01  WS-STAMP                   PIC X(14). *> YYYYMMDDHHMMSS.

       01  WS-FIELD-1                 PIC X(20).
       01  WS-FIELD-2                 PIC X(20).
       01  WS-FIELD-3                 PIC X(20).
       01  WS-FIELD-4                 PIC X(20).
       01  WS-FIELD-5                 PIC X(20).
       01  WS-FIELD-6                 PIC X(20).
       01  WS-FIELD-7                 PIC X(20).
       01  WS-FIELD-8                 PIC X(20).

       *> The day's sales, gathered the way DAILY-SALES-REPORT does:
       *> item lines wait in the pending table and post to their
       *> department at the next header, unless the sale is voided
       *> or suspended first.
       01  WS-IN-TODAYS-TXN-FLAG      PIC X VALUE 'N'.
           88  IN-TODAYS-TRANSACTION      VALUE 'Y'.
       01  WS-LAST-GRAND-TOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-TENDER-CODE             PIC 9.
       01  WS-TXN-COUNT               PIC 9(7) VALUE 0.
       01  WS-REFUND-COUNT            PIC 9(7) VALUE 0.
       01  WS-GROSS-SALES             PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-DISCOUNTS         PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-TAX               PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-REFUNDS           PIC S9(9)V99 VALUE 0.
       01  WS-NET-TOTAL               PIC S9(9)V99 VALUE 0.

       01  WS-TENDER-INDEX            PIC 9.
       01  WS-TENDER-TABLE.
           05  WS-TENDER-ENTRY OCCURS 7 TIMES.
               10  TND-COUNT          PIC 9(7).
               10  TND-AMOUNT         PIC S9(9)V99.
       01  WS-TENDER-NAMES.
           05  FILLER                 PIC X(8) VALUE "CASH".
           05  FILLER                 PIC X(8) VALUE "GCASH".
           05  FILLER                 PIC X(8) VALUE "CARD".
           05  FILLER                 PIC X(8) VALUE "POINTS".
           05  FILLER                 PIC X(8) VALUE "CREDIT".
           05  FILLER                 PIC X(8) VALUE "ACCOUNT".
           05  FILLER                 PIC X(8) VALUE "DEPOSIT".
       01  WS-TENDER-NAME-TABLE REDEFINES WS-TENDER-NAMES.
           05  TND-NAME               PIC X(8) OCCURS 7 TIMES.

       01  WS-PEND-COUNT              PIC 9(3) VALUE 0.
       01  WS-PEND-INDEX              PIC 9(3).
       01  WS-PENDING-DEPT-ITEMS.
           05  WS-PEND-ENTRY OCCURS 150 TIMES.
               10  PEND-DEPT          PIC X(10).
               10  PEND-PESOS         PIC S9(7)V99.

       *> Department table shared by the sales and the stock
       *> sections, so a department shows once in each.
       01  WS-DEPT-COUNT              PIC 9(3) VALUE 0.
       01  WS-DEPT-INDEX              PIC 9(3).
       01  WS-DEPT-MATCH-INDEX        PIC 9(3).
       01  WS-DEPT-KEY                PIC X(10).
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  DEPT-NAME          PIC X(10).
               10  DEPT-PESOS         PIC S9(9)V99.
               10  DEPT-HAS-SALES     PIC X.
               10  DEPT-UNITS         PIC 9(9)V999.
               10  DEPT-COST-VALUE    PIC 9(11)V99.
               10  DEPT-RETAIL-VALUE  PIC 9(11)V99.
               10  DEPT-HAS-STOCK     PIC X.
       01  WS-LINE-VALUE              PIC 9(11)V99.

       *> SHIFTS.csv CLOSE rows carry their amounts as the POS's
       *> signed display digits, no point - read back through the
       *> same pictures to get the sign and the centavos right.
       01  WS-EXPECTED-RAW            PIC X(9).
       01  WS-EXPECTED REDEFINES WS-EXPECTED-RAW
                                      PIC S9(7)V99.
       01  WS-COUNTED-RAW             PIC X(9).
       01  WS-COUNTED REDEFINES WS-COUNTED-RAW
                                      PIC 9(7)V99.
       01  WS-OVER-SHORT-RAW          PIC X(9).
       01  WS-OVER-SHORT REDEFINES WS-OVER-SHORT-RAW
                                      PIC S9(7)V99.

       01  WS-XFER-OUT-COUNT          PIC 9(5) VALUE 0.
       01  WS-XFER-IN-COUNT           PIC 9(5) VALUE 0.
       01  WS-SHIFT-COUNT             PIC 9(5) VALUE 0.

       01  WS-COUNT-EDIT              PIC 9(7).
       01  WS-MONEY-EDIT              PIC -9(11).99. *> Point explicit.
       01  WS-MONEY-EDIT-2            PIC -9(11).99.
       01  WS-MONEY-EDIT-3            PIC -9(11).99.
       01  WS-MONEY-EDIT-4            PIC -9(11).99.
       01  WS-MONEY-EDIT-5            PIC -9(11).99.
       01  WS-UNITS-EDIT              PIC 9(9).999.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-ARG
           ACCEPT WS-DATE-ARG FROM COMMAND-LINE
           IF WS-DATE-ARG NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DATE-ARG) TO WS-TODAY-DATE
           END-IF

           PERFORM LOAD-BRANCH-CODE
           IF WS-BRANCH-CODE = SPACES
               DISPLAY "BRANCH.dat not set up - run STOCK-TRANSFER "
                   "once to key this branch's code."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INITIALIZE-TOTALS
           PERFORM PICK-LOG-FILE
           PERFORM SUMMARIZE-LOG
           PERFORM SUMMARIZE-STOCK

           PERFORM OPEN-EXPORT-FILE
           PERFORM WRITE-SALES-ROWS
           PERFORM WRITE-STOCK-ROWS
           PERFORM WRITE-TRANSFER-OUT-ROWS
           PERFORM WRITE-TRANSFER-IN-ROWS
           PERFORM WRITE-SHIFT-ROWS
           PERFORM CLOSE-EXPORT-FILE
           PERFORM PRINT-EXPORT-SUMMARY

           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       LOAD-BRANCH-CODE.
           MOVE SPACES TO WS-BRANCH-CODE
           OPEN INPUT BRANCH-FILE
           IF NOT BRANCH-FILE-MISSING
               READ BRANCH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(BRANCH-RECORD)
                           TO WS-BRANCH-CODE
               END-READ
               CLOSE BRANCH-FILE
           END-IF.

       INITIALIZE-TOTALS.
           PERFORM VARYING WS-TENDER-INDEX FROM 1 BY 1
               UNTIL WS-TENDER-INDEX > 7
               MOVE ZERO TO TND-COUNT(WS-TENDER-INDEX)
               MOVE ZERO TO TND-AMOUNT(WS-TENDER-INDEX)
           END-PERFORM.

       *> ----------------------------------------------------------
       *> A past date reads its rotated archive when one exists; the
       *> live log covers today and anything not yet rotated. The
       *> same search DAILY-SALES-REPORT makes.
       *> ----------------------------------------------------------
       PICK-LOG-FILE.
           MOVE "RECEIPT-LOG.csv" TO WS-LOG-FILE-NAME
           IF WS-DATE-ARG NOT = SPACES
               MOVE SPACES TO WS-LOG-FILE-NAME
               STRING "RECEIPT-LOG_"  DELIMITED BY SIZE
                      WS-TODAY-DATE   DELIMITED BY SIZE
                      ".csv"          DELIMITED BY SIZE
                   INTO WS-LOG-FILE-NAME
               END-STRING
               OPEN INPUT RECEIPT-LOG-FILE
               IF LOG-FILE-MISSING
       *> Month-end housekeeping may have consolidated the day into
       *> its month's RECEIPT-LOG_<yyyymm>.csv.
                   MOVE SPACES TO WS-LOG-FILE-NAME
                   STRING "RECEIPT-LOG_"     DELIMITED BY SIZE
                          WS-TODAY-DATE(1:6) DELIMITED BY SIZE
                          ".csv"             DELIMITED BY SIZE
                       INTO WS-LOG-FILE-NAME
                   END-STRING
                   OPEN INPUT RECEIPT-LOG-FILE
                   IF LOG-FILE-MISSING
                       MOVE "RECEIPT-LOG.csv" TO WS-LOG-FILE-NAME
                   ELSE
                       CLOSE RECEIPT-LOG-FILE
                   END-IF
               ELSE
                   CLOSE RECEIPT-LOG-FILE
               END-IF
           END-IF.

       *> ----------------------------------------------------------
       *> Sales by department and tender. Counting rules are the
       *> Z-report's, so the export ties to the branch's own slip.
       *> ----------------------------------------------------------
       SUMMARIZE-LOG.
           OPEN INPUT RECEIPT-LOG-FILE
           IF LOG-FILE-MISSING
               DISPLAY "No receipt log for " WS-TODAY-DATE
                   " - no sales exported."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-LOG-LINE UNTIL AT-EOF
               PERFORM POST-PENDING-DEPT-ITEMS
               CLOSE RECEIPT-LOG-FILE
           END-IF
           COMPUTE WS-NET-TOTAL = WS-NET-TOTAL - WS-TOTAL-REFUNDS.

       READ-LOG-LINE.
           READ RECEIPT-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   PERFORM CLASSIFY-LOG-LINE
           END-READ.

       CLASSIFY-LOG-LINE.
           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
           MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
           UNSTRING RECEIPT-LOG-RECORD DELIMITED BY ","
               INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                    WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
           END-UNSTRING

           EVALUATE FUNCTION TRIM(WS-FIELD-1)
               WHEN "Transaction"
                   PERFORM POST-PENDING-DEPT-ITEMS
                   IF FUNCTION NUMVAL(WS-FIELD-3) = WS-TODAY-DATE
                       MOVE 'Y' TO WS-IN-TODAYS-TXN-FLAG
                       ADD 1 TO WS-TXN-COUNT
                   ELSE
                       MOVE 'N' TO WS-IN-TODAYS-TXN-FLAG
                   END-IF
               WHEN "Subtotal"
                   IF IN-TODAYS-TRANSACTION
                       ADD FUNCTION NUMVAL(WS-FIELD-4) TO WS-GROSS-SALES
                   END-IF
               WHEN "Discount"
                   IF IN-TODAYS-TRANSACTION
                       ADD FUNCTION NUMVAL(WS-FIELD-4)
                           TO WS-TOTAL-DISCOUNTS
                   END-IF
               WHEN "Tax"
                   IF IN-TODAYS-TRANSACTION
                       ADD FUNCTION NUMVAL(WS-FIELD-4) TO WS-TOTAL-TAX
                   END-IF
               WHEN "Grand Total"
                   IF IN-TODAYS-TRANSACTION
                       ADD FUNCTION NUMVAL(WS-FIELD-4) TO WS-NET-TOTAL
                       MOVE FUNCTION NUMVAL(WS-FIELD-4)
                           TO WS-LAST-GRAND-TOTAL
                   END-IF
       *> The money collected is the grand total, not the amount
       *> tendered - cash tendered includes the change handed back.
               WHEN "Payment"
                   IF IN-TODAYS-TRANSACTION
                       MOVE FUNCTION NUMVAL(WS-FIELD-2)
                           TO WS-TENDER-CODE
                       IF WS-TENDER-CODE >= 1 AND WS-TENDER-CODE <= 7
                           ADD 1 TO TND-COUNT(WS-TENDER-CODE)
                           ADD WS-LAST-GRAND-TOTAL
                               TO TND-AMOUNT(WS-TENDER-CODE)
                       END-IF
                   END-IF
               WHEN "Refund For"
                   IF IN-TODAYS-TRANSACTION
                       ADD 1 TO WS-REFUND-COUNT
                       SUBTRACT 1 FROM WS-TXN-COUNT
                   END-IF
       *> Refund Total rows are logged negative.
               WHEN "Refund Total"
                   IF IN-TODAYS-TRANSACTION
                       SUBTRACT FUNCTION NUMVAL(WS-FIELD-4)
                           FROM WS-TOTAL-REFUNDS
                   END-IF
               WHEN "VOIDED"
                   MOVE ZERO TO WS-PEND-COUNT
                   IF IN-TODAYS-TRANSACTION
                       SUBTRACT 1 FROM WS-TXN-COUNT
                       MOVE 'N' TO WS-IN-TODAYS-TXN-FLAG
                   END-IF
               WHEN "SUSPENDED"
                   MOVE ZERO TO WS-PEND-COUNT
                   IF IN-TODAYS-TRANSACTION
                       SUBTRACT 1 FROM WS-TXN-COUNT
                       MOVE 'N' TO WS-IN-TODAYS-TXN-FLAG
                   END-IF
               WHEN "Taxable Sales"
                   CONTINUE
               WHEN "VAT Exempt Sales"
                   CONTINUE
               WHEN "Customer"
                   CONTINUE
               WHEN "Points"
                   CONTINUE
               WHEN "Store Credit"
                   CONTINUE
               WHEN "Manual Entry"
                   CONTINUE
               WHEN "Invoice"
                   CONTINUE
               WHEN "Buyer"
                   CONTINUE
               WHEN "Buyer Address"
                   CONTINUE
               WHEN "Promo"
                   CONTINUE
               WHEN "Override"
                   CONTINUE
       *> Anything unlabeled is an item line: pesos in the fourth
       *> field, department in the sixth.
               WHEN OTHER
                   IF IN-TODAYS-TRANSACTION AND WS-PEND-COUNT < 150
                       ADD 1 TO WS-PEND-COUNT
                       MOVE WS-FIELD-6(1:10)
                           TO PEND-DEPT(WS-PEND-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-4)
                           TO PEND-PESOS(WS-PEND-COUNT)
                   END-IF
           END-EVALUATE.

       POST-PENDING-DEPT-ITEMS.
           PERFORM VARYING WS-PEND-INDEX FROM 1 BY 1
               UNTIL WS-PEND-INDEX > WS-PEND-COUNT
               MOVE PEND-DEPT(WS-PEND-INDEX) TO WS-DEPT-KEY
               PERFORM FIND-DEPT-SLOT
               IF WS-DEPT-MATCH-INDEX NOT = ZERO
                   ADD PEND-PESOS(WS-PEND-INDEX)
                       TO DEPT-PESOS(WS-DEPT-MATCH-INDEX)
                   MOVE "Y" TO DEPT-HAS-SALES(WS-DEPT-MATCH-INDEX)
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-PEND-COUNT.

       *> Finds WS-DEPT-KEY on the department table, adding it when
       *> new; a blank department reports as (NONE).
       FIND-DEPT-SLOT.
           IF WS-DEPT-KEY = SPACES
               MOVE "(NONE)" TO WS-DEPT-KEY
           END-IF
           MOVE ZERO TO WS-DEPT-MATCH-INDEX
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               IF DEPT-NAME(WS-DEPT-INDEX) = WS-DEPT-KEY
                   MOVE WS-DEPT-INDEX TO WS-DEPT-MATCH-INDEX
               END-IF
           END-PERFORM
           IF WS-DEPT-MATCH-INDEX = ZERO AND WS-DEPT-COUNT < 50
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-MATCH-INDEX
               MOVE WS-DEPT-KEY TO DEPT-NAME(WS-DEPT-MATCH-INDEX)
               MOVE ZERO TO DEPT-PESOS(WS-DEPT-MATCH-INDEX)
               MOVE ZERO TO DEPT-UNITS(WS-DEPT-MATCH-INDEX)
               MOVE ZERO TO DEPT-COST-VALUE(WS-DEPT-MATCH-INDEX)
               MOVE ZERO TO DEPT-RETAIL-VALUE(WS-DEPT-MATCH-INDEX)
               MOVE "N" TO DEPT-HAS-SALES(WS-DEPT-MATCH-INDEX)
               MOVE "N" TO DEPT-HAS-STOCK(WS-DEPT-MATCH-INDEX)
           END-IF.

       *> ----------------------------------------------------------
       *> Stock on hand as the catalog stands when the batch runs -
       *> units, and pesos at unit cost and at shelf price.
       *> ----------------------------------------------------------
       SUMMARIZE-STOCK.
           OPEN INPUT PRODUCT-FILE
           IF PRODUCT-FILE-MISSING
               DISPLAY "PRODUCTS.CSV not found - no stock exported."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-STOCK-ROW UNTIL AT-EOF
               CLOSE PRODUCT-FILE
           END-IF.

       READ-STOCK-ROW.
           READ PRODUCT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE PR-PRODUCT-DEPT TO WS-DEPT-KEY
                   PERFORM FIND-DEPT-SLOT
                   IF WS-DEPT-MATCH-INDEX NOT = ZERO
                       ADD PR-PRODUCT-QUANTITY
                           TO DEPT-UNITS(WS-DEPT-MATCH-INDEX)
                       COMPUTE WS-LINE-VALUE ROUNDED =
                           PR-PRODUCT-QUANTITY * PR-PRODUCT-COST
                       ADD WS-LINE-VALUE
                           TO DEPT-COST-VALUE(WS-DEPT-MATCH-INDEX)
                       COMPUTE WS-LINE-VALUE ROUNDED =
                           PR-PRODUCT-QUANTITY * PR-PRODUCT-PRICE
                       ADD WS-LINE-VALUE
                           TO DEPT-RETAIL-VALUE(WS-DEPT-MATCH-INDEX)
                       MOVE "Y" TO DEPT-HAS-STOCK(WS-DEPT-MATCH-INDEX)
                   END-IF
           END-READ.

       *> ----------------------------------------------------------
       *> The export file, headed with the branch and the date it
       *> covers so head office can tell a misnamed copy.
       *> ----------------------------------------------------------
       OPEN-EXPORT-FILE.
           MOVE SPACES TO WS-EXPORT-FILE-NAME
           STRING "BRANCH-EXPORT_"              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BRANCH-CODE) DELIMITED BY SIZE
                  "_"                           DELIMITED BY SIZE
                  WS-TODAY-DATE                 DELIMITED BY SIZE
                  ".csv"                        DELIMITED BY SIZE
               INTO WS-EXPORT-FILE-NAME
           END-STRING
           OPEN OUTPUT EXPORT-FILE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           MOVE SPACES TO WS-EXPORT-LINE
           STRING "HDR,"                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BRANCH-CODE) DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-TODAY-DATE                 DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-STAMP                      DELIMITED BY SIZE
               INTO WS-EXPORT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE.

       WRITE-EXPORT-LINE.
           MOVE WS-EXPORT-LINE TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           ADD 1 TO WS-EXPORT-ROWS.

       CLOSE-EXPORT-FILE.
           ADD 1 TO WS-EXPORT-ROWS
           MOVE WS-EXPORT-ROWS TO WS-COUNT-EDIT
           MOVE SPACES TO WS-EXPORT-LINE
           STRING "END,"         DELIMITED BY SIZE
                  WS-COUNT-EDIT  DELIMITED BY SIZE
               INTO WS-EXPORT-LINE
           END-STRING
           MOVE WS-EXPORT-LINE TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           CLOSE EXPORT-FILE.

       WRITE-SALES-ROWS.
           MOVE WS-TXN-COUNT TO WS-COUNT-EDIT
           MOVE WS-GROSS-SALES TO WS-MONEY-EDIT
           MOVE WS-TOTAL-DISCOUNTS TO WS-MONEY-EDIT-2
           MOVE WS-TOTAL-TAX TO WS-MONEY-EDIT-3
           MOVE WS-TOTAL-REFUNDS TO WS-MONEY-EDIT-4
           MOVE WS-NET-TOTAL TO WS-MONEY-EDIT-5
           MOVE SPACES TO WS-EXPORT-LINE
           STRING "SALES,"            DELIMITED BY SIZE
                  WS-COUNT-EDIT       DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-REFUND-COUNT     DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-EDIT)   DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-EDIT-2) DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-EDIT-3) DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-EDIT-4) DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-EDIT-5) DELIMITED BY SIZE
               INTO WS-EXPORT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE

           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               IF DEPT-HAS-SALES(WS-DEPT-INDEX) = "Y"
                   MOVE DEPT-PESOS(WS-DEPT-INDEX) TO WS-MONEY-EDIT
                   MOVE SPACES TO WS-EXPORT-LINE
                   STRING "DEPT,"             DELIMITED BY SIZE
                          FUNCTION TRIM(DEPT-NAME(WS-DEPT-INDEX))
                                              DELIMITED BY SIZE
                          ","                 DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MONEY-EDIT)
                                              DELIMITED BY SIZE
                       INTO WS-EXPORT-LINE
                   END-STRING
                   PERFORM WRITE-EXPORT-LINE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-TENDER-INDEX FROM 1 BY 1
               UNTIL WS-TENDER-INDEX > 7
               MOVE TND-COUNT(WS-TENDER-INDEX) TO WS-COUNT-EDIT
               MOVE TND-AMOUNT(WS-TENDER-INDEX) TO WS-MONEY-EDIT
               MOVE SPACES TO WS-EXPORT-LINE
               STRING "TENDER,"                DELIMITED BY SIZE
                      WS-TENDER-INDEX          DELIMITED BY SIZE
                      ","                      DELIMITED BY SIZE
                      FUNCTION TRIM(TND-NAME(WS-TENDER-INDEX))
                                               DELIMITED BY SIZE
                      ","                      DELIMITED BY SIZE
                      WS-COUNT-EDIT            DELIMITED BY SIZE
                      ","                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MONEY-EDIT) DELIMITED BY SIZE
                   INTO WS-EXPORT-LINE
               END-STRING
               PERFORM WRITE-EXPORT-LINE
           END-PERFORM.

       WRITE-STOCK-ROWS.
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               IF DEPT-HAS-STOCK(WS-DEPT-INDEX) = "Y"
                   MOVE DEPT-UNITS(WS-DEPT-INDEX) TO WS-UNITS-EDIT
                   MOVE DEPT-COST-VALUE(WS-DEPT-INDEX)
                       TO WS-MONEY-EDIT
                   MOVE DEPT-RETAIL-VALUE(WS-DEPT-INDEX)
                       TO WS-MONEY-EDIT-2
                   MOVE SPACES TO WS-EXPORT-LINE
                   STRING "STOCK,"            DELIMITED BY SIZE
                          FUNCTION TRIM(DEPT-NAME(WS-DEPT-INDEX))
                                              DELIMITED BY SIZE
                          ","                 DELIMITED BY SIZE
                          WS-UNITS-EDIT       DELIMITED BY SIZE
                          ","                 DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MONEY-EDIT)
                                              DELIMITED BY SIZE
                          ","                 DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MONEY-EDIT-2)
                                              DELIMITED BY SIZE
                       INTO WS-EXPORT-LINE
                   END-STRING
                   PERFORM WRITE-EXPORT-LINE
               END-IF
           END-PERFORM.

       *> ----------------------------------------------------------
       *> TRANSFERS.csv: NUM,DATE,DESTINATION,LINES,STATUS,
       *> CONFIRMDATE,ORIGIN,QTY. Every transfer this branch sent
       *> that it still shows DISPATCHED goes out - the sender never
       *> hears of the confirm, so head office is where the two
       *> halves meet. Rows from before the origin was recorded were
       *> all dispatched here.
       *> ----------------------------------------------------------
       WRITE-TRANSFER-OUT-ROWS.
           OPEN INPUT TRANSFER-REGISTER-FILE
           IF NOT REGISTER-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-REGISTER-ROW UNTIL AT-EOF
               CLOSE TRANSFER-REGISTER-FILE
           END-IF.

       READ-REGISTER-ROW.
           READ TRANSFER-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   MOVE SPACES TO WS-FIELD-7 WS-FIELD-8
                   UNSTRING TRANSFER-REGISTER-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                            WS-FIELD-7 WS-FIELD-8
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-FIELD-5) = "DISPATCHED"
                       AND (WS-FIELD-7 = SPACES
                            OR WS-FIELD-7 = WS-BRANCH-CODE)
                       PERFORM WRITE-ONE-TRANSFER-OUT
                   END-IF
           END-READ.

       WRITE-ONE-TRANSFER-OUT.
           IF WS-FIELD-8 = SPACES
               MOVE "0" TO WS-FIELD-8
           END-IF
           MOVE SPACES TO WS-EXPORT-LINE
           STRING "XFER-OUT,"                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-1)    DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-2)    DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-3)    DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-4)    DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-8)    DELIMITED BY SIZE
               INTO WS-EXPORT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           ADD 1 TO WS-XFER-OUT-COUNT.

       *> ----------------------------------------------------------
       *> TRANSFER-RECEIPTS.csv: DATE,NUM,ORIGIN,DISPATCHDATE,LINES,
       *> QTY,USER - one row per confirm, what actually posted here.
       *> ----------------------------------------------------------
       WRITE-TRANSFER-IN-ROWS.
           OPEN INPUT TRANSFER-RECEIPT-FILE
           IF NOT RECEIPT-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-RECEIPT-ROW UNTIL AT-EOF
               CLOSE TRANSFER-RECEIPT-FILE
           END-IF.

       READ-RECEIPT-ROW.
           READ TRANSFER-RECEIPT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   UNSTRING TRANSFER-RECEIPT-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   END-UNSTRING
                   IF FUNCTION NUMVAL(WS-FIELD-1) = WS-TODAY-DATE
                       PERFORM WRITE-ONE-TRANSFER-IN
                   END-IF
           END-READ.

       WRITE-ONE-TRANSFER-IN.
           IF WS-FIELD-3 = SPACES
               MOVE "?" TO WS-FIELD-3
           END-IF
           MOVE SPACES TO WS-EXPORT-LINE
           STRING "XFER-IN,"                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-2)    DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-3)    DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-4)    DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-5)    DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-6)    DELIMITED BY SIZE
               INTO WS-EXPORT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           ADD 1 TO WS-XFER-IN-COUNT.

       *> ----------------------------------------------------------
       *> SHIFTS.csv CLOSE rows: TYPE,USER,DATE,TIME,EXPECTED,
       *> COUNTED,OVERSHORT,STATION.
       *> ----------------------------------------------------------
       WRITE-SHIFT-ROWS.
           OPEN INPUT SHIFT-FILE
           IF NOT SHIFT-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-SHIFT-ROW UNTIL AT-EOF
               CLOSE SHIFT-FILE
           END-IF.

       READ-SHIFT-ROW.
           READ SHIFT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   MOVE SPACES TO WS-FIELD-7 WS-FIELD-8
                   UNSTRING SHIFT-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                            WS-FIELD-7 WS-FIELD-8
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-FIELD-1) = "CLOSE"
                       AND FUNCTION NUMVAL(WS-FIELD-3) = WS-TODAY-DATE
                       PERFORM WRITE-ONE-SHIFT-ROW
                   END-IF
           END-READ.

       WRITE-ONE-SHIFT-ROW.
           MOVE WS-FIELD-5(1:9) TO WS-EXPECTED-RAW
           MOVE WS-FIELD-6(1:9) TO WS-COUNTED-RAW
           MOVE WS-FIELD-7(1:9) TO WS-OVER-SHORT-RAW
           IF WS-EXPECTED IS NOT NUMERIC
               MOVE ZERO TO WS-EXPECTED
           END-IF
           IF WS-COUNTED IS NOT NUMERIC
               MOVE ZERO TO WS-COUNTED
           END-IF
           IF WS-OVER-SHORT IS NOT NUMERIC
               MOVE ZERO TO WS-OVER-SHORT
           END-IF
           MOVE WS-EXPECTED TO WS-MONEY-EDIT
           MOVE WS-COUNTED TO WS-MONEY-EDIT-2
           MOVE WS-OVER-SHORT TO WS-MONEY-EDIT-3
           IF WS-FIELD-8 = SPACES
               MOVE "--" TO WS-FIELD-8
           END-IF
           MOVE SPACES TO WS-EXPORT-LINE
           STRING "SHIFT,"                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-2)      DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-8)      DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-EDIT)   DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-EDIT-2) DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-EDIT-3) DELIMITED BY SIZE
               INTO WS-EXPORT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           ADD 1 TO WS-SHIFT-COUNT.

       PRINT-EXPORT-SUMMARY.
           DISPLAY "----------------------------------------"
           DISPLAY " BRANCH EXPORT " FUNCTION TRIM(WS-BRANCH-CODE)
               " " WS-TODAY-DATE
           DISPLAY "----------------------------------------"
           DISPLAY "Written to:       "
               FUNCTION TRIM(WS-EXPORT-FILE-NAME)
           DISPLAY "Rows:             " WS-EXPORT-ROWS
           DISPLAY "Transactions:     " WS-TXN-COUNT
           MOVE WS-NET-TOTAL TO WS-MONEY-EDIT
           DISPLAY "Net sales:        " WS-MONEY-EDIT
           DISPLAY "Departments:      " WS-DEPT-COUNT
           DISPLAY "Open transfers:   " WS-XFER-OUT-COUNT
           DISPLAY "Transfers in:     " WS-XFER-IN-COUNT
           DISPLAY "Shifts closed:    " WS-SHIFT-COUNT
           DISPLAY "----------------------------------------".
