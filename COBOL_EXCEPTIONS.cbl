       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHIER-EXCEPTION-REPORT.

       *> This program puts every cashier's exceptions for a date range
       *> side by side and against their sales volume, so the owner
       *> looks at patterns instead of single incidents. It gathers
       *>   RECEIPT-LOG    completed sales, voided lines (negative item
       *>                  lines on a sale), cancelled sales (VOIDED),
       *>                  price overrides (Override rows) and refunds
       *>                  (Refund For / Refund Total) - read across the
       *>                  range the way SALES-RANGE-REPORT reads it;
       *>   AUDIT.csv      who approved each price override;
       *>   SHIFTS.csv     the over/short on every CLOSE row;
       *>   ADJUSTMENTS    stock written down, by who keyed it, valued
       *>                  at the catalog unit cost.
       *> A refund whose original sale cannot be found - in the range
       *> or in the look-back days before it - is counted against the
       *> cashier who rang it. Each rate is set against the store's
       *> rate for the same range and anyone more than the tolerance
       *> above it is flagged; a cashier approving their own void,
       *> refund or override is always flagged. Cashiers are ranked by
       *> exceptions per 100 transactions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-LOG-FILE ASSIGN TO DYNAMIC
               WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SHIFT-FILE ASSIGN TO "SHIFTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJUSTMENTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO "PRODUCTS.CSV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRODUCT-NAME
               ALTERNATE RECORD KEY IS PR-PRODUCT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       *> AUDIT.csv override rows, as WRITE-OVERRIDE-LINES writes them:
       *> OVERRIDE,PRODUCT,CATALOG,CHARGED,REASON,CASHIER,APPROVER,
       *> TIMESTAMP (YYYYMMDDHHMMSS). Catalog EDIT/DELETE rows share
       *> the file and are passed over.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-LOG-FILE.
       01  RECEIPT-LOG-RECORD         PIC X(140).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD               PIC X(120).

       FD  SHIFT-FILE.
       01  SHIFT-RECORD               PIC X(100).

       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD          PIC X(120).

       *> PRODUCTS.CSV is read only for the unit cost that values a
       *> stock write-down (same layout as COBOL_POS.cbl).
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

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-SCORE             PIC 9(5)V99.
           05  SORT-CASHIER-ROW       PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS              PIC XX.
           88  LOG-FILE-MISSING           VALUE "35".
       01  WS-AUDIT-STATUS            PIC XX.
           88  AUDIT-FILE-MISSING         VALUE "35".
       01  WS-SHIFT-STATUS            PIC XX.
           88  SHIFT-FILE-MISSING         VALUE "35".
       01  WS-ADJUSTMENT-STATUS       PIC XX.
           88  ADJUSTMENT-FILE-MISSING    VALUE "35".
       01  WS-PRODUCT-STATUS          PIC XX.
           88  PRODUCT-FILE-MISSING       VALUE "35".
       01  WS-PRODUCTS-OPEN-FLAG      PIC X VALUE 'N'.
           88  PRODUCTS-ARE-OPEN          VALUE 'Y'.
       01  WS-EOF-FLAG                PIC X VALUE 'N'.
           88  AT-EOF                     VALUE 'Y'.
       01  WS-SORT-EOF-FLAG           PIC X VALUE 'N'.
           88  SORT-AT-EOF                VALUE 'Y'.

       01  WS-FROM-DATE               PIC 9(8). *> Range start YYYYMMDD.
       01  WS-TO-DATE                 PIC 9(8). *> Range end YYYYMMDD.
       01  WS-REPLY                   PIC X(10).
       01  WS-TOLERANCE-PCT           PIC 9(3) VALUE 50. *> Percent
       *> above the store rate before a cashier is flagged.
       01  WS-LOOKBACK-DAYS           PIC 9(3) VALUE 30. *> How far
       *> before the range a refunded sale is searched for.

       01  WS-LOG-FILE-NAME           PIC X(40). *> Log being read:
       *> each day's rotated archive in the range, then the live log.
       01  WS-SCAN-DATE-INT           PIC 9(8). *> Day being walked.
       01  WS-WALK-TO-INT             PIC 9(8).
       01  WS-SCAN-DATE               PIC 9(8).
       01  WS-LOGS-READ               PIC 9(3) VALUE 0.
       01  WS-MONTHLY-READ            PIC X(6) VALUE SPACES. *> The
       *> consolidated month already read, so it is read only once.

       *> Pass 1 gathers the exceptions; pass 2 only looks for the
       *> original sales the range's refunds point back to.
       01  WS-PASS-NUMBER             PIC 9.
           88  EXCEPTION-PASS             VALUE 1.
           88  ORIGINAL-SALE-PASS         VALUE 2.

       01  WS-FIELD-1                 PIC X(20).
       01  WS-FIELD-2                 PIC X(20).
       01  WS-FIELD-3                 PIC X(20).
       01  WS-FIELD-4                 PIC X(20).
       01  WS-FIELD-5                 PIC X(20).
       01  WS-FIELD-6                 PIC X(20).
       01  WS-FIELD-7                 PIC X(20).
       01  WS-FIELD-8                 PIC X(20).

       *> The transaction being read. Nothing posts until its totals
       *> row proves it finished; a cancelled sale posts only the
       *> cancellation, and a suspended one posts nothing - its
       *> recalled version is logged again in full.
       01  WS-TXN-STATE.
           05  WS-TXN-IN-RANGE-FLAG   PIC X VALUE 'N'.
               88  TXN-IN-RANGE           VALUE 'Y'.
           05  WS-TXN-COMPLETE-FLAG   PIC X VALUE 'N'.
               88  TXN-IS-COMPLETE        VALUE 'Y'.
           05  WS-TXN-REFUND-FLAG     PIC X VALUE 'N'.
               88  TXN-IS-REFUND          VALUE 'Y'.
           05  WS-TXN-NUMBER          PIC X(10).
           05  WS-TXN-CASHIER         PIC X(20).
           05  WS-TXN-GRAND-TOTAL     PIC 9(7)V99.
           05  WS-TXN-LINE-VOIDS      PIC 9(3).
           05  WS-TXN-LINE-VOID-PESOS PIC 9(7)V99.
           05  WS-TXN-OVERRIDES       PIC 9(3).
           05  WS-TXN-OVERRIDE-PESOS  PIC S9(7)V99.
           05  WS-TXN-REFUND-OF       PIC X(10).
           05  WS-TXN-REFUND-APPROVER PIC X(20).
           05  WS-TXN-REFUND-PESOS    PIC 9(7)V99.
       01  WS-LINE-QTY                PIC S9(5)V999.

       *> One row per cashier seen in the range.
       01  WS-CASHIER-COUNT           PIC 9(3) VALUE 0.
       01  WS-CASHIER-SKIPPED         PIC 9(5) VALUE 0.
       01  WS-CASHIER-INDEX           PIC 9(3).
       01  WS-CASHIER-MATCH           PIC 9(3).
       01  WS-CASHIER-KEY             PIC X(20).
       01  WS-CASHIER-TABLE.
           05  WS-CASHIER-ROW OCCURS 100 TIMES.
               10  CSH-USER           PIC X(20).
               10  CSH-TXNS           PIC 9(7).
               10  CSH-SALES          PIC 9(11)V99.
               10  CSH-LINE-VOIDS     PIC 9(5).
               10  CSH-LINE-VOID-PESOS PIC 9(9)V99.
               10  CSH-CANCELS        PIC 9(5).
               10  CSH-OVERRIDES      PIC 9(5).
               10  CSH-OVERRIDE-PESOS PIC S9(9)V99.
               10  CSH-REFUNDS        PIC 9(5).
               10  CSH-REFUND-PESOS   PIC 9(9)V99.
               10  CSH-NO-ORIGINAL    PIC 9(5).
               10  CSH-CLOSES         PIC 9(5).
               10  CSH-OVER-SHORT     PIC S9(9)V99.
               10  CSH-SHORT-PESOS    PIC 9(9)V99.
               10  CSH-ADJUSTS        PIC 9(5).
               10  CSH-ADJUST-PESOS   PIC 9(9)V99.
               10  CSH-SELF-APPROVALS PIC 9(5).
               10  CSH-VOID-RATE      PIC 9(5)V99.
               10  CSH-SHORT-RATE     PIC 9(9)V99.
               10  CSH-SCORE          PIC 9(5)V99.
               10  CSH-FLAGS          PIC X(12).

       *> One row per approver: what they signed off on.
       01  WS-APPROVER-COUNT          PIC 9(3) VALUE 0.
       01  WS-APPROVER-INDEX          PIC 9(3).
       01  WS-APPROVER-MATCH          PIC 9(3).
       01  WS-APPROVER-KEY            PIC X(20).
       01  WS-APPROVAL-TYPE           PIC X. *> V, R or O.
       01  WS-APPROVER-TABLE.
           05  WS-APPROVER-ROW OCCURS 100 TIMES.
               10  APR-USER           PIC X(20).
               10  APR-VOIDS          PIC 9(5).
               10  APR-REFUNDS        PIC 9(5).
               10  APR-OVERRIDES      PIC 9(5).
               10  APR-SELF           PIC 9(5).

       *> The range's refunds, checked against every completed sale
       *> in the look-back window on the second pass.
       01  WS-REFUND-COUNT            PIC 9(4) VALUE 0.
       01  WS-REFUND-SKIPPED          PIC 9(5) VALUE 0.
       01  WS-REFUND-INDEX            PIC 9(4).
       01  WS-REFUND-TABLE.
           05  WS-REFUND-ROW OCCURS 1000 TIMES.
               10  RFD-TXN            PIC X(10).
               10  RFD-ORIGINAL       PIC X(10).
               10  RFD-CASHIER        PIC X(20).
               10  RFD-PESOS          PIC 9(7)V99.
               10  RFD-FOUND-FLAG     PIC X.
                   88  RFD-ORIGINAL-FOUND VALUE 'Y'.

       *> SHIFTS.csv CLOSE rows carry the over/short as the POS's
       *> signed display digits, no point - read back through the
       *> same picture to get the sign and the centavos right.
       01  WS-OVER-SHORT-RAW          PIC X(9).
       01  WS-OVER-SHORT REDEFINES WS-OVER-SHORT-RAW
                                      PIC S9(7)V99.

       01  WS-ADJUST-DELTA            PIC S9(5)V999.
       01  WS-ADJUST-VALUE            PIC 9(9)V99.

       *> Store totals and the rates every cashier is held against.
       01  WS-STORE-TOTALS.
           05  WS-ST-TXNS             PIC 9(9).
           05  WS-ST-SALES            PIC 9(11)V99.
           05  WS-ST-VOIDS            PIC 9(7).
           05  WS-ST-CANCELS          PIC 9(7).
           05  WS-ST-OVERRIDES        PIC 9(7).
           05  WS-ST-OVERRIDE-PESOS   PIC S9(11)V99.
           05  WS-ST-REFUNDS          PIC 9(7).
           05  WS-ST-REFUND-PESOS     PIC 9(11)V99.
           05  WS-ST-NO-ORIGINAL      PIC 9(7).
           05  WS-ST-CLOSES           PIC 9(7).
           05  WS-ST-OVER-SHORT       PIC S9(11)V99.
           05  WS-ST-SHORT-PESOS      PIC 9(11)V99.
           05  WS-ST-ADJUSTS          PIC 9(7).
           05  WS-ST-ADJUST-PESOS     PIC 9(11)V99.
       01  WS-STORE-RATES.
           05  WS-SR-VOID             PIC 9(5)V99.
           05  WS-SR-OVERRIDE         PIC 9(5)V99.
           05  WS-SR-REFUND           PIC 9(5)V99.
           05  WS-SR-NO-ORIGINAL      PIC 9(5)V99.
           05  WS-SR-SHORT            PIC 9(9)V99. *> Pesos per close.
           05  WS-SR-ADJUST           PIC 9(5)V99.
       01  WS-CASHIER-RATES.
           05  WS-CR-VOID             PIC 9(5)V99.
           05  WS-CR-OVERRIDE         PIC 9(5)V99.
           05  WS-CR-REFUND           PIC 9(5)V99.
           05  WS-CR-NO-ORIGINAL      PIC 9(5)V99.
           05  WS-CR-SHORT            PIC 9(9)V99.
           05  WS-CR-ADJUST           PIC 9(5)V99.
       01  WS-RATE-BASE               PIC 9(9).
       01  WS-EXCEPTIONS              PIC 9(7).
       01  WS-FLAG-POS                PIC 99.
       01  WS-FLAGGED-COUNT           PIC 9(3) VALUE 0.

       *> Rate test: is WS-TEST-RATE over WS-TEST-BASE by more than
       *> the tolerance?
       01  WS-TEST-RATE               PIC 9(9)V99.
       01  WS-TEST-BASE               PIC 9(9)V99.
       01  WS-TEST-LIMIT              PIC 9(9)V99.
       01  WS-TEST-RESULT             PIC X.
           88  RATE-IS-OVER               VALUE 'Y'.

       01  WS-RANK                    PIC 9(3) VALUE 0.
       01  WS-RANK-EDIT               PIC ZZ9.
       01  WS-COUNT-EDIT              PIC Z(6)9.
       01  WS-COUNT-EDIT-2            PIC Z(4)9.
       01  WS-COUNT-EDIT-3            PIC Z(4)9.
       01  WS-COUNT-EDIT-4            PIC Z(4)9.
       01  WS-PESOS-EDIT              PIC Z(9)9.99.
       01  WS-PESOS-EDIT-2            PIC -(9)9.99.
       01  WS-RATE-EDIT               PIC ZZZZ9.99.
       01  WS-TOLERANCE-EDIT          PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           DISPLAY "========================================"
           DISPLAY "   OSPOS | CASHIER EXCEPTION REPORT"
           DISPLAY "========================================"
           PERFORM ASK-RUN-PARAMETERS
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "From date is after to date - nothing to report."
               STOP RUN
           END-IF
           IF FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) = ZERO
               OR FUNCTION INTEGER-OF-DATE(WS-TO-DATE) = ZERO
               DISPLAY "Dates must be real YYYYMMDD dates."
               STOP RUN
           END-IF

           MOVE 1 TO WS-PASS-NUMBER
           MOVE FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
               TO WS-SCAN-DATE-INT
           PERFORM WALK-RECEIPT-LOGS
           IF WS-LOGS-READ = ZERO
               DISPLAY "No receipt logs found for the range."
           END-IF
           IF WS-REFUND-COUNT > ZERO
               MOVE 2 TO WS-PASS-NUMBER
               COMPUTE WS-SCAN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
                   - WS-LOOKBACK-DAYS
               PERFORM WALK-RECEIPT-LOGS
               PERFORM CHARGE-MISSING-ORIGINALS
           END-IF

           PERFORM TALLY-OVERRIDE-APPROVALS
           PERFORM TALLY-SHIFT-CLOSES
           PERFORM TALLY-ADJUSTMENTS
           PERFORM COMPUTE-STORE-RATES
           PERFORM VARYING WS-CASHIER-INDEX FROM 1 BY 1
               UNTIL WS-CASHIER-INDEX > WS-CASHIER-COUNT
               PERFORM RATE-ONE-CASHIER
           END-PERFORM

           PERFORM PRINT-STORE-SUMMARY
           PERFORM PRINT-CASHIER-RANKING
           PERFORM PRINT-APPROVER-SUMMARY
           PERFORM PRINT-MISSING-ORIGINALS
           STOP RUN.

       *> ----------------------------------------------------------
       *> The range, the tolerance and the look-back. Enter takes
       *> the default for the last two.
       *> ----------------------------------------------------------
       ASK-RUN-PARAMETERS.
           DISPLAY "From Date (YYYYMMDD): "
           ACCEPT WS-FROM-DATE
           DISPLAY "To Date (YYYYMMDD): "
           ACCEPT WS-TO-DATE
           DISPLAY "Flag when over the store rate by what % "
               "(Enter for 50): "
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           IF WS-REPLY NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-REPLY) TO WS-TOLERANCE-PCT
           END-IF
           DISPLAY "Days before the range to search for refunded "
               "sales (Enter for 30): "
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           IF WS-REPLY NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-REPLY) TO WS-LOOKBACK-DAYS
           END-IF.

       *> ----------------------------------------------------------
       *> The end-of-day batch rotates each day's transactions to
       *> RECEIPT-LOG_<date>.csv, so a span of days is covered by
       *> every dated archive in it plus whatever is still sitting
       *> unrotated in the live log. The walk starts at
       *> WS-SCAN-DATE-INT and ends with the range's last day.
       *> ----------------------------------------------------------
       WALK-RECEIPT-LOGS.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TO-DATE) TO WS-WALK-TO-INT
           MOVE SPACES TO WS-MONTHLY-READ
           PERFORM READ-ONE-ARCHIVE-DAY
               UNTIL WS-SCAN-DATE-INT > WS-WALK-TO-INT
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
               IF EXCEPTION-PASS
                   ADD 1 TO WS-LOGS-READ
               END-IF
               PERFORM CLEAR-TRANSACTION-STATE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-LOG-LINE UNTIL AT-EOF
               PERFORM CLOSE-OUT-TRANSACTION
               CLOSE RECEIPT-LOG-FILE
           END-IF.

       READ-LOG-LINE.
           READ RECEIPT-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   PERFORM CLASSIFY-LOG-LINE
           END-READ.

       CLASSIFY-LOG-LINE.
           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
           MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
           MOVE SPACES TO WS-FIELD-7
           UNSTRING RECEIPT-LOG-RECORD DELIMITED BY ","
               INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                    WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                    WS-FIELD-7
           END-UNSTRING

           EVALUATE FUNCTION TRIM(WS-FIELD-1)
               WHEN "Transaction"
                   PERFORM CLOSE-OUT-TRANSACTION
                   MOVE FUNCTION TRIM(WS-FIELD-2) TO WS-TXN-NUMBER
                   MOVE FUNCTION TRIM(WS-FIELD-5) TO WS-TXN-CASHIER
                   IF FUNCTION NUMVAL(WS-FIELD-3) >= WS-FROM-DATE
                       AND FUNCTION NUMVAL(WS-FIELD-3) <= WS-TO-DATE
                       MOVE 'Y' TO WS-TXN-IN-RANGE-FLAG
                   ELSE
                       MOVE 'N' TO WS-TXN-IN-RANGE-FLAG
                   END-IF
       *> A cancelled sale names who asked (the cashier) and the
       *> admin who approved it; the cancellation is the exception.
               WHEN "VOIDED"
                   IF EXCEPTION-PASS AND TXN-IN-RANGE
                       MOVE WS-TXN-CASHIER TO WS-CASHIER-KEY
                       PERFORM FIND-CASHIER-ROW
                       IF WS-CASHIER-MATCH > ZERO
                           ADD 1 TO CSH-CANCELS(WS-CASHIER-MATCH)
                       END-IF
                       MOVE FUNCTION TRIM(WS-FIELD-6)
                           TO WS-APPROVER-KEY
                       MOVE "V" TO WS-APPROVAL-TYPE
                       PERFORM NOTE-APPROVAL
                   END-IF
                   PERFORM CLEAR-TRANSACTION-STATE
               WHEN "SUSPENDED"
                   PERFORM CLEAR-TRANSACTION-STATE
               WHEN "Grand Total"
                   MOVE FUNCTION NUMVAL(WS-FIELD-4)
                       TO WS-TXN-GRAND-TOTAL
                   MOVE 'Y' TO WS-TXN-COMPLETE-FLAG
               WHEN "Refund For"
                   MOVE 'Y' TO WS-TXN-REFUND-FLAG
                   MOVE FUNCTION TRIM(WS-FIELD-2) TO WS-TXN-REFUND-OF
                   MOVE FUNCTION TRIM(WS-FIELD-5)
                       TO WS-TXN-REFUND-APPROVER
       *> Refund Total rows are logged negative.
               WHEN "Refund Total"
                   COMPUTE WS-TXN-REFUND-PESOS =
                       0 - FUNCTION NUMVAL(WS-FIELD-4)
                   MOVE 'Y' TO WS-TXN-COMPLETE-FLAG
               WHEN "Override"
                   ADD 1 TO WS-TXN-OVERRIDES
                   ADD FUNCTION NUMVAL(WS-FIELD-4)
                       TO WS-TXN-OVERRIDE-PESOS
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
               WHEN "Payment"
                   CONTINUE
               WHEN "Customer"
                   CONTINUE
               WHEN "Points"
                   CONTINUE
               WHEN "Store Credit"
                   CONTINUE
               WHEN "Promo"
                   CONTINUE
               WHEN "Manual Entry"
                   CONTINUE
               WHEN "Invoice"
                   CONTINUE
               WHEN "Buyer"
                   CONTINUE
               WHEN "Buyer Address"
                   CONTINUE
       *> An item line with a negative quantity on a sale (not a
       *> refund) is VOID-LAST-LINE's mirror of a line taken back.
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(WS-FIELD-2) TO WS-LINE-QTY
                   IF WS-LINE-QTY < ZERO AND NOT TXN-IS-REFUND
                       ADD 1 TO WS-TXN-LINE-VOIDS
                       COMPUTE WS-TXN-LINE-VOID-PESOS =
                           WS-TXN-LINE-VOID-PESOS
                           - FUNCTION NUMVAL(WS-FIELD-4)
                   END-IF
           END-EVALUATE.

       *> Posts the finished transaction. On the second pass a
       *> finished sale only settles any refund pointing back at it.
       CLOSE-OUT-TRANSACTION.
           IF TXN-IS-COMPLETE
               IF ORIGINAL-SALE-PASS
                   IF NOT TXN-IS-REFUND
                       PERFORM MARK-REFUNDED-SALE
                   END-IF
               ELSE
                   IF TXN-IN-RANGE
                       PERFORM POST-TRANSACTION
                   END-IF
               END-IF
           END-IF
           PERFORM CLEAR-TRANSACTION-STATE.

       POST-TRANSACTION.
           MOVE WS-TXN-CASHIER TO WS-CASHIER-KEY
           PERFORM FIND-CASHIER-ROW
           IF WS-CASHIER-MATCH > ZERO
               IF TXN-IS-REFUND
                   ADD 1 TO CSH-REFUNDS(WS-CASHIER-MATCH)
                   ADD WS-TXN-REFUND-PESOS
                       TO CSH-REFUND-PESOS(WS-CASHIER-MATCH)
                   MOVE WS-TXN-REFUND-APPROVER TO WS-APPROVER-KEY
                   MOVE "R" TO WS-APPROVAL-TYPE
                   PERFORM NOTE-APPROVAL
                   PERFORM ADD-REFUND-ROW
               ELSE
                   ADD 1 TO CSH-TXNS(WS-CASHIER-MATCH)
                   ADD WS-TXN-GRAND-TOTAL
                       TO CSH-SALES(WS-CASHIER-MATCH)
                   ADD WS-TXN-LINE-VOIDS
                       TO CSH-LINE-VOIDS(WS-CASHIER-MATCH)
                   ADD WS-TXN-LINE-VOID-PESOS
                       TO CSH-LINE-VOID-PESOS(WS-CASHIER-MATCH)
                   ADD WS-TXN-OVERRIDES
                       TO CSH-OVERRIDES(WS-CASHIER-MATCH)
                   ADD WS-TXN-OVERRIDE-PESOS
                       TO CSH-OVERRIDE-PESOS(WS-CASHIER-MATCH)
               END-IF
           END-IF.

       CLEAR-TRANSACTION-STATE.
           MOVE 'N' TO WS-TXN-COMPLETE-FLAG
           MOVE 'N' TO WS-TXN-REFUND-FLAG
           MOVE ZERO TO WS-TXN-GRAND-TOTAL
           MOVE ZERO TO WS-TXN-LINE-VOIDS
           MOVE ZERO TO WS-TXN-LINE-VOID-PESOS
           MOVE ZERO TO WS-TXN-OVERRIDES
           MOVE ZERO TO WS-TXN-OVERRIDE-PESOS
           MOVE ZERO TO WS-TXN-REFUND-PESOS
           MOVE SPACES TO WS-TXN-REFUND-OF
           MOVE SPACES TO WS-TXN-REFUND-APPROVER.

       ADD-REFUND-ROW.
           IF WS-REFUND-COUNT < 1000
               ADD 1 TO WS-REFUND-COUNT
               MOVE WS-TXN-NUMBER TO RFD-TXN(WS-REFUND-COUNT)
               MOVE WS-TXN-REFUND-OF TO RFD-ORIGINAL(WS-REFUND-COUNT)
               MOVE WS-TXN-CASHIER TO RFD-CASHIER(WS-REFUND-COUNT)
               MOVE WS-TXN-REFUND-PESOS TO RFD-PESOS(WS-REFUND-COUNT)
               MOVE 'N' TO RFD-FOUND-FLAG(WS-REFUND-COUNT)
           ELSE
               ADD 1 TO WS-REFUND-SKIPPED
           END-IF.

       MARK-REFUNDED-SALE.
           PERFORM VARYING WS-REFUND-INDEX FROM 1 BY 1
               UNTIL WS-REFUND-INDEX > WS-REFUND-COUNT
               IF RFD-ORIGINAL(WS-REFUND-INDEX) = WS-TXN-NUMBER
                   MOVE 'Y' TO RFD-FOUND-FLAG(WS-REFUND-INDEX)
               END-IF
           END-PERFORM.

       CHARGE-MISSING-ORIGINALS.
           PERFORM VARYING WS-REFUND-INDEX FROM 1 BY 1
               UNTIL WS-REFUND-INDEX > WS-REFUND-COUNT
               IF NOT RFD-ORIGINAL-FOUND(WS-REFUND-INDEX)
                   MOVE RFD-CASHIER(WS-REFUND-INDEX) TO WS-CASHIER-KEY
                   PERFORM FIND-CASHIER-ROW
                   IF WS-CASHIER-MATCH > ZERO
                       ADD 1 TO CSH-NO-ORIGINAL(WS-CASHIER-MATCH)
                   END-IF
               END-IF
           END-PERFORM.

       *> ----------------------------------------------------------
       *> Finds WS-CASHIER-KEY's row, adding it the first time the
       *> name turns up. WS-CASHIER-MATCH is zero only when the table
       *> is full.
       *> ----------------------------------------------------------
       FIND-CASHIER-ROW.
           MOVE ZERO TO WS-CASHIER-MATCH
           PERFORM VARYING WS-CASHIER-INDEX FROM 1 BY 1
               UNTIL WS-CASHIER-INDEX > WS-CASHIER-COUNT
                  OR WS-CASHIER-MATCH > ZERO
               IF CSH-USER(WS-CASHIER-INDEX) = WS-CASHIER-KEY
                   MOVE WS-CASHIER-INDEX TO WS-CASHIER-MATCH
               END-IF
           END-PERFORM
           IF WS-CASHIER-MATCH = ZERO
               IF WS-CASHIER-COUNT < 100
                   ADD 1 TO WS-CASHIER-COUNT
                   MOVE WS-CASHIER-COUNT TO WS-CASHIER-MATCH
                   INITIALIZE WS-CASHIER-ROW(WS-CASHIER-MATCH)
                   MOVE WS-CASHIER-KEY TO CSH-USER(WS-CASHIER-MATCH)
               ELSE
                   ADD 1 TO WS-CASHIER-SKIPPED
               END-IF
           END-IF.

       *> One sign-off by WS-APPROVER-KEY for WS-CASHIER-KEY's
       *> transaction. Approving your own is counted against both.
       NOTE-APPROVAL.
           IF WS-APPROVER-KEY NOT = SPACES
               MOVE ZERO TO WS-APPROVER-MATCH
               PERFORM VARYING WS-APPROVER-INDEX FROM 1 BY 1
                   UNTIL WS-APPROVER-INDEX > WS-APPROVER-COUNT
                      OR WS-APPROVER-MATCH > ZERO
                   IF APR-USER(WS-APPROVER-INDEX) = WS-APPROVER-KEY
                       MOVE WS-APPROVER-INDEX TO WS-APPROVER-MATCH
                   END-IF
               END-PERFORM
               IF WS-APPROVER-MATCH = ZERO AND WS-APPROVER-COUNT < 100
                   ADD 1 TO WS-APPROVER-COUNT
                   MOVE WS-APPROVER-COUNT TO WS-APPROVER-MATCH
                   INITIALIZE WS-APPROVER-ROW(WS-APPROVER-MATCH)
                   MOVE WS-APPROVER-KEY TO APR-USER(WS-APPROVER-MATCH)
               END-IF
               IF WS-APPROVER-MATCH > ZERO
                   EVALUATE WS-APPROVAL-TYPE
                       WHEN "V"
                           ADD 1 TO APR-VOIDS(WS-APPROVER-MATCH)
                       WHEN "R"
                           ADD 1 TO APR-REFUNDS(WS-APPROVER-MATCH)
                       WHEN "O"
                           ADD 1 TO APR-OVERRIDES(WS-APPROVER-MATCH)
                   END-EVALUATE
                   IF WS-APPROVER-KEY = WS-CASHIER-KEY
                       ADD 1 TO APR-SELF(WS-APPROVER-MATCH)
                       IF WS-CASHIER-MATCH > ZERO
                           ADD 1
                             TO CSH-SELF-APPROVALS(WS-CASHIER-MATCH)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       *> ----------------------------------------------------------
       *> AUDIT.csv names the approver of every override; the count
       *> and giveaway per cashier already came off the log.
       *> ----------------------------------------------------------
       TALLY-OVERRIDE-APPROVALS.
           OPEN INPUT AUDIT-FILE
           IF NOT AUDIT-FILE-MISSING
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-AUDIT-ROW UNTIL AT-EOF
               CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-ROW.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   MOVE SPACES TO WS-FIELD-7 WS-FIELD-8
                   UNSTRING AUDIT-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                            WS-FIELD-7 WS-FIELD-8
                   END-UNSTRING
                   IF WS-FIELD-1 = "OVERRIDE"
                       AND WS-FIELD-8(1:8) >= WS-FROM-DATE
                       AND WS-FIELD-8(1:8) <= WS-TO-DATE
                       MOVE FUNCTION TRIM(WS-FIELD-6)
                           TO WS-CASHIER-KEY
                       PERFORM FIND-CASHIER-ROW
                       MOVE FUNCTION TRIM(WS-FIELD-7)
                           TO WS-APPROVER-KEY
                       MOVE "O" TO WS-APPROVAL-TYPE
                       PERFORM NOTE-APPROVAL
                   END-IF
           END-READ.

       *> ----------------------------------------------------------
       *> SHIFTS.csv CLOSE rows:
       *> CLOSE,USER,DATE,TIME,EXPECTED,COUNTED,OVERSHORT,STATION.
       *> ----------------------------------------------------------
       TALLY-SHIFT-CLOSES.
           OPEN INPUT SHIFT-FILE
           IF NOT SHIFT-FILE-MISSING
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-SHIFT-ROW UNTIL AT-EOF
               CLOSE SHIFT-FILE
           END-IF.

       READ-SHIFT-ROW.
           READ SHIFT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   MOVE SPACES TO WS-FIELD-7
                   UNSTRING SHIFT-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                            WS-FIELD-7
                   END-UNSTRING
                   IF WS-FIELD-1 = "CLOSE"
                       AND WS-FIELD-3(1:8) >= WS-FROM-DATE
                       AND WS-FIELD-3(1:8) <= WS-TO-DATE
                       MOVE FUNCTION TRIM(WS-FIELD-2)
                           TO WS-CASHIER-KEY
                       PERFORM FIND-CASHIER-ROW
                       IF WS-CASHIER-MATCH > ZERO
                           MOVE WS-FIELD-7(1:9) TO WS-OVER-SHORT-RAW
                           ADD 1 TO CSH-CLOSES(WS-CASHIER-MATCH)
                           ADD WS-OVER-SHORT
                               TO CSH-OVER-SHORT(WS-CASHIER-MATCH)
                           IF WS-OVER-SHORT < ZERO
                               COMPUTE CSH-SHORT-PESOS(WS-CASHIER-MATCH)
                                   = CSH-SHORT-PESOS(WS-CASHIER-MATCH)
                                   - WS-OVER-SHORT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       *> ----------------------------------------------------------
       *> ADJUSTMENTS.csv: DATE,TIME,PRODUCT,REASON,DELTA,NEWQTY,USER.
       *> Only write-downs count; a count that finds stock is not an
       *> exception.
       *> ----------------------------------------------------------
       TALLY-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-FILE
           IF NOT ADJUSTMENT-FILE-MISSING
               OPEN INPUT PRODUCT-FILE
               IF WS-PRODUCT-STATUS = "00"
                   MOVE 'Y' TO WS-PRODUCTS-OPEN-FLAG
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-ADJUSTMENT-ROW UNTIL AT-EOF
               CLOSE ADJUSTMENT-FILE
               IF PRODUCTS-ARE-OPEN
                   CLOSE PRODUCT-FILE
                   MOVE 'N' TO WS-PRODUCTS-OPEN-FLAG
               END-IF
           END-IF.

       READ-ADJUSTMENT-ROW.
           READ ADJUSTMENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   MOVE SPACES TO WS-FIELD-7
                   UNSTRING ADJUSTMENT-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                            WS-FIELD-7
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(WS-FIELD-5) TO WS-ADJUST-DELTA
                   IF WS-FIELD-1(1:8) >= WS-FROM-DATE
                       AND WS-FIELD-1(1:8) <= WS-TO-DATE
                       AND WS-ADJUST-DELTA < ZERO
                       PERFORM POST-ONE-ADJUSTMENT
                   END-IF
           END-READ.

       POST-ONE-ADJUSTMENT.
           MOVE FUNCTION TRIM(WS-FIELD-7) TO WS-CASHIER-KEY
           PERFORM FIND-CASHIER-ROW
           IF WS-CASHIER-MATCH > ZERO
               ADD 1 TO CSH-ADJUSTS(WS-CASHIER-MATCH)
               MOVE ZERO TO WS-ADJUST-VALUE
               IF PRODUCTS-ARE-OPEN
                   MOVE WS-FIELD-3 TO PR-PRODUCT-NAME
                   READ PRODUCT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-ADJUST-VALUE ROUNDED =
                               (0 - WS-ADJUST-DELTA) * PR-PRODUCT-COST
                   END-READ
               END-IF
               ADD WS-ADJUST-VALUE TO CSH-ADJUST-PESOS(WS-CASHIER-MATCH)
           END-IF.

       *> ----------------------------------------------------------
       *> Store rates over the whole range: voids per 100 rung
       *> (completed sales plus cancelled ones), overrides, refunds,
       *> refunds without an original and write-downs per 100 sales,
       *> and the shortage per close in pesos.
       *> ----------------------------------------------------------
       COMPUTE-STORE-RATES.
           INITIALIZE WS-STORE-TOTALS
           PERFORM VARYING WS-CASHIER-INDEX FROM 1 BY 1
               UNTIL WS-CASHIER-INDEX > WS-CASHIER-COUNT
               ADD CSH-TXNS(WS-CASHIER-INDEX) TO WS-ST-TXNS
               ADD CSH-SALES(WS-CASHIER-INDEX) TO WS-ST-SALES
               ADD CSH-LINE-VOIDS(WS-CASHIER-INDEX) TO WS-ST-VOIDS
               ADD CSH-CANCELS(WS-CASHIER-INDEX) TO WS-ST-CANCELS
               ADD CSH-OVERRIDES(WS-CASHIER-INDEX) TO WS-ST-OVERRIDES
               ADD CSH-OVERRIDE-PESOS(WS-CASHIER-INDEX)
                   TO WS-ST-OVERRIDE-PESOS
               ADD CSH-REFUNDS(WS-CASHIER-INDEX) TO WS-ST-REFUNDS
               ADD CSH-REFUND-PESOS(WS-CASHIER-INDEX)
                   TO WS-ST-REFUND-PESOS
               ADD CSH-NO-ORIGINAL(WS-CASHIER-INDEX)
                   TO WS-ST-NO-ORIGINAL
               ADD CSH-CLOSES(WS-CASHIER-INDEX) TO WS-ST-CLOSES
               ADD CSH-OVER-SHORT(WS-CASHIER-INDEX) TO WS-ST-OVER-SHORT
               ADD CSH-SHORT-PESOS(WS-CASHIER-INDEX)
                   TO WS-ST-SHORT-PESOS
               ADD CSH-ADJUSTS(WS-CASHIER-INDEX) TO WS-ST-ADJUSTS
               ADD CSH-ADJUST-PESOS(WS-CASHIER-INDEX)
                   TO WS-ST-ADJUST-PESOS
           END-PERFORM

           INITIALIZE WS-STORE-RATES
           COMPUTE WS-RATE-BASE = WS-ST-TXNS + WS-ST-CANCELS
           IF WS-RATE-BASE > ZERO
               COMPUTE WS-SR-VOID ROUNDED =
                   (WS-ST-VOIDS + WS-ST-CANCELS) * 100 / WS-RATE-BASE
           END-IF
           IF WS-ST-TXNS > ZERO
               COMPUTE WS-SR-OVERRIDE ROUNDED =
                   WS-ST-OVERRIDES * 100 / WS-ST-TXNS
               COMPUTE WS-SR-REFUND ROUNDED =
                   WS-ST-REFUNDS * 100 / WS-ST-TXNS
               COMPUTE WS-SR-NO-ORIGINAL ROUNDED =
                   WS-ST-NO-ORIGINAL * 100 / WS-ST-TXNS
               COMPUTE WS-SR-ADJUST ROUNDED =
                   WS-ST-ADJUSTS * 100 / WS-ST-TXNS
           END-IF
           IF WS-ST-CLOSES > ZERO
               COMPUTE WS-SR-SHORT ROUNDED =
                   WS-ST-SHORT-PESOS / WS-ST-CLOSES
           END-IF.

       *> ----------------------------------------------------------
       *> One cashier's rates, their flags and their ranking score.
       *> Flag letters: V voids, O overrides, R refunds, N refunds
       *> with no original sale, S drawer shortage, A write-downs,
       *> and * for approving their own exception.
       *> ----------------------------------------------------------
       RATE-ONE-CASHIER.
           INITIALIZE WS-CASHIER-RATES
           COMPUTE WS-RATE-BASE = CSH-TXNS(WS-CASHIER-INDEX)
               + CSH-CANCELS(WS-CASHIER-INDEX)
           IF WS-RATE-BASE > ZERO
               COMPUTE WS-CR-VOID ROUNDED =
                   (CSH-LINE-VOIDS(WS-CASHIER-INDEX)
                    + CSH-CANCELS(WS-CASHIER-INDEX)) * 100
                   / WS-RATE-BASE
           END-IF
       *> With no sales of their own, every refund or write-down is
       *> measured against a single transaction.
           MOVE CSH-TXNS(WS-CASHIER-INDEX) TO WS-RATE-BASE
           IF WS-RATE-BASE = ZERO
               MOVE 1 TO WS-RATE-BASE
           END-IF
           COMPUTE WS-CR-OVERRIDE ROUNDED =
               CSH-OVERRIDES(WS-CASHIER-INDEX) * 100 / WS-RATE-BASE
           COMPUTE WS-CR-REFUND ROUNDED =
               CSH-REFUNDS(WS-CASHIER-INDEX) * 100 / WS-RATE-BASE
           COMPUTE WS-CR-NO-ORIGINAL ROUNDED =
               CSH-NO-ORIGINAL(WS-CASHIER-INDEX) * 100 / WS-RATE-BASE
           COMPUTE WS-CR-ADJUST ROUNDED =
               CSH-ADJUSTS(WS-CASHIER-INDEX) * 100 / WS-RATE-BASE
           IF CSH-CLOSES(WS-CASHIER-INDEX) > ZERO
               COMPUTE WS-CR-SHORT ROUNDED =
                   CSH-SHORT-PESOS(WS-CASHIER-INDEX)
                   / CSH-CLOSES(WS-CASHIER-INDEX)
           END-IF
           MOVE WS-CR-VOID TO CSH-VOID-RATE(WS-CASHIER-INDEX)
           MOVE WS-CR-SHORT TO CSH-SHORT-RATE(WS-CASHIER-INDEX)

           COMPUTE WS-EXCEPTIONS =
               CSH-LINE-VOIDS(WS-CASHIER-INDEX)
               + CSH-CANCELS(WS-CASHIER-INDEX)
               + CSH-OVERRIDES(WS-CASHIER-INDEX)
               + CSH-REFUNDS(WS-CASHIER-INDEX)
               + CSH-NO-ORIGINAL(WS-CASHIER-INDEX)
               + CSH-ADJUSTS(WS-CASHIER-INDEX)
           COMPUTE CSH-SCORE(WS-CASHIER-INDEX) ROUNDED =
               WS-EXCEPTIONS * 100 / WS-RATE-BASE

           MOVE SPACES TO CSH-FLAGS(WS-CASHIER-INDEX)
           MOVE 1 TO WS-FLAG-POS
           MOVE WS-CR-VOID TO WS-TEST-RATE
           MOVE WS-SR-VOID TO WS-TEST-BASE
           PERFORM TEST-AGAINST-STORE
           IF RATE-IS-OVER
               MOVE "V" TO CSH-FLAGS(WS-CASHIER-INDEX)(WS-FLAG-POS:1)
               ADD 1 TO WS-FLAG-POS
           END-IF
           MOVE WS-CR-OVERRIDE TO WS-TEST-RATE
           MOVE WS-SR-OVERRIDE TO WS-TEST-BASE
           PERFORM TEST-AGAINST-STORE
           IF RATE-IS-OVER
               MOVE "O" TO CSH-FLAGS(WS-CASHIER-INDEX)(WS-FLAG-POS:1)
               ADD 1 TO WS-FLAG-POS
           END-IF
           MOVE WS-CR-REFUND TO WS-TEST-RATE
           MOVE WS-SR-REFUND TO WS-TEST-BASE
           PERFORM TEST-AGAINST-STORE
           IF RATE-IS-OVER
               MOVE "R" TO CSH-FLAGS(WS-CASHIER-INDEX)(WS-FLAG-POS:1)
               ADD 1 TO WS-FLAG-POS
           END-IF
           MOVE WS-CR-NO-ORIGINAL TO WS-TEST-RATE
           MOVE WS-SR-NO-ORIGINAL TO WS-TEST-BASE
           PERFORM TEST-AGAINST-STORE
           IF RATE-IS-OVER
               MOVE "N" TO CSH-FLAGS(WS-CASHIER-INDEX)(WS-FLAG-POS:1)
               ADD 1 TO WS-FLAG-POS
           END-IF
           MOVE WS-CR-SHORT TO WS-TEST-RATE
           MOVE WS-SR-SHORT TO WS-TEST-BASE
           PERFORM TEST-AGAINST-STORE
           IF RATE-IS-OVER
               MOVE "S" TO CSH-FLAGS(WS-CASHIER-INDEX)(WS-FLAG-POS:1)
               ADD 1 TO WS-FLAG-POS
           END-IF
           MOVE WS-CR-ADJUST TO WS-TEST-RATE
           MOVE WS-SR-ADJUST TO WS-TEST-BASE
           PERFORM TEST-AGAINST-STORE
           IF RATE-IS-OVER
               MOVE "A" TO CSH-FLAGS(WS-CASHIER-INDEX)(WS-FLAG-POS:1)
               ADD 1 TO WS-FLAG-POS
           END-IF
           IF CSH-SELF-APPROVALS(WS-CASHIER-INDEX) > ZERO
               MOVE "*" TO CSH-FLAGS(WS-CASHIER-INDEX)(WS-FLAG-POS:1)
               ADD 1 TO WS-FLAG-POS
           END-IF
           IF CSH-FLAGS(WS-CASHIER-INDEX) NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       *> Over when the cashier has any at all and sits more than the
       *> tolerance above the store rate.
       TEST-AGAINST-STORE.
           MOVE 'N' TO WS-TEST-RESULT
           COMPUTE WS-TEST-LIMIT ROUNDED =
               WS-TEST-BASE * (100 + WS-TOLERANCE-PCT) / 100
           IF WS-TEST-RATE > ZERO AND WS-TEST-RATE > WS-TEST-LIMIT
               MOVE 'Y' TO WS-TEST-RESULT
           END-IF.

       *> ----------------------------------------------------------
       *> The report.
       *> ----------------------------------------------------------
       PRINT-STORE-SUMMARY.
           DISPLAY " "
           MOVE WS-TOLERANCE-PCT TO WS-TOLERANCE-EDIT
           DISPLAY "Range: " WS-FROM-DATE " to " WS-TO-DATE
               "   Tolerance: " WS-TOLERANCE-EDIT "% over store rate"
           IF WS-CASHIER-SKIPPED > ZERO
               DISPLAY "WARNING: more than 100 cashiers - "
                   WS-CASHIER-SKIPPED " row(s) left out."
           END-IF
           IF WS-REFUND-SKIPPED > ZERO
               DISPLAY "WARNING: " WS-REFUND-SKIPPED " refund(s) past "
                   "the 1000-row table were not traced."
           END-IF
           DISPLAY "------------------------------------------------"
           DISPLAY " STORE TOTALS"
           DISPLAY "------------------------------------------------"
           MOVE WS-ST-TXNS TO WS-COUNT-EDIT
           MOVE WS-ST-SALES TO WS-PESOS-EDIT
           DISPLAY "Sales:            " WS-COUNT-EDIT "  " WS-PESOS-EDIT
           COMPUTE WS-EXCEPTIONS = WS-ST-VOIDS + WS-ST-CANCELS
           MOVE WS-EXCEPTIONS TO WS-COUNT-EDIT
           MOVE WS-SR-VOID TO WS-RATE-EDIT
           DISPLAY "Voids/cancels:    " WS-COUNT-EDIT "  rate "
               WS-RATE-EDIT "%"
           MOVE WS-ST-OVERRIDES TO WS-COUNT-EDIT
           MOVE WS-ST-OVERRIDE-PESOS TO WS-PESOS-EDIT-2
           MOVE WS-SR-OVERRIDE TO WS-RATE-EDIT
           DISPLAY "Overrides:        " WS-COUNT-EDIT "  "
               WS-PESOS-EDIT-2 "  per 100 " WS-RATE-EDIT
           MOVE WS-ST-REFUNDS TO WS-COUNT-EDIT
           MOVE WS-ST-REFUND-PESOS TO WS-PESOS-EDIT
           MOVE WS-SR-REFUND TO WS-RATE-EDIT
           DISPLAY "Refunds:          " WS-COUNT-EDIT "  "
               WS-PESOS-EDIT "  per 100 " WS-RATE-EDIT
           MOVE WS-ST-NO-ORIGINAL TO WS-COUNT-EDIT
           DISPLAY "  no original:    " WS-COUNT-EDIT
           MOVE WS-ST-CLOSES TO WS-COUNT-EDIT
           MOVE WS-ST-OVER-SHORT TO WS-PESOS-EDIT-2
           MOVE WS-SR-SHORT TO WS-RATE-EDIT
           DISPLAY "Shift closes:     " WS-COUNT-EDIT "  over/short "
               WS-PESOS-EDIT-2
           DISPLAY "  short per close:          " WS-RATE-EDIT
           MOVE WS-ST-ADJUSTS TO WS-COUNT-EDIT
           MOVE WS-ST-ADJUST-PESOS TO WS-PESOS-EDIT
           DISPLAY "Write-downs:      " WS-COUNT-EDIT "  "
               WS-PESOS-EDIT " at cost".

       PRINT-CASHIER-RANKING.
           DISPLAY "------------------------------------------------"
           DISPLAY " CASHIERS BY EXCEPTIONS PER 100 SALES"
           DISPLAY "------------------------------------------------"
           DISPLAY "Flags: V voids  O overrides  R refunds  "
               "N refund without original"
           DISPLAY "       S drawer shortage  A write-downs  "
               "* approved own exception"
           IF WS-CASHIER-COUNT = ZERO
               DISPLAY "No cashier activity in the range."
           ELSE
               SORT SORT-WORK-FILE
                   ON DESCENDING KEY SORT-SCORE
                   INPUT PROCEDURE IS RELEASE-CASHIER-ROWS
                   OUTPUT PROCEDURE IS PRINT-RANKED-CASHIERS
               MOVE WS-FLAGGED-COUNT TO WS-RANK-EDIT
               DISPLAY " "
               DISPLAY WS-RANK-EDIT " cashier(s) flagged."
           END-IF.

       RELEASE-CASHIER-ROWS.
           PERFORM VARYING WS-CASHIER-INDEX FROM 1 BY 1
               UNTIL WS-CASHIER-INDEX > WS-CASHIER-COUNT
               MOVE CSH-SCORE(WS-CASHIER-INDEX) TO SORT-SCORE
               MOVE WS-CASHIER-INDEX TO SORT-CASHIER-ROW
               RELEASE SORT-WORK-RECORD
           END-PERFORM.

       PRINT-RANKED-CASHIERS.
           MOVE ZERO TO WS-RANK
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM RETURN-RANKED-CASHIER UNTIL SORT-AT-EOF.

       RETURN-RANKED-CASHIER.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
               NOT AT END
                   MOVE SORT-CASHIER-ROW TO WS-CASHIER-INDEX
                   PERFORM PRINT-ONE-CASHIER
           END-RETURN.

       PRINT-ONE-CASHIER.
           ADD 1 TO WS-RANK
           MOVE WS-RANK TO WS-RANK-EDIT
           MOVE CSH-SCORE(WS-CASHIER-INDEX) TO WS-RATE-EDIT
           DISPLAY " "
           DISPLAY WS-RANK-EDIT ". " CSH-USER(WS-CASHIER-INDEX)
               " score " WS-RATE-EDIT "  flags "
               CSH-FLAGS(WS-CASHIER-INDEX)
           MOVE CSH-TXNS(WS-CASHIER-INDEX) TO WS-COUNT-EDIT
           MOVE CSH-SALES(WS-CASHIER-INDEX) TO WS-PESOS-EDIT
           DISPLAY "     Sales       " WS-COUNT-EDIT "  "
               WS-PESOS-EDIT
           MOVE CSH-LINE-VOIDS(WS-CASHIER-INDEX) TO WS-COUNT-EDIT-2
           MOVE CSH-CANCELS(WS-CASHIER-INDEX) TO WS-COUNT-EDIT-3
           MOVE CSH-VOID-RATE(WS-CASHIER-INDEX) TO WS-RATE-EDIT
           MOVE CSH-LINE-VOID-PESOS(WS-CASHIER-INDEX) TO WS-PESOS-EDIT
           DISPLAY "     Line voids  " WS-COUNT-EDIT-2
               "  cancelled " WS-COUNT-EDIT-3
               "  void rate " WS-RATE-EDIT "%  lines "
               WS-PESOS-EDIT
           MOVE CSH-OVERRIDES(WS-CASHIER-INDEX) TO WS-COUNT-EDIT-2
           MOVE CSH-OVERRIDE-PESOS(WS-CASHIER-INDEX) TO WS-PESOS-EDIT-2
           DISPLAY "     Overrides   " WS-COUNT-EDIT-2
               "  value " WS-PESOS-EDIT-2
           MOVE CSH-REFUNDS(WS-CASHIER-INDEX) TO WS-COUNT-EDIT-2
           MOVE CSH-NO-ORIGINAL(WS-CASHIER-INDEX) TO WS-COUNT-EDIT-3
           MOVE CSH-REFUND-PESOS(WS-CASHIER-INDEX) TO WS-PESOS-EDIT
           DISPLAY "     Refunds     " WS-COUNT-EDIT-2
               "  value " WS-PESOS-EDIT
               "  no original " WS-COUNT-EDIT-3
           MOVE CSH-CLOSES(WS-CASHIER-INDEX) TO WS-COUNT-EDIT-2
           MOVE CSH-OVER-SHORT(WS-CASHIER-INDEX) TO WS-PESOS-EDIT-2
           MOVE CSH-SHORT-RATE(WS-CASHIER-INDEX) TO WS-RATE-EDIT
           DISPLAY "     Closes      " WS-COUNT-EDIT-2
               "  over/short " WS-PESOS-EDIT-2
               "  short/close " WS-RATE-EDIT
           MOVE CSH-ADJUSTS(WS-CASHIER-INDEX) TO WS-COUNT-EDIT-2
           MOVE CSH-ADJUST-PESOS(WS-CASHIER-INDEX) TO WS-PESOS-EDIT
           MOVE CSH-SELF-APPROVALS(WS-CASHIER-INDEX) TO WS-COUNT-EDIT-3
           DISPLAY "     Write-downs " WS-COUNT-EDIT-2
               "  value " WS-PESOS-EDIT
               "  self-approved " WS-COUNT-EDIT-3.

       PRINT-APPROVER-SUMMARY.
           DISPLAY " "
           DISPLAY "------------------------------------------------"
           DISPLAY " SUPERVISOR APPROVALS BY APPROVER"
           DISPLAY "------------------------------------------------"
           IF WS-APPROVER-COUNT = ZERO
               DISPLAY "No approvals in the range."
           ELSE
               DISPLAY "Approver               Voids Refunds "
                   "Overrides  Own"
               PERFORM VARYING WS-APPROVER-INDEX FROM 1 BY 1
                   UNTIL WS-APPROVER-INDEX > WS-APPROVER-COUNT
                   MOVE APR-VOIDS(WS-APPROVER-INDEX) TO WS-COUNT-EDIT-2
                   MOVE APR-REFUNDS(WS-APPROVER-INDEX)
                       TO WS-COUNT-EDIT-3
                   MOVE APR-OVERRIDES(WS-APPROVER-INDEX)
                       TO WS-COUNT-EDIT-4
                   MOVE APR-SELF(WS-APPROVER-INDEX) TO WS-COUNT-EDIT
                   DISPLAY APR-USER(WS-APPROVER-INDEX) " "
                       WS-COUNT-EDIT-2 "   " WS-COUNT-EDIT-3
                       "     " WS-COUNT-EDIT-4 WS-COUNT-EDIT
               END-PERFORM
           END-IF.

       PRINT-MISSING-ORIGINALS.
           DISPLAY " "
           DISPLAY "------------------------------------------------"
           DISPLAY " REFUNDS WITH NO ORIGINAL SALE ON FILE"
           DISPLAY "------------------------------------------------"
           MOVE ZERO TO WS-EXCEPTIONS
           PERFORM VARYING WS-REFUND-INDEX FROM 1 BY 1
               UNTIL WS-REFUND-INDEX > WS-REFUND-COUNT
               IF NOT RFD-ORIGINAL-FOUND(WS-REFUND-INDEX)
                   ADD 1 TO WS-EXCEPTIONS
                   MOVE RFD-PESOS(WS-REFUND-INDEX) TO WS-PESOS-EDIT
                   DISPLAY "Refund " RFD-TXN(WS-REFUND-INDEX)
                       " for " RFD-ORIGINAL(WS-REFUND-INDEX)
                       " by " RFD-CASHIER(WS-REFUND-INDEX)
                       WS-PESOS-EDIT
               END-IF
           END-PERFORM
           IF WS-EXCEPTIONS = ZERO
               DISPLAY "(none)"
           END-IF.
