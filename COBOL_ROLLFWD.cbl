       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-ROLLFORWARD.

       *> This program is the month-end stock roll-forward the
       *> accountant asks for. INVENTORY-VALUATION only says what the
       *> stock is worth today and KARDEX-AUDIT only proves each
       *> product's chain; neither says how last month's closing
       *> stock became this month's. For a closed month this program
       *> snapshots closing quantity, unit cost and value per product
       *> into STOCK-SNAPSHOT_<yyyymm>.csv, then rolls the prior
       *> month's snapshot forward through the month's STOCK-LEDGER.csv
       *> movements - receipts and transfers in, less sales, returns
       *> to supplier and transfers out, plus or minus adjustments
       *> and count variances - by department, in units and pesos.
       *> Any product whose movements do not carry its opening stock
       *> to its snapshot closing is listed as not tied, and the
       *> program ends with a nonzero return code.

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

           SELECT LEDGER-FILE ASSIGN TO "STOCK-LEDGER.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJUSTMENTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO DYNAMIC
               WS-SNAPSHOT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

       *> PRODUCTS.CSV is the indexed catalog (same layout as
       *> COBOL_POS.cbl). STOCK-LEDGER.csv is the kardex:
       *> DATE,TIME,PRODUCT,TYPE,IN,OUT,BALANCE,USER. ADJUSTMENTS.csv
       *> is DATE,TIME,PRODUCT,REASON,DELTA,NEWQTY,USER - the only
       *> place a count variance is told apart from any other ADJUST
       *> kardex line. STOCK-SNAPSHOT_<yyyymm>.csv holds one
       *> PRODUCT,DEPT,QTY,COST,VALUE row per product at month end.

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

       FD  LEDGER-FILE.
       01  LEDGER-RECORD              PIC X(120).

       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD          PIC X(100).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-STATUS          PIC XX.
           88  PRODUCT-MISSING            VALUE "35".
       01  WS-LEDGER-STATUS           PIC XX.
           88  LEDGER-MISSING             VALUE "35".
       01  WS-ADJUSTMENT-STATUS       PIC XX.
           88  ADJUSTMENT-MISSING         VALUE "35".
       01  WS-SNAPSHOT-STATUS         PIC XX.
           88  SNAPSHOT-MISSING           VALUE "35".
       01  WS-EOF-FLAG                PIC X.
           88  AT-EOF                     VALUE "Y".

       01  WS-TODAY-DATE              PIC 9(8).
       01  WS-CLOSE-MONTH             PIC 9(6). *> YYYYMM keyed.
       01  WS-PRIOR-MONTH             PIC 9(6).
       01  WS-SNAPSHOT-FILE-NAME      PIC X(40).
       01  WS-BUILD-LINE              PIC X(100).

       01  WS-FIELD-1                 PIC X(20). *> Unstring scratch.
       01  WS-FIELD-2                 PIC X(20).
       01  WS-FIELD-3                 PIC X(20).
       01  WS-FIELD-4                 PIC X(20).
       01  WS-FIELD-5                 PIC X(20).
       01  WS-FIELD-6                 PIC X(20).
       01  WS-FIELD-7                 PIC X(20).
       01  WS-ROW-NET                 PIC S9(7)V999. *> IN less OUT.
       01  WS-LOOKUP-NAME             PIC X(20).
       01  WS-LEDGER-TYPE             PIC X(20).

       01  WS-PRIOR-FOUND-FLAG        PIC X.
           88  PRIOR-SNAPSHOT-FOUND       VALUE "Y".
       01  WS-CLOSE-FOUND-FLAG        PIC X.
           88  CLOSE-SNAPSHOT-FOUND       VALUE "Y".

       *> Count corrections of the month off ADJUSTMENTS.csv. An
       *> ADJUST kardex line on the same day, for the same product
       *> and the same delta, is that count's variance; each
       *> correction claims one kardex line only.
       01  WS-CNT-COUNT               PIC 9(4) VALUE 0.
       01  WS-CNT-INDEX               PIC 9(4).
       01  WS-CNT-MATCH               PIC 9(4).
       01  WS-COUNT-TABLE.
           05  WS-CNT-ENTRY OCCURS 2000 TIMES.
               10  CNT-DATE           PIC X(8).
               10  CNT-NAME           PIC X(20).
               10  CNT-DELTA          PIC S9(7)V999.
               10  CNT-USED-FLAG      PIC X.
                   88  CNT-USED           VALUE "Y".

       *> One slot per product seen in either snapshot, the catalog
       *> or the month's kardex. RF-MOVE holds the month's movements
       *> as signed unit contributions to closing stock:
       *> 1 receipts, 2 transfers in, 3 sales net of voids and
       *> returns, 4 returns to supplier, 5 transfers out,
       *> 6 adjustments, 7 count variances.
       01  WS-RF-COUNT                PIC 9(4) VALUE 0.
       01  WS-RF-INDEX                PIC 9(4).
       01  WS-RF-MATCH                PIC 9(4).
       01  WS-RF-SKIPPED              PIC 9(5) VALUE 0.
       01  WS-ROLLFORWARD-TABLE.
           05  WS-RF-ENTRY OCCURS 3000 TIMES.
               10  RF-NAME            PIC X(20).
               10  RF-DEPT            PIC X(10).
               10  RF-OPEN-QTY        PIC S9(7)V999.
               10  RF-OPEN-COST       PIC 9(5)V99.
               10  RF-OPEN-VALUE      PIC S9(9)V99.
               10  RF-MOVE            PIC S9(7)V999 OCCURS 7 TIMES.
               10  RF-LATER-NET       PIC S9(7)V999. *> After month.
               10  RF-CLOSE-QTY       PIC S9(7)V999.
               10  RF-CLOSE-COST      PIC 9(5)V99.
               10  RF-CLOSE-VALUE     PIC S9(9)V99.
       01  WS-MOVE-INDEX              PIC 9(2).
       01  WS-MOVE-SLOT               PIC 9(2).

       *> Department roll-forward, lines 1-11: opening, the seven
       *> movements, unexplained, cost change (pesos only), closing.
       01  WS-DEPT-COUNT              PIC 9(3) VALUE 0.
       01  WS-DEPT-INDEX              PIC 9(3).
       01  WS-DEPT-MATCH              PIC 9(3).
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES.
               10  DRF-DEPT           PIC X(10).
               10  DRF-UNITS          PIC S9(9)V999 OCCURS 11 TIMES.
               10  DRF-PESOS          PIC S9(11)V99 OCCURS 11 TIMES.
       01  WS-STORE-UNITS-TABLE.
           05  STR-UNITS              PIC S9(9)V999 OCCURS 11 TIMES.
       01  WS-STORE-PESOS-TABLE.
           05  STR-PESOS              PIC S9(11)V99 OCCURS 11 TIMES.
       01  WS-LINE-LABELS.
           05  WS-LINE-LABEL          PIC X(26) OCCURS 11 TIMES.
       01  WS-LINE-INDEX              PIC 9(2).

       01  WS-UNIT-COST               PIC 9(5)V99.
       01  WS-COMPUTED-CLOSE          PIC S9(7)V999.
       01  WS-GAP                     PIC S9(7)V999.
       01  WS-MOVE-VALUE              PIC S9(11)V99.
       01  WS-MOVED-VALUE             PIC S9(11)V99.
       01  WS-UNTIED-COUNT            PIC 9(5) VALUE 0.
       01  WS-SNAPSHOT-ROWS           PIC 9(5) VALUE 0.

       01  WS-QTY-FILE                PIC 9(5).999. *> Point explicit.
       01  WS-COST-FILE               PIC 9(5).99.
       01  WS-VALUE-FILE              PIC 9(9).99.
       01  WS-UNITS-EDIT              PIC -(8)9.999.
       01  WS-PESOS-EDIT              PIC -(10)9.99.
       01  WS-QTY-EDIT                PIC -(6)9.999.
       01  WS-QTY-EDIT-2              PIC -(6)9.999.
       01  WS-GAP-EDIT                PIC -(6)9.999.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "Closed Month to Roll Forward (YYYYMM): "
           ACCEPT WS-CLOSE-MONTH
           IF WS-CLOSE-MONTH >= WS-TODAY-DATE(1:6)
               DISPLAY "That month is not closed yet - only a past "
                   "month rolls forward."
               STOP RUN
           END-IF
           IF WS-CLOSE-MONTH(5:2) = "01"
               COMPUTE WS-PRIOR-MONTH = WS-CLOSE-MONTH - 89
           ELSE
               COMPUTE WS-PRIOR-MONTH = WS-CLOSE-MONTH - 1
           END-IF
           PERFORM SET-LINE-LABELS
           PERFORM LOAD-PRIOR-SNAPSHOT
           PERFORM LOAD-COUNT-CORRECTIONS
           PERFORM SCAN-STOCK-LEDGER
           PERFORM LOAD-CLOSING-SNAPSHOT
           IF NOT CLOSE-SNAPSHOT-FOUND
               PERFORM TAKE-CLOSING-SNAPSHOT
           END-IF
           PERFORM ROLL-EACH-PRODUCT
           PERFORM PRINT-ROLLFORWARD
           IF WS-UNTIED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       SET-LINE-LABELS.
           MOVE "Opening stock"             TO WS-LINE-LABEL(1)
           MOVE "+ Receipts"                TO WS-LINE-LABEL(2)
           MOVE "+ Transfers in"            TO WS-LINE-LABEL(3)
           MOVE "- Sales (net of returns)"  TO WS-LINE-LABEL(4)
           MOVE "- Returns to supplier"     TO WS-LINE-LABEL(5)
           MOVE "- Transfers out"           TO WS-LINE-LABEL(6)
           MOVE "+/- Adjustments"           TO WS-LINE-LABEL(7)
           MOVE "+/- Count variances"       TO WS-LINE-LABEL(8)
           MOVE "+/- Not explained"         TO WS-LINE-LABEL(9)
           MOVE "+/- Cost change"           TO WS-LINE-LABEL(10)
           MOVE "= Closing stock"           TO WS-LINE-LABEL(11)
           INITIALIZE WS-STORE-UNITS-TABLE
           INITIALIZE WS-STORE-PESOS-TABLE.

       *> ----------------------------------------------------------
       *> Opening stock is last month's snapshot. Without one there
       *> is nothing independent to tie to: opening is then backed
       *> out of the closing stock and the month's movements, and
       *> the report says so.
       *> ----------------------------------------------------------
       LOAD-PRIOR-SNAPSHOT.
           MOVE "N" TO WS-PRIOR-FOUND-FLAG
           MOVE SPACES TO WS-SNAPSHOT-FILE-NAME
           STRING "STOCK-SNAPSHOT_" DELIMITED BY SIZE
                  WS-PRIOR-MONTH    DELIMITED BY SIZE
                  ".csv"            DELIMITED BY SIZE
               INTO WS-SNAPSHOT-FILE-NAME
           END-STRING
           OPEN INPUT SNAPSHOT-FILE
           IF NOT SNAPSHOT-MISSING
               MOVE "Y" TO WS-PRIOR-FOUND-FLAG
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-PRIOR-SNAPSHOT-ROW UNTIL AT-EOF
               CLOSE SNAPSHOT-FILE
           END-IF.

       READ-PRIOR-SNAPSHOT-ROW.
           READ SNAPSHOT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   PERFORM SPLIT-SNAPSHOT-ROW
                   PERFORM FIND-RF-SLOT
                   IF WS-RF-MATCH NOT = ZERO
                       MOVE WS-FIELD-2 TO RF-DEPT(WS-RF-MATCH)
                       MOVE FUNCTION NUMVAL(WS-FIELD-3)
                           TO RF-OPEN-QTY(WS-RF-MATCH)
                       MOVE FUNCTION NUMVAL(WS-FIELD-4)
                           TO RF-OPEN-COST(WS-RF-MATCH)
                       MOVE FUNCTION NUMVAL(WS-FIELD-5)
                           TO RF-OPEN-VALUE(WS-RF-MATCH)
                   END-IF
           END-READ.

       SPLIT-SNAPSHOT-ROW.
           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
           MOVE SPACES TO WS-FIELD-4 WS-FIELD-5
           UNSTRING SNAPSHOT-RECORD DELIMITED BY ","
               INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                    WS-FIELD-4 WS-FIELD-5
           END-UNSTRING
           MOVE WS-FIELD-1 TO WS-LOOKUP-NAME.

       *> Finds WS-LOOKUP-NAME in the roll-forward table, adding it
       *> when new; zero only when the table is full.
       FIND-RF-SLOT.
           MOVE ZERO TO WS-RF-MATCH
           PERFORM VARYING WS-RF-INDEX FROM 1 BY 1
               UNTIL WS-RF-INDEX > WS-RF-COUNT
               IF RF-NAME(WS-RF-INDEX) = WS-LOOKUP-NAME
                   MOVE WS-RF-INDEX TO WS-RF-MATCH
               END-IF
           END-PERFORM
           IF WS-RF-MATCH = ZERO
               IF WS-RF-COUNT < 3000
                   ADD 1 TO WS-RF-COUNT
                   MOVE WS-RF-COUNT TO WS-RF-MATCH
                   INITIALIZE WS-RF-ENTRY(WS-RF-MATCH)
                   MOVE WS-LOOKUP-NAME TO RF-NAME(WS-RF-MATCH)
               ELSE
                   ADD 1 TO WS-RF-SKIPPED
               END-IF
           END-IF.

       LOAD-COUNT-CORRECTIONS.
           OPEN INPUT ADJUSTMENT-FILE
           IF NOT ADJUSTMENT-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-ADJUSTMENT-ROW UNTIL AT-EOF
               CLOSE ADJUSTMENT-FILE
           END-IF.

       READ-ADJUSTMENT-ROW.
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
                   IF WS-FIELD-1(1:6) = WS-CLOSE-MONTH
                       AND FUNCTION TRIM(WS-FIELD-4) =
                           "COUNT-CORRECTION"
                       AND WS-CNT-COUNT < 2000
                       ADD 1 TO WS-CNT-COUNT
                       MOVE WS-FIELD-1 TO CNT-DATE(WS-CNT-COUNT)
                       MOVE WS-FIELD-3 TO CNT-NAME(WS-CNT-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-5)
                           TO CNT-DELTA(WS-CNT-COUNT)
                       MOVE "N" TO CNT-USED-FLAG(WS-CNT-COUNT)
                   END-IF
           END-READ.

       *> ----------------------------------------------------------
       *> The month's kardex lines fill the movement columns. Lines
       *> dated after the month are only netted, so a snapshot taken
       *> days into the next month can be wound back to month end.
       *> ----------------------------------------------------------
       SCAN-STOCK-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-MISSING
               DISPLAY "STOCK-LEDGER.csv not found - no movements "
                   "recorded yet."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-LEDGER-ROW UNTIL AT-EOF
               CLOSE LEDGER-FILE
           END-IF.

       READ-LEDGER-ROW.
           READ LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   UNSTRING LEDGER-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   END-UNSTRING
                   IF WS-FIELD-1(1:6) NOT < WS-CLOSE-MONTH
                       COMPUTE WS-ROW-NET =
                           FUNCTION NUMVAL(WS-FIELD-5)
                           - FUNCTION NUMVAL(WS-FIELD-6)
                       MOVE WS-FIELD-3 TO WS-LOOKUP-NAME
                       PERFORM FIND-RF-SLOT
                       IF WS-RF-MATCH NOT = ZERO
                           IF WS-FIELD-1(1:6) = WS-CLOSE-MONTH
                               PERFORM POST-MONTH-MOVEMENT
                           ELSE
                               ADD WS-ROW-NET
                                   TO RF-LATER-NET(WS-RF-MATCH)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       *> Voids and customer returns give back what a sale took, so
       *> they net into the sales column. Anything that is not a
       *> receipt, transfer, sale or return to supplier - ADJUST,
       *> EDIT, DELETE, the repack pairs - is an adjustment, unless
       *> a count correction claims it.
       POST-MONTH-MOVEMENT.
           MOVE FUNCTION TRIM(WS-FIELD-4) TO WS-LEDGER-TYPE
           EVALUATE WS-LEDGER-TYPE
               WHEN "RECEIPT"
                   MOVE 1 TO WS-MOVE-SLOT
               WHEN "TRANSFER-IN"
                   MOVE 2 TO WS-MOVE-SLOT
               WHEN "SALE"
               WHEN "KIT-SALE"
               WHEN "MANUAL"
               WHEN "VOID"
               WHEN "KIT-VOID"
               WHEN "RETURN"
               WHEN "KIT-RTN"
                   MOVE 3 TO WS-MOVE-SLOT
               WHEN "RTS"
                   MOVE 4 TO WS-MOVE-SLOT
               WHEN "TRANSFER-OUT"
                   MOVE 5 TO WS-MOVE-SLOT
               WHEN "ADJUST"
                   PERFORM FIND-COUNT-CORRECTION
                   IF WS-CNT-MATCH NOT = ZERO
                       MOVE "Y" TO CNT-USED-FLAG(WS-CNT-MATCH)
                       MOVE 7 TO WS-MOVE-SLOT
                   ELSE
                       MOVE 6 TO WS-MOVE-SLOT
                   END-IF
               WHEN OTHER
                   MOVE 6 TO WS-MOVE-SLOT
           END-EVALUATE
           ADD WS-ROW-NET TO RF-MOVE(WS-RF-MATCH, WS-MOVE-SLOT).

       FIND-COUNT-CORRECTION.
           MOVE ZERO TO WS-CNT-MATCH
           PERFORM VARYING WS-CNT-INDEX FROM 1 BY 1
               UNTIL WS-CNT-INDEX > WS-CNT-COUNT
                  OR WS-CNT-MATCH NOT = ZERO
               IF CNT-DATE(WS-CNT-INDEX) = WS-FIELD-1(1:8)
                   AND CNT-NAME(WS-CNT-INDEX) = WS-LOOKUP-NAME
                   AND CNT-DELTA(WS-CNT-INDEX) = WS-ROW-NET
                   AND NOT CNT-USED(WS-CNT-INDEX)
                   MOVE WS-CNT-INDEX TO WS-CNT-MATCH
               END-IF
           END-PERFORM.

       *> A rerun reads the snapshot already taken, so the closing
       *> figures never drift once the month has been rolled.
       LOAD-CLOSING-SNAPSHOT.
           MOVE "N" TO WS-CLOSE-FOUND-FLAG
           MOVE SPACES TO WS-SNAPSHOT-FILE-NAME
           STRING "STOCK-SNAPSHOT_" DELIMITED BY SIZE
                  WS-CLOSE-MONTH    DELIMITED BY SIZE
                  ".csv"            DELIMITED BY SIZE
               INTO WS-SNAPSHOT-FILE-NAME
           END-STRING
           OPEN INPUT SNAPSHOT-FILE
           IF NOT SNAPSHOT-MISSING
               MOVE "Y" TO WS-CLOSE-FOUND-FLAG
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-CLOSING-SNAPSHOT-ROW UNTIL AT-EOF
               CLOSE SNAPSHOT-FILE
               DISPLAY "Using the snapshot already taken: "
                   FUNCTION TRIM(WS-SNAPSHOT-FILE-NAME)
           END-IF.

       READ-CLOSING-SNAPSHOT-ROW.
           READ SNAPSHOT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   PERFORM SPLIT-SNAPSHOT-ROW
                   PERFORM FIND-RF-SLOT
                   IF WS-RF-MATCH NOT = ZERO
                       MOVE WS-FIELD-2 TO RF-DEPT(WS-RF-MATCH)
                       MOVE FUNCTION NUMVAL(WS-FIELD-3)
                           TO RF-CLOSE-QTY(WS-RF-MATCH)
                       MOVE FUNCTION NUMVAL(WS-FIELD-4)
                           TO RF-CLOSE-COST(WS-RF-MATCH)
                       MOVE FUNCTION NUMVAL(WS-FIELD-5)
                           TO RF-CLOSE-VALUE(WS-RF-MATCH)
                   END-IF
           END-READ.

       *> ----------------------------------------------------------
       *> The snapshot: the live catalog quantity, less whatever the
       *> kardex has moved since month end, at today's unit cost.
       *> ----------------------------------------------------------
       TAKE-CLOSING-SNAPSHOT.
           OPEN INPUT PRODUCT-FILE
           IF PRODUCT-MISSING
               DISPLAY "PRODUCTS.CSV not found - no snapshot taken."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-CATALOG-FOR-SNAPSHOT UNTIL AT-EOF
               CLOSE PRODUCT-FILE
               OPEN OUTPUT SNAPSHOT-FILE
               PERFORM VARYING WS-RF-INDEX FROM 1 BY 1
                   UNTIL WS-RF-INDEX > WS-RF-COUNT
                   PERFORM WRITE-SNAPSHOT-ROW
               END-PERFORM
               CLOSE SNAPSHOT-FILE
               DISPLAY WS-SNAPSHOT-ROWS " product(s) written to "
                   FUNCTION TRIM(WS-SNAPSHOT-FILE-NAME)
           END-IF.

       READ-CATALOG-FOR-SNAPSHOT.
           READ PRODUCT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE PR-PRODUCT-NAME TO WS-LOOKUP-NAME
                   PERFORM FIND-RF-SLOT
                   IF WS-RF-MATCH NOT = ZERO
                       MOVE PR-PRODUCT-DEPT TO RF-DEPT(WS-RF-MATCH)
                       COMPUTE RF-CLOSE-QTY(WS-RF-MATCH) =
                           PR-PRODUCT-QUANTITY
                           - RF-LATER-NET(WS-RF-MATCH)
                       MOVE PR-PRODUCT-COST
                           TO RF-CLOSE-COST(WS-RF-MATCH)
                       COMPUTE RF-CLOSE-VALUE(WS-RF-MATCH) ROUNDED =
                           RF-CLOSE-QTY(WS-RF-MATCH)
                           * RF-CLOSE-COST(WS-RF-MATCH)
                   END-IF
           END-READ.

       *> Products gone from the catalog with nothing left are not
       *> carried into the snapshot; anything still holding stock is.
       WRITE-SNAPSHOT-ROW.
           IF RF-CLOSE-QTY(WS-RF-INDEX) NOT = ZERO
               OR RF-CLOSE-COST(WS-RF-INDEX) NOT = ZERO
               MOVE RF-CLOSE-QTY(WS-RF-INDEX) TO WS-QTY-FILE
               MOVE RF-CLOSE-COST(WS-RF-INDEX) TO WS-COST-FILE
               MOVE RF-CLOSE-VALUE(WS-RF-INDEX) TO WS-VALUE-FILE
               MOVE SPACES TO WS-BUILD-LINE
               STRING RF-NAME(WS-RF-INDEX)    DELIMITED BY SIZE
                      ","                     DELIMITED BY SIZE
                      RF-DEPT(WS-RF-INDEX)    DELIMITED BY SIZE
                      ","                     DELIMITED BY SIZE
                      WS-QTY-FILE             DELIMITED BY SIZE
                      ","                     DELIMITED BY SIZE
                      WS-COST-FILE            DELIMITED BY SIZE
                      ","                     DELIMITED BY SIZE
                      WS-VALUE-FILE           DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               END-STRING
               MOVE WS-BUILD-LINE TO SNAPSHOT-RECORD
               WRITE SNAPSHOT-RECORD
               ADD 1 TO WS-SNAPSHOT-ROWS
           END-IF.

       *> ----------------------------------------------------------
       *> Per product: opening plus the movements should give the
       *> snapshot closing; whatever is left is not explained and
       *> flags the product. In pesos every movement is valued at
       *> the closing unit cost, and what the cost itself moved
       *> between the two snapshots is the cost change line.
       *> ----------------------------------------------------------
       ROLL-EACH-PRODUCT.
           PERFORM VARYING WS-RF-INDEX FROM 1 BY 1
               UNTIL WS-RF-INDEX > WS-RF-COUNT
               PERFORM ROLL-ONE-PRODUCT
           END-PERFORM.

       ROLL-ONE-PRODUCT.
           IF NOT PRIOR-SNAPSHOT-FOUND
               COMPUTE RF-OPEN-QTY(WS-RF-INDEX) =
                   RF-CLOSE-QTY(WS-RF-INDEX)
                   - RF-MOVE(WS-RF-INDEX, 1) - RF-MOVE(WS-RF-INDEX, 2)
                   - RF-MOVE(WS-RF-INDEX, 3) - RF-MOVE(WS-RF-INDEX, 4)
                   - RF-MOVE(WS-RF-INDEX, 5) - RF-MOVE(WS-RF-INDEX, 6)
                   - RF-MOVE(WS-RF-INDEX, 7)
               COMPUTE RF-OPEN-VALUE(WS-RF-INDEX) ROUNDED =
                   RF-OPEN-QTY(WS-RF-INDEX)
                   * RF-CLOSE-COST(WS-RF-INDEX)
           END-IF
           IF RF-DEPT(WS-RF-INDEX) = SPACES
               MOVE "(NONE)" TO RF-DEPT(WS-RF-INDEX)
           END-IF
           MOVE RF-CLOSE-COST(WS-RF-INDEX) TO WS-UNIT-COST
           IF WS-UNIT-COST = ZERO
               MOVE RF-OPEN-COST(WS-RF-INDEX) TO WS-UNIT-COST
           END-IF
           PERFORM FIND-DEPT-SLOT
           MOVE RF-OPEN-QTY(WS-RF-INDEX) TO WS-COMPUTED-CLOSE
           MOVE ZERO TO WS-MOVED-VALUE
           IF WS-DEPT-MATCH NOT = ZERO
               ADD RF-OPEN-QTY(WS-RF-INDEX)
                   TO DRF-UNITS(WS-DEPT-MATCH, 1)
               ADD RF-OPEN-VALUE(WS-RF-INDEX)
                   TO DRF-PESOS(WS-DEPT-MATCH, 1)
           END-IF
           PERFORM VARYING WS-MOVE-INDEX FROM 1 BY 1
               UNTIL WS-MOVE-INDEX > 7
               ADD RF-MOVE(WS-RF-INDEX, WS-MOVE-INDEX)
                   TO WS-COMPUTED-CLOSE
               COMPUTE WS-MOVE-VALUE ROUNDED =
                   RF-MOVE(WS-RF-INDEX, WS-MOVE-INDEX) * WS-UNIT-COST
               ADD WS-MOVE-VALUE TO WS-MOVED-VALUE
               COMPUTE WS-LINE-INDEX = WS-MOVE-INDEX + 1
               IF WS-DEPT-MATCH NOT = ZERO
                   ADD RF-MOVE(WS-RF-INDEX, WS-MOVE-INDEX)
                       TO DRF-UNITS(WS-DEPT-MATCH, WS-LINE-INDEX)
                   ADD WS-MOVE-VALUE
                       TO DRF-PESOS(WS-DEPT-MATCH, WS-LINE-INDEX)
               END-IF
           END-PERFORM
           COMPUTE WS-GAP =
               RF-CLOSE-QTY(WS-RF-INDEX) - WS-COMPUTED-CLOSE
           COMPUTE WS-MOVE-VALUE ROUNDED = WS-GAP * WS-UNIT-COST
           ADD WS-MOVE-VALUE TO WS-MOVED-VALUE
           IF WS-DEPT-MATCH NOT = ZERO
               ADD WS-GAP TO DRF-UNITS(WS-DEPT-MATCH, 9)
               ADD WS-MOVE-VALUE TO DRF-PESOS(WS-DEPT-MATCH, 9)
               COMPUTE DRF-PESOS(WS-DEPT-MATCH, 10) =
                   DRF-PESOS(WS-DEPT-MATCH, 10)
                   + RF-CLOSE-VALUE(WS-RF-INDEX)
                   - RF-OPEN-VALUE(WS-RF-INDEX) - WS-MOVED-VALUE
               ADD RF-CLOSE-QTY(WS-RF-INDEX)
                   TO DRF-UNITS(WS-DEPT-MATCH, 11)
               ADD RF-CLOSE-VALUE(WS-RF-INDEX)
                   TO DRF-PESOS(WS-DEPT-MATCH, 11)
           END-IF
           IF WS-GAP NOT = ZERO
               ADD 1 TO WS-UNTIED-COUNT
           END-IF.

       FIND-DEPT-SLOT.
           MOVE ZERO TO WS-DEPT-MATCH
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               IF DRF-DEPT(WS-DEPT-INDEX) = RF-DEPT(WS-RF-INDEX)
                   MOVE WS-DEPT-INDEX TO WS-DEPT-MATCH
               END-IF
           END-PERFORM
           IF WS-DEPT-MATCH = ZERO AND WS-DEPT-COUNT < 100
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-MATCH
               INITIALIZE WS-DEPT-ENTRY(WS-DEPT-MATCH)
               MOVE RF-DEPT(WS-RF-INDEX) TO DRF-DEPT(WS-DEPT-MATCH)
           END-IF.

       PRINT-ROLLFORWARD.
           DISPLAY "------------------------------------------------"
           DISPLAY " INVENTORY ROLL-FORWARD FOR " WS-CLOSE-MONTH
           DISPLAY "------------------------------------------------"
           IF NOT PRIOR-SNAPSHOT-FOUND
               DISPLAY "NOTE: no STOCK-SNAPSHOT_" WS-PRIOR-MONTH
                   ".csv - opening stock is backed out of the "
                   "movements, so nothing can be tied this month."
           END-IF
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               DISPLAY " "
               DISPLAY "DEPARTMENT " DRF-DEPT(WS-DEPT-INDEX)
                   "                     UNITS           PESOS"
               PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > 11
                   ADD DRF-UNITS(WS-DEPT-INDEX, WS-LINE-INDEX)
                       TO STR-UNITS(WS-LINE-INDEX)
                   ADD DRF-PESOS(WS-DEPT-INDEX, WS-LINE-INDEX)
                       TO STR-PESOS(WS-LINE-INDEX)
                   MOVE DRF-UNITS(WS-DEPT-INDEX, WS-LINE-INDEX)
                       TO WS-UNITS-EDIT
                   MOVE DRF-PESOS(WS-DEPT-INDEX, WS-LINE-INDEX)
                       TO WS-PESOS-EDIT
                   PERFORM SHOW-ROLLFORWARD-LINE
               END-PERFORM
           END-PERFORM
           DISPLAY " "
           DISPLAY "STORE TOTAL                          UNITS"
               "           PESOS"
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > 11
               MOVE STR-UNITS(WS-LINE-INDEX) TO WS-UNITS-EDIT
               MOVE STR-PESOS(WS-LINE-INDEX) TO WS-PESOS-EDIT
               PERFORM SHOW-ROLLFORWARD-LINE
           END-PERFORM
           PERFORM PRINT-UNTIED-PRODUCTS.

       *> Cost change is a pesos-only line - no units move with it.
       SHOW-ROLLFORWARD-LINE.
           IF WS-LINE-INDEX = 10
               DISPLAY "  " WS-LINE-LABEL(WS-LINE-INDEX)
                   "              " WS-PESOS-EDIT
           ELSE
               DISPLAY "  " WS-LINE-LABEL(WS-LINE-INDEX)
                   WS-UNITS-EDIT " " WS-PESOS-EDIT
           END-IF.

       PRINT-UNTIED-PRODUCTS.
           DISPLAY "------------------------------------------------"
           IF WS-UNTIED-COUNT = ZERO
               DISPLAY "Every product ties to its snapshot."
           ELSE
               DISPLAY "NOT TIED - movements do not carry opening "
                   "to the snapshot:"
               DISPLAY "PRODUCT              DEPT        SNAPSHOT"
                   "  MOVEMENTS GIVE         GAP"
               PERFORM VARYING WS-RF-INDEX FROM 1 BY 1
                   UNTIL WS-RF-INDEX > WS-RF-COUNT
                   PERFORM SHOW-ONE-UNTIED-PRODUCT
               END-PERFORM
               DISPLAY WS-UNTIED-COUNT " product(s) not tied."
           END-IF
           IF WS-RF-SKIPPED > ZERO
               DISPLAY "NOTE: more than 3000 products - "
                   WS-RF-SKIPPED " row(s) not rolled."
           END-IF
           DISPLAY "------------------------------------------------".

       SHOW-ONE-UNTIED-PRODUCT.
           MOVE RF-OPEN-QTY(WS-RF-INDEX) TO WS-COMPUTED-CLOSE
           PERFORM VARYING WS-MOVE-INDEX FROM 1 BY 1
               UNTIL WS-MOVE-INDEX > 7
               ADD RF-MOVE(WS-RF-INDEX, WS-MOVE-INDEX)
                   TO WS-COMPUTED-CLOSE
           END-PERFORM
           COMPUTE WS-GAP =
               RF-CLOSE-QTY(WS-RF-INDEX) - WS-COMPUTED-CLOSE
           IF WS-GAP NOT = ZERO
               MOVE RF-CLOSE-QTY(WS-RF-INDEX) TO WS-QTY-EDIT
               MOVE WS-COMPUTED-CLOSE TO WS-QTY-EDIT-2
               MOVE WS-GAP TO WS-GAP-EDIT
               DISPLAY RF-NAME(WS-RF-INDEX) " "
                   RF-DEPT(WS-RF-INDEX) " " WS-QTY-EDIT " "
                   WS-QTY-EDIT-2 " " WS-GAP-EDIT
           END-IF.
