       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMO-EFFECTIVENESS.

       *> This program says whether a promo paid for itself. For each
       *> promo in PROMOS.csv that started in the range asked for, it
       *> sets the units and pesos the promo moved during its window
       *> against an equal stretch of days just before it, totals the
       *> discount given away (the POS "Promo" lines), shows the
       *> margin earned at the line cost against the margin the same
       *> units would have made at the normal price, and checks the
       *> weeks after for a sales drop - customers who stocked up on
       *> the deal and then stopped buying. Promos are grouped by
       *> department, with department subtotals, so the owner can see
       *> which kinds of deal are worth repeating. The rotated
       *> RECEIPT-LOG archives are read the same way
       *> SALES-RANGE-REPORT reads them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-LOG-FILE ASSIGN TO DYNAMIC
               WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT PROMO-FILE ASSIGN TO "PROMOS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       *> PROMOS.csv is PROMO-MAINTENANCE's file: SCOPE,TARGET,PTYPE,
       *> VALUE1,VALUE2,STARTDATE,ENDDATE. Item lines in the receipt
       *> logs carry NAME,QTY,PRICE,AMOUNT,TAXABLE,DEPT,COST, and a
       *> promo the till applied follows its item as
       *> Promo,TARGET,PTYPE,AMOUNT.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-LOG-FILE.
       01  RECEIPT-LOG-RECORD         PIC X(140).

       FD  PROMO-FILE.
       01  PROMO-RECORD               PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-DEPT              PIC X(10).
           05  SORT-START             PIC 9(8).
           05  SORT-PROMO             PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS              PIC XX.
           88  LOG-FILE-MISSING           VALUE "35".
       01  WS-PROMO-STATUS            PIC XX.
           88  PROMO-FILE-MISSING         VALUE "35".
       01  WS-LOG-EOF-FLAG            PIC X VALUE 'N'.
           88  LOG-AT-EOF                 VALUE 'Y'.
       01  WS-PROMO-EOF-FLAG          PIC X VALUE 'N'.
           88  PROMO-AT-EOF               VALUE 'Y'.

       01  WS-FROM-DATE               PIC 9(8). *> Promos starting
       01  WS-TO-DATE                 PIC 9(8). *> in this range.
       01  WS-FROM-DATE-INT           PIC 9(8).
       01  WS-TO-DATE-INT             PIC 9(8).
       01  WS-WEEKS-REPLY             PIC X(5).
       01  WS-WEEKS-AFTER             PIC 9(2). *> Post-promo check.
       01  WS-LOG-FILE-NAME           PIC X(40). *> Log being read:
       *> each day's rotated archive in the range, then the live log.
       01  WS-SCAN-DATE-INT           PIC 9(8). *> Day being walked.
       01  WS-SCAN-END-INT            PIC 9(8).
       01  WS-SCAN-DATE               PIC 9(8).
       01  WS-LOGS-READ               PIC 9(3) VALUE 0.
       01  WS-MONTHLY-READ            PIC X(6) VALUE SPACES. *> The
       *> consolidated month already read, so it is read only once.

       01  WS-FIELD-1                 PIC X(20).
       01  WS-FIELD-2                 PIC X(20).
       01  WS-FIELD-3                 PIC X(20).
       01  WS-FIELD-4                 PIC X(20).
       01  WS-FIELD-5                 PIC X(20).
       01  WS-FIELD-6                 PIC X(20).
       01  WS-FIELD-7                 PIC X(20).

       01  WS-TXN-DATE                PIC 9(8).
       01  WS-TXN-DATE-INT            PIC 9(8).
       01  WS-TXN-IN-RANGE-FLAG       PIC X VALUE 'N'.
           88  TXN-IN-RANGE               VALUE 'Y'.

       *> The promos under study, each with three periods of sales:
       *> 1 the baseline just before, 2 the promo window, 3 the weeks
       *> after.
       01  WS-PROMO-COUNT             PIC 9(3) VALUE 0.
       01  WS-PROMO-SKIPPED           PIC 9(3) VALUE 0.
       01  WS-PROMO-INDEX             PIC 9(3).
       01  WS-PROMO-TABLE.
           05  WS-PROMO-ENTRY OCCURS 100 TIMES.
               10  PRM-SCOPE          PIC X.
               10  PRM-TARGET         PIC X(20).
               10  PRM-PTYPE          PIC X(5).
               10  PRM-VALUE1         PIC 9(5)V99.
               10  PRM-VALUE2         PIC 9(5)V99.
               10  PRM-START          PIC 9(8).
               10  PRM-END            PIC 9(8).
               10  PRM-DAYS           PIC 9(4).
               10  PRM-BASE-START-INT PIC 9(8).
               10  PRM-START-INT      PIC 9(8).
               10  PRM-END-INT        PIC 9(8).
               10  PRM-POST-END-INT   PIC 9(8).
               10  PRM-DEPT           PIC X(10).
               10  PRM-PERIOD OCCURS 3 TIMES.
                   15  PER-UNITS      PIC S9(7)V999.
                   15  PER-PESOS      PIC S9(11)V99.
                   15  PER-COST       PIC S9(11)V99.
                   15  PER-DISCOUNT   PIC S9(11)V99.
       01  WS-PERIOD                  PIC 9.

       *> Item lines of the transaction being read, one entry per
       *> promo and period each line counts toward; posted only once
       *> the next header (or end of file) proves the sale complete.
       01  WS-PEND-COUNT              PIC 9(3) VALUE 0.
       01  WS-PEND-INDEX              PIC 9(3).
       01  WS-PENDING-ITEMS.
           05  WS-PEND-ENTRY OCCURS 300 TIMES.
               10  PEND-PROMO         PIC 9(3).
               10  PEND-PERIOD        PIC 9.
               10  PEND-DEPT          PIC X(10).
               10  PEND-UNITS         PIC S9(7)V999.
               10  PEND-PESOS         PIC S9(9)V99.
               10  PEND-COST          PIC S9(9)V99.
               10  PEND-DISCOUNT      PIC S9(9)V99.
       01  WS-ITEM-FIRST-PEND         PIC 9(3). *> Entries the last
       *> item line added, so its Promo line lands on them.
       01  WS-ITEM-LAST-PEND          PIC 9(3).
       01  WS-ITEM-MATCHES            PIC X.
           88  ITEM-MATCHES-PROMO         VALUE 'Y'.

       01  WS-SORT-EOF-FLAG           PIC X VALUE 'N'.
           88  SORT-AT-EOF                VALUE 'Y'.
       01  WS-CURRENT-DEPT            PIC X(10).
       01  WS-DEPT-PROMOS             PIC 9(3).

       *> Working figures for one promo, and the running department
       *> and store totals.
       01  WS-NET-SALES               PIC S9(11)V99.
       01  WS-NORMAL-MARGIN           PIC S9(11)V99.
       01  WS-PROMO-MARGIN            PIC S9(11)V99.
       01  WS-PERCENT                 PIC S9(5)V9.
       01  WS-RATE-BEFORE             PIC S9(7)V9999.
       01  WS-RATE-AFTER              PIC S9(7)V9999.
       01  WS-POST-DAYS               PIC 9(4).
       01  WS-DEPT-TOTALS.
           05  DT-BASE-UNITS          PIC S9(9)V999.
           05  DT-BASE-PESOS          PIC S9(11)V99.
           05  DT-UNITS               PIC S9(9)V999.
           05  DT-NET-SALES           PIC S9(11)V99.
           05  DT-DISCOUNT            PIC S9(11)V99.
           05  DT-PROMO-MARGIN        PIC S9(11)V99.
           05  DT-NORMAL-MARGIN       PIC S9(11)V99.
       01  WS-STORE-TOTALS.
           05  ST-BASE-UNITS          PIC S9(9)V999.
           05  ST-BASE-PESOS          PIC S9(11)V99.
           05  ST-UNITS               PIC S9(9)V999.
           05  ST-NET-SALES           PIC S9(11)V99.
           05  ST-DISCOUNT            PIC S9(11)V99.
           05  ST-PROMO-MARGIN        PIC S9(11)V99.
           05  ST-NORMAL-MARGIN       PIC S9(11)V99.

       01  WS-UNITS-EDIT              PIC -(7)9.999.
       01  WS-UNITS-EDIT-2            PIC -(7)9.999.
       01  WS-PESOS-EDIT              PIC -(9)9.99.
       01  WS-PESOS-EDIT-2            PIC -(9)9.99.
       01  WS-PERCENT-EDIT            PIC -(5)9.9.
       01  WS-VALUE-EDIT              PIC Z(4)9.99.
       01  WS-DAYS-EDIT               PIC Z(3)9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           DISPLAY "Promos Starting From (YYYYMMDD): "
           ACCEPT WS-FROM-DATE
           DISPLAY "Promos Starting To (YYYYMMDD): "
           ACCEPT WS-TO-DATE
           DISPLAY "Weeks After the Promo to Check (blank = 2): "
           MOVE SPACES TO WS-WEEKS-REPLY
           ACCEPT WS-WEEKS-REPLY
           MOVE FUNCTION NUMVAL(WS-WEEKS-REPLY) TO WS-WEEKS-AFTER
           IF WS-WEEKS-AFTER = ZERO
               MOVE 2 TO WS-WEEKS-AFTER
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
               TO WS-FROM-DATE-INT
           MOVE FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
               TO WS-TO-DATE-INT
           IF WS-FROM-DATE-INT = ZERO OR WS-TO-DATE-INT = ZERO
               DISPLAY "Dates must be real YYYYMMDD dates."
               STOP RUN
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "From date is after to date - nothing to report."
               STOP RUN
           END-IF

           PERFORM LOAD-PROMOS
           IF WS-PROMO-COUNT = ZERO
               DISPLAY "No promos started in the range."
               STOP RUN
           END-IF
           IF WS-PROMO-SKIPPED > ZERO
               DISPLAY WS-PROMO-SKIPPED " promos past the first 100 "
                   "were left out - narrow the range."
           END-IF
           PERFORM TALLY-LOG-ITEMS
           IF WS-LOGS-READ = ZERO
               DISPLAY "No receipt logs found for the range."
           END-IF
           PERFORM PRINT-EFFECTIVENESS-REPORT
           STOP RUN.

       *> ----------------------------------------------------------
       *> The promos under study and the days each one needs: an
       *> equal number of days before it as baseline, and the chosen
       *> number of weeks after it.
       *> ----------------------------------------------------------
       LOAD-PROMOS.
           MOVE ZERO TO WS-SCAN-DATE-INT
           MOVE ZERO TO WS-SCAN-END-INT
           OPEN INPUT PROMO-FILE
           IF PROMO-FILE-MISSING
               DISPLAY "PROMOS.csv not found - no promos on file."
           ELSE
               MOVE 'N' TO WS-PROMO-EOF-FLAG
               PERFORM READ-PROMO-ROW UNTIL PROMO-AT-EOF
               CLOSE PROMO-FILE
           END-IF.

       READ-PROMO-ROW.
           READ PROMO-FILE
               AT END
                   MOVE 'Y' TO WS-PROMO-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   MOVE SPACES TO WS-FIELD-7
                   UNSTRING PROMO-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                            WS-FIELD-7
                   END-UNSTRING
                   IF FUNCTION NUMVAL(WS-FIELD-6) >= WS-FROM-DATE
                       AND FUNCTION NUMVAL(WS-FIELD-6) <= WS-TO-DATE
                       AND FUNCTION NUMVAL(WS-FIELD-7) >=
                           FUNCTION NUMVAL(WS-FIELD-6)
                       IF WS-PROMO-COUNT < 100
                           ADD 1 TO WS-PROMO-COUNT
                           PERFORM LOAD-ONE-PROMO
                       ELSE
                           ADD 1 TO WS-PROMO-SKIPPED
                       END-IF
                   END-IF
           END-READ.

       LOAD-ONE-PROMO.
           MOVE WS-PROMO-COUNT TO WS-PROMO-INDEX
           INITIALIZE WS-PROMO-ENTRY(WS-PROMO-INDEX)
           MOVE WS-FIELD-1(1:1) TO PRM-SCOPE(WS-PROMO-INDEX)
           MOVE WS-FIELD-2 TO PRM-TARGET(WS-PROMO-INDEX)
           MOVE WS-FIELD-3(1:5) TO PRM-PTYPE(WS-PROMO-INDEX)
           MOVE FUNCTION NUMVAL(WS-FIELD-4)
               TO PRM-VALUE1(WS-PROMO-INDEX)
           MOVE FUNCTION NUMVAL(WS-FIELD-5)
               TO PRM-VALUE2(WS-PROMO-INDEX)
           MOVE FUNCTION NUMVAL(WS-FIELD-6) TO PRM-START(WS-PROMO-INDEX)
           MOVE FUNCTION NUMVAL(WS-FIELD-7) TO PRM-END(WS-PROMO-INDEX)
           MOVE FUNCTION INTEGER-OF-DATE(PRM-START(WS-PROMO-INDEX))
               TO PRM-START-INT(WS-PROMO-INDEX)
           MOVE FUNCTION INTEGER-OF-DATE(PRM-END(WS-PROMO-INDEX))
               TO PRM-END-INT(WS-PROMO-INDEX)
           COMPUTE PRM-DAYS(WS-PROMO-INDEX) =
               PRM-END-INT(WS-PROMO-INDEX)
               - PRM-START-INT(WS-PROMO-INDEX) + 1
           COMPUTE PRM-BASE-START-INT(WS-PROMO-INDEX) =
               PRM-START-INT(WS-PROMO-INDEX)
               - PRM-DAYS(WS-PROMO-INDEX)
           COMPUTE PRM-POST-END-INT(WS-PROMO-INDEX) =
               PRM-END-INT(WS-PROMO-INDEX) + WS-WEEKS-AFTER * 7
       *> A department promo belongs to its department; a product
       *> promo takes the department off its first item line.
           IF PRM-SCOPE(WS-PROMO-INDEX) = "D"
               MOVE WS-FIELD-2(1:10) TO PRM-DEPT(WS-PROMO-INDEX)
           END-IF
           IF WS-SCAN-DATE-INT = ZERO
               OR PRM-BASE-START-INT(WS-PROMO-INDEX) < WS-SCAN-DATE-INT
               MOVE PRM-BASE-START-INT(WS-PROMO-INDEX)
                   TO WS-SCAN-DATE-INT
           END-IF
           IF PRM-POST-END-INT(WS-PROMO-INDEX) > WS-SCAN-END-INT
               MOVE PRM-POST-END-INT(WS-PROMO-INDEX)
                   TO WS-SCAN-END-INT
           END-IF.

       *> ----------------------------------------------------------
       *> Pass over the logs from the earliest baseline to the last
       *> post-promo day: buffer each transaction's item lines and
       *> post them when the transaction proves complete.
       *> ----------------------------------------------------------
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
           MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
           MOVE SPACES TO WS-FIELD-7
           UNSTRING RECEIPT-LOG-RECORD DELIMITED BY ","
               INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                    WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                    WS-FIELD-7
           END-UNSTRING

           EVALUATE FUNCTION TRIM(WS-FIELD-1)
               WHEN "Transaction"
                   PERFORM POST-PENDING-TXN
                   MOVE ZERO TO WS-ITEM-FIRST-PEND
                   MOVE FUNCTION NUMVAL(WS-FIELD-3) TO WS-TXN-DATE
                   MOVE FUNCTION INTEGER-OF-DATE(WS-TXN-DATE)
                       TO WS-TXN-DATE-INT
                   IF WS-TXN-DATE-INT NOT = ZERO
                       MOVE 'Y' TO WS-TXN-IN-RANGE-FLAG
                   ELSE
                       MOVE 'N' TO WS-TXN-IN-RANGE-FLAG
                   END-IF
       *> A voided or suspended transaction's buffered lines never
       *> post - the recalled version re-lists its lines later.
               WHEN "VOIDED"
                   MOVE ZERO TO WS-PEND-COUNT
                   MOVE ZERO TO WS-ITEM-FIRST-PEND
               WHEN "SUSPENDED"
                   MOVE ZERO TO WS-PEND-COUNT
                   MOVE ZERO TO WS-ITEM-FIRST-PEND
       *> The till writes the promo it applied under the item, so the
       *> discount lands on that promo's entry for the item.
               WHEN "Promo"
                   PERFORM POST-PROMO-DISCOUNT
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
                   MOVE ZERO TO WS-ITEM-FIRST-PEND
                   IF TXN-IN-RANGE
                       PERFORM BUFFER-ITEM-LINE
                   END-IF
           END-EVALUATE.

       *> One entry for every promo the line falls under, in whichever
       *> of its three periods the sale date lands.
       BUFFER-ITEM-LINE.
           MOVE ZERO TO WS-ITEM-LAST-PEND
           PERFORM VARYING WS-PROMO-INDEX FROM 1 BY 1
               UNTIL WS-PROMO-INDEX > WS-PROMO-COUNT
               MOVE 'N' TO WS-ITEM-MATCHES
               IF PRM-SCOPE(WS-PROMO-INDEX) = "P"
                   AND PRM-TARGET(WS-PROMO-INDEX) = WS-FIELD-1
                   MOVE 'Y' TO WS-ITEM-MATCHES
               END-IF
               IF PRM-SCOPE(WS-PROMO-INDEX) = "D"
                   AND PRM-TARGET(WS-PROMO-INDEX) = WS-FIELD-6
                   MOVE 'Y' TO WS-ITEM-MATCHES
               END-IF
               MOVE ZERO TO WS-PERIOD
               IF ITEM-MATCHES-PROMO
                   IF WS-TXN-DATE-INT >=
                       PRM-BASE-START-INT(WS-PROMO-INDEX)
                       AND WS-TXN-DATE-INT <
                           PRM-START-INT(WS-PROMO-INDEX)
                       MOVE 1 TO WS-PERIOD
                   END-IF
                   IF WS-TXN-DATE-INT >= PRM-START-INT(WS-PROMO-INDEX)
                       AND WS-TXN-DATE-INT <=
                           PRM-END-INT(WS-PROMO-INDEX)
                       MOVE 2 TO WS-PERIOD
                   END-IF
                   IF WS-TXN-DATE-INT > PRM-END-INT(WS-PROMO-INDEX)
                       AND WS-TXN-DATE-INT <=
                           PRM-POST-END-INT(WS-PROMO-INDEX)
                       MOVE 3 TO WS-PERIOD
                   END-IF
               END-IF
               IF WS-PERIOD NOT = ZERO AND WS-PEND-COUNT < 300
                   ADD 1 TO WS-PEND-COUNT
                   MOVE WS-PROMO-INDEX TO PEND-PROMO(WS-PEND-COUNT)
                   MOVE WS-PERIOD TO PEND-PERIOD(WS-PEND-COUNT)
                   MOVE WS-FIELD-6(1:10) TO PEND-DEPT(WS-PEND-COUNT)
                   MOVE FUNCTION NUMVAL(WS-FIELD-2)
                       TO PEND-UNITS(WS-PEND-COUNT)
                   MOVE FUNCTION NUMVAL(WS-FIELD-4)
                       TO PEND-PESOS(WS-PEND-COUNT)
                   COMPUTE PEND-COST(WS-PEND-COUNT) =
                       FUNCTION NUMVAL(WS-FIELD-2) *
                       FUNCTION NUMVAL(WS-FIELD-7)
                   MOVE ZERO TO PEND-DISCOUNT(WS-PEND-COUNT)
                   IF WS-ITEM-LAST-PEND = ZERO
                       MOVE WS-PEND-COUNT TO WS-ITEM-FIRST-PEND
                   END-IF
                   MOVE WS-PEND-COUNT TO WS-ITEM-LAST-PEND
               END-IF
           END-PERFORM.

       POST-PROMO-DISCOUNT.
           IF WS-ITEM-FIRST-PEND NOT = ZERO
               PERFORM VARYING WS-PEND-INDEX FROM WS-ITEM-FIRST-PEND
                   BY 1 UNTIL WS-PEND-INDEX > WS-ITEM-LAST-PEND
                   MOVE PEND-PROMO(WS-PEND-INDEX) TO WS-PROMO-INDEX
                   IF PEND-PERIOD(WS-PEND-INDEX) = 2
                       AND PRM-TARGET(WS-PROMO-INDEX) = WS-FIELD-2
                       AND PRM-PTYPE(WS-PROMO-INDEX) = WS-FIELD-3(1:5)
                       ADD FUNCTION NUMVAL(WS-FIELD-4)
                           TO PEND-DISCOUNT(WS-PEND-INDEX)
                   END-IF
               END-PERFORM
           END-IF.

       POST-PENDING-TXN.
           PERFORM VARYING WS-PEND-INDEX FROM 1 BY 1
               UNTIL WS-PEND-INDEX > WS-PEND-COUNT
               MOVE PEND-PROMO(WS-PEND-INDEX) TO WS-PROMO-INDEX
               MOVE PEND-PERIOD(WS-PEND-INDEX) TO WS-PERIOD
               ADD PEND-UNITS(WS-PEND-INDEX)
                   TO PER-UNITS(WS-PROMO-INDEX WS-PERIOD)
               ADD PEND-PESOS(WS-PEND-INDEX)
                   TO PER-PESOS(WS-PROMO-INDEX WS-PERIOD)
               ADD PEND-COST(WS-PEND-INDEX)
                   TO PER-COST(WS-PROMO-INDEX WS-PERIOD)
               ADD PEND-DISCOUNT(WS-PEND-INDEX)
                   TO PER-DISCOUNT(WS-PROMO-INDEX WS-PERIOD)
               IF PRM-DEPT(WS-PROMO-INDEX) = SPACES
                   MOVE PEND-DEPT(WS-PEND-INDEX)
                       TO PRM-DEPT(WS-PROMO-INDEX)
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-PEND-COUNT
           MOVE ZERO TO WS-ITEM-FIRST-PEND.

       *> ----------------------------------------------------------
       *> The report, department by department through the SORT
       *> verb, each promo in start-date order under its department.
       *> ----------------------------------------------------------
       PRINT-EFFECTIVENESS-REPORT.
           DISPLAY "------------------------------------------------"
           DISPLAY " PROMO EFFECTIVENESS - PROMOS STARTING "
               WS-FROM-DATE " TO " WS-TO-DATE
           DISPLAY " Baseline = the same number of days just before "
               "each promo; after = " WS-WEEKS-AFTER " weeks."
           DISPLAY "------------------------------------------------"
           INITIALIZE WS-STORE-TOTALS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-DEPT SORT-START SORT-PROMO
               INPUT PROCEDURE IS RELEASE-PROMO-ROWS
               OUTPUT PROCEDURE IS PRINT-PROMO-ROWS
           DISPLAY "================================================"
           DISPLAY " ALL DEPARTMENTS"
           MOVE ST-BASE-UNITS TO DT-BASE-UNITS
           MOVE ST-BASE-PESOS TO DT-BASE-PESOS
           MOVE ST-UNITS TO DT-UNITS
           MOVE ST-NET-SALES TO DT-NET-SALES
           MOVE ST-DISCOUNT TO DT-DISCOUNT
           MOVE ST-PROMO-MARGIN TO DT-PROMO-MARGIN
           MOVE ST-NORMAL-MARGIN TO DT-NORMAL-MARGIN
           PERFORM PRINT-TOTAL-LINES
           DISPLAY "------------------------------------------------".

       RELEASE-PROMO-ROWS.
           PERFORM VARYING WS-PROMO-INDEX FROM 1 BY 1
               UNTIL WS-PROMO-INDEX > WS-PROMO-COUNT
               MOVE PRM-DEPT(WS-PROMO-INDEX) TO SORT-DEPT
               IF SORT-DEPT = SPACES
                   MOVE "(NO SALES)" TO SORT-DEPT
               END-IF
               MOVE PRM-START(WS-PROMO-INDEX) TO SORT-START
               MOVE WS-PROMO-INDEX TO SORT-PROMO
               RELEASE SORT-WORK-RECORD
           END-PERFORM.

       PRINT-PROMO-ROWS.
           MOVE SPACES TO WS-CURRENT-DEPT
           MOVE ZERO TO WS-DEPT-PROMOS
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM RETURN-PROMO-ROW UNTIL SORT-AT-EOF
           IF WS-DEPT-PROMOS > ZERO
               PERFORM PRINT-DEPT-SUBTOTAL
           END-IF.

       RETURN-PROMO-ROW.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-FLAG
               NOT AT END
                   IF SORT-DEPT NOT = WS-CURRENT-DEPT
                       IF WS-DEPT-PROMOS > ZERO
                           PERFORM PRINT-DEPT-SUBTOTAL
                       END-IF
                       MOVE SORT-DEPT TO WS-CURRENT-DEPT
                       MOVE ZERO TO WS-DEPT-PROMOS
                       INITIALIZE WS-DEPT-TOTALS
                       DISPLAY " "
                       DISPLAY "DEPARTMENT " WS-CURRENT-DEPT
                   END-IF
                   ADD 1 TO WS-DEPT-PROMOS
                   MOVE SORT-PROMO TO WS-PROMO-INDEX
                   PERFORM PRINT-ONE-PROMO
           END-RETURN.

       PRINT-ONE-PROMO.
           MOVE PRM-VALUE1(WS-PROMO-INDEX) TO WS-VALUE-EDIT
           MOVE PRM-DAYS(WS-PROMO-INDEX) TO WS-DAYS-EDIT
           DISPLAY "  " PRM-SCOPE(WS-PROMO-INDEX) " "
               PRM-TARGET(WS-PROMO-INDEX) " "
               PRM-PTYPE(WS-PROMO-INDEX) " " WS-VALUE-EDIT " "
               PRM-START(WS-PROMO-INDEX) "-" PRM-END(WS-PROMO-INDEX)
               " (" WS-DAYS-EDIT " days)"
       *> Sales lift: units and pesos during against the baseline.
           COMPUTE WS-NET-SALES =
               PER-PESOS(WS-PROMO-INDEX 2)
               - PER-DISCOUNT(WS-PROMO-INDEX 2)
           MOVE PER-UNITS(WS-PROMO-INDEX 1) TO WS-UNITS-EDIT
           MOVE PER-PESOS(WS-PROMO-INDEX 1) TO WS-PESOS-EDIT
           DISPLAY "    Before:  units " WS-UNITS-EDIT
               "  sales " WS-PESOS-EDIT
           MOVE PER-UNITS(WS-PROMO-INDEX 2) TO WS-UNITS-EDIT
           MOVE WS-NET-SALES TO WS-PESOS-EDIT
           DISPLAY "    During:  units " WS-UNITS-EDIT
               "  sales " WS-PESOS-EDIT
           IF PER-UNITS(WS-PROMO-INDEX 1) > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   (PER-UNITS(WS-PROMO-INDEX 2)
                    - PER-UNITS(WS-PROMO-INDEX 1)) * 100
                   / PER-UNITS(WS-PROMO-INDEX 1)
               MOVE WS-PERCENT TO WS-PERCENT-EDIT
               DISPLAY "    Unit lift:  " WS-PERCENT-EDIT "%"
           ELSE
               DISPLAY "    Unit lift:  no baseline sales"
           END-IF
           IF PER-PESOS(WS-PROMO-INDEX 1) > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   (WS-NET-SALES - PER-PESOS(WS-PROMO-INDEX 1)) * 100
                   / PER-PESOS(WS-PROMO-INDEX 1)
               MOVE WS-PERCENT TO WS-PERCENT-EDIT
               DISPLAY "    Peso lift:  " WS-PERCENT-EDIT "%"
           END-IF
           MOVE PER-DISCOUNT(WS-PROMO-INDEX 2) TO WS-PESOS-EDIT
           DISPLAY "    Discount given away:     " WS-PESOS-EDIT
       *> Margin at the line cost, against what the same units would
       *> have made at the normal price.
           COMPUTE WS-PROMO-MARGIN =
               WS-NET-SALES - PER-COST(WS-PROMO-INDEX 2)
           COMPUTE WS-NORMAL-MARGIN =
               PER-PESOS(WS-PROMO-INDEX 2) - PER-COST(WS-PROMO-INDEX 2)
           MOVE WS-PROMO-MARGIN TO WS-PESOS-EDIT
           MOVE ZERO TO WS-PERCENT
           IF WS-NET-SALES NOT = ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-PROMO-MARGIN * 100 / WS-NET-SALES
           END-IF
           MOVE WS-PERCENT TO WS-PERCENT-EDIT
           DISPLAY "    Margin on promo:         " WS-PESOS-EDIT
               "  " WS-PERCENT-EDIT "%"
           MOVE WS-NORMAL-MARGIN TO WS-PESOS-EDIT
           MOVE ZERO TO WS-PERCENT
           IF PER-PESOS(WS-PROMO-INDEX 2) NOT = ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-NORMAL-MARGIN * 100 / PER-PESOS(WS-PROMO-INDEX 2)
           END-IF
           MOVE WS-PERCENT TO WS-PERCENT-EDIT
           DISPLAY "    Margin at normal price:  " WS-PESOS-EDIT
               "  " WS-PERCENT-EDIT "%"
       *> The weeks after, as units a day against the baseline's
       *> units a day - a negative figure is the stock-up hangover.
           COMPUTE WS-POST-DAYS = WS-WEEKS-AFTER * 7
           COMPUTE WS-RATE-BEFORE ROUNDED =
               PER-UNITS(WS-PROMO-INDEX 1) / PRM-DAYS(WS-PROMO-INDEX)
           COMPUTE WS-RATE-AFTER ROUNDED =
               PER-UNITS(WS-PROMO-INDEX 3) / WS-POST-DAYS
           MOVE PER-UNITS(WS-PROMO-INDEX 3) TO WS-UNITS-EDIT
           IF WS-RATE-BEFORE > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   (WS-RATE-AFTER - WS-RATE-BEFORE) * 100
                   / WS-RATE-BEFORE
               MOVE WS-PERCENT TO WS-PERCENT-EDIT
               DISPLAY "    After:   units " WS-UNITS-EDIT
                   "  daily rate vs before " WS-PERCENT-EDIT "%"
           ELSE
               DISPLAY "    After:   units " WS-UNITS-EDIT
                   "  (no baseline to compare)"
           END-IF
           ADD PER-UNITS(WS-PROMO-INDEX 1) TO DT-BASE-UNITS
           ADD PER-PESOS(WS-PROMO-INDEX 1) TO DT-BASE-PESOS
           ADD PER-UNITS(WS-PROMO-INDEX 2) TO DT-UNITS
           ADD WS-NET-SALES TO DT-NET-SALES
           ADD PER-DISCOUNT(WS-PROMO-INDEX 2) TO DT-DISCOUNT
           ADD WS-PROMO-MARGIN TO DT-PROMO-MARGIN
           ADD WS-NORMAL-MARGIN TO DT-NORMAL-MARGIN.

       PRINT-DEPT-SUBTOTAL.
           DISPLAY "  -- " WS-CURRENT-DEPT " totals, "
               WS-DEPT-PROMOS " promos"
           PERFORM PRINT-TOTAL-LINES
           ADD DT-BASE-UNITS TO ST-BASE-UNITS
           ADD DT-BASE-PESOS TO ST-BASE-PESOS
           ADD DT-UNITS TO ST-UNITS
           ADD DT-NET-SALES TO ST-NET-SALES
           ADD DT-DISCOUNT TO ST-DISCOUNT
           ADD DT-PROMO-MARGIN TO ST-PROMO-MARGIN
           ADD DT-NORMAL-MARGIN TO ST-NORMAL-MARGIN.

       PRINT-TOTAL-LINES.
           MOVE DT-BASE-UNITS TO WS-UNITS-EDIT
           MOVE DT-UNITS TO WS-UNITS-EDIT-2
           DISPLAY "    Units  before " WS-UNITS-EDIT
               "  during " WS-UNITS-EDIT-2
           MOVE DT-BASE-PESOS TO WS-PESOS-EDIT
           MOVE DT-NET-SALES TO WS-PESOS-EDIT-2
           DISPLAY "    Sales  before " WS-PESOS-EDIT
               "  during " WS-PESOS-EDIT-2
           MOVE DT-DISCOUNT TO WS-PESOS-EDIT
           DISPLAY "    Discount given away:     " WS-PESOS-EDIT
           MOVE DT-PROMO-MARGIN TO WS-PESOS-EDIT
           MOVE DT-NORMAL-MARGIN TO WS-PESOS-EDIT-2
           DISPLAY "    Margin on promo " WS-PESOS-EDIT
               "  at normal price " WS-PESOS-EDIT-2.
