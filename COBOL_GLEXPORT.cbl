       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-EXPORT.

       *> This program turns one day's activity into a balanced
       *> double-entry journal for the bookkeeper's accounting
       *> package, GL-JOURNAL_<date>.csv, instead of having the
       *> Z-report, VAT book, shift slips and AR aging re-keyed by
       *> hand. It reads:
       *>   RECEIPT-LOG    sales, discount, tax and Payment rows,
       *>                  refunds, points earned, and the sale-line
       *>                  cost for cost of goods sold;
       *>   AR-LEDGER      on-account charges and payments;
       *>   STORE-CREDITS  certificates and refund credits issued;
       *>   LAYAWAY-LEDGER layaway deposits, instalments, refunds and
       *>                  the fees and forfeits kept;
       *>   SPECIAL-ORDER-LEDGER  special-order deposits, balances
       *>                  paid and deposits refunded;
       *>   SHIFTS         paid-in, paid-out, safe drops, certificate
       *>                  sales and the over/short on each close;
       *>   ADJUSTMENTS    shrinkage, valued at the catalog unit cost.
       *> Every figure is booked to a posting key, and GL-ACCOUNTS.csv
       *> (kept by GL-ACCOUNT-MAINTENANCE) maps each key to an account.
       *> The date comes off the command line the way
       *> DAILY-SALES-REPORT takes it, today when none is given. The
       *> program returns 8 when the journal does not balance or a key
       *> has no account, so EOD-BATCH-DRIVER will not checkpoint it.

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

           SELECT AR-FILE ASSIGN TO "AR-LEDGER.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

           SELECT CREDIT-FILE ASSIGN TO "STORE-CREDITS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-STATUS.

           SELECT LAYAWAY-LEDGER-FILE ASSIGN TO "LAYAWAY-LEDGER.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYAWAY-STATUS.

           SELECT SPECIAL-ORDER-LEDGER-FILE ASSIGN TO
               "SPECIAL-ORDER-LEDGER.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPECIAL-ORDER-STATUS.

           SELECT SHIFT-FILE ASSIGN TO "SHIFTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJUSTMENTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "GL-ACCOUNTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       *> GL-JOURNAL_<date>.csv: a heading line, then
       *> DATE,JOURNAL,ACCOUNT,ACCOUNTNAME,DEBIT,CREDIT,KEY,SOURCE -
       *> one line per posting key per source file, debits and
       *> credits kept on separate lines so nothing nets out of sight.

       DATA DIVISION.
       FILE SECTION.
       *> PRODUCTS.CSV is read only for the unit cost that values a
       *> stock adjustment (same layout as COBOL_POS.cbl).
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

       FD  AR-FILE.
       01  AR-RECORD                  PIC X(100).

       FD  CREDIT-FILE.
       01  CREDIT-RECORD              PIC X(100).

       FD  LAYAWAY-LEDGER-FILE.
       01  LAYAWAY-LEDGER-RECORD      PIC X(100).

       FD  SPECIAL-ORDER-LEDGER-FILE.
       01  SPECIAL-ORDER-LEDGER-RECORD PIC X(100).

       FD  SHIFT-FILE.
       01  SHIFT-RECORD               PIC X(100).

       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD          PIC X(120).

       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD             PIC X(100).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD             PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-STATUS          PIC XX.
           88  PRODUCT-FILE-MISSING       VALUE "35".
       01  WS-PRODUCTS-OPEN-FLAG      PIC X VALUE 'N'.
           88  PRODUCTS-ARE-OPEN          VALUE 'Y'.
       01  WS-LOG-STATUS              PIC XX.
           88  LOG-FILE-MISSING           VALUE "35".
       01  WS-AR-STATUS               PIC XX.
           88  AR-FILE-MISSING            VALUE "35".
       01  WS-CREDIT-STATUS           PIC XX.
           88  CREDIT-FILE-MISSING        VALUE "35".
       01  WS-LAYAWAY-STATUS          PIC XX.
           88  LAYAWAY-FILE-MISSING       VALUE "35".
       01  WS-SPECIAL-ORDER-STATUS    PIC XX.
           88  SPECIAL-ORDER-FILE-MISSING VALUE "35".
       01  WS-SHIFT-STATUS            PIC XX.
           88  SHIFT-FILE-MISSING         VALUE "35".
       01  WS-ADJUSTMENT-STATUS       PIC XX.
           88  ADJUSTMENT-FILE-MISSING    VALUE "35".
       01  WS-ACCOUNT-STATUS          PIC XX.
           88  ACCOUNT-FILE-MISSING       VALUE "35".
       01  WS-JOURNAL-STATUS          PIC XX.
       01  WS-EOF-FLAG                PIC X.
           88  AT-EOF                     VALUE 'Y'.

       01  WS-TODAY-DATE              PIC 9(8). *> Date journaled -
       *> today by default, or the date passed on the command line.
       01  WS-DATE-ARG                PIC X(8). *> Command-line date.
       01  WS-LOG-FILE-NAME           PIC X(40). *> Live log, or the
       *> dated RECEIPT-LOG_<date>.csv archive rotation produced.
       01  WS-JOURNAL-FILE-NAME       PIC X(40).
       01  WS-JOURNAL-REF             PIC X(11). *> EOD + date.

       01  WS-FIELD-1                 PIC X(20).
       01  WS-FIELD-2                 PIC X(20).
       01  WS-FIELD-3                 PIC X(20).
       01  WS-FIELD-4                 PIC X(20).
       01  WS-FIELD-5                 PIC X(20).
       01  WS-FIELD-6                 PIC X(20).
       01  WS-FIELD-7                 PIC X(20).
       01  WS-FIELD-8                 PIC X(20).

       *> Per-transaction state while the log is walked. A sale's
       *> totals rows are only written once it is finalized, so they
       *> post as they are read; item-line cost and a refund's money
       *> wait until the transaction is known to be complete, the
       *> same way DAILY-SALES-REPORT holds its department figures.
       01  WS-IN-TODAYS-TXN-FLAG      PIC X VALUE 'N'.
           88  IN-TODAYS-TRANSACTION      VALUE 'Y'.
       01  WS-TXN-COMPLETE-FLAG       PIC X VALUE 'N'.
           88  TXN-IS-COMPLETE            VALUE 'Y'.
       01  WS-REFUND-TO-CREDIT-FLAG   PIC X VALUE 'N'.
           88  REFUND-WENT-TO-CREDIT      VALUE 'Y'.
       01  WS-LAST-GRAND-TOTAL        PIC 9(9)V99 VALUE 0.
       01  WS-PENDING-COST            PIC S9(9)V99 VALUE 0.
       01  WS-PENDING-REFUND          PIC 9(9)V99 VALUE 0.
       01  WS-LINE-QTY                PIC S9(5)V999.
       01  WS-LINE-COST               PIC 9(5)V99.
       01  WS-TENDER-CODE             PIC 9.

       *> SHIFTS.csv CLOSE rows carry the over/short as the POS's
       *> signed display digits, no point - read back through the
       *> same picture to get the sign and the centavos right.
       01  WS-OVER-SHORT-RAW          PIC X(9).
       01  WS-OVER-SHORT REDEFINES WS-OVER-SHORT-RAW
                                      PIC S9(7)V99.

       01  WS-ADJUST-DELTA            PIC S9(5)V999.
       01  WS-ADJUST-VALUE            PIC S9(9)V99.
       01  WS-UNVALUED-COUNT          PIC 9(5) VALUE 0.

       *> One posting request: key, source, side and a signed amount.
       *> A negative amount lands on the other side, so a refund's
       *> cost or a stock gain needs no special case.
       01  WS-POST-KEY                PIC X(16).
       01  WS-POST-SOURCE             PIC X(13).
       01  WS-POST-SIDE               PIC X. *> D or C.
           88  POST-TO-DEBIT              VALUE "D".
       01  WS-POST-AMOUNT             PIC S9(9)V99.

       01  WS-POST-COUNT              PIC 9(3) VALUE 0.
       01  WS-POST-INDEX              PIC 9(3).
       01  WS-POST-MATCH              PIC 9(3).
       01  WS-POSTING-TABLE.
           05  WS-POST-ENTRY OCCURS 100 TIMES.
               10  POST-KEY           PIC X(16).
               10  POST-SOURCE        PIC X(13).
               10  POST-DEBIT         PIC 9(9)V99.
               10  POST-CREDIT        PIC 9(9)V99.

       *> GL-ACCOUNTS.csv: KEY,ACCOUNT,ACCOUNTNAME.
       01  WS-ACCT-COUNT              PIC 9(3) VALUE 0.
       01  WS-ACCT-INDEX              PIC 9(3).
       01  WS-ACCT-MATCH              PIC 9(3).
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-ROW OCCURS 100 TIMES.
               10  ACCT-KEY           PIC X(16).
               10  ACCT-NUMBER        PIC X(10).
               10  ACCT-NAME          PIC X(30).
       01  WS-UNMAPPED-COUNT          PIC 9(3) VALUE 0.

       01  WS-TOTAL-DEBITS            PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS           PIC 9(11)V99 VALUE 0.
       01  WS-OUT-OF-BALANCE          PIC S9(11)V99 VALUE 0.
       01  WS-JOURNAL-LINES           PIC 9(5) VALUE 0.
       01  WS-DEBIT-EDIT              PIC 9(9).99. *> Point explicit.
       01  WS-CREDIT-EDIT             PIC 9(9).99.
       01  WS-TOTAL-EDIT              PIC Z(10)9.99.
       01  WS-BALANCE-EDIT            PIC -(10)9.99.
       01  WS-JOURNAL-LINE            PIC X(150).
       01  WS-LINE-ACCOUNT            PIC X(10).
       01  WS-LINE-ACCOUNT-NAME       PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-ARG
           ACCEPT WS-DATE-ARG FROM COMMAND-LINE
           IF WS-DATE-ARG NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DATE-ARG) TO WS-TODAY-DATE
           END-IF
           MOVE SPACES TO WS-JOURNAL-REF
           STRING "EOD"          DELIMITED BY SIZE
                  WS-TODAY-DATE  DELIMITED BY SIZE
               INTO WS-JOURNAL-REF
           END-STRING

           PERFORM LOAD-ACCOUNT-MAP
           PERFORM PICK-LOG-FILE
           PERFORM POST-RECEIPT-LOG
           PERFORM POST-AR-LEDGER
           PERFORM POST-STORE-CREDITS
           PERFORM POST-LAYAWAY-LEDGER
           PERFORM POST-SPECIAL-ORDER-LEDGER
           PERFORM POST-SHIFTS
           PERFORM POST-ADJUSTMENTS
           PERFORM WRITE-JOURNAL-FILE
           PERFORM PRINT-JOURNAL-SUMMARY

           IF WS-OUT-OF-BALANCE NOT = ZERO
               OR WS-UNMAPPED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       *> ----------------------------------------------------------
       *> The account map. A missing file is not fatal here - every
       *> key then reports unmapped, which fails the run loudly and
       *> points at GL-ACCOUNT-MAINTENANCE.
       *> ----------------------------------------------------------
       LOAD-ACCOUNT-MAP.
           MOVE ZERO TO WS-ACCT-COUNT
           OPEN INPUT ACCOUNT-FILE
           IF ACCOUNT-FILE-MISSING
               DISPLAY "GL-ACCOUNTS.csv not found - run "
                   "GL-ACCOUNT-MAINTENANCE to set up the chart."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM LOAD-ONE-ACCOUNT-ROW UNTIL AT-EOF
               CLOSE ACCOUNT-FILE
           END-IF.

       LOAD-ONE-ACCOUNT-ROW.
           READ ACCOUNT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-ACCT-COUNT < 100
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                       MOVE SPACES TO WS-FIELD-3
                       UNSTRING ACCOUNT-RECORD DELIMITED BY ","
                           INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                       END-UNSTRING
                       MOVE WS-FIELD-1 TO ACCT-KEY(WS-ACCT-COUNT)
                       MOVE WS-FIELD-2 TO ACCT-NUMBER(WS-ACCT-COUNT)
                       MOVE WS-FIELD-3 TO ACCT-NAME(WS-ACCT-COUNT)
                   END-IF
           END-READ.

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
       *> RECEIPT-LOG. Each finalized sale books
       *>   Dr tender (Grand Total)  Dr SALES-DISCOUNT
       *>   Cr SALES (Subtotal)      Cr VAT-OUTPUT (Tax)
       *> and its lines' cost as Dr COGS / Cr INVENTORY. On-account
       *> sales (tender 6) take their debit from the AR-LEDGER charge
       *> instead, so the receivable ties to the utang book. A refund
       *> books Dr SALES-RETURNS against the drawer, or against the
       *> certificate it was issued as (credited off STORE-CREDITS).
       *> ----------------------------------------------------------
       POST-RECEIPT-LOG.
           MOVE "RECEIPT-LOG" TO WS-POST-SOURCE
           OPEN INPUT RECEIPT-LOG-FILE
           IF LOG-FILE-MISSING
               DISPLAY "No receipt log for " WS-TODAY-DATE
                   " - no sales journaled."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-LOG-LINE UNTIL AT-EOF
               PERFORM CLOSE-OUT-TRANSACTION
               CLOSE RECEIPT-LOG-FILE
           END-IF.

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
           MOVE SPACES TO WS-FIELD-7
           UNSTRING RECEIPT-LOG-RECORD DELIMITED BY ","
               INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                    WS-FIELD-4 WS-FIELD-5 WS-FIELD-6 WS-FIELD-7
           END-UNSTRING

           EVALUATE FUNCTION TRIM(WS-FIELD-1)
               WHEN "Transaction"
                   PERFORM CLOSE-OUT-TRANSACTION
                   IF FUNCTION NUMVAL(WS-FIELD-3) = WS-TODAY-DATE
                       MOVE 'Y' TO WS-IN-TODAYS-TXN-FLAG
                   ELSE
                       MOVE 'N' TO WS-IN-TODAYS-TXN-FLAG
                   END-IF
               WHEN "Subtotal"
                   IF IN-TODAYS-TRANSACTION
                       MOVE "SALES" TO WS-POST-KEY
                       MOVE "C" TO WS-POST-SIDE
                       MOVE FUNCTION NUMVAL(WS-FIELD-4)
                           TO WS-POST-AMOUNT
                       PERFORM ADD-POSTING
                   END-IF
               WHEN "Discount"
                   IF IN-TODAYS-TRANSACTION
                       MOVE "SALES-DISCOUNT" TO WS-POST-KEY
                       MOVE "D" TO WS-POST-SIDE
                       MOVE FUNCTION NUMVAL(WS-FIELD-4)
                           TO WS-POST-AMOUNT
                       PERFORM ADD-POSTING
                   END-IF
               WHEN "Taxable Sales"
                   CONTINUE
               WHEN "VAT Exempt Sales"
                   CONTINUE
               WHEN "Tax"
                   IF IN-TODAYS-TRANSACTION
                       MOVE "VAT-OUTPUT" TO WS-POST-KEY
                       MOVE "C" TO WS-POST-SIDE
                       MOVE FUNCTION NUMVAL(WS-FIELD-4)
                           TO WS-POST-AMOUNT
                       PERFORM ADD-POSTING
                   END-IF
               WHEN "Grand Total"
                   IF IN-TODAYS-TRANSACTION
                       MOVE FUNCTION NUMVAL(WS-FIELD-4)
                           TO WS-LAST-GRAND-TOTAL
                       MOVE 'Y' TO WS-TXN-COMPLETE-FLAG
                   END-IF
       *> The money collected is the grand total, not the amount
       *> tendered - cash tendered includes the change handed back.
               WHEN "Payment"
                   IF IN-TODAYS-TRANSACTION
                       MOVE FUNCTION NUMVAL(WS-FIELD-2)
                           TO WS-TENDER-CODE
                       PERFORM PICK-TENDER-KEY
                       IF WS-POST-KEY NOT = SPACES
                           MOVE "D" TO WS-POST-SIDE
                           MOVE WS-LAST-GRAND-TOTAL TO WS-POST-AMOUNT
                           PERFORM ADD-POSTING
                       END-IF
                   END-IF
               WHEN "Refund For"
                   CONTINUE
       *> Refund Total rows are logged negative.
               WHEN "Refund Total"
                   IF IN-TODAYS-TRANSACTION
                       COMPUTE WS-PENDING-REFUND =
                           0 - FUNCTION NUMVAL(WS-FIELD-4)
                       MOVE 'Y' TO WS-TXN-COMPLETE-FLAG
                   END-IF
               WHEN "Store Credit"
                   IF IN-TODAYS-TRANSACTION
                       MOVE 'Y' TO WS-REFUND-TO-CREDIT-FLAG
                   END-IF
       *> A cancelled or suspended sale never reaches its totals rows;
       *> whatever its lines had waiting is dropped.
               WHEN "VOIDED"
                   PERFORM CLEAR-TRANSACTION-STATE
                   MOVE 'N' TO WS-IN-TODAYS-TXN-FLAG
               WHEN "SUSPENDED"
                   PERFORM CLEAR-TRANSACTION-STATE
                   MOVE 'N' TO WS-IN-TODAYS-TXN-FLAG
               WHEN "Customer"
                   CONTINUE
       *> Points earned are a liability the day they are granted, at
       *> a peso a point - the rate they are spent at.
               WHEN "Points"
                   IF IN-TODAYS-TRANSACTION
                       MOVE FUNCTION NUMVAL(WS-FIELD-2)
                           TO WS-POST-AMOUNT
                       MOVE "LOYALTY-EXPENSE" TO WS-POST-KEY
                       MOVE "D" TO WS-POST-SIDE
                       PERFORM ADD-POSTING
                       MOVE "LOYALTY-POINTS" TO WS-POST-KEY
                       MOVE "C" TO WS-POST-SIDE
                       PERFORM ADD-POSTING
                   END-IF
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
       *> Anything unlabeled is an item line: QTY in the second
       *> field, unit cost in the seventh. Refund lines carry a
       *> negative quantity, which turns their cost around.
               WHEN OTHER
                   IF IN-TODAYS-TRANSACTION
                       MOVE FUNCTION NUMVAL(WS-FIELD-2) TO WS-LINE-QTY
                       MOVE FUNCTION NUMVAL(WS-FIELD-7) TO WS-LINE-COST
                       COMPUTE WS-PENDING-COST ROUNDED =
                           WS-PENDING-COST
                           + WS-LINE-QTY * WS-LINE-COST
                   END-IF
           END-EVALUATE.

       *> Tender codes as CAPTURE-PAYMENT writes them. On Account
       *> posts nothing here - its debit is the AR-LEDGER charge. A
       *> finished layaway's sale is paid out of the deposits held.
       PICK-TENDER-KEY.
           EVALUATE WS-TENDER-CODE
               WHEN 1
                   MOVE "CASH-DRAWER" TO WS-POST-KEY
               WHEN 2
                   MOVE "GCASH-CLEARING" TO WS-POST-KEY
               WHEN 3
                   MOVE "CARD-CLEARING" TO WS-POST-KEY
               WHEN 4
                   MOVE "LOYALTY-POINTS" TO WS-POST-KEY
               WHEN 5
                   MOVE "STORE-CREDIT" TO WS-POST-KEY
               WHEN 7
                   MOVE "CUST-DEPOSIT" TO WS-POST-KEY
               WHEN OTHER
                   MOVE SPACES TO WS-POST-KEY
           END-EVALUATE.

       *> Posts what the finished transaction had waiting: its cost
       *> of goods, and for a refund the money handed back.
       CLOSE-OUT-TRANSACTION.
           IF TXN-IS-COMPLETE
               MOVE "RECEIPT-LOG" TO WS-POST-SOURCE
               IF WS-PENDING-COST NOT = ZERO
                   MOVE WS-PENDING-COST TO WS-POST-AMOUNT
                   MOVE "COGS" TO WS-POST-KEY
                   MOVE "D" TO WS-POST-SIDE
                   PERFORM ADD-POSTING
                   MOVE "INVENTORY" TO WS-POST-KEY
                   MOVE "C" TO WS-POST-SIDE
                   PERFORM ADD-POSTING
               END-IF
               IF WS-PENDING-REFUND NOT = ZERO
                   MOVE WS-PENDING-REFUND TO WS-POST-AMOUNT
                   MOVE "SALES-RETURNS" TO WS-POST-KEY
                   MOVE "D" TO WS-POST-SIDE
                   PERFORM ADD-POSTING
       *> A refund issued as a certificate is credited to the
       *> liability off STORE-CREDITS.csv, not out of the drawer.
                   IF NOT REFUND-WENT-TO-CREDIT
                       MOVE "CASH-DRAWER" TO WS-POST-KEY
                       MOVE "C" TO WS-POST-SIDE
                       PERFORM ADD-POSTING
                   END-IF
               END-IF
           END-IF
           PERFORM CLEAR-TRANSACTION-STATE.

       CLEAR-TRANSACTION-STATE.
           MOVE ZERO TO WS-PENDING-COST
           MOVE ZERO TO WS-PENDING-REFUND
           MOVE ZERO TO WS-LAST-GRAND-TOTAL
           MOVE 'N' TO WS-TXN-COMPLETE-FLAG
           MOVE 'N' TO WS-REFUND-TO-CREDIT-FLAG.

       *> ----------------------------------------------------------
       *> AR-LEDGER.csv: DATE,TIME,CUSTNO,TYPE,AMOUNT,TXN,USER,TENDER.
       *> A charge is the receivable side of an on-account sale; a
       *> payment comes off the receivable into whatever it was paid
       *> with (rows from before the tender was kept were cash).
       *> ----------------------------------------------------------
       POST-AR-LEDGER.
           MOVE "AR-LEDGER" TO WS-POST-SOURCE
           OPEN INPUT AR-FILE
           IF NOT AR-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-AR-ROW UNTIL AT-EOF
               CLOSE AR-FILE
           END-IF.

       READ-AR-ROW.
           READ AR-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   MOVE SPACES TO WS-FIELD-7 WS-FIELD-8
                   UNSTRING AR-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                            WS-FIELD-7 WS-FIELD-8
                   END-UNSTRING
                   IF FUNCTION NUMVAL(WS-FIELD-1) = WS-TODAY-DATE
                       PERFORM POST-ONE-AR-ROW
                   END-IF
           END-READ.

       POST-ONE-AR-ROW.
           MOVE FUNCTION NUMVAL(WS-FIELD-5) TO WS-POST-AMOUNT
           EVALUATE FUNCTION TRIM(WS-FIELD-4)
               WHEN "CHARGE"
                   MOVE "AR-TRADE" TO WS-POST-KEY
                   MOVE "D" TO WS-POST-SIDE
                   PERFORM ADD-POSTING
               WHEN "PAYMENT"
                   MOVE "AR-TRADE" TO WS-POST-KEY
                   MOVE "C" TO WS-POST-SIDE
                   PERFORM ADD-POSTING
                   PERFORM PICK-COLLECTION-KEY
                   MOVE "D" TO WS-POST-SIDE
                   PERFORM ADD-POSTING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *> Money taken off the counter for something other than a
       *> sale - a utang payment, a certificate, a layaway deposit -
       *> is cash, GCash or card only. The tender sits in WS-FIELD-8
       *> for AR rows and is moved there for SHIFTS and layaway rows.
       PICK-COLLECTION-KEY.
           EVALUATE FUNCTION TRIM(WS-FIELD-8)
               WHEN "2"
                   MOVE "GCASH-CLEARING" TO WS-POST-KEY
               WHEN "3"
                   MOVE "CARD-CLEARING" TO WS-POST-KEY
               WHEN OTHER
                   MOVE "CASH-DRAWER" TO WS-POST-KEY
           END-EVALUATE.

       *> ----------------------------------------------------------
       *> STORE-CREDITS.csv: NUMBER,ISSUEDATE,ORIGAMOUNT,BALANCE.
       *> Every certificate issued today is a new liability at its
       *> original amount. The debit side is the certificate sale in
       *> SHIFTS.csv or the refund in the receipt log; redemptions
       *> are the tender 5 Payment rows.
       *> ----------------------------------------------------------
       POST-STORE-CREDITS.
           MOVE "STORE-CREDITS" TO WS-POST-SOURCE
           OPEN INPUT CREDIT-FILE
           IF NOT CREDIT-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-CREDIT-ROW UNTIL AT-EOF
               CLOSE CREDIT-FILE
           END-IF.

       READ-CREDIT-ROW.
           READ CREDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                   MOVE SPACES TO WS-FIELD-3 WS-FIELD-4
                   UNSTRING CREDIT-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4
                   END-UNSTRING
                   IF FUNCTION NUMVAL(WS-FIELD-2) = WS-TODAY-DATE
                       MOVE "STORE-CREDIT" TO WS-POST-KEY
                       MOVE "C" TO WS-POST-SIDE
                       MOVE FUNCTION NUMVAL(WS-FIELD-3)
                           TO WS-POST-AMOUNT
                       PERFORM ADD-POSTING
                   END-IF
           END-READ.

       *> ----------------------------------------------------------
       *> LAYAWAY-LEDGER.csv: DATE,TIME,NUMBER,TYPE,AMOUNT,TENDER,...
       *> Deposits and instalments are held for the customer until
       *> the layaway finishes; a refund hands some back out of the
       *> drawer and a cancellation fee or forfeit becomes income.
       *> The COMPLETE row posts nothing - the finished sale's
       *> tender 7 Payment row debits the deposits.
       *> ----------------------------------------------------------
       POST-LAYAWAY-LEDGER.
           MOVE "LAYAWAYS" TO WS-POST-SOURCE
           OPEN INPUT LAYAWAY-LEDGER-FILE
           IF NOT LAYAWAY-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-LAYAWAY-ROW UNTIL AT-EOF
               CLOSE LAYAWAY-LEDGER-FILE
           END-IF.

       READ-LAYAWAY-ROW.
           READ LAYAWAY-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   UNSTRING LAYAWAY-LEDGER-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   END-UNSTRING
                   IF FUNCTION NUMVAL(WS-FIELD-1) = WS-TODAY-DATE
                       PERFORM POST-ONE-DEPOSIT-ROW
                   END-IF
           END-READ.

       *> SPECIAL-ORDER-LEDGER.csv has the same layout and the same
       *> money rows. A cancelled special order hands the whole
       *> deposit back, so its CANCEL row is zero and posts nothing;
       *> the ORDERED, RECEIVED and COLLECT rows carry no money.
       POST-SPECIAL-ORDER-LEDGER.
           MOVE "SPECIALORDERS" TO WS-POST-SOURCE
           OPEN INPUT SPECIAL-ORDER-LEDGER-FILE
           IF NOT SPECIAL-ORDER-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-SPECIAL-ORDER-ROW UNTIL AT-EOF
               CLOSE SPECIAL-ORDER-LEDGER-FILE
           END-IF.

       READ-SPECIAL-ORDER-ROW.
           READ SPECIAL-ORDER-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   UNSTRING SPECIAL-ORDER-LEDGER-RECORD
                       DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   END-UNSTRING
                   IF FUNCTION NUMVAL(WS-FIELD-1) = WS-TODAY-DATE
                       PERFORM POST-ONE-DEPOSIT-ROW
                   END-IF
           END-READ.

       POST-ONE-DEPOSIT-ROW.
           MOVE FUNCTION NUMVAL(WS-FIELD-5) TO WS-POST-AMOUNT
           EVALUATE FUNCTION TRIM(WS-FIELD-4)
               WHEN "DEPOSIT"
               WHEN "PAYMENT"
                   MOVE WS-FIELD-6 TO WS-FIELD-8
                   PERFORM PICK-COLLECTION-KEY
                   MOVE "D" TO WS-POST-SIDE
                   PERFORM ADD-POSTING
                   MOVE "CUST-DEPOSIT" TO WS-POST-KEY
                   MOVE "C" TO WS-POST-SIDE
                   PERFORM ADD-POSTING
               WHEN "REFUND"
                   MOVE "CUST-DEPOSIT" TO WS-POST-KEY
                   MOVE "D" TO WS-POST-SIDE
                   PERFORM ADD-POSTING
                   MOVE "CASH-DRAWER" TO WS-POST-KEY
                   MOVE "C" TO WS-POST-SIDE
                   PERFORM ADD-POSTING
               WHEN "CANCEL"
               WHEN "FORFEIT"
                   MOVE "CUST-DEPOSIT" TO WS-POST-KEY
                   MOVE "D" TO WS-POST-SIDE
                   PERFORM ADD-POSTING
                   MOVE "LAYAWAY-FORFEIT" TO WS-POST-KEY
                   MOVE "C" TO WS-POST-SIDE
                   PERFORM ADD-POSTING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *> ----------------------------------------------------------
       *> SHIFTS.csv rows: TYPE,USER,DATE,TIME,AMOUNT,... Cash moved
       *> in or out of the drawer books against income, expense or
       *> the safe; a certificate sale books the money taken; a CLOSE
       *> row's over/short squares the drawer with what was counted.
       *> ARPAY rows are skipped - AR-LEDGER already has them - and
       *> LAYPAY and LAYREFUND rows the same, for LAYAWAY-LEDGER, and
       *> SOPAY and SOREFUND for SPECIAL-ORDER-LEDGER.
       *> ----------------------------------------------------------
       POST-SHIFTS.
           MOVE "SHIFTS" TO WS-POST-SOURCE
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
                   IF FUNCTION NUMVAL(WS-FIELD-3) = WS-TODAY-DATE
                       PERFORM POST-ONE-SHIFT-ROW
                   END-IF
           END-READ.

       POST-ONE-SHIFT-ROW.
           EVALUATE FUNCTION TRIM(WS-FIELD-1)
               WHEN "PAID-IN"
                   MOVE FUNCTION NUMVAL(WS-FIELD-5) TO WS-POST-AMOUNT
                   MOVE "CASH-DRAWER" TO WS-POST-KEY
                   MOVE "D" TO WS-POST-SIDE
                   PERFORM ADD-POSTING
                   MOVE "PAID-IN" TO WS-POST-KEY
                   MOVE "C" TO WS-POST-SIDE
                   PERFORM ADD-POSTING
               WHEN "PAID-OUT"
                   MOVE FUNCTION NUMVAL(WS-FIELD-5) TO WS-POST-AMOUNT
                   MOVE "PAID-OUT" TO WS-POST-KEY
                   MOVE "D" TO WS-POST-SIDE
                   PERFORM ADD-POSTING
                   MOVE "CASH-DRAWER" TO WS-POST-KEY
                   MOVE "C" TO WS-POST-SIDE
                   PERFORM ADD-POSTING
               WHEN "SAFE-DROP"
                   MOVE FUNCTION NUMVAL(WS-FIELD-5) TO WS-POST-AMOUNT
                   MOVE "CASH-SAFE" TO WS-POST-KEY
                   MOVE "D" TO WS-POST-SIDE
                   PERFORM ADD-POSTING
                   MOVE "CASH-DRAWER" TO WS-POST-KEY
                   MOVE "C" TO WS-POST-SIDE
                   PERFORM ADD-POSTING
       *> GCSALE: TYPE,USER,DATE,TIME,AMOUNT,STATION,TENDER.
               WHEN "GCSALE"
                   MOVE FUNCTION NUMVAL(WS-FIELD-5) TO WS-POST-AMOUNT
                   MOVE WS-FIELD-7 TO WS-FIELD-8
                   PERFORM PICK-COLLECTION-KEY
                   MOVE "D" TO WS-POST-SIDE
                   PERFORM ADD-POSTING
       *> CLOSE: TYPE,USER,DATE,TIME,EXPECTED,COUNTED,OVERSHORT,...
               WHEN "CLOSE"
                   MOVE WS-FIELD-7(1:9) TO WS-OVER-SHORT-RAW
                   IF WS-OVER-SHORT IS NUMERIC
                       AND WS-OVER-SHORT NOT = ZERO
                       MOVE WS-OVER-SHORT TO WS-POST-AMOUNT
                       MOVE "CASH-DRAWER" TO WS-POST-KEY
                       MOVE "D" TO WS-POST-SIDE
                       PERFORM ADD-POSTING
                       MOVE "CASH-OVER-SHORT" TO WS-POST-KEY
                       MOVE "C" TO WS-POST-SIDE
                       PERFORM ADD-POSTING
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *> ----------------------------------------------------------
       *> ADJUSTMENTS.csv: DATE,TIME,PRODUCT,REASON,DELTA,NEWQTY,USER.
       *> Each adjustment is valued at the product's unit cost on the
       *> catalog; stock lost is Dr SHRINKAGE / Cr INVENTORY, stock
       *> found the other way round. A product since deleted has no
       *> cost to value it at and is counted, not guessed.
       *> ----------------------------------------------------------
       POST-ADJUSTMENTS.
           MOVE "ADJUSTMENTS" TO WS-POST-SOURCE
           OPEN INPUT PRODUCT-FILE
           IF PRODUCT-FILE-MISSING
               MOVE 'N' TO WS-PRODUCTS-OPEN-FLAG
           ELSE
               MOVE 'Y' TO WS-PRODUCTS-OPEN-FLAG
           END-IF
           OPEN INPUT ADJUSTMENT-FILE
           IF NOT ADJUSTMENT-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-ADJUSTMENT-ROW UNTIL AT-EOF
               CLOSE ADJUSTMENT-FILE
           END-IF
           IF PRODUCTS-ARE-OPEN
               CLOSE PRODUCT-FILE
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
                   IF FUNCTION NUMVAL(WS-FIELD-1) = WS-TODAY-DATE
                       PERFORM POST-ONE-ADJUSTMENT
                   END-IF
           END-READ.

       POST-ONE-ADJUSTMENT.
           MOVE FUNCTION NUMVAL(WS-FIELD-5) TO WS-ADJUST-DELTA
           IF NOT PRODUCTS-ARE-OPEN
               ADD 1 TO WS-UNVALUED-COUNT
           ELSE
               MOVE WS-FIELD-3 TO PR-PRODUCT-NAME
               READ PRODUCT-FILE
                   INVALID KEY
                       ADD 1 TO WS-UNVALUED-COUNT
                   NOT INVALID KEY
                       COMPUTE WS-ADJUST-VALUE ROUNDED =
                           WS-ADJUST-DELTA * PR-PRODUCT-COST
                       IF WS-ADJUST-VALUE NOT = ZERO
                           COMPUTE WS-POST-AMOUNT =
                               0 - WS-ADJUST-VALUE
                           MOVE "SHRINKAGE" TO WS-POST-KEY
                           MOVE "D" TO WS-POST-SIDE
                           PERFORM ADD-POSTING
                           MOVE "INVENTORY" TO WS-POST-KEY
                           MOVE "C" TO WS-POST-SIDE
                           PERFORM ADD-POSTING
                       END-IF
               END-READ
           END-IF.

       *> ----------------------------------------------------------
       *> Adds one amount to the key/source bucket, growing the table
       *> as new pairs appear. A negative amount goes to the other
       *> side as a positive one.
       *> ----------------------------------------------------------
       ADD-POSTING.
           IF WS-POST-AMOUNT NOT = ZERO
               MOVE ZERO TO WS-POST-MATCH
               PERFORM VARYING WS-POST-INDEX FROM 1 BY 1
                   UNTIL WS-POST-INDEX > WS-POST-COUNT
                   IF POST-KEY(WS-POST-INDEX) = WS-POST-KEY
                       AND POST-SOURCE(WS-POST-INDEX) = WS-POST-SOURCE
                       MOVE WS-POST-INDEX TO WS-POST-MATCH
                   END-IF
               END-PERFORM
               IF WS-POST-MATCH = ZERO AND WS-POST-COUNT < 100
                   ADD 1 TO WS-POST-COUNT
                   MOVE WS-POST-COUNT TO WS-POST-MATCH
                   MOVE WS-POST-KEY TO POST-KEY(WS-POST-MATCH)
                   MOVE WS-POST-SOURCE TO POST-SOURCE(WS-POST-MATCH)
                   MOVE ZERO TO POST-DEBIT(WS-POST-MATCH)
                   MOVE ZERO TO POST-CREDIT(WS-POST-MATCH)
               END-IF
               IF WS-POST-MATCH NOT = ZERO
                   IF (POST-TO-DEBIT AND WS-POST-AMOUNT > ZERO)
                       OR (NOT POST-TO-DEBIT AND WS-POST-AMOUNT < ZERO)
                       ADD FUNCTION ABS(WS-POST-AMOUNT)
                           TO POST-DEBIT(WS-POST-MATCH)
                   ELSE
                       ADD FUNCTION ABS(WS-POST-AMOUNT)
                           TO POST-CREDIT(WS-POST-MATCH)
                   END-IF
               END-IF
           END-IF.

       *> ----------------------------------------------------------
       *> Writes the journal: one line per side per bucket, with the
       *> account looked up off the map. An unmapped key still gets
       *> its line (account UNMAPPED) so nothing silently vanishes.
       *> ----------------------------------------------------------
       WRITE-JOURNAL-FILE.
           MOVE SPACES TO WS-JOURNAL-FILE-NAME
           STRING "GL-JOURNAL_"  DELIMITED BY SIZE
                  WS-TODAY-DATE  DELIMITED BY SIZE
                  ".csv"         DELIMITED BY SIZE
               INTO WS-JOURNAL-FILE-NAME
           END-STRING
           OPEN OUTPUT JOURNAL-FILE
           MOVE SPACES TO WS-JOURNAL-LINE
           STRING "DATE,JOURNAL,ACCOUNT,ACCOUNTNAME,"  DELIMITED BY SIZE
                  "DEBIT,CREDIT,KEY,SOURCE"            DELIMITED BY SIZE
               INTO WS-JOURNAL-LINE
           END-STRING
           MOVE WS-JOURNAL-LINE TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           PERFORM VARYING WS-POST-INDEX FROM 1 BY 1
               UNTIL WS-POST-INDEX > WS-POST-COUNT
               PERFORM FIND-POSTING-ACCOUNT
               IF POST-DEBIT(WS-POST-INDEX) NOT = ZERO
                   MOVE POST-DEBIT(WS-POST-INDEX) TO WS-DEBIT-EDIT
                   MOVE ZERO TO WS-CREDIT-EDIT
                   ADD POST-DEBIT(WS-POST-INDEX) TO WS-TOTAL-DEBITS
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
               IF POST-CREDIT(WS-POST-INDEX) NOT = ZERO
                   MOVE ZERO TO WS-DEBIT-EDIT
                   MOVE POST-CREDIT(WS-POST-INDEX) TO WS-CREDIT-EDIT
                   ADD POST-CREDIT(WS-POST-INDEX) TO WS-TOTAL-CREDITS
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE
           COMPUTE WS-OUT-OF-BALANCE =
               WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.

       FIND-POSTING-ACCOUNT.
           MOVE ZERO TO WS-ACCT-MATCH
           PERFORM VARYING WS-ACCT-INDEX FROM 1 BY 1
               UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT
               IF ACCT-KEY(WS-ACCT-INDEX) = POST-KEY(WS-POST-INDEX)
                   MOVE WS-ACCT-INDEX TO WS-ACCT-MATCH
               END-IF
           END-PERFORM
           IF WS-ACCT-MATCH = ZERO
               MOVE "UNMAPPED" TO WS-LINE-ACCOUNT
               MOVE SPACES TO WS-LINE-ACCOUNT-NAME
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY "No account mapped for posting key "
                   FUNCTION TRIM(POST-KEY(WS-POST-INDEX))
           ELSE
               MOVE ACCT-NUMBER(WS-ACCT-MATCH) TO WS-LINE-ACCOUNT
               MOVE ACCT-NAME(WS-ACCT-MATCH) TO WS-LINE-ACCOUNT-NAME
           END-IF.

       WRITE-JOURNAL-LINE.
           MOVE SPACES TO WS-JOURNAL-LINE
           STRING WS-TODAY-DATE                DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JOURNAL-REF) DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINE-ACCOUNT) DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINE-ACCOUNT-NAME)
                                               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-DEBIT-EDIT                DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-CREDIT-EDIT               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(POST-KEY(WS-POST-INDEX))
                                               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(POST-SOURCE(WS-POST-INDEX))
                                               DELIMITED BY SIZE
               INTO WS-JOURNAL-LINE
           END-STRING
           MOVE WS-JOURNAL-LINE TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-LINES.

       PRINT-JOURNAL-SUMMARY.
           DISPLAY "----------------------------------------"
           DISPLAY " GL JOURNAL " WS-JOURNAL-REF
           DISPLAY "----------------------------------------"
           DISPLAY "Written to:     "
               FUNCTION TRIM(WS-JOURNAL-FILE-NAME)
           DISPLAY "Journal lines:  " WS-JOURNAL-LINES
           MOVE WS-TOTAL-DEBITS TO WS-TOTAL-EDIT
           DISPLAY "Total debits:   " WS-TOTAL-EDIT
           MOVE WS-TOTAL-CREDITS TO WS-TOTAL-EDIT
           DISPLAY "Total credits:  " WS-TOTAL-EDIT
           IF WS-UNVALUED-COUNT > ZERO
               DISPLAY "Adjustments not valued (product not on "
                   "the catalog): " WS-UNVALUED-COUNT
           END-IF
           IF WS-OUT-OF-BALANCE NOT = ZERO
               MOVE WS-OUT-OF-BALANCE TO WS-BALANCE-EDIT
               DISPLAY "*** OUT OF BALANCE BY " WS-BALANCE-EDIT
                   " - journal not fit to post ***"
           END-IF
           IF WS-UNMAPPED-COUNT > ZERO
               DISPLAY "*** " WS-UNMAPPED-COUNT " line(s) with no "
                   "account - fix GL-ACCOUNTS.csv ***"
           END-IF
           DISPLAY "----------------------------------------".
