       *> This program reads RECEIPT-LOG.csv, the running log every
       *> sale appends to, and prints a Z-report for the day: the
       *> transaction count, gross sales, total discounts, total tax,
       *> and the net total actually collected. The store header and
       *> VAT rate printed are the ones STORE-PARAMS.csv had in force
       *> on the date reported, not today's.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-STATUS.

           SELECT LAYAWAY-LEDGER-FILE ASSIGN TO "LAYAWAY-LEDGER.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYAWAY-STATUS.

           SELECT SPECIAL-ORDER-LEDGER-FILE
               ASSIGN TO "SPECIAL-ORDER-LEDGER.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPECIAL-ORDER-STATUS.

           SELECT RECEIPT-LOG-FILE ASSIGN TO DYNAMIC
               WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT STORE-PARAM-FILE ASSIGN TO "STORE-PARAMS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       *> RECEIPT-LOG.csv holds one line per transaction header, item
       *> sold, totals row, and payment row, in the layout
       *> POINT-OF-SALE-SYSTEM already writes it in.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-LOG-FILE.
       01  RECEIPT-LOG-RECORD         PIC X(140).

       *> CUSTOMERS.csv is read once at the end purely to total the
       *> points liability sitting on the loyalty balances;
       FD  CREDIT-FILE.
       01  CREDIT-RECORD              PIC X(100).

       *> LAYAWAY-LEDGER.csv the same way again for the deposits and
       *> instalments held against layaways not yet finished.
       FD  LAYAWAY-LEDGER-FILE.
       01  LAYAWAY-LEDGER-RECORD      PIC X(100).

       *> SPECIAL-ORDER-LEDGER.csv likewise for special-order
       *> deposits - same layout, COLLECT rows carrying the price.
       FD  SPECIAL-ORDER-LEDGER-FILE.
       01  SPECIAL-ORDER-LEDGER-RECORD PIC X(100).

       *> STORE-PARAMS.csv holds the dated store parameters
       *> STORE-PARAMETERS maintains, one EFFDATE,VATPCT,SENIORPCT,
       *> PESOSPERPOINT,NAME,ADDRESS,TIN,MACHINE row per change.
       FD  STORE-PARAM-FILE.
       01  STORE-PARAM-RECORD         PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS              PIC XX.
           88  LOG-FILE-MISSING           VALUE "35".
       01  WS-CREDIT-TENDER-COUNT     PIC 9(7) VALUE 0.
       01  WS-ACCOUNT-TOTAL           PIC 9(9)V99 VALUE 0.
       01  WS-ACCOUNT-COUNT           PIC 9(7) VALUE 0.
       01  WS-LAYAWAY-TOTAL           PIC 9(9)V99 VALUE 0.
       01  WS-LAYAWAY-COUNT           PIC 9(7) VALUE 0.

       01  WS-CUSTOMER-STATUS         PIC XX.
           88  CUSTOMER-FILE-MISSING      VALUE "35".
           88  CREDIT-AT-EOF              VALUE 'Y'.
       01  WS-CREDIT-LIABILITY        PIC 9(9)V99 VALUE 0.

       01  WS-LAYAWAY-STATUS          PIC XX.
           88  LAYAWAY-FILE-MISSING       VALUE "35".
       01  WS-LAYAWAY-EOF-FLAG        PIC X.
           88  LAYAWAY-AT-EOF             VALUE 'Y'.
       01  WS-LAYAWAY-LIABILITY       PIC S9(9)V99 VALUE 0.
       01  WS-LAYAWAY-LIABILITY-EDIT  PIC -(8)9.99.

       01  WS-SPECIAL-ORDER-STATUS    PIC XX.
           88  SPECIAL-ORDER-FILE-MISSING VALUE "35".
       01  WS-SPECIAL-ORDER-EOF-FLAG  PIC X.
           88  SPECIAL-ORDER-AT-EOF       VALUE 'Y'.
       01  WS-SPECIAL-ORDER-LIABILITY PIC S9(9)V99 VALUE 0.

       *> Department subtotals off the item lines, which carry their
       *> product's department as a sixth field. Item money is held
       *> per transaction first and only posted when the transaction
       01  WS-NET-TOTAL-EDIT          PIC -(7)9.99.
       01  WS-TENDER-TOTAL-EDIT       PIC Z(7)9.99.
       01  WS-TENDER-COUNT-EDIT       PIC Z(6)9.
       01  WS-VAT-PCT-EDIT            PIC Z9.99.

       *> The store parameters in force on WS-PARAM-DATE: the
       *> latest STORE-PARAMS.csv row dated on or before it. With no
       *> row on file the statutory 12% VAT and 20% senior/PWD
       *> discount stand, a point per hundred pesos, and no header.
       01  WS-STORE-PARAM-VARS.
           05  WS-PARAM-STATUS        PIC XX.
               88  PARAM-FILE-MISSING     VALUE "35".
           05  WS-PARAM-EOF-FLAG      PIC X.
               88  PARAMS-AT-EOF          VALUE "Y".
           05  WS-PARAM-DATE          PIC 9(8). *> Date wanted.
           05  WS-PARAM-ROW-DATE      PIC 9(8).
           05  WS-PARAM-IN-FORCE-DATE PIC 9(8). *> Row taken.
           05  WS-PARAM-F1            PIC X(10).
           05  WS-PARAM-F2            PIC X(10).
           05  WS-PARAM-F3            PIC X(10).
           05  WS-PARAM-F4            PIC X(10).
           05  WS-PARAM-F5            PIC X(40).
           05  WS-PARAM-F6            PIC X(60).
           05  WS-PARAM-F7            PIC X(20).
           05  WS-PARAM-F8            PIC X(20).
           05  WS-VAT-PCT             PIC 9(2)V99.
           05  WS-SENIOR-PCT          PIC 9(2)V99.
           05  WS-PESOS-PER-POINT     PIC 9(5).
           05  WS-STORE-NAME          PIC X(40).
           05  WS-STORE-ADDRESS       PIC X(60).
           05  WS-STORE-TIN           PIC X(20).
           05  WS-STORE-MACHINE       PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           IF WS-DATE-ARG NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DATE-ARG) TO WS-TODAY-DATE
           END-IF
           MOVE WS-TODAY-DATE TO WS-PARAM-DATE
           PERFORM LOAD-STORE-PARAMS
           PERFORM PICK-LOG-FILE
           PERFORM SUMMARIZE-LOG
           PERFORM PRINT-Z-REPORT
                   CONTINUE
               WHEN "Manual Entry"
                   CONTINUE
               WHEN "Invoice"
                   CONTINUE
               WHEN "Buyer"
                   CONTINUE
               WHEN "Buyer Address"
                   CONTINUE
       *> Promo rows carry the giveaway the deal cost, kept apart
       *> from the statutory senior/PWD discount line.
               WHEN "Promo"
               WHEN 6
                   ADD WS-LAST-GRAND-TOTAL TO WS-ACCOUNT-TOTAL
                   ADD 1 TO WS-ACCOUNT-COUNT
       *> A finished layaway or a collected special order: the sale
       *> lands today, the money came in earlier as deposits.
               WHEN 7
                   ADD WS-LAST-GRAND-TOTAL TO WS-LAYAWAY-TOTAL
                   ADD 1 TO WS-LAYAWAY-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *> ----------------------------------------------------------
       *> Takes the STORE-PARAMS.csv row in force on WS-PARAM-DATE,
       *> so a change scheduled ahead starts by itself on its day.
       *> ----------------------------------------------------------
       LOAD-STORE-PARAMS.
           MOVE 12 TO WS-VAT-PCT
           MOVE 20 TO WS-SENIOR-PCT
           MOVE 100 TO WS-PESOS-PER-POINT
           MOVE SPACES TO WS-STORE-NAME WS-STORE-ADDRESS
           MOVE SPACES TO WS-STORE-TIN WS-STORE-MACHINE
           MOVE ZERO TO WS-PARAM-IN-FORCE-DATE
           OPEN INPUT STORE-PARAM-FILE
           IF NOT PARAM-FILE-MISSING
               MOVE "N" TO WS-PARAM-EOF-FLAG
               PERFORM READ-STORE-PARAM-ROW UNTIL PARAMS-AT-EOF
               CLOSE STORE-PARAM-FILE
           END-IF.

       READ-STORE-PARAM-ROW.
           READ STORE-PARAM-FILE
               AT END
                   MOVE "Y" TO WS-PARAM-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-PARAM-F1 WS-PARAM-F2 WS-PARAM-F3
                   MOVE SPACES TO WS-PARAM-F4 WS-PARAM-F5 WS-PARAM-F6
                   MOVE SPACES TO WS-PARAM-F7 WS-PARAM-F8
                   UNSTRING STORE-PARAM-RECORD DELIMITED BY ","
                       INTO WS-PARAM-F1 WS-PARAM-F2 WS-PARAM-F3
                            WS-PARAM-F4 WS-PARAM-F5 WS-PARAM-F6
                            WS-PARAM-F7 WS-PARAM-F8
                   END-UNSTRING
                   IF WS-PARAM-F1(1:8) IS NUMERIC
                       MOVE WS-PARAM-F1(1:8) TO WS-PARAM-ROW-DATE
                       IF WS-PARAM-ROW-DATE <= WS-PARAM-DATE
                           AND WS-PARAM-ROW-DATE >=
                               WS-PARAM-IN-FORCE-DATE
                           MOVE WS-PARAM-ROW-DATE
                               TO WS-PARAM-IN-FORCE-DATE
                           MOVE FUNCTION NUMVAL(WS-PARAM-F2)
                               TO WS-VAT-PCT
                           MOVE FUNCTION NUMVAL(WS-PARAM-F3)
                               TO WS-SENIOR-PCT
                           MOVE FUNCTION NUMVAL(WS-PARAM-F4)
                               TO WS-PESOS-PER-POINT
                           IF WS-PESOS-PER-POINT = ZERO
                               MOVE 100 TO WS-PESOS-PER-POINT
                           END-IF
                           MOVE WS-PARAM-F5 TO WS-STORE-NAME
                           MOVE WS-PARAM-F6 TO WS-STORE-ADDRESS
                           MOVE WS-PARAM-F7 TO WS-STORE-TIN
                           MOVE WS-PARAM-F8 TO WS-STORE-MACHINE
                       END-IF
                   END-IF
           END-READ.

       *> ----------------------------------------------------------
       *> Prints the Z-report.
       *> ----------------------------------------------------------
           DISPLAY "----------------------------------------"
           DISPLAY "               Z-REPORT                 "
           DISPLAY "----------------------------------------"
           IF WS-STORE-NAME NOT = SPACES
               DISPLAY FUNCTION TRIM(WS-STORE-NAME)
           END-IF
           IF WS-STORE-ADDRESS NOT = SPACES
               DISPLAY FUNCTION TRIM(WS-STORE-ADDRESS)
           END-IF
           IF WS-STORE-TIN NOT = SPACES
               DISPLAY "VAT Reg TIN: " FUNCTION TRIM(WS-STORE-TIN)
           END-IF
           IF WS-STORE-MACHINE NOT = SPACES
               DISPLAY "Machine No: " FUNCTION TRIM(WS-STORE-MACHINE)
           END-IF
           DISPLAY "Report Date:        " WS-TODAY-DATE
           DISPLAY "Transaction Count:  " WS-TXN-COUNT-EDIT
           DISPLAY "Refund Count:       " WS-REFUND-COUNT-EDIT
           DISPLAY "Voided Sales:       " WS-VOID-COUNT-EDIT
           DISPLAY "Promo Giveaways:    " WS-TOTAL-DISCOUNTS-EDIT
           MOVE WS-TOTAL-OVERRIDES TO WS-TOTAL-OVERRIDES-EDIT
           DISPLAY "Override Giveaways: " WS-TOTAL-OVERRIDES-EDIT
           MOVE WS-VAT-PCT TO WS-VAT-PCT-EDIT
           DISPLAY "VAT Rate:           " WS-VAT-PCT-EDIT "%"
           DISPLAY "Total Tax:          " WS-TOTAL-TAX-EDIT
           DISPLAY "Total Refunds:      " WS-TOTAL-REFUNDS-EDIT
           DISPLAY "Net Total:          " WS-NET-TOTAL-EDIT
           MOVE WS-ACCOUNT-COUNT TO WS-TENDER-COUNT-EDIT
           DISPLAY "OnAcct:" WS-TENDER-TOTAL-EDIT
               "  (" WS-TENDER-COUNT-EDIT " txns)"
           MOVE WS-LAYAWAY-TOTAL TO WS-TENDER-TOTAL-EDIT
           MOVE WS-LAYAWAY-COUNT TO WS-TENDER-COUNT-EDIT
           DISPLAY "Deposit:" WS-TENDER-TOTAL-EDIT
               " (" WS-TENDER-COUNT-EDIT " txns)"
           DISPLAY "------------- REGISTERS ----------------"
           PERFORM VARYING WS-STN-INDEX FROM 1 BY 1
               UNTIL WS-STN-INDEX > WS-STN-COUNT
           PERFORM TOTAL-CREDIT-LIABILITY
           MOVE WS-CREDIT-LIABILITY TO WS-LIABILITY-EDIT
           DISPLAY "Credit Liability:   " WS-LIABILITY-EDIT
           PERFORM TOTAL-LAYAWAY-LIABILITY
           MOVE WS-LAYAWAY-LIABILITY TO WS-LAYAWAY-LIABILITY-EDIT
           DISPLAY "Layaway Liability: " WS-LAYAWAY-LIABILITY-EDIT
           PERFORM TOTAL-SPECIAL-ORDER-LIABILITY
           MOVE WS-SPECIAL-ORDER-LIABILITY TO WS-LAYAWAY-LIABILITY-EDIT
           DISPLAY "Special Orders:    " WS-LAYAWAY-LIABILITY-EDIT
           DISPLAY "----------------------------------------".

       *> ----------------------------------------------------------
               CLOSE CREDIT-FILE
           END-IF.

       *> Deposits and instalments in, less refunds, fees and
       *> forfeits kept, and the price applied to finished layaways -
       *> LAYAWAY-LEDGER.csv's TYPE and AMOUNT are its fourth and
       *> fifth fields.
       TOTAL-LAYAWAY-LIABILITY.
           OPEN INPUT LAYAWAY-LEDGER-FILE
           IF NOT LAYAWAY-FILE-MISSING
               MOVE 'N' TO WS-LAYAWAY-EOF-FLAG
               PERFORM SUM-ONE-LAYAWAY-ROW UNTIL LAYAWAY-AT-EOF
               CLOSE LAYAWAY-LEDGER-FILE
           END-IF.

       SUM-ONE-LAYAWAY-ROW.
           READ LAYAWAY-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-LAYAWAY-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5
                   UNSTRING LAYAWAY-LEDGER-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-FIELD-4) = "DEPOSIT"
                       OR FUNCTION TRIM(WS-FIELD-4) = "PAYMENT"
                       ADD FUNCTION NUMVAL(WS-FIELD-5)
                           TO WS-LAYAWAY-LIABILITY
                   ELSE
                       SUBTRACT FUNCTION NUMVAL(WS-FIELD-5)
                           FROM WS-LAYAWAY-LIABILITY
                   END-IF
           END-READ.

       *> Special-order deposits and balances in, less refunds and
       *> the price of orders collected; the ORDERED, RECEIVED and
       *> CANCEL rows carry no money.
       TOTAL-SPECIAL-ORDER-LIABILITY.
           OPEN INPUT SPECIAL-ORDER-LEDGER-FILE
           IF NOT SPECIAL-ORDER-FILE-MISSING
               MOVE 'N' TO WS-SPECIAL-ORDER-EOF-FLAG
               PERFORM SUM-ONE-SPECIAL-ORDER-ROW
                   UNTIL SPECIAL-ORDER-AT-EOF
               CLOSE SPECIAL-ORDER-LEDGER-FILE
           END-IF.

       SUM-ONE-SPECIAL-ORDER-ROW.
           READ SPECIAL-ORDER-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-SPECIAL-ORDER-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5
                   UNSTRING SPECIAL-ORDER-LEDGER-RECORD
                       DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-FIELD-4) = "DEPOSIT"
                       OR FUNCTION TRIM(WS-FIELD-4) = "PAYMENT"
                       ADD FUNCTION NUMVAL(WS-FIELD-5)
                           TO WS-SPECIAL-ORDER-LIABILITY
                   ELSE
                       SUBTRACT FUNCTION NUMVAL(WS-FIELD-5)
                           FROM WS-SPECIAL-ORDER-LIABILITY
                   END-IF
           END-READ.

       SUM-ONE-CREDIT.
           READ CREDIT-FILE
               AT END
