       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETTLEMENT-RECONCILE.

       *> This program reconciles one day's GCash or card sales against
       *> the provider's daily settlement file, line for line. The POS
       *> and MANUAL-SALE-ENTRY carry the e-wallet reference number or
       *> the card terminal's approval code as the fifth field of the
       *> Payment row in RECEIPT-LOG.csv; the provider's file is saved
       *> beside the logs and trimmed to
       *>   DATE,REFERENCE,GROSS,FEE,NET
       *> one line per settled transaction (a heading line, or any line
       *> whose gross is not a number, is passed over). Each settled
       *> line is matched to a sale by reference and the report lists
       *>   - sales the provider has not settled,
       *>   - settlements with no sale behind them,
       *>   - matched lines whose settled gross differs from the sale,
       *>   - and the provider's fees, with the net to expect in the
       *>     bank.
       *> The sales date is asked for (today when left blank) and the
       *> log searched the way DAILY-SALES-REPORT searches it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-LOG-FILE ASSIGN TO DYNAMIC
               WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT SETTLEMENT-FILE ASSIGN TO DYNAMIC
               WS-SETTLEMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-LOG-FILE.
       01  RECEIPT-LOG-RECORD         PIC X(140).

       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD          PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS              PIC XX.
           88  LOG-FILE-MISSING           VALUE "35".
       01  WS-SETTLEMENT-STATUS       PIC XX.
           88  SETTLEMENT-FILE-MISSING    VALUE "35".
       01  WS-EOF-FLAG                PIC X.
           88  AT-EOF                     VALUE 'Y'.

       01  WS-TODAY-DATE              PIC 9(8). *> Sales date checked.
       01  WS-DATE-ARG                PIC X(8). *> Date keyed, if any.
       01  WS-LOG-FILE-NAME           PIC X(40).
       01  WS-SETTLEMENT-FILE-NAME    PIC X(60).
       01  WS-FILE-REPLY              PIC X(60).

       01  WS-PROVIDER-CODE           PIC 9. *> Tender code matched.
           88  PROVIDER-IS-GCASH          VALUE 2.
           88  PROVIDER-IS-CARD           VALUE 3.
           88  PROVIDER-IS-KNOWN          VALUES 2 3.
       01  WS-PROVIDER-NAME           PIC X(5).

       01  WS-FIELD-1                 PIC X(20).
       01  WS-FIELD-2                 PIC X(20).
       01  WS-FIELD-3                 PIC X(20).
       01  WS-FIELD-4                 PIC X(20).
       01  WS-FIELD-5                 PIC X(20).

       *> Where the log walk stands: the transaction on hand, whether
       *> it belongs to the sales date, and the grand total it
       *> collected - the Payment row follows its Grand Total row.
       01  WS-IN-DATE-TXN-FLAG        PIC X VALUE 'N'.
           88  IN-DATE-TRANSACTION        VALUE 'Y'.
       01  WS-CURRENT-TXN             PIC X(6).
       01  WS-LAST-GRAND-TOTAL        PIC 9(7)V99 VALUE 0.

       *> The day's sales on this provider's tender.
       01  WS-SALE-COUNT              PIC 9(3) VALUE 0.
       01  WS-SALE-SKIPPED            PIC 9(5) VALUE 0.
       01  WS-SALE-INDEX              PIC 9(3).
       01  WS-SALE-MATCH              PIC 9(3).
       01  WS-SALE-TABLE.
           05  WS-SALE-ROW OCCURS 500 TIMES.
               10  SALE-TXN           PIC X(6).
               10  SALE-REFERENCE     PIC X(20).
               10  SALE-AMOUNT        PIC 9(7)V99.
               10  SALE-MATCHED-FLAG  PIC X.
                   88  SALE-IS-MATCHED    VALUE 'Y'.

       *> The provider's settled lines.
       01  WS-SETTLE-COUNT            PIC 9(3) VALUE 0.
       01  WS-SETTLE-SKIPPED          PIC 9(5) VALUE 0.
       01  WS-SETTLE-INDEX            PIC 9(3).
       01  WS-SETTLE-TABLE.
           05  WS-SETTLE-ROW OCCURS 500 TIMES.
               10  SETTLE-DATE        PIC X(10).
               10  SETTLE-REFERENCE   PIC X(20).
               10  SETTLE-GROSS       PIC 9(7)V99.
               10  SETTLE-FEE         PIC 9(7)V99.
               10  SETTLE-NET         PIC 9(7)V99.
               10  SETTLE-SALE-ROW    PIC 9(3). *> Zero if unmatched.

       01  WS-REFERENCE-KEY           PIC X(20).
       01  WS-DIFFERENCE              PIC S9(7)V99.

       01  WS-MATCHED-COUNT           PIC 9(5) VALUE 0.
       01  WS-DIFFERENCE-COUNT        PIC 9(5) VALUE 0.
       01  WS-UNSETTLED-COUNT         PIC 9(5) VALUE 0.
       01  WS-UNKNOWN-COUNT           PIC 9(5) VALUE 0.
       01  WS-NO-REFERENCE-COUNT      PIC 9(5) VALUE 0.
       01  WS-TOTAL-SALES             PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-GROSS             PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-FEES              PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-NET               PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-UNSETTLED         PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-UNKNOWN           PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-DIFFERENCE        PIC S9(9)V99 VALUE 0.
       01  WS-FEE-RATE                PIC 9(3)V99 VALUE 0.

       01  WS-AMOUNT-EDIT             PIC Z(6)9.99.
       01  WS-AMOUNT-EDIT-2           PIC Z(6)9.99.
       01  WS-DIFF-EDIT               PIC -(6)9.99.
       01  WS-TOTAL-EDIT              PIC Z(8)9.99.
       01  WS-TOTAL-DIFF-EDIT         PIC -(8)9.99.
       01  WS-RATE-EDIT               PIC ZZ9.99.
       01  WS-COUNT-EDIT              PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           DISPLAY "========================================"
           DISPLAY "   OSPOS | E-WALLET / CARD SETTLEMENT"
           DISPLAY "========================================"
           PERFORM ASK-RUN-PARAMETERS
           IF NOT PROVIDER-IS-KNOWN
               DISPLAY "Provider must be 2 (GCash) or 3 (Card)."
               STOP RUN
           END-IF
           PERFORM PICK-LOG-FILE
           PERFORM LOAD-DAY-SALES
           PERFORM LOAD-SETTLEMENT-FILE
           IF SETTLEMENT-FILE-MISSING
               DISPLAY "Settlement file "
                   FUNCTION TRIM(WS-SETTLEMENT-FILE-NAME)
                   " not found."
               STOP RUN
           END-IF
           PERFORM MATCH-SETTLEMENTS
           PERFORM PRINT-RECONCILIATION
           STOP RUN.

       *> ----------------------------------------------------------
       *> Which provider, which day, which file. The file name
       *> defaults to SETTLE-GCASH_<date>.csv or SETTLE-CARD_<date>.csv
       *> - save the provider's download under that name and just
       *> press Enter.
       *> ----------------------------------------------------------
       ASK-RUN-PARAMETERS.
           DISPLAY "Provider (2=GCash 3=Card): "
           ACCEPT WS-PROVIDER-CODE
           IF PROVIDER-IS-GCASH
               MOVE "GCASH" TO WS-PROVIDER-NAME
           ELSE
               MOVE "CARD" TO WS-PROVIDER-NAME
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "Sales date (YYYYMMDD, Enter for today): "
           MOVE SPACES TO WS-DATE-ARG
           ACCEPT WS-DATE-ARG
           IF WS-DATE-ARG NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DATE-ARG) TO WS-TODAY-DATE
           END-IF

           MOVE SPACES TO WS-SETTLEMENT-FILE-NAME
           STRING "SETTLE-"                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PROVIDER-NAME) DELIMITED BY SIZE
                  "_"                             DELIMITED BY SIZE
                  WS-TODAY-DATE                   DELIMITED BY SIZE
                  ".csv"                          DELIMITED BY SIZE
               INTO WS-SETTLEMENT-FILE-NAME
           END-STRING
           DISPLAY "Settlement file (Enter for "
               FUNCTION TRIM(WS-SETTLEMENT-FILE-NAME) "): "
           MOVE SPACES TO WS-FILE-REPLY
           ACCEPT WS-FILE-REPLY
           IF WS-FILE-REPLY NOT = SPACES
               MOVE WS-FILE-REPLY TO WS-SETTLEMENT-FILE-NAME
           END-IF.

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
       *> The day's sales on this tender. A voided or suspended sale
       *> never writes a Payment row, so every Payment row found is
       *> money the provider owes. The amount expected is the grand
       *> total, not the amount keyed as tendered.
       *> ----------------------------------------------------------
       LOAD-DAY-SALES.
           OPEN INPUT RECEIPT-LOG-FILE
           IF LOG-FILE-MISSING
               DISPLAY "No receipt log for " WS-TODAY-DATE "."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-LOG-LINE UNTIL AT-EOF
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
           MOVE SPACES TO WS-FIELD-4 WS-FIELD-5
           UNSTRING RECEIPT-LOG-RECORD DELIMITED BY ","
               INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                    WS-FIELD-4 WS-FIELD-5
           END-UNSTRING

           EVALUATE FUNCTION TRIM(WS-FIELD-1)
               WHEN "Transaction"
                   MOVE FUNCTION TRIM(WS-FIELD-2) TO WS-CURRENT-TXN
                   MOVE ZERO TO WS-LAST-GRAND-TOTAL
                   IF FUNCTION NUMVAL(WS-FIELD-3) = WS-TODAY-DATE
                       MOVE 'Y' TO WS-IN-DATE-TXN-FLAG
                   ELSE
                       MOVE 'N' TO WS-IN-DATE-TXN-FLAG
                   END-IF
               WHEN "Grand Total"
                   IF IN-DATE-TRANSACTION
                       MOVE FUNCTION NUMVAL(WS-FIELD-4)
                           TO WS-LAST-GRAND-TOTAL
                   END-IF
               WHEN "Payment"
                   IF IN-DATE-TRANSACTION
                       AND FUNCTION NUMVAL(WS-FIELD-2)
                           = WS-PROVIDER-CODE
                       PERFORM ADD-SALE-ROW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-SALE-ROW.
           IF WS-SALE-COUNT < 500
               ADD 1 TO WS-SALE-COUNT
               MOVE WS-CURRENT-TXN TO SALE-TXN(WS-SALE-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-5))
                   TO SALE-REFERENCE(WS-SALE-COUNT)
               MOVE WS-LAST-GRAND-TOTAL TO SALE-AMOUNT(WS-SALE-COUNT)
               MOVE 'N' TO SALE-MATCHED-FLAG(WS-SALE-COUNT)
               ADD WS-LAST-GRAND-TOTAL TO WS-TOTAL-SALES
               IF SALE-REFERENCE(WS-SALE-COUNT) = SPACES
                   ADD 1 TO WS-NO-REFERENCE-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-SALE-SKIPPED
           END-IF.

       *> ----------------------------------------------------------
       *> The provider's file, DATE,REFERENCE,GROSS,FEE,NET. A blank
       *> net is worked out as gross less fee.
       *> ----------------------------------------------------------
       LOAD-SETTLEMENT-FILE.
           OPEN INPUT SETTLEMENT-FILE
           IF NOT SETTLEMENT-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-SETTLEMENT-LINE UNTIL AT-EOF
               CLOSE SETTLEMENT-FILE
           END-IF.

       READ-SETTLEMENT-LINE.
           READ SETTLEMENT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   PERFORM ADD-SETTLEMENT-ROW
           END-READ.

       ADD-SETTLEMENT-ROW.
           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
           MOVE SPACES TO WS-FIELD-4 WS-FIELD-5
           UNSTRING SETTLEMENT-RECORD DELIMITED BY ","
               INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                    WS-FIELD-4 WS-FIELD-5
           END-UNSTRING
           IF WS-FIELD-2 = SPACES
               OR FUNCTION TEST-NUMVAL(WS-FIELD-3) NOT = ZERO
               CONTINUE
           ELSE
               IF WS-SETTLE-COUNT < 500
                   ADD 1 TO WS-SETTLE-COUNT
                   MOVE WS-FIELD-1 TO SETTLE-DATE(WS-SETTLE-COUNT)
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-2))
                       TO SETTLE-REFERENCE(WS-SETTLE-COUNT)
                   MOVE FUNCTION NUMVAL(WS-FIELD-3)
                       TO SETTLE-GROSS(WS-SETTLE-COUNT)
                   IF WS-FIELD-4 = SPACES
                       MOVE ZERO TO SETTLE-FEE(WS-SETTLE-COUNT)
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-FIELD-4)
                           TO SETTLE-FEE(WS-SETTLE-COUNT)
                   END-IF
                   IF WS-FIELD-5 = SPACES
                       COMPUTE SETTLE-NET(WS-SETTLE-COUNT) =
                           SETTLE-GROSS(WS-SETTLE-COUNT)
                           - SETTLE-FEE(WS-SETTLE-COUNT)
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-FIELD-5)
                           TO SETTLE-NET(WS-SETTLE-COUNT)
                   END-IF
                   MOVE ZERO TO SETTLE-SALE-ROW(WS-SETTLE-COUNT)
                   ADD SETTLE-GROSS(WS-SETTLE-COUNT) TO WS-TOTAL-GROSS
                   ADD SETTLE-FEE(WS-SETTLE-COUNT) TO WS-TOTAL-FEES
                   ADD SETTLE-NET(WS-SETTLE-COUNT) TO WS-TOTAL-NET
               ELSE
                   ADD 1 TO WS-SETTLE-SKIPPED
               END-IF
           END-IF.

       *> ----------------------------------------------------------
       *> One settled line claims the first unclaimed sale with the
       *> same reference, so a reference keyed twice still pairs off
       *> one for one.
       *> ----------------------------------------------------------
       MATCH-SETTLEMENTS.
           PERFORM VARYING WS-SETTLE-INDEX FROM 1 BY 1
               UNTIL WS-SETTLE-INDEX > WS-SETTLE-COUNT
               MOVE SETTLE-REFERENCE(WS-SETTLE-INDEX)
                   TO WS-REFERENCE-KEY
               PERFORM FIND-SALE-BY-REFERENCE
               IF WS-SALE-MATCH > ZERO
                   MOVE 'Y' TO SALE-MATCHED-FLAG(WS-SALE-MATCH)
                   MOVE WS-SALE-MATCH
                       TO SETTLE-SALE-ROW(WS-SETTLE-INDEX)
                   ADD 1 TO WS-MATCHED-COUNT
               END-IF
           END-PERFORM.

       FIND-SALE-BY-REFERENCE.
           MOVE ZERO TO WS-SALE-MATCH
           PERFORM VARYING WS-SALE-INDEX FROM 1 BY 1
               UNTIL WS-SALE-INDEX > WS-SALE-COUNT
                  OR WS-SALE-MATCH > ZERO
               IF SALE-REFERENCE(WS-SALE-INDEX) = WS-REFERENCE-KEY
                   AND NOT SALE-IS-MATCHED(WS-SALE-INDEX)
                   MOVE WS-SALE-INDEX TO WS-SALE-MATCH
               END-IF
           END-PERFORM.

       *> ----------------------------------------------------------
       *> The report: the exceptions first, then the totals.
       *> ----------------------------------------------------------
       PRINT-RECONCILIATION.
           DISPLAY " "
           DISPLAY "Provider: " FUNCTION TRIM(WS-PROVIDER-NAME)
               "   Sales date: " WS-TODAY-DATE
           DISPLAY "Receipt log: " FUNCTION TRIM(WS-LOG-FILE-NAME)
           DISPLAY "Settlement:  "
               FUNCTION TRIM(WS-SETTLEMENT-FILE-NAME)
           IF WS-SALE-SKIPPED > ZERO
               DISPLAY "WARNING: " WS-SALE-SKIPPED " sale(s) past "
                   "the 500-row table were not checked."
           END-IF
           IF WS-SETTLE-SKIPPED > ZERO
               DISPLAY "WARNING: " WS-SETTLE-SKIPPED " settled "
                   "line(s) past the 500-row table were not checked."
           END-IF

           DISPLAY " "
           DISPLAY "--- AMOUNT DIFFERENCES ---"
           DISPLAY "Txn     Reference              Sale     "
               "Settled   Difference"
           PERFORM VARYING WS-SETTLE-INDEX FROM 1 BY 1
               UNTIL WS-SETTLE-INDEX > WS-SETTLE-COUNT
               IF SETTLE-SALE-ROW(WS-SETTLE-INDEX) > ZERO
                   MOVE SETTLE-SALE-ROW(WS-SETTLE-INDEX)
                       TO WS-SALE-INDEX
                   COMPUTE WS-DIFFERENCE =
                       SETTLE-GROSS(WS-SETTLE-INDEX)
                       - SALE-AMOUNT(WS-SALE-INDEX)
                   IF WS-DIFFERENCE NOT = ZERO
                       ADD 1 TO WS-DIFFERENCE-COUNT
                       ADD WS-DIFFERENCE TO WS-TOTAL-DIFFERENCE
                       MOVE SALE-AMOUNT(WS-SALE-INDEX)
                           TO WS-AMOUNT-EDIT
                       MOVE SETTLE-GROSS(WS-SETTLE-INDEX)
                           TO WS-AMOUNT-EDIT-2
                       MOVE WS-DIFFERENCE TO WS-DIFF-EDIT
                       DISPLAY SALE-TXN(WS-SALE-INDEX) "  "
                           SETTLE-REFERENCE(WS-SETTLE-INDEX) " "
                           WS-AMOUNT-EDIT " " WS-AMOUNT-EDIT-2 " "
                           WS-DIFF-EDIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DIFFERENCE-COUNT = ZERO
               DISPLAY "(none)"
           END-IF

           DISPLAY " "
           DISPLAY "--- SALES NOT SETTLED BY THE PROVIDER ---"
           DISPLAY "Txn     Reference              Sale"
           PERFORM VARYING WS-SALE-INDEX FROM 1 BY 1
               UNTIL WS-SALE-INDEX > WS-SALE-COUNT
               IF NOT SALE-IS-MATCHED(WS-SALE-INDEX)
                   ADD 1 TO WS-UNSETTLED-COUNT
                   ADD SALE-AMOUNT(WS-SALE-INDEX) TO WS-TOTAL-UNSETTLED
                   MOVE SALE-AMOUNT(WS-SALE-INDEX) TO WS-AMOUNT-EDIT
                   IF SALE-REFERENCE(WS-SALE-INDEX) = SPACES
                       DISPLAY SALE-TXN(WS-SALE-INDEX) "  "
                           "(no reference keyed)  " WS-AMOUNT-EDIT
                   ELSE
                       DISPLAY SALE-TXN(WS-SALE-INDEX) "  "
                           SALE-REFERENCE(WS-SALE-INDEX) " "
                           WS-AMOUNT-EDIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-UNSETTLED-COUNT = ZERO
               DISPLAY "(none)"
           END-IF

           DISPLAY " "
           DISPLAY "--- SETTLEMENTS WITH NO MATCHING SALE ---"
           DISPLAY "Date        Reference             Gross"
           PERFORM VARYING WS-SETTLE-INDEX FROM 1 BY 1
               UNTIL WS-SETTLE-INDEX > WS-SETTLE-COUNT
               IF SETTLE-SALE-ROW(WS-SETTLE-INDEX) = ZERO
                   ADD 1 TO WS-UNKNOWN-COUNT
                   ADD SETTLE-GROSS(WS-SETTLE-INDEX)
                       TO WS-TOTAL-UNKNOWN
                   MOVE SETTLE-GROSS(WS-SETTLE-INDEX)
                       TO WS-AMOUNT-EDIT
                   DISPLAY SETTLE-DATE(WS-SETTLE-INDEX) "  "
                       SETTLE-REFERENCE(WS-SETTLE-INDEX) WS-AMOUNT-EDIT
               END-IF
           END-PERFORM
           IF WS-UNKNOWN-COUNT = ZERO
               DISPLAY "(none)"
           END-IF

           DISPLAY " "
           DISPLAY "--- TOTALS ---"
           MOVE WS-SALE-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-SALES TO WS-TOTAL-EDIT
           DISPLAY "Sales on this tender:    " WS-COUNT-EDIT "  "
               WS-TOTAL-EDIT
           MOVE WS-SETTLE-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-GROSS TO WS-TOTAL-EDIT
           DISPLAY "Settled by provider:     " WS-COUNT-EDIT "  "
               WS-TOTAL-EDIT
           MOVE WS-MATCHED-COUNT TO WS-COUNT-EDIT
           DISPLAY "Matched by reference:    " WS-COUNT-EDIT
           MOVE WS-DIFFERENCE-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-DIFFERENCE TO WS-TOTAL-DIFF-EDIT
           DISPLAY "Amount differences:      " WS-COUNT-EDIT "  "
               WS-TOTAL-DIFF-EDIT
           MOVE WS-UNSETTLED-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-UNSETTLED TO WS-TOTAL-EDIT
           DISPLAY "Sales not settled:       " WS-COUNT-EDIT "  "
               WS-TOTAL-EDIT
           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-UNKNOWN TO WS-TOTAL-EDIT
           DISPLAY "Settlements not matched: " WS-COUNT-EDIT "  "
               WS-TOTAL-EDIT
           IF WS-NO-REFERENCE-COUNT > ZERO
               MOVE WS-NO-REFERENCE-COUNT TO WS-COUNT-EDIT
               DISPLAY "Sales with no reference: " WS-COUNT-EDIT
           END-IF
           MOVE WS-TOTAL-FEES TO WS-TOTAL-EDIT
           DISPLAY "Provider fees:                  " WS-TOTAL-EDIT
           IF WS-TOTAL-GROSS > ZERO
               COMPUTE WS-FEE-RATE ROUNDED =
                   WS-TOTAL-FEES * 100 / WS-TOTAL-GROSS
               MOVE WS-FEE-RATE TO WS-RATE-EDIT
               DISPLAY "Fees as % of gross:             " WS-RATE-EDIT
           END-IF
           MOVE WS-TOTAL-NET TO WS-TOTAL-EDIT
           DISPLAY "Net to be credited to bank:     " WS-TOTAL-EDIT
           IF WS-DIFFERENCE-COUNT = ZERO
               AND WS-UNSETTLED-COUNT = ZERO
               AND WS-UNKNOWN-COUNT = ZERO
               DISPLAY "Settlement reconciles to the receipt log."
           END-IF.
