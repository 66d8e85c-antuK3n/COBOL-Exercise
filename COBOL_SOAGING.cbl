       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPECIAL-ORDER-AGING.

       *> This program ages the open customer special orders. It
       *> replays SPECIAL-ORDER-LEDGER.csv over SPECIAL-ORDERS.csv and
       *> lists every order not yet collected or cancelled in two
       *> parts: the ones sitting in the back room, aged from the day
       *> GOODS-RECEIVING set the stock aside (the customer has to
       *> be chased), and the ones still waiting for stock, aged from
       *> the day they were taken (the supplier has to be chased).
       *> Each shows the deposit the store is holding against it,
       *> and the totals give the deposits held overall.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPECIAL-ORDER-FILE ASSIGN TO "SPECIAL-ORDERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPECIAL-ORDER-STATUS.

           SELECT SPECIAL-ORDER-LEDGER-FILE
               ASSIGN TO "SPECIAL-ORDER-LEDGER.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-LEDGER-STATUS.

       *> SPECIAL-ORDERS.csv: NUMBER,DATE,CUSTNO,NAME,CONTACT,PRODUCT,
       *> QTY,PRICE,TOTAL - one row per order taken at the till.
       *> SPECIAL-ORDER-LEDGER.csv: DATE,TIME,NUMBER,TYPE,AMOUNT,
       *> TENDER,USER,STATION,REF - DEPOSIT, PAYMENT and REFUND move
       *> money; ORDERED, RECEIVED, COLLECT and CANCEL move the order.

       DATA DIVISION.
       FILE SECTION.
       FD  SPECIAL-ORDER-FILE.
       01  SPECIAL-ORDER-RECORD       PIC X(150).

       FD  SPECIAL-ORDER-LEDGER-FILE.
       01  SPECIAL-ORDER-LEDGER-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SPECIAL-ORDER-STATUS    PIC XX.
           88  SPECIAL-ORDER-FILE-MISSING VALUE "35".
       01  WS-SO-LEDGER-STATUS        PIC XX.
           88  SO-LEDGER-MISSING          VALUE "35".
       01  WS-EOF-FLAG                PIC X.
           88  AT-EOF                     VALUE "Y".

       01  WS-TODAY-DATE              PIC 9(8).
       01  WS-TODAY-INT               PIC 9(8).
       01  WS-AGE-DAYS                PIC S9(5).
       01  WS-AGE-EDIT                PIC ZZZZ9.

       01  WS-F1                      PIC X(30). *> Unstring scratch.
       01  WS-F2                      PIC X(30).
       01  WS-F3                      PIC X(30).
       01  WS-F4                      PIC X(30).
       01  WS-F5                      PIC X(30).
       01  WS-F6                      PIC X(30).
       01  WS-F7                      PIC X(30).
       01  WS-F8                      PIC X(30).
       01  WS-F9                      PIC X(30).
       01  WS-SO-NUMBER               PIC 9(6).

       *> Every order on file, with what its ledger says of it.
       01  WS-SO-COUNT                PIC 9(4) VALUE 0.
       01  WS-SO-INDEX                PIC 9(4).
       01  WS-SO-MATCH                PIC 9(4).
       01  WS-SO-SKIPPED              PIC 9(4) VALUE 0.
       01  WS-SPECIAL-ORDER-TABLE.
           05  WS-SPO-ENTRY OCCURS 1000 TIMES.
               10  SPO-NUMBER         PIC 9(6).
               10  SPO-DATE           PIC 9(8).
               10  SPO-NAME           PIC X(30).
               10  SPO-CONTACT        PIC X(15).
               10  SPO-PRODUCT        PIC X(20).
               10  SPO-TOTAL          PIC 9(7)V99.
               10  SPO-PAID           PIC S9(7)V99.
               10  SPO-RECEIVED-DATE  PIC 9(8).
               10  SPO-STATE          PIC X.
                   88  SPO-WAITING        VALUE "W".
                   88  SPO-ON-PO          VALUE "O".
                   88  SPO-HELD           VALUE "R".
                   88  SPO-CLOSED         VALUE "C".

       01  WS-SECTION-TOTALS.
           05  WS-SECTION-COUNT       PIC 9(4).
           05  WS-SECTION-HELD        PIC S9(9)V99.
           05  WS-SECTION-OVER-30     PIC 9(4).
       01  WS-TOTAL-HELD              PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-OPEN              PIC 9(4) VALUE 0.
       01  WS-STATE-TEXT              PIC X(6).

       01  WS-AMT-EDIT                PIC Z(6)9.99.
       01  WS-AMT-EDIT-2              PIC Z(6)9.99.
       01  WS-TOTAL-EDIT              PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               TO WS-TODAY-INT
           PERFORM LOAD-SPECIAL-ORDERS
           IF WS-SO-COUNT = ZERO
               DISPLAY "SPECIAL-ORDERS.csv is empty - no special "
                   "orders have been taken."
           ELSE
               IF WS-SO-SKIPPED > ZERO
                   DISPLAY "NOTE: SPECIAL-ORDERS.csv holds more rows "
                       "than this program's table - "
                       WS-SO-SKIPPED " order(s) not aged."
               END-IF
               PERFORM REPLAY-SPECIAL-ORDER-LEDGER
               PERFORM PRINT-AGING-REPORT
           END-IF
           STOP RUN.

       LOAD-SPECIAL-ORDERS.
           OPEN INPUT SPECIAL-ORDER-FILE
           IF NOT SPECIAL-ORDER-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-SPECIAL-ORDER-ROW UNTIL AT-EOF
               CLOSE SPECIAL-ORDER-FILE
           END-IF.

       READ-SPECIAL-ORDER-ROW.
           READ SPECIAL-ORDER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-SO-COUNT < 1000
                       ADD 1 TO WS-SO-COUNT
                       MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                           WS-F6 WS-F7 WS-F8 WS-F9
                       UNSTRING SPECIAL-ORDER-RECORD DELIMITED BY ","
                           INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                                WS-F6 WS-F7 WS-F8 WS-F9
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(WS-F1)
                           TO SPO-NUMBER(WS-SO-COUNT)
                       MOVE FUNCTION NUMVAL(WS-F2)
                           TO SPO-DATE(WS-SO-COUNT)
                       MOVE WS-F4 TO SPO-NAME(WS-SO-COUNT)
                       MOVE WS-F5(1:15) TO SPO-CONTACT(WS-SO-COUNT)
                       MOVE WS-F6(1:20) TO SPO-PRODUCT(WS-SO-COUNT)
                       MOVE FUNCTION NUMVAL(WS-F9)
                           TO SPO-TOTAL(WS-SO-COUNT)
                       MOVE ZERO TO SPO-PAID(WS-SO-COUNT)
                       MOVE ZERO TO SPO-RECEIVED-DATE(WS-SO-COUNT)
                       MOVE "W" TO SPO-STATE(WS-SO-COUNT)
                   ELSE
                       ADD 1 TO WS-SO-SKIPPED
                   END-IF
           END-READ.

       REPLAY-SPECIAL-ORDER-LEDGER.
           OPEN INPUT SPECIAL-ORDER-LEDGER-FILE
           IF NOT SO-LEDGER-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-SO-LEDGER-ROW UNTIL AT-EOF
               CLOSE SPECIAL-ORDER-LEDGER-FILE
           END-IF.

       READ-SO-LEDGER-ROW.
           READ SPECIAL-ORDER-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                   UNSTRING SPECIAL-ORDER-LEDGER-RECORD
                       DELIMITED BY ","
                       INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(WS-F3) TO WS-SO-NUMBER
                   PERFORM FIND-SPECIAL-ORDER-ENTRY
                   IF WS-SO-MATCH NOT = ZERO
                       PERFORM APPLY-SO-LEDGER-ROW
                   END-IF
           END-READ.

       FIND-SPECIAL-ORDER-ENTRY.
           MOVE ZERO TO WS-SO-MATCH
           PERFORM VARYING WS-SO-INDEX FROM 1 BY 1
               UNTIL WS-SO-INDEX > WS-SO-COUNT
               IF SPO-NUMBER(WS-SO-INDEX) = WS-SO-NUMBER
                   MOVE WS-SO-INDEX TO WS-SO-MATCH
               END-IF
           END-PERFORM.

       APPLY-SO-LEDGER-ROW.
           EVALUATE FUNCTION TRIM(WS-F4)
               WHEN "DEPOSIT"
                   ADD FUNCTION NUMVAL(WS-F5) TO SPO-PAID(WS-SO-MATCH)
               WHEN "PAYMENT"
                   ADD FUNCTION NUMVAL(WS-F5) TO SPO-PAID(WS-SO-MATCH)
               WHEN "REFUND"
                   SUBTRACT FUNCTION NUMVAL(WS-F5)
                       FROM SPO-PAID(WS-SO-MATCH)
               WHEN "ORDERED"
                   IF SPO-WAITING(WS-SO-MATCH)
                       MOVE "O" TO SPO-STATE(WS-SO-MATCH)
                   END-IF
               WHEN "RECEIVED"
                   IF NOT SPO-CLOSED(WS-SO-MATCH)
                       MOVE "R" TO SPO-STATE(WS-SO-MATCH)
                       MOVE FUNCTION NUMVAL(WS-F1)
                           TO SPO-RECEIVED-DATE(WS-SO-MATCH)
                   END-IF
               WHEN "COLLECT"
                   MOVE "C" TO SPO-STATE(WS-SO-MATCH)
               WHEN "CANCEL"
                   MOVE "C" TO SPO-STATE(WS-SO-MATCH)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PRINT-AGING-REPORT.
           DISPLAY "------------------------------------------------"
           DISPLAY " SPECIAL ORDER AGING AS OF " WS-TODAY-DATE
           DISPLAY "------------------------------------------------"
           DISPLAY "IN THE BACK ROOM - CALL THE CUSTOMER"
           DISPLAY "NUMBER CUSTOMER           CONTACT         "
               "ITEM                  DAYS    DEPOSIT    BALANCE"
           PERFORM CLEAR-SECTION-TOTALS
           PERFORM VARYING WS-SO-INDEX FROM 1 BY 1
               UNTIL WS-SO-INDEX > WS-SO-COUNT
               IF SPO-HELD(WS-SO-INDEX)
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(
                           SPO-RECEIVED-DATE(WS-SO-INDEX))
                   PERFORM PRINT-ONE-ORDER
               END-IF
           END-PERFORM
           PERFORM PRINT-SECTION-TOTALS
           DISPLAY " "
           DISPLAY "WAITING FOR STOCK - CHASE THE SUPPLIER"
           DISPLAY "NUMBER CUSTOMER           CONTACT         "
               "ITEM                  DAYS    DEPOSIT  STATUS"
           PERFORM CLEAR-SECTION-TOTALS
           PERFORM VARYING WS-SO-INDEX FROM 1 BY 1
               UNTIL WS-SO-INDEX > WS-SO-COUNT
               IF SPO-WAITING(WS-SO-INDEX)
                   OR SPO-ON-PO(WS-SO-INDEX)
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(
                           SPO-DATE(WS-SO-INDEX))
                   PERFORM PRINT-ONE-ORDER
               END-IF
           END-PERFORM
           PERFORM PRINT-SECTION-TOTALS
           DISPLAY "------------------------------------------------"
           DISPLAY "Open special orders:       " WS-TOTAL-OPEN
           MOVE WS-TOTAL-HELD TO WS-TOTAL-EDIT
           DISPLAY "Customer deposits held:  " WS-TOTAL-EDIT
           DISPLAY "------------------------------------------------".

       CLEAR-SECTION-TOTALS.
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE ZERO TO WS-SECTION-HELD
           MOVE ZERO TO WS-SECTION-OVER-30.

       *> A held order shows the balance still to collect; a waiting
       *> one shows whether the PO run has put it on order yet.
       PRINT-ONE-ORDER.
           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-TOTAL-OPEN
           ADD SPO-PAID(WS-SO-INDEX) TO WS-SECTION-HELD
           ADD SPO-PAID(WS-SO-INDEX) TO WS-TOTAL-HELD
           IF WS-AGE-DAYS > 30
               ADD 1 TO WS-SECTION-OVER-30
           END-IF
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT
           MOVE SPO-PAID(WS-SO-INDEX) TO WS-AMT-EDIT
           IF SPO-HELD(WS-SO-INDEX)
               COMPUTE WS-AMT-EDIT-2 =
                   SPO-TOTAL(WS-SO-INDEX) - SPO-PAID(WS-SO-INDEX)
               DISPLAY SPO-NUMBER(WS-SO-INDEX) " "
                   SPO-NAME(WS-SO-INDEX)(1:18) " "
                   SPO-CONTACT(WS-SO-INDEX) " "
                   SPO-PRODUCT(WS-SO-INDEX) " " WS-AGE-EDIT " "
                   WS-AMT-EDIT " " WS-AMT-EDIT-2
           ELSE
               IF SPO-ON-PO(WS-SO-INDEX)
                   MOVE "ON PO" TO WS-STATE-TEXT
               ELSE
                   MOVE "NO PO" TO WS-STATE-TEXT
               END-IF
               DISPLAY SPO-NUMBER(WS-SO-INDEX) " "
                   SPO-NAME(WS-SO-INDEX)(1:18) " "
                   SPO-CONTACT(WS-SO-INDEX) " "
                   SPO-PRODUCT(WS-SO-INDEX) " " WS-AGE-EDIT " "
                   WS-AMT-EDIT "  " WS-STATE-TEXT
           END-IF.

       PRINT-SECTION-TOTALS.
           MOVE WS-SECTION-HELD TO WS-TOTAL-EDIT
           DISPLAY "Orders: " WS-SECTION-COUNT
               "  over 30 days: " WS-SECTION-OVER-30
               "  deposits held: " WS-TOTAL-EDIT.
