       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-INVOICE.

       *> This program books the supplier's bill against what we
       *> actually ordered and received before anyone pays it. Each
       *> invoice line is matched three ways: the quantity billed
       *> against the PO's ordered quantity on PO-LINES.csv, the
       *> quantity RECEIVING-LOG.csv shows arrived under that PO
       *> (less whatever earlier invoices already billed), and the
       *> unit price billed against the cost the PO line was ordered
       *> at (PR-PRODUCT-COST only where the PO line carries none).
       *> An invoice that matches on every line goes straight onto
       *> the payables book in AP-INVOICES.csv, due the supplier's
       *> net terms off SUPPLIERS.csv after the invoice date, with
       *> that supplier's open RTS credits from SUPPLIER-CREDITS.csv
       *> netted off. One that does not is held for review until
       *> someone approves or rejects it. Payments are recorded
       *> against the book; AP-AGING-REPORT ages what is still owed.

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

           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT PO-LINES-FILE ASSIGN TO "PO-LINES.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-LINES-STATUS.

           SELECT RECEIVING-LOG-FILE ASSIGN TO "RECEIVING-LOG.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIVING-LOG-STATUS.

           SELECT CREDITS-FILE ASSIGN TO "SUPPLIER-CREDITS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDITS-STATUS.

           SELECT AP-FILE ASSIGN TO "AP-INVOICES.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.

           SELECT AP-LINES-FILE ASSIGN TO "AP-INVOICE-LINES.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-LINES-STATUS.

           SELECT AP-PAYMENT-FILE ASSIGN TO "AP-PAYMENTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-PAYMENT-STATUS.

           SELECT AP-COUNTER-FILE ASSIGN TO "AP-COUNTER.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNTER-STATUS.

       *> AP-INVOICES.csv, one row per invoice booked:
       *> AP,SUPPLIER,INVOICE,PO,INVDATE,DUEDATE,GROSS,CREDITS,NET,
       *> PAID,STATUS,APPROVER - STATUS HELD while a mismatch waits
       *> for review, OPEN once payable, PAID when settled in full,
       *> REJECTED if the bill goes back to the supplier.
       *> AP-INVOICE-LINES.csv keeps the match behind every row:
       *> AP,ITEM,QTY,COST,ORDERED,RECEIVED,EXPECTED,RESULT - plus one
       *> CREDIT row per RTS credit netted off. AP-PAYMENTS.csv:
       *> DATE,AP,SUPPLIER,AMOUNT,REFERENCE. AP-COUNTER.dat numbers
       *> the book the way RTS-COUNTER.dat numbers returns.

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

       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD            PIC X(120).

       FD  PO-LINES-FILE.
       01  PO-LINES-RECORD            PIC X(100).

       FD  RECEIVING-LOG-FILE.
       01  RECEIVING-LOG-RECORD       PIC X(100).

       FD  CREDITS-FILE.
       01  CREDITS-RECORD             PIC X(100).

       FD  AP-FILE.
       01  AP-RECORD                  PIC X(150).

       FD  AP-LINES-FILE.
       01  AP-LINES-RECORD            PIC X(120).

       FD  AP-PAYMENT-FILE.
       01  AP-PAYMENT-RECORD          PIC X(100).

       FD  AP-COUNTER-FILE.
       01  AP-COUNTER-RECORD          PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-STATUS          PIC XX.
           88  PRODUCT-MISSING            VALUE "35".
       01  WS-SUPPLIER-STATUS         PIC XX.
           88  SUPPLIER-FILE-MISSING      VALUE "35".
       01  WS-PO-LINES-STATUS         PIC XX.
           88  PO-LINES-MISSING           VALUE "35".
       01  WS-RECEIVING-LOG-STATUS    PIC XX.
           88  RECEIVING-LOG-MISSING      VALUE "35".
       01  WS-CREDITS-STATUS          PIC XX.
           88  CREDITS-MISSING            VALUE "35".
       01  WS-AP-STATUS               PIC XX.
           88  AP-FILE-MISSING            VALUE "35".
       01  WS-AP-LINES-STATUS         PIC XX.
           88  AP-LINES-MISSING           VALUE "35".
       01  WS-AP-PAYMENT-STATUS       PIC XX.
       01  WS-COUNTER-STATUS          PIC XX.
       01  WS-EOF-FLAG                PIC X.
           88  AT-EOF                     VALUE "Y".

       01  WS-MENU-CHOICE             PIC X.
       01  WS-TODAY-DATE              PIC 9(8).
       01  WS-CONFIRMATION            PIC X.
       01  WS-STOP-FLAG               PIC X.
       01  WS-FOUND-FLAG              PIC X.
           88  ITEM-FOUND                 VALUE "Y".

       *> A billed price may run this far over the expected cost
       *> before the line is held - rounding on the supplier's side,
       *> not a price rise.
       01  WS-COST-TOLERANCE-PCT      PIC 9(2)V99 VALUE 1.00.

       *> The invoice being keyed.
       01  WS-AP-NUMBER               PIC 9(6).
       01  WS-SUPPLIER-CODE           PIC X(5).
       01  WS-SUPPLIER-TERMS          PIC 9(3).
       01  WS-INVOICE-NUMBER          PIC X(15).
       01  WS-PO-NUMBER               PIC 9(6). *> 0 = no PO quoted.
       01  WS-PO-REFERENCE            PIC X(20). *> PO as receiving
       *> journals it - the six-digit number.
       01  WS-INVOICE-DATE            PIC 9(8).
       01  WS-DUE-DATE                PIC 9(8).
       01  WS-DATE-REPLY              PIC X(8). *> Raw reply.
       01  WS-AMOUNT-REPLY            PIC X(12). *> Raw reply.
       01  WS-ITEM-ENTRY              PIC X(20). *> Name or SKU keyed.
       01  WS-BILLED-QTY              PIC 9(5)V999.
       01  WS-BILLED-COST             PIC 9(5)V99.
       01  WS-COST-CEILING            PIC 9(7)V99.
       01  WS-AVAILABLE-QTY           PIC S9(7)V999.
       01  WS-INVOICE-GROSS           PIC 9(9)V99.
       01  WS-INVOICE-CREDITS         PIC 9(9)V99.
       01  WS-INVOICE-NET             PIC S9(9)V99.
       01  WS-INVOICE-STATUS          PIC X(8).
       01  WS-APPROVER                PIC X(20).
       01  WS-MISMATCH-COUNT          PIC 9(3).
       01  WS-LINE-VALUE              PIC 9(9)V99.
       01  WS-PAY-AMOUNT              PIC 9(9)V99.
       01  WS-PAY-REFERENCE           PIC X(20).
       01  WS-BALANCE                 PIC S9(9)V99.
       01  WS-DUE-INT                 PIC 9(8).
       01  WS-TODAY-INT               PIC 9(8).

       *> The invoice's lines, held until the whole bill is keyed.
       01  WS-INV-COUNT               PIC 9(3) VALUE 0.
       01  WS-INV-INDEX               PIC 9(3).
       01  WS-INVOICE-LINES.
           05  WS-INV-ENTRY OCCURS 100 TIMES.
               10  INV-NAME           PIC X(20).
               10  INV-QTY            PIC 9(5)V999.
               10  INV-COST           PIC 9(5)V99.
               10  INV-ORDERED        PIC 9(7)V999.
               10  INV-RECEIVED       PIC 9(7)V999.
               10  INV-EXPECTED       PIC 9(5)V99.
               10  INV-RESULT         PIC X(10).

       *> The PO's position per item: ordered, received under the
       *> PO's reference, and already billed on earlier invoices.
       01  WS-POS-COUNT               PIC 9(3) VALUE 0.
       01  WS-POS-INDEX               PIC 9(3).
       01  WS-POS-MATCH               PIC 9(3).
       01  WS-PO-POSITION.
           05  WS-POS-ENTRY OCCURS 150 TIMES.
               10  POS-NAME           PIC X(20).
               10  POS-ORDERED        PIC 9(7)V999.
               10  POS-RECEIVED       PIC 9(7)V999.
               10  POS-BILLED         PIC 9(7)V999.
               10  POS-COST           PIC 9(5)V99.

       *> Suppliers, for the terms and to refuse an unknown code.
       01  WS-SUP-COUNT               PIC 9(3) VALUE 0.
       01  WS-SUP-INDEX               PIC 9(3).
       01  WS-SUP-MATCH               PIC 9(3).
       01  WS-SUPPLIER-TABLE.
           05  WS-SUP-ENTRY OCCURS 100 TIMES.
               10  SUP-CODE           PIC X(5).
               10  SUP-NAME           PIC X(30).
               10  SUP-TERMS          PIC 9(3).

       *> The whole payables book, loaded and rewritten whole when a
       *> row changes - the register pattern the POs and credits use.
       01  WS-AP-COUNT                PIC 9(4) VALUE 0.
       01  WS-AP-SKIPPED              PIC 9(4) VALUE 0.
       01  WS-AP-INDEX                PIC 9(4).
       01  WS-AP-MATCH                PIC 9(4).
       01  WS-AP-TABLE.
           05  WS-AP-ENTRY OCCURS 1000 TIMES.
               10  APT-NUMBER         PIC 9(6).
               10  APT-SUPPLIER       PIC X(5).
               10  APT-INVOICE        PIC X(15).
               10  APT-PO             PIC 9(6).
               10  APT-INV-DATE       PIC 9(8).
               10  APT-DUE-DATE       PIC 9(8).
               10  APT-GROSS          PIC 9(9)V99.
               10  APT-CREDITS        PIC 9(9)V99.
               10  APT-NET            PIC S9(9)V99.
               10  APT-PAID           PIC 9(9)V99.
               10  APT-STATUS         PIC X(8).
               10  APT-APPROVER       PIC X(20).

       *> The credits book, same layout RETURN-TO-SUPPLIER keeps.
       01  WS-CRD-COUNT               PIC 9(3) VALUE 0.
       01  WS-CRD-SKIPPED             PIC 9(3) VALUE 0.
       01  WS-CRD-INDEX               PIC 9(3).
       01  WS-CRD-APPLIED             PIC 9(3).
       01  WS-CREDITS-TABLE.
           05  WS-CRD-ENTRY OCCURS 200 TIMES.
               10  CRD-NUMBER         PIC X(10).
               10  CRD-DATE           PIC X(8).
               10  CRD-SUPPLIER       PIC X(5).
               10  CRD-REFERENCE      PIC X(20).
               10  CRD-AMOUNT         PIC X(12).
               10  CRD-STATUS         PIC X(8).
               10  CRD-SETTLE-DATE    PIC X(8).
       01  WS-CREDIT-VALUE            PIC 9(9)V99.

       01  WS-F1                      PIC X(20). *> Unstring scratch.
       01  WS-F2                      PIC X(30).
       01  WS-F3                      PIC X(20).
       01  WS-F4                      PIC X(20).
       01  WS-F5                      PIC X(20).
       01  WS-F6                      PIC X(20).
       01  WS-F7                      PIC X(20).
       01  WS-F8                      PIC X(20).
       01  WS-F9                      PIC X(20).
       01  WS-F10                     PIC X(20).
       01  WS-F11                     PIC X(20).
       01  WS-F12                     PIC X(20).

       01  WS-BUILD-LINE              PIC X(150).
       01  WS-QTY-EDIT                PIC 9(5).999. *> Point explicit.
       01  WS-BIG-QTY-EDIT            PIC 9(7).999.
       01  WS-BIG-QTY-EDIT-2          PIC 9(7).999.
       01  WS-COST-EDIT               PIC 9(5).99.
       01  WS-COST-EDIT-2             PIC 9(5).99.
       01  WS-AMOUNT-OUT-EDIT         PIC 9(9).99.
       01  WS-AMOUNT-OUT-EDIT-2       PIC 9(9).99.
       01  WS-AMOUNT-OUT-EDIT-3       PIC 9(9).99.
       01  WS-AMOUNT-OUT-EDIT-4       PIC 9(9).99.
       01  WS-VALUE-EDIT              PIC Z(7)9.99.
       01  WS-VALUE-EDIT-2            PIC Z(7)9.99.
       01  WS-NET-EDIT                PIC -(8)9.99.
       01  WS-TOTAL-OPEN              PIC S9(11)V99.
       01  WS-TOTAL-EDIT              PIC -(10)9.99.
       01  WS-OPEN-HITS               PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               TO WS-TODAY-INT
           PERFORM MAIN-MENU-PROCESS
               UNTIL WS-MENU-CHOICE = "5"
           STOP RUN.

       MAIN-MENU-PROCESS.
           DISPLAY SPACES
           DISPLAY "OSPOS | SUPPLIER INVOICES"
           DISPLAY "1. Enter Supplier Invoice"
           DISPLAY "2. Review Held Invoices"
           DISPLAY "3. Record Payment"
           DISPLAY "4. Open Payables"
           DISPLAY "5. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM ENTER-INVOICE-ROUTINE
               WHEN "2"
                   PERFORM REVIEW-HELD-ROUTINE
               WHEN "3"
                   PERFORM RECORD-PAYMENT-ROUTINE
               WHEN "4"
                   PERFORM OPEN-PAYABLES-REPORT
               WHEN "5"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       *> ----------------------------------------------------------
       *> Invoice entry: header, lines matched as they are keyed,
       *> then the whole bill booked OPEN or HELD.
       *> ----------------------------------------------------------
       ENTER-INVOICE-ROUTINE.
           PERFORM LOAD-AP-TABLE
           IF WS-AP-SKIPPED > ZERO
               DISPLAY "AP-INVOICES.csv holds more rows than this "
                   "program's table - nothing booked so no rows "
                   "get dropped."
           ELSE
               PERFORM CAPTURE-INVOICE-HEADER
               IF WS-SUPPLIER-CODE NOT = SPACES
                   AND WS-INVOICE-NUMBER NOT = SPACES
                   PERFORM CAPTURE-INVOICE-LINES
               END-IF
           END-IF.

       CAPTURE-INVOICE-HEADER.
           PERFORM LOAD-SUPPLIER-TABLE
           DISPLAY "Supplier Code: "
           MOVE SPACES TO WS-SUPPLIER-CODE
           ACCEPT WS-SUPPLIER-CODE
           PERFORM FIND-SUPPLIER-BY-CODE
           IF WS-SUP-MATCH = ZERO
               DISPLAY "Supplier " WS-SUPPLIER-CODE
                   " is not on SUPPLIERS.csv."
               MOVE SPACES TO WS-SUPPLIER-CODE
           ELSE
               MOVE SUP-TERMS(WS-SUP-MATCH) TO WS-SUPPLIER-TERMS
               DISPLAY "Supplier's Invoice Number: "
               MOVE SPACES TO WS-INVOICE-NUMBER
               ACCEPT WS-INVOICE-NUMBER
               PERFORM CHECK-DUPLICATE-INVOICE
           END-IF
           IF WS-SUPPLIER-CODE NOT = SPACES
               AND WS-INVOICE-NUMBER NOT = SPACES
               DISPLAY "PO Number Billed (0 if none): "
               ACCEPT WS-PO-NUMBER
               DISPLAY "Invoice Date YYYYMMDD (Enter=today): "
               MOVE SPACES TO WS-DATE-REPLY
               ACCEPT WS-DATE-REPLY
               IF WS-DATE-REPLY = SPACES
                   MOVE WS-TODAY-DATE TO WS-INVOICE-DATE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-DATE-REPLY)
                       TO WS-INVOICE-DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-INVOICE-DATE)
                   NOT = ZERO
                   DISPLAY "Invoice date " WS-INVOICE-DATE
                       " is not a valid date."
                   MOVE SPACES TO WS-SUPPLIER-CODE
               ELSE
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-INVOICE-DATE)
                       + WS-SUPPLIER-TERMS
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                       TO WS-DUE-DATE
                   PERFORM LOAD-PO-POSITION
               END-IF
           END-IF.

       *> The same bill keyed twice would be paid twice.
       CHECK-DUPLICATE-INVOICE.
           IF WS-INVOICE-NUMBER = SPACES
               DISPLAY "Invoice number is required."
           ELSE
               PERFORM VARYING WS-AP-INDEX FROM 1 BY 1
                   UNTIL WS-AP-INDEX > WS-AP-COUNT
                   IF APT-SUPPLIER(WS-AP-INDEX) = WS-SUPPLIER-CODE
                       AND APT-INVOICE(WS-AP-INDEX) =
                           WS-INVOICE-NUMBER
                       AND FUNCTION TRIM(APT-STATUS(WS-AP-INDEX))
                           NOT = "REJECTED"
                       DISPLAY "Invoice "
                           FUNCTION TRIM(WS-INVOICE-NUMBER)
                           " from " WS-SUPPLIER-CODE
                           " is already booked as AP "
                           APT-NUMBER(WS-AP-INDEX) "."
                       MOVE SPACES TO WS-INVOICE-NUMBER
                   END-IF
               END-PERFORM
           END-IF.

       CAPTURE-INVOICE-LINES.
           OPEN INPUT PRODUCT-FILE
           IF PRODUCT-MISSING
               DISPLAY "PRODUCTS.CSV not found - nothing to match."
           ELSE
               MOVE ZERO TO WS-INV-COUNT
               MOVE ZERO TO WS-INVOICE-GROSS
               MOVE ZERO TO WS-MISMATCH-COUNT
               MOVE "N" TO WS-STOP-FLAG
               PERFORM CAPTURE-ONE-INVOICE-LINE
                   UNTIL WS-STOP-FLAG = "Y"
               CLOSE PRODUCT-FILE
               IF WS-INV-COUNT = ZERO
                   DISPLAY "No lines keyed - invoice not booked."
               ELSE
                   PERFORM BOOK-INVOICE
               END-IF
           END-IF.

       CAPTURE-ONE-INVOICE-LINE.
           DISPLAY "Item Name or Code (Enter when done): "
           MOVE SPACES TO WS-ITEM-ENTRY
           ACCEPT WS-ITEM-ENTRY
           IF WS-ITEM-ENTRY = SPACES
               MOVE "Y" TO WS-STOP-FLAG
           ELSE
               PERFORM FIND-ITEM-BY-NAME-OR-CODE
               IF NOT ITEM-FOUND
                   DISPLAY "Product not found: " WS-ITEM-ENTRY
               ELSE
                   IF WS-INV-COUNT NOT < 100
                       DISPLAY "Invoice is full at 100 lines."
                       MOVE "Y" TO WS-STOP-FLAG
                   ELSE
                       DISPLAY "Quantity Billed: "
                       ACCEPT WS-AMOUNT-REPLY
                       MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY)
                           TO WS-BILLED-QTY
                       DISPLAY "Unit Price Billed: "
                       ACCEPT WS-AMOUNT-REPLY
                       MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY)
                           TO WS-BILLED-COST
                       IF WS-BILLED-QTY = ZERO
                           DISPLAY "Quantity cannot be zero."
                       ELSE
                           PERFORM MATCH-INVOICE-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       *> The three-way match for one line. The quantity billed has
       *> to fit inside both what was ordered and what was received,
       *> after earlier invoices against the PO have taken their
       *> share; the price has to sit within tolerance of the cost
       *> the PO line agreed, or of the catalog cost where there is
       *> no PO line or it carries no cost. A bill with no PO behind
       *> it cannot be matched at all and always goes to review.
       MATCH-INVOICE-LINE.
           ADD 1 TO WS-INV-COUNT
           MOVE PR-PRODUCT-NAME TO INV-NAME(WS-INV-COUNT)
           MOVE WS-BILLED-QTY TO INV-QTY(WS-INV-COUNT)
           MOVE WS-BILLED-COST TO INV-COST(WS-INV-COUNT)
           MOVE PR-PRODUCT-COST TO INV-EXPECTED(WS-INV-COUNT)
           MOVE ZERO TO INV-ORDERED(WS-INV-COUNT)
           MOVE ZERO TO INV-RECEIVED(WS-INV-COUNT)
           MOVE "OK" TO INV-RESULT(WS-INV-COUNT)
           PERFORM FIND-POSITION-FOR-ITEM
           IF WS-POS-MATCH NOT = ZERO
               MOVE POS-ORDERED(WS-POS-MATCH)
                   TO INV-ORDERED(WS-INV-COUNT)
               MOVE POS-RECEIVED(WS-POS-MATCH)
                   TO INV-RECEIVED(WS-INV-COUNT)
               IF POS-COST(WS-POS-MATCH) NOT = ZERO
                   MOVE POS-COST(WS-POS-MATCH)
                       TO INV-EXPECTED(WS-INV-COUNT)
               END-IF
           END-IF
           COMPUTE WS-COST-CEILING ROUNDED =
               INV-EXPECTED(WS-INV-COUNT)
               * (100 + WS-COST-TOLERANCE-PCT) / 100

           EVALUATE TRUE
               WHEN WS-PO-NUMBER = ZERO
                   MOVE "NO-PO" TO INV-RESULT(WS-INV-COUNT)
               WHEN WS-POS-MATCH = ZERO
                   MOVE "UNORDERED" TO INV-RESULT(WS-INV-COUNT)
               WHEN OTHER
                   COMPUTE WS-AVAILABLE-QTY =
                       POS-ORDERED(WS-POS-MATCH)
                       - POS-BILLED(WS-POS-MATCH)
                   IF WS-BILLED-QTY > WS-AVAILABLE-QTY
                       MOVE "OVER-ORDER" TO INV-RESULT(WS-INV-COUNT)
                   ELSE
                       COMPUTE WS-AVAILABLE-QTY =
                           POS-RECEIVED(WS-POS-MATCH)
                           - POS-BILLED(WS-POS-MATCH)
                       IF WS-BILLED-QTY > WS-AVAILABLE-QTY
                           MOVE "NOT-RCVD"
                               TO INV-RESULT(WS-INV-COUNT)
                       END-IF
                   END-IF
                   ADD WS-BILLED-QTY TO POS-BILLED(WS-POS-MATCH)
           END-EVALUATE
           IF INV-RESULT(WS-INV-COUNT) = "OK"
               AND WS-BILLED-COST > WS-COST-CEILING
               MOVE "PRICE" TO INV-RESULT(WS-INV-COUNT)
           END-IF

           COMPUTE WS-LINE-VALUE ROUNDED =
               WS-BILLED-QTY * WS-BILLED-COST
           ADD WS-LINE-VALUE TO WS-INVOICE-GROSS
           MOVE WS-BILLED-QTY TO WS-QTY-EDIT
           MOVE WS-LINE-VALUE TO WS-VALUE-EDIT
           IF INV-RESULT(WS-INV-COUNT) = "OK"
               DISPLAY "Matched: " WS-QTY-EDIT " of "
                   PR-PRODUCT-NAME " worth " WS-VALUE-EDIT
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE INV-ORDERED(WS-INV-COUNT) TO WS-BIG-QTY-EDIT
               MOVE INV-RECEIVED(WS-INV-COUNT) TO WS-BIG-QTY-EDIT-2
               MOVE WS-BILLED-COST TO WS-COST-EDIT
               MOVE INV-EXPECTED(WS-INV-COUNT) TO WS-COST-EDIT-2
               DISPLAY "*** " FUNCTION TRIM(INV-RESULT(WS-INV-COUNT))
                   ": " PR-PRODUCT-NAME " billed " WS-QTY-EDIT
                   " @ " WS-COST-EDIT
               DISPLAY "    ordered " WS-BIG-QTY-EDIT
                   " received " WS-BIG-QTY-EDIT-2
                   " expected cost " WS-COST-EDIT-2
           END-IF.

       *> Numbers the invoice, dates it, and books it: OPEN with the
       *> credits netted when every line matched, HELD otherwise.
       BOOK-INVOICE.
           MOVE WS-INVOICE-GROSS TO WS-VALUE-EDIT
           DISPLAY "Invoice total " WS-VALUE-EDIT ", "
               WS-MISMATCH-COUNT " line(s) not matched."
           DISPLAY "Book this invoice? (Y/N): "
           ACCEPT WS-CONFIRMATION
           IF WS-CONFIRMATION = "Y" OR WS-CONFIRMATION = "y"
               PERFORM ASSIGN-AP-NUMBER
               MOVE ZERO TO WS-INVOICE-CREDITS
               MOVE SPACES TO WS-APPROVER
               PERFORM WRITE-INVOICE-LINES
               IF WS-MISMATCH-COUNT = ZERO
                   MOVE "OPEN" TO WS-INVOICE-STATUS
                   MOVE "MATCHED" TO WS-APPROVER
                   PERFORM NET-OPEN-CREDITS
               ELSE
                   MOVE "HELD" TO WS-INVOICE-STATUS
               END-IF
               COMPUTE WS-INVOICE-NET =
                   WS-INVOICE-GROSS - WS-INVOICE-CREDITS
               PERFORM ADD-AP-TABLE-ROW
               PERFORM REWRITE-AP-FILE
               MOVE WS-INVOICE-NET TO WS-NET-EDIT
               IF WS-MISMATCH-COUNT = ZERO
                   DISPLAY "AP " WS-AP-NUMBER " booked OPEN - net "
                       "payable " WS-NET-EDIT " due " WS-DUE-DATE
               ELSE
                   DISPLAY "AP " WS-AP-NUMBER " HELD for review - "
                       "do not pay until it is approved."
               END-IF
           ELSE
               DISPLAY "Invoice not booked."
           END-IF.

       ADD-AP-TABLE-ROW.
           ADD 1 TO WS-AP-COUNT
           MOVE WS-AP-NUMBER TO APT-NUMBER(WS-AP-COUNT)
           MOVE WS-SUPPLIER-CODE TO APT-SUPPLIER(WS-AP-COUNT)
           MOVE WS-INVOICE-NUMBER TO APT-INVOICE(WS-AP-COUNT)
           MOVE WS-PO-NUMBER TO APT-PO(WS-AP-COUNT)
           MOVE WS-INVOICE-DATE TO APT-INV-DATE(WS-AP-COUNT)
           MOVE WS-DUE-DATE TO APT-DUE-DATE(WS-AP-COUNT)
           MOVE WS-INVOICE-GROSS TO APT-GROSS(WS-AP-COUNT)
           MOVE WS-INVOICE-CREDITS TO APT-CREDITS(WS-AP-COUNT)
           MOVE WS-INVOICE-NET TO APT-NET(WS-AP-COUNT)
           MOVE ZERO TO APT-PAID(WS-AP-COUNT)
           MOVE WS-INVOICE-STATUS TO APT-STATUS(WS-AP-COUNT)
           MOVE WS-APPROVER TO APT-APPROVER(WS-AP-COUNT).

       WRITE-INVOICE-LINES.
           OPEN EXTEND AP-LINES-FILE
           IF AP-LINES-MISSING
               OPEN OUTPUT AP-LINES-FILE
           END-IF
           PERFORM WRITE-ONE-INVOICE-LINE
               VARYING WS-INV-INDEX FROM 1 BY 1
               UNTIL WS-INV-INDEX > WS-INV-COUNT
           CLOSE AP-LINES-FILE.

       WRITE-ONE-INVOICE-LINE.
           MOVE INV-QTY(WS-INV-INDEX) TO WS-QTY-EDIT
           MOVE INV-COST(WS-INV-INDEX) TO WS-COST-EDIT
           MOVE INV-ORDERED(WS-INV-INDEX) TO WS-BIG-QTY-EDIT
           MOVE INV-RECEIVED(WS-INV-INDEX) TO WS-BIG-QTY-EDIT-2
           MOVE INV-EXPECTED(WS-INV-INDEX) TO WS-COST-EDIT-2
           MOVE SPACES TO WS-BUILD-LINE
           STRING WS-AP-NUMBER             DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  INV-NAME(WS-INV-INDEX)   DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WS-QTY-EDIT              DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WS-COST-EDIT             DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WS-BIG-QTY-EDIT          DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WS-BIG-QTY-EDIT-2        DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WS-COST-EDIT-2           DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  FUNCTION TRIM(INV-RESULT(WS-INV-INDEX))
                                           DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           MOVE WS-BUILD-LINE TO AP-LINES-RECORD
           WRITE AP-LINES-RECORD.

       *> ----------------------------------------------------------
       *> The PO's position per item. Ordered quantities and the
       *> unit cost each line was ordered at come off PO-LINES.csv
       *> (PO,CODE,ITEM,QTY,COST), received quantities off
       *> RECEIVING-LOG.csv under the PO number GOODS-RECEIVING
       *> journals as the reference, billed quantities off the
       *> lines of every earlier invoice against the PO that was
       *> not rejected.
       *> ----------------------------------------------------------
       LOAD-PO-POSITION.
           MOVE ZERO TO WS-POS-COUNT
           IF WS-PO-NUMBER NOT = ZERO
               MOVE SPACES TO WS-PO-REFERENCE
               MOVE WS-PO-NUMBER TO WS-PO-REFERENCE
               OPEN INPUT PO-LINES-FILE
               IF NOT PO-LINES-MISSING
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM READ-PO-ORDERED-ROW UNTIL AT-EOF
                   CLOSE PO-LINES-FILE
               END-IF
               IF WS-POS-COUNT = ZERO
                   DISPLAY "PO " WS-PO-NUMBER " has no lines on "
                       "PO-LINES.csv - every line will be held."
               END-IF
               OPEN INPUT RECEIVING-LOG-FILE
               IF NOT RECEIVING-LOG-MISSING
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM READ-PO-RECEIVED-ROW UNTIL AT-EOF
                   CLOSE RECEIVING-LOG-FILE
               END-IF
               OPEN INPUT AP-LINES-FILE
               IF NOT AP-LINES-MISSING
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM READ-PO-BILLED-ROW UNTIL AT-EOF
                   CLOSE AP-LINES-FILE
               END-IF
           END-IF.

       READ-PO-ORDERED-ROW.
           READ PO-LINES-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                   UNSTRING PO-LINES-RECORD DELIMITED BY ","
                       INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                   END-UNSTRING
                   IF FUNCTION NUMVAL(WS-F1) = WS-PO-NUMBER
                       MOVE WS-F3 TO WS-ITEM-ENTRY
                       PERFORM FIND-OR-ADD-POSITION
                       IF WS-POS-MATCH NOT = ZERO
                           ADD FUNCTION NUMVAL(WS-F4)
                               TO POS-ORDERED(WS-POS-MATCH)
                           IF FUNCTION NUMVAL(WS-F5) > ZERO
                               MOVE FUNCTION NUMVAL(WS-F5)
                                   TO POS-COST(WS-POS-MATCH)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       READ-PO-RECEIVED-ROW.
           READ RECEIVING-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                   UNSTRING RECEIVING-LOG-RECORD DELIMITED BY ","
                       INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-F3) =
                       FUNCTION TRIM(WS-PO-REFERENCE)
                       MOVE WS-F4 TO WS-ITEM-ENTRY
                       PERFORM FIND-OR-ADD-POSITION
                       IF WS-POS-MATCH NOT = ZERO
                           ADD FUNCTION NUMVAL(WS-F5)
                               TO POS-RECEIVED(WS-POS-MATCH)
                       END-IF
                   END-IF
           END-READ.

       *> Earlier invoice lines count against the PO only while the
       *> invoice they belong to still stands.
       READ-PO-BILLED-ROW.
           READ AP-LINES-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                   MOVE SPACES TO WS-F6 WS-F7 WS-F8
                   UNSTRING AP-LINES-RECORD DELIMITED BY ","
                       INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                            WS-F6 WS-F7 WS-F8
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-F8) NOT = "CREDIT"
                       MOVE ZERO TO WS-AP-MATCH
                       PERFORM VARYING WS-AP-INDEX FROM 1 BY 1
                           UNTIL WS-AP-INDEX > WS-AP-COUNT
                           IF APT-NUMBER(WS-AP-INDEX) =
                               FUNCTION NUMVAL(WS-F1)
                               MOVE WS-AP-INDEX TO WS-AP-MATCH
                           END-IF
                       END-PERFORM
                       IF WS-AP-MATCH NOT = ZERO
                           IF APT-PO(WS-AP-MATCH) = WS-PO-NUMBER
                               AND FUNCTION TRIM(
                                   APT-STATUS(WS-AP-MATCH))
                                   NOT = "REJECTED"
                               MOVE WS-F2 TO WS-ITEM-ENTRY
                               PERFORM FIND-OR-ADD-POSITION
                               IF WS-POS-MATCH NOT = ZERO
                                   ADD FUNCTION NUMVAL(WS-F3)
                                       TO POS-BILLED(WS-POS-MATCH)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       FIND-OR-ADD-POSITION.
           PERFORM FIND-POSITION-BY-ENTRY
           IF WS-POS-MATCH = ZERO AND WS-POS-COUNT < 150
               ADD 1 TO WS-POS-COUNT
               MOVE WS-POS-COUNT TO WS-POS-MATCH
               MOVE WS-ITEM-ENTRY TO POS-NAME(WS-POS-MATCH)
               MOVE ZERO TO POS-ORDERED(WS-POS-MATCH)
               MOVE ZERO TO POS-RECEIVED(WS-POS-MATCH)
               MOVE ZERO TO POS-BILLED(WS-POS-MATCH)
               MOVE ZERO TO POS-COST(WS-POS-MATCH)
           END-IF.

       FIND-POSITION-BY-ENTRY.
           MOVE ZERO TO WS-POS-MATCH
           PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
               UNTIL WS-POS-INDEX > WS-POS-COUNT
               IF POS-NAME(WS-POS-INDEX) = WS-ITEM-ENTRY
                   MOVE WS-POS-INDEX TO WS-POS-MATCH
               END-IF
           END-PERFORM.

       *> A billed item is only "ordered" when the PO actually asked
       *> for it - a received-only row does not count.
       FIND-POSITION-FOR-ITEM.
           MOVE PR-PRODUCT-NAME TO WS-ITEM-ENTRY
           PERFORM FIND-POSITION-BY-ENTRY
           IF WS-POS-MATCH NOT = ZERO
               IF POS-ORDERED(WS-POS-MATCH) = ZERO
                   MOVE ZERO TO WS-POS-MATCH
               END-IF
           END-IF.

       FIND-ITEM-BY-NAME-OR-CODE.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE WS-ITEM-ENTRY TO PR-PRODUCT-NAME
           READ PRODUCT-FILE
               INVALID KEY
                   IF FUNCTION TRIM(WS-ITEM-ENTRY) NOT = SPACES
                       AND WS-ITEM-ENTRY(6:15) = SPACES
                       MOVE WS-ITEM-ENTRY(1:5) TO PR-PRODUCT-CODE
                       READ PRODUCT-FILE KEY IS PR-PRODUCT-CODE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "Y" TO WS-FOUND-FLAG
                       END-READ
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-FLAG
           END-READ.

       *> ----------------------------------------------------------
       *> Netting: every OPEN RTS credit the supplier owes us comes
       *> off this bill, oldest first, as long as it fits inside what
       *> is left to pay. A credit bigger than the bill waits for the
       *> next one. Each credit taken is settled on the credits book
       *> with today's date and traced on the invoice's lines.
       *> ----------------------------------------------------------
       NET-OPEN-CREDITS.
           MOVE ZERO TO WS-INVOICE-CREDITS
           MOVE ZERO TO WS-CRD-APPLIED
           PERFORM LOAD-CREDITS-TABLE
           IF WS-CRD-SKIPPED > ZERO
               DISPLAY "SUPPLIER-CREDITS.csv holds more rows than "
                   "this program's table - no credits netted."
           ELSE
               PERFORM NET-ONE-CREDIT
                   VARYING WS-CRD-INDEX FROM 1 BY 1
                   UNTIL WS-CRD-INDEX > WS-CRD-COUNT
               IF WS-CRD-APPLIED > ZERO
                   PERFORM REWRITE-CREDITS-FILE
                   MOVE WS-INVOICE-CREDITS TO WS-VALUE-EDIT
                   DISPLAY WS-CRD-APPLIED " RTS credit(s) netted: "
                       WS-VALUE-EDIT
               END-IF
           END-IF.

       NET-ONE-CREDIT.
           IF CRD-SUPPLIER(WS-CRD-INDEX) = WS-SUPPLIER-CODE
               AND FUNCTION TRIM(CRD-STATUS(WS-CRD-INDEX)) = "OPEN"
               MOVE FUNCTION NUMVAL(CRD-AMOUNT(WS-CRD-INDEX))
                   TO WS-CREDIT-VALUE
               IF WS-INVOICE-CREDITS + WS-CREDIT-VALUE
                   NOT > WS-INVOICE-GROSS
                   ADD WS-CREDIT-VALUE TO WS-INVOICE-CREDITS
                   ADD 1 TO WS-CRD-APPLIED
                   MOVE "SETTLED" TO CRD-STATUS(WS-CRD-INDEX)
                   MOVE WS-TODAY-DATE TO CRD-SETTLE-DATE(WS-CRD-INDEX)
                   PERFORM WRITE-CREDIT-TRACE-LINE
               ELSE
                   DISPLAY "RTS "
                       FUNCTION TRIM(CRD-NUMBER(WS-CRD-INDEX))
                       " is larger than what is left on this bill "
                       "- left open for the next invoice."
               END-IF
           END-IF.

       WRITE-CREDIT-TRACE-LINE.
           MOVE WS-CREDIT-VALUE TO WS-AMOUNT-OUT-EDIT
           MOVE SPACES TO WS-BUILD-LINE
           STRING WS-AP-NUMBER             DELIMITED BY SIZE
                  ",RTS "                  DELIMITED BY SIZE
                  FUNCTION TRIM(CRD-NUMBER(WS-CRD-INDEX))
                                           DELIMITED BY SIZE
                  ",0,"                    DELIMITED BY SIZE
                  WS-AMOUNT-OUT-EDIT       DELIMITED BY SIZE
                  ",0,0,0,CREDIT"          DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           OPEN EXTEND AP-LINES-FILE
           IF AP-LINES-MISSING
               OPEN OUTPUT AP-LINES-FILE
           END-IF
           MOVE WS-BUILD-LINE TO AP-LINES-RECORD
           WRITE AP-LINES-RECORD
           CLOSE AP-LINES-FILE.

       LOAD-CREDITS-TABLE.
           MOVE ZERO TO WS-CRD-COUNT
           MOVE ZERO TO WS-CRD-SKIPPED
           OPEN INPUT CREDITS-FILE
           IF NOT CREDITS-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-CREDITS-ROW UNTIL AT-EOF
               CLOSE CREDITS-FILE
           END-IF.

       READ-CREDITS-ROW.
           READ CREDITS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-CRD-COUNT < 200
                       ADD 1 TO WS-CRD-COUNT
                       MOVE SPACES TO WS-CRD-ENTRY(WS-CRD-COUNT)
                       UNSTRING CREDITS-RECORD DELIMITED BY ","
                           INTO CRD-NUMBER(WS-CRD-COUNT)
                                CRD-DATE(WS-CRD-COUNT)
                                CRD-SUPPLIER(WS-CRD-COUNT)
                                CRD-REFERENCE(WS-CRD-COUNT)
                                CRD-AMOUNT(WS-CRD-COUNT)
                                CRD-STATUS(WS-CRD-COUNT)
                                CRD-SETTLE-DATE(WS-CRD-COUNT)
                       END-UNSTRING
                   ELSE
                       ADD 1 TO WS-CRD-SKIPPED
                   END-IF
           END-READ.

       REWRITE-CREDITS-FILE.
           OPEN OUTPUT CREDITS-FILE
           PERFORM WRITE-ONE-CREDITS-ROW
               VARYING WS-CRD-INDEX FROM 1 BY 1
               UNTIL WS-CRD-INDEX > WS-CRD-COUNT
           CLOSE CREDITS-FILE.

       WRITE-ONE-CREDITS-ROW.
           MOVE SPACES TO WS-BUILD-LINE
           STRING FUNCTION TRIM(CRD-NUMBER(WS-CRD-INDEX))
                                                 DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  CRD-DATE(WS-CRD-INDEX)         DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  CRD-SUPPLIER(WS-CRD-INDEX)     DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(CRD-REFERENCE(WS-CRD-INDEX))
                                                 DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(CRD-AMOUNT(WS-CRD-INDEX))
                                                 DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(CRD-STATUS(WS-CRD-INDEX))
                                                 DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(CRD-SETTLE-DATE(WS-CRD-INDEX))
                                                 DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           MOVE WS-BUILD-LINE TO CREDITS-RECORD
           WRITE CREDITS-RECORD.

       *> ----------------------------------------------------------
       *> Review: a held invoice is shown line by line with why it
       *> was held; the reviewer approves it onto the payables book
       *> (credits netted then) or rejects it back to the supplier.
       *> ----------------------------------------------------------
       REVIEW-HELD-ROUTINE.
           PERFORM LOAD-AP-TABLE
           IF WS-AP-SKIPPED > ZERO
               DISPLAY "AP-INVOICES.csv holds more rows than this "
                   "program's table - nothing reviewed so no rows "
                   "get dropped."
           ELSE
               MOVE ZERO TO WS-OPEN-HITS
               PERFORM LIST-ONE-HELD-INVOICE
                   VARYING WS-AP-INDEX FROM 1 BY 1
                   UNTIL WS-AP-INDEX > WS-AP-COUNT
               IF WS-OPEN-HITS = ZERO
                   DISPLAY "No invoices held for review."
               ELSE
                   DISPLAY "AP Number to Review (0 to leave): "
                   ACCEPT WS-AP-NUMBER
                   IF WS-AP-NUMBER NOT = ZERO
                       PERFORM REVIEW-ONE-INVOICE
                   END-IF
               END-IF
           END-IF.

       LIST-ONE-HELD-INVOICE.
           IF FUNCTION TRIM(APT-STATUS(WS-AP-INDEX)) = "HELD"
               ADD 1 TO WS-OPEN-HITS
               MOVE APT-GROSS(WS-AP-INDEX) TO WS-VALUE-EDIT
               DISPLAY "AP " APT-NUMBER(WS-AP-INDEX) " "
                   APT-SUPPLIER(WS-AP-INDEX) " inv "
                   APT-INVOICE(WS-AP-INDEX) " PO "
                   APT-PO(WS-AP-INDEX) " " WS-VALUE-EDIT
           END-IF.

       REVIEW-ONE-INVOICE.
           PERFORM FIND-AP-BY-NUMBER
           IF WS-AP-MATCH = ZERO
               DISPLAY "AP " WS-AP-NUMBER " is not on the book."
           ELSE
               IF FUNCTION TRIM(APT-STATUS(WS-AP-MATCH)) NOT = "HELD"
                   DISPLAY "AP " WS-AP-NUMBER " is "
                       FUNCTION TRIM(APT-STATUS(WS-AP-MATCH))
                       ", not held."
               ELSE
                   PERFORM SHOW-INVOICE-LINES
                   DISPLAY "A=Approve for payment, R=Reject, "
                       "Enter=leave held: "
                   MOVE SPACE TO WS-CONFIRMATION
                   ACCEPT WS-CONFIRMATION
                   EVALUATE WS-CONFIRMATION
                       WHEN "A"
                       WHEN "a"
                           PERFORM APPROVE-HELD-INVOICE
                       WHEN "R"
                       WHEN "r"
                           PERFORM REJECT-HELD-INVOICE
                       WHEN OTHER
                           DISPLAY "Left on hold."
                   END-EVALUATE
               END-IF
           END-IF.

       APPROVE-HELD-INVOICE.
           DISPLAY "Approved By: "
           MOVE SPACES TO WS-APPROVER
           ACCEPT WS-APPROVER
           IF WS-APPROVER = SPACES
               DISPLAY "Approver is required - left on hold."
           ELSE
               MOVE APT-SUPPLIER(WS-AP-MATCH) TO WS-SUPPLIER-CODE
               MOVE APT-GROSS(WS-AP-MATCH) TO WS-INVOICE-GROSS
               PERFORM NET-OPEN-CREDITS
               MOVE WS-INVOICE-CREDITS TO APT-CREDITS(WS-AP-MATCH)
               COMPUTE APT-NET(WS-AP-MATCH) =
                   WS-INVOICE-GROSS - WS-INVOICE-CREDITS
               MOVE "OPEN" TO APT-STATUS(WS-AP-MATCH)
               MOVE WS-APPROVER TO APT-APPROVER(WS-AP-MATCH)
               PERFORM REWRITE-AP-FILE
               MOVE APT-NET(WS-AP-MATCH) TO WS-NET-EDIT
               DISPLAY "AP " WS-AP-NUMBER " approved - net payable "
                   WS-NET-EDIT " due " APT-DUE-DATE(WS-AP-MATCH)
           END-IF.

       REJECT-HELD-INVOICE.
           DISPLAY "Rejected By: "
           MOVE SPACES TO WS-APPROVER
           ACCEPT WS-APPROVER
           IF WS-APPROVER = SPACES
               DISPLAY "Reviewer is required - left on hold."
           ELSE
               MOVE "REJECTED" TO APT-STATUS(WS-AP-MATCH)
               MOVE WS-APPROVER TO APT-APPROVER(WS-AP-MATCH)
               PERFORM REWRITE-AP-FILE
               DISPLAY "AP " WS-AP-NUMBER " rejected - send the "
                   "bill back to the supplier."
           END-IF.

       SHOW-INVOICE-LINES.
           DISPLAY "ITEM                 RESULT      BILLED     "
               "@COST  ORDERED   RECEIVED  EXPECT"
           OPEN INPUT AP-LINES-FILE
           IF NOT AP-LINES-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM SHOW-ONE-INVOICE-LINE UNTIL AT-EOF
               CLOSE AP-LINES-FILE
           END-IF.

       SHOW-ONE-INVOICE-LINE.
           READ AP-LINES-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                   MOVE SPACES TO WS-F6 WS-F7 WS-F8
                   UNSTRING AP-LINES-RECORD DELIMITED BY ","
                       INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                            WS-F6 WS-F7 WS-F8
                   END-UNSTRING
                   IF FUNCTION NUMVAL(WS-F1) = WS-AP-NUMBER
                       DISPLAY WS-F2(1:20) " " WS-F8(1:11) " "
                           FUNCTION TRIM(WS-F3) " "
                           FUNCTION TRIM(WS-F4) " "
                           FUNCTION TRIM(WS-F5) " "
                           FUNCTION TRIM(WS-F6) " "
                           FUNCTION TRIM(WS-F7)
                   END-IF
           END-READ.

       *> ----------------------------------------------------------
       *> Payment: money out against an OPEN invoice, part or whole.
       *> ----------------------------------------------------------
       RECORD-PAYMENT-ROUTINE.
           PERFORM LOAD-AP-TABLE
           IF WS-AP-SKIPPED > ZERO
               DISPLAY "AP-INVOICES.csv holds more rows than this "
                   "program's table - nothing paid so no rows "
                   "get dropped."
           ELSE
               DISPLAY "AP Number to Pay: "
               ACCEPT WS-AP-NUMBER
               PERFORM FIND-AP-BY-NUMBER
               IF WS-AP-MATCH = ZERO
                   DISPLAY "AP " WS-AP-NUMBER " is not on the book."
               ELSE
                   IF FUNCTION TRIM(APT-STATUS(WS-AP-MATCH))
                       NOT = "OPEN"
                       DISPLAY "AP " WS-AP-NUMBER " is "
                           FUNCTION TRIM(APT-STATUS(WS-AP-MATCH))
                           " - only OPEN invoices can be paid."
                   ELSE
                       PERFORM CAPTURE-AP-PAYMENT
                   END-IF
               END-IF
           END-IF.

       CAPTURE-AP-PAYMENT.
           COMPUTE WS-BALANCE =
               APT-NET(WS-AP-MATCH) - APT-PAID(WS-AP-MATCH)
           MOVE WS-BALANCE TO WS-NET-EDIT
           DISPLAY "Balance due: " WS-NET-EDIT
           DISPLAY "Amount Paid (Enter=full balance): "
           MOVE SPACES TO WS-AMOUNT-REPLY
           ACCEPT WS-AMOUNT-REPLY
           IF WS-AMOUNT-REPLY = SPACES
               MOVE WS-BALANCE TO WS-PAY-AMOUNT
           ELSE
               MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY) TO WS-PAY-AMOUNT
           END-IF
           IF WS-PAY-AMOUNT = ZERO OR WS-PAY-AMOUNT > WS-BALANCE
               DISPLAY "Payment must be above zero and no more than "
                   "the balance."
           ELSE
               DISPLAY "Check / Transfer Reference: "
               MOVE SPACES TO WS-PAY-REFERENCE
               ACCEPT WS-PAY-REFERENCE
               ADD WS-PAY-AMOUNT TO APT-PAID(WS-AP-MATCH)
               IF APT-PAID(WS-AP-MATCH) NOT < APT-NET(WS-AP-MATCH)
                   MOVE "PAID" TO APT-STATUS(WS-AP-MATCH)
               END-IF
               PERFORM REWRITE-AP-FILE
               PERFORM APPEND-AP-PAYMENT
               DISPLAY "Payment recorded - AP " WS-AP-NUMBER " is "
                   FUNCTION TRIM(APT-STATUS(WS-AP-MATCH)) "."
           END-IF.

       APPEND-AP-PAYMENT.
           MOVE WS-PAY-AMOUNT TO WS-AMOUNT-OUT-EDIT
           MOVE SPACES TO WS-BUILD-LINE
           STRING WS-TODAY-DATE               DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-AP-NUMBER                DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  APT-SUPPLIER(WS-AP-MATCH)   DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-AMOUNT-OUT-EDIT          DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAY-REFERENCE)
                                              DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           OPEN EXTEND AP-PAYMENT-FILE
           IF WS-AP-PAYMENT-STATUS = "35"
               OPEN OUTPUT AP-PAYMENT-FILE
           END-IF
           MOVE WS-BUILD-LINE TO AP-PAYMENT-RECORD
           WRITE AP-PAYMENT-RECORD
           CLOSE AP-PAYMENT-FILE.

       *> ----------------------------------------------------------
       *> Everything still owed or still on hold, overdue rows
       *> called out.
       *> ----------------------------------------------------------
       OPEN-PAYABLES-REPORT.
           PERFORM LOAD-AP-TABLE
           MOVE ZERO TO WS-OPEN-HITS
           MOVE ZERO TO WS-TOTAL-OPEN
           DISPLAY "------------------------------------------------"
           DISPLAY " OPEN PAYABLES AS OF " WS-TODAY-DATE
           DISPLAY "------------------------------------------------"
           DISPLAY "AP     SUPPLIER INVOICE         DUE       "
               "     BALANCE STATUS"
           PERFORM SHOW-ONE-OPEN-PAYABLE
               VARYING WS-AP-INDEX FROM 1 BY 1
               UNTIL WS-AP-INDEX > WS-AP-COUNT
           IF WS-OPEN-HITS = ZERO
               DISPLAY "Nothing owed to suppliers."
           ELSE
               MOVE WS-TOTAL-OPEN TO WS-TOTAL-EDIT
               DISPLAY "Invoices: " WS-OPEN-HITS
                   "  total owed: " WS-TOTAL-EDIT
           END-IF
           DISPLAY "------------------------------------------------".

       SHOW-ONE-OPEN-PAYABLE.
           IF FUNCTION TRIM(APT-STATUS(WS-AP-INDEX)) = "OPEN"
               OR FUNCTION TRIM(APT-STATUS(WS-AP-INDEX)) = "HELD"
               ADD 1 TO WS-OPEN-HITS
               COMPUTE WS-BALANCE =
                   APT-NET(WS-AP-INDEX) - APT-PAID(WS-AP-INDEX)
               ADD WS-BALANCE TO WS-TOTAL-OPEN
               MOVE WS-BALANCE TO WS-NET-EDIT
               IF FUNCTION TRIM(APT-STATUS(WS-AP-INDEX)) = "OPEN"
                   AND FUNCTION INTEGER-OF-DATE(
                       APT-DUE-DATE(WS-AP-INDEX)) < WS-TODAY-INT
                   DISPLAY APT-NUMBER(WS-AP-INDEX) " "
                       APT-SUPPLIER(WS-AP-INDEX) "    "
                       APT-INVOICE(WS-AP-INDEX) " "
                       APT-DUE-DATE(WS-AP-INDEX) " " WS-NET-EDIT
                       " OVERDUE"
               ELSE
                   DISPLAY APT-NUMBER(WS-AP-INDEX) " "
                       APT-SUPPLIER(WS-AP-INDEX) "    "
                       APT-INVOICE(WS-AP-INDEX) " "
                       APT-DUE-DATE(WS-AP-INDEX) " " WS-NET-EDIT
                       " " APT-STATUS(WS-AP-INDEX)
               END-IF
           END-IF.

       *> ----------------------------------------------------------
       *> The payables book and its counter.
       *> ----------------------------------------------------------
       FIND-AP-BY-NUMBER.
           MOVE ZERO TO WS-AP-MATCH
           PERFORM VARYING WS-AP-INDEX FROM 1 BY 1
               UNTIL WS-AP-INDEX > WS-AP-COUNT
               IF APT-NUMBER(WS-AP-INDEX) = WS-AP-NUMBER
                   MOVE WS-AP-INDEX TO WS-AP-MATCH
               END-IF
           END-PERFORM.

       ASSIGN-AP-NUMBER.
           OPEN INPUT AP-COUNTER-FILE
           IF WS-COUNTER-STATUS = "35"
               MOVE ZERO TO WS-AP-NUMBER
           ELSE
               READ AP-COUNTER-FILE
               MOVE AP-COUNTER-RECORD TO WS-AP-NUMBER
               CLOSE AP-COUNTER-FILE
           END-IF
           ADD 1 TO WS-AP-NUMBER
           MOVE WS-AP-NUMBER TO AP-COUNTER-RECORD
           OPEN OUTPUT AP-COUNTER-FILE
           WRITE AP-COUNTER-RECORD
           CLOSE AP-COUNTER-FILE.

       LOAD-AP-TABLE.
           MOVE ZERO TO WS-AP-COUNT
           MOVE ZERO TO WS-AP-SKIPPED
           OPEN INPUT AP-FILE
           IF NOT AP-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-AP-ROW UNTIL AT-EOF
               CLOSE AP-FILE
           END-IF.

       READ-AP-ROW.
           READ AP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-AP-COUNT < 1000
                       ADD 1 TO WS-AP-COUNT
                       MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                       MOVE SPACES TO WS-F6 WS-F7 WS-F8 WS-F9 WS-F10
                       MOVE SPACES TO WS-F11 WS-F12
                       UNSTRING AP-RECORD DELIMITED BY ","
                           INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
                                WS-F7 WS-F8 WS-F9 WS-F10 WS-F11
                                WS-F12
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(WS-F1)
                           TO APT-NUMBER(WS-AP-COUNT)
                       MOVE WS-F2(1:5) TO APT-SUPPLIER(WS-AP-COUNT)
                       MOVE WS-F3(1:15) TO APT-INVOICE(WS-AP-COUNT)
                       MOVE FUNCTION NUMVAL(WS-F4)
                           TO APT-PO(WS-AP-COUNT)
                       MOVE FUNCTION NUMVAL(WS-F5)
                           TO APT-INV-DATE(WS-AP-COUNT)
                       MOVE FUNCTION NUMVAL(WS-F6)
                           TO APT-DUE-DATE(WS-AP-COUNT)
                       MOVE FUNCTION NUMVAL(WS-F7)
                           TO APT-GROSS(WS-AP-COUNT)
                       MOVE FUNCTION NUMVAL(WS-F8)
                           TO APT-CREDITS(WS-AP-COUNT)
                       MOVE FUNCTION NUMVAL(WS-F9)
                           TO APT-NET(WS-AP-COUNT)
                       MOVE FUNCTION NUMVAL(WS-F10)
                           TO APT-PAID(WS-AP-COUNT)
                       MOVE WS-F11(1:8) TO APT-STATUS(WS-AP-COUNT)
                       MOVE WS-F12 TO APT-APPROVER(WS-AP-COUNT)
                   ELSE
                       ADD 1 TO WS-AP-SKIPPED
                   END-IF
           END-READ.

       REWRITE-AP-FILE.
           OPEN OUTPUT AP-FILE
           PERFORM WRITE-ONE-AP-ROW
               VARYING WS-AP-INDEX FROM 1 BY 1
               UNTIL WS-AP-INDEX > WS-AP-COUNT
           CLOSE AP-FILE.

       WRITE-ONE-AP-ROW.
           MOVE APT-GROSS(WS-AP-INDEX) TO WS-AMOUNT-OUT-EDIT
           MOVE APT-CREDITS(WS-AP-INDEX) TO WS-AMOUNT-OUT-EDIT-2
           MOVE APT-NET(WS-AP-INDEX) TO WS-AMOUNT-OUT-EDIT-3
           MOVE APT-PAID(WS-AP-INDEX) TO WS-AMOUNT-OUT-EDIT-4
           MOVE SPACES TO WS-BUILD-LINE
           STRING APT-NUMBER(WS-AP-INDEX)     DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  APT-SUPPLIER(WS-AP-INDEX)   DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(APT-INVOICE(WS-AP-INDEX))
                                              DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  APT-PO(WS-AP-INDEX)         DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  APT-INV-DATE(WS-AP-INDEX)   DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  APT-DUE-DATE(WS-AP-INDEX)   DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-AMOUNT-OUT-EDIT          DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-AMOUNT-OUT-EDIT-2        DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-AMOUNT-OUT-EDIT-3        DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-AMOUNT-OUT-EDIT-4        DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(APT-STATUS(WS-AP-INDEX))
                                              DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(APT-APPROVER(WS-AP-INDEX))
                                              DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           MOVE WS-BUILD-LINE TO AP-RECORD
           WRITE AP-RECORD.

       *> ----------------------------------------------------------
       *> Supplier master, read for the terms.
       *> ----------------------------------------------------------
       LOAD-SUPPLIER-TABLE.
           MOVE ZERO TO WS-SUP-COUNT
           OPEN INPUT SUPPLIER-FILE
           IF NOT SUPPLIER-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-SUPPLIER-ROW UNTIL AT-EOF
               CLOSE SUPPLIER-FILE
           END-IF.

       READ-SUPPLIER-ROW.
           READ SUPPLIER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-SUP-COUNT < 100
                       ADD 1 TO WS-SUP-COUNT
                       MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                       UNSTRING SUPPLIER-RECORD DELIMITED BY ","
                           INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                       END-UNSTRING
                       MOVE WS-F1(1:5) TO SUP-CODE(WS-SUP-COUNT)
                       MOVE WS-F2 TO SUP-NAME(WS-SUP-COUNT)
                       IF WS-F5 = SPACES
                           MOVE 30 TO SUP-TERMS(WS-SUP-COUNT)
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-F5)
                               TO SUP-TERMS(WS-SUP-COUNT)
                       END-IF
                   END-IF
           END-READ.

       FIND-SUPPLIER-BY-CODE.
           MOVE ZERO TO WS-SUP-MATCH
           PERFORM VARYING WS-SUP-INDEX FROM 1 BY 1
               UNTIL WS-SUP-INDEX > WS-SUP-COUNT
               IF SUP-CODE(WS-SUP-INDEX) = WS-SUPPLIER-CODE
                   MOVE WS-SUP-INDEX TO WS-SUP-MATCH
               END-IF
           END-PERFORM.
