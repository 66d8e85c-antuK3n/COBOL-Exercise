       *> anything is finalized. Finalized POs are written to
       *> PO_<number>.txt and registered in PO-REGISTER.csv so goods
       *> receiving has a reference to check deliveries against.
       *> Before anything is cut, each department the run buys for
       *> is shown against its monthly open-to-buy budget
       *> (OTB-BUDGETS.csv, kept by OPEN-TO-BUY): committed spend on
       *> open PO lines, received spend this month, this run, and
       *> what remains. Going over warns the buyer, or - where the
       *> budget says so - needs an admin's approval, without which
       *> that department's lines are dropped.
       *> A line is ordered at the supplier's latest list cost where
       *> SUPPLIER-PRICE-IMPORT has recorded one (SUPPLIER-COSTS.csv),
       *> not the catalog's last received cost, and the PO prints it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT LAYAWAY-FILE ASSIGN TO "LAYAWAYS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYAWAY-STATUS.

           SELECT LAYAWAY-LEDGER-FILE ASSIGN TO "LAYAWAY-LEDGER.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-LEDGER-STATUS.

           SELECT SPECIAL-ORDER-FILE ASSIGN TO "SPECIAL-ORDERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPECIAL-ORDER-STATUS.

           SELECT SPECIAL-ORDER-LEDGER-FILE
               ASSIGN TO "SPECIAL-ORDER-LEDGER.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-LEDGER-STATUS.

           SELECT BUDGET-FILE ASSIGN TO "OTB-BUDGETS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT RECEIVING-LOG-FILE ASSIGN TO "RECEIVING-LOG.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIVING-LOG-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.

           SELECT SUPPLIER-COST-FILE ASSIGN TO "SUPPLIER-COSTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-COST-STATUS.

           SELECT KIT-FILE ASSIGN TO "KITS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIT-STATUS.

       *> SUPPLIERS.csv holds one supplier per line:
       *> CODE,NAME,CONTACT,LEADDAYS,TERMS - TERMS being the net days
       *> the supplier gives us to pay, which SUPPLIER-INVOICE dates
       *> each payable from (rows written before terms were kept
       *> carry none and are read as 30 days). PRODUCTS.CSV is the
       *> indexed catalog (same layout as COBOL_POS.cbl), walked
       *> sequentially for on-hand quantities. PO-COUNTER.dat
       *> numbers the POs the same way TXN-COUNTER.dat numbers sales.

       DATA DIVISION.
       FILE SECTION.
       01  PO-REGISTER-RECORD         PIC X(100).

       *> PO-LINES.csv is the machine-readable twin of the printed
       *> PO_<number>.txt: one PO,CODE,ITEM,QTY,COST row per ordered
       *> line, so GOODS-RECEIVING can check a delivery against what
       *> was actually ordered instead of trusting the paperwork.
       *> COST is the unit cost the line was ordered at, which the
       *> open-to-buy check values committed spend at.
       FD  PO-LINES-FILE.
       01  PO-LINES-RECORD            PIC X(100).

       *> can default each line to what the product actually sells
       *> over the supplier's lead time instead of a flat shortfall.
       FD  RECEIPT-LOG-FILE.
       01  RECEIPT-LOG-RECORD         PIC X(140).

       *> Goods on layaway are still on the shelf count but already
       *> sold to someone, so the PO run reads the layaways the POS
       *> keeps (LAYAWAYS.csv, one row per layaway opened) and their
       *> ledger (COMPLETE, CANCEL and FORFEIT rows close one) and
       *> judges each product on what is actually free to sell.
       FD  LAYAWAY-FILE.
       01  LAYAWAY-RECORD             PIC X(150).

       FD  LAYAWAY-LEDGER-FILE.
       01  LAYAWAY-LEDGER-RECORD      PIC X(100).

       *> Customer special orders taken at the till. One not yet on
       *> a PO puts its product on the run whatever the stock level,
       *> with its quantity added to the suggestion; once the PO is
       *> cut the run writes an ORDERED row to the order's ledger
       *> (REF = the PO number) so it is not ordered twice. Units
       *> GOODS-RECEIVING has set aside for an order (RECEIVED, not
       *> yet COLLECT or CANCEL) are held like a layaway's.
       FD  SPECIAL-ORDER-FILE.
       01  SPECIAL-ORDER-RECORD       PIC X(150).

       FD  SPECIAL-ORDER-LEDGER-FILE.
       01  SPECIAL-ORDER-LEDGER-RECORD PIC X(100).

       *> The open-to-buy budgets (MONTH,DEPT,AMOUNT,CONTROL) and the
       *> receiving journal (DATE,TIME,REF,ITEM,QTY,RECEIVER,COST),
       *> read for the month's position before POs are cut.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD              PIC X(100).

       FD  RECEIVING-LOG-FILE.
       01  RECEIVING-LOG-RECORD       PIC X(100).

       *> KITS.csv is KIT-MAINTENANCE's bill of materials (KIT,
       *> COMPONENT,QTYPERKIT). A kit holds no stock of its own - the
       *> POS takes a sale off the components - so the run never
       *> orders the kit itself, only the components it is built of.
       FD  KIT-FILE.
       01  KIT-RECORD                 PIC X(100).

       *> USERS.csv is read only to check an admin's approval of an
       *> over-budget PO.
       FD  USER-FILE.
       01  USER-RECORD                PIC X(200).

       *> Supplier list costs from imported price lists, one
       *> SUPPLIER,PRODUCT,UNITCOST,DATE row per line; the last row
       *> for a supplier and product is the cost now quoted.
       FD  SUPPLIER-COST-FILE.
       01  SUPPLIER-COST-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SUPPLIER-STATUS         PIC XX.
           88  PRODUCT-MISSING            VALUE "35".
       01  WS-PO-STATUS               PIC XX.
       01  WS-PO-REGISTER-STATUS      PIC XX.
           88  PO-REGISTER-MISSING        VALUE "35".
       01  WS-PO-LINES-STATUS         PIC XX.
           88  PO-LINES-MISSING           VALUE "35".
       01  WS-PO-COUNTER-STATUS       PIC XX.

       01  WS-MENU-CHOICE             PIC X.
           05  WS-SUP-CONTACT         PIC X(15).
           05  WS-SUP-LEAD-DAYS       PIC 9(3).
           05  WS-SUP-LEAD-X          PIC X(5). *> Unstring scratch.
           05  WS-SUP-TERMS           PIC 9(3).
           05  WS-SUP-TERMS-X         PIC X(5). *> Unstring scratch.
       01  WS-SUP-LINE                PIC X(120).

       *> Suppliers loaded for the PO run, joined to the shortfall
               10  SUP-NAME           PIC X(30).
               10  SUP-CONTACT        PIC X(15).
               10  SUP-LEAD-DAYS      PIC 9(3).
               10  SUP-TERMS          PIC 9(3).

       01  WS-REORDER-POINT           PIC 9(5).
       01  WS-REORDER-SHORTFALL       PIC S9(5).
               10  POL-NAME           PIC X(20).
               10  POL-CODE           PIC X(5).
               10  POL-QTY            PIC 9(5).
               10  POL-PO             PIC 9(6). *> Set when cut.
               10  POL-DEPT           PIC X(10).
               10  POL-COST           PIC 9(5)V99.

       *> Sales-velocity working data: net units sold per product
       *> over the trailing window, refunds netted out the way
               10  VEL-NAME           PIC X(20).
               10  VEL-UNITS          PIC S9(7)V999.

       01  WS-LAYAWAY-STATUS          PIC XX.
           88  LAYAWAY-FILE-MISSING       VALUE "35".
       01  WS-LAY-LEDGER-STATUS       PIC XX.
           88  LAY-LEDGER-MISSING         VALUE "35".
       01  WS-LAY-EOF-FLAG            PIC X.
           88  LAY-AT-EOF                 VALUE "Y".
       01  WS-LAY-F1                  PIC X(30).
       01  WS-LAY-F2                  PIC X(30).
       01  WS-LAY-F3                  PIC X(30).
       01  WS-LAY-F4                  PIC X(30).
       01  WS-LAY-F5                  PIC X(30).
       01  WS-LAY-F6                  PIC X(30).
       01  WS-LAY-F7                  PIC X(30).
       01  WS-LAY-QTY                 PIC 9(5)V999.
       01  WS-LAY-CLOSED-COUNT        PIC 9(4) VALUE 0.
       01  WS-LAY-CLOSED-INDEX        PIC 9(4).
       01  WS-LAY-CLOSED-FLAG         PIC X.
           88  LAY-IS-CLOSED              VALUE "Y".
       01  WS-LAY-CLOSED-TABLE.
           05  LAY-CLOSED-NUMBER      PIC X(6) OCCURS 2000 TIMES.
       01  WS-RSV-COUNT               PIC 9(4) VALUE 0.
       01  WS-RSV-INDEX               PIC 9(4).
       01  WS-RSV-MATCH               PIC 9(4).
       01  WS-RESERVED-TABLE.
           05  WS-RSV-ENTRY OCCURS 500 TIMES.
               10  RSV-NAME           PIC X(20).
               10  RSV-QTY            PIC 9(6)V999.
       01  WS-AVAILABLE-QTY           PIC S9(6)V999.

       01  WS-KIT-STATUS              PIC XX.
           88  KIT-FILE-MISSING           VALUE "35".
       01  WS-KIT-EOF-FLAG            PIC X.
           88  KIT-AT-EOF                 VALUE "Y".
       01  WS-KIT-F1                  PIC X(30).
       01  WS-KIT-SEARCH              PIC X(20).
       01  WS-KIT-COUNT               PIC 9(4) VALUE 0.
       01  WS-KIT-INDEX               PIC 9(4).
       01  WS-KIT-FLAG                PIC X.
           88  PRODUCT-IS-KIT             VALUE "Y".
       01  WS-KIT-TABLE.
           05  KIT-NAME               PIC X(20) OCCURS 500 TIMES.

       01  WS-SPECIAL-ORDER-STATUS    PIC XX.
           88  SPECIAL-ORDER-FILE-MISSING VALUE "35".
       01  WS-SO-LEDGER-STATUS        PIC XX.
           88  SO-LEDGER-MISSING          VALUE "35".
       01  WS-SO-EOF-FLAG             PIC X.
           88  SO-AT-EOF                  VALUE "Y".
       01  WS-SO-F1                   PIC X(30).
       01  WS-SO-F2                   PIC X(30).
       01  WS-SO-F3                   PIC X(30).
       01  WS-SO-F4                   PIC X(30).
       01  WS-SO-F5                   PIC X(30).
       01  WS-SO-F6                   PIC X(30).
       01  WS-SO-F7                   PIC X(30).
       01  WS-SO-NUMBER               PIC 9(6).
       01  WS-SO-ALLOCATE-QTY         PIC 9(6)V999.
       01  WS-SO-LINE                 PIC X(100).
       01  WS-SO-COUNT                PIC 9(4) VALUE 0.
       01  WS-SO-INDEX                PIC 9(4).
       01  WS-SO-MATCH                PIC 9(4).
       *> Every special order on file with where its ledger says it
       *> stands: W waiting for a PO, O on a PO, R received and held,
       *> C collected or cancelled.
       01  WS-SPECIAL-ORDER-TABLE.
           05  WS-SPO-ENTRY OCCURS 1000 TIMES.
               10  SPO-NUMBER         PIC 9(6).
               10  SPO-PRODUCT        PIC X(20).
               10  SPO-QTY            PIC 9(5)V999.
               10  SPO-STATE          PIC X.
                   88  SPO-WAITING        VALUE "W".
                   88  SPO-ON-PO          VALUE "O".
                   88  SPO-HELD           VALUE "R".
                   88  SPO-CLOSED         VALUE "C".
       01  WS-SPECIAL-QTY             PIC 9(6)V999.
       01  WS-SPECIAL-EDIT            PIC Z(5)9.999.
       01  WS-RESERVED-EDIT           PIC Z(5)9.999.

       01  WS-AVG-DAILY-UNITS         PIC 9(5)V99.
       01  WS-SUGGESTED-QTY           PIC 9(5).
       01  WS-SUGGESTED-EDIT          PIC Z(4)9.
       01  WS-QTY-EDIT                PIC Z(4)9.
       01  WS-ONHAND-EDIT             PIC 9(5).999. *> Point explicit.
       01  WS-SHORTFALL-EDIT          PIC -(5)9.
       01  WS-COST-FILE               PIC 9(5).99. *> Point explicit.
       01  WS-CUT-REPLY               PIC X.

       *> Open-to-buy working data. The catalog's department and
       *> cost per product are picked up on the shortfall walk, to
       *> place and value PO and receiving lines that carry only a
       *> name.
       01  WS-BUDGET-STATUS           PIC XX.
           88  BUDGET-FILE-MISSING        VALUE "35".
       01  WS-RECEIVING-LOG-STATUS    PIC XX.
           88  RECEIVING-LOG-MISSING      VALUE "35".
       01  WS-OTB-EOF-FLAG            PIC X.
           88  OTB-AT-EOF                 VALUE "Y".
       01  WS-OTB-F1                  PIC X(20). *> Unstring scratch.
       01  WS-OTB-F2                  PIC X(20).
       01  WS-OTB-F3                  PIC X(20).
       01  WS-OTB-F4                  PIC X(20).
       01  WS-OTB-F5                  PIC X(20).
       01  WS-OTB-F6                  PIC X(20).
       01  WS-OTB-F7                  PIC X(20).
       01  WS-CAT-COUNT               PIC 9(4) VALUE 0.
       01  WS-CAT-INDEX               PIC 9(4).
       01  WS-CAT-MATCH               PIC 9(4).
       01  WS-CATALOG-TABLE.
           05  WS-CAT-ENTRY OCCURS 2000 TIMES.
               10  CAT-NAME           PIC X(20).
               10  CAT-DEPT           PIC X(10).
               10  CAT-COST           PIC 9(5)V99.
       01  WS-LOOKUP-NAME             PIC X(20).
       01  WS-OTB-MONTH               PIC 9(6).
       01  WS-OTB-COUNT               PIC 9(3) VALUE 0.
       01  WS-OTB-INDEX               PIC 9(3).
       01  WS-OTB-MATCH               PIC 9(3).
       01  WS-OTB-TABLE.
           05  WS-OTB-ENTRY OCCURS 100 TIMES.
               10  OTB-DEPT           PIC X(10).
               10  OTB-BUDGET         PIC 9(9)V99.
               10  OTB-CONTROL        PIC X.
               10  OTB-COMMITTED      PIC S9(9)V99.
               10  OTB-RECEIVED       PIC S9(9)V99.
               10  OTB-THIS-RUN       PIC S9(9)V99.
               10  OTB-DROP-FLAG      PIC X.
                   88  OTB-DROP-LINES     VALUE "Y".
       01  WS-OTB-DEPT                PIC X(10).
       01  WS-OPO-COUNT               PIC 9(3) VALUE 0.
       01  WS-OPO-INDEX               PIC 9(3).
       01  WS-OPO-MATCH               PIC 9(3).
       01  WS-OPEN-PO-TABLE.
           05  OPO-NUMBER             PIC 9(6) OCCURS 500 TIMES.
       01  WS-OPL-COUNT               PIC 9(4) VALUE 0.
       01  WS-OPL-INDEX               PIC 9(4).
       01  WS-OPL-MATCH               PIC 9(4).
       01  WS-OPEN-LINE-TABLE.
           05  WS-OPL-ENTRY OCCURS 2000 TIMES.
               10  OPL-PO             PIC 9(6).
               10  OPL-NAME           PIC X(20).
               10  OPL-OUTSTANDING    PIC S9(7)V999.
               10  OPL-COST           PIC 9(5)V99.
       01  WS-LINE-PO                 PIC 9(6).
       01  WS-LINE-COST               PIC 9(5)V99.
       01  WS-LINE-VALUE              PIC S9(9)V99.
       01  WS-REMAINING               PIC S9(9)V99.
       01  WS-KEEP-COUNT              PIC 9(3).
       01  WS-MONEY-EDIT              PIC -(8)9.99.
       01  WS-MONEY-EDIT-2            PIC -(8)9.99.
       01  WS-MONEY-EDIT-3            PIC -(8)9.99.
       01  WS-MONEY-EDIT-4            PIC -(8)9.99.
       01  WS-MONEY-EDIT-5            PIC -(8)9.99.

       01  WS-SUPPLIER-COST-STATUS    PIC XX.
           88  SUPPLIER-COST-MISSING      VALUE "35".
       01  WS-LC-EOF-FLAG             PIC X.
           88  LC-AT-EOF                  VALUE "Y".
       01  WS-LC-F1                   PIC X(20). *> Unstring scratch.
       01  WS-LC-F2                   PIC X(20).
       01  WS-LC-F3                   PIC X(20).
       01  WS-LC-F4                   PIC X(20).
       01  WS-LC-COUNT                PIC 9(4) VALUE 0.
       01  WS-LC-INDEX                PIC 9(4).
       01  WS-LC-MATCH                PIC 9(4).
       01  WS-LIST-COST-TABLE.
           05  WS-LC-ENTRY OCCURS 2000 TIMES.
               10  LC-SUPPLIER        PIC X(5).
               10  LC-PRODUCT         PIC X(20).
               10  LC-COST            PIC 9(5)V99.
               10  LC-DATE            PIC 9(8).
       01  WS-LC-SUPPLIER             PIC X(5).
       01  WS-LC-PRODUCT              PIC X(20).
       01  WS-LIST-COST-EDIT          PIC Z(4)9.99.
       01  WS-CATALOG-COST-EDIT       PIC Z(4)9.99.
       01  WS-PO-COST-EDIT            PIC Z(4)9.99.

       01  WS-USER-STATUS             PIC XX.
           88  USER-FILE-MISSING          VALUE "35".
       01  WS-USER-EOF-FLAG           PIC X.
           88  USERS-AT-EOF               VALUE "Y".
       01  WS-ADMIN-USERNAME          PIC X(50).
       01  WS-ADMIN-PIN               PIC 9(6).
       01  WS-ADMIN-OK-FLAG           PIC X.
           88  ADMIN-IS-VALID             VALUE "Y".
       01  TEMP-USERNAME              PIC X(50).
       01  TEMP-PASSWORD              PIC X(50).
       01  TEMP-PIN                   PIC X(10).
       01  TEMP-NAME                  PIC X(50).
       01  TEMP-EMAIL                 PIC X(50).
       01  TEMP-CONTACT               PIC X(15).
       01  TEMP-ROLE                  PIC X(10).
       01  TEMP-STATUS                PIC X(10).

       *> One-way hash working data for USERS.csv credentials. The
       *> stored form is "H" plus nine digits; a field not starting
       *> with "H" is a legacy plain-text credential, still accepted
       *> and migrated by LOGIN-TO-POS at the next successful login.
       01  WS-HASH-VARS.
           05  WS-HASH-INPUT          PIC X(50).
           05  WS-HASH-LENGTH         PIC 9(2).
           05  WS-HASH-INDEX          PIC 9(2).
           05  WS-HASH-ACC            PIC 9(18).
           05  WS-HASH-DIGITS         PIC 9(9).
           05  WS-HASH-OUTPUT         PIC X(10).
           05  WS-PIN-TEXT            PIC 9(6).
           05  WS-STORED-PIN          PIC X(10).
           05  WS-ENTERED-PIN         PIC 9(6).
           05  WS-PIN-OK-FLAG         PIC X.
               88  PIN-MATCHES            VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-SUP-CONTACT
           DISPLAY "Lead Time (days): "
           ACCEPT WS-SUP-LEAD-DAYS
           DISPLAY "Payment Terms (net days, Enter=30): "
           MOVE SPACES TO WS-SUP-TERMS-X
           ACCEPT WS-SUP-TERMS-X
           IF WS-SUP-TERMS-X = SPACES
               MOVE 30 TO WS-SUP-TERMS
           ELSE
               MOVE FUNCTION NUMVAL(WS-SUP-TERMS-X) TO WS-SUP-TERMS
           END-IF

           IF WS-SUP-CODE = SPACES OR WS-SUP-NAME = SPACES
               DISPLAY "Code and name cannot be blank. Not saved."
                  FUNCTION TRIM(WS-SUP-CONTACT) DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-SUP-LEAD-DAYS             DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-SUP-TERMS                 DELIMITED BY SIZE
               INTO WS-SUP-LINE
           END-STRING
           MOVE WS-SUP-LINE TO SUPPLIER-RECORD
               DISPLAY "No suppliers on file."
           ELSE
               DISPLAY "CODE  NAME                           "
                   "CONTACT         LEAD TERMS"
               PERFORM VARYING WS-SUP-INDEX FROM 1 BY 1
                   UNTIL WS-SUP-INDEX > WS-SUP-COUNT
                   DISPLAY SUP-CODE(WS-SUP-INDEX) " "
                       SUP-NAME(WS-SUP-INDEX) " "
                       SUP-CONTACT(WS-SUP-INDEX) " "
                       SUP-LEAD-DAYS(WS-SUP-INDEX) "  "
                       SUP-TERMS(WS-SUP-INDEX)
               END-PERFORM
           END-IF.

               NOT AT END
                   IF WS-SUP-COUNT < 100
                       ADD 1 TO WS-SUP-COUNT
                       MOVE SPACES TO WS-SUP-TERMS-X
                       UNSTRING SUPPLIER-RECORD DELIMITED BY ","
                           INTO SUP-CODE(WS-SUP-COUNT)
                                SUP-NAME(WS-SUP-COUNT)
                                SUP-CONTACT(WS-SUP-COUNT)
                                WS-SUP-LEAD-X
                                WS-SUP-TERMS-X
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(WS-SUP-LEAD-X)
                           TO SUP-LEAD-DAYS(WS-SUP-COUNT)
                       IF WS-SUP-TERMS-X = SPACES
                           MOVE 30 TO SUP-TERMS(WS-SUP-COUNT)
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-SUP-TERMS-X)
                               TO SUP-TERMS(WS-SUP-COUNT)
                       END-IF
                   END-IF
           END-READ.

                       TO WS-SAFETY-DAYS
               END-IF
               PERFORM TALLY-SALES-VELOCITY
               PERFORM LOAD-LAYAWAY-RESERVATIONS
               PERFORM LOAD-SPECIAL-ORDERS
               PERFORM LOAD-LIST-COSTS
               PERFORM LOAD-KIT-NAMES
               MOVE ZERO TO WS-PO-LINE-COUNT
               MOVE ZERO TO WS-CAT-COUNT
               PERFORM COLLECT-SHORTFALL-LINES
               IF WS-PO-LINE-COUNT = ZERO
                   DISPLAY "No items below the reorder point."
               ELSE
                   PERFORM CHECK-OPEN-TO-BUY
                   IF WS-PO-LINE-COUNT = ZERO
                       DISPLAY "No lines left to order."
                   ELSE
                       DISPLAY "Cut the purchase orders? (Y/N): "
                       ACCEPT WS-CUT-REPLY
                       IF FUNCTION UPPER-CASE(WS-CUT-REPLY) = "Y"
                           PERFORM CUT-PURCHASE-ORDERS
                       ELSE
                           DISPLAY "No purchase orders cut."
                       END-IF
                   END-IF
               END-IF
           END-IF.

               AT END
                   MOVE "Y" TO WS-PRODUCT-EOF-FLAG
               NOT AT END
                   IF WS-CAT-COUNT < 2000
                       ADD 1 TO WS-CAT-COUNT
                       MOVE PR-PRODUCT-NAME TO CAT-NAME(WS-CAT-COUNT)
                       MOVE PR-PRODUCT-DEPT TO CAT-DEPT(WS-CAT-COUNT)
                       MOVE PR-PRODUCT-COST TO CAT-COST(WS-CAT-COUNT)
                   END-IF
                   MOVE PR-PRODUCT-NAME TO WS-KIT-SEARCH
                   PERFORM FIND-KIT-NAME
                   IF NOT PRODUCT-IS-KIT
                       PERFORM FIND-RESERVED-QTY
                       PERFORM FIND-SPECIAL-ORDER-QTY
                       IF WS-AVAILABLE-QTY < WS-REORDER-POINT
                           OR WS-SPECIAL-QTY > ZERO
                           PERFORM CAPTURE-PO-LINE
                       END-IF
                   END-IF
           END-READ.

       *> Every kit named on KITS.csv, once each. The first field of
       *> each component row is the kit.
       LOAD-KIT-NAMES.
           MOVE ZERO TO WS-KIT-COUNT
           OPEN INPUT KIT-FILE
           IF NOT KIT-FILE-MISSING
               MOVE "N" TO WS-KIT-EOF-FLAG
               PERFORM READ-KIT-ROW UNTIL KIT-AT-EOF
               CLOSE KIT-FILE
           END-IF.

       READ-KIT-ROW.
           READ KIT-FILE
               AT END
                   MOVE "Y" TO WS-KIT-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-KIT-F1
                   UNSTRING KIT-RECORD DELIMITED BY ","
                       INTO WS-KIT-F1
                   END-UNSTRING
                   MOVE WS-KIT-F1(1:20) TO WS-KIT-SEARCH
                   PERFORM FIND-KIT-NAME
                   IF NOT PRODUCT-IS-KIT AND WS-KIT-F1 NOT = SPACES
                       AND WS-KIT-COUNT < 500
                       ADD 1 TO WS-KIT-COUNT
                       MOVE WS-KIT-F1(1:20) TO KIT-NAME(WS-KIT-COUNT)
                   END-IF
           END-READ.

       FIND-KIT-NAME.
           MOVE "N" TO WS-KIT-FLAG
           PERFORM VARYING WS-KIT-INDEX FROM 1 BY 1
               UNTIL WS-KIT-INDEX > WS-KIT-COUNT
               IF KIT-NAME(WS-KIT-INDEX) = WS-KIT-SEARCH
                   MOVE "Y" TO WS-KIT-FLAG
               END-IF
           END-PERFORM.

       *> On hand less what open layaways are holding for customers.
       FIND-RESERVED-QTY.
           MOVE ZERO TO WS-RSV-MATCH
           PERFORM VARYING WS-RSV-INDEX FROM 1 BY 1
               UNTIL WS-RSV-INDEX > WS-RSV-COUNT
               IF RSV-NAME(WS-RSV-INDEX) = PR-PRODUCT-NAME
                   MOVE WS-RSV-INDEX TO WS-RSV-MATCH
               END-IF
           END-PERFORM
           IF WS-RSV-MATCH = ZERO
               MOVE PR-PRODUCT-QUANTITY TO WS-AVAILABLE-QTY
           ELSE
               COMPUTE WS-AVAILABLE-QTY =
                   PR-PRODUCT-QUANTITY - RSV-QTY(WS-RSV-MATCH)
           END-IF.

       *> Units waiting on special orders not yet on a PO.
       FIND-SPECIAL-ORDER-QTY.
           MOVE ZERO TO WS-SPECIAL-QTY
           PERFORM VARYING WS-SO-INDEX FROM 1 BY 1
               UNTIL WS-SO-INDEX > WS-SO-COUNT
               IF SPO-PRODUCT(WS-SO-INDEX) = PR-PRODUCT-NAME
                   AND SPO-WAITING(WS-SO-INDEX)
                   ADD SPO-QTY(WS-SO-INDEX) TO WS-SPECIAL-QTY
               END-IF
           END-PERFORM.

       *> One shortfall item: show it, let the buyer take the
       *> computed shortfall, key a different quantity, or skip the
       *> line entirely with a zero. Special-order units ride on top
       *> of whatever the stock level alone would suggest.
       CAPTURE-PO-LINE.
           IF PR-PRODUCT-SUPPLIER = SPACES
               DISPLAY PR-PRODUCT-NAME " is low but has no preferred "
                   "supplier - skipped."
           ELSE
               COMPUTE WS-REORDER-SHORTFALL =
                   WS-REORDER-POINT - WS-AVAILABLE-QTY
               PERFORM SUGGEST-ORDER-QTY
               IF WS-AVAILABLE-QTY NOT < WS-REORDER-POINT
                   MOVE ZERO TO WS-SUGGESTED-QTY
               END-IF
               ADD WS-SPECIAL-QTY TO WS-SUGGESTED-QTY
               MOVE PR-PRODUCT-QUANTITY TO WS-ONHAND-EDIT
               MOVE WS-REORDER-SHORTFALL TO WS-SHORTFALL-EDIT
               DISPLAY PR-PRODUCT-NAME " on hand: "
                   WS-ONHAND-EDIT " short by: "
                   WS-SHORTFALL-EDIT
                   " supplier: " PR-PRODUCT-SUPPLIER
               IF WS-RSV-MATCH NOT = ZERO
                   MOVE RSV-QTY(WS-RSV-MATCH) TO WS-RESERVED-EDIT
                   DISPLAY "  of which held for customers: "
                       WS-RESERVED-EDIT
               END-IF
               IF WS-SPECIAL-QTY > ZERO
                   MOVE WS-SPECIAL-QTY TO WS-SPECIAL-EDIT
                   DISPLAY "  plus for special orders: "
                       WS-SPECIAL-EDIT
               END-IF
               MOVE WS-SUGGESTED-QTY TO WS-SUGGESTED-EDIT
               DISPLAY "Order qty (Enter=" WS-SUGGESTED-EDIT
                   " suggested, 0=skip): "
                   MOVE PR-PRODUCT-CODE
                       TO POL-CODE(WS-PO-LINE-COUNT)
                   MOVE WS-ORDER-QTY TO POL-QTY(WS-PO-LINE-COUNT)
                   MOVE ZERO TO POL-PO(WS-PO-LINE-COUNT)
                   MOVE PR-PRODUCT-DEPT TO POL-DEPT(WS-PO-LINE-COUNT)
                   MOVE PR-PRODUCT-COST TO POL-COST(WS-PO-LINE-COUNT)
                   PERFORM APPLY-LIST-COST
               END-IF
           END-IF.

       *> The supplier's latest list cost, where a price list has
       *> been imported, replaces the catalog cost on the PO line -
       *> and so in the open-to-buy commitment too.
       APPLY-LIST-COST.
           MOVE PR-PRODUCT-SUPPLIER TO WS-LC-SUPPLIER
           MOVE PR-PRODUCT-NAME TO WS-LC-PRODUCT
           PERFORM FIND-LIST-COST
           IF WS-LC-MATCH NOT = ZERO
               MOVE LC-COST(WS-LC-MATCH) TO POL-COST(WS-PO-LINE-COUNT)
               IF LC-COST(WS-LC-MATCH) NOT = PR-PRODUCT-COST
                   MOVE LC-COST(WS-LC-MATCH) TO WS-LIST-COST-EDIT
                   MOVE PR-PRODUCT-COST TO WS-CATALOG-COST-EDIT
                   DISPLAY "  ordered at list cost "
                       FUNCTION TRIM(WS-LIST-COST-EDIT) " of "
                       LC-DATE(WS-LC-MATCH) " (catalog cost "
                       FUNCTION TRIM(WS-CATALOG-COST-EDIT) ")"
               END-IF
           END-IF.

       FIND-LIST-COST.
           MOVE ZERO TO WS-LC-MATCH
           PERFORM VARYING WS-LC-INDEX FROM 1 BY 1
               UNTIL WS-LC-INDEX > WS-LC-COUNT
               IF LC-SUPPLIER(WS-LC-INDEX) = WS-LC-SUPPLIER
                   AND LC-PRODUCT(WS-LC-INDEX) = WS-LC-PRODUCT
                   MOVE WS-LC-INDEX TO WS-LC-MATCH
               END-IF
           END-PERFORM.

       *> One entry per supplier and product; a later row replaces
       *> the cost an earlier import recorded.
       LOAD-LIST-COSTS.
           MOVE ZERO TO WS-LC-COUNT
           OPEN INPUT SUPPLIER-COST-FILE
           IF NOT SUPPLIER-COST-MISSING
               MOVE "N" TO WS-LC-EOF-FLAG
               PERFORM READ-LIST-COST-ROW UNTIL LC-AT-EOF
               CLOSE SUPPLIER-COST-FILE
           END-IF.

       READ-LIST-COST-ROW.
           READ SUPPLIER-COST-FILE
               AT END
                   MOVE "Y" TO WS-LC-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-LC-F1 WS-LC-F2 WS-LC-F3 WS-LC-F4
                   UNSTRING SUPPLIER-COST-RECORD DELIMITED BY ","
                       INTO WS-LC-F1 WS-LC-F2 WS-LC-F3 WS-LC-F4
                   END-UNSTRING
                   MOVE WS-LC-F1 TO WS-LC-SUPPLIER
                   MOVE WS-LC-F2 TO WS-LC-PRODUCT
                   PERFORM FIND-LIST-COST
                   IF WS-LC-MATCH = ZERO
                       AND WS-LC-COUNT < 2000
                       ADD 1 TO WS-LC-COUNT
                       MOVE WS-LC-COUNT TO WS-LC-MATCH
                   END-IF
                   IF WS-LC-MATCH NOT = ZERO
                       MOVE WS-LC-SUPPLIER TO LC-SUPPLIER(WS-LC-MATCH)
                       MOVE WS-LC-PRODUCT TO LC-PRODUCT(WS-LC-MATCH)
                       MOVE FUNCTION NUMVAL(WS-LC-F3)
                           TO LC-COST(WS-LC-MATCH)
                       MOVE FUNCTION NUMVAL(WS-LC-F4)
                           TO LC-DATE(WS-LC-MATCH)
                   END-IF
           END-READ.

       *> ----------------------------------------------------------
       *> Open layaways by product. The ledger is read first for the
       *> layaways already closed; every other row on LAYAWAYS.csv
       *> is still holding its quantity.
       *> ----------------------------------------------------------
       LOAD-LAYAWAY-RESERVATIONS.
           MOVE ZERO TO WS-LAY-CLOSED-COUNT
           MOVE ZERO TO WS-RSV-COUNT
           OPEN INPUT LAYAWAY-LEDGER-FILE
           IF NOT LAY-LEDGER-MISSING
               MOVE "N" TO WS-LAY-EOF-FLAG
               PERFORM READ-LAYAWAY-LEDGER-ROW UNTIL LAY-AT-EOF
               CLOSE LAYAWAY-LEDGER-FILE
           END-IF
           OPEN INPUT LAYAWAY-FILE
           IF NOT LAYAWAY-FILE-MISSING
               MOVE "N" TO WS-LAY-EOF-FLAG
               PERFORM READ-LAYAWAY-ROW UNTIL LAY-AT-EOF
               CLOSE LAYAWAY-FILE
           END-IF.

       READ-LAYAWAY-LEDGER-ROW.
           READ LAYAWAY-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-LAY-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-LAY-F1 WS-LAY-F2 WS-LAY-F3
                       WS-LAY-F4
                   UNSTRING LAYAWAY-LEDGER-RECORD DELIMITED BY ","
                       INTO WS-LAY-F1 WS-LAY-F2 WS-LAY-F3 WS-LAY-F4
                   END-UNSTRING
                   IF (FUNCTION TRIM(WS-LAY-F4) = "COMPLETE"
                       OR FUNCTION TRIM(WS-LAY-F4) = "CANCEL"
                       OR FUNCTION TRIM(WS-LAY-F4) = "FORFEIT")
                       AND WS-LAY-CLOSED-COUNT < 2000
                       ADD 1 TO WS-LAY-CLOSED-COUNT
                       MOVE WS-LAY-F3(1:6)
                           TO LAY-CLOSED-NUMBER(WS-LAY-CLOSED-COUNT)
                   END-IF
           END-READ.

       *> NUMBER,OPENDATE,CUSTNO,NAME,CONTACT,PRODUCT,QTY,...
       READ-LAYAWAY-ROW.
           READ LAYAWAY-FILE
               AT END
                   MOVE "Y" TO WS-LAY-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-LAY-F1 WS-LAY-F2 WS-LAY-F3
                       WS-LAY-F4 WS-LAY-F5 WS-LAY-F6 WS-LAY-F7
                   UNSTRING LAYAWAY-RECORD DELIMITED BY ","
                       INTO WS-LAY-F1 WS-LAY-F2 WS-LAY-F3 WS-LAY-F4
                            WS-LAY-F5 WS-LAY-F6 WS-LAY-F7
                   END-UNSTRING
                   MOVE "N" TO WS-LAY-CLOSED-FLAG
                   PERFORM VARYING WS-LAY-CLOSED-INDEX FROM 1 BY 1
                       UNTIL WS-LAY-CLOSED-INDEX > WS-LAY-CLOSED-COUNT
                       IF LAY-CLOSED-NUMBER(WS-LAY-CLOSED-INDEX) =
                           WS-LAY-F1(1:6)
                           MOVE "Y" TO WS-LAY-CLOSED-FLAG
                       END-IF
                   END-PERFORM
                   IF NOT LAY-IS-CLOSED
                       PERFORM POST-LAYAWAY-RESERVATION
                   END-IF
           END-READ.

       POST-LAYAWAY-RESERVATION.
           MOVE FUNCTION NUMVAL(WS-LAY-F7) TO WS-LAY-QTY
           MOVE ZERO TO WS-RSV-MATCH
           PERFORM VARYING WS-RSV-INDEX FROM 1 BY 1
               UNTIL WS-RSV-INDEX > WS-RSV-COUNT
               IF RSV-NAME(WS-RSV-INDEX) = WS-LAY-F6(1:20)
                   MOVE WS-RSV-INDEX TO WS-RSV-MATCH
               END-IF
           END-PERFORM
           IF WS-RSV-MATCH = ZERO AND WS-RSV-COUNT < 500
               ADD 1 TO WS-RSV-COUNT
               MOVE WS-RSV-COUNT TO WS-RSV-MATCH
               MOVE WS-LAY-F6(1:20) TO RSV-NAME(WS-RSV-MATCH)
               MOVE ZERO TO RSV-QTY(WS-RSV-MATCH)
           END-IF
           IF WS-RSV-MATCH NOT = ZERO
               ADD WS-LAY-QTY TO RSV-QTY(WS-RSV-MATCH)
           END-IF.

       *> ----------------------------------------------------------
       *> Special orders and where each stands. SPECIAL-ORDERS.csv is
       *> NUMBER,DATE,CUSTNO,NAME,CONTACT,PRODUCT,QTY,...; the ledger
       *> is DATE,TIME,NUMBER,TYPE,... and moves an order on from W.
       *> Held units go into the layaway reservation table.
       *> ----------------------------------------------------------
       LOAD-SPECIAL-ORDERS.
           MOVE ZERO TO WS-SO-COUNT
           OPEN INPUT SPECIAL-ORDER-FILE
           IF NOT SPECIAL-ORDER-FILE-MISSING
               MOVE "N" TO WS-SO-EOF-FLAG
               PERFORM READ-SPECIAL-ORDER-ROW UNTIL SO-AT-EOF
               CLOSE SPECIAL-ORDER-FILE
           END-IF
           IF WS-SO-COUNT > ZERO
               OPEN INPUT SPECIAL-ORDER-LEDGER-FILE
               IF NOT SO-LEDGER-MISSING
                   MOVE "N" TO WS-SO-EOF-FLAG
                   PERFORM READ-SO-LEDGER-ROW UNTIL SO-AT-EOF
                   CLOSE SPECIAL-ORDER-LEDGER-FILE
               END-IF
           END-IF
           PERFORM VARYING WS-SO-INDEX FROM 1 BY 1
               UNTIL WS-SO-INDEX > WS-SO-COUNT
               IF SPO-HELD(WS-SO-INDEX)
                   MOVE SPO-PRODUCT(WS-SO-INDEX) TO WS-LAY-F6
                   PERFORM POST-HELD-SPECIAL-ORDER
               END-IF
           END-PERFORM.

       READ-SPECIAL-ORDER-ROW.
           READ SPECIAL-ORDER-FILE
               AT END
                   MOVE "Y" TO WS-SO-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-SO-F1 WS-SO-F2 WS-SO-F3
                       WS-SO-F4 WS-SO-F5 WS-SO-F6 WS-SO-F7
                   UNSTRING SPECIAL-ORDER-RECORD DELIMITED BY ","
                       INTO WS-SO-F1 WS-SO-F2 WS-SO-F3 WS-SO-F4
                            WS-SO-F5 WS-SO-F6 WS-SO-F7
                   END-UNSTRING
                   IF WS-SO-COUNT < 1000
                       ADD 1 TO WS-SO-COUNT
                       MOVE FUNCTION NUMVAL(WS-SO-F1)
                           TO SPO-NUMBER(WS-SO-COUNT)
                       MOVE WS-SO-F6(1:20) TO SPO-PRODUCT(WS-SO-COUNT)
                       MOVE FUNCTION NUMVAL(WS-SO-F7)
                           TO SPO-QTY(WS-SO-COUNT)
                       MOVE "W" TO SPO-STATE(WS-SO-COUNT)
                   END-IF
           END-READ.

       READ-SO-LEDGER-ROW.
           READ SPECIAL-ORDER-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-SO-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-SO-F1 WS-SO-F2 WS-SO-F3 WS-SO-F4
                   UNSTRING SPECIAL-ORDER-LEDGER-RECORD
                       DELIMITED BY ","
                       INTO WS-SO-F1 WS-SO-F2 WS-SO-F3 WS-SO-F4
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(WS-SO-F3) TO WS-SO-NUMBER
                   PERFORM FIND-SPECIAL-ORDER-ENTRY
                   IF WS-SO-MATCH NOT = ZERO
                       AND NOT SPO-CLOSED(WS-SO-MATCH)
                       EVALUATE FUNCTION TRIM(WS-SO-F4)
                           WHEN "ORDERED"
                               IF SPO-WAITING(WS-SO-MATCH)
                                   MOVE "O" TO SPO-STATE(WS-SO-MATCH)
                               END-IF
                           WHEN "RECEIVED"
                               MOVE "R" TO SPO-STATE(WS-SO-MATCH)
                           WHEN "COLLECT"
                               MOVE "C" TO SPO-STATE(WS-SO-MATCH)
                           WHEN "CANCEL"
                               MOVE "C" TO SPO-STATE(WS-SO-MATCH)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
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

       *> POST-LAYAWAY-RESERVATION reads its product and quantity
       *> off the layaway fields; the index is kept across it.
       POST-HELD-SPECIAL-ORDER.
           MOVE WS-SO-INDEX TO WS-SO-MATCH
           MOVE SPO-QTY(WS-SO-MATCH) TO WS-SPECIAL-EDIT
           MOVE WS-SPECIAL-EDIT TO WS-LAY-F7
           PERFORM POST-LAYAWAY-RESERVATION
           MOVE WS-SO-MATCH TO WS-SO-INDEX.

       *> Each cut line's units go to the waiting orders for its
       *> product oldest first, an order at a time while it fits; an
       *> order the buyer cut short of stays waiting for the next run.
       MARK-SPECIAL-ORDERS-ORDERED.
           PERFORM VARYING WS-PO-LINE-INDEX FROM 1 BY 1
               UNTIL WS-PO-LINE-INDEX > WS-PO-LINE-COUNT
               IF POL-PO(WS-PO-LINE-INDEX) NOT = ZERO
                   MOVE POL-QTY(WS-PO-LINE-INDEX)
                       TO WS-SO-ALLOCATE-QTY
                   PERFORM VARYING WS-SO-INDEX FROM 1 BY 1
                       UNTIL WS-SO-INDEX > WS-SO-COUNT
                       IF SPO-WAITING(WS-SO-INDEX)
                           AND SPO-PRODUCT(WS-SO-INDEX) =
                               POL-NAME(WS-PO-LINE-INDEX)
                           AND SPO-QTY(WS-SO-INDEX) NOT >
                               WS-SO-ALLOCATE-QTY
                           SUBTRACT SPO-QTY(WS-SO-INDEX)
                               FROM WS-SO-ALLOCATE-QTY
                           MOVE "O" TO SPO-STATE(WS-SO-INDEX)
                           PERFORM APPEND-ORDERED-ROW
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       *> DATE,TIME,NUMBER,ORDERED,0,0,USER,STATION,PO - the same
       *> shape as the rows the till writes, with no money.
       APPEND-ORDERED-ROW.
           MOVE SPACES TO WS-SO-LINE
           STRING FUNCTION CURRENT-DATE(1:8)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(9:6)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  SPO-NUMBER(WS-SO-INDEX)     DELIMITED BY SIZE
                  ",ORDERED,0000000.00,0,"    DELIMITED BY SIZE
                  "PURCHASING,PO,"            DELIMITED BY SIZE
                  POL-PO(WS-PO-LINE-INDEX)    DELIMITED BY SIZE
               INTO WS-SO-LINE
           END-STRING
           OPEN EXTEND SPECIAL-ORDER-LEDGER-FILE
           IF SO-LEDGER-MISSING
               OPEN OUTPUT SPECIAL-ORDER-LEDGER-FILE
           END-IF
           MOVE WS-SO-LINE TO SPECIAL-ORDER-LEDGER-RECORD
           WRITE SPECIAL-ORDER-LEDGER-RECORD
           CLOSE SPECIAL-ORDER-LEDGER-FILE
           DISPLAY "Special order " SPO-NUMBER(WS-SO-INDEX)
               " is on PO " POL-PO(WS-PO-LINE-INDEX) ".".

       *> ----------------------------------------------------------
       *> The default order quantity: average daily units sold over
       *> the trailing window, times the supplier's promised lead
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
                   TO VEL-UNITS(WS-VEL-MATCH)
           END-IF.

       *> ----------------------------------------------------------
       *> Open-to-buy check. This month's position per department is
       *> built the way OPEN-TO-BUY's month-end report builds it, the
       *> run's own lines are added on top, and any department whose
       *> budget the run would overspend is either warned about or,
       *> where the budget's control is A, held for an admin - lines
       *> an admin does not approve are taken out of the run.
       *> ----------------------------------------------------------
       CHECK-OPEN-TO-BUY.
           MOVE WS-TODAY-DATE(1:6) TO WS-OTB-MONTH
           PERFORM BUILD-OTB-POSITION
           PERFORM VARYING WS-PO-LINE-INDEX FROM 1 BY 1
               UNTIL WS-PO-LINE-INDEX > WS-PO-LINE-COUNT
               COMPUTE WS-LINE-VALUE ROUNDED =
                   POL-QTY(WS-PO-LINE-INDEX) *
                   POL-COST(WS-PO-LINE-INDEX)
               MOVE POL-DEPT(WS-PO-LINE-INDEX) TO WS-OTB-DEPT
               PERFORM FIND-OTB-DEPT
               IF WS-OTB-MATCH NOT = ZERO
                   ADD WS-LINE-VALUE TO OTB-THIS-RUN(WS-OTB-MATCH)
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "OPEN-TO-BUY FOR " WS-OTB-MONTH
           DISPLAY "DEPT            BUDGET     COMMITTED      RECEIVED"
               "      THIS RUN     REMAINING"
           PERFORM VARYING WS-OTB-INDEX FROM 1 BY 1
               UNTIL WS-OTB-INDEX > WS-OTB-COUNT
               IF OTB-THIS-RUN(WS-OTB-INDEX) NOT = ZERO
                   PERFORM SHOW-ONE-OTB-DEPT
               END-IF
           END-PERFORM
           PERFORM DROP-UNAPPROVED-LINES.

       SHOW-ONE-OTB-DEPT.
           COMPUTE WS-REMAINING = OTB-BUDGET(WS-OTB-INDEX)
               - OTB-COMMITTED(WS-OTB-INDEX)
               - OTB-RECEIVED(WS-OTB-INDEX)
               - OTB-THIS-RUN(WS-OTB-INDEX)
           MOVE OTB-BUDGET(WS-OTB-INDEX)    TO WS-MONEY-EDIT
           MOVE OTB-COMMITTED(WS-OTB-INDEX) TO WS-MONEY-EDIT-2
           MOVE OTB-RECEIVED(WS-OTB-INDEX)  TO WS-MONEY-EDIT-3
           MOVE OTB-THIS-RUN(WS-OTB-INDEX)  TO WS-MONEY-EDIT-4
           MOVE WS-REMAINING                TO WS-MONEY-EDIT-5
           IF OTB-BUDGET(WS-OTB-INDEX) = ZERO
               DISPLAY OTB-DEPT(WS-OTB-INDEX) "   (no budget)"
                   WS-MONEY-EDIT-2 " " WS-MONEY-EDIT-3 " "
                   WS-MONEY-EDIT-4
           ELSE
               DISPLAY OTB-DEPT(WS-OTB-INDEX) " " WS-MONEY-EDIT " "
                   WS-MONEY-EDIT-2 " " WS-MONEY-EDIT-3 " "
                   WS-MONEY-EDIT-4 " " WS-MONEY-EDIT-5
               IF WS-REMAINING < ZERO
                   IF OTB-CONTROL(WS-OTB-INDEX) = "A"
                       DISPLAY "  Over budget - admin approval "
                           "required for " OTB-DEPT(WS-OTB-INDEX)
                       PERFORM VERIFY-ADMIN
                       IF NOT ADMIN-IS-VALID
                           MOVE "Y" TO OTB-DROP-FLAG(WS-OTB-INDEX)
                           DISPLAY "  Not approved - "
                               OTB-DEPT(WS-OTB-INDEX)
                               " lines left off this run."
                       END-IF
                   ELSE
                       DISPLAY "  WARNING: " OTB-DEPT(WS-OTB-INDEX)
                           " is over its open-to-buy budget."
                   END-IF
               END-IF
           END-IF.

       *> Closes up the line table over any department left unapproved.
       DROP-UNAPPROVED-LINES.
           MOVE ZERO TO WS-KEEP-COUNT
           PERFORM VARYING WS-PO-LINE-INDEX FROM 1 BY 1
               UNTIL WS-PO-LINE-INDEX > WS-PO-LINE-COUNT
               MOVE POL-DEPT(WS-PO-LINE-INDEX) TO WS-OTB-DEPT
               PERFORM FIND-OTB-DEPT
               IF WS-OTB-MATCH = ZERO
                   OR NOT OTB-DROP-LINES(WS-OTB-MATCH)
                   ADD 1 TO WS-KEEP-COUNT
                   IF WS-KEEP-COUNT NOT = WS-PO-LINE-INDEX
                       MOVE WS-PO-LINE-ENTRY(WS-PO-LINE-INDEX)
                           TO WS-PO-LINE-ENTRY(WS-KEEP-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-KEEP-COUNT TO WS-PO-LINE-COUNT.

       *> Budgets for the month first, then the open PO lines, then
       *> the receiving journal, which both knocks delivered units
       *> off the open lines and totals the month's receipts.
       BUILD-OTB-POSITION.
           MOVE ZERO TO WS-OTB-COUNT
           OPEN INPUT BUDGET-FILE
           IF NOT BUDGET-FILE-MISSING
               MOVE "N" TO WS-OTB-EOF-FLAG
               PERFORM READ-OTB-BUDGET-ROW UNTIL OTB-AT-EOF
               CLOSE BUDGET-FILE
           END-IF
           PERFORM LOAD-OPEN-PO-LINES
           OPEN INPUT RECEIVING-LOG-FILE
           IF NOT RECEIVING-LOG-MISSING
               MOVE "N" TO WS-OTB-EOF-FLAG
               PERFORM READ-OTB-RECEIVING-ROW UNTIL OTB-AT-EOF
               CLOSE RECEIVING-LOG-FILE
           END-IF
           PERFORM VARYING WS-OPL-INDEX FROM 1 BY 1
               UNTIL WS-OPL-INDEX > WS-OPL-COUNT
               IF OPL-OUTSTANDING(WS-OPL-INDEX) > ZERO
                   MOVE OPL-NAME(WS-OPL-INDEX) TO WS-LOOKUP-NAME
                   PERFORM FIND-CATALOG-ENTRY
                   MOVE OPL-COST(WS-OPL-INDEX) TO WS-LINE-COST
                   MOVE SPACES TO WS-OTB-DEPT
                   IF WS-CAT-MATCH NOT = ZERO
                       MOVE CAT-DEPT(WS-CAT-MATCH) TO WS-OTB-DEPT
                       IF WS-LINE-COST = ZERO
                           MOVE CAT-COST(WS-CAT-MATCH) TO WS-LINE-COST
                       END-IF
                   END-IF
                   COMPUTE WS-LINE-VALUE ROUNDED =
                       OPL-OUTSTANDING(WS-OPL-INDEX) * WS-LINE-COST
                   PERFORM FIND-OTB-DEPT
                   IF WS-OTB-MATCH NOT = ZERO
                       ADD WS-LINE-VALUE TO OTB-COMMITTED(WS-OTB-MATCH)
                   END-IF
               END-IF
           END-PERFORM.

       *> MONTH,DEPT,AMOUNT,CONTROL - only this month's rows count.
       READ-OTB-BUDGET-ROW.
           READ BUDGET-FILE
               AT END
                   MOVE "Y" TO WS-OTB-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-OTB-F1 WS-OTB-F2 WS-OTB-F3
                   MOVE SPACES TO WS-OTB-F4
                   UNSTRING BUDGET-RECORD DELIMITED BY ","
                       INTO WS-OTB-F1 WS-OTB-F2 WS-OTB-F3 WS-OTB-F4
                   END-UNSTRING
                   IF WS-OTB-F1(1:6) = WS-OTB-MONTH
                       MOVE WS-OTB-F2 TO WS-OTB-DEPT
                       PERFORM FIND-OTB-DEPT
                       IF WS-OTB-MATCH NOT = ZERO
                           MOVE FUNCTION NUMVAL(WS-OTB-F3)
                               TO OTB-BUDGET(WS-OTB-MATCH)
                           MOVE WS-OTB-F4(1:1)
                               TO OTB-CONTROL(WS-OTB-MATCH)
                       END-IF
                   END-IF
           END-READ.

       FIND-CATALOG-ENTRY.
           MOVE ZERO TO WS-CAT-MATCH
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
               UNTIL WS-CAT-INDEX > WS-CAT-COUNT
               IF CAT-NAME(WS-CAT-INDEX) = WS-LOOKUP-NAME
                   MOVE WS-CAT-INDEX TO WS-CAT-MATCH
               END-IF
           END-PERFORM.

       *> Finds WS-OTB-DEPT in the position table, adding it when
       *> new; zero only when the table is full.
       FIND-OTB-DEPT.
           MOVE ZERO TO WS-OTB-MATCH
           PERFORM VARYING WS-OTB-INDEX FROM 1 BY 1
               UNTIL WS-OTB-INDEX > WS-OTB-COUNT
               IF OTB-DEPT(WS-OTB-INDEX) = WS-OTB-DEPT
                   MOVE WS-OTB-INDEX TO WS-OTB-MATCH
               END-IF
           END-PERFORM
           IF WS-OTB-MATCH = ZERO AND WS-OTB-COUNT < 100
               ADD 1 TO WS-OTB-COUNT
               MOVE WS-OTB-COUNT TO WS-OTB-MATCH
               MOVE WS-OTB-DEPT TO OTB-DEPT(WS-OTB-MATCH)
               MOVE ZERO TO OTB-BUDGET(WS-OTB-MATCH)
               MOVE SPACE TO OTB-CONTROL(WS-OTB-MATCH)
               MOVE ZERO TO OTB-COMMITTED(WS-OTB-MATCH)
               MOVE ZERO TO OTB-RECEIVED(WS-OTB-MATCH)
               MOVE ZERO TO OTB-THIS-RUN(WS-OTB-MATCH)
               MOVE "N" TO OTB-DROP-FLAG(WS-OTB-MATCH)
           END-IF.

       *> POs the register still shows OPEN or PARTIAL, and their
       *> lines off PO-LINES.csv.
       LOAD-OPEN-PO-LINES.
           MOVE ZERO TO WS-OPO-COUNT
           MOVE ZERO TO WS-OPL-COUNT
           OPEN INPUT PO-REGISTER-FILE
           IF NOT PO-REGISTER-MISSING
               MOVE "N" TO WS-OTB-EOF-FLAG
               PERFORM READ-OPEN-PO-ROW UNTIL OTB-AT-EOF
               CLOSE PO-REGISTER-FILE
           END-IF
           IF WS-OPO-COUNT > ZERO
               OPEN INPUT PO-LINES-FILE
               IF NOT PO-LINES-MISSING
                   MOVE "N" TO WS-OTB-EOF-FLAG
                   PERFORM READ-OPEN-PO-LINE UNTIL OTB-AT-EOF
                   CLOSE PO-LINES-FILE
               END-IF
           END-IF.

       READ-OPEN-PO-ROW.
           READ PO-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-OTB-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-OTB-F1 WS-OTB-F2 WS-OTB-F3
                   MOVE SPACES TO WS-OTB-F4 WS-OTB-F5
                   UNSTRING PO-REGISTER-RECORD DELIMITED BY ","
                       INTO WS-OTB-F1 WS-OTB-F2 WS-OTB-F3
                            WS-OTB-F4 WS-OTB-F5
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-OTB-F5) NOT = "CLOSED"
                       AND WS-OPO-COUNT < 500
                       ADD 1 TO WS-OPO-COUNT
                       MOVE FUNCTION NUMVAL(WS-OTB-F1)
                           TO OPO-NUMBER(WS-OPO-COUNT)
                   END-IF
           END-READ.

       READ-OPEN-PO-LINE.
           READ PO-LINES-FILE
               AT END
                   MOVE "Y" TO WS-OTB-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-OTB-F1 WS-OTB-F2 WS-OTB-F3
                   MOVE SPACES TO WS-OTB-F4 WS-OTB-F5
                   UNSTRING PO-LINES-RECORD DELIMITED BY ","
                       INTO WS-OTB-F1 WS-OTB-F2 WS-OTB-F3
                            WS-OTB-F4 WS-OTB-F5
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(WS-OTB-F1) TO WS-LINE-PO
                   MOVE ZERO TO WS-OPO-MATCH
                   PERFORM VARYING WS-OPO-INDEX FROM 1 BY 1
                       UNTIL WS-OPO-INDEX > WS-OPO-COUNT
                       IF OPO-NUMBER(WS-OPO-INDEX) = WS-LINE-PO
                           MOVE WS-OPO-INDEX TO WS-OPO-MATCH
                       END-IF
                   END-PERFORM
                   IF WS-OPO-MATCH NOT = ZERO
                       AND WS-OPL-COUNT < 2000
                       ADD 1 TO WS-OPL-COUNT
                       MOVE WS-LINE-PO TO OPL-PO(WS-OPL-COUNT)
                       MOVE WS-OTB-F3 TO OPL-NAME(WS-OPL-COUNT)
                       MOVE FUNCTION NUMVAL(WS-OTB-F4)
                           TO OPL-OUTSTANDING(WS-OPL-COUNT)
                       MOVE FUNCTION NUMVAL(WS-OTB-F5)
                           TO OPL-COST(WS-OPL-COUNT)
                   END-IF
           END-READ.

       *> DATE,TIME,REF,ITEM,QTY,RECEIVER,COST. A delivery under an
       *> open PO's number comes off that line's outstanding units;
       *> a delivery dated in the month is a receipt for the month.
       READ-OTB-RECEIVING-ROW.
           READ RECEIVING-LOG-FILE
               AT END
                   MOVE "Y" TO WS-OTB-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-OTB-F1 WS-OTB-F2 WS-OTB-F3
                   MOVE SPACES TO WS-OTB-F4 WS-OTB-F5 WS-OTB-F6
                   MOVE SPACES TO WS-OTB-F7
                   UNSTRING RECEIVING-LOG-RECORD DELIMITED BY ","
                       INTO WS-OTB-F1 WS-OTB-F2 WS-OTB-F3
                            WS-OTB-F4 WS-OTB-F5 WS-OTB-F6
                            WS-OTB-F7
                   END-UNSTRING
                   MOVE WS-OTB-F4 TO WS-LOOKUP-NAME
                   IF FUNCTION TEST-NUMVAL(WS-OTB-F3) = ZERO
                       MOVE FUNCTION NUMVAL(WS-OTB-F3) TO WS-LINE-PO
                       MOVE ZERO TO WS-OPL-MATCH
                       PERFORM VARYING WS-OPL-INDEX FROM 1 BY 1
                           UNTIL WS-OPL-INDEX > WS-OPL-COUNT
                           IF OPL-PO(WS-OPL-INDEX) = WS-LINE-PO
                               AND OPL-NAME(WS-OPL-INDEX) =
                                   WS-LOOKUP-NAME
                               MOVE WS-OPL-INDEX TO WS-OPL-MATCH
                           END-IF
                       END-PERFORM
                       IF WS-OPL-MATCH NOT = ZERO
                           SUBTRACT FUNCTION NUMVAL(WS-OTB-F5)
                               FROM OPL-OUTSTANDING(WS-OPL-MATCH)
                       END-IF
                   END-IF
                   IF WS-OTB-F1(1:6) = WS-OTB-MONTH
                       PERFORM FIND-CATALOG-ENTRY
                       MOVE FUNCTION NUMVAL(WS-OTB-F7) TO WS-LINE-COST
                       MOVE SPACES TO WS-OTB-DEPT
                       IF WS-CAT-MATCH NOT = ZERO
                           MOVE CAT-DEPT(WS-CAT-MATCH) TO WS-OTB-DEPT
                           IF WS-LINE-COST = ZERO
                               MOVE CAT-COST(WS-CAT-MATCH)
                                   TO WS-LINE-COST
                           END-IF
                       END-IF
                       COMPUTE WS-LINE-VALUE ROUNDED =
                           FUNCTION NUMVAL(WS-OTB-F5) * WS-LINE-COST
                       PERFORM FIND-OTB-DEPT
                       IF WS-OTB-MATCH NOT = ZERO
                           ADD WS-LINE-VALUE
                               TO OTB-RECEIVED(WS-OTB-MATCH)
                       END-IF
                   END-IF
           END-READ.

       *> An over-budget run in an approval-controlled department
       *> goes ahead only on a signed-in, active admin's PIN - the
       *> same check PROMO-MAINTENANCE runs, against USERS.csv.
       VERIFY-ADMIN.
           MOVE "N" TO WS-ADMIN-OK-FLAG
           DISPLAY "Admin Username: "
           ACCEPT WS-ADMIN-USERNAME
           DISPLAY "Admin PIN: "
           ACCEPT WS-ADMIN-PIN
           OPEN INPUT USER-FILE
           IF USER-FILE-MISSING
               DISPLAY "USERS.csv not found - no accounts exist yet."
           ELSE
               MOVE "N" TO WS-USER-EOF-FLAG
               PERFORM CHECK-ADMIN-RECORD UNTIL USERS-AT-EOF
               CLOSE USER-FILE
           END-IF.

       CHECK-ADMIN-RECORD.
           READ USER-FILE
               AT END
                   MOVE "Y" TO WS-USER-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO TEMP-STATUS
                   UNSTRING USER-RECORD DELIMITED BY ","
                       INTO TEMP-USERNAME TEMP-PASSWORD TEMP-PIN
                            TEMP-NAME TEMP-EMAIL TEMP-CONTACT
                            TEMP-ROLE TEMP-STATUS
                   END-UNSTRING
                   MOVE TEMP-PIN TO WS-STORED-PIN
                   MOVE WS-ADMIN-PIN TO WS-ENTERED-PIN
                   PERFORM CHECK-STORED-PIN
                   IF FUNCTION TRIM(TEMP-USERNAME) =
                       FUNCTION TRIM(WS-ADMIN-USERNAME)
                       AND PIN-MATCHES
                       AND FUNCTION TRIM(TEMP-ROLE) = "ADMIN"
                       AND FUNCTION TRIM(TEMP-STATUS) NOT = "INACTIVE"
                       MOVE "Y" TO WS-ADMIN-OK-FLAG
                       MOVE "Y" TO WS-USER-EOF-FLAG
                   END-IF
           END-READ.

       *> One PO per supplier that owns at least one captured line.
       CUT-PURCHASE-ORDERS.
           PERFORM VARYING WS-SUP-INDEX FROM 1 BY 1
               UNTIL WS-SUP-INDEX > WS-SUP-COUNT
               PERFORM CUT-ONE-SUPPLIER-PO
           END-PERFORM
           PERFORM REPORT-ORPHAN-PO-LINES
           PERFORM MARK-SPECIAL-ORDERS-ORDERED.

       CUT-ONE-SUPPLIER-PO.
           MOVE ZERO TO WS-PO-LINES-WRITTEN

           IF WS-PO-LINES-WRITTEN > ZERO
               PERFORM ASSIGN-PO-NUMBER
               PERFORM VARYING WS-PO-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-PO-LINE-INDEX > WS-PO-LINE-COUNT
                   IF POL-SUPPLIER(WS-PO-LINE-INDEX) =
                       SUP-CODE(WS-SUP-INDEX)
                       MOVE WS-PO-NUMBER TO POL-PO(WS-PO-LINE-INDEX)
                   END-IF
               END-PERFORM
               PERFORM WRITE-PO-FILE
               PERFORM WRITE-PO-LINES-FILE
               PERFORM REGISTER-PO
           MOVE WS-PO-BUILD-LINE TO PO-RECORD
           WRITE PO-RECORD

           MOVE "CODE  ITEM                 QTY  UNIT COST"
               TO PO-RECORD
           WRITE PO-RECORD

           PERFORM VARYING WS-PO-LINE-INDEX FROM 1 BY 1
               IF POL-SUPPLIER(WS-PO-LINE-INDEX) =
                   SUP-CODE(WS-SUP-INDEX)
                   MOVE POL-QTY(WS-PO-LINE-INDEX) TO WS-QTY-EDIT
                   MOVE POL-COST(WS-PO-LINE-INDEX) TO WS-PO-COST-EDIT
                   MOVE SPACES TO WS-PO-BUILD-LINE
                   STRING POL-CODE(WS-PO-LINE-INDEX) DELIMITED BY SIZE
                          " "                        DELIMITED BY SIZE
                          POL-NAME(WS-PO-LINE-INDEX) DELIMITED BY SIZE
                          " "                        DELIMITED BY SIZE
                          WS-QTY-EDIT                DELIMITED BY SIZE
                          "   "                      DELIMITED BY SIZE
                          WS-PO-COST-EDIT            DELIMITED BY SIZE
                       INTO WS-PO-BUILD-LINE
                   END-STRING
                   MOVE WS-PO-BUILD-LINE TO PO-RECORD
           END-PERFORM
           CLOSE PO-FILE.

       *> One PO,CODE,ITEM,QTY,COST row per ordered line, appended so
       *> the file accumulates every PO ever cut - receiving looks
       *> lines up by PO number, the same way the log scans key on the
       *> transaction number.
       WRITE-PO-LINES-FILE.
           OPEN EXTEND PO-LINES-FILE
               UNTIL WS-PO-LINE-INDEX > WS-PO-LINE-COUNT
               IF POL-SUPPLIER(WS-PO-LINE-INDEX) =
                   SUP-CODE(WS-SUP-INDEX)
                   MOVE POL-COST(WS-PO-LINE-INDEX) TO WS-COST-FILE
                   MOVE SPACES TO WS-PO-BUILD-LINE
                   STRING WS-PO-NUMBER               DELIMITED BY SIZE
                          ","                        DELIMITED BY SIZE
                          POL-NAME(WS-PO-LINE-INDEX) DELIMITED BY SIZE
                          ","                        DELIMITED BY SIZE
                          POL-QTY(WS-PO-LINE-INDEX)  DELIMITED BY SIZE
                          ","                        DELIMITED BY SIZE
                          WS-COST-FILE               DELIMITED BY SIZE
                       INTO WS-PO-BUILD-LINE
                   END-STRING
                   MOVE WS-PO-BUILD-LINE TO PO-LINES-RECORD
                       " - line not ordered."
               END-IF
           END-PERFORM.

       *> ----------------------------------------------------------
       *> The credential hash: a running 31x product folded under a
       *> nine-digit modulus, salted with the length. Every program
       *> that checks USERS.csv carries this same arithmetic - it
       *> exists so nobody who can open a CSV can read a PIN, not to
       *> resist a cryptographer.
       *> ----------------------------------------------------------
       COMPUTE-CREDENTIAL-HASH.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HASH-INPUT))
               TO WS-HASH-LENGTH
           COMPUTE WS-HASH-ACC = 7919 + WS-HASH-LENGTH * 131
           PERFORM HASH-ONE-CHARACTER
               VARYING WS-HASH-INDEX FROM 1 BY 1
               UNTIL WS-HASH-INDEX > WS-HASH-LENGTH
           MOVE WS-HASH-ACC TO WS-HASH-DIGITS
           MOVE SPACES TO WS-HASH-OUTPUT
           STRING "H"            DELIMITED BY SIZE
                  WS-HASH-DIGITS DELIMITED BY SIZE
               INTO WS-HASH-OUTPUT
           END-STRING.

       HASH-ONE-CHARACTER.
           COMPUTE WS-HASH-ACC = FUNCTION REM(
               WS-HASH-ACC * 31 + FUNCTION ORD(
                   WS-HASH-INPUT(WS-HASH-INDEX:1)) 999999937).

       *> The stored PIN is either an H-prefixed hash or legacy
       *> plain text; the keyed PIN must match whichever is on file.
       CHECK-STORED-PIN.
           MOVE "N" TO WS-PIN-OK-FLAG
           IF WS-STORED-PIN(1:1) = "H"
               MOVE WS-ENTERED-PIN TO WS-PIN-TEXT
               MOVE WS-PIN-TEXT TO WS-HASH-INPUT
               PERFORM COMPUTE-CREDENTIAL-HASH
               IF WS-HASH-OUTPUT = WS-STORED-PIN
                   MOVE "Y" TO WS-PIN-OK-FLAG
               END-IF
           ELSE
               IF FUNCTION NUMVAL(WS-STORED-PIN) = WS-ENTERED-PIN
                   MOVE "Y" TO WS-PIN-OK-FLAG
               END-IF
           END-IF.
