       *> at the count. Each delivered item goes onto the indexed
       *> PRODUCTS.CSV record and one journal line per item goes to
       *> RECEIVING-LOG.csv (date, time, reference, item, quantity,
       *> receiver, unit cost). When the delivery is posted the PO's
       *> status in PO-REGISTER.csv moves to PARTIAL or CLOSED so
       *> purchasing can see which orders are still outstanding. A
       *> delivery with no system PO can still be received under a
       *> keyed reference.
       *> A keyed delivery cost is averaged into PR-PRODUCT-COST
       *> across the stock already on hand, and every cost it moves
       *> is written to COST-HISTORY.csv. Delivered units a customer
       *> special order is waiting for are set aside for it, oldest
       *> order first, and the customers to call are listed at the
       *> end and kept in CALLS_<date>.txt.
       *> The receiver signs in with their USERS.csv username and PIN
       *> and their role must hold RECEIVING on PERMISSIONS.csv; the
       *> signed-in username is what goes on the journal and kardex.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.

           SELECT COST-HISTORY-FILE ASSIGN TO "COST-HISTORY.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-HISTORY-STATUS.

           SELECT BARCODE-FILE ASSIGN TO "BARCODES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-BARCODE
               ALTERNATE RECORD KEY IS BC-PRODUCT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-BARCODE-STATUS.

           SELECT SPECIAL-ORDER-FILE ASSIGN TO "SPECIAL-ORDERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPECIAL-ORDER-STATUS.

           SELECT SPECIAL-ORDER-LEDGER-FILE
               ASSIGN TO "SPECIAL-ORDER-LEDGER.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-LEDGER-STATUS.

           SELECT CALL-LIST-FILE ASSIGN TO DYNAMIC WS-CALL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALL-LIST-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.

           SELECT PERMISSION-FILE ASSIGN TO "PERMISSIONS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMISSION-STATUS.

           SELECT DENIAL-FILE ASSIGN TO "ACCESS-DENIALS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENIAL-STATUS.

       *> PRODUCTS.CSV is the indexed catalog (same layout as
       *> COBOL_POS.cbl). RECEIVING-LOG.csv is the receiving journal
       *> RECONCILE-CATALOG mismatches can finally be explained by.
       *> PO-LINES.csv and PO-REGISTER.csv are written by
       *> PURCHASE-ORDER-SYSTEM: one PO,CODE,ITEM,QTY,COST row per
       *> ordered line, and one PO,SUPPLIER,DATE,LINES,STATUS row per
       *> PO.

       DATA DIVISION.
       FILE SECTION.
       FD  LOT-FILE.
       01  LOT-RECORD                 PIC X(100).

       *> COST-HISTORY.csv: DATE,PRODUCT,OLDCOST,NEWCOST,QTY,
       *> REFERENCE - one row every time a delivery moves a
       *> product's average unit cost, so a margin swing can be
       *> traced to the PO that caused it.
       FD  COST-HISTORY-FILE.
       01  COST-HISTORY-RECORD        PIC X(100).

       *> BARCODES.DAT is the scan cross-reference the POS maintains
       *> (same layout as COBOL_POS.cbl): one row per barcode, with
       *> the number of units one scan stands for.
       FD  BARCODE-FILE.
       01  BARCODE-RECORD.
           05  BC-BARCODE              PIC X(20). *> Record key.
           05  BC-PRODUCT-NAME         PIC X(20). *> Catalog key.
           05  BC-PACK-QTY             PIC 9(5)V999. *> Units per scan.
           05  BC-STATUS               PIC X.
               88  BARCODE-ACTIVE          VALUE "A".
               88  BARCODE-RETIRED         VALUE "R".
           05  BC-ADDED-DATE           PIC 9(8).
           05  BC-RETIRED-DATE         PIC 9(8).

       *> SPECIAL-ORDERS.csv and SPECIAL-ORDER-LEDGER.csv are the
       *> POS's special orders (NUMBER,DATE,CUSTNO,NAME,CONTACT,
       *> PRODUCT,QTY,...) and their ledger (DATE,TIME,NUMBER,TYPE,
       *> AMOUNT,TENDER,USER,STATION,REF). Receiving writes the
       *> RECEIVED row that holds the units for the customer.
       FD  SPECIAL-ORDER-FILE.
       01  SPECIAL-ORDER-RECORD       PIC X(150).

       FD  SPECIAL-ORDER-LEDGER-FILE.
       01  SPECIAL-ORDER-LEDGER-RECORD PIC X(100).

       *> CALLS_<date>.txt: the customers whose orders came in, one
       *> run's list appended after another's through the day.
       FD  CALL-LIST-FILE.
       01  CALL-LIST-RECORD           PIC X(100).

       *> USERS.csv is read only to check the receiver's PIN and
       *> find their role.
       FD  USER-FILE.
       01  USER-RECORD                PIC X(200).

       *> PERMISSIONS.csv grants functions to roles, one ROLE,FUNCTION
       *> row per grant; ACCESS-DENIALS.csv logs every refusal as
       *> DATE,TIME,PROGRAM,USER,ROLE,FUNCTION.
       FD  PERMISSION-FILE.
       01  PERMISSION-RECORD          PIC X(40).

       FD  DENIAL-FILE.
       01  DENIAL-RECORD              PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-STATUS          PIC XX.
           88  PRODUCT-MISSING            VALUE "35".
           88  PO-REGISTER-MISSING        VALUE "35".
       01  WS-LOT-STATUS              PIC XX.
           88  LOT-FILE-MISSING           VALUE "35".
       01  WS-COST-HISTORY-STATUS     PIC XX.
           88  COST-HISTORY-MISSING       VALUE "35".
       01  WS-LEDGER-LINE             PIC X(120).

       01  WS-LOT-NUMBER              PIC X(10). *> Blank = untracked.
       *> explicit on the files.
       01  WS-BALANCE-EDIT            PIC 9(5).999.
       01  WS-RECEIVED-COST           PIC 9(5)V99. *> New unit cost.
       01  WS-OLD-COST                PIC 9(5)V99. *> Cost before.
       01  WS-OLD-ONHAND              PIC 9(5)V999. *> Stock before.
       01  WS-STOCK-VALUE             PIC 9(11)V99.
       01  WS-COST-EDIT-OLD           PIC 9(5).99.
       01  WS-COST-EDIT-NEW           PIC 9(5).99.
       01  WS-JOURNAL-COST-EDIT       PIC 9(5).99.
       01  WS-COST-LINE               PIC X(100).
       01  WS-AMOUNT-REPLY            PIC X(10). *> Raw money reply.

       01  WS-FOUND-FLAG              PIC X.
           88  ITEM-FOUND                 VALUE "Y".
       01  WS-BARCODE-STATUS          PIC XX.
           88  BARCODE-FILE-MISSING       VALUE "35".
       01  WS-SCAN-PACK-QTY           PIC 9(5)V999 VALUE 1. *> Units
       *> per scan - one unless the entry was a pack barcode.
       01  WS-SCAN-PACK-EDIT          PIC Z(4)9.999.
       01  WS-CONTINUE-FLAG           PIC X VALUE "Y".
       01  WS-STOP-FLAG               PIC X VALUE "N".
       01  WS-CONFIRMATION            PIC X.
       01  WS-QTY-EDIT-2              PIC Z(4)9.999.
       01  WS-QTY-EDIT-3              PIC -(4)9.999.

       01  WS-SPECIAL-ORDER-STATUS    PIC XX.
           88  SPECIAL-ORDER-FILE-MISSING VALUE "35".
       01  WS-SO-LEDGER-STATUS        PIC XX.
           88  SO-LEDGER-MISSING          VALUE "35".
       01  WS-CALL-LIST-STATUS        PIC XX.
           88  CALL-LIST-MISSING          VALUE "35".
       01  WS-CALL-FILE-NAME          PIC X(40).
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
       01  WS-SO-ALLOCATE-QTY         PIC 9(5)V999.
       01  WS-SO-LINE                 PIC X(100).
       01  WS-SO-CALLS                PIC 9(4) VALUE 0.
       01  WS-SO-COUNT                PIC 9(4) VALUE 0.
       01  WS-SO-INDEX                PIC 9(4).
       01  WS-SO-MATCH                PIC 9(4).
       *> Special orders still waiting for stock (W), and the ones
       *> already set aside or closed (X) so a late ledger row for
       *> them is not mistaken for a waiting order; CALL marks the
       *> ones this delivery filled.
       01  WS-SPECIAL-ORDER-TABLE.
           05  WS-SPO-ENTRY OCCURS 1000 TIMES.
               10  SPO-NUMBER         PIC 9(6).
               10  SPO-NAME           PIC X(30).
               10  SPO-CONTACT        PIC X(15).
               10  SPO-PRODUCT        PIC X(20).
               10  SPO-QTY            PIC 9(5)V999.
               10  SPO-STATE          PIC X.
                   88  SPO-WAITING        VALUE "W".
                   88  SPO-DONE           VALUE "X".
               10  SPO-CALL-FLAG      PIC X.
                   88  SPO-TO-CALL        VALUE "Y".

       01  WS-USER-STATUS             PIC XX.
           88  USER-FILE-MISSING          VALUE "35".
       01  WS-USER-EOF-FLAG           PIC X.
           88  USERS-AT-EOF               VALUE "Y".
       01  WS-SIGNIN-USERNAME         PIC X(50).
       01  WS-SIGNIN-PIN              PIC 9(6).
       01  WS-SIGNIN-OK-FLAG          PIC X.
           88  RECEIVER-SIGNED-IN         VALUE "Y".
       01  TEMP-USERNAME              PIC X(50).
       01  TEMP-PASSWORD              PIC X(50).
       01  TEMP-PIN                   PIC X(10).
       01  TEMP-NAME                  PIC X(50).
       01  TEMP-EMAIL                 PIC X(50).
       01  TEMP-CONTACT               PIC X(15).
       01  TEMP-ROLE                  PIC X(10).
       01  TEMP-STATUS                PIC X(10).

       *> Role permission check working data.
       01  WS-PERMISSION-STATUS       PIC XX.
           88  PERMISSION-FILE-MISSING    VALUE "35".
       01  WS-PERMISSION-EOF-FLAG     PIC X.
           88  PERMISSIONS-AT-EOF         VALUE "Y".
       01  WS-DENIAL-STATUS           PIC XX.
           88  DENIAL-FILE-MISSING        VALUE "35".
       01  WS-PERM-PROGRAM            PIC X(30)
           VALUE "GOODS-RECEIVING".
       01  WS-PERM-USER               PIC X(50). *> Who asked.
       01  WS-PERM-ROLE               PIC X(10). *> Their role, blank
       *> when the username or PIN did not check out.
       01  WS-PERM-FUNCTION           PIC X(15). *> What they asked.
       01  WS-PERM-ROW-ROLE           PIC X(10).
       01  WS-PERM-ROW-FUNCTION       PIC X(15).
       01  WS-PERM-GRANTED-FLAG       PIC X.
           88  PERMISSION-GRANTED         VALUE "Y".
       01  WS-DENIAL-STAMP            PIC X(14). *> YYYYMMDDHHMMSS.
       01  WS-DENIAL-LINE             PIC X(150).

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
           PERFORM VERIFY-RECEIVER
           IF NOT RECEIVER-SIGNED-IN
               STOP RUN
           END-IF
           OPEN I-O PRODUCT-FILE
           IF PRODUCT-MISSING
               DISPLAY "PRODUCTS.CSV not found - set up the catalog "
                   "through the POS before receiving."
           ELSE
               OPEN INPUT BARCODE-FILE
               PERFORM LOAD-WAITING-SPECIAL-ORDERS
               PERFORM CAPTURE-DELIVERY-HEADER
               IF WS-REFERENCE NOT = SPACES
                   AND WS-RECEIVER NOT = SPACES
                   IF RECEIVING-AGAINST-PO
                       PERFORM UPDATE-PO-STATUS
                   END-IF
                   IF WS-SO-CALLS > ZERO
                       PERFORM LIST-SPECIAL-ORDER-CALLS
                   END-IF
               END-IF
               IF NOT BARCODE-FILE-MISSING
                   CLOSE BARCODE-FILE
               END-IF
               CLOSE PRODUCT-FILE
           END-IF
                   PERFORM SHOW-PO-POSITION
               END-IF
           END-IF
           IF WS-REFERENCE = SPACES
               DISPLAY "A delivery reference is required."
           END-IF.

       *> Whoever signs for the delivery signs in first: an active
       *> USERS.csv account whose role holds RECEIVING.
       VERIFY-RECEIVER.
           MOVE "N" TO WS-SIGNIN-OK-FLAG
           MOVE SPACES TO WS-PERM-ROLE
           DISPLAY "Received By (Username): "
           ACCEPT WS-SIGNIN-USERNAME
           DISPLAY "PIN: "
           ACCEPT WS-SIGNIN-PIN
           OPEN INPUT USER-FILE
           IF USER-FILE-MISSING
               DISPLAY "USERS.csv not found - no accounts exist yet."
           ELSE
               MOVE "N" TO WS-USER-EOF-FLAG
               PERFORM CHECK-RECEIVER-RECORD UNTIL USERS-AT-EOF
               CLOSE USER-FILE
           END-IF
           MOVE WS-SIGNIN-USERNAME TO WS-PERM-USER
           MOVE "RECEIVING" TO WS-PERM-FUNCTION
           PERFORM CHECK-PERMISSION
           IF PERMISSION-GRANTED
               MOVE "Y" TO WS-SIGNIN-OK-FLAG
               MOVE FUNCTION TRIM(WS-SIGNIN-USERNAME) TO WS-RECEIVER
           ELSE
               DISPLAY "Not an active account allowed to receive "
                   "stock. Bye."
           END-IF.

       CHECK-RECEIVER-RECORD.
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
                   MOVE WS-SIGNIN-PIN TO WS-ENTERED-PIN
                   PERFORM CHECK-STORED-PIN
                   IF FUNCTION TRIM(TEMP-USERNAME) =
                       FUNCTION TRIM(WS-SIGNIN-USERNAME)
                       AND PIN-MATCHES
                       AND FUNCTION TRIM(TEMP-STATUS) NOT = "INACTIVE"
                       MOVE TEMP-ROLE TO WS-PERM-ROLE
                       MOVE "Y" TO WS-USER-EOF-FLAG
                   END-IF
           END-READ.

       LOAD-PO-LINES.
           MOVE ZERO TO WS-POL-COUNT
           OPEN INPUT PO-LINES-FILE
           END-PERFORM.

       RECEIVE-ITEM-LOOP.
           DISPLAY "Item Name, Code or Barcode: "
           ACCEPT WS-ITEM-ENTRY
           DISPLAY "Quantity Delivered (KG items take decimals): "
           ACCEPT WS-AMOUNT-REPLY
           MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY) TO WS-RECEIVED-QTY
           DISPLAY "Unit Cost on Invoice (per pack for a case "
               "barcode, 0 to keep current cost): "
           ACCEPT WS-AMOUNT-REPLY
           MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY) TO WS-RECEIVED-COST

           PERFORM FIND-ITEM-BY-NAME-OR-CODE
           IF ITEM-FOUND
               PERFORM APPLY-SCAN-PACK-QTY
           END-IF
           IF NOT ITEM-FOUND
               DISPLAY "Product not found: " WS-ITEM-ENTRY
           ELSE
               MOVE "Y" TO WS-STOP-FLAG
           END-IF.

       *> A case barcode delivers packs: the quantity keyed is in
       *> packs and the invoice cost is per pack, so both are turned
       *> into selling units before the line is checked or posted.
       APPLY-SCAN-PACK-QTY.
           IF WS-SCAN-PACK-QTY NOT = 1
               COMPUTE WS-RECEIVED-QTY =
                   WS-RECEIVED-QTY * WS-SCAN-PACK-QTY
                   ON SIZE ERROR
                       DISPLAY "Quantity too large for one line."
                       MOVE "N" TO WS-FOUND-FLAG
               END-COMPUTE
               COMPUTE WS-RECEIVED-COST ROUNDED =
                   WS-RECEIVED-COST / WS-SCAN-PACK-QTY
               MOVE WS-SCAN-PACK-QTY TO WS-SCAN-PACK-EDIT
               MOVE WS-RECEIVED-QTY TO WS-QTY-EDIT
               DISPLAY "Pack barcode: " WS-SCAN-PACK-EDIT
                   " units per pack, " WS-QTY-EDIT " units in all."
           END-IF.

       *> An unmatched delivery posts without questions. Against a
       *> PO, an item the order never listed or a quantity past what
       *> is still due gets flagged and only posts on an explicit Y -
           END-IF.

       POST-RECEIVED-ITEM.
           MOVE PR-PRODUCT-COST TO WS-OLD-COST
           MOVE PR-PRODUCT-QUANTITY TO WS-OLD-ONHAND
           ADD WS-RECEIVED-QTY TO PR-PRODUCT-QUANTITY
           IF WS-RECEIVED-COST NOT = ZERO
               PERFORM AVERAGE-UNIT-COST
           END-IF
           REWRITE PRODUCT-RECORD
           PERFORM APPEND-RECEIVING-JOURNAL
           PERFORM APPEND-LEDGER-RECORD
           IF PR-PRODUCT-COST NOT = WS-OLD-COST
               PERFORM APPEND-COST-HISTORY
           END-IF
           PERFORM CAPTURE-LOT-DETAILS
           PERFORM SET-ASIDE-SPECIAL-ORDERS
           IF WS-POL-MATCH NOT = ZERO
               ADD WS-RECEIVED-QTY TO POL-NOW(WS-POL-MATCH)
           END-IF
               PR-PRODUCT-NAME ". On hand now: "
               WS-BALANCE-EDIT.

       *> ----------------------------------------------------------
       *> Special orders waiting for stock. Every order starts W and
       *> its ledger moves it on: RECEIVED, COLLECT or CANCEL means
       *> nothing more is owed it from a delivery.
       *> ----------------------------------------------------------
       LOAD-WAITING-SPECIAL-ORDERS.
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
           END-IF.

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
                       MOVE WS-SO-F4 TO SPO-NAME(WS-SO-COUNT)
                       MOVE WS-SO-F5(1:15) TO SPO-CONTACT(WS-SO-COUNT)
                       MOVE WS-SO-F6(1:20) TO SPO-PRODUCT(WS-SO-COUNT)
                       MOVE FUNCTION NUMVAL(WS-SO-F7)
                           TO SPO-QTY(WS-SO-COUNT)
                       MOVE "W" TO SPO-STATE(WS-SO-COUNT)
                       MOVE "N" TO SPO-CALL-FLAG(WS-SO-COUNT)
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
                   IF FUNCTION TRIM(WS-SO-F4) = "RECEIVED"
                       OR FUNCTION TRIM(WS-SO-F4) = "COLLECT"
                       OR FUNCTION TRIM(WS-SO-F4) = "CANCEL"
                       MOVE FUNCTION NUMVAL(WS-SO-F3) TO WS-SO-NUMBER
                       PERFORM VARYING WS-SO-INDEX FROM 1 BY 1
                           UNTIL WS-SO-INDEX > WS-SO-COUNT
                           IF SPO-NUMBER(WS-SO-INDEX) = WS-SO-NUMBER
                               MOVE "X" TO SPO-STATE(WS-SO-INDEX)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

       *> The units just posted go to whole orders for the product,
       *> oldest first, while they last; an order bigger than what is
       *> left keeps waiting for the rest of the stock.
       SET-ASIDE-SPECIAL-ORDERS.
           MOVE WS-RECEIVED-QTY TO WS-SO-ALLOCATE-QTY
           PERFORM VARYING WS-SO-INDEX FROM 1 BY 1
               UNTIL WS-SO-INDEX > WS-SO-COUNT
               IF SPO-WAITING(WS-SO-INDEX)
                   AND SPO-PRODUCT(WS-SO-INDEX) = PR-PRODUCT-NAME
                   AND SPO-QTY(WS-SO-INDEX) NOT > WS-SO-ALLOCATE-QTY
                   SUBTRACT SPO-QTY(WS-SO-INDEX)
                       FROM WS-SO-ALLOCATE-QTY
                   MOVE "X" TO SPO-STATE(WS-SO-INDEX)
                   MOVE "Y" TO SPO-CALL-FLAG(WS-SO-INDEX)
                   ADD 1 TO WS-SO-CALLS
                   PERFORM APPEND-RECEIVED-ROW
               END-IF
           END-PERFORM.

       APPEND-RECEIVED-ROW.
           MOVE SPACES TO WS-SO-LINE
           STRING FUNCTION CURRENT-DATE(1:8)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(9:6)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  SPO-NUMBER(WS-SO-INDEX)     DELIMITED BY SIZE
                  ",RECEIVED,0000000.00,0,"   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECEIVER)  DELIMITED BY SIZE
                  ",RCV,"                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REFERENCE) DELIMITED BY SIZE
               INTO WS-SO-LINE
           END-STRING
           OPEN EXTEND SPECIAL-ORDER-LEDGER-FILE
           IF SO-LEDGER-MISSING
               OPEN OUTPUT SPECIAL-ORDER-LEDGER-FILE
           END-IF
           MOVE WS-SO-LINE TO SPECIAL-ORDER-LEDGER-RECORD
           WRITE SPECIAL-ORDER-LEDGER-RECORD
           CLOSE SPECIAL-ORDER-LEDGER-FILE
           DISPLAY "  Set aside for special order "
               SPO-NUMBER(WS-SO-INDEX) " ("
               FUNCTION TRIM(SPO-NAME(WS-SO-INDEX)) ").".

       *> Who to ring, on screen and onto the day's call list.
       LIST-SPECIAL-ORDER-CALLS.
           MOVE SPACES TO WS-CALL-FILE-NAME
           STRING "CALLS_"                    DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8)  DELIMITED BY SIZE
                  ".txt"                      DELIMITED BY SIZE
               INTO WS-CALL-FILE-NAME
           END-STRING
           OPEN EXTEND CALL-LIST-FILE
           IF CALL-LIST-MISSING
               OPEN OUTPUT CALL-LIST-FILE
           END-IF
           DISPLAY "--------- SPECIAL ORDERS TO CALL ---------"
           PERFORM VARYING WS-SO-INDEX FROM 1 BY 1
               UNTIL WS-SO-INDEX > WS-SO-COUNT
               IF SPO-TO-CALL(WS-SO-INDEX)
                   MOVE SPO-QTY(WS-SO-INDEX) TO WS-QTY-EDIT
                   MOVE SPACES TO WS-SO-LINE
                   STRING SPO-NUMBER(WS-SO-INDEX) DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          SPO-NAME(WS-SO-INDEX)   DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          SPO-CONTACT(WS-SO-INDEX) DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          SPO-PRODUCT(WS-SO-INDEX) DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          WS-QTY-EDIT             DELIMITED BY SIZE
                       INTO WS-SO-LINE
                   END-STRING
                   DISPLAY FUNCTION TRIM(WS-SO-LINE TRAILING)
                   MOVE WS-SO-LINE TO CALL-LIST-RECORD
                   WRITE CALL-LIST-RECORD
               END-IF
           END-PERFORM
           CLOSE CALL-LIST-FILE
           DISPLAY "Call list kept in "
               FUNCTION TRIM(WS-CALL-FILE-NAME).

       *> ----------------------------------------------------------
       *> Moving weighted average: the stock already on the shelf at
       *> its old cost and the delivery at its invoice cost are
       *> pooled into one unit cost, so one cheap delivery landing
       *> on 200 units bought dear moves the cost a little, not all
       *> the way. With nothing on hand (or no cost ever recorded)
       *> there is nothing to pool and the delivery's cost stands.
       *> ----------------------------------------------------------
       AVERAGE-UNIT-COST.
           IF WS-OLD-ONHAND = ZERO OR WS-OLD-COST = ZERO
               MOVE WS-RECEIVED-COST TO PR-PRODUCT-COST
           ELSE
               COMPUTE WS-STOCK-VALUE =
                   WS-OLD-ONHAND * WS-OLD-COST
                   + WS-RECEIVED-QTY * WS-RECEIVED-COST
               COMPUTE PR-PRODUCT-COST ROUNDED =
                   WS-STOCK-VALUE / PR-PRODUCT-QUANTITY
           END-IF.

       APPEND-COST-HISTORY.
           MOVE WS-OLD-COST TO WS-COST-EDIT-OLD
           MOVE PR-PRODUCT-COST TO WS-COST-EDIT-NEW
           MOVE WS-RECEIVED-QTY TO WS-RECEIVED-QTY-EDIT
           MOVE SPACES TO WS-COST-LINE
           STRING WS-STAMP(1:8)               DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  PR-PRODUCT-NAME             DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-COST-EDIT-OLD            DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-COST-EDIT-NEW            DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-RECEIVED-QTY-EDIT        DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REFERENCE) DELIMITED BY SIZE
               INTO WS-COST-LINE
           END-STRING
           OPEN EXTEND COST-HISTORY-FILE
           IF COST-HISTORY-MISSING
               OPEN OUTPUT COST-HISTORY-FILE
           END-IF
           MOVE WS-COST-LINE TO COST-HISTORY-RECORD
           WRITE COST-HISTORY-RECORD
           CLOSE COST-HISTORY-FILE
           DISPLAY "Unit cost " WS-COST-EDIT-OLD " -> "
               WS-COST-EDIT-NEW " (averaged over stock on hand).".

       *> Canned goods and medicine come in dated batches; a keyed
       *> lot and expiry put this delivery's quantity on the lot
       *> book. A blank lot means the item isn't batch-tracked and
       *> record key, and a miss short enough to be a SKU falls back
       *> to a code scan.
       FIND-ITEM-BY-NAME-OR-CODE.
           MOVE 1 TO WS-SCAN-PACK-QTY
           MOVE WS-ITEM-ENTRY TO PR-PRODUCT-NAME
           READ PRODUCT-FILE
               INVALID KEY
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-FLAG
               END-READ
           END-IF
           IF NOT ITEM-FOUND
               PERFORM FIND-ITEM-BY-BARCODE
           END-IF.

       *> Last resort is the scanner: the entry is looked up in the
       *> barcode cross-reference, and a hit carries its pack
       *> quantity back so the keyed quantity can be scaled.
       FIND-ITEM-BY-BARCODE.
           IF NOT BARCODE-FILE-MISSING
               AND FUNCTION TRIM(WS-ITEM-ENTRY) NOT = SPACES
               MOVE WS-ITEM-ENTRY TO BC-BARCODE
               READ BARCODE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM RESOLVE-SCANNED-BARCODE
               END-READ
           END-IF.

       RESOLVE-SCANNED-BARCODE.
           IF BARCODE-RETIRED
               DISPLAY "Barcode " FUNCTION TRIM(BC-BARCODE)
                   " was retired - scan the current label."
           ELSE
               MOVE BC-PRODUCT-NAME TO PR-PRODUCT-NAME
               READ PRODUCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-FLAG
                       MOVE BC-PACK-QTY TO WS-SCAN-PACK-QTY
               END-READ
           END-IF.

       *> One journal line per delivered item:
       APPEND-RECEIVING-JOURNAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           MOVE WS-RECEIVED-QTY TO WS-RECEIVED-QTY-EDIT
       *> The delivery's own invoice cost when one was keyed,
       *> otherwise the catalog cost it came in at.
           IF WS-RECEIVED-COST NOT = ZERO
               MOVE WS-RECEIVED-COST TO WS-JOURNAL-COST-EDIT
           ELSE
               MOVE WS-OLD-COST TO WS-JOURNAL-COST-EDIT
           END-IF

           MOVE SPACES TO WS-LOG-LINE
           STRING WS-STAMP(1:8)                DELIMITED BY SIZE
                  WS-RECEIVED-QTY-EDIT         DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RECEIVER)   DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-JOURNAL-COST-EDIT         DELIMITED BY SIZE
               INTO WS-LOG-LINE
           END-STRING

               WRITE PO-REGISTER-RECORD
           END-PERFORM
           CLOSE PO-REGISTER-FILE.

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

       *> ----------------------------------------------------------
       *> Role permissions. PERMISSIONS.csv holds one ROLE,FUNCTION
       *> row per grant and USER-MAINTENANCE keeps it. ADMIN holds
       *> every function whatever the file says, so a damaged file
       *> can never lock the store out - it only narrows everyone
       *> else back to nothing. A missing file is written with the
       *> standard grants at the first check that needs it. Every
       *> refusal is logged to ACCESS-DENIALS.csv.
       *> ----------------------------------------------------------
       CHECK-PERMISSION.
           PERFORM LOOKUP-PERMISSION
           IF NOT PERMISSION-GRANTED
               PERFORM LOG-ACCESS-DENIAL
           END-IF.

       LOOKUP-PERMISSION.
           MOVE "N" TO WS-PERM-GRANTED-FLAG
           IF FUNCTION TRIM(WS-PERM-ROLE) = "ADMIN"
               MOVE "Y" TO WS-PERM-GRANTED-FLAG
           ELSE IF WS-PERM-ROLE NOT = SPACES
               OPEN INPUT PERMISSION-FILE
               IF PERMISSION-FILE-MISSING
                   PERFORM WRITE-STANDARD-GRANTS
                   OPEN INPUT PERMISSION-FILE
               END-IF
               IF NOT PERMISSION-FILE-MISSING
                   MOVE "N" TO WS-PERMISSION-EOF-FLAG
                   PERFORM READ-PERMISSION-ROW
                       UNTIL PERMISSIONS-AT-EOF
                   CLOSE PERMISSION-FILE
               END-IF
           END-IF
           END-IF.

       *> A store with no PERMISSIONS.csv yet starts on the standard
       *> grants USER-MAINTENANCE sets up: supervisors hold
       *> SUPV-APPROVE; the stockroom holds RECEIVING, COUNT-POST,
       *> STOCK-ADJUST and BARCODES. Everything else stays ADMIN's
       *> until it is granted.
       WRITE-STANDARD-GRANTS.
           OPEN OUTPUT PERMISSION-FILE
           MOVE "SUPERVISOR,SUPV-APPROVE" TO PERMISSION-RECORD
           WRITE PERMISSION-RECORD
           MOVE "INVENTORY,RECEIVING" TO PERMISSION-RECORD
           WRITE PERMISSION-RECORD
           MOVE "INVENTORY,COUNT-POST" TO PERMISSION-RECORD
           WRITE PERMISSION-RECORD
           MOVE "INVENTORY,STOCK-ADJUST" TO PERMISSION-RECORD
           WRITE PERMISSION-RECORD
           MOVE "INVENTORY,BARCODES" TO PERMISSION-RECORD
           WRITE PERMISSION-RECORD
           CLOSE PERMISSION-FILE.

       READ-PERMISSION-ROW.
           READ PERMISSION-FILE
               AT END
                   MOVE "Y" TO WS-PERMISSION-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-PERM-ROW-ROLE
                   MOVE SPACES TO WS-PERM-ROW-FUNCTION
                   UNSTRING PERMISSION-RECORD DELIMITED BY ","
                       INTO WS-PERM-ROW-ROLE WS-PERM-ROW-FUNCTION
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-PERM-ROW-ROLE) =
                       FUNCTION TRIM(WS-PERM-ROLE)
                       AND FUNCTION TRIM(WS-PERM-ROW-FUNCTION) =
                       FUNCTION TRIM(WS-PERM-FUNCTION)
                       MOVE "Y" TO WS-PERM-GRANTED-FLAG
                       MOVE "Y" TO WS-PERMISSION-EOF-FLAG
                   END-IF
           END-READ.

       LOG-ACCESS-DENIAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DENIAL-STAMP
           IF WS-PERM-ROLE = SPACES
               MOVE "UNVERIFIED" TO WS-PERM-ROLE
           END-IF
           MOVE SPACES TO WS-DENIAL-LINE
           STRING WS-DENIAL-STAMP(1:8)           DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-DENIAL-STAMP(9:6)           DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PERM-PROGRAM) DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PERM-USER)    DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PERM-ROLE)    DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PERM-FUNCTION)
                                                 DELIMITED BY SIZE
               INTO WS-DENIAL-LINE
           END-STRING
           OPEN EXTEND DENIAL-FILE
           IF DENIAL-FILE-MISSING
               OPEN OUTPUT DENIAL-FILE
           END-IF
           MOVE WS-DENIAL-LINE TO DENIAL-RECORD
           WRITE DENIAL-RECORD
           CLOSE DENIAL-FILE.
