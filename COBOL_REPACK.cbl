       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPACK-ENTRY.

       *> This program is the back room's break-bulk screen. Rice,
       *> sugar, and onions come in by the 50 kg sack and cooking oil
       *> by the case, and go out to the shelf in 1 kg and 1/4 kg
       *> bags under their own codes. One repack consumes a quantity
       *> of the bulk product and produces packs of one or more retail
       *> products: REPACK-OUT and REPACK-IN lines go to
       *> STOCK-LEDGER.csv instead of a pair of stock adjustments that
       *> made the sack look like shrinkage, and the bulk cost is
       *> carried into the packs' PR-PRODUCT-COST (averaged over what
       *> is already on the shelf, the way GOODS-RECEIVING averages a
       *> delivery). Whatever the scale says did not make it into a
       *> bag is yield loss, booked on its own in REPACKS.csv and
       *> reported here, not hidden in the packs' cost. A numbered
       *> repack slip is written for the back room.

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

           SELECT LEDGER-FILE ASSIGN TO "STOCK-LEDGER.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REPACK-FILE ASSIGN TO "REPACKS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPACK-STATUS.

           SELECT COST-HISTORY-FILE ASSIGN TO "COST-HISTORY.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-HISTORY-STATUS.

           SELECT REPACK-COUNTER-FILE ASSIGN TO "REPACK-COUNTER.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNTER-STATUS.

           SELECT REPACK-SLIP-FILE ASSIGN TO DYNAMIC WS-SLIP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIP-STATUS.

       *> REPACKS.csv: REPACK,DATE,BULK,BULKQTY,CONTENT,PACKED,LOSS,
       *> LOSSVALUE,USER - one row per repack. CONTENT is what the
       *> consumed bulk held (kg for a KG product, otherwise whatever
       *> unit the packs are measured in), PACKED is what went into
       *> packs, LOSS the difference the scale found. REPACK-COUNTER
       *> numbers repacks the way RTS-COUNTER.dat numbers returns.

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

       FD  REPACK-FILE.
       01  REPACK-RECORD              PIC X(120).

       FD  COST-HISTORY-FILE.
       01  COST-HISTORY-RECORD        PIC X(100).

       FD  REPACK-COUNTER-FILE.
       01  REPACK-COUNTER-RECORD      PIC 9(6).

       FD  REPACK-SLIP-FILE.
       01  REPACK-SLIP-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-STATUS          PIC XX.
           88  PRODUCT-MISSING            VALUE "35".
       01  WS-LEDGER-STATUS           PIC XX.
       01  WS-REPACK-STATUS           PIC XX.
           88  REPACK-FILE-MISSING        VALUE "35".
       01  WS-COST-HISTORY-STATUS     PIC XX.
           88  COST-HISTORY-MISSING       VALUE "35".
       01  WS-COUNTER-STATUS          PIC XX.
       01  WS-SLIP-STATUS             PIC XX.
       01  WS-EOF-FLAG                PIC X.
           88  AT-EOF                     VALUE "Y".

       01  WS-MENU-CHOICE             PIC X.
       01  WS-CONFIRMATION            PIC X.
           88  CONFIRMED                  VALUES "Y" "y".
       01  WS-TODAY-DATE              PIC 9(8).
       01  WS-STAMP                   PIC X(14). *> YYYYMMDDHHMMSS.

       01  WS-REPACK-NUMBER           PIC 9(6).
       01  WS-REPACKER                PIC X(20). *> Who did the work.
       01  WS-REFERENCE               PIC X(20). *> "REPACK nnnnnn".
       01  WS-SLIP-FILE-NAME          PIC X(40).
       01  WS-BUILD-LINE              PIC X(120).
       01  WS-LEDGER-LINE             PIC X(120).
       01  WS-COST-LINE               PIC X(100).

       01  WS-ITEM-ENTRY              PIC X(20). *> Name or SKU keyed.
       01  WS-AMOUNT-REPLY            PIC X(10). *> Raw reply.
       01  WS-FOUND-FLAG              PIC X.
           88  ITEM-FOUND                 VALUE "Y".
       01  WS-STOP-FLAG               PIC X.

       *> The bulk side of the repack.
       01  WS-BULK-NAME               PIC X(20).
       01  WS-BULK-UOM                PIC X(3).
       01  WS-BULK-COST               PIC 9(5)V99. *> Per bulk unit.
       01  WS-BULK-ONHAND             PIC 9(5)V999.
       01  WS-BULK-QTY                PIC 9(5)V999. *> Consumed.
       01  WS-BULK-CONTENT            PIC 9(7)V999. *> What it held.
       01  WS-BULK-VALUE              PIC 9(9)V9999.
       01  WS-CONTENT-COST            PIC 9(7)V9999. *> Per content
       *> unit - the bulk cost spread over what the bulk held.

       *> The pack side, held for posting and the slip.
       01  WS-PACK-QTY                PIC 9(5)V999.
       01  WS-PACK-CONTENT            PIC 9(5)V999. *> Bulk per pack.
       01  WS-PACKED-CONTENT          PIC 9(7)V999. *> Sum so far.
       01  WS-LINE-CONTENT            PIC 9(7)V999.
       01  WS-LOSS-CONTENT            PIC 9(7)V999.
       01  WS-LOSS-VALUE              PIC 9(9)V99.
       01  WS-LOSS-PERCENT            PIC 9(3)V99.
       01  WS-LINE-COUNT              PIC 9(3) VALUE 0.
       01  WS-LINE-INDEX              PIC 9(3).
       01  WS-PACK-TABLE.
           05  WS-PACK-ENTRY OCCURS 20 TIMES.
               10  PK-NAME            PIC X(20).
               10  PK-QTY             PIC 9(5)V999.
               10  PK-CONTENT         PIC 9(5)V999.
               10  PK-UNIT-COST       PIC 9(5)V99.
               10  PK-UOM             PIC X(3).

       01  WS-OLD-COST                PIC 9(5)V99.
       01  WS-OLD-ONHAND              PIC 9(5)V999.
       01  WS-STOCK-VALUE             PIC 9(11)V9999.

       01  WS-QTY-EDIT                PIC 9(5).999. *> Point explicit.
       01  WS-CONTENT-EDIT            PIC 9(7).999.
       01  WS-PACKED-EDIT             PIC 9(7).999.
       01  WS-LOSS-EDIT               PIC 9(7).999.
       01  WS-VALUE-OUT-EDIT          PIC 9(9).99.
       01  WS-LEDGER-IN-EDIT          PIC 9(5).999.
       01  WS-LEDGER-OUT-EDIT         PIC 9(5).999.
       01  WS-LEDGER-BAL-EDIT         PIC 9(5).999.
       01  WS-COST-EDIT-OLD           PIC 9(5).99.
       01  WS-COST-EDIT-NEW           PIC 9(5).99.
       01  WS-QTY-SHOW                PIC Z(4)9.999.
       01  WS-CONTENT-SHOW            PIC Z(6)9.999.
       01  WS-COST-SHOW               PIC Z(4)9.99.
       01  WS-VALUE-SHOW              PIC Z(7)9.99.
       01  WS-PERCENT-SHOW            PIC ZZ9.99.

       *> Yield-loss report: date range and per-bulk-product totals.
       01  WS-FROM-DATE               PIC 9(8).
       01  WS-TO-DATE                 PIC 9(8).
       01  WS-ROW-DATE                PIC 9(8).
       01  WS-F1                      PIC X(20). *> Unstring scratch.
       01  WS-F2                      PIC X(20).
       01  WS-F3                      PIC X(20).
       01  WS-F4                      PIC X(20).
       01  WS-F5                      PIC X(20).
       01  WS-F6                      PIC X(20).
       01  WS-F7                      PIC X(20).
       01  WS-F8                      PIC X(20).
       01  WS-F9                      PIC X(20).
       01  WS-YLD-COUNT               PIC 9(3) VALUE 0.
       01  WS-YLD-INDEX               PIC 9(3).
       01  WS-YLD-MATCH               PIC 9(3).
       01  WS-YLD-SKIPPED             PIC 9(5).
       01  WS-YIELD-TABLE.
           05  WS-YLD-ENTRY OCCURS 100 TIMES.
               10  YLD-BULK           PIC X(20).
               10  YLD-REPACKS        PIC 9(5).
               10  YLD-CONTENT        PIC 9(9)V999.
               10  YLD-PACKED         PIC 9(9)V999.
               10  YLD-LOSS           PIC 9(9)V999.
               10  YLD-LOSS-VALUE     PIC 9(9)V99.
       01  WS-YLD-TOTAL-VALUE         PIC 9(11)V99.
       01  WS-REPACK-COUNT-SHOW       PIC ZZZZ9.
       01  WS-TOTAL-SHOW              PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           PERFORM MAIN-MENU-PROCESS
               UNTIL WS-MENU-CHOICE = "3"
           STOP RUN.

       MAIN-MENU-PROCESS.
           DISPLAY SPACES
           DISPLAY "OSPOS | REPACK / BREAK BULK"
           DISPLAY "1. Repack Bulk Stock"
           DISPLAY "2. Yield Loss Report"
           DISPLAY "3. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM REPACK-ROUTINE
               WHEN "2"
                   PERFORM YIELD-LOSS-REPORT
               WHEN "3"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       *> ----------------------------------------------------------
       *> The repack: the bulk going in, the packs coming out, a
       *> look at the yield, and only then does anything post.
       *> ----------------------------------------------------------
       REPACK-ROUTINE.
           OPEN I-O PRODUCT-FILE
           IF PRODUCT-MISSING
               DISPLAY "PRODUCTS.CSV not found - nothing to repack."
           ELSE
               DISPLAY "Repacked By: "
               MOVE SPACES TO WS-REPACKER
               ACCEPT WS-REPACKER
               IF WS-REPACKER = SPACES
                   DISPLAY "The person repacking is required."
               ELSE
                   PERFORM CAPTURE-BULK-SIDE
                   IF ITEM-FOUND
                       MOVE ZERO TO WS-LINE-COUNT
                       MOVE ZERO TO WS-PACKED-CONTENT
                       MOVE "N" TO WS-STOP-FLAG
                       PERFORM CAPTURE-PACK-LINE
                           UNTIL WS-STOP-FLAG = "Y"
                       IF WS-LINE-COUNT = ZERO
                           DISPLAY "No packs keyed - nothing posted."
                       ELSE
                           PERFORM CONFIRM-AND-POST-REPACK
                       END-IF
                   END-IF
               END-IF
               CLOSE PRODUCT-FILE
           END-IF.

       *> The bulk product, how much of it is opened, and what that
       *> held. A KG product's content is its weight; a sack or case
       *> counted in PCS is asked for what is inside it.
       CAPTURE-BULK-SIDE.
           DISPLAY "Bulk Product Name or Code: "
           MOVE SPACES TO WS-ITEM-ENTRY
           ACCEPT WS-ITEM-ENTRY
           PERFORM FIND-ITEM-BY-NAME-OR-CODE
           IF NOT ITEM-FOUND
               DISPLAY "Product not found: " WS-ITEM-ENTRY
           ELSE
               MOVE PR-PRODUCT-NAME TO WS-BULK-NAME
               MOVE PR-PRODUCT-UOM TO WS-BULK-UOM
               MOVE PR-PRODUCT-COST TO WS-BULK-COST
               MOVE PR-PRODUCT-QUANTITY TO WS-BULK-ONHAND
               MOVE WS-BULK-ONHAND TO WS-QTY-SHOW
               MOVE WS-BULK-COST TO WS-COST-SHOW
               DISPLAY "On hand: " WS-QTY-SHOW " " WS-BULK-UOM
                   "  cost " WS-COST-SHOW " per " WS-BULK-UOM
               DISPLAY "Quantity of Bulk Opened (" WS-BULK-UOM "): "
               ACCEPT WS-AMOUNT-REPLY
               MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY) TO WS-BULK-QTY
               IF WS-BULK-QTY = ZERO
                   MOVE "N" TO WS-FOUND-FLAG
                   DISPLAY "Quantity cannot be zero."
               ELSE
                   IF WS-BULK-QTY > WS-BULK-ONHAND
                       MOVE "N" TO WS-FOUND-FLAG
                       DISPLAY "Only " WS-QTY-SHOW " on hand."
                   END-IF
               END-IF
           END-IF
           IF ITEM-FOUND
               IF WS-BULK-UOM = "KG"
                   MOVE WS-BULK-QTY TO WS-BULK-CONTENT
               ELSE
                   DISPLAY "Total Content of What Was Opened "
                       "(kg or pieces - the unit packs are "
                       "measured in): "
                   ACCEPT WS-AMOUNT-REPLY
                   MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY)
                       TO WS-BULK-CONTENT
                   IF WS-BULK-CONTENT = ZERO
                       MOVE "N" TO WS-FOUND-FLAG
                       DISPLAY "Content cannot be zero."
                   END-IF
               END-IF
           END-IF.

       CAPTURE-PACK-LINE.
           IF WS-LINE-COUNT = 20
               DISPLAY "Twenty pack lines is the most one repack "
                   "holds."
               MOVE "Y" TO WS-STOP-FLAG
           ELSE
               DISPLAY "Pack Product Name or Code (Enter when done): "
               MOVE SPACES TO WS-ITEM-ENTRY
               ACCEPT WS-ITEM-ENTRY
               IF WS-ITEM-ENTRY = SPACES
                   MOVE "Y" TO WS-STOP-FLAG
               ELSE
                   PERFORM FIND-ITEM-BY-NAME-OR-CODE
                   IF NOT ITEM-FOUND
                       DISPLAY "Product not found: " WS-ITEM-ENTRY
                   ELSE
                       IF PR-PRODUCT-NAME = WS-BULK-NAME
                           DISPLAY "A pack cannot be the bulk product "
                               "itself."
                       ELSE
                           PERFORM CAPTURE-PACK-QUANTITIES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CAPTURE-PACK-QUANTITIES.
           DISPLAY "Number of Packs Made (" PR-PRODUCT-UOM "): "
           ACCEPT WS-AMOUNT-REPLY
           MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY) TO WS-PACK-QTY
           DISPLAY "Content of One Pack (e.g. 1 or 0.250): "
           ACCEPT WS-AMOUNT-REPLY
           MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY) TO WS-PACK-CONTENT
           COMPUTE WS-LINE-CONTENT = WS-PACK-QTY * WS-PACK-CONTENT
           IF WS-PACK-QTY = ZERO OR WS-PACK-CONTENT = ZERO
               DISPLAY "Packs and content cannot be zero."
           ELSE
               IF WS-PACKED-CONTENT + WS-LINE-CONTENT
                   > WS-BULK-CONTENT
                   MOVE WS-BULK-CONTENT TO WS-CONTENT-SHOW
                   DISPLAY "More packed than the bulk held ("
                       WS-CONTENT-SHOW ") - line dropped."
               ELSE
                   ADD WS-LINE-CONTENT TO WS-PACKED-CONTENT
                   ADD 1 TO WS-LINE-COUNT
                   MOVE PR-PRODUCT-NAME TO PK-NAME(WS-LINE-COUNT)
                   MOVE WS-PACK-QTY TO PK-QTY(WS-LINE-COUNT)
                   MOVE WS-PACK-CONTENT TO PK-CONTENT(WS-LINE-COUNT)
                   MOVE PR-PRODUCT-UOM TO PK-UOM(WS-LINE-COUNT)
               END-IF
           END-IF.

       *> ----------------------------------------------------------
       *> The bulk's peso value is spread over what it held, so a
       *> pack costs its content at that rate. The content the scale
       *> did not find in any pack is the yield loss, valued at the
       *> same rate and kept out of the packs' cost.
       *> ----------------------------------------------------------
       CONFIRM-AND-POST-REPACK.
           COMPUTE WS-BULK-VALUE = WS-BULK-QTY * WS-BULK-COST
           COMPUTE WS-CONTENT-COST ROUNDED =
               WS-BULK-VALUE / WS-BULK-CONTENT
           COMPUTE WS-LOSS-CONTENT =
               WS-BULK-CONTENT - WS-PACKED-CONTENT
           COMPUTE WS-LOSS-VALUE ROUNDED =
               WS-LOSS-CONTENT * WS-CONTENT-COST
           COMPUTE WS-LOSS-PERCENT ROUNDED =
               WS-LOSS-CONTENT * 100 / WS-BULK-CONTENT
           MOVE WS-BULK-CONTENT TO WS-CONTENT-SHOW
           DISPLAY "Bulk content opened: " WS-CONTENT-SHOW
           MOVE WS-PACKED-CONTENT TO WS-CONTENT-SHOW
           DISPLAY "Content packed:      " WS-CONTENT-SHOW
           MOVE WS-LOSS-CONTENT TO WS-CONTENT-SHOW
           MOVE WS-LOSS-PERCENT TO WS-PERCENT-SHOW
           MOVE WS-LOSS-VALUE TO WS-VALUE-SHOW
           DISPLAY "Yield loss:          " WS-CONTENT-SHOW
               " (" WS-PERCENT-SHOW "%) worth " WS-VALUE-SHOW
           DISPLAY "Post this repack? (Y/N): "
           ACCEPT WS-CONFIRMATION
           IF CONFIRMED
               PERFORM ASSIGN-REPACK-NUMBER
               MOVE SPACES TO WS-REFERENCE
               STRING "REPACK "        DELIMITED BY SIZE
                      WS-REPACK-NUMBER DELIMITED BY SIZE
                   INTO WS-REFERENCE
               END-STRING
               PERFORM POST-BULK-OUT
               PERFORM POST-ONE-PACK-IN
                   VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > WS-LINE-COUNT
               PERFORM APPEND-REPACK-ROW
               PERFORM WRITE-REPACK-SLIP
               DISPLAY "Repack " WS-REPACK-NUMBER " posted -> "
                   FUNCTION TRIM(WS-SLIP-FILE-NAME)
           ELSE
               DISPLAY "Repack abandoned - nothing posted."
           END-IF.

       POST-BULK-OUT.
           MOVE WS-BULK-NAME TO PR-PRODUCT-NAME
           READ PRODUCT-FILE
               INVALID KEY
                   DISPLAY "Bulk product vanished from the catalog: "
                       WS-BULK-NAME
               NOT INVALID KEY
                   SUBTRACT WS-BULK-QTY FROM PR-PRODUCT-QUANTITY
                   REWRITE PRODUCT-RECORD
                   MOVE ZERO TO WS-LEDGER-IN-EDIT
                   MOVE WS-BULK-QTY TO WS-LEDGER-OUT-EDIT
                   MOVE "REPACK-OUT" TO WS-F1
                   PERFORM APPEND-REPACK-LEDGER-LINE
           END-READ.

       POST-ONE-PACK-IN.
           MOVE PK-NAME(WS-LINE-INDEX) TO PR-PRODUCT-NAME
           READ PRODUCT-FILE
               INVALID KEY
                   DISPLAY "Pack product vanished from the catalog: "
                       PK-NAME(WS-LINE-INDEX)
               NOT INVALID KEY
                   COMPUTE PK-UNIT-COST(WS-LINE-INDEX) ROUNDED =
                       WS-CONTENT-COST * PK-CONTENT(WS-LINE-INDEX)
                   MOVE PR-PRODUCT-COST TO WS-OLD-COST
                   MOVE PR-PRODUCT-QUANTITY TO WS-OLD-ONHAND
                   ADD PK-QTY(WS-LINE-INDEX) TO PR-PRODUCT-QUANTITY
                   PERFORM AVERAGE-PACK-COST
                   REWRITE PRODUCT-RECORD
                   MOVE PK-QTY(WS-LINE-INDEX) TO WS-LEDGER-IN-EDIT
                   MOVE ZERO TO WS-LEDGER-OUT-EDIT
                   MOVE "REPACK-IN" TO WS-F1
                   PERFORM APPEND-REPACK-LEDGER-LINE
                   IF PR-PRODUCT-COST NOT = WS-OLD-COST
                       PERFORM APPEND-COST-HISTORY
                   END-IF
           END-READ.

       *> The same moving weighted average GOODS-RECEIVING applies to
       *> a delivery: bags already on the shelf at their old cost
       *> pool with the new bags at the repack cost.
       AVERAGE-PACK-COST.
           IF WS-OLD-ONHAND = ZERO OR WS-OLD-COST = ZERO
               MOVE PK-UNIT-COST(WS-LINE-INDEX) TO PR-PRODUCT-COST
           ELSE
               COMPUTE WS-STOCK-VALUE =
                   WS-OLD-ONHAND * WS-OLD-COST
                   + PK-QTY(WS-LINE-INDEX)
                     * PK-UNIT-COST(WS-LINE-INDEX)
               COMPUTE PR-PRODUCT-COST ROUNDED =
                   WS-STOCK-VALUE / PR-PRODUCT-QUANTITY
           END-IF.

       *> REPACK-OUT / REPACK-IN in the kardex - the movement word
       *> rides in WS-F1, the quantities in the edit fields.
       APPEND-REPACK-LEDGER-LINE.
           MOVE PR-PRODUCT-QUANTITY TO WS-LEDGER-BAL-EDIT
           MOVE SPACES TO WS-LEDGER-LINE
           STRING WS-STAMP(1:8)            DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WS-STAMP(9:6)            DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  PR-PRODUCT-NAME          DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-F1)     DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WS-LEDGER-IN-EDIT        DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WS-LEDGER-OUT-EDIT       DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WS-LEDGER-BAL-EDIT       DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REPACKER) DELIMITED BY SIZE
               INTO WS-LEDGER-LINE
           END-STRING
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           MOVE WS-LEDGER-LINE TO LEDGER-RECORD
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE.

       APPEND-COST-HISTORY.
           MOVE WS-OLD-COST TO WS-COST-EDIT-OLD
           MOVE PR-PRODUCT-COST TO WS-COST-EDIT-NEW
           MOVE PK-QTY(WS-LINE-INDEX) TO WS-QTY-EDIT
           MOVE SPACES TO WS-COST-LINE
           STRING WS-STAMP(1:8)               DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  PR-PRODUCT-NAME             DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-COST-EDIT-OLD            DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-COST-EDIT-NEW            DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-QTY-EDIT                 DELIMITED BY SIZE
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
           CLOSE COST-HISTORY-FILE.

       APPEND-REPACK-ROW.
           MOVE WS-BULK-QTY TO WS-QTY-EDIT
           MOVE WS-BULK-CONTENT TO WS-CONTENT-EDIT
           MOVE WS-PACKED-CONTENT TO WS-PACKED-EDIT
           MOVE WS-LOSS-CONTENT TO WS-LOSS-EDIT
           MOVE WS-LOSS-VALUE TO WS-VALUE-OUT-EDIT
           MOVE SPACES TO WS-BUILD-LINE
           STRING WS-REPACK-NUMBER          DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-STAMP(1:8)             DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BULK-NAME) DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-QTY-EDIT               DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-CONTENT-EDIT           DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-PACKED-EDIT            DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-LOSS-EDIT              DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-VALUE-OUT-EDIT         DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REPACKER) DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           OPEN EXTEND REPACK-FILE
           IF REPACK-FILE-MISSING
               OPEN OUTPUT REPACK-FILE
           END-IF
           MOVE WS-BUILD-LINE TO REPACK-RECORD
           WRITE REPACK-RECORD
           CLOSE REPACK-FILE.

       ASSIGN-REPACK-NUMBER.
           OPEN INPUT REPACK-COUNTER-FILE
           IF WS-COUNTER-STATUS = "35"
               MOVE ZERO TO WS-REPACK-NUMBER
           ELSE
               READ REPACK-COUNTER-FILE
               MOVE REPACK-COUNTER-RECORD TO WS-REPACK-NUMBER
               CLOSE REPACK-COUNTER-FILE
           END-IF
           ADD 1 TO WS-REPACK-NUMBER
           MOVE WS-REPACK-NUMBER TO REPACK-COUNTER-RECORD
           OPEN OUTPUT REPACK-COUNTER-FILE
           WRITE REPACK-COUNTER-RECORD
           CLOSE REPACK-COUNTER-FILE.

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

       *> The slip goes to the back room with the bags: what was
       *> opened, what was made, what the scale says was lost.
       WRITE-REPACK-SLIP.
           MOVE SPACES TO WS-SLIP-FILE-NAME
           STRING "REPACK_"        DELIMITED BY SIZE
                  WS-REPACK-NUMBER DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
               INTO WS-SLIP-FILE-NAME
           END-STRING
           OPEN OUTPUT REPACK-SLIP-FILE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "REPACK SLIP "   DELIMITED BY SIZE
                  WS-REPACK-NUMBER DELIMITED BY SIZE
                  "  DATE "        DELIMITED BY SIZE
                  WS-STAMP(1:8)    DELIMITED BY SIZE
                  "  TIME "        DELIMITED BY SIZE
                  WS-STAMP(9:6)    DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           PERFORM WRITE-SLIP-LINE
           MOVE WS-BULK-QTY TO WS-QTY-SHOW
           MOVE WS-BULK-CONTENT TO WS-CONTENT-SHOW
           MOVE SPACES TO WS-BUILD-LINE
           STRING "BULK OPENED  "  DELIMITED BY SIZE
                  WS-BULK-NAME     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-QTY-SHOW      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-BULK-UOM      DELIMITED BY SIZE
                  "  CONTENT "     DELIMITED BY SIZE
                  WS-CONTENT-SHOW  DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           PERFORM WRITE-SLIP-LINE
           MOVE "PACK PRODUCT              PACKS  CONTENT EA  UNIT COST"
               TO WS-BUILD-LINE
           PERFORM WRITE-SLIP-LINE
           PERFORM WRITE-ONE-SLIP-PACK
               VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-LINE-COUNT
           MOVE WS-PACKED-CONTENT TO WS-CONTENT-SHOW
           MOVE SPACES TO WS-BUILD-LINE
           STRING "CONTENT PACKED  " DELIMITED BY SIZE
                  WS-CONTENT-SHOW    DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           PERFORM WRITE-SLIP-LINE
           MOVE WS-LOSS-CONTENT TO WS-CONTENT-SHOW
           MOVE WS-LOSS-PERCENT TO WS-PERCENT-SHOW
           MOVE WS-LOSS-VALUE TO WS-VALUE-SHOW
           MOVE SPACES TO WS-BUILD-LINE
           STRING "YIELD LOSS      " DELIMITED BY SIZE
                  WS-CONTENT-SHOW    DELIMITED BY SIZE
                  "  ("              DELIMITED BY SIZE
                  WS-PERCENT-SHOW    DELIMITED BY SIZE
                  "%)  VALUE "       DELIMITED BY SIZE
                  WS-VALUE-SHOW      DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           PERFORM WRITE-SLIP-LINE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "REPACKED BY: "    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REPACKER) DELIMITED BY SIZE
                  "   CHECKED BY: ______________" DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           PERFORM WRITE-SLIP-LINE
           CLOSE REPACK-SLIP-FILE.

       WRITE-ONE-SLIP-PACK.
           MOVE PK-QTY(WS-LINE-INDEX) TO WS-QTY-SHOW
           MOVE PK-CONTENT(WS-LINE-INDEX) TO WS-QTY-EDIT
           MOVE PK-UNIT-COST(WS-LINE-INDEX) TO WS-COST-SHOW
           MOVE SPACES TO WS-BUILD-LINE
           STRING PK-NAME(WS-LINE-INDEX) DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-QTY-SHOW            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  PK-UOM(WS-LINE-INDEX)  DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-QTY-EDIT            DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-COST-SHOW           DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           PERFORM WRITE-SLIP-LINE.

       WRITE-SLIP-LINE.
           MOVE WS-BUILD-LINE TO REPACK-SLIP-RECORD
           WRITE REPACK-SLIP-RECORD.

       *> ----------------------------------------------------------
       *> Yield loss by bulk product over a date range, straight off
       *> REPACKS.csv - the figure that says whether the sugar is
       *> being bagged carefully or spilled on the floor.
       *> ----------------------------------------------------------
       YIELD-LOSS-REPORT.
           DISPLAY "From Date (YYYYMMDD): "
           ACCEPT WS-FROM-DATE
           DISPLAY "To Date (YYYYMMDD): "
           ACCEPT WS-TO-DATE
           MOVE ZERO TO WS-YLD-COUNT
           MOVE ZERO TO WS-YLD-SKIPPED
           MOVE ZERO TO WS-YLD-TOTAL-VALUE
           OPEN INPUT REPACK-FILE
           IF REPACK-FILE-MISSING
               DISPLAY "No repacks on file."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-REPACK-ROW UNTIL AT-EOF
               CLOSE REPACK-FILE
               PERFORM SHOW-YIELD-REPORT
           END-IF.

       READ-REPACK-ROW.
           READ REPACK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                   MOVE SPACES TO WS-F6 WS-F7 WS-F8 WS-F9
                   UNSTRING REPACK-RECORD DELIMITED BY ","
                       INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
                            WS-F7 WS-F8 WS-F9
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(WS-F2) TO WS-ROW-DATE
                   IF WS-ROW-DATE >= WS-FROM-DATE
                       AND WS-ROW-DATE <= WS-TO-DATE
                       PERFORM TALLY-REPACK-ROW
                   END-IF
           END-READ.

       TALLY-REPACK-ROW.
           MOVE ZERO TO WS-YLD-MATCH
           PERFORM VARYING WS-YLD-INDEX FROM 1 BY 1
               UNTIL WS-YLD-INDEX > WS-YLD-COUNT
               IF YLD-BULK(WS-YLD-INDEX) = WS-F3
                   MOVE WS-YLD-INDEX TO WS-YLD-MATCH
               END-IF
           END-PERFORM
           IF WS-YLD-MATCH = ZERO
               IF WS-YLD-COUNT < 100
                   ADD 1 TO WS-YLD-COUNT
                   MOVE WS-YLD-COUNT TO WS-YLD-MATCH
                   MOVE WS-F3 TO YLD-BULK(WS-YLD-MATCH)
                   MOVE ZERO TO YLD-REPACKS(WS-YLD-MATCH)
                   MOVE ZERO TO YLD-CONTENT(WS-YLD-MATCH)
                   MOVE ZERO TO YLD-PACKED(WS-YLD-MATCH)
                   MOVE ZERO TO YLD-LOSS(WS-YLD-MATCH)
                   MOVE ZERO TO YLD-LOSS-VALUE(WS-YLD-MATCH)
               ELSE
                   ADD 1 TO WS-YLD-SKIPPED
               END-IF
           END-IF
           IF WS-YLD-MATCH NOT = ZERO
               ADD 1 TO YLD-REPACKS(WS-YLD-MATCH)
               ADD FUNCTION NUMVAL(WS-F5) TO YLD-CONTENT(WS-YLD-MATCH)
               ADD FUNCTION NUMVAL(WS-F6) TO YLD-PACKED(WS-YLD-MATCH)
               ADD FUNCTION NUMVAL(WS-F7) TO YLD-LOSS(WS-YLD-MATCH)
               ADD FUNCTION NUMVAL(WS-F8)
                   TO YLD-LOSS-VALUE(WS-YLD-MATCH)
               ADD FUNCTION NUMVAL(WS-F8) TO WS-YLD-TOTAL-VALUE
           END-IF.

       SHOW-YIELD-REPORT.
           DISPLAY "------------------------------------------------"
           DISPLAY " REPACK YIELD LOSS " WS-FROM-DATE " TO "
               WS-TO-DATE
           DISPLAY "------------------------------------------------"
           IF WS-YLD-COUNT = ZERO
               DISPLAY "No repacks in that range."
           ELSE
               DISPLAY "BULK PRODUCT         RPK      CONTENT"
                   "       LOSS  LOSS%      VALUE"
               PERFORM SHOW-ONE-YIELD-LINE
                   VARYING WS-YLD-INDEX FROM 1 BY 1
                   UNTIL WS-YLD-INDEX > WS-YLD-COUNT
               MOVE WS-YLD-TOTAL-VALUE TO WS-TOTAL-SHOW
               DISPLAY "Total yield loss value: " WS-TOTAL-SHOW
           END-IF
           IF WS-YLD-SKIPPED > ZERO
               DISPLAY WS-YLD-SKIPPED " repack(s) of further bulk "
                   "products not shown - the table is full."
           END-IF
           DISPLAY "------------------------------------------------".

       SHOW-ONE-YIELD-LINE.
           IF YLD-CONTENT(WS-YLD-INDEX) > ZERO
               COMPUTE WS-LOSS-PERCENT ROUNDED =
                   YLD-LOSS(WS-YLD-INDEX) * 100
                   / YLD-CONTENT(WS-YLD-INDEX)
           ELSE
               MOVE ZERO TO WS-LOSS-PERCENT
           END-IF
           MOVE YLD-REPACKS(WS-YLD-INDEX) TO WS-REPACK-COUNT-SHOW
           MOVE YLD-CONTENT(WS-YLD-INDEX) TO WS-CONTENT-SHOW
           MOVE YLD-LOSS(WS-YLD-INDEX) TO WS-QTY-SHOW
           MOVE WS-LOSS-PERCENT TO WS-PERCENT-SHOW
           MOVE YLD-LOSS-VALUE(WS-YLD-INDEX) TO WS-VALUE-SHOW
           DISPLAY YLD-BULK(WS-YLD-INDEX) " " WS-REPACK-COUNT-SHOW
               " " WS-CONTENT-SHOW " " WS-QTY-SHOW " "
               WS-PERCENT-SHOW " " WS-VALUE-SHOW.
