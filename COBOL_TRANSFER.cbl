       *> against the same numbered transfer, which posts
       *> TRANSFER-IN to its catalog and closes the register row.
       *> The in-transit report lists what was dispatched but never
       *> confirmed - the gap where stock walks away. Each transfer
       *> carries the dispatching branch's code off BRANCH.dat, and
       *> each confirm is journaled in TRANSFER-RECEIPTS.csv, so head
       *> office can match the two halves out of the branch exports.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "BRANCH.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT TRANSFER-RECEIPT-FILE ASSIGN TO
               "TRANSFER-RECEIPTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT BARCODE-FILE ASSIGN TO "BARCODES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-BARCODE
               ALTERNATE RECORD KEY IS BC-PRODUCT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-BARCODE-STATUS.

       *> TRANSFERS.csv: NUM,DATE,DESTINATION,LINES,STATUS,
       *> CONFIRMDATE,ORIGIN,QTY - DISPATCHED until the receiving
       *> branch confirms; ORIGIN is the dispatching branch's code
       *> and QTY the units sent (both blank on older rows).
       *> TRANSFER-LINES.csv: NUM,PRODUCT,QTY.
       *> TRANSFER-RECEIPTS.csv: DATE,NUM,ORIGIN,DISPATCHDATE,LINES,
       *> QTY,USER - what each confirm actually posted here.
       *> BRANCH.dat holds this branch's code, one line.
       *> TRANSFER-COUNTER.dat numbers transfers the same way
       *> PO-COUNTER.dat numbers purchase orders.

       FD  TRANSFER-DOC-FILE.
       01  TRANSFER-DOC-RECORD        PIC X(100).

       FD  BRANCH-FILE.
       01  BRANCH-RECORD              PIC X(10).

       FD  TRANSFER-RECEIPT-FILE.
       01  TRANSFER-RECEIPT-RECORD    PIC X(100).

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

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-STATUS          PIC XX.
           88  PRODUCT-MISSING            VALUE "35".
           88  TRANLINES-MISSING          VALUE "35".
       01  WS-COUNTER-STATUS          PIC XX.
       01  WS-DOC-STATUS              PIC XX.
       01  WS-BRANCH-STATUS           PIC XX.
           88  BRANCH-FILE-MISSING        VALUE "35".
       01  WS-RECEIPT-STATUS          PIC XX.
       01  WS-EOF-FLAG                PIC X.
           88  AT-EOF                     VALUE "Y".


       01  WS-TRANSFER-NUMBER         PIC 9(6).
       01  WS-DESTINATION             PIC X(20).
       01  WS-BRANCH-CODE             PIC X(10). *> Off BRANCH.dat.
       01  WS-TOTAL-QTY               PIC 9(7)V999. *> Units on it.
       01  WS-TOTAL-QTY-EDIT          PIC 9(7).999.
       01  WS-SENDER                  PIC X(20). *> Who dispatched.
       01  WS-DOC-FILE-NAME           PIC X(40).
       01  WS-BUILD-LINE              PIC X(100).
       01  WS-AMOUNT-REPLY            PIC X(10). *> Raw reply.
       01  WS-FOUND-FLAG              PIC X.
           88  ITEM-FOUND                 VALUE "Y".
       01  WS-BARCODE-STATUS          PIC XX.
           88  BARCODE-FILE-MISSING       VALUE "35".
       01  WS-SCAN-PACK-QTY           PIC 9(5)V999 VALUE 1. *> Units
       *> per scan - one unless the entry was a pack barcode.
       01  WS-SCAN-PACK-EDIT          PIC Z(4)9.999.
       01  WS-CONTINUE-FLAG           PIC X.
       01  WS-STOP-FLAG               PIC X.

               10  REG-LINES          PIC X(5).
               10  REG-STATUS         PIC X(10).
               10  REG-CONFIRM-DATE   PIC X(8).
               10  REG-ORIGIN         PIC X(10).
               10  REG-QTY            PIC X(12).

       01  WS-CONFIRM-NUMBER          PIC 9(6).
       01  WS-CONFIRM-OK-FLAG         PIC X.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               TO WS-TODAY-INT
           PERFORM LOAD-BRANCH-CODE
           PERFORM MAIN-MENU-PROCESS
               UNTIL WS-MENU-CHOICE = "4"
           STOP RUN.

       *> The branch code is asked for once and kept in BRANCH.dat;
       *> every dispatch is stamped with it and BRANCH-EOD-EXPORT
       *> names its file by it.
       LOAD-BRANCH-CODE.
           MOVE SPACES TO WS-BRANCH-CODE
           OPEN INPUT BRANCH-FILE
           IF NOT BRANCH-FILE-MISSING
               READ BRANCH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(BRANCH-RECORD)
                           TO WS-BRANCH-CODE
               END-READ
               CLOSE BRANCH-FILE
           END-IF
           PERFORM UNTIL WS-BRANCH-CODE NOT = SPACES
               DISPLAY "This branch's code (as head office lists "
                   "it): "
               ACCEPT WS-BRANCH-CODE
               MOVE FUNCTION UPPER-CASE(WS-BRANCH-CODE)
                   TO WS-BRANCH-CODE
           END-PERFORM
           IF BRANCH-FILE-MISSING
               OPEN OUTPUT BRANCH-FILE
               MOVE WS-BRANCH-CODE TO BRANCH-RECORD
               WRITE BRANCH-RECORD
               CLOSE BRANCH-FILE
           END-IF.

       MAIN-MENU-PROCESS.
           DISPLAY SPACES
           DISPLAY "OSPOS | STOCK TRANSFERS - BRANCH "
               FUNCTION TRIM(WS-BRANCH-CODE)
           DISPLAY "1. Dispatch Transfer Out"
           DISPLAY "2. Confirm Transfer In"
           DISPLAY "3. In-Transit Report"
           IF PRODUCT-MISSING
               DISPLAY "PRODUCTS.CSV not found - nothing to transfer."
           ELSE
               OPEN INPUT BARCODE-FILE
               DISPLAY "Destination Branch Code: "
               ACCEPT WS-DESTINATION
               MOVE FUNCTION UPPER-CASE(WS-DESTINATION)
                   TO WS-DESTINATION
               DISPLAY "Dispatched By: "
               ACCEPT WS-SENDER
               IF WS-DESTINATION = SPACES OR WS-SENDER = SPACES
                           FUNCTION TRIM(WS-DOC-FILE-NAME)
                   END-IF
               END-IF
               IF NOT BARCODE-FILE-MISSING
                   CLOSE BARCODE-FILE
               END-IF
               CLOSE PRODUCT-FILE
           END-IF.

       PICK-TRANSFER-LINE.
           DISPLAY "Item Name, Code or Barcode (Enter when done): "
           MOVE SPACES TO WS-ITEM-ENTRY
           ACCEPT WS-ITEM-ENTRY
           IF WS-ITEM-ENTRY = SPACES
                   ACCEPT WS-AMOUNT-REPLY
                   MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY)
                       TO WS-MOVE-QTY
                   PERFORM APPLY-SCAN-PACK-QTY
                   IF WS-MOVE-QTY = ZERO
                       DISPLAY "Quantity cannot be zero."
                   ELSE
               END-IF
           END-IF.

       *> A case barcode picks packs, so the keyed quantity is
       *> scaled to selling units before the on-hand check. A line
       *> too big to hold is zeroed and refused.
       APPLY-SCAN-PACK-QTY.
           IF WS-SCAN-PACK-QTY NOT = 1
               COMPUTE WS-MOVE-QTY = WS-MOVE-QTY * WS-SCAN-PACK-QTY
                   ON SIZE ERROR
                       MOVE ZERO TO WS-MOVE-QTY
               END-COMPUTE
               MOVE WS-SCAN-PACK-QTY TO WS-SCAN-PACK-EDIT
               MOVE WS-MOVE-QTY TO WS-QTY-EDIT
               DISPLAY "Pack barcode: " WS-SCAN-PACK-EDIT
                   " units per pack, " WS-QTY-EDIT " units in all."
           END-IF.

       POST-TRANSFER-OUT.
           SUBTRACT WS-MOVE-QTY FROM PR-PRODUCT-QUANTITY
           REWRITE PRODUCT-RECORD
       *> then the SKU code as a keyed read.
       FIND-ITEM-BY-NAME-OR-CODE.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE 1 TO WS-SCAN-PACK-QTY
           MOVE WS-ITEM-ENTRY TO PR-PRODUCT-NAME
           READ PRODUCT-FILE
               INVALID KEY
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-FLAG
           END-READ
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

       ASSIGN-TRANSFER-NUMBER.
           OPEN INPUT TRANSFER-COUNTER-FILE
           WRITE TRANSFER-DOC-RECORD.

       REGISTER-TRANSFER.
           MOVE ZERO TO WS-TOTAL-QTY
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-LINE-COUNT
               ADD TRN-QTY(WS-LINE-INDEX) TO WS-TOTAL-QTY
           END-PERFORM
           MOVE WS-TOTAL-QTY TO WS-TOTAL-QTY-EDIT
           OPEN EXTEND TRANSFER-REGISTER-FILE
           IF REGISTER-MISSING
               OPEN OUTPUT TRANSFER-REGISTER-FILE
                  FUNCTION TRIM(WS-DESTINATION) DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-LINE-COUNT                 DELIMITED BY SIZE
                  ",DISPATCHED,0,"              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BRANCH-CODE) DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-TOTAL-QTY-EDIT             DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           MOVE WS-BUILD-LINE TO TRANSFER-REGISTER-RECORD
           END-READ.

       *> The transfer must be registered, still DISPATCHED, and
       *> every product must exist in this branch's catalog. Another
       *> branch's numbers can repeat ours, so a row stamped with
       *> this branch's own code is never the one being received.
       CHECK-TRANSFER-CONFIRMABLE.
           MOVE "N" TO WS-CONFIRM-OK-FLAG
           MOVE ZERO TO WS-REG-INDEX
               UNTIL WS-LINE-INDEX > WS-REG-COUNT
               IF FUNCTION NUMVAL(REG-NUMBER(WS-LINE-INDEX)) =
                   WS-CONFIRM-NUMBER
                   AND REG-ORIGIN(WS-LINE-INDEX) NOT = WS-BRANCH-CODE
                   MOVE WS-LINE-INDEX TO WS-REG-INDEX
               END-IF
           END-PERFORM

       POST-TRANSFER-IN.
           MOVE ZERO TO WS-POSTED-LINES
           MOVE ZERO TO WS-TOTAL-QTY
           PERFORM POST-ONE-TRANSFER-IN
               VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > WS-LINE-COUNT
           MOVE "CONFIRMED" TO REG-STATUS(WS-REG-INDEX)
           MOVE WS-TODAY-DATE TO REG-CONFIRM-DATE(WS-REG-INDEX)
           PERFORM REWRITE-TRANSFER-REGISTER
           PERFORM APPEND-TRANSFER-RECEIPT
           DISPLAY "Transfer " WS-CONFIRM-NUMBER " confirmed - "
               WS-POSTED-LINES " line(s) posted.".

                   MOVE ZERO TO WS-LEDGER-OUT-QTY
                   PERFORM APPEND-LEDGER-RECORD
                   ADD 1 TO WS-POSTED-LINES
                   ADD TRN-QTY(WS-LINE-INDEX) TO WS-TOTAL-QTY
           END-READ.

       *> The receiving half of the transfer, for head office to
       *> match against the sender's register.
       APPEND-TRANSFER-RECEIPT.
           MOVE WS-TOTAL-QTY TO WS-TOTAL-QTY-EDIT
           MOVE SPACES TO WS-BUILD-LINE
           STRING WS-TODAY-DATE                 DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-CONFIRM-NUMBER             DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(REG-ORIGIN(WS-REG-INDEX))
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  REG-DATE(WS-REG-INDEX)        DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-POSTED-LINES               DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-TOTAL-QTY-EDIT             DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SENDER)      DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           OPEN EXTEND TRANSFER-RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "35"
               OPEN OUTPUT TRANSFER-RECEIPT-FILE
           END-IF
           MOVE WS-BUILD-LINE TO TRANSFER-RECEIPT-RECORD
           WRITE TRANSFER-RECEIPT-RECORD
           CLOSE TRANSFER-RECEIPT-FILE.

       LOAD-TRANSFER-REGISTER.
           MOVE ZERO TO WS-REG-COUNT
           MOVE ZERO TO WS-REG-SKIPPED
                                REG-LINES(WS-REG-COUNT)
                                REG-STATUS(WS-REG-COUNT)
                                REG-CONFIRM-DATE(WS-REG-COUNT)
                                REG-ORIGIN(WS-REG-COUNT)
                                REG-QTY(WS-REG-COUNT)
                       END-UNSTRING
                   ELSE
                       ADD 1 TO WS-REG-SKIPPED
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(REG-CONFIRM-DATE(WS-REG-INDEX))
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(REG-ORIGIN(WS-REG-INDEX))
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(REG-QTY(WS-REG-INDEX))
                                                DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           MOVE WS-BUILD-LINE TO TRANSFER-REGISTER-RECORD

       SHOW-ONE-TRANSIT-ROW.
           IF FUNCTION TRIM(REG-STATUS(WS-REG-INDEX)) = "DISPATCHED"
               AND (REG-ORIGIN(WS-REG-INDEX) = SPACES
                    OR REG-ORIGIN(WS-REG-INDEX) = WS-BRANCH-CODE)
               ADD 1 TO WS-TRANSIT-HITS
               COMPUTE WS-TRANSIT-DAYS = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(
