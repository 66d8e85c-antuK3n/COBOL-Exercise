       *> impact. Items outside a chosen department carry their
       *> catalog quantity through unchanged, so a partial count never
       *> throws the rest of the file away.
       *>
       *> In scan mode the counter works the shelves instead of the
       *> catalog order, scanning SKU or barcode labels; a case
       *> barcode counts its full pack quantity.
       *>
       *> In list mode the walk prompts only for the items on today's
       *> COUNT-LIST_<yyyymmdd>.csv from CYCLE-COUNT-SCHEDULER. Every
       *> item actually counted, in any mode, is logged to
       *> COUNT-HISTORY.csv, which the scheduler reads for last count
       *> dates and short counts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.

           SELECT BARCODE-FILE ASSIGN TO "BARCODES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-BARCODE
               ALTERNATE RECORD KEY IS BC-PRODUCT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-BARCODE-STATUS.

           SELECT COUNT-LIST-FILE ASSIGN TO DYNAMIC
               WS-LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "COUNT-HISTORY.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PERMISSION-FILE ASSIGN TO "PERMISSIONS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMISSION-STATUS.

           SELECT DENIAL-FILE ASSIGN TO "ACCESS-DENIALS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENIAL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       *> PRODUCTS.CSV is the indexed catalog (same layout as
       FD  LEDGER-FILE.
       01  LEDGER-RECORD              PIC X(120).

       *> USERS.csv is read only to check the approver and find their
       *> role - posting a count rewrites live stock figures.
       FD  USER-FILE.
       01  USER-RECORD                PIC X(200).

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

       *> COUNT-LIST_<yyyymmdd>.csv: PRODUCT,CODE,CLASS,REASON.
       FD  COUNT-LIST-FILE.
       01  COUNT-LIST-RECORD          PIC X(100).

       *> COUNT-HISTORY.csv: DATE,PRODUCT,SYSTEMQTY,COUNTEDQTY.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD             PIC X(100).

       *> PERMISSIONS.csv grants functions to roles, one ROLE,FUNCTION
       *> row per grant; ACCESS-DENIALS.csv logs every refusal as
       *> DATE,TIME,PROGRAM,USER,ROLE,FUNCTION.
       FD  PERMISSION-FILE.
       01  PERMISSION-RECORD          PIC X(40).

       FD  DENIAL-FILE.
       01  DENIAL-RECORD              PIC X(150).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-PESO-IMPACT       PIC 9(11)V99.
       01  WS-COUNT-DATE              PIC 9(8). *> Stamped on the file.
       01  WS-COUNTED-X               PIC X(10). *> Raw reply, blank ok.
       01  WS-COUNTED-QTY             PIC 9(5)V999.
       01  WS-COUNT-MODE              PIC X. *> W walk, S scan,
       *> L today's count list.
           88  COUNT-BY-SCAN              VALUES "S" "s".
           88  COUNT-FROM-LIST            VALUES "L" "l".

       *> List mode: the products on today's count list.
       01  WS-LIST-FILE-NAME          PIC X(40).
       01  WS-LIST-STATUS             PIC XX.
           88  LIST-FILE-MISSING          VALUE "35".
       01  WS-LIST-EOF-FLAG           PIC X.
           88  LIST-AT-EOF                VALUE "Y".
       01  WS-LIST-COUNT              PIC 9(4) VALUE 0.
       01  WS-LIST-INDEX              PIC 9(4).
       01  WS-LIST-NAME-IN            PIC X(20).
       01  WS-ON-LIST-FLAG            PIC X.
           88  ITEM-ON-LIST               VALUE "Y".
       01  WS-LIST-TABLE.
           05  WS-LIST-ENTRY OCCURS 2000 TIMES.
               10  LST-NAME           PIC X(20).
       01  WS-HISTORY-STATUS          PIC XX.
           88  HISTORY-MISSING            VALUE "35".
       01  WS-HISTORY-ROWS            PIC 9(4) VALUE 0.

       *> Scan mode: the counter scans shelves in any order and each
       *> scan adds to the item's count; items never scanned keep
       *> their catalog quantity.
       01  WS-ITEM-ENTRY              PIC X(20). *> Name, SKU, barcode.
       01  WS-FOUND-FLAG              PIC X.
           88  ITEM-FOUND                 VALUE "Y".
       01  WS-SCAN-DONE-FLAG          PIC X.
           88  SCAN-DONE                  VALUE "Y".
       01  WS-SCAN-MATCH              PIC 9(4).
       01  WS-SCANNED-ITEMS           PIC 9(4) VALUE 0.
       01  WS-BARCODE-STATUS          PIC XX.
           88  BARCODE-FILE-MISSING       VALUE "35".
       01  WS-SCAN-PACK-QTY           PIC 9(5)V999 VALUE 1. *> Units
       *> per scan - one unless the entry was a pack barcode.
       01  WS-SCAN-PACK-EDIT          PIC Z(4)9.999.

       01  WS-MAX-ITEMS               PIC 9(4) VALUE 2000.
       01  WS-ITEM-COUNT              PIC 9(4) VALUE 0.
               10  CNT-SYSTEM-QTY     PIC 9(5)V999.
               10  CNT-COUNTED-QTY    PIC 9(5)V999.
               10  CNT-PRICE          PIC 9(5)V99.
               10  CNT-SCANNED        PIC X. *> Y once first scanned.
               10  CNT-COUNTED        PIC X. *> Y once counted.

       01  WS-ADJUSTMENT-STATUS       PIC XX.
       01  WS-LEDGER-STATUS           PIC XX.
       01  WS-IMPACT-EDIT             PIC Z(9)9.99.


       *> Role permission check working data.
       01  WS-PERMISSION-STATUS       PIC XX.
           88  PERMISSION-FILE-MISSING    VALUE "35".
       01  WS-PERMISSION-EOF-FLAG     PIC X.
           88  PERMISSIONS-AT-EOF         VALUE "Y".
       01  WS-DENIAL-STATUS           PIC XX.
           88  DENIAL-FILE-MISSING        VALUE "35".
       01  WS-PERM-PROGRAM            PIC X(30)
           VALUE "STOCK-COUNT-CAPTURE".
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
           ACCEPT WS-COUNT-DATE FROM DATE YYYYMMDD
           DISPLAY "Department to count (Enter for all): "
           ACCEPT WS-COUNT-DEPT
           DISPLAY "Count mode - W walk the catalog, S scan items, "
               "L today's count list (Enter=W): "
           MOVE SPACES TO WS-COUNT-MODE
           ACCEPT WS-COUNT-MODE
           IF COUNT-FROM-LIST
               PERFORM LOAD-COUNT-LIST
               IF WS-LIST-COUNT = ZERO
                   STOP RUN
               END-IF
           END-IF

           PERFORM CAPTURE-COUNTS
           IF WS-SKIPPED-COUNT > ZERO
               DISPLAY "Catalog is empty - nothing to count."
           ELSE
               PERFORM WRITE-INVENTORY-FILE
               PERFORM APPEND-COUNT-HISTORY
               PERFORM PRINT-VARIANCE-REPORT
               IF WS-VARIANCE-HITS > ZERO
                   PERFORM OFFER-VARIANCE-POSTING
               DISPLAY "PRODUCTS.CSV not found - nothing to count."
           ELSE
               PERFORM READ-CATALOG-ITEM UNTIL PRODUCT-AT-EOF
               IF COUNT-BY-SCAN AND WS-ITEM-COUNT > ZERO
                   PERFORM SCAN-COUNT-SESSION
               END-IF
               CLOSE PRODUCT-FILE
           END-IF.

           MOVE PR-PRODUCT-CODE TO CNT-CODE(WS-ITEM-COUNT)
           MOVE PR-PRODUCT-QUANTITY TO CNT-SYSTEM-QTY(WS-ITEM-COUNT)
           MOVE PR-PRODUCT-PRICE TO CNT-PRICE(WS-ITEM-COUNT)
           MOVE "N" TO CNT-SCANNED(WS-ITEM-COUNT)
           MOVE "N" TO CNT-COUNTED(WS-ITEM-COUNT)
           MOVE "Y" TO WS-ON-LIST-FLAG
           IF COUNT-FROM-LIST
               PERFORM CHECK-ITEM-ON-LIST
           END-IF

           IF NOT COUNT-BY-SCAN AND ITEM-ON-LIST
               AND (WS-COUNT-DEPT = SPACES
               OR PR-PRODUCT-DEPT = WS-COUNT-DEPT)
               MOVE PR-PRODUCT-QUANTITY TO WS-SYS-QTY-EDIT
               DISPLAY PR-PRODUCT-NAME " (" PR-PRODUCT-CODE
                   ") system qty: " WS-SYS-QTY-EDIT
                       TO WS-COUNTED-QTY
               END-IF
               MOVE WS-COUNTED-QTY TO CNT-COUNTED-QTY(WS-ITEM-COUNT)
               MOVE "Y" TO CNT-COUNTED(WS-ITEM-COUNT)
           ELSE
               MOVE PR-PRODUCT-QUANTITY
                   TO CNT-COUNTED-QTY(WS-ITEM-COUNT)
           END-IF.

       *> ----------------------------------------------------------
       *> List mode. Today's list is read once up front; a product
       *> not in the catalog any more simply never comes up.
       *> ----------------------------------------------------------
       LOAD-COUNT-LIST.
           MOVE SPACES TO WS-LIST-FILE-NAME
           STRING "COUNT-LIST_"  DELIMITED BY SIZE
                  WS-COUNT-DATE  DELIMITED BY SIZE
                  ".csv"         DELIMITED BY SIZE
               INTO WS-LIST-FILE-NAME
           END-STRING
           MOVE ZERO TO WS-LIST-COUNT
           OPEN INPUT COUNT-LIST-FILE
           IF LIST-FILE-MISSING
               DISPLAY FUNCTION TRIM(WS-LIST-FILE-NAME)
                   " not found - generate today's list in "
                   "CYCLE-COUNT-SCHEDULER first."
           ELSE
               MOVE "N" TO WS-LIST-EOF-FLAG
               PERFORM READ-COUNT-LIST-ROW UNTIL LIST-AT-EOF
               CLOSE COUNT-LIST-FILE
               IF WS-LIST-COUNT = ZERO
                   DISPLAY "Today's count list is empty."
               ELSE
                   DISPLAY WS-LIST-COUNT " item(s) on today's "
                       "count list."
               END-IF
           END-IF.

       READ-COUNT-LIST-ROW.
           READ COUNT-LIST-FILE
               AT END
                   MOVE "Y" TO WS-LIST-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-LIST-NAME-IN
                   UNSTRING COUNT-LIST-RECORD DELIMITED BY ","
                       INTO WS-LIST-NAME-IN
                   END-UNSTRING
                   IF WS-LIST-NAME-IN NOT = SPACES
                       AND WS-LIST-COUNT < 2000
                       ADD 1 TO WS-LIST-COUNT
                       MOVE WS-LIST-NAME-IN TO LST-NAME(WS-LIST-COUNT)
                   END-IF
           END-READ.

       CHECK-ITEM-ON-LIST.
           MOVE "N" TO WS-ON-LIST-FLAG
           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-LIST-INDEX > WS-LIST-COUNT
                  OR ITEM-ON-LIST
               IF LST-NAME(WS-LIST-INDEX) = PR-PRODUCT-NAME
                   MOVE "Y" TO WS-ON-LIST-FLAG
               END-IF
           END-PERFORM.

       *> ----------------------------------------------------------
       *> Scan mode. The whole catalog is already on the sheet at its
       *> system quantity; the first scan of an item replaces that
       *> with what was scanned, and every later scan adds to it, so
       *> the same item on two shelves is simply scanned twice. A
       *> case barcode counts its whole pack.
       *> ----------------------------------------------------------
       SCAN-COUNT-SESSION.
           OPEN INPUT BARCODE-FILE
           MOVE "N" TO WS-SCAN-DONE-FLAG
           PERFORM SCAN-ONE-ITEM UNTIL SCAN-DONE
           IF NOT BARCODE-FILE-MISSING
               CLOSE BARCODE-FILE
           END-IF
           DISPLAY WS-SCANNED-ITEMS " item(s) scanned. Items not "
               "scanned keep their system quantity.".

       SCAN-ONE-ITEM.
           DISPLAY "Scan or key item (Enter when done): "
           MOVE SPACES TO WS-ITEM-ENTRY
           ACCEPT WS-ITEM-ENTRY
           IF WS-ITEM-ENTRY = SPACES
               MOVE "Y" TO WS-SCAN-DONE-FLAG
           ELSE
               PERFORM FIND-ITEM-BY-NAME-OR-CODE
               IF NOT ITEM-FOUND
                   DISPLAY "Product not found: " WS-ITEM-ENTRY
               ELSE
                   IF WS-COUNT-DEPT NOT = SPACES
                       AND PR-PRODUCT-DEPT NOT = WS-COUNT-DEPT
                       DISPLAY FUNCTION TRIM(PR-PRODUCT-NAME)
                           " is not in department " WS-COUNT-DEPT
                   ELSE
                       PERFORM CAPTURE-SCANNED-QTY
                   END-IF
               END-IF
           END-IF.

       CAPTURE-SCANNED-QTY.
           DISPLAY "Quantity (Enter=1): "
           MOVE SPACES TO WS-COUNTED-X
           ACCEPT WS-COUNTED-X
           IF WS-COUNTED-X = SPACES
               MOVE 1 TO WS-COUNTED-QTY
           ELSE
               MOVE FUNCTION NUMVAL(WS-COUNTED-X) TO WS-COUNTED-QTY
           END-IF
           IF WS-SCAN-PACK-QTY NOT = 1
               COMPUTE WS-COUNTED-QTY =
                   WS-COUNTED-QTY * WS-SCAN-PACK-QTY
                   ON SIZE ERROR
                       MOVE ZERO TO WS-COUNTED-QTY
               END-COMPUTE
               MOVE WS-SCAN-PACK-QTY TO WS-SCAN-PACK-EDIT
               DISPLAY "Pack barcode: " WS-SCAN-PACK-EDIT
                   " units per pack."
           END-IF
           MOVE ZERO TO WS-SCAN-MATCH
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
               UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
               OR WS-SCAN-MATCH > ZERO
               IF CNT-NAME(WS-ITEM-INDEX) = PR-PRODUCT-NAME
                   MOVE WS-ITEM-INDEX TO WS-SCAN-MATCH
               END-IF
           END-PERFORM
           IF WS-SCAN-MATCH = ZERO
               DISPLAY "Not on the count sheet - past the "
                   WS-MAX-ITEMS "-item limit."
           ELSE
               IF CNT-SCANNED(WS-SCAN-MATCH) = "N"
                   MOVE ZERO TO CNT-COUNTED-QTY(WS-SCAN-MATCH)
                   MOVE "Y" TO CNT-SCANNED(WS-SCAN-MATCH)
                   MOVE "Y" TO CNT-COUNTED(WS-SCAN-MATCH)
                   ADD 1 TO WS-SCANNED-ITEMS
               END-IF
               ADD WS-COUNTED-QTY TO CNT-COUNTED-QTY(WS-SCAN-MATCH)
                   ON SIZE ERROR
                       DISPLAY "Count too large - scan not added."
               END-ADD
               MOVE CNT-COUNTED-QTY(WS-SCAN-MATCH) TO WS-CNT-QTY-EDIT
               DISPLAY FUNCTION TRIM(PR-PRODUCT-NAME)
                   " counted so far: " WS-CNT-QTY-EDIT
           END-IF.

       *> Same lookup rule the POS checkout uses: full name first,
       *> then the SKU code as a keyed read, then the barcode.
       FIND-ITEM-BY-NAME-OR-CODE.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE 1 TO WS-SCAN-PACK-QTY
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

       *> ----------------------------------------------------------
       *> A fresh INVENTORY.csv: ID,NAME,CODE,AVAILABLE,PRICE, with
       *> the count date carried as a sixth field PARSE-RECORD simply
                   "count date " WS-COUNT-DATE
           END-IF.

       *> ----------------------------------------------------------
       *> One COUNT-HISTORY.csv row per item counted today - items
       *> carried through at their catalog quantity were not counted
       *> and are not logged.
       *> ----------------------------------------------------------
       APPEND-COUNT-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF HISTORY-MISSING
               OPEN OUTPUT HISTORY-FILE
           END-IF
           MOVE ZERO TO WS-HISTORY-ROWS
           PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
               UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
               IF CNT-COUNTED(WS-ITEM-INDEX) = "Y"
                   MOVE CNT-SYSTEM-QTY(WS-ITEM-INDEX)
                       TO WS-SYS-QTY-EDIT
                   MOVE CNT-COUNTED-QTY(WS-ITEM-INDEX)
                       TO WS-CNT-QTY-EDIT
                   MOVE SPACES TO WS-BUILD-LINE
                   STRING WS-COUNT-DATE          DELIMITED BY SIZE
                          ","                    DELIMITED BY SIZE
                          FUNCTION TRIM(CNT-NAME(WS-ITEM-INDEX))
                                                 DELIMITED BY SIZE
                          ","                    DELIMITED BY SIZE
                          WS-SYS-QTY-EDIT        DELIMITED BY SIZE
                          ","                    DELIMITED BY SIZE
                          WS-CNT-QTY-EDIT        DELIMITED BY SIZE
                       INTO WS-BUILD-LINE
                   END-STRING
                   MOVE WS-BUILD-LINE TO HISTORY-RECORD
                   WRITE HISTORY-RECORD
                   ADD 1 TO WS-HISTORY-ROWS
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE
           DISPLAY WS-HISTORY-ROWS " counted item(s) logged to "
               "COUNT-HISTORY.csv.".

       *> ----------------------------------------------------------
       *> Variances sorted by peso impact, biggest first, so the
       *> expensive discrepancies get chased before the centavo ones.
               END-IF
           END-IF.

       *> Only a signed-in, active account whose role holds
       *> COUNT-POST approves - the same check PRICE-MAINTENANCE
       *> runs, against the same USERS.csv.
       VERIFY-ADMIN.
           MOVE "N" TO WS-ADMIN-OK-FLAG
           MOVE SPACES TO WS-PERM-ROLE
           DISPLAY "Approving Username: "
           ACCEPT WS-ADMIN-USERNAME
           DISPLAY "PIN: "
           ACCEPT WS-ADMIN-PIN
           OPEN INPUT USER-FILE
           IF USER-FILE-MISSING
               PERFORM CHECK-ADMIN-RECORD UNTIL USERS-AT-EOF
               CLOSE USER-FILE
           END-IF
           MOVE WS-ADMIN-USERNAME TO WS-PERM-USER
           MOVE "COUNT-POST" TO WS-PERM-FUNCTION
           PERFORM CHECK-PERMISSION
           IF NOT PERMISSION-GRANTED
               MOVE "N" TO WS-ADMIN-OK-FLAG
           END-IF
           IF NOT ADMIN-IS-VALID
               DISPLAY "Not an active account allowed to post counts "
                   "- nothing posted."
           END-IF.

       CHECK-ADMIN-RECORD.
                   IF FUNCTION TRIM(TEMP-USERNAME) =
                       FUNCTION TRIM(WS-ADMIN-USERNAME)
                       AND PIN-MATCHES
                       AND FUNCTION TRIM(TEMP-STATUS) NOT = "INACTIVE"
                       MOVE "Y" TO WS-ADMIN-OK-FLAG
                       MOVE TEMP-ROLE TO WS-PERM-ROLE
                       MOVE "Y" TO WS-USER-EOF-FLAG
                   END-IF
           END-READ.
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
