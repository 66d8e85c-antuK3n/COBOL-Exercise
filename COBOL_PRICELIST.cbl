       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-PRICE-IMPORT.

       *> This program reads a supplier's new price list before the
       *> goods arrive, instead of the increase turning up at
       *> receiving after weeks of selling below margin. The list
       *> for supplier <code> (a SUPPLIERS.csv code) is the file
       *> PRICELIST_<code>.csv, one ITEM,COST(,DESCRIPTION) row per
       *> line. ITEM is our product code or any barcode on
       *> BARCODES.DAT; a case or inner-pack barcode's cost is per
       *> pack and is divided down to the selling unit.
       *>
       *> Each matched line's new unit cost is set against the
       *> catalog's PR-PRODUCT-COST and selling price, and every
       *> product whose margin at the new cost falls below its
       *> department's target (DEPT-MARGINS.csv, kept from this
       *> menu) is listed. For each one the buyer approves, the
       *> retail price that restores the target is proposed and
       *> written to PENDING-PRICES.csv with an effective date, for
       *> APPLY-PRICE-CHANGES to take on overnight.
       *>
       *> Every matched line's cost is also recorded on
       *> SUPPLIER-COSTS.csv, and PURCHASE-ORDER-SYSTEM orders at
       *> that list cost from then on. The catalog cost itself still
       *> moves only when GOODS-RECEIVING posts the delivery.
       *>
       *> Gated the way PRICE-MAINTENANCE is: a signed-in, active
       *> account whose role holds PRICE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-LIST-FILE ASSIGN TO DYNAMIC
               WS-PRICE-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-LIST-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO "PRODUCTS.CSV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRODUCT-NAME
               ALTERNATE RECORD KEY IS PR-PRODUCT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT BARCODE-FILE ASSIGN TO "BARCODES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-BARCODE
               ALTERNATE RECORD KEY IS BC-PRODUCT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-BARCODE-STATUS.

           SELECT DEPT-MARGIN-FILE ASSIGN TO "DEPT-MARGINS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-MARGIN-STATUS.

           SELECT SUPPLIER-COST-FILE ASSIGN TO "SUPPLIER-COSTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-COST-STATUS.

           SELECT PENDING-PRICE-FILE ASSIGN TO "PENDING-PRICES.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.

           SELECT PERMISSION-FILE ASSIGN TO "PERMISSIONS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMISSION-STATUS.

           SELECT DENIAL-FILE ASSIGN TO "ACCESS-DENIALS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENIAL-STATUS.

       *> DEPT-MARGINS.csv holds one DEPT,TARGETPCT row per
       *> department; a department with no row is judged against
       *> the house default below. SUPPLIER-COSTS.csv gets one
       *> SUPPLIER,PRODUCT,UNITCOST,DATE row per matched price-list
       *> line - the latest row for a supplier and product is its
       *> list cost. PENDING-PRICES.csv is PRICE-MAINTENANCE's
       *> PRODUCT,NEWPRICE,EFFDATE file.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-LIST-FILE.
       01  PRICE-LIST-RECORD          PIC X(120).

       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD            PIC X(120).

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

       *> BARCODES.DAT, the POS's barcode cross-reference: each
       *> barcode's catalog name and the selling units it stands for.
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

       FD  DEPT-MARGIN-FILE.
       01  DEPT-MARGIN-RECORD         PIC X(40).

       FD  SUPPLIER-COST-FILE.
       01  SUPPLIER-COST-RECORD       PIC X(100).

       FD  PENDING-PRICE-FILE.
       01  PENDING-PRICE-RECORD       PIC X(100).

       *> USERS.csv is read only to check whoever runs this and find
       *> their role - pricing is not a cashier's screen.
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
       01  WS-PRICE-LIST-STATUS       PIC XX.
           88  PRICE-LIST-MISSING         VALUE "35".
       01  WS-SUPPLIER-STATUS         PIC XX.
           88  SUPPLIER-FILE-MISSING      VALUE "35".
       01  WS-PRODUCT-STATUS          PIC XX.
           88  PRODUCT-MISSING            VALUE "35".
       01  WS-BARCODE-STATUS          PIC XX.
           88  BARCODE-FILE-MISSING       VALUE "35".
       01  WS-DEPT-MARGIN-STATUS      PIC XX.
           88  DEPT-MARGIN-MISSING        VALUE "35".
       01  WS-SUPPLIER-COST-STATUS    PIC XX.
           88  SUPPLIER-COST-MISSING      VALUE "35".
       01  WS-PENDING-STATUS          PIC XX.
           88  PENDING-FILE-MISSING       VALUE "35".
       01  WS-EOF-FLAG                PIC X.
           88  AT-EOF                     VALUE "Y".

       01  WS-MENU-CHOICE             PIC X.
       01  WS-REPLY                   PIC X.
       01  WS-TODAY-DATE              PIC 9(8).
       01  WS-TOMORROW-DATE           PIC 9(8).
       01  WS-FIELD-1                 PIC X(30).
       01  WS-FIELD-2                 PIC X(30).
       01  WS-BUILD-LINE              PIC X(100).
       01  WS-AMOUNT-REPLY            PIC X(10). *> Raw money reply.
       01  WS-DATE-REPLY              PIC X(8). *> Raw date reply.

       01  WS-SUP-CODE                PIC X(5). *> Supplier importing.
       01  WS-SUP-NAME                PIC X(30).
       01  WS-SUP-FOUND-FLAG          PIC X.
           88  SUPPLIER-FOUND             VALUE "Y".
       01  WS-PRICE-LIST-NAME         PIC X(40).

       *> One price-list line as it is resolved to the catalog.
       01  WS-ITEM-ENTRY              PIC X(20).
       01  WS-LIST-COST               PIC 9(7)V99. *> Cost as listed.
       01  WS-PACK-QTY                PIC 9(5)V999.
       01  WS-FOUND-FLAG              PIC X.
           88  ITEM-FOUND                 VALUE "Y".
       01  WS-MATCHED-BY              PIC X(7). *> CODE or BARCODE.

       *> The matched lines, judged and reported after the read.
       01  WS-MAX-LINES               PIC 9(3) VALUE 500.
       01  WS-IL-COUNT                PIC 9(3) VALUE 0.
       01  WS-IL-INDEX                PIC 9(3).
       01  WS-IL-MATCH                PIC 9(3).
       01  WS-IMPORT-LINES.
           05  WS-IL-ENTRY OCCURS 500 TIMES.
               10  IL-PRODUCT         PIC X(20).
               10  IL-CODE            PIC X(5).
               10  IL-DEPT            PIC X(10).
               10  IL-PREFERRED       PIC X(5). *> Its usual supplier.
               10  IL-OLD-COST        PIC 9(5)V99.
               10  IL-NEW-COST        PIC 9(5)V99.
               10  IL-PRICE           PIC 9(5)V99.
               10  IL-MARGIN          PIC S9(5)V99.
               10  IL-TARGET          PIC 9(2)V99.
               10  IL-BELOW-FLAG      PIC X.
                   88  IL-BELOW-TARGET    VALUE "Y".
       01  WS-LINES-READ              PIC 9(5).
       01  WS-LINES-UNMATCHED         PIC 9(5).
       01  WS-LINES-SKIPPED           PIC 9(5). *> Past the table or
       *> carrying no usable cost.
       01  WS-COST-UP-COUNT           PIC 9(3).
       01  WS-COST-DOWN-COUNT         PIC 9(3).
       01  WS-BELOW-COUNT             PIC 9(3).
       01  WS-PROPOSED-COUNT          PIC 9(3).

       *> Department targets. A department with no row is held to
       *> WS-DEFAULT-TARGET.
       01  WS-DEFAULT-TARGET          PIC 9(2)V99 VALUE 20.00.
       01  WS-DM-COUNT                PIC 9(3) VALUE 0.
       01  WS-DM-INDEX                PIC 9(3).
       01  WS-DM-MATCH                PIC 9(3).
       01  WS-DEPT-MARGIN-TABLE.
           05  WS-DM-ENTRY OCCURS 100 TIMES.
               10  DM-DEPT            PIC X(10).
               10  DM-TARGET          PIC 9(2)V99.
       01  WS-DM-DEPT                 PIC X(10).
       01  WS-DM-TARGET               PIC 9(2)V99.
       01  WS-DM-TARGET-X             PIC X(8). *> Raw reply.

       01  WS-EFF-DATE                PIC 9(8).
       01  WS-PROPOSED-FINE           PIC 9(7)V9(4).
       01  WS-PROPOSED-PRICE          PIC 9(5)V99.
       01  WS-NEW-PRICE               PIC 9(5)V99.
       01  WS-COST-CHANGE-PCT         PIC S9(5)V99.
       01  WS-COST-EDIT               PIC Z(4)9.99.
       01  WS-COST-EDIT-2             PIC Z(4)9.99.
       01  WS-PRICE-EDIT              PIC Z(4)9.99.
       01  WS-MARGIN-EDIT             PIC -(4)9.99.
       01  WS-TARGET-EDIT             PIC Z9.99.
       01  WS-CHANGE-EDIT             PIC -(4)9.99.
       01  WS-COST-FILE               PIC 9(5).99. *> Point explicit.
       01  WS-PRICE-FILE              PIC 9(5).99.
       01  WS-TARGET-FILE             PIC 99.99.
       01  WS-FLAG-TEXT               PIC X(12).

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

       *> Role permission check working data.
       01  WS-PERMISSION-STATUS       PIC XX.
           88  PERMISSION-FILE-MISSING    VALUE "35".
       01  WS-PERMISSION-EOF-FLAG     PIC X.
           88  PERMISSIONS-AT-EOF         VALUE "Y".
       01  WS-DENIAL-STATUS           PIC XX.
           88  DENIAL-FILE-MISSING        VALUE "35".
       01  WS-PERM-PROGRAM            PIC X(30)
           VALUE "SUPPLIER-PRICE-IMPORT".
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
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TOMORROW-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 1)
           PERFORM VERIFY-ADMIN
           IF ADMIN-IS-VALID
               PERFORM MAIN-MENU-PROCESS
                   UNTIL WS-MENU-CHOICE = "4"
           END-IF
           STOP RUN.

       *> Only a signed-in, active account whose role holds
       *> PRICE-MAINT gets to the menu - the same check
       *> PRICE-MAINTENANCE runs, against the same USERS.csv.
       VERIFY-ADMIN.
           MOVE "N" TO WS-ADMIN-OK-FLAG
           MOVE SPACES TO WS-PERM-ROLE
           DISPLAY "Username: "
           ACCEPT WS-ADMIN-USERNAME
           DISPLAY "PIN: "
           ACCEPT WS-ADMIN-PIN
           OPEN INPUT USER-FILE
           IF USER-FILE-MISSING
               DISPLAY "USERS.csv not found - no accounts exist yet."
           ELSE
               MOVE "N" TO WS-USER-EOF-FLAG
               PERFORM CHECK-ADMIN-RECORD UNTIL USERS-AT-EOF
               CLOSE USER-FILE
           END-IF
           MOVE WS-ADMIN-USERNAME TO WS-PERM-USER
           MOVE "PRICE-MAINT" TO WS-PERM-FUNCTION
           PERFORM CHECK-PERMISSION
           IF NOT PERMISSION-GRANTED
               MOVE "N" TO WS-ADMIN-OK-FLAG
           END-IF
           IF NOT ADMIN-IS-VALID
               DISPLAY "Not an active account allowed price "
                   "maintenance. Bye."
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
                       AND FUNCTION TRIM(TEMP-STATUS) NOT = "INACTIVE"
                       MOVE "Y" TO WS-ADMIN-OK-FLAG
                       MOVE TEMP-ROLE TO WS-PERM-ROLE
                       MOVE "Y" TO WS-USER-EOF-FLAG
                   END-IF
           END-READ.

       MAIN-MENU-PROCESS.
           DISPLAY SPACES
           DISPLAY "OSPOS | SUPPLIER PRICE LISTS"
           DISPLAY "1. Import a Supplier Price List"
           DISPLAY "2. Set a Department Target Margin"
           DISPLAY "3. List Department Target Margins"
           DISPLAY "4. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM IMPORT-PRICE-LIST-ROUTINE
               WHEN "2"
                   PERFORM SET-TARGET-ROUTINE
               WHEN "3"
                   PERFORM LIST-TARGETS-ROUTINE
               WHEN "4"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       *> ----------------------------------------------------------
       *> The import: read and resolve the whole list first, record
       *> the list costs, report, then take the buyer through the
       *> products that have fallen below target.
       *> ----------------------------------------------------------
       IMPORT-PRICE-LIST-ROUTINE.
           DISPLAY "Supplier Code: "
           ACCEPT WS-SUP-CODE
           PERFORM FIND-SUPPLIER
           IF NOT SUPPLIER-FOUND
               DISPLAY "Supplier " FUNCTION TRIM(WS-SUP-CODE)
                   " is not on SUPPLIERS.csv."
           ELSE
               MOVE SPACES TO WS-PRICE-LIST-NAME
               STRING "PRICELIST_"               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUP-CODE) DELIMITED BY SIZE
                      ".csv"                     DELIMITED BY SIZE
                   INTO WS-PRICE-LIST-NAME
               END-STRING
               OPEN INPUT PRICE-LIST-FILE
               IF PRICE-LIST-MISSING
                   DISPLAY FUNCTION TRIM(WS-PRICE-LIST-NAME)
                       " not found - nothing imported."
               ELSE
                   PERFORM READ-WHOLE-PRICE-LIST
                   CLOSE PRICE-LIST-FILE
                   PERFORM LOAD-DEPT-MARGINS
                   PERFORM JUDGE-IMPORT-LINE
                       VARYING WS-IL-INDEX FROM 1 BY 1
                       UNTIL WS-IL-INDEX > WS-IL-COUNT
                   PERFORM RECORD-LIST-COSTS
                   PERFORM REPORT-IMPORT
                   IF WS-BELOW-COUNT > ZERO
                       PERFORM PROPOSE-NEW-PRICES
                   END-IF
               END-IF
           END-IF.

       FIND-SUPPLIER.
           MOVE "N" TO WS-SUP-FOUND-FLAG
           MOVE SPACES TO WS-SUP-NAME
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
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                   UNSTRING SUPPLIER-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-FIELD-1) =
                       FUNCTION TRIM(WS-SUP-CODE)
                       AND WS-SUP-CODE NOT = SPACES
                       MOVE "Y" TO WS-SUP-FOUND-FLAG
                       MOVE WS-FIELD-2 TO WS-SUP-NAME
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
           END-READ.

       READ-WHOLE-PRICE-LIST.
           MOVE ZERO TO WS-IL-COUNT WS-LINES-READ
           MOVE ZERO TO WS-LINES-UNMATCHED WS-LINES-SKIPPED
           OPEN INPUT PRODUCT-FILE
           IF PRODUCT-MISSING
               DISPLAY "PRODUCTS.CSV not found - nothing to match."
           ELSE
               OPEN INPUT BARCODE-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-PRICE-LIST-LINE UNTIL AT-EOF
               IF NOT BARCODE-FILE-MISSING
                   CLOSE BARCODE-FILE
               END-IF
               CLOSE PRODUCT-FILE
           END-IF.

       *> A line whose cost is not a number - a heading row, say -
       *> is passed over rather than read as a zero cost.
       READ-PRICE-LIST-LINE.
           READ PRICE-LIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                   UNSTRING PRICE-LIST-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2
                   END-UNSTRING
                   MOVE FUNCTION TRIM(WS-FIELD-1) TO WS-ITEM-ENTRY
                   IF WS-ITEM-ENTRY = SPACES
                       OR FUNCTION TEST-NUMVAL(WS-FIELD-2) NOT = ZERO
                       ADD 1 TO WS-LINES-SKIPPED
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-FIELD-2) TO WS-LIST-COST
                       PERFORM RESOLVE-PRICE-LIST-ITEM
                       IF NOT ITEM-FOUND
                           ADD 1 TO WS-LINES-UNMATCHED
                           DISPLAY "Not matched: "
                               FUNCTION TRIM(WS-ITEM-ENTRY)
                       ELSE IF WS-LIST-COST = ZERO
                           OR WS-IL-COUNT >= WS-MAX-LINES
                           ADD 1 TO WS-LINES-SKIPPED
                       ELSE
                           PERFORM CAPTURE-IMPORT-LINE
                       END-IF
                       END-IF
                   END-IF
           END-READ.

       *> The SKU code as a keyed read first, then the barcode - the
       *> same order the counting and checkout lookups fall back in.
       RESOLVE-PRICE-LIST-ITEM.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE 1 TO WS-PACK-QTY
           IF WS-ITEM-ENTRY(6:15) = SPACES
               MOVE WS-ITEM-ENTRY(1:5) TO PR-PRODUCT-CODE
               READ PRODUCT-FILE KEY IS PR-PRODUCT-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-FLAG
                       MOVE "CODE" TO WS-MATCHED-BY
               END-READ
           END-IF
           IF NOT ITEM-FOUND
               AND NOT BARCODE-FILE-MISSING
               MOVE WS-ITEM-ENTRY TO BC-BARCODE
               READ BARCODE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM RESOLVE-LISTED-BARCODE
               END-READ
           END-IF.

       RESOLVE-LISTED-BARCODE.
           IF BARCODE-RETIRED
               DISPLAY "Barcode " FUNCTION TRIM(BC-BARCODE)
                   " is retired - line not used."
           ELSE
               MOVE BC-PRODUCT-NAME TO PR-PRODUCT-NAME
               READ PRODUCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-FLAG
                       MOVE "BARCODE" TO WS-MATCHED-BY
                       IF BC-PACK-QTY > ZERO
                           MOVE BC-PACK-QTY TO WS-PACK-QTY
                       END-IF
               END-READ
           END-IF.

       *> A product listed twice (its code and its case barcode,
       *> say) keeps the last line read.
       CAPTURE-IMPORT-LINE.
           MOVE ZERO TO WS-IL-MATCH
           PERFORM VARYING WS-IL-INDEX FROM 1 BY 1
               UNTIL WS-IL-INDEX > WS-IL-COUNT
               IF IL-PRODUCT(WS-IL-INDEX) = PR-PRODUCT-NAME
                   MOVE WS-IL-INDEX TO WS-IL-MATCH
               END-IF
           END-PERFORM
           IF WS-IL-MATCH = ZERO
               ADD 1 TO WS-IL-COUNT
               MOVE WS-IL-COUNT TO WS-IL-MATCH
           END-IF
           MOVE PR-PRODUCT-NAME TO IL-PRODUCT(WS-IL-MATCH)
           MOVE PR-PRODUCT-CODE TO IL-CODE(WS-IL-MATCH)
           MOVE PR-PRODUCT-DEPT TO IL-DEPT(WS-IL-MATCH)
           MOVE PR-PRODUCT-SUPPLIER TO IL-PREFERRED(WS-IL-MATCH)
           MOVE PR-PRODUCT-COST TO IL-OLD-COST(WS-IL-MATCH)
           MOVE PR-PRODUCT-PRICE TO IL-PRICE(WS-IL-MATCH)
           COMPUTE IL-NEW-COST(WS-IL-MATCH) ROUNDED =
               WS-LIST-COST / WS-PACK-QTY.

       *> Margin on the selling price, as KIT-MAINTENANCE reckons a
       *> kit's: (price - cost) as a percentage of price.
       JUDGE-IMPORT-LINE.
           MOVE IL-DEPT(WS-IL-INDEX) TO WS-DM-DEPT
           PERFORM FIND-DEPT-TARGET
           IF WS-DM-MATCH = ZERO
               MOVE WS-DEFAULT-TARGET TO IL-TARGET(WS-IL-INDEX)
           ELSE
               MOVE DM-TARGET(WS-DM-MATCH) TO IL-TARGET(WS-IL-INDEX)
           END-IF
           IF IL-PRICE(WS-IL-INDEX) > ZERO
               COMPUTE IL-MARGIN(WS-IL-INDEX) ROUNDED =
                   (IL-PRICE(WS-IL-INDEX) - IL-NEW-COST(WS-IL-INDEX))
                   * 100 / IL-PRICE(WS-IL-INDEX)
           ELSE
               MOVE ZERO TO IL-MARGIN(WS-IL-INDEX)
           END-IF
           IF IL-MARGIN(WS-IL-INDEX) < IL-TARGET(WS-IL-INDEX)
               MOVE "Y" TO IL-BELOW-FLAG(WS-IL-INDEX)
           ELSE
               MOVE "N" TO IL-BELOW-FLAG(WS-IL-INDEX)
           END-IF.

       *> Every matched line's unit cost, for the PO run to order at.
       RECORD-LIST-COSTS.
           IF WS-IL-COUNT > ZERO
               OPEN EXTEND SUPPLIER-COST-FILE
               IF SUPPLIER-COST-MISSING
                   OPEN OUTPUT SUPPLIER-COST-FILE
               END-IF
               PERFORM WRITE-LIST-COST-ROW
                   VARYING WS-IL-INDEX FROM 1 BY 1
                   UNTIL WS-IL-INDEX > WS-IL-COUNT
               CLOSE SUPPLIER-COST-FILE
           END-IF.

       WRITE-LIST-COST-ROW.
           MOVE IL-NEW-COST(WS-IL-INDEX) TO WS-COST-FILE
           MOVE SPACES TO WS-BUILD-LINE
           STRING FUNCTION TRIM(WS-SUP-CODE)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(IL-PRODUCT(WS-IL-INDEX))
                                              DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-COST-FILE                DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-TODAY-DATE               DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           MOVE WS-BUILD-LINE TO SUPPLIER-COST-RECORD
           WRITE SUPPLIER-COST-RECORD.

       *> ----------------------------------------------------------
       *> Every matched product whose cost moved or whose margin is
       *> now under target, then the totals.
       *> ----------------------------------------------------------
       REPORT-IMPORT.
           MOVE ZERO TO WS-COST-UP-COUNT WS-COST-DOWN-COUNT
           MOVE ZERO TO WS-BELOW-COUNT
           DISPLAY "------------------------------------------------"
           DISPLAY "PRICE LIST " FUNCTION TRIM(WS-PRICE-LIST-NAME)
               " - " FUNCTION TRIM(WS-SUP-NAME)
           DISPLAY "------------------------------------------------"
           DISPLAY "PRODUCT              OLD COST NEW COST  CHG %"
               "    PRICE  MARGIN TARGET"
           PERFORM REPORT-IMPORT-LINE
               VARYING WS-IL-INDEX FROM 1 BY 1
               UNTIL WS-IL-INDEX > WS-IL-COUNT
           DISPLAY "------------------------------------------------"
           DISPLAY "Lines read:        " WS-LINES-READ
           DISPLAY "Products matched:  " WS-IL-COUNT
           DISPLAY "Not matched:       " WS-LINES-UNMATCHED
           DISPLAY "Skipped:           " WS-LINES-SKIPPED
           DISPLAY "Cost increases:    " WS-COST-UP-COUNT
           DISPLAY "Cost decreases:    " WS-COST-DOWN-COUNT
           DISPLAY "Below target:      " WS-BELOW-COUNT
           IF WS-IL-COUNT > ZERO
               DISPLAY "List costs recorded on SUPPLIER-COSTS.csv "
                   "for the next purchase order."
           END-IF.

       REPORT-IMPORT-LINE.
           IF IL-NEW-COST(WS-IL-INDEX) > IL-OLD-COST(WS-IL-INDEX)
               ADD 1 TO WS-COST-UP-COUNT
           END-IF
           IF IL-NEW-COST(WS-IL-INDEX) < IL-OLD-COST(WS-IL-INDEX)
               ADD 1 TO WS-COST-DOWN-COUNT
           END-IF
           IF IL-BELOW-TARGET(WS-IL-INDEX)
               ADD 1 TO WS-BELOW-COUNT
           END-IF
           IF IL-NEW-COST(WS-IL-INDEX) NOT = IL-OLD-COST(WS-IL-INDEX)
               OR IL-BELOW-TARGET(WS-IL-INDEX)
               IF IL-OLD-COST(WS-IL-INDEX) > ZERO
                   COMPUTE WS-COST-CHANGE-PCT ROUNDED =
                       (IL-NEW-COST(WS-IL-INDEX)
                        - IL-OLD-COST(WS-IL-INDEX)) * 100
                       / IL-OLD-COST(WS-IL-INDEX)
               ELSE
                   MOVE ZERO TO WS-COST-CHANGE-PCT
               END-IF
               MOVE IL-OLD-COST(WS-IL-INDEX) TO WS-COST-EDIT
               MOVE IL-NEW-COST(WS-IL-INDEX) TO WS-COST-EDIT-2
               MOVE WS-COST-CHANGE-PCT TO WS-CHANGE-EDIT
               MOVE IL-PRICE(WS-IL-INDEX) TO WS-PRICE-EDIT
               MOVE IL-MARGIN(WS-IL-INDEX) TO WS-MARGIN-EDIT
               MOVE IL-TARGET(WS-IL-INDEX) TO WS-TARGET-EDIT
               MOVE SPACES TO WS-FLAG-TEXT
               IF IL-BELOW-TARGET(WS-IL-INDEX)
                   MOVE "BELOW TARGET" TO WS-FLAG-TEXT
               END-IF
               DISPLAY IL-PRODUCT(WS-IL-INDEX) " " WS-COST-EDIT
                   " " WS-COST-EDIT-2 " " WS-CHANGE-EDIT
                   " " WS-PRICE-EDIT " " WS-MARGIN-EDIT
                   "  " WS-TARGET-EDIT " " WS-FLAG-TEXT
               IF IL-PREFERRED(WS-IL-INDEX) NOT = WS-SUP-CODE
                   DISPLAY "    (usually bought from "
                       FUNCTION TRIM(IL-PREFERRED(WS-IL-INDEX)) ")"
               END-IF
           END-IF.

       *> ----------------------------------------------------------
       *> For each product under target, the price that restores the
       *> target margin at the new cost - rounded up to the centavo
       *> - is offered. Enter takes it, a keyed price replaces it,
       *> zero leaves the product alone. All approved prices share
       *> one effective date, which must be after today.
       *> ----------------------------------------------------------
       PROPOSE-NEW-PRICES.
           DISPLAY "Propose new retail prices for the products "
               "below target? (Y/N): "
           ACCEPT WS-REPLY
           IF FUNCTION UPPER-CASE(WS-REPLY) = "Y"
               DISPLAY "Effective date (YYYYMMDD, Enter="
                   WS-TOMORROW-DATE "): "
               MOVE SPACES TO WS-DATE-REPLY
               ACCEPT WS-DATE-REPLY
               IF WS-DATE-REPLY = SPACES
                   MOVE WS-TOMORROW-DATE TO WS-EFF-DATE
               ELSE IF WS-DATE-REPLY IS NUMERIC
                   MOVE WS-DATE-REPLY TO WS-EFF-DATE
               ELSE
                   MOVE ZERO TO WS-EFF-DATE
               END-IF
               END-IF
               IF WS-EFF-DATE <= WS-TODAY-DATE
                   DISPLAY "Effective date must be after today - "
                       "no prices proposed."
               ELSE
                   MOVE ZERO TO WS-PROPOSED-COUNT
                   PERFORM PROPOSE-ONE-PRICE
                       VARYING WS-IL-INDEX FROM 1 BY 1
                       UNTIL WS-IL-INDEX > WS-IL-COUNT
                   DISPLAY WS-PROPOSED-COUNT " price change(s) added "
                       "to PENDING-PRICES.csv for " WS-EFF-DATE "."
               END-IF
           END-IF.

       PROPOSE-ONE-PRICE.
           IF IL-BELOW-TARGET(WS-IL-INDEX)
               COMPUTE WS-PROPOSED-FINE =
                   IL-NEW-COST(WS-IL-INDEX) * 100
                   / (100 - IL-TARGET(WS-IL-INDEX))
               COMPUTE WS-PROPOSED-PRICE = WS-PROPOSED-FINE + 0.0099
               MOVE IL-PRICE(WS-IL-INDEX) TO WS-PRICE-EDIT
               MOVE WS-PROPOSED-PRICE TO WS-COST-EDIT
               DISPLAY FUNCTION TRIM(IL-PRODUCT(WS-IL-INDEX))
                   " now " WS-PRICE-EDIT " - new price (Enter="
                   FUNCTION TRIM(WS-COST-EDIT) ", 0=leave): "
               MOVE SPACES TO WS-AMOUNT-REPLY
               ACCEPT WS-AMOUNT-REPLY
               IF WS-AMOUNT-REPLY = SPACES
                   MOVE WS-PROPOSED-PRICE TO WS-NEW-PRICE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY)
                       TO WS-NEW-PRICE
               END-IF
               IF WS-NEW-PRICE > ZERO
                   PERFORM APPEND-PENDING-CHANGE
                   ADD 1 TO WS-PROPOSED-COUNT
               END-IF
           END-IF.

       APPEND-PENDING-CHANGE.
           OPEN EXTEND PENDING-PRICE-FILE
           IF PENDING-FILE-MISSING
               OPEN OUTPUT PENDING-PRICE-FILE
           END-IF
           MOVE WS-NEW-PRICE TO WS-PRICE-FILE
           MOVE SPACES TO WS-BUILD-LINE
           STRING FUNCTION TRIM(IL-PRODUCT(WS-IL-INDEX))
                                          DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-PRICE-FILE           DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-EFF-DATE             DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           MOVE WS-BUILD-LINE TO PENDING-PRICE-RECORD
           WRITE PENDING-PRICE-RECORD
           CLOSE PENDING-PRICE-FILE.

       *> ----------------------------------------------------------
       *> Department targets. Setting one replaces that department's
       *> row and rewrites the file.
       *> ----------------------------------------------------------
       SET-TARGET-ROUTINE.
           DISPLAY "Department: "
           ACCEPT WS-DM-DEPT
           DISPLAY "Target margin % (e.g. 25.00): "
           ACCEPT WS-DM-TARGET-X
           IF WS-DM-DEPT = SPACES
               DISPLAY "Department cannot be blank."
           ELSE IF FUNCTION TEST-NUMVAL(WS-DM-TARGET-X) NOT = ZERO
               OR FUNCTION NUMVAL(WS-DM-TARGET-X) >= 100
               DISPLAY "Target must be a percentage below 100."
           ELSE
               MOVE FUNCTION NUMVAL(WS-DM-TARGET-X) TO WS-DM-TARGET
               PERFORM LOAD-DEPT-MARGINS
               PERFORM FIND-DEPT-TARGET
               IF WS-DM-MATCH = ZERO
                   IF WS-DM-COUNT >= 100
                       DISPLAY "Department table is full - not saved."
                   ELSE
                       ADD 1 TO WS-DM-COUNT
                       MOVE WS-DM-DEPT TO DM-DEPT(WS-DM-COUNT)
                       MOVE WS-DM-TARGET TO DM-TARGET(WS-DM-COUNT)
                       PERFORM WRITE-DEPT-MARGINS
                       DISPLAY "Target saved."
                   END-IF
               ELSE
                   MOVE WS-DM-TARGET TO DM-TARGET(WS-DM-MATCH)
                   PERFORM WRITE-DEPT-MARGINS
                   DISPLAY "Target saved."
               END-IF
           END-IF
           END-IF.

       LIST-TARGETS-ROUTINE.
           PERFORM LOAD-DEPT-MARGINS
           IF WS-DM-COUNT = ZERO
               DISPLAY "No department targets set."
           ELSE
               DISPLAY "DEPARTMENT  TARGET %"
               PERFORM VARYING WS-DM-INDEX FROM 1 BY 1
                   UNTIL WS-DM-INDEX > WS-DM-COUNT
                   MOVE DM-TARGET(WS-DM-INDEX) TO WS-TARGET-EDIT
                   DISPLAY DM-DEPT(WS-DM-INDEX) "   " WS-TARGET-EDIT
               END-PERFORM
           END-IF
           MOVE WS-DEFAULT-TARGET TO WS-TARGET-EDIT
           DISPLAY "Any other department: " WS-TARGET-EDIT.

       LOAD-DEPT-MARGINS.
           MOVE ZERO TO WS-DM-COUNT
           OPEN INPUT DEPT-MARGIN-FILE
           IF NOT DEPT-MARGIN-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-DEPT-MARGIN-ROW UNTIL AT-EOF
               CLOSE DEPT-MARGIN-FILE
           END-IF.

       READ-DEPT-MARGIN-ROW.
           READ DEPT-MARGIN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                   UNSTRING DEPT-MARGIN-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2
                   END-UNSTRING
                   IF WS-FIELD-1 NOT = SPACES
                       AND WS-DM-COUNT < 100
                       ADD 1 TO WS-DM-COUNT
                       MOVE WS-FIELD-1 TO DM-DEPT(WS-DM-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-2)
                           TO DM-TARGET(WS-DM-COUNT)
                   END-IF
           END-READ.

       FIND-DEPT-TARGET.
           MOVE ZERO TO WS-DM-MATCH
           PERFORM VARYING WS-DM-INDEX FROM 1 BY 1
               UNTIL WS-DM-INDEX > WS-DM-COUNT
               IF DM-DEPT(WS-DM-INDEX) = WS-DM-DEPT
                   MOVE WS-DM-INDEX TO WS-DM-MATCH
               END-IF
           END-PERFORM.

       WRITE-DEPT-MARGINS.
           OPEN OUTPUT DEPT-MARGIN-FILE
           PERFORM VARYING WS-DM-INDEX FROM 1 BY 1
               UNTIL WS-DM-INDEX > WS-DM-COUNT
               MOVE DM-TARGET(WS-DM-INDEX) TO WS-TARGET-FILE
               MOVE SPACES TO WS-BUILD-LINE
               STRING FUNCTION TRIM(DM-DEPT(WS-DM-INDEX))
                                              DELIMITED BY SIZE
                      ","                     DELIMITED BY SIZE
                      WS-TARGET-FILE          DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               END-STRING
               MOVE WS-BUILD-LINE TO DEPT-MARGIN-RECORD
               WRITE DEPT-MARGIN-RECORD
           END-PERFORM
           CLOSE DEPT-MARGIN-FILE.

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
