       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIT-MAINTENANCE.

       *> This program is the admin screen for kits - the gift
       *> baskets, school-supply packs, and "noche buena" bundles sold
       *> under one code at one price. KITS.csv is the bill of
       *> materials: which catalog products, and how many of each, go
       *> into one kit. The kit itself is an ordinary catalog entry
       *> for its price, VAT flag, and department, but it holds no
       *> stock - the checkout relieves the components, and voids and
       *> returns put them back. The kit's catalog cost is the rolled
       *> up cost of its components, refreshed here whenever a kit is
       *> defined or on demand after receiving has moved component
       *> costs. Gated to a signed-in active account whose role holds
       *> KIT-MAINT on PERMISSIONS.csv (ADMIN only unless granted),
       *> like STORE-PARAMETERS.

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

           SELECT KIT-FILE ASSIGN TO "KITS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIT-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.

           SELECT PERMISSION-FILE ASSIGN TO "PERMISSIONS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMISSION-STATUS.

           SELECT DENIAL-FILE ASSIGN TO "ACCESS-DENIALS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENIAL-STATUS.

       *> KITS.csv holds one component per line:
       *> KIT,COMPONENT,QTYPERKIT. A kit's rows are written together
       *> and replaced together; a component may sit in any number of
       *> kits but may not itself be a kit.

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

       FD  KIT-FILE.
       01  KIT-RECORD                 PIC X(100).

       *> USERS.csv is read only to check whoever runs this and find
       *> their role - a kit definition moves stock and cost.
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

       *> Role permission check working data.
       01  WS-PERMISSION-STATUS       PIC XX.
           88  PERMISSION-FILE-MISSING    VALUE "35".
       01  WS-PERMISSION-EOF-FLAG     PIC X.
           88  PERMISSIONS-AT-EOF         VALUE "Y".
       01  WS-DENIAL-STATUS           PIC XX.
           88  DENIAL-FILE-MISSING        VALUE "35".
       01  WS-PERM-PROGRAM            PIC X(30)
           VALUE "KIT-MAINTENANCE".
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

       01  WS-PRODUCT-STATUS          PIC XX.
           88  PRODUCT-MISSING            VALUE "35".
       01  WS-KIT-STATUS              PIC XX.
           88  KIT-FILE-MISSING           VALUE "35".
       01  WS-EOF-FLAG                PIC X.
           88  AT-EOF                     VALUE "Y".

       01  WS-MENU-CHOICE             PIC X.

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

       01  WS-FIELD-1                 PIC X(20).
       01  WS-FIELD-2                 PIC X(20).
       01  WS-FIELD-3                 PIC X(20).
       01  WS-AMOUNT-REPLY            PIC X(10). *> Raw qty reply.
       01  WS-BUILD-LINE              PIC X(100).
       01  WS-QTY-FILE-EDIT           PIC 9(5).999. *> Point explicit.

       *> KITS.csv loaded whole, edited in storage, written back -
       *> the same pattern PROMO-MAINTENANCE uses for its purge.
       01  WS-KIT-ROW-COUNT           PIC 9(3) VALUE 0.
       01  WS-KIT-ROW-SKIPPED         PIC 9(3) VALUE 0.
       01  WS-KIT-ROW-INDEX           PIC 9(3).
       01  WS-KIT-SCAN-INDEX          PIC 9(3).
       01  WS-KIT-TABLE.
           05  WS-KIT-ROW OCCURS 300 TIMES.
               10  KIT-ROW-KIT        PIC X(20).
               10  KIT-ROW-COMPONENT  PIC X(20).
               10  KIT-ROW-QTY        PIC 9(5)V999.

       *> The components keyed for the kit being defined.
       01  WS-NEW-KIT                 PIC X(20).
       01  WS-NEW-COMPONENT           PIC X(20).
       01  WS-NEW-QTY                 PIC 9(5)V999.
       01  WS-NEW-COUNT               PIC 99.
       01  WS-NEW-INDEX               PIC 99.
       01  WS-NEW-TABLE.
           05  WS-NEW-ROW OCCURS 20 TIMES.
               10  NEW-COMPONENT      PIC X(20).
               10  NEW-QTY            PIC 9(5)V999.
       01  WS-COMPONENT-OK-FLAG       PIC X.
           88  COMPONENT-IS-OK            VALUE "Y".
       01  WS-DONE-FLAG               PIC X.
           88  COMPONENTS-DONE            VALUE "Y".
       01  WS-FOUND-FLAG              PIC X.
           88  NAME-FOUND                 VALUE "Y".
       01  WS-REMOVED-COUNT           PIC 9(3).

       *> Roll-up of one kit's cost and margin.
       01  WS-ROLL-KIT                PIC X(20).
       01  WS-ROLL-COST               PIC 9(7)V9999.
       01  WS-ROLL-LINE-COST          PIC 9(7)V99.
       01  WS-ROLL-MISSING            PIC 99. *> Components not found.
       01  WS-ROLL-SHOW-FLAG          PIC X. *> Y lists components.
           88  ROLL-SHOWS-LINES           VALUE "Y".
       01  WS-ROLL-KITS               PIC 9(3).
       01  WS-ROLL-MARGIN             PIC S9(5)V99.
       01  WS-KIT-PRICE-EDIT          PIC Z(4)9.99.
       01  WS-KIT-COST-EDIT           PIC Z(4)9.99.
       01  WS-MARGIN-EDIT             PIC -(4)9.99.
       01  WS-COMP-QTY-EDIT           PIC Z(4)9.999.
       01  WS-COMP-COST-EDIT          PIC Z(4)9.99.
       01  WS-COMP-EXT-EDIT           PIC Z(6)9.99.
       01  WS-ONHAND-EDIT             PIC Z(4)9.999.


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
           PERFORM VERIFY-ADMIN
           IF ADMIN-IS-VALID
               OPEN I-O PRODUCT-FILE
               IF PRODUCT-MISSING
                   DISPLAY "PRODUCTS.CSV not found - no catalog to "
                       "build kits from."
               ELSE
                   PERFORM MAIN-MENU-PROCESS
                       UNTIL WS-MENU-CHOICE = "5"
                   CLOSE PRODUCT-FILE
               END-IF
           END-IF
           STOP RUN.

       *> Only a signed-in, active account whose role holds
       *> KIT-MAINT gets to the menu - the same check
       *> STORE-PARAMETERS runs, against the same USERS.csv and
       *> PERMISSIONS.csv. Nobody but ADMIN holds it until it is
       *> granted.
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
           MOVE "KIT-MAINT" TO WS-PERM-FUNCTION
           PERFORM CHECK-PERMISSION
           IF NOT PERMISSION-GRANTED
               MOVE "N" TO WS-ADMIN-OK-FLAG
           END-IF
           IF NOT ADMIN-IS-VALID
               DISPLAY "Not an active account allowed to use this "
                   "screen. Bye."
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
           DISPLAY "OSPOS | KIT MAINTENANCE"
           DISPLAY "1. List Kits"
           DISPLAY "2. Define / Replace Kit"
           DISPLAY "3. Remove Kit"
           DISPLAY "4. Roll Up Kit Costs"
           DISPLAY "5. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM LIST-KITS-ROUTINE
               WHEN "2"
                   PERFORM DEFINE-KIT-ROUTINE
               WHEN "3"
                   PERFORM REMOVE-KIT-ROUTINE
               WHEN "4"
                   PERFORM ROLL-UP-KITS-ROUTINE
               WHEN "5"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       *> ----------------------------------------------------------
       *> The list shows each kit once, its components at today's
       *> catalog cost, and the margin the kit price leaves over the
       *> rolled-up cost - what the checkout will book on the next
       *> sale.
       *> ----------------------------------------------------------
       LIST-KITS-ROUTINE.
           PERFORM LOAD-KIT-ROWS
           IF WS-KIT-ROW-COUNT = ZERO
               DISPLAY "No kits on file."
           ELSE
               MOVE "Y" TO WS-ROLL-SHOW-FLAG
               PERFORM LIST-ONE-KIT
                   VARYING WS-KIT-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-KIT-ROW-INDEX > WS-KIT-ROW-COUNT
           END-IF.

       LIST-ONE-KIT.
           PERFORM CHECK-EARLIER-KIT-ROW
           IF NOT NAME-FOUND
               MOVE KIT-ROW-KIT(WS-KIT-ROW-INDEX) TO WS-ROLL-KIT
               DISPLAY SPACES
               DISPLAY "Kit: " WS-ROLL-KIT
               DISPLAY "  COMPONENT                 QTY/KIT  "
                   "UNIT COST   EXTENDED"
               PERFORM ROLL-UP-ONE-KIT
               PERFORM READ-ROLL-KIT
               IF NAME-FOUND
                   PERFORM COMPUTE-KIT-MARGIN
                   MOVE PR-PRODUCT-PRICE TO WS-KIT-PRICE-EDIT
                   MOVE WS-ROLL-COST TO WS-KIT-COST-EDIT
                   MOVE WS-ROLL-MARGIN TO WS-MARGIN-EDIT
                   DISPLAY "  Kit price " WS-KIT-PRICE-EDIT
                       "  Rolled-up cost " WS-KIT-COST-EDIT
                       "  Margin " WS-MARGIN-EDIT "%"
                   IF PR-PRODUCT-QUANTITY > ZERO
                       MOVE PR-PRODUCT-QUANTITY TO WS-ONHAND-EDIT
                       DISPLAY "  Note: the kit's own catalog entry "
                           "shows " WS-ONHAND-EDIT " on hand - "
                           "kits hold no stock, sales relieve the "
                           "components."
                   END-IF
               END-IF
           END-IF.

       *> A hand-edited KITS.csv can scatter a kit's rows, so each
       *> kit is listed at its first row only.
       CHECK-EARLIER-KIT-ROW.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-KIT-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-KIT-SCAN-INDEX >= WS-KIT-ROW-INDEX
               IF KIT-ROW-KIT(WS-KIT-SCAN-INDEX) =
                   KIT-ROW-KIT(WS-KIT-ROW-INDEX)
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.

       *> Sums component cost times quantity per kit for WS-ROLL-KIT,
       *> listing the lines when WS-ROLL-SHOW-FLAG asks for them. A
       *> component gone from the catalog is counted so the caller
       *> does not post a cost that is short.
       ROLL-UP-ONE-KIT.
           MOVE ZERO TO WS-ROLL-COST
           MOVE ZERO TO WS-ROLL-MISSING
           PERFORM VARYING WS-KIT-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-KIT-SCAN-INDEX > WS-KIT-ROW-COUNT
               IF KIT-ROW-KIT(WS-KIT-SCAN-INDEX) = WS-ROLL-KIT
                   PERFORM ROLL-UP-ONE-COMPONENT
               END-IF
           END-PERFORM.

       ROLL-UP-ONE-COMPONENT.
           MOVE KIT-ROW-COMPONENT(WS-KIT-SCAN-INDEX) TO PR-PRODUCT-NAME
           READ PRODUCT-FILE
               INVALID KEY
                   ADD 1 TO WS-ROLL-MISSING
                   IF ROLL-SHOWS-LINES
                       DISPLAY "  " KIT-ROW-COMPONENT(WS-KIT-SCAN-INDEX)
                           "  ** not in the catalog **"
                   END-IF
               NOT INVALID KEY
                   COMPUTE WS-ROLL-LINE-COST ROUNDED =
                       PR-PRODUCT-COST * KIT-ROW-QTY(WS-KIT-SCAN-INDEX)
                   COMPUTE WS-ROLL-COST = WS-ROLL-COST
                       + PR-PRODUCT-COST
                       * KIT-ROW-QTY(WS-KIT-SCAN-INDEX)
                   IF ROLL-SHOWS-LINES
                       MOVE KIT-ROW-QTY(WS-KIT-SCAN-INDEX)
                           TO WS-COMP-QTY-EDIT
                       MOVE PR-PRODUCT-COST TO WS-COMP-COST-EDIT
                       MOVE WS-ROLL-LINE-COST TO WS-COMP-EXT-EDIT
                       DISPLAY "  " PR-PRODUCT-NAME "  "
                           WS-COMP-QTY-EDIT "  " WS-COMP-COST-EDIT
                           " " WS-COMP-EXT-EDIT
                   END-IF
           END-READ.

       READ-ROLL-KIT.
           MOVE "Y" TO WS-FOUND-FLAG
           MOVE WS-ROLL-KIT TO PR-PRODUCT-NAME
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-FLAG
                   DISPLAY "  Kit " WS-ROLL-KIT
                       " is not in the catalog - it cannot be sold."
           END-READ.

       COMPUTE-KIT-MARGIN.
           IF PR-PRODUCT-PRICE > ZERO
               COMPUTE WS-ROLL-MARGIN ROUNDED =
                   (PR-PRODUCT-PRICE - WS-ROLL-COST) * 100
                   / PR-PRODUCT-PRICE
           ELSE
               MOVE ZERO TO WS-ROLL-MARGIN
           END-IF.

       *> ----------------------------------------------------------
       *> Defining a kit replaces whatever components it had before;
       *> the kit's catalog cost is rolled up as it is saved.
       *> ----------------------------------------------------------
       DEFINE-KIT-ROUTINE.
           PERFORM LOAD-KIT-ROWS
           IF WS-KIT-ROW-SKIPPED > ZERO
               DISPLAY "KITS.csv holds more rows than this "
                   "program's table - nothing changed so no rows "
                   "get dropped."
           ELSE
               DISPLAY "Kit Product Name: "
               ACCEPT WS-NEW-KIT
               PERFORM CHECK-NEW-KIT
               IF NAME-FOUND
                   MOVE ZERO TO WS-NEW-COUNT
                   MOVE "N" TO WS-DONE-FLAG
                   PERFORM CAPTURE-KIT-COMPONENT
                       UNTIL COMPONENTS-DONE
                   PERFORM SAVE-NEW-KIT
               END-IF
           END-IF.

       *> The kit has to be in the catalog already - that is where
       *> its price, VAT flag, and department come from - and cannot
       *> be a component of some other kit.
       CHECK-NEW-KIT.
           MOVE WS-NEW-KIT TO PR-PRODUCT-NAME
           MOVE "Y" TO WS-FOUND-FLAG
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-FLAG
                   DISPLAY "Set the kit up in the catalog first "
                       "(price, VAT flag, department). Not saved."
           END-READ
           IF NAME-FOUND
               PERFORM VARYING WS-KIT-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-KIT-SCAN-INDEX > WS-KIT-ROW-COUNT
                   IF KIT-ROW-COMPONENT(WS-KIT-SCAN-INDEX) = WS-NEW-KIT
                       MOVE "N" TO WS-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF NOT NAME-FOUND
                   DISPLAY WS-NEW-KIT " is a component of another "
                       "kit - kits do not nest. Not saved."
               END-IF
           END-IF.

       CAPTURE-KIT-COMPONENT.
           IF WS-NEW-COUNT = 20
               DISPLAY "Twenty components is the most a kit holds."
               MOVE "Y" TO WS-DONE-FLAG
           ELSE
               DISPLAY "Component Product Name (Enter when done): "
               MOVE SPACES TO WS-NEW-COMPONENT
               ACCEPT WS-NEW-COMPONENT
               IF WS-NEW-COMPONENT = SPACES
                   MOVE "Y" TO WS-DONE-FLAG
               ELSE
                   PERFORM CHECK-NEW-COMPONENT
                   IF COMPONENT-IS-OK
                       ADD 1 TO WS-NEW-COUNT
                       MOVE WS-NEW-COMPONENT
                           TO NEW-COMPONENT(WS-NEW-COUNT)
                       MOVE WS-NEW-QTY TO NEW-QTY(WS-NEW-COUNT)
                   END-IF
               END-IF
           END-IF.

       CHECK-NEW-COMPONENT.
           MOVE "Y" TO WS-COMPONENT-OK-FLAG
           IF WS-NEW-COMPONENT = WS-NEW-KIT
               MOVE "N" TO WS-COMPONENT-OK-FLAG
               DISPLAY "A kit cannot contain itself."
           END-IF
           PERFORM VARYING WS-KIT-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-KIT-SCAN-INDEX > WS-KIT-ROW-COUNT
               IF KIT-ROW-KIT(WS-KIT-SCAN-INDEX) = WS-NEW-COMPONENT
                   AND COMPONENT-IS-OK
                   MOVE "N" TO WS-COMPONENT-OK-FLAG
                   DISPLAY WS-NEW-COMPONENT " is itself a kit - "
                       "kits do not nest."
               END-IF
           END-PERFORM
           PERFORM VARYING WS-NEW-INDEX FROM 1 BY 1
               UNTIL WS-NEW-INDEX > WS-NEW-COUNT
               IF NEW-COMPONENT(WS-NEW-INDEX) = WS-NEW-COMPONENT
                   AND COMPONENT-IS-OK
                   MOVE "N" TO WS-COMPONENT-OK-FLAG
                   DISPLAY "Already in this kit - key its full "
                       "quantity once."
               END-IF
           END-PERFORM
           IF COMPONENT-IS-OK
               MOVE WS-NEW-COMPONENT TO PR-PRODUCT-NAME
               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-COMPONENT-OK-FLAG
                       DISPLAY "Product not found: " WS-NEW-COMPONENT
               END-READ
           END-IF
           IF COMPONENT-IS-OK
               DISPLAY "Quantity per Kit: "
               MOVE SPACES TO WS-AMOUNT-REPLY
               ACCEPT WS-AMOUNT-REPLY
               MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY) TO WS-NEW-QTY
               IF WS-NEW-QTY = ZERO
                   MOVE "N" TO WS-COMPONENT-OK-FLAG
                   DISPLAY "Quantity must be more than zero."
               END-IF
           END-IF.

       SAVE-NEW-KIT.
           IF WS-NEW-COUNT = ZERO
               DISPLAY "No components keyed. Not saved."
           ELSE
               PERFORM DROP-KIT-ROWS
               IF WS-KIT-ROW-COUNT + WS-NEW-COUNT > 300
                   DISPLAY "KITS.csv is full. Not saved."
               ELSE
                   PERFORM VARYING WS-NEW-INDEX FROM 1 BY 1
                       UNTIL WS-NEW-INDEX > WS-NEW-COUNT
                       ADD 1 TO WS-KIT-ROW-COUNT
                       MOVE WS-NEW-KIT
                           TO KIT-ROW-KIT(WS-KIT-ROW-COUNT)
                       MOVE NEW-COMPONENT(WS-NEW-INDEX)
                           TO KIT-ROW-COMPONENT(WS-KIT-ROW-COUNT)
                       MOVE NEW-QTY(WS-NEW-INDEX)
                           TO KIT-ROW-QTY(WS-KIT-ROW-COUNT)
                   END-PERFORM
                   PERFORM REWRITE-KIT-FILE
                   MOVE WS-NEW-KIT TO WS-ROLL-KIT
                   MOVE "N" TO WS-ROLL-SHOW-FLAG
                   PERFORM POST-ROLLED-COST
                   DISPLAY "Kit saved with " WS-NEW-COUNT
                       " component(s)."
               END-IF
           END-IF.

       REMOVE-KIT-ROUTINE.
           PERFORM LOAD-KIT-ROWS
           IF WS-KIT-ROW-SKIPPED > ZERO
               DISPLAY "KITS.csv holds more rows than this "
                   "program's table - nothing changed so no rows "
                   "get dropped."
           ELSE
               DISPLAY "Kit Product Name: "
               ACCEPT WS-NEW-KIT
               PERFORM DROP-KIT-ROWS
               IF WS-REMOVED-COUNT = ZERO
                   DISPLAY "No kit of that name on file."
               ELSE
                   PERFORM REWRITE-KIT-FILE
                   DISPLAY "Kit removed. Its catalog entry stays - "
                       "with no components it has no stock to sell."
               END-IF
           END-IF.

       *> Closes the table up over WS-NEW-KIT's rows.
       DROP-KIT-ROWS.
           MOVE ZERO TO WS-REMOVED-COUNT
           MOVE ZERO TO WS-KIT-SCAN-INDEX
           PERFORM VARYING WS-KIT-ROW-INDEX FROM 1 BY 1
               UNTIL WS-KIT-ROW-INDEX > WS-KIT-ROW-COUNT
               IF KIT-ROW-KIT(WS-KIT-ROW-INDEX) = WS-NEW-KIT
                   ADD 1 TO WS-REMOVED-COUNT
               ELSE
                   ADD 1 TO WS-KIT-SCAN-INDEX
                   MOVE WS-KIT-ROW(WS-KIT-ROW-INDEX)
                       TO WS-KIT-ROW(WS-KIT-SCAN-INDEX)
               END-IF
           END-PERFORM
           MOVE WS-KIT-SCAN-INDEX TO WS-KIT-ROW-COUNT.

       *> ----------------------------------------------------------
       *> Receiving moves component costs every delivery; this pass
       *> brings every kit's catalog cost back in line with them.
       *> ----------------------------------------------------------
       ROLL-UP-KITS-ROUTINE.
           MOVE ZERO TO WS-ROLL-KITS
           PERFORM LOAD-KIT-ROWS
           MOVE "N" TO WS-ROLL-SHOW-FLAG
           PERFORM VARYING WS-KIT-ROW-INDEX FROM 1 BY 1
               UNTIL WS-KIT-ROW-INDEX > WS-KIT-ROW-COUNT
               PERFORM CHECK-EARLIER-KIT-ROW
               IF NOT NAME-FOUND
                   MOVE KIT-ROW-KIT(WS-KIT-ROW-INDEX) TO WS-ROLL-KIT
                   PERFORM POST-ROLLED-COST
               END-IF
           END-PERFORM
           DISPLAY WS-ROLL-KITS " kit cost(s) rolled up.".

       POST-ROLLED-COST.
           PERFORM ROLL-UP-ONE-KIT
           IF WS-ROLL-MISSING > ZERO
               DISPLAY WS-ROLL-KIT " - a component is not in the "
                   "catalog; cost left as it was."
           ELSE
               PERFORM READ-ROLL-KIT
               IF NAME-FOUND
                   COMPUTE PR-PRODUCT-COST ROUNDED = WS-ROLL-COST
                   REWRITE PRODUCT-RECORD
                   ADD 1 TO WS-ROLL-KITS
                   PERFORM COMPUTE-KIT-MARGIN
                   MOVE WS-ROLL-COST TO WS-KIT-COST-EDIT
                   MOVE WS-ROLL-MARGIN TO WS-MARGIN-EDIT
                   DISPLAY WS-ROLL-KIT " cost " WS-KIT-COST-EDIT
                       "  margin " WS-MARGIN-EDIT "%"
               END-IF
           END-IF.

       LOAD-KIT-ROWS.
           MOVE ZERO TO WS-KIT-ROW-COUNT
           MOVE ZERO TO WS-KIT-ROW-SKIPPED
           OPEN INPUT KIT-FILE
           IF NOT KIT-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM LOAD-ONE-KIT-ROW UNTIL AT-EOF
               CLOSE KIT-FILE
           END-IF.

       LOAD-ONE-KIT-ROW.
           READ KIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-KIT-ROW-COUNT < 300
                       ADD 1 TO WS-KIT-ROW-COUNT
                       MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                       MOVE SPACES TO WS-FIELD-3
                       UNSTRING KIT-RECORD DELIMITED BY ","
                           INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                       END-UNSTRING
                       MOVE WS-FIELD-1
                           TO KIT-ROW-KIT(WS-KIT-ROW-COUNT)
                       MOVE WS-FIELD-2
                           TO KIT-ROW-COMPONENT(WS-KIT-ROW-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-3)
                           TO KIT-ROW-QTY(WS-KIT-ROW-COUNT)
                   ELSE
                       ADD 1 TO WS-KIT-ROW-SKIPPED
                   END-IF
           END-READ.

       REWRITE-KIT-FILE.
           OPEN OUTPUT KIT-FILE
           PERFORM VARYING WS-KIT-ROW-INDEX FROM 1 BY 1
               UNTIL WS-KIT-ROW-INDEX > WS-KIT-ROW-COUNT
               MOVE KIT-ROW-QTY(WS-KIT-ROW-INDEX) TO WS-QTY-FILE-EDIT
               MOVE SPACES TO WS-BUILD-LINE
               STRING FUNCTION TRIM(KIT-ROW-KIT(WS-KIT-ROW-INDEX))
                                            DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      FUNCTION TRIM(KIT-ROW-COMPONENT(WS-KIT-ROW-INDEX))
                                            DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      WS-QTY-FILE-EDIT      DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               END-STRING
               MOVE WS-BUILD-LINE TO KIT-RECORD
               WRITE KIT-RECORD
           END-PERFORM
           CLOSE KIT-FILE.

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
