       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEAR-EXPIRY-MARKDOWN.

       *> This program acts on what EXPIRING-STOCK-REPORT only lists.
       *> Each department carries tiered markdown rules - 20% off at
       *> 14 days to expiry, 50% at 3 days, and so on - kept in
       *> MARKDOWN-RULES.csv. The markdown run walks the lot book,
       *> and every lot inside a tier puts its product on a
       *> product-scope PCT promo in PROMOS.csv that ends the day
       *> before the next, deeper tier starts (or on the expiry date
       *> at the last tier), so the checkout applies it with no
       *> keying. The POS relieves the soonest-expiring lot first, so
       *> what sells at the markdown price comes off the short-dated
       *> lot. A lot already past its date is written off there and
       *> then: the stock comes off the catalog, and an EXPIRY line
       *> goes to ADJUSTMENTS.csv and the kardex. Each markdown and
       *> write-off is kept in MARKDOWN-LOG.csv, and the markdown list
       *> is printed to MARKDOWN_<date>.txt for relabelling the
       *> shelf. The recovery report sets the markdown sales over a
       *> date range against the write-off they saved. Gated to a
       *> signed-in active account whose role holds MARKDOWN on
       *> PERMISSIONS.csv (ADMIN only unless granted), since the
       *> run both prices and writes off stock.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "MARKDOWN-RULES.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT LOT-FILE ASSIGN TO "LOTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO "PRODUCTS.CSV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRODUCT-NAME
               ALTERNATE RECORD KEY IS PR-PRODUCT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT PROMO-FILE ASSIGN TO "PROMOS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJUSTMENTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "STOCK-LEDGER.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT MARKDOWN-LOG-FILE ASSIGN TO "MARKDOWN-LOG.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKDOWN-LOG-STATUS.

           SELECT MARKDOWN-LIST-FILE ASSIGN TO DYNAMIC
               WS-LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT RECEIPT-LOG-FILE ASSIGN TO DYNAMIC
               WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.

           SELECT PERMISSION-FILE ASSIGN TO "PERMISSIONS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMISSION-STATUS.

           SELECT DENIAL-FILE ASSIGN TO "ACCESS-DENIALS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENIAL-STATUS.

       *> MARKDOWN-RULES.csv holds one tier per line: DEPT,DAYS,PCT -
       *> PCT off once a lot is DAYS or fewer from expiry. A DEPT of
       *> "*" is the store-wide fallback for departments with no
       *> tiers of their own. LOTS.csv is the lot book GOODS-RECEIVING
       *> writes and the POS relieves: PRODUCT,LOT,EXPIRY,QTYREMAINING.
       *> PROMOS.csv is PROMO-MAINTENANCE's file (SCOPE,TARGET,PTYPE,
       *> VALUE1,VALUE2,STARTDATE,ENDDATE).

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
       01  RULE-RECORD                PIC X(100).

       FD  LOT-FILE.
       01  LOT-RECORD                 PIC X(100).

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

       FD  PROMO-FILE.
       01  PROMO-RECORD               PIC X(100).

       *> ADJUSTMENTS.csv and STOCK-LEDGER.csv get one line each per
       *> lot written off, exactly as the POS APPLY-ADJUSTMENT writes
       *> an EXPIRY adjustment.
       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD          PIC X(120).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD              PIC X(120).

       *> MARKDOWN-LOG.csv: TYPE,DATE,PRODUCT,LOT,EXPIRY,QTY,PCT,
       *> START,END,UNITCOST - TYPE MARKDOWN for a promo written
       *> (QTY the lot's units at the time), WRITEOFF for a lot
       *> written off (QTY the units taken off).
       FD  MARKDOWN-LOG-FILE.
       01  MARKDOWN-LOG-RECORD        PIC X(120).

       FD  MARKDOWN-LIST-FILE.
       01  MARKDOWN-LIST-RECORD       PIC X(100).

       *> The rotated daily archives, the consolidated months, and the
       *> live log, read for the recovery report the same way
       *> SALES-RANGE-REPORT reads them.
       FD  RECEIPT-LOG-FILE.
       01  RECEIPT-LOG-RECORD         PIC X(140).

       *> USERS.csv is read only to check whoever runs this and find
       *> their role.
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
           VALUE "NEAR-EXPIRY-MARKDOWN".
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

       01  WS-RULE-STATUS             PIC XX.
           88  RULE-FILE-MISSING          VALUE "35".
       01  WS-LOT-STATUS              PIC XX.
           88  LOT-FILE-MISSING           VALUE "35".
       01  WS-PRODUCT-STATUS          PIC XX.
           88  PRODUCT-MISSING            VALUE "35".
       01  WS-PROMO-STATUS            PIC XX.
           88  PROMO-FILE-MISSING         VALUE "35".
       01  WS-ADJUSTMENT-STATUS       PIC XX.
       01  WS-LEDGER-STATUS           PIC XX.
       01  WS-MARKDOWN-LOG-STATUS     PIC XX.
           88  MARKDOWN-LOG-MISSING       VALUE "35".
       01  WS-LIST-STATUS             PIC XX.
       01  WS-LOG-STATUS              PIC XX.
           88  LOG-FILE-MISSING           VALUE "35".
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

       01  WS-TODAY-DATE              PIC 9(8).
       01  WS-TODAY-INT               PIC 9(8).
       01  WS-AMOUNT-REPLY            PIC X(10). *> Raw number reply.
       01  WS-BUILD-LINE              PIC X(120).

       01  WS-FIELD-1                 PIC X(20). *> Unstring scratch.
       01  WS-FIELD-2                 PIC X(20).
       01  WS-FIELD-3                 PIC X(20).
       01  WS-FIELD-4                 PIC X(20).
       01  WS-FIELD-5                 PIC X(20).
       01  WS-FIELD-6                 PIC X(20).
       01  WS-FIELD-7                 PIC X(20).
       01  WS-FIELD-8                 PIC X(20).
       01  WS-FIELD-9                 PIC X(20).
       01  WS-FIELD-10                PIC X(20).

       *> The markdown tiers, loaded whole and written back whole
       *> when one is added or removed.
       01  WS-RULE-COUNT              PIC 9(3) VALUE 0.
       01  WS-RULE-SKIPPED            PIC 9(3) VALUE 0.
       01  WS-RULE-INDEX              PIC 9(3).
       01  WS-RULE-MATCH              PIC 9(3).
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 200 TIMES.
               10  RULE-DEPT          PIC X(10).
               10  RULE-DAYS          PIC 9(3).
               10  RULE-PCT           PIC 9(3)V99.
       01  WS-NEW-DEPT                PIC X(10).
       01  WS-NEW-DAYS                PIC 9(3).
       01  WS-NEW-PCT                 PIC 9(3)V99.
       01  WS-PCT-EDIT                PIC ZZ9.99.
       01  WS-PCT-FILE                PIC 9(5).99. *> PROMOS layout.
       01  WS-DAYS-EDIT               PIC ZZ9.
       01  WS-RULE-DEPT-USED          PIC X(10).

       *> The lot book, same table shape as the POS lot relief, and
       *> written back the same way - exhausted lots drop off.
       01  WS-LOT-COUNT               PIC 9(3) VALUE 0.
       01  WS-LOT-SKIPPED             PIC 9(3) VALUE 0.
       01  WS-LOT-INDEX               PIC 9(3).
       01  WS-LOT-TABLE.
           05  WS-LOT-ENTRY OCCURS 500 TIMES.
               10  LOT-PRODUCT        PIC X(20).
               10  LOT-CODE           PIC X(10).
               10  LOT-EXPIRY         PIC 9(8).
               10  LOT-QTY            PIC 9(5)V999.
       01  WS-LOT-LINE                PIC X(100).
       01  WS-LOT-QTY-EDIT            PIC 9(5).999. *> Point explicit.
       01  WS-DAYS-LEFT               PIC S9(5).
       01  WS-EXPIRY-INT              PIC 9(8).

       *> Product promos already in force today. The checkout takes
       *> the first product promo it meets, so a product already on
       *> one is listed, not given a second one that would never
       *> apply.
       01  WS-ACTIVE-COUNT            PIC 9(3) VALUE 0.
       01  WS-ACTIVE-INDEX            PIC 9(3).
       01  WS-ACTIVE-MATCH            PIC 9(3).
       01  WS-ACTIVE-TABLE.
           05  WS-ACTIVE-ENTRY OCCURS 300 TIMES.
               10  ACT-TARGET         PIC X(20).
               10  ACT-PTYPE          PIC X(5).
               10  ACT-VALUE          PIC 9(5)V99.

       01  WS-TIER-PCT                PIC 9(3)V99.
       01  WS-TIER-DAYS               PIC 9(3).
       01  WS-NEXT-DAYS               PIC 9(3).
       01  WS-NEXT-FOUND-FLAG         PIC X.
           88  NEXT-TIER-FOUND            VALUE "Y".
       01  WS-PROMO-END               PIC 9(8).
       01  WS-PROMO-END-INT           PIC 9(8).
       01  WS-MARKDOWN-PRICE          PIC 9(5)V99.
       01  WS-WRITEOFF-QTY            PIC 9(5)V999.
       01  WS-WRITEOFF-VALUE          PIC 9(9)V99.

       01  WS-LIST-FILE-NAME          PIC X(40).
       01  WS-LIST-LINE               PIC X(100).
       01  WS-MARKED-COUNT            PIC 9(4).
       01  WS-SKIPPED-COUNT           PIC 9(4).
       01  WS-WRITEOFF-COUNT          PIC 9(4).
       01  WS-WRITEOFF-TOTAL          PIC 9(9)V99.

       01  WS-STAMP                   PIC X(14). *> YYYYMMDDHHMMSS.
       01  WS-ADJUST-DELTA-EDIT       PIC -(4)9.999.
       01  WS-LEDGER-IN-EDIT          PIC 9(5).999. *> Point
       *> explicit, the way the POS writes the kardex.
       01  WS-LEDGER-OUT-EDIT         PIC 9(5).999.
       01  WS-LEDGER-BAL-EDIT         PIC 9(5).999.
       01  WS-COST-FILE               PIC 9(5).99.

       01  WS-QTY-EDIT                PIC Z(4)9.999.
       01  WS-PRICE-EDIT              PIC Z(4)9.99.
       01  WS-PRICE-EDIT-2            PIC Z(4)9.99.
       01  WS-MONEY-EDIT              PIC Z(8)9.99.

       *> Recovery report working data.
       01  WS-FROM-DATE               PIC 9(8).
       01  WS-TO-DATE                 PIC 9(8).
       01  WS-LOG-FILE-NAME           PIC X(40).
       01  WS-LOG-EOF-FLAG            PIC X.
           88  LOG-AT-EOF                 VALUE "Y".
       01  WS-SCAN-DATE-INT           PIC 9(8).
       01  WS-TO-DATE-INT             PIC 9(8).
       01  WS-SCAN-DATE               PIC 9(8).
       01  WS-LOGS-READ               PIC 9(3).
       01  WS-MONTHLY-READ            PIC X(6). *> The consolidated
       *> month already read, so it is read only once.
       01  WS-TXN-DATE                PIC 9(8).
       01  WS-TXN-IN-RANGE-FLAG       PIC X.
           88  TXN-IN-RANGE               VALUE "Y".

       *> Markdowns and write-offs off MARKDOWN-LOG.csv that touch the
       *> range, with the markdown sales found against each.
       01  WS-MD-COUNT                PIC 9(4) VALUE 0.
       01  WS-MD-INDEX                PIC 9(4).
       01  WS-MD-MATCH                PIC 9(4).
       01  WS-MD-TABLE.
           05  WS-MD-ENTRY OCCURS 1000 TIMES.
               10  MD-TYPE            PIC X(8).
               10  MD-DATE            PIC 9(8).
               10  MD-PRODUCT         PIC X(20).
               10  MD-LOT             PIC X(10).
               10  MD-QTY             PIC 9(5)V999.
               10  MD-PCT             PIC 9(3)V99.
               10  MD-START           PIC 9(8).
               10  MD-END             PIC 9(8).
               10  MD-COST            PIC 9(5)V99.
               10  MD-SOLD-UNITS      PIC S9(7)V999.
               10  MD-SOLD-PESOS      PIC S9(9)V99.
               10  MD-DISCOUNT        PIC S9(9)V99.

       *> Item lines of the transaction being read that fell inside a
       *> markdown window; posted only once the sale proves complete.
       01  WS-PEND-COUNT              PIC 9(3) VALUE 0.
       01  WS-PEND-INDEX              PIC 9(3).
       01  WS-PENDING-ITEMS.
           05  WS-PEND-ENTRY OCCURS 150 TIMES.
               10  PEND-MD            PIC 9(4).
               10  PEND-UNITS         PIC S9(7)V999.
               10  PEND-PESOS         PIC S9(9)V99.
               10  PEND-DISCOUNT      PIC S9(9)V99.
       01  WS-LAST-ITEM-MD            PIC 9(4). *> Markdown the last
       *> item line hit, so its Promo line lands on the same entry.

       01  WS-AVOIDED-UNITS           PIC S9(7)V999.
       01  WS-AVOIDED-VALUE           PIC S9(9)V99.
       01  WS-NET-SALES               PIC S9(9)V99.
       01  WS-RECOVERY-TOTALS.
           05  WS-TOT-NET-SALES       PIC S9(11)V99.
           05  WS-TOT-DISCOUNT        PIC S9(11)V99.
           05  WS-TOT-AVOIDED         PIC S9(11)V99.
           05  WS-TOT-WRITTEN-OFF     PIC S9(11)V99.
       01  WS-UNITS-EDIT              PIC -(6)9.999.
       01  WS-PESOS-EDIT              PIC -(8)9.99.
       01  WS-PESOS-EDIT-2            PIC -(8)9.99.


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
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               TO WS-TODAY-INT
           PERFORM VERIFY-ADMIN
           IF ADMIN-IS-VALID
               PERFORM MAIN-MENU-PROCESS
                   UNTIL WS-MENU-CHOICE = "6"
           END-IF
           STOP RUN.

       *> Only a signed-in, active account whose role holds
       *> MARKDOWN gets to the menu - the same check
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
           MOVE "MARKDOWN" TO WS-PERM-FUNCTION
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
           DISPLAY "OSPOS | NEAR-EXPIRY MARKDOWN"
           DISPLAY "1. Add Markdown Tier"
           DISPLAY "2. List Markdown Tiers"
           DISPLAY "3. Remove Markdown Tier"
           DISPLAY "4. Run Markdowns and Write-Offs"
           DISPLAY "5. Markdown Recovery Report"
           DISPLAY "6. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM ADD-RULE-ROUTINE
               WHEN "2"
                   PERFORM LIST-RULES-ROUTINE
               WHEN "3"
                   PERFORM REMOVE-RULE-ROUTINE
               WHEN "4"
                   PERFORM MARKDOWN-RUN-ROUTINE
               WHEN "5"
                   PERFORM RECOVERY-REPORT-ROUTINE
               WHEN "6"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       *> ----------------------------------------------------------
       *> Tier maintenance. One department/days pair holds one
       *> percentage; keying the same pair again replaces it.
       *> ----------------------------------------------------------
       ADD-RULE-ROUTINE.
           DISPLAY "Department (* for all others): "
           MOVE SPACES TO WS-NEW-DEPT
           ACCEPT WS-NEW-DEPT
           DISPLAY "Days to Expiry (tier starts at): "
           ACCEPT WS-AMOUNT-REPLY
           MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY) TO WS-NEW-DAYS
           DISPLAY "Percent Off: "
           ACCEPT WS-AMOUNT-REPLY
           MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY) TO WS-NEW-PCT
           IF WS-NEW-DEPT = SPACES
               DISPLAY "Department cannot be blank. Not saved."
           ELSE IF WS-NEW-DAYS = ZERO
               DISPLAY "Days must be at least 1. Not saved."
           ELSE IF WS-NEW-PCT = ZERO OR WS-NEW-PCT > 90
               DISPLAY "Percent must be over 0 and at most 90. "
                   "Not saved."
           ELSE
               PERFORM LOAD-RULE-TABLE
               IF WS-RULE-SKIPPED > ZERO
                   DISPLAY "MARKDOWN-RULES.csv holds more tiers "
                       "than this program's table - not saved so no "
                       "tiers get dropped."
               ELSE
                   PERFORM FIND-RULE-ENTRY
                   IF WS-RULE-MATCH = ZERO
                       IF WS-RULE-COUNT < 200
                           ADD 1 TO WS-RULE-COUNT
                           MOVE WS-RULE-COUNT TO WS-RULE-MATCH
                       ELSE
                           DISPLAY "Tier table is full. Not saved."
                       END-IF
                   END-IF
                   IF WS-RULE-MATCH NOT = ZERO
                       MOVE WS-NEW-DEPT TO RULE-DEPT(WS-RULE-MATCH)
                       MOVE WS-NEW-DAYS TO RULE-DAYS(WS-RULE-MATCH)
                       MOVE WS-NEW-PCT TO RULE-PCT(WS-RULE-MATCH)
                       PERFORM REWRITE-RULE-FILE
                       DISPLAY "Markdown tier saved."
                   END-IF
               END-IF
           END-IF.

       REMOVE-RULE-ROUTINE.
           DISPLAY "Department (* for all others): "
           MOVE SPACES TO WS-NEW-DEPT
           ACCEPT WS-NEW-DEPT
           DISPLAY "Days to Expiry of the tier: "
           ACCEPT WS-AMOUNT-REPLY
           MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY) TO WS-NEW-DAYS
           PERFORM LOAD-RULE-TABLE
           PERFORM FIND-RULE-ENTRY
           IF WS-RULE-SKIPPED > ZERO
               DISPLAY "MARKDOWN-RULES.csv holds more tiers than "
                   "this program's table - nothing removed."
           ELSE IF WS-RULE-MATCH = ZERO
               DISPLAY "No such tier on file."
           ELSE
               PERFORM VARYING WS-RULE-INDEX FROM WS-RULE-MATCH BY 1
                   UNTIL WS-RULE-INDEX >= WS-RULE-COUNT
                   MOVE WS-RULE-ENTRY(WS-RULE-INDEX + 1)
                       TO WS-RULE-ENTRY(WS-RULE-INDEX)
               END-PERFORM
               SUBTRACT 1 FROM WS-RULE-COUNT
               PERFORM REWRITE-RULE-FILE
               DISPLAY "Markdown tier removed."
           END-IF.

       FIND-RULE-ENTRY.
           MOVE ZERO TO WS-RULE-MATCH
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT
               IF RULE-DEPT(WS-RULE-INDEX) = WS-NEW-DEPT
                   AND RULE-DAYS(WS-RULE-INDEX) = WS-NEW-DAYS
                   MOVE WS-RULE-INDEX TO WS-RULE-MATCH
               END-IF
           END-PERFORM.

       LIST-RULES-ROUTINE.
           PERFORM LOAD-RULE-TABLE
           IF WS-RULE-COUNT = ZERO
               DISPLAY "No markdown tiers on file."
           ELSE
               DISPLAY "DEPARTMENT  DAYS  PCT OFF"
               PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX > WS-RULE-COUNT
                   MOVE RULE-DAYS(WS-RULE-INDEX) TO WS-DAYS-EDIT
                   MOVE RULE-PCT(WS-RULE-INDEX) TO WS-PCT-EDIT
                   DISPLAY RULE-DEPT(WS-RULE-INDEX) "  "
                       WS-DAYS-EDIT "  " WS-PCT-EDIT
               END-PERFORM
           END-IF.

       LOAD-RULE-TABLE.
           MOVE ZERO TO WS-RULE-COUNT
           MOVE ZERO TO WS-RULE-SKIPPED
           OPEN INPUT RULE-FILE
           IF NOT RULE-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-RULE-ROW UNTIL AT-EOF
               CLOSE RULE-FILE
           END-IF.

       READ-RULE-ROW.
           READ RULE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-RULE-COUNT < 200
                       ADD 1 TO WS-RULE-COUNT
                       MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                       UNSTRING RULE-RECORD DELIMITED BY ","
                           INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                       END-UNSTRING
                       MOVE WS-FIELD-1(1:10)
                           TO RULE-DEPT(WS-RULE-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-2)
                           TO RULE-DAYS(WS-RULE-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-3)
                           TO RULE-PCT(WS-RULE-COUNT)
                   ELSE
                       ADD 1 TO WS-RULE-SKIPPED
                   END-IF
           END-READ.

       REWRITE-RULE-FILE.
           OPEN OUTPUT RULE-FILE
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT
               MOVE RULE-PCT(WS-RULE-INDEX) TO WS-PCT-FILE
               MOVE SPACES TO WS-BUILD-LINE
               STRING FUNCTION TRIM(RULE-DEPT(WS-RULE-INDEX))
                                              DELIMITED BY SIZE
                      ","                     DELIMITED BY SIZE
                      RULE-DAYS(WS-RULE-INDEX) DELIMITED BY SIZE
                      ","                     DELIMITED BY SIZE
                      WS-PCT-FILE             DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               END-STRING
               MOVE WS-BUILD-LINE TO RULE-RECORD
               WRITE RULE-RECORD
           END-PERFORM
           CLOSE RULE-FILE.

       *> ----------------------------------------------------------
       *> The markdown run. Meant for the start of each day, before
       *> the tills open, so every tier is reached on its day - a
       *> tier's promo stops the day before the next tier's begins.
       *> ----------------------------------------------------------
       MARKDOWN-RUN-ROUTINE.
           PERFORM LOAD-RULE-TABLE
           PERFORM LOAD-LOT-TABLE
           IF WS-LOT-SKIPPED > ZERO
               DISPLAY "LOTS.csv holds more lots than this "
                   "program's table - nothing run so no lots get "
                   "dropped."
           ELSE IF WS-LOT-COUNT = ZERO
               DISPLAY "LOTS.csv holds no lots - nothing to mark "
                   "down."
           ELSE
               OPEN I-O PRODUCT-FILE
               IF PRODUCT-MISSING
                   DISPLAY "PRODUCTS.CSV not found - nothing run."
               ELSE
                   PERFORM LOAD-ACTIVE-PROMOS
                   PERFORM START-MARKDOWN-LIST
                   PERFORM JUDGE-ONE-LOT
                       VARYING WS-LOT-INDEX FROM 1 BY 1
                       UNTIL WS-LOT-INDEX > WS-LOT-COUNT
                   CLOSE PRODUCT-FILE
                   PERFORM REWRITE-LOT-FILE
                   PERFORM FINISH-MARKDOWN-LIST
               END-IF
           END-IF.

       JUDGE-ONE-LOT.
           IF LOT-QTY(WS-LOT-INDEX) > ZERO
               AND LOT-EXPIRY(WS-LOT-INDEX) NOT = ZERO
               MOVE FUNCTION INTEGER-OF-DATE(LOT-EXPIRY(WS-LOT-INDEX))
                   TO WS-EXPIRY-INT
               COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-TODAY-INT
               MOVE LOT-PRODUCT(WS-LOT-INDEX) TO PR-PRODUCT-NAME
               READ PRODUCT-FILE
                   INVALID KEY
                       DISPLAY "Lot " LOT-CODE(WS-LOT-INDEX) " of "
                           LOT-PRODUCT(WS-LOT-INDEX)
                           " - product not in the catalog, skipped."
                   NOT INVALID KEY
                       IF WS-DAYS-LEFT < ZERO
                           PERFORM WRITE-OFF-EXPIRED-LOT
                       ELSE
                           PERFORM FIND-MARKDOWN-TIER
                           IF WS-TIER-PCT > ZERO
                               PERFORM MARK-DOWN-LOT
                           END-IF
                       END-IF
               END-READ
           END-IF.

       *> The tier in force is the tightest one the lot has reached
       *> (fewest days at or above what is left); the next one is
       *> the widest still ahead of it. A department with tiers of
       *> its own uses only those; any other uses the "*" tiers.
       FIND-MARKDOWN-TIER.
           MOVE PR-PRODUCT-DEPT TO WS-RULE-DEPT-USED
           MOVE ZERO TO WS-RULE-MATCH
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT
               IF RULE-DEPT(WS-RULE-INDEX) = WS-RULE-DEPT-USED
                   MOVE WS-RULE-INDEX TO WS-RULE-MATCH
               END-IF
           END-PERFORM
           IF WS-RULE-MATCH = ZERO
               MOVE "*" TO WS-RULE-DEPT-USED
           END-IF
           MOVE ZERO TO WS-TIER-PCT
           MOVE 999 TO WS-TIER-DAYS
           MOVE ZERO TO WS-NEXT-DAYS
           MOVE "N" TO WS-NEXT-FOUND-FLAG
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT
               IF RULE-DEPT(WS-RULE-INDEX) = WS-RULE-DEPT-USED
                   IF RULE-DAYS(WS-RULE-INDEX) >= WS-DAYS-LEFT
                       IF RULE-DAYS(WS-RULE-INDEX) < WS-TIER-DAYS
                           MOVE RULE-DAYS(WS-RULE-INDEX)
                               TO WS-TIER-DAYS
                           MOVE RULE-PCT(WS-RULE-INDEX)
                               TO WS-TIER-PCT
                       END-IF
                   ELSE
                       IF RULE-DAYS(WS-RULE-INDEX) > WS-NEXT-DAYS
                           OR NOT NEXT-TIER-FOUND
                           MOVE RULE-DAYS(WS-RULE-INDEX)
                               TO WS-NEXT-DAYS
                           MOVE "Y" TO WS-NEXT-FOUND-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       *> A product already on a product promo today keeps it - the
       *> checkout only ever applies the first one - and is listed
       *> so the buyer can decide.
       MARK-DOWN-LOT.
           MOVE ZERO TO WS-ACTIVE-MATCH
           PERFORM VARYING WS-ACTIVE-INDEX FROM 1 BY 1
               UNTIL WS-ACTIVE-INDEX > WS-ACTIVE-COUNT
               IF ACT-TARGET(WS-ACTIVE-INDEX) = PR-PRODUCT-NAME
                   MOVE WS-ACTIVE-INDEX TO WS-ACTIVE-MATCH
               END-IF
           END-PERFORM
           IF WS-ACTIVE-MATCH NOT = ZERO
               ADD 1 TO WS-SKIPPED-COUNT
               IF FUNCTION TRIM(ACT-PTYPE(WS-ACTIVE-MATCH)) = "PCT"
                   AND ACT-VALUE(WS-ACTIVE-MATCH) < WS-TIER-PCT
                   MOVE WS-TIER-PCT TO WS-PCT-EDIT
                   DISPLAY "  " PR-PRODUCT-NAME " already on a "
                       "smaller promo - " WS-PCT-EDIT
                       "% tier not applied."
               END-IF
           ELSE
               IF NEXT-TIER-FOUND
                   COMPUTE WS-PROMO-END-INT =
                       WS-EXPIRY-INT - WS-NEXT-DAYS - 1
               ELSE
                   MOVE WS-EXPIRY-INT TO WS-PROMO-END-INT
               END-IF
               IF WS-PROMO-END-INT < WS-TODAY-INT
                   MOVE WS-TODAY-INT TO WS-PROMO-END-INT
               END-IF
               MOVE FUNCTION DATE-OF-INTEGER(WS-PROMO-END-INT)
                   TO WS-PROMO-END
               PERFORM APPEND-MARKDOWN-PROMO
               PERFORM APPEND-MARKDOWN-LOG-ROW
               PERFORM LIST-MARKDOWN-LINE
               IF WS-ACTIVE-COUNT < 300
                   ADD 1 TO WS-ACTIVE-COUNT
                   MOVE PR-PRODUCT-NAME TO ACT-TARGET(WS-ACTIVE-COUNT)
                   MOVE "PCT" TO ACT-PTYPE(WS-ACTIVE-COUNT)
                   MOVE WS-TIER-PCT TO ACT-VALUE(WS-ACTIVE-COUNT)
               END-IF
           END-IF.

       APPEND-MARKDOWN-PROMO.
           MOVE WS-TIER-PCT TO WS-PCT-FILE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "P,"                         DELIMITED BY SIZE
                  FUNCTION TRIM(PR-PRODUCT-NAME) DELIMITED BY SIZE
                  ",PCT,"                      DELIMITED BY SIZE
                  WS-PCT-FILE                  DELIMITED BY SIZE
                  ",00000.00,"                 DELIMITED BY SIZE
                  WS-TODAY-DATE                DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-PROMO-END                 DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           OPEN EXTEND PROMO-FILE
           IF PROMO-FILE-MISSING
               OPEN OUTPUT PROMO-FILE
           END-IF
           MOVE WS-BUILD-LINE TO PROMO-RECORD
           WRITE PROMO-RECORD
           CLOSE PROMO-FILE.

       APPEND-MARKDOWN-LOG-ROW.
           MOVE LOT-QTY(WS-LOT-INDEX) TO WS-LOT-QTY-EDIT
           MOVE WS-TIER-PCT TO WS-PCT-FILE
           MOVE PR-PRODUCT-COST TO WS-COST-FILE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "MARKDOWN,"                  DELIMITED BY SIZE
                  WS-TODAY-DATE                DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(PR-PRODUCT-NAME) DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(LOT-CODE(WS-LOT-INDEX))
                                               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  LOT-EXPIRY(WS-LOT-INDEX)     DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-LOT-QTY-EDIT              DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-PCT-FILE                  DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-TODAY-DATE                DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-PROMO-END                 DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-COST-FILE                 DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           PERFORM WRITE-MARKDOWN-LOG-LINE.

       WRITE-MARKDOWN-LOG-LINE.
           OPEN EXTEND MARKDOWN-LOG-FILE
           IF MARKDOWN-LOG-MISSING
               OPEN OUTPUT MARKDOWN-LOG-FILE
           END-IF
           MOVE WS-BUILD-LINE TO MARKDOWN-LOG-RECORD
           WRITE MARKDOWN-LOG-RECORD
           CLOSE MARKDOWN-LOG-FILE.

       LIST-MARKDOWN-LINE.
           ADD 1 TO WS-MARKED-COUNT
           COMPUTE WS-MARKDOWN-PRICE ROUNDED =
               PR-PRODUCT-PRICE * (100 - WS-TIER-PCT) / 100
           MOVE LOT-QTY(WS-LOT-INDEX) TO WS-QTY-EDIT
           MOVE WS-TIER-PCT TO WS-PCT-EDIT
           MOVE PR-PRODUCT-PRICE TO WS-PRICE-EDIT
           MOVE WS-MARKDOWN-PRICE TO WS-PRICE-EDIT-2
           MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
           MOVE SPACES TO WS-LIST-LINE
           STRING PR-PRODUCT-NAME              DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  LOT-CODE(WS-LOT-INDEX)       DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  LOT-EXPIRY(WS-LOT-INDEX)     DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-DAYS-EDIT                 DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-QTY-EDIT                  DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-PCT-EDIT                  DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-PRICE-EDIT                DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-PRICE-EDIT-2              DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-PROMO-END                 DELIMITED BY SIZE
               INTO WS-LIST-LINE
           END-STRING
           DISPLAY WS-LIST-LINE
           MOVE WS-LIST-LINE TO MARKDOWN-LIST-RECORD
           WRITE MARKDOWN-LIST-RECORD.

       *> The whole lot comes off the lot book; the catalog gives up
       *> what it still holds of it, never more than is on hand.
       WRITE-OFF-EXPIRED-LOT.
           IF LOT-QTY(WS-LOT-INDEX) > PR-PRODUCT-QUANTITY
               MOVE PR-PRODUCT-QUANTITY TO WS-WRITEOFF-QTY
           ELSE
               MOVE LOT-QTY(WS-LOT-INDEX) TO WS-WRITEOFF-QTY
           END-IF
           MOVE ZERO TO LOT-QTY(WS-LOT-INDEX)
           IF WS-WRITEOFF-QTY > ZERO
               SUBTRACT WS-WRITEOFF-QTY FROM PR-PRODUCT-QUANTITY
               REWRITE PRODUCT-RECORD
               PERFORM APPEND-EXPIRY-ADJUSTMENT
               PERFORM APPEND-EXPIRY-LEDGER-LINE
               COMPUTE WS-WRITEOFF-VALUE ROUNDED =
                   WS-WRITEOFF-QTY * PR-PRODUCT-COST
               ADD WS-WRITEOFF-VALUE TO WS-WRITEOFF-TOTAL
               ADD 1 TO WS-WRITEOFF-COUNT
               PERFORM APPEND-WRITEOFF-LOG-ROW
               MOVE WS-WRITEOFF-QTY TO WS-QTY-EDIT
               MOVE WS-WRITEOFF-VALUE TO WS-MONEY-EDIT
               DISPLAY "  EXPIRED " PR-PRODUCT-NAME " lot "
                   LOT-CODE(WS-LOT-INDEX) " " WS-QTY-EDIT
                   " written off at cost " WS-MONEY-EDIT
           END-IF.

       *> DATE,TIME,PRODUCT,REASON,DELTA,NEWQTY,USER.
       APPEND-EXPIRY-ADJUSTMENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           COMPUTE WS-ADJUST-DELTA-EDIT = 0 - WS-WRITEOFF-QTY
           MOVE PR-PRODUCT-QUANTITY TO WS-LEDGER-BAL-EDIT
           MOVE SPACES TO WS-BUILD-LINE
           STRING WS-STAMP(1:8)                DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-STAMP(9:6)                DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  PR-PRODUCT-NAME              DELIMITED BY SIZE
                  ",EXPIRY,"                   DELIMITED BY SIZE
                  WS-ADJUST-DELTA-EDIT         DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-LEDGER-BAL-EDIT           DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADMIN-USERNAME)
                                               DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           OPEN EXTEND ADJUSTMENT-FILE
           IF WS-ADJUSTMENT-STATUS = "35"
               OPEN OUTPUT ADJUSTMENT-FILE
           END-IF
           MOVE WS-BUILD-LINE TO ADJUSTMENT-RECORD
           WRITE ADJUSTMENT-RECORD
           CLOSE ADJUSTMENT-FILE.

       *> DATE,TIME,PRODUCT,TYPE,IN,OUT,BALANCE,USER.
       APPEND-EXPIRY-LEDGER-LINE.
           MOVE ZERO TO WS-LEDGER-IN-EDIT
           MOVE WS-WRITEOFF-QTY TO WS-LEDGER-OUT-EDIT
           MOVE PR-PRODUCT-QUANTITY TO WS-LEDGER-BAL-EDIT
           MOVE SPACES TO WS-BUILD-LINE
           STRING WS-STAMP(1:8)                DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-STAMP(9:6)                DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  PR-PRODUCT-NAME              DELIMITED BY SIZE
                  ",ADJUST,"                   DELIMITED BY SIZE
                  WS-LEDGER-IN-EDIT            DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-LEDGER-OUT-EDIT           DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-LEDGER-BAL-EDIT           DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADMIN-USERNAME)
                                               DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           MOVE WS-BUILD-LINE TO LEDGER-RECORD
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE.

       APPEND-WRITEOFF-LOG-ROW.
           MOVE WS-WRITEOFF-QTY TO WS-LOT-QTY-EDIT
           MOVE PR-PRODUCT-COST TO WS-COST-FILE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "WRITEOFF,"                  DELIMITED BY SIZE
                  WS-TODAY-DATE                DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(PR-PRODUCT-NAME) DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(LOT-CODE(WS-LOT-INDEX))
                                               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  LOT-EXPIRY(WS-LOT-INDEX)     DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-LOT-QTY-EDIT              DELIMITED BY SIZE
                  ",00000.00,"                 DELIMITED BY SIZE
                  WS-TODAY-DATE                DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-TODAY-DATE                DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-COST-FILE                 DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           PERFORM WRITE-MARKDOWN-LOG-LINE.

       START-MARKDOWN-LIST.
           MOVE ZERO TO WS-MARKED-COUNT
           MOVE ZERO TO WS-SKIPPED-COUNT
           MOVE ZERO TO WS-WRITEOFF-COUNT
           MOVE ZERO TO WS-WRITEOFF-TOTAL
           MOVE SPACES TO WS-LIST-FILE-NAME
           STRING "MARKDOWN_"    DELIMITED BY SIZE
                  WS-TODAY-DATE  DELIMITED BY SIZE
                  ".txt"         DELIMITED BY SIZE
               INTO WS-LIST-FILE-NAME
           END-STRING
           OPEN OUTPUT MARKDOWN-LIST-FILE
           MOVE SPACES TO WS-LIST-LINE
           STRING "MARKDOWNS " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-LIST-LINE
           END-STRING
           DISPLAY "------------------------------------------------"
           DISPLAY WS-LIST-LINE
           DISPLAY "------------------------------------------------"
           MOVE WS-LIST-LINE TO MARKDOWN-LIST-RECORD
           WRITE MARKDOWN-LIST-RECORD
           MOVE SPACES TO WS-LIST-LINE
           STRING "PRODUCT              LOT        EXPIRY   DAYS"
                                               DELIMITED BY SIZE
                  "       QTY    PCT    PRICE  MARKDOWN UNTIL"
                                               DELIMITED BY SIZE
               INTO WS-LIST-LINE
           END-STRING
           DISPLAY WS-LIST-LINE
           MOVE WS-LIST-LINE TO MARKDOWN-LIST-RECORD
           WRITE MARKDOWN-LIST-RECORD.

       FINISH-MARKDOWN-LIST.
           CLOSE MARKDOWN-LIST-FILE
           DISPLAY "------------------------------------------------"
           DISPLAY "Lots marked down:        " WS-MARKED-COUNT
           DISPLAY "Lots already on a promo: " WS-SKIPPED-COUNT
           MOVE WS-WRITEOFF-TOTAL TO WS-MONEY-EDIT
           DISPLAY "Lots written off:        " WS-WRITEOFF-COUNT
               "  at cost " WS-MONEY-EDIT
           DISPLAY "Markdown list kept in "
               FUNCTION TRIM(WS-LIST-FILE-NAME)
           DISPLAY "------------------------------------------------".

       *> Product promos in force today, of any kind.
       LOAD-ACTIVE-PROMOS.
           MOVE ZERO TO WS-ACTIVE-COUNT
           OPEN INPUT PROMO-FILE
           IF NOT PROMO-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-ACTIVE-PROMO-ROW UNTIL AT-EOF
               CLOSE PROMO-FILE
           END-IF.

       READ-ACTIVE-PROMO-ROW.
           READ PROMO-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   MOVE SPACES TO WS-FIELD-7
                   UNSTRING PROMO-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                            WS-FIELD-7
                   END-UNSTRING
                   IF WS-FIELD-1(1:1) = "P"
                       AND FUNCTION NUMVAL(WS-FIELD-6) <=
                           WS-TODAY-DATE
                       AND FUNCTION NUMVAL(WS-FIELD-7) >=
                           WS-TODAY-DATE
                       AND WS-ACTIVE-COUNT < 300
                       ADD 1 TO WS-ACTIVE-COUNT
                       MOVE WS-FIELD-2 TO ACT-TARGET(WS-ACTIVE-COUNT)
                       MOVE WS-FIELD-3(1:5)
                           TO ACT-PTYPE(WS-ACTIVE-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-4)
                           TO ACT-VALUE(WS-ACTIVE-COUNT)
                   END-IF
           END-READ.

       LOAD-LOT-TABLE.
           MOVE ZERO TO WS-LOT-COUNT
           MOVE ZERO TO WS-LOT-SKIPPED
           OPEN INPUT LOT-FILE
           IF NOT LOT-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-LOT-ROW UNTIL AT-EOF
               CLOSE LOT-FILE
           END-IF.

       READ-LOT-ROW.
           READ LOT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-LOT-COUNT < 500
                       ADD 1 TO WS-LOT-COUNT
                       MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                       MOVE SPACES TO WS-FIELD-3 WS-FIELD-4
                       UNSTRING LOT-RECORD DELIMITED BY ","
                           INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                                WS-FIELD-4
                       END-UNSTRING
                       MOVE WS-FIELD-1 TO LOT-PRODUCT(WS-LOT-COUNT)
                       MOVE WS-FIELD-2(1:10)
                           TO LOT-CODE(WS-LOT-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-3)
                           TO LOT-EXPIRY(WS-LOT-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-4)
                           TO LOT-QTY(WS-LOT-COUNT)
                   ELSE
                       ADD 1 TO WS-LOT-SKIPPED
                   END-IF
           END-READ.

       *> Exhausted lots drop off the book on the way back out.
       REWRITE-LOT-FILE.
           OPEN OUTPUT LOT-FILE
           PERFORM VARYING WS-LOT-INDEX FROM 1 BY 1
               UNTIL WS-LOT-INDEX > WS-LOT-COUNT
               IF LOT-QTY(WS-LOT-INDEX) > ZERO
                   MOVE SPACES TO WS-LOT-LINE
                   MOVE LOT-QTY(WS-LOT-INDEX) TO WS-LOT-QTY-EDIT
                   STRING LOT-PRODUCT(WS-LOT-INDEX) DELIMITED BY SIZE
                          ","                       DELIMITED BY SIZE
                          FUNCTION TRIM(LOT-CODE(WS-LOT-INDEX))
                                                    DELIMITED BY SIZE
                          ","                       DELIMITED BY SIZE
                          LOT-EXPIRY(WS-LOT-INDEX)  DELIMITED BY SIZE
                          ","                       DELIMITED BY SIZE
                          WS-LOT-QTY-EDIT           DELIMITED BY SIZE
                       INTO WS-LOT-LINE
                   END-STRING
                   MOVE WS-LOT-LINE TO LOT-RECORD
                   WRITE LOT-RECORD
               END-IF
           END-PERFORM
           CLOSE LOT-FILE.

       *> ----------------------------------------------------------
       *> Recovery: for each markdown whose window touches the range,
       *> the units that sold at the markdown and what they brought
       *> in after the promo discount, against the write-off they
       *> saved - the cost of the marked-down lot's units that sold
       *> instead of expiring (never more than the lot held). The
       *> lots that expired anyway are listed at their cost.
       *> ----------------------------------------------------------
       RECOVERY-REPORT-ROUTINE.
           DISPLAY "From Date (YYYYMMDD): "
           ACCEPT WS-FROM-DATE
           DISPLAY "To Date (YYYYMMDD): "
           ACCEPT WS-TO-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
               TO WS-SCAN-DATE-INT
           MOVE FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
               TO WS-TO-DATE-INT
           IF WS-SCAN-DATE-INT = ZERO OR WS-TO-DATE-INT = ZERO
               DISPLAY "Dates must be real YYYYMMDD dates."
           ELSE IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "From date is after to date - nothing to "
                   "report."
           ELSE
               PERFORM LOAD-MARKDOWN-LOG
               IF WS-MD-COUNT = ZERO
                   DISPLAY "No markdowns or write-offs in the range."
               ELSE
                   PERFORM TALLY-MARKDOWN-SALES
                   PERFORM PRINT-RECOVERY-REPORT
               END-IF
           END-IF.

       LOAD-MARKDOWN-LOG.
           MOVE ZERO TO WS-MD-COUNT
           OPEN INPUT MARKDOWN-LOG-FILE
           IF NOT MARKDOWN-LOG-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-MARKDOWN-LOG-ROW UNTIL AT-EOF
               CLOSE MARKDOWN-LOG-FILE
           END-IF.

       READ-MARKDOWN-LOG-ROW.
           READ MARKDOWN-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   MOVE SPACES TO WS-FIELD-7 WS-FIELD-8 WS-FIELD-9
                   MOVE SPACES TO WS-FIELD-10
                   UNSTRING MARKDOWN-LOG-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                            WS-FIELD-7 WS-FIELD-8 WS-FIELD-9
                            WS-FIELD-10
                   END-UNSTRING
                   IF FUNCTION NUMVAL(WS-FIELD-8) <= WS-TO-DATE
                       AND FUNCTION NUMVAL(WS-FIELD-9) >= WS-FROM-DATE
                       AND WS-MD-COUNT < 1000
                       ADD 1 TO WS-MD-COUNT
                       MOVE WS-FIELD-1(1:8) TO MD-TYPE(WS-MD-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-2)
                           TO MD-DATE(WS-MD-COUNT)
                       MOVE WS-FIELD-3 TO MD-PRODUCT(WS-MD-COUNT)
                       MOVE WS-FIELD-4(1:10) TO MD-LOT(WS-MD-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-6)
                           TO MD-QTY(WS-MD-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-7)
                           TO MD-PCT(WS-MD-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-8)
                           TO MD-START(WS-MD-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-9)
                           TO MD-END(WS-MD-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-10)
                           TO MD-COST(WS-MD-COUNT)
                       MOVE ZERO TO MD-SOLD-UNITS(WS-MD-COUNT)
                       MOVE ZERO TO MD-SOLD-PESOS(WS-MD-COUNT)
                       MOVE ZERO TO MD-DISCOUNT(WS-MD-COUNT)
                   END-IF
           END-READ.

       *> The end-of-day batch rotates each day's transactions to
       *> RECEIPT-LOG_<date>.csv, so the range is covered by every
       *> dated archive between the two dates plus whatever is still
       *> sitting unrotated in the live log.
       TALLY-MARKDOWN-SALES.
           MOVE ZERO TO WS-LOGS-READ
           MOVE ZERO TO WS-PEND-COUNT
           MOVE ZERO TO WS-LAST-ITEM-MD
           MOVE SPACES TO WS-MONTHLY-READ
           MOVE "N" TO WS-TXN-IN-RANGE-FLAG
           PERFORM READ-ONE-ARCHIVE-DAY
               UNTIL WS-SCAN-DATE-INT > WS-TO-DATE-INT
           MOVE "RECEIPT-LOG.csv" TO WS-LOG-FILE-NAME
           PERFORM PROCESS-ONE-LOG-FILE.

       *> A day whose archive month-end housekeeping consolidated
       *> reads from RECEIPT-LOG_<yyyymm>.csv instead - once per
       *> month, not once per day.
       READ-ONE-ARCHIVE-DAY.
           MOVE FUNCTION DATE-OF-INTEGER(WS-SCAN-DATE-INT)
               TO WS-SCAN-DATE
           MOVE SPACES TO WS-LOG-FILE-NAME
           STRING "RECEIPT-LOG_"  DELIMITED BY SIZE
                  WS-SCAN-DATE    DELIMITED BY SIZE
                  ".csv"          DELIMITED BY SIZE
               INTO WS-LOG-FILE-NAME
           END-STRING
           OPEN INPUT RECEIPT-LOG-FILE
           IF LOG-FILE-MISSING
               IF WS-SCAN-DATE(1:6) NOT = WS-MONTHLY-READ
                   MOVE WS-SCAN-DATE(1:6) TO WS-MONTHLY-READ
                   MOVE SPACES TO WS-LOG-FILE-NAME
                   STRING "RECEIPT-LOG_"      DELIMITED BY SIZE
                          WS-SCAN-DATE(1:6)   DELIMITED BY SIZE
                          ".csv"              DELIMITED BY SIZE
                       INTO WS-LOG-FILE-NAME
                   END-STRING
                   PERFORM PROCESS-ONE-LOG-FILE
               END-IF
           ELSE
               CLOSE RECEIPT-LOG-FILE
               PERFORM PROCESS-ONE-LOG-FILE
           END-IF
           ADD 1 TO WS-SCAN-DATE-INT.

       PROCESS-ONE-LOG-FILE.
           OPEN INPUT RECEIPT-LOG-FILE
           IF NOT LOG-FILE-MISSING
               ADD 1 TO WS-LOGS-READ
               MOVE "N" TO WS-LOG-EOF-FLAG
               PERFORM READ-LOG-LINE UNTIL LOG-AT-EOF
               PERFORM POST-PENDING-TXN
               CLOSE RECEIPT-LOG-FILE
           END-IF.

       READ-LOG-LINE.
           READ RECEIPT-LOG-FILE
               AT END
                   MOVE "Y" TO WS-LOG-EOF-FLAG
               NOT AT END
                   PERFORM CLASSIFY-LOG-LINE
           END-READ.

       CLASSIFY-LOG-LINE.
           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
           MOVE SPACES TO WS-FIELD-4
           UNSTRING RECEIPT-LOG-RECORD DELIMITED BY ","
               INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-4
           END-UNSTRING
           EVALUATE FUNCTION TRIM(WS-FIELD-1)
               WHEN "Transaction"
                   PERFORM POST-PENDING-TXN
                   MOVE ZERO TO WS-LAST-ITEM-MD
                   MOVE FUNCTION NUMVAL(WS-FIELD-3) TO WS-TXN-DATE
                   IF WS-TXN-DATE >= WS-FROM-DATE
                       AND WS-TXN-DATE <= WS-TO-DATE
                       MOVE "Y" TO WS-TXN-IN-RANGE-FLAG
                   ELSE
                       MOVE "N" TO WS-TXN-IN-RANGE-FLAG
                   END-IF
       *> A voided or suspended transaction's buffered lines never
       *> post - the recalled version re-lists its lines later.
               WHEN "VOIDED"
                   MOVE ZERO TO WS-PEND-COUNT
               WHEN "SUSPENDED"
                   MOVE ZERO TO WS-PEND-COUNT
       *> Promo,TARGET,PTYPE,AMOUNT lands right under its item.
               WHEN "Promo"
                   IF WS-LAST-ITEM-MD NOT = ZERO
                       ADD FUNCTION NUMVAL(WS-FIELD-4)
                           TO PEND-DISCOUNT(WS-PEND-COUNT)
                   END-IF
               WHEN "Subtotal"
                   CONTINUE
               WHEN "Discount"
                   CONTINUE
               WHEN "Taxable Sales"
                   CONTINUE
               WHEN "VAT Exempt Sales"
                   CONTINUE
               WHEN "Tax"
                   CONTINUE
               WHEN "Grand Total"
                   CONTINUE
               WHEN "Payment"
                   CONTINUE
               WHEN "Refund For"
                   CONTINUE
               WHEN "Refund Total"
                   CONTINUE
               WHEN "Customer"
                   CONTINUE
               WHEN "Points"
                   CONTINUE
               WHEN "Store Credit"
                   CONTINUE
               WHEN "Override"
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
                   MOVE ZERO TO WS-LAST-ITEM-MD
                   IF TXN-IN-RANGE
                       PERFORM BUFFER-MARKDOWN-ITEM
                   END-IF
           END-EVALUATE.

       *> Only an item line of a marked-down product, sold inside
       *> that markdown's window, is kept.
       BUFFER-MARKDOWN-ITEM.
           MOVE ZERO TO WS-MD-MATCH
           PERFORM VARYING WS-MD-INDEX FROM 1 BY 1
               UNTIL WS-MD-INDEX > WS-MD-COUNT
               IF MD-TYPE(WS-MD-INDEX) = "MARKDOWN"
                   AND MD-PRODUCT(WS-MD-INDEX) = WS-FIELD-1
                   AND MD-START(WS-MD-INDEX) <= WS-TXN-DATE
                   AND MD-END(WS-MD-INDEX) >= WS-TXN-DATE
                   MOVE WS-MD-INDEX TO WS-MD-MATCH
               END-IF
           END-PERFORM
           IF WS-MD-MATCH NOT = ZERO AND WS-PEND-COUNT < 150
               ADD 1 TO WS-PEND-COUNT
               MOVE WS-MD-MATCH TO PEND-MD(WS-PEND-COUNT)
               MOVE FUNCTION NUMVAL(WS-FIELD-2)
                   TO PEND-UNITS(WS-PEND-COUNT)
               MOVE FUNCTION NUMVAL(WS-FIELD-4)
                   TO PEND-PESOS(WS-PEND-COUNT)
               MOVE ZERO TO PEND-DISCOUNT(WS-PEND-COUNT)
               MOVE WS-MD-MATCH TO WS-LAST-ITEM-MD
           END-IF.

       POST-PENDING-TXN.
           PERFORM VARYING WS-PEND-INDEX FROM 1 BY 1
               UNTIL WS-PEND-INDEX > WS-PEND-COUNT
               MOVE PEND-MD(WS-PEND-INDEX) TO WS-MD-MATCH
               ADD PEND-UNITS(WS-PEND-INDEX)
                   TO MD-SOLD-UNITS(WS-MD-MATCH)
               ADD PEND-PESOS(WS-PEND-INDEX)
                   TO MD-SOLD-PESOS(WS-MD-MATCH)
               ADD PEND-DISCOUNT(WS-PEND-INDEX)
                   TO MD-DISCOUNT(WS-MD-MATCH)
           END-PERFORM
           MOVE ZERO TO WS-PEND-COUNT.

       PRINT-RECOVERY-REPORT.
           MOVE ZERO TO WS-TOT-NET-SALES
           MOVE ZERO TO WS-TOT-DISCOUNT
           MOVE ZERO TO WS-TOT-AVOIDED
           MOVE ZERO TO WS-TOT-WRITTEN-OFF
           DISPLAY "------------------------------------------------"
           DISPLAY " MARKDOWN RECOVERY " WS-FROM-DATE " TO "
               WS-TO-DATE
           DISPLAY "------------------------------------------------"
           DISPLAY "PRODUCT              LOT           PCT"
               "  UNITS SOLD   NET SALES  WRITE-OFF SAVED"
           PERFORM VARYING WS-MD-INDEX FROM 1 BY 1
               UNTIL WS-MD-INDEX > WS-MD-COUNT
               IF MD-TYPE(WS-MD-INDEX) = "MARKDOWN"
                   PERFORM PRINT-ONE-MARKDOWN
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "EXPIRED AND WRITTEN OFF"
           DISPLAY "PRODUCT              LOT             UNITS"
               "   VALUE AT COST"
           PERFORM VARYING WS-MD-INDEX FROM 1 BY 1
               UNTIL WS-MD-INDEX > WS-MD-COUNT
               IF MD-TYPE(WS-MD-INDEX) = "WRITEOFF"
                   PERFORM PRINT-ONE-WRITEOFF
               END-IF
           END-PERFORM
           DISPLAY "------------------------------------------------"
           MOVE WS-TOT-NET-SALES TO WS-PESOS-EDIT
           DISPLAY "Markdown sales (after discount): " WS-PESOS-EDIT
           MOVE WS-TOT-DISCOUNT TO WS-PESOS-EDIT
           DISPLAY "Markdown discount given:         " WS-PESOS-EDIT
           MOVE WS-TOT-AVOIDED TO WS-PESOS-EDIT
           DISPLAY "Write-off avoided at cost:       " WS-PESOS-EDIT
           MOVE WS-TOT-WRITTEN-OFF TO WS-PESOS-EDIT
           DISPLAY "Written off anyway at cost:      " WS-PESOS-EDIT
           IF WS-LOGS-READ = ZERO
               DISPLAY "No receipt logs found for the range."
           END-IF
           DISPLAY "------------------------------------------------".

       PRINT-ONE-MARKDOWN.
           MOVE MD-SOLD-UNITS(WS-MD-INDEX) TO WS-AVOIDED-UNITS
           IF WS-AVOIDED-UNITS > MD-QTY(WS-MD-INDEX)
               MOVE MD-QTY(WS-MD-INDEX) TO WS-AVOIDED-UNITS
           END-IF
           IF WS-AVOIDED-UNITS < ZERO
               MOVE ZERO TO WS-AVOIDED-UNITS
           END-IF
           COMPUTE WS-AVOIDED-VALUE ROUNDED =
               WS-AVOIDED-UNITS * MD-COST(WS-MD-INDEX)
           COMPUTE WS-NET-SALES =
               MD-SOLD-PESOS(WS-MD-INDEX) - MD-DISCOUNT(WS-MD-INDEX)
           ADD WS-NET-SALES TO WS-TOT-NET-SALES
           ADD MD-DISCOUNT(WS-MD-INDEX) TO WS-TOT-DISCOUNT
           ADD WS-AVOIDED-VALUE TO WS-TOT-AVOIDED
           MOVE MD-PCT(WS-MD-INDEX) TO WS-PCT-EDIT
           MOVE MD-SOLD-UNITS(WS-MD-INDEX) TO WS-UNITS-EDIT
           MOVE WS-NET-SALES TO WS-PESOS-EDIT
           MOVE WS-AVOIDED-VALUE TO WS-PESOS-EDIT-2
           DISPLAY MD-PRODUCT(WS-MD-INDEX) " " MD-LOT(WS-MD-INDEX)
               " " WS-PCT-EDIT " " WS-UNITS-EDIT " " WS-PESOS-EDIT
               " " WS-PESOS-EDIT-2.

       PRINT-ONE-WRITEOFF.
           COMPUTE WS-AVOIDED-VALUE ROUNDED =
               MD-QTY(WS-MD-INDEX) * MD-COST(WS-MD-INDEX)
           ADD WS-AVOIDED-VALUE TO WS-TOT-WRITTEN-OFF
           MOVE MD-QTY(WS-MD-INDEX) TO WS-UNITS-EDIT
           MOVE WS-AVOIDED-VALUE TO WS-PESOS-EDIT
           DISPLAY MD-PRODUCT(WS-MD-INDEX) " " MD-LOT(WS-MD-INDEX)
               " " WS-UNITS-EDIT " " WS-PESOS-EDIT.

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
