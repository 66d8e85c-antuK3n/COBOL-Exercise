       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-TO-BUY.

       *> This program keeps the monthly purchase budget per
       *> department and reports how each month's buying went. A
       *> budget is set per department per month, with a control
       *> flag saying what the PO run does when an order would take
       *> the department past it: W only warns the buyer, A refuses
       *> to cut the PO without an admin's approval. The month-end
       *> report sets each department's budget against its committed
       *> spend (purchase order lines still outstanding, at the cost
       *> they were ordered at) and its actual receipts for the month
       *> (RECEIVING-LOG.csv at the delivered cost), and shows what
       *> is left to buy. Gated to a signed-in active account whose
       *> role holds OTB-BUDGET on PERMISSIONS.csv (ADMIN only unless
       *> granted) - the budget is the owner's cash plan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "OTB-BUDGETS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO "PRODUCTS.CSV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-PRODUCT-NAME
               ALTERNATE RECORD KEY IS PR-PRODUCT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT PO-REGISTER-FILE ASSIGN TO "PO-REGISTER.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-REGISTER-STATUS.

           SELECT PO-LINES-FILE ASSIGN TO "PO-LINES.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-LINES-STATUS.

           SELECT RECEIVING-LOG-FILE ASSIGN TO "RECEIVING-LOG.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIVING-LOG-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.

           SELECT PERMISSION-FILE ASSIGN TO "PERMISSIONS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMISSION-STATUS.

           SELECT DENIAL-FILE ASSIGN TO "ACCESS-DENIALS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENIAL-STATUS.

       *> OTB-BUDGETS.csv holds one budget per department per month:
       *> MONTH,DEPT,AMOUNT,CONTROL - MONTH as YYYYMM, CONTROL W or
       *> A. PO-REGISTER.csv and PO-LINES.csv are
       *> PURCHASE-ORDER-SYSTEM's (PO,SUPPLIER,DATE,LINES,STATUS and
       *> PO,CODE,ITEM,QTY,COST); RECEIVING-LOG.csv is
       *> GOODS-RECEIVING's journal (DATE,TIME,REF,ITEM,QTY,RECEIVER,
       *> COST). Rows written before costs were kept are valued at
       *> the catalog cost.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD              PIC X(100).

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

       FD  PO-REGISTER-FILE.
       01  PO-REGISTER-RECORD         PIC X(100).

       FD  PO-LINES-FILE.
       01  PO-LINES-RECORD            PIC X(100).

       FD  RECEIVING-LOG-FILE.
       01  RECEIVING-LOG-RECORD       PIC X(100).

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
           VALUE "OPEN-TO-BUY".
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

       01  WS-BUDGET-STATUS           PIC XX.
           88  BUDGET-FILE-MISSING        VALUE "35".
       01  WS-PRODUCT-STATUS          PIC XX.
           88  PRODUCT-MISSING            VALUE "35".
       01  WS-PO-REGISTER-STATUS      PIC XX.
           88  PO-REGISTER-MISSING        VALUE "35".
       01  WS-PO-LINES-STATUS         PIC XX.
           88  PO-LINES-MISSING           VALUE "35".
       01  WS-RECEIVING-LOG-STATUS    PIC XX.
           88  RECEIVING-LOG-MISSING      VALUE "35".
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
       01  WS-AMOUNT-REPLY            PIC X(15). *> Raw number reply.
       01  WS-BUILD-LINE              PIC X(100).
       01  WS-FIELD-1                 PIC X(20). *> Unstring scratch.
       01  WS-FIELD-2                 PIC X(20).
       01  WS-FIELD-3                 PIC X(20).
       01  WS-FIELD-4                 PIC X(20).
       01  WS-FIELD-5                 PIC X(20).
       01  WS-FIELD-6                 PIC X(20).
       01  WS-FIELD-7                 PIC X(20).

       *> Every budget row on file, loaded whole and written back
       *> whole when one is set.
       01  WS-BUD-COUNT               PIC 9(4) VALUE 0.
       01  WS-BUD-SKIPPED             PIC 9(4) VALUE 0.
       01  WS-BUD-INDEX               PIC 9(4).
       01  WS-BUD-MATCH               PIC 9(4).
       01  WS-BUDGET-TABLE.
           05  WS-BUD-ENTRY OCCURS 1200 TIMES.
               10  BUD-MONTH          PIC 9(6).
               10  BUD-DEPT           PIC X(10).
               10  BUD-AMOUNT         PIC 9(9)V99.
               10  BUD-CONTROL        PIC X.
       01  WS-NEW-MONTH               PIC 9(6).
       01  WS-NEW-DEPT                PIC X(10).
       01  WS-NEW-AMOUNT              PIC 9(9)V99.
       01  WS-NEW-CONTROL             PIC X.
           88  CONTROL-VALID              VALUE "W" "A".
       01  WS-AMOUNT-FILE             PIC 9(9).99. *> Point explicit.

       *> The catalog's department and cost per product, to value
       *> and place lines that carry only a name.
       01  WS-CAT-COUNT               PIC 9(4) VALUE 0.
       01  WS-CAT-INDEX               PIC 9(4).
       01  WS-CAT-MATCH               PIC 9(4).
       01  WS-CATALOG-TABLE.
           05  WS-CAT-ENTRY OCCURS 2000 TIMES.
               10  CAT-NAME           PIC X(20).
               10  CAT-DEPT           PIC X(10).
               10  CAT-COST           PIC 9(5)V99.
       01  WS-LOOKUP-NAME             PIC X(20).

       *> Open-to-buy position for the month, one row per department
       *> with a budget or any spend.
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
       01  WS-OTB-DEPT                PIC X(10).

       *> Lines of purchase orders not yet CLOSED, with what is still
       *> to arrive on each.
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
       01  WS-USED-PCT                PIC S9(5)V9.
       01  WS-TOTALS.
           05  WS-TOT-BUDGET          PIC S9(11)V99.
           05  WS-TOT-COMMITTED       PIC S9(11)V99.
           05  WS-TOT-RECEIVED        PIC S9(11)V99.
           05  WS-TOT-REMAINING       PIC S9(11)V99.
       01  WS-MONEY-EDIT              PIC -(9)9.99.
       01  WS-MONEY-EDIT-2            PIC -(9)9.99.
       01  WS-MONEY-EDIT-3            PIC -(9)9.99.
       01  WS-MONEY-EDIT-4            PIC -(9)9.99.
       01  WS-PCT-EDIT                PIC -(4)9.9.

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
           PERFORM VERIFY-ADMIN
           IF ADMIN-IS-VALID
               PERFORM MAIN-MENU-PROCESS
                   UNTIL WS-MENU-CHOICE = "4"
           END-IF
           STOP RUN.

       *> Only a signed-in, active account whose role holds
       *> OTB-BUDGET gets to the menu - the same check
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
           MOVE "OTB-BUDGET" TO WS-PERM-FUNCTION
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
           DISPLAY "OSPOS | OPEN-TO-BUY"
           DISPLAY "1. Set Department Budget"
           DISPLAY "2. List Budgets for a Month"
           DISPLAY "3. Month-End Open-to-Buy Report"
           DISPLAY "4. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM SET-BUDGET-ROUTINE
               WHEN "2"
                   PERFORM LIST-BUDGETS-ROUTINE
               WHEN "3"
                   PERFORM MONTH-END-REPORT-ROUTINE
               WHEN "4"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       *> ----------------------------------------------------------
       *> Budget maintenance. Keying a department and month already
       *> on file replaces its amount and control.
       *> ----------------------------------------------------------
       SET-BUDGET-ROUTINE.
           DISPLAY "Month (YYYYMM): "
           ACCEPT WS-NEW-MONTH
           DISPLAY "Department: "
           MOVE SPACES TO WS-NEW-DEPT
           ACCEPT WS-NEW-DEPT
           DISPLAY "Budget Amount at Cost: "
           ACCEPT WS-AMOUNT-REPLY
           MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY) TO WS-NEW-AMOUNT
           DISPLAY "Over budget: W=warn the buyer, "
               "A=admin must approve: "
           ACCEPT WS-NEW-CONTROL
           MOVE FUNCTION UPPER-CASE(WS-NEW-CONTROL) TO WS-NEW-CONTROL
           IF WS-NEW-MONTH(5:2) < "01" OR WS-NEW-MONTH(5:2) > "12"
               OR WS-NEW-MONTH(1:4) < "2000"
               DISPLAY "Month must be a real YYYYMM. Not saved."
           ELSE IF WS-NEW-DEPT = SPACES
               DISPLAY "Department cannot be blank. Not saved."
           ELSE IF NOT CONTROL-VALID
               DISPLAY "Control must be W or A. Not saved."
           ELSE
               PERFORM LOAD-BUDGET-TABLE
               IF WS-BUD-SKIPPED > ZERO
                   DISPLAY "OTB-BUDGETS.csv holds more rows than "
                       "this program's table - not saved so no "
                       "budgets get dropped."
               ELSE
                   MOVE ZERO TO WS-BUD-MATCH
                   PERFORM VARYING WS-BUD-INDEX FROM 1 BY 1
                       UNTIL WS-BUD-INDEX > WS-BUD-COUNT
                       IF BUD-MONTH(WS-BUD-INDEX) = WS-NEW-MONTH
                           AND BUD-DEPT(WS-BUD-INDEX) = WS-NEW-DEPT
                           MOVE WS-BUD-INDEX TO WS-BUD-MATCH
                       END-IF
                   END-PERFORM
                   IF WS-BUD-MATCH = ZERO
                       IF WS-BUD-COUNT < 1200
                           ADD 1 TO WS-BUD-COUNT
                           MOVE WS-BUD-COUNT TO WS-BUD-MATCH
                       ELSE
                           DISPLAY "Budget table is full. Not saved."
                       END-IF
                   END-IF
                   IF WS-BUD-MATCH NOT = ZERO
                       MOVE WS-NEW-MONTH TO BUD-MONTH(WS-BUD-MATCH)
                       MOVE WS-NEW-DEPT TO BUD-DEPT(WS-BUD-MATCH)
                       MOVE WS-NEW-AMOUNT TO BUD-AMOUNT(WS-BUD-MATCH)
                       MOVE WS-NEW-CONTROL
                           TO BUD-CONTROL(WS-BUD-MATCH)
                       PERFORM REWRITE-BUDGET-FILE
                       DISPLAY "Budget saved."
                   END-IF
               END-IF
           END-IF.

       LIST-BUDGETS-ROUTINE.
           DISPLAY "Month (YYYYMM, Enter=this month): "
           MOVE SPACES TO WS-AMOUNT-REPLY
           ACCEPT WS-AMOUNT-REPLY
           IF WS-AMOUNT-REPLY = SPACES
               MOVE WS-TODAY-DATE(1:6) TO WS-OTB-MONTH
           ELSE
               MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY) TO WS-OTB-MONTH
           END-IF
           PERFORM LOAD-BUDGET-TABLE
           MOVE ZERO TO WS-BUD-MATCH
           DISPLAY "DEPARTMENT        BUDGET  CONTROL"
           PERFORM VARYING WS-BUD-INDEX FROM 1 BY 1
               UNTIL WS-BUD-INDEX > WS-BUD-COUNT
               IF BUD-MONTH(WS-BUD-INDEX) = WS-OTB-MONTH
                   ADD 1 TO WS-BUD-MATCH
                   MOVE BUD-AMOUNT(WS-BUD-INDEX) TO WS-MONEY-EDIT
                   DISPLAY BUD-DEPT(WS-BUD-INDEX) " " WS-MONEY-EDIT
                       "  " BUD-CONTROL(WS-BUD-INDEX)
               END-IF
           END-PERFORM
           IF WS-BUD-MATCH = ZERO
               DISPLAY "No budgets set for " WS-OTB-MONTH "."
           END-IF.

       LOAD-BUDGET-TABLE.
           MOVE ZERO TO WS-BUD-COUNT
           MOVE ZERO TO WS-BUD-SKIPPED
           OPEN INPUT BUDGET-FILE
           IF NOT BUDGET-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-BUDGET-ROW UNTIL AT-EOF
               CLOSE BUDGET-FILE
           END-IF.

       READ-BUDGET-ROW.
           READ BUDGET-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-BUD-COUNT < 1200
                       ADD 1 TO WS-BUD-COUNT
                       MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                       MOVE SPACES TO WS-FIELD-3 WS-FIELD-4
                       UNSTRING BUDGET-RECORD DELIMITED BY ","
                           INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                                WS-FIELD-4
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(WS-FIELD-1)
                           TO BUD-MONTH(WS-BUD-COUNT)
                       MOVE WS-FIELD-2(1:10) TO BUD-DEPT(WS-BUD-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-3)
                           TO BUD-AMOUNT(WS-BUD-COUNT)
                       MOVE WS-FIELD-4(1:1)
                           TO BUD-CONTROL(WS-BUD-COUNT)
                   ELSE
                       ADD 1 TO WS-BUD-SKIPPED
                   END-IF
           END-READ.

       REWRITE-BUDGET-FILE.
           OPEN OUTPUT BUDGET-FILE
           PERFORM VARYING WS-BUD-INDEX FROM 1 BY 1
               UNTIL WS-BUD-INDEX > WS-BUD-COUNT
               MOVE BUD-AMOUNT(WS-BUD-INDEX) TO WS-AMOUNT-FILE
               MOVE SPACES TO WS-BUILD-LINE
               STRING BUD-MONTH(WS-BUD-INDEX)  DELIMITED BY SIZE
                      ","                      DELIMITED BY SIZE
                      FUNCTION TRIM(BUD-DEPT(WS-BUD-INDEX))
                                               DELIMITED BY SIZE
                      ","                      DELIMITED BY SIZE
                      WS-AMOUNT-FILE           DELIMITED BY SIZE
                      ","                      DELIMITED BY SIZE
                      BUD-CONTROL(WS-BUD-INDEX) DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               END-STRING
               MOVE WS-BUILD-LINE TO BUDGET-RECORD
               WRITE BUDGET-RECORD
           END-PERFORM
           CLOSE BUDGET-FILE.

       *> ----------------------------------------------------------
       *> Month-end: budget against committed and received, per
       *> department. Committed is what open POs still have to bring
       *> in at their order cost; received is what arrived in the
       *> month at its delivered cost.
       *> ----------------------------------------------------------
       MONTH-END-REPORT-ROUTINE.
           DISPLAY "Month (YYYYMM, Enter=this month): "
           MOVE SPACES TO WS-AMOUNT-REPLY
           ACCEPT WS-AMOUNT-REPLY
           IF WS-AMOUNT-REPLY = SPACES
               MOVE WS-TODAY-DATE(1:6) TO WS-OTB-MONTH
           ELSE
               MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY) TO WS-OTB-MONTH
           END-IF
           PERFORM LOAD-CATALOG-TABLE
           PERFORM BUILD-OTB-POSITION
           PERFORM PRINT-OTB-REPORT.

       LOAD-CATALOG-TABLE.
           MOVE ZERO TO WS-CAT-COUNT
           OPEN INPUT PRODUCT-FILE
           IF PRODUCT-MISSING
               DISPLAY "PRODUCTS.CSV not found - lines without a "
                   "cost are valued at zero."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-CATALOG-ROW UNTIL AT-EOF
               CLOSE PRODUCT-FILE
           END-IF.

       READ-CATALOG-ROW.
           READ PRODUCT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-CAT-COUNT < 2000
                       ADD 1 TO WS-CAT-COUNT
                       MOVE PR-PRODUCT-NAME TO CAT-NAME(WS-CAT-COUNT)
                       MOVE PR-PRODUCT-DEPT TO CAT-DEPT(WS-CAT-COUNT)
                       MOVE PR-PRODUCT-COST TO CAT-COST(WS-CAT-COUNT)
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

       *> Budgets for the month first, so a department with one shows
       *> even with no spend; then the open PO lines; then the
       *> receiving journal, which both knocks delivered units off
       *> the open lines and totals the month's receipts.
       BUILD-OTB-POSITION.
           MOVE ZERO TO WS-OTB-COUNT
           PERFORM LOAD-BUDGET-TABLE
           PERFORM VARYING WS-BUD-INDEX FROM 1 BY 1
               UNTIL WS-BUD-INDEX > WS-BUD-COUNT
               IF BUD-MONTH(WS-BUD-INDEX) = WS-OTB-MONTH
                   MOVE BUD-DEPT(WS-BUD-INDEX) TO WS-OTB-DEPT
                   PERFORM FIND-OTB-DEPT
                   IF WS-OTB-MATCH NOT = ZERO
                       MOVE BUD-AMOUNT(WS-BUD-INDEX)
                           TO OTB-BUDGET(WS-OTB-MATCH)
                       MOVE BUD-CONTROL(WS-BUD-INDEX)
                           TO OTB-CONTROL(WS-OTB-MATCH)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM LOAD-OPEN-PO-LINES
           OPEN INPUT RECEIVING-LOG-FILE
           IF NOT RECEIVING-LOG-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-RECEIVING-ROW UNTIL AT-EOF
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
           END-IF.

       *> POs the register still shows OPEN or PARTIAL, and their
       *> lines off PO-LINES.csv.
       LOAD-OPEN-PO-LINES.
           MOVE ZERO TO WS-OPO-COUNT
           MOVE ZERO TO WS-OPL-COUNT
           OPEN INPUT PO-REGISTER-FILE
           IF NOT PO-REGISTER-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-OPEN-PO-ROW UNTIL AT-EOF
               CLOSE PO-REGISTER-FILE
           END-IF
           IF WS-OPO-COUNT > ZERO
               OPEN INPUT PO-LINES-FILE
               IF NOT PO-LINES-MISSING
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM READ-OPEN-PO-LINE UNTIL AT-EOF
                   CLOSE PO-LINES-FILE
               END-IF
           END-IF.

       READ-OPEN-PO-ROW.
           READ PO-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5
                   UNSTRING PO-REGISTER-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-FIELD-5) NOT = "CLOSED"
                       AND WS-OPO-COUNT < 500
                       ADD 1 TO WS-OPO-COUNT
                       MOVE FUNCTION NUMVAL(WS-FIELD-1)
                           TO OPO-NUMBER(WS-OPO-COUNT)
                   END-IF
           END-READ.

       READ-OPEN-PO-LINE.
           READ PO-LINES-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5
                   UNSTRING PO-LINES-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(WS-FIELD-1) TO WS-LINE-PO
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
                       MOVE WS-FIELD-3 TO OPL-NAME(WS-OPL-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-4)
                           TO OPL-OUTSTANDING(WS-OPL-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-5)
                           TO OPL-COST(WS-OPL-COUNT)
                   END-IF
           END-READ.

       *> DATE,TIME,REF,ITEM,QTY,RECEIVER,COST. A delivery under an
       *> open PO's number comes off that line's outstanding units;
       *> a delivery dated in the month is a receipt for the month.
       READ-RECEIVING-ROW.
           READ RECEIVING-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   MOVE SPACES TO WS-FIELD-7
                   UNSTRING RECEIVING-LOG-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                            WS-FIELD-7
                   END-UNSTRING
                   MOVE WS-FIELD-4 TO WS-LOOKUP-NAME
                   IF FUNCTION TEST-NUMVAL(WS-FIELD-3) = ZERO
                       MOVE FUNCTION NUMVAL(WS-FIELD-3) TO WS-LINE-PO
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
                           SUBTRACT FUNCTION NUMVAL(WS-FIELD-5)
                               FROM OPL-OUTSTANDING(WS-OPL-MATCH)
                       END-IF
                   END-IF
                   IF WS-FIELD-1(1:6) = WS-OTB-MONTH
                       PERFORM FIND-CATALOG-ENTRY
                       MOVE FUNCTION NUMVAL(WS-FIELD-7) TO WS-LINE-COST
                       MOVE SPACES TO WS-OTB-DEPT
                       IF WS-CAT-MATCH NOT = ZERO
                           MOVE CAT-DEPT(WS-CAT-MATCH) TO WS-OTB-DEPT
                           IF WS-LINE-COST = ZERO
                               MOVE CAT-COST(WS-CAT-MATCH)
                                   TO WS-LINE-COST
                           END-IF
                       END-IF
                       COMPUTE WS-LINE-VALUE ROUNDED =
                           FUNCTION NUMVAL(WS-FIELD-5) * WS-LINE-COST
                       PERFORM FIND-OTB-DEPT
                       IF WS-OTB-MATCH NOT = ZERO
                           ADD WS-LINE-VALUE
                               TO OTB-RECEIVED(WS-OTB-MATCH)
                       END-IF
                   END-IF
           END-READ.

       PRINT-OTB-REPORT.
           INITIALIZE WS-TOTALS
           DISPLAY "------------------------------------------------"
           DISPLAY " OPEN-TO-BUY " WS-OTB-MONTH
           DISPLAY "------------------------------------------------"
           DISPLAY "DEPARTMENT        BUDGET     COMMITTED"
               "      RECEIVED     REMAINING  USED%"
           IF WS-OTB-COUNT = ZERO
               DISPLAY "No budgets, open orders or receipts for "
                   WS-OTB-MONTH "."
           END-IF
           PERFORM VARYING WS-OTB-INDEX FROM 1 BY 1
               UNTIL WS-OTB-INDEX > WS-OTB-COUNT
               PERFORM PRINT-ONE-OTB-DEPT
           END-PERFORM
           DISPLAY "------------------------------------------------"
           MOVE WS-TOT-BUDGET TO WS-MONEY-EDIT
           MOVE WS-TOT-COMMITTED TO WS-MONEY-EDIT-2
           MOVE WS-TOT-RECEIVED TO WS-MONEY-EDIT-3
           MOVE WS-TOT-REMAINING TO WS-MONEY-EDIT-4
           DISPLAY "TOTAL     " WS-MONEY-EDIT WS-MONEY-EDIT-2
               WS-MONEY-EDIT-3 WS-MONEY-EDIT-4
           DISPLAY "------------------------------------------------".

       PRINT-ONE-OTB-DEPT.
           COMPUTE WS-REMAINING =
               OTB-BUDGET(WS-OTB-INDEX) - OTB-COMMITTED(WS-OTB-INDEX)
               - OTB-RECEIVED(WS-OTB-INDEX)
           ADD OTB-BUDGET(WS-OTB-INDEX) TO WS-TOT-BUDGET
           ADD OTB-COMMITTED(WS-OTB-INDEX) TO WS-TOT-COMMITTED
           ADD OTB-RECEIVED(WS-OTB-INDEX) TO WS-TOT-RECEIVED
           ADD WS-REMAINING TO WS-TOT-REMAINING
           MOVE OTB-BUDGET(WS-OTB-INDEX) TO WS-MONEY-EDIT
           MOVE OTB-COMMITTED(WS-OTB-INDEX) TO WS-MONEY-EDIT-2
           MOVE OTB-RECEIVED(WS-OTB-INDEX) TO WS-MONEY-EDIT-3
           MOVE WS-REMAINING TO WS-MONEY-EDIT-4
           IF OTB-BUDGET(WS-OTB-INDEX) = ZERO
               DISPLAY OTB-DEPT(WS-OTB-INDEX) WS-MONEY-EDIT
                   WS-MONEY-EDIT-2 WS-MONEY-EDIT-3 WS-MONEY-EDIT-4
                   "  no budget"
           ELSE
               COMPUTE WS-USED-PCT ROUNDED =
                   (OTB-COMMITTED(WS-OTB-INDEX)
                    + OTB-RECEIVED(WS-OTB-INDEX)) * 100
                   / OTB-BUDGET(WS-OTB-INDEX)
               MOVE WS-USED-PCT TO WS-PCT-EDIT
               IF WS-REMAINING < ZERO
                   DISPLAY OTB-DEPT(WS-OTB-INDEX) WS-MONEY-EDIT
                       WS-MONEY-EDIT-2 WS-MONEY-EDIT-3
                       WS-MONEY-EDIT-4 " " WS-PCT-EDIT " OVER"
               ELSE
                   DISPLAY OTB-DEPT(WS-OTB-INDEX) WS-MONEY-EDIT
                       WS-MONEY-EDIT-2 WS-MONEY-EDIT-3
                       WS-MONEY-EDIT-4 " " WS-PCT-EDIT
               END-IF
           END-IF.

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
