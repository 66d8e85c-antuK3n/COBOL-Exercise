       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-ACCOUNT-MAINTENANCE.

       *> This program is the admin screen for the chart-of-accounts
       *> map the nightly GL journal export posts through. Every
       *> figure the export produces is booked to a fixed posting key
       *> (CASH-DRAWER, SALES, VAT-OUTPUT and so on); GL-ACCOUNTS.csv
       *> says which account number in the bookkeeper's package each
       *> key lands on. The first run seeds the file with a starter
       *> chart so there is something to edit. Gated to a signed-in
       *> active account whose role holds GL-ACCOUNTS on
       *> PERMISSIONS.csv (ADMIN only unless granted), like
       *> STORE-PARAMETERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "GL-ACCOUNTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.

           SELECT PERMISSION-FILE ASSIGN TO "PERMISSIONS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMISSION-STATUS.

           SELECT DENIAL-FILE ASSIGN TO "ACCESS-DENIALS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENIAL-STATUS.

       *> GL-ACCOUNTS.csv holds one posting key per line:
       *> KEY,ACCOUNT,ACCOUNTNAME. The key list is fixed - it is what
       *> GL-JOURNAL-EXPORT posts to - only the account number and
       *> name on each key are the bookkeeper's to change.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD             PIC X(100).

       *> USERS.csv is read only to check whoever runs this and find
       *> their role - the map decides where money is booked.
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
           VALUE "GL-ACCOUNT-MAINTENANCE".
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

       01  WS-ACCOUNT-STATUS          PIC XX.
           88  ACCOUNT-FILE-MISSING       VALUE "35".
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
       01  WS-FIELD-3                 PIC X(40).

       01  WS-PICK-KEY                PIC X(16).
       01  WS-NEW-ACCOUNT             PIC X(10).
       01  WS-NEW-ACCOUNT-NAME        PIC X(30).
       01  WS-BUILD-LINE              PIC X(100).

       *> The chart reloaded whole, edited in the table, and written
       *> back - the same pattern PROMO-MAINTENANCE uses on its file.
       01  WS-ACCT-COUNT              PIC 9(3) VALUE 0.
       01  WS-ACCT-SKIPPED            PIC 9(3) VALUE 0.
       01  WS-ACCT-INDEX              PIC 9(3).
       01  WS-ACCT-MATCH              PIC 9(3).
       01  WS-STARTER-INDEX           PIC 9(3).
       01  WS-STARTER-ADDED           PIC 9(3) VALUE 0.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-ROW OCCURS 100 TIMES.
               10  ACCT-KEY           PIC X(16).
               10  ACCT-NUMBER        PIC X(10).
               10  ACCT-NAME          PIC X(30).

       *> The starter chart written on first use. One line per
       *> posting key: the key, a default account number, its name.
       01  WS-STARTER-CHART.
           05  FILLER PIC X(56) VALUE
               "CASH-DRAWER     1010      Cash on Hand - Registers".
           05  FILLER PIC X(56) VALUE
               "CASH-SAFE       1020      Cash in Safe".
           05  FILLER PIC X(56) VALUE
               "GCASH-CLEARING  1030      GCash Clearing".
           05  FILLER PIC X(56) VALUE
               "CARD-CLEARING   1040      Card Clearing".
           05  FILLER PIC X(56) VALUE
               "AR-TRADE        1100      Accounts Receivable - Trade".
           05  FILLER PIC X(56) VALUE
               "INVENTORY       1200      Merchandise Inventory".
           05  FILLER PIC X(56) VALUE
               "STORE-CREDIT    2100      Gift Certificates Payable".
           05  FILLER PIC X(56) VALUE
               "LOYALTY-POINTS  2110      Loyalty Points Payable".
           05  FILLER PIC X(56) VALUE
               "CUST-DEPOSIT    2120      Customer Deposits Payable".
           05  FILLER PIC X(56) VALUE
               "VAT-OUTPUT      2200      Output VAT Payable".
           05  FILLER PIC X(56) VALUE
               "SALES           4000      Sales".
           05  FILLER PIC X(56) VALUE
               "SALES-RETURNS   4010      Sales Returns".
           05  FILLER PIC X(56) VALUE
               "SALES-DISCOUNT  4020      Sales Discount - Senior/PWD".
           05  FILLER PIC X(56) VALUE
               "PAID-IN         4900      Other Income - Paid In".
           05  FILLER PIC X(56) VALUE
               "LAYAWAY-FORFEIT 4910      Other Income - Layaway Fees".
           05  FILLER PIC X(56) VALUE
               "COGS            5000      Cost of Goods Sold".
           05  FILLER PIC X(56) VALUE
               "SHRINKAGE       5100      Inventory Shrinkage".
           05  FILLER PIC X(56) VALUE
               "CASH-OVER-SHORT 6100      Cash Over/Short".
           05  FILLER PIC X(56) VALUE
               "PAID-OUT        6200      Petty Expenses - Paid Out".
           05  FILLER PIC X(56) VALUE
               "LOYALTY-EXPENSE 6300      Loyalty Program Expense".
       01  WS-STARTER-TABLE REDEFINES WS-STARTER-CHART.
           05  WS-STARTER-ROW OCCURS 20 TIMES.
               10  STARTER-KEY        PIC X(16).
               10  STARTER-NUMBER     PIC X(10).
               10  STARTER-NAME       PIC X(30).

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
               PERFORM LOAD-ACCOUNT-TABLE
               IF WS-ACCT-SKIPPED > ZERO
                   DISPLAY "GL-ACCOUNTS.csv holds more rows than this "
                       "program's table - not edited so no rows get "
                       "dropped."
               ELSE
                   PERFORM MAIN-MENU-PROCESS
                       UNTIL WS-MENU-CHOICE = "3"
               END-IF
           END-IF
           STOP RUN.

       *> Only a signed-in, active account whose role holds
       *> GL-ACCOUNTS gets to the menu - the same check
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
           MOVE "GL-ACCOUNTS" TO WS-PERM-FUNCTION
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
           DISPLAY "OSPOS | GL CHART OF ACCOUNTS"
           DISPLAY "1. List Account Map"
           DISPLAY "2. Change an Account"
           DISPLAY "3. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM LIST-ACCOUNTS-ROUTINE
               WHEN "2"
                   PERFORM CHANGE-ACCOUNT-ROUTINE
               WHEN "3"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       *> ----------------------------------------------------------
       *> Loads GL-ACCOUNTS.csv, or the starter chart when there is
       *> no file yet - written straight out so the export has a map
       *> to post through from the first night.
       *> ----------------------------------------------------------
       LOAD-ACCOUNT-TABLE.
           MOVE ZERO TO WS-ACCT-COUNT
           MOVE ZERO TO WS-ACCT-SKIPPED
           OPEN INPUT ACCOUNT-FILE
           IF ACCOUNT-FILE-MISSING
               PERFORM VARYING WS-ACCT-INDEX FROM 1 BY 1
                   UNTIL WS-ACCT-INDEX > 20
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE STARTER-KEY(WS-ACCT-INDEX)
                       TO ACCT-KEY(WS-ACCT-COUNT)
                   MOVE STARTER-NUMBER(WS-ACCT-INDEX)
                       TO ACCT-NUMBER(WS-ACCT-COUNT)
                   MOVE STARTER-NAME(WS-ACCT-INDEX)
                       TO ACCT-NAME(WS-ACCT-COUNT)
               END-PERFORM
               PERFORM REWRITE-ACCOUNT-FILE
               DISPLAY "GL-ACCOUNTS.csv created with the starter "
                   "chart - review the account numbers."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM LOAD-ONE-ACCOUNT-ROW UNTIL AT-EOF
               CLOSE ACCOUNT-FILE
               IF WS-ACCT-SKIPPED = ZERO
                   PERFORM ADD-MISSING-STARTER-KEYS
               END-IF
           END-IF.

       *> A posting key the export has learned since the map was
       *> first written goes on with its starter account, so the
       *> night's journal has somewhere to put it.
       ADD-MISSING-STARTER-KEYS.
           MOVE ZERO TO WS-STARTER-ADDED
           PERFORM VARYING WS-STARTER-INDEX FROM 1 BY 1
               UNTIL WS-STARTER-INDEX > 20
               MOVE ZERO TO WS-ACCT-MATCH
               PERFORM VARYING WS-ACCT-INDEX FROM 1 BY 1
                   UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT
                   IF ACCT-KEY(WS-ACCT-INDEX) =
                       STARTER-KEY(WS-STARTER-INDEX)
                       MOVE WS-ACCT-INDEX TO WS-ACCT-MATCH
                   END-IF
               END-PERFORM
               IF WS-ACCT-MATCH = ZERO AND WS-ACCT-COUNT < 100
                   ADD 1 TO WS-ACCT-COUNT
                   ADD 1 TO WS-STARTER-ADDED
                   MOVE STARTER-KEY(WS-STARTER-INDEX)
                       TO ACCT-KEY(WS-ACCT-COUNT)
                   MOVE STARTER-NUMBER(WS-STARTER-INDEX)
                       TO ACCT-NUMBER(WS-ACCT-COUNT)
                   MOVE STARTER-NAME(WS-STARTER-INDEX)
                       TO ACCT-NAME(WS-ACCT-COUNT)
                   DISPLAY "Posting key "
                       FUNCTION TRIM(STARTER-KEY(WS-STARTER-INDEX))
                       " added to the map as account "
                       FUNCTION TRIM(STARTER-NUMBER(WS-STARTER-INDEX))
                       "."
               END-IF
           END-PERFORM
           IF WS-STARTER-ADDED > ZERO
               PERFORM REWRITE-ACCOUNT-FILE
           END-IF.

       LOAD-ONE-ACCOUNT-ROW.
           READ ACCOUNT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-ACCT-COUNT < 100
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                       MOVE SPACES TO WS-FIELD-3
                       UNSTRING ACCOUNT-RECORD DELIMITED BY ","
                           INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                       END-UNSTRING
                       MOVE WS-FIELD-1 TO ACCT-KEY(WS-ACCT-COUNT)
                       MOVE WS-FIELD-2 TO ACCT-NUMBER(WS-ACCT-COUNT)
                       MOVE WS-FIELD-3 TO ACCT-NAME(WS-ACCT-COUNT)
                   ELSE
                       ADD 1 TO WS-ACCT-SKIPPED
                   END-IF
           END-READ.

       LIST-ACCOUNTS-ROUTINE.
           DISPLAY "POSTING KEY      ACCOUNT    NAME"
           PERFORM VARYING WS-ACCT-INDEX FROM 1 BY 1
               UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT
               DISPLAY ACCT-KEY(WS-ACCT-INDEX) " "
                   ACCT-NUMBER(WS-ACCT-INDEX) " "
                   ACCT-NAME(WS-ACCT-INDEX)
           END-PERFORM.

       *> Only keys already on the map can be changed - a key the
       *> export does not post to would never carry a peso.
       CHANGE-ACCOUNT-ROUTINE.
           DISPLAY "Posting Key: "
           ACCEPT WS-PICK-KEY
           MOVE FUNCTION UPPER-CASE(WS-PICK-KEY) TO WS-PICK-KEY
           MOVE ZERO TO WS-ACCT-MATCH
           PERFORM VARYING WS-ACCT-INDEX FROM 1 BY 1
               UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT
               IF ACCT-KEY(WS-ACCT-INDEX) = WS-PICK-KEY
                   MOVE WS-ACCT-INDEX TO WS-ACCT-MATCH
               END-IF
           END-PERFORM
           IF WS-ACCT-MATCH = ZERO
               DISPLAY "No posting key " FUNCTION TRIM(WS-PICK-KEY)
                   " on the map."
           ELSE
               DISPLAY "Currently: " ACCT-NUMBER(WS-ACCT-MATCH) " "
                   ACCT-NAME(WS-ACCT-MATCH)
               DISPLAY "New Account Number: "
               ACCEPT WS-NEW-ACCOUNT
               DISPLAY "New Account Name (Enter to keep): "
               MOVE SPACES TO WS-NEW-ACCOUNT-NAME
               ACCEPT WS-NEW-ACCOUNT-NAME
               IF WS-NEW-ACCOUNT = SPACES
                   DISPLAY "Account number cannot be blank. "
                       "Not changed."
               ELSE
                   MOVE WS-NEW-ACCOUNT TO ACCT-NUMBER(WS-ACCT-MATCH)
                   IF WS-NEW-ACCOUNT-NAME NOT = SPACES
                       MOVE WS-NEW-ACCOUNT-NAME
                           TO ACCT-NAME(WS-ACCT-MATCH)
                   END-IF
                   PERFORM REWRITE-ACCOUNT-FILE
                   DISPLAY "Account map saved."
               END-IF
           END-IF.

       REWRITE-ACCOUNT-FILE.
           OPEN OUTPUT ACCOUNT-FILE
           PERFORM VARYING WS-ACCT-INDEX FROM 1 BY 1
               UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT
               MOVE SPACES TO WS-BUILD-LINE
               STRING FUNCTION TRIM(ACCT-KEY(WS-ACCT-INDEX))
                                                DELIMITED BY SIZE
                      ","                       DELIMITED BY SIZE
                      FUNCTION TRIM(ACCT-NUMBER(WS-ACCT-INDEX))
                                                DELIMITED BY SIZE
                      ","                       DELIMITED BY SIZE
                      FUNCTION TRIM(ACCT-NAME(WS-ACCT-INDEX))
                                                DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               END-STRING
               MOVE WS-BUILD-LINE TO ACCOUNT-RECORD
               WRITE ACCOUNT-RECORD
           END-PERFORM
           CLOSE ACCOUNT-FILE.

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
