       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-DEPOSIT.

       *> This program makes up the bank deposit from the cash the
       *> tills have already handed over, instead of a paper tally
       *> nobody checks. SHIFTS.csv says what should be in the safe:
       *> every CLOSE row's counted drawer, less the opening float of
       *> that station's shift (the float stays for the next shift),
       *> and every SAFE-DROP row's amount. Whatever of that has not
       *> yet gone to the bank is gathered, the manager counts the
       *> bag by denomination, and a numbered deposit slip
       *> (DEPOSIT_<n>.txt) is printed for the bank.
       *>
       *> The deposit is then held IN-TRANSIT on DEPOSITS.csv until
       *> the amount the bank validated is keyed back from the
       *> stamped slip. The exceptions report lists every deposit
       *> that was counted short of its sources, validated short by
       *> the bank, validated late, or never validated at all, with
       *> the shift closes and safe drops it was made up from.
       *>
       *> Gated like PRICE-MAINTENANCE: a signed-in, active account
       *> whose role holds CASH-DEPOSIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFT-FILE ASSIGN TO "SHIFTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-STATUS.

           SELECT DEPOSIT-REGISTER-FILE ASSIGN TO "DEPOSITS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT DEPOSIT-SOURCE-FILE ASSIGN TO
               "DEPOSIT-SOURCES.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT DEPOSIT-COUNTER-FILE ASSIGN TO
               "DEPOSIT-COUNTER.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNTER-STATUS.

           SELECT DEPOSIT-SLIP-FILE ASSIGN TO DYNAMIC
               WS-SLIP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIP-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.

           SELECT PERMISSION-FILE ASSIGN TO "PERMISSIONS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMISSION-STATUS.

           SELECT DENIAL-FILE ASSIGN TO "ACCESS-DENIALS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENIAL-STATUS.

       *> DEPOSITS.csv: NUM,DATE,TIME,USER,EXPECTED,COUNTED,STATUS,
       *> BANKAMT,BANKDATE,CONFIRMUSER - IN-TRANSIT until the bank's
       *> validated amount is keyed, then CONFIRMED.
       *> DEPOSIT-SOURCES.csv: NUM,TYPE,USER,DATE,TIME,STATION,AMOUNT
       *> - one row per shift close or safe drop a deposit took up;
       *> TYPE,USER,DATE,TIME,STATION is the SHIFTS.csv row it came
       *> from, and a row listed here is never gathered again.
       *> DEPOSIT-COUNTER.dat numbers deposits the same way
       *> TRANSFER-COUNTER.dat numbers transfers.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIFT-FILE.
       01  SHIFT-RECORD               PIC X(100).

       FD  DEPOSIT-REGISTER-FILE.
       01  DEPOSIT-REGISTER-RECORD    PIC X(150).

       FD  DEPOSIT-SOURCE-FILE.
       01  DEPOSIT-SOURCE-RECORD      PIC X(100).

       FD  DEPOSIT-COUNTER-FILE.
       01  DEPOSIT-COUNTER-RECORD     PIC 9(6).

       FD  DEPOSIT-SLIP-FILE.
       01  DEPOSIT-SLIP-RECORD        PIC X(100).

       *> USERS.csv is read only to check whoever runs this and find
       *> their role - the deposit is not a cashier's job.
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
       01  WS-SHIFT-STATUS            PIC XX.
           88  SHIFT-FILE-MISSING         VALUE "35".
       01  WS-REGISTER-STATUS         PIC XX.
           88  REGISTER-MISSING           VALUE "35".
       01  WS-SOURCE-STATUS           PIC XX.
           88  SOURCE-FILE-MISSING        VALUE "35".
       01  WS-COUNTER-STATUS          PIC XX.
       01  WS-SLIP-STATUS             PIC XX.
       01  WS-EOF-FLAG                PIC X.
           88  AT-EOF                     VALUE "Y".

       01  WS-MENU-CHOICE             PIC X.
       01  WS-REPLY                   PIC X.
       01  WS-TODAY-DATE              PIC 9(8).
       01  WS-TODAY-INT               PIC 9(8).
       01  WS-STAMP                   PIC X(14). *> YYYYMMDDHHMMSS.
       01  WS-FIELD-1                 PIC X(30).
       01  WS-FIELD-2                 PIC X(30).
       01  WS-FIELD-3                 PIC X(30).
       01  WS-FIELD-4                 PIC X(30).
       01  WS-FIELD-5                 PIC X(30).
       01  WS-FIELD-6                 PIC X(30).
       01  WS-FIELD-7                 PIC X(30).
       01  WS-FIELD-8                 PIC X(30).
       01  WS-BUILD-LINE              PIC X(150).
       01  WS-AMOUNT-REPLY            PIC X(12). *> Raw money reply.
       01  WS-DATE-REPLY              PIC X(8). *> Raw date reply.
       01  WS-NUMBER-REPLY            PIC X(8). *> Raw number reply.

       *> A deposit still IN-TRANSIT this many days after it was made
       *> up is reported as never confirmed, and one the bank
       *> validated more than this many days after is reported late.
       01  WS-LATE-DAYS               PIC 9(2) VALUE 2.

       *> SHIFTS.csv OPEN and CLOSE rows carry the float and the
       *> counted drawer as the POS's display digits, no point.
       01  WS-RAW-AMOUNT-X            PIC X(9).
       01  WS-RAW-AMOUNT REDEFINES WS-RAW-AMOUNT-X
                                      PIC 9(7)V99.

       *> The float each station opened its current shift with, so a
       *> CLOSE row's deposit leaves the float behind. Entry 10 holds
       *> rows written before the tills carried a station tag.
       01  WS-STATION-INDEX           PIC 9(2).
       01  WS-STATION-FLOATS.
           05  WS-STATION-FLOAT OCCURS 10 TIMES PIC 9(7)V99.

       *> Shift closes and safe drops already taken up by a deposit,
       *> each as TYPE,USER,DATE,TIME,STATION.
       01  WS-MAX-TAKEN               PIC 9(4) VALUE 3000.
       01  WS-TAKEN-COUNT             PIC 9(4) VALUE 0.
       01  WS-TAKEN-INDEX             PIC 9(4).
       01  WS-TAKEN-SKIPPED           PIC 9(5) VALUE 0.
       01  WS-TAKEN-TABLE.
           05  WS-TAKEN-KEY OCCURS 3000 TIMES PIC X(60).
       01  WS-SOURCE-KEY              PIC X(60).
       01  WS-KEY-TYPE                PIC X(9).
       01  WS-KEY-USER                PIC X(20).
       01  WS-KEY-DATE                PIC X(8).
       01  WS-KEY-TIME                PIC X(6).
       01  WS-KEY-STATION             PIC X(2).
       01  WS-TAKEN-FLAG              PIC X.
           88  SOURCE-TAKEN               VALUE "Y".

       *> The cash gathered for the deposit being made up.
       01  WS-MAX-SOURCES             PIC 9(3) VALUE 500.
       01  WS-SRC-COUNT               PIC 9(3) VALUE 0.
       01  WS-SRC-INDEX               PIC 9(3).
       01  WS-SRC-LEFT                PIC 9(5) VALUE 0. *> Past table.
       01  WS-SOURCES.
           05  WS-SRC-ENTRY OCCURS 500 TIMES.
               10  SRC-TYPE           PIC X(9).  *> CLOSE / SAFE-DROP.
               10  SRC-USER           PIC X(20).
               10  SRC-DATE           PIC X(8).
               10  SRC-TIME           PIC X(6).
               10  SRC-STATION        PIC X(2).
               10  SRC-AMOUNT         PIC 9(7)V99.
       01  WS-SRC-AMOUNT              PIC 9(7)V99.
       01  WS-EXPECTED-TOTAL          PIC 9(9)V99.
       01  WS-VARIANCE                PIC S9(9)V99.

       *> The count of the bag, note by note.
       01  WS-DENOM-VARS.
           05  WS-DENOM-INDEX         PIC 9(2).
           05  WS-DENOM-QTY-X         PIC X(6). *> Raw count reply.
           05  WS-DENOM-LINE-TOTAL    PIC 9(9)V99.
           05  WS-DENOM-GRAND-TOTAL   PIC 9(9)V99.
           05  WS-DENOM-AMT-EDIT      PIC Z(3)9.99.
       01  WS-DENOM-TABLE.
           05  WS-DENOM-ENTRY OCCURS 11 TIMES.
               10  WS-DENOM-AMT       PIC 9(4)V99.
               10  WS-DENOM-QTY       PIC 9(5).

       01  WS-DEPOSIT-NUMBER          PIC 9(6).
       01  WS-DEPOSIT-USER            PIC X(50).
       01  WS-SLIP-FILE-NAME          PIC X(40).

       *> DEPOSITS.csv as loaded for confirming and reporting.
       01  WS-DEP-COUNT               PIC 9(3) VALUE 0.
       01  WS-DEP-INDEX               PIC 9(3).
       01  WS-DEP-MATCH               PIC 9(3).
       01  WS-DEP-SKIPPED             PIC 9(5) VALUE 0.
       01  WS-DEPOSIT-REGISTER.
           05  WS-DEP-ENTRY OCCURS 500 TIMES.
               10  DEP-NUMBER         PIC X(6).
               10  DEP-DATE           PIC X(8).
               10  DEP-TIME           PIC X(6).
               10  DEP-USER           PIC X(20).
               10  DEP-EXPECTED       PIC X(12).
               10  DEP-COUNTED        PIC X(12).
               10  DEP-STATUS         PIC X(10).
               10  DEP-BANK-AMT       PIC X(12).
               10  DEP-BANK-DATE      PIC X(8).
               10  DEP-CONFIRM-USER   PIC X(20).
       01  WS-CONFIRM-NUMBER          PIC 9(6).
       01  WS-BANK-AMOUNT             PIC 9(9)V99.
       01  WS-BANK-DATE               PIC 9(8).
       01  WS-DEP-DATE                PIC 9(8).
       01  WS-DEP-COUNTED             PIC 9(9)V99.
       01  WS-DEP-EXPECTED            PIC 9(9)V99.
       01  WS-DAYS-OUT                PIC S9(5).
       01  WS-DAYS-EDIT               PIC -(4)9.

       01  WS-SHORT-COUNT             PIC 9(3).
       01  WS-LATE-COUNT              PIC 9(3).
       01  WS-UNCONFIRMED-COUNT       PIC 9(3).
       01  WS-EXCEPTION-COUNT         PIC 9(3).
       01  WS-EXCEPTION-FLAG          PIC X.
           88  DEPOSIT-IS-EXCEPTION       VALUE "Y".
       01  WS-FLAG-TEXT               PIC X(60).

       01  WS-AMOUNT-FILE             PIC 9(9).99. *> Point explicit.
       01  WS-MONEY-EDIT              PIC Z(8)9.99.
       01  WS-MONEY-EDIT-2            PIC Z(8)9.99.
       01  WS-VARIANCE-EDIT           PIC -(8)9.99.
       01  WS-PIECES-EDIT             PIC Z(4)9.

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
           VALUE "BANK-DEPOSIT".
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM VERIFY-ADMIN
           IF ADMIN-IS-VALID
               PERFORM MAIN-MENU-PROCESS
                   UNTIL WS-MENU-CHOICE = "4"
           END-IF
           STOP RUN.

       *> Only a signed-in, active account whose role holds
       *> CASH-DEPOSIT gets to the menu. The name signed in with is
       *> the one the slip and register carry.
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
           MOVE "CASH-DEPOSIT" TO WS-PERM-FUNCTION
           PERFORM CHECK-PERMISSION
           IF NOT PERMISSION-GRANTED
               MOVE "N" TO WS-ADMIN-OK-FLAG
           END-IF
           IF NOT ADMIN-IS-VALID
               DISPLAY "Not an active account allowed to make up "
                   "bank deposits. Bye."
           ELSE
               MOVE WS-ADMIN-USERNAME TO WS-DEPOSIT-USER
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
           DISPLAY "OSPOS | BANK DEPOSITS"
           DISPLAY "1. Prepare a Bank Deposit"
           DISPLAY "2. Confirm Bank Validation"
           DISPLAY "3. Deposit Exceptions Report"
           DISPLAY "4. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM PREPARE-DEPOSIT-ROUTINE
               WHEN "2"
                   PERFORM CONFIRM-DEPOSIT-ROUTINE
               WHEN "3"
                   PERFORM DEPOSIT-EXCEPTION-REPORT
               WHEN "4"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       *> ----------------------------------------------------------
       *> Prepare: gather what the safe should hold, count the bag,
       *> number it, print the slip, and mark every close and drop
       *> it took up so the next deposit does not take them again.
       *> ----------------------------------------------------------
       PREPARE-DEPOSIT-ROUTINE.
           PERFORM LOAD-TAKEN-SOURCES
           IF WS-TAKEN-SKIPPED > ZERO
               DISPLAY "DEPOSIT-SOURCES.csv holds more rows than this "
                   "program's table - no deposit prepared, so no "
                   "cash is gathered twice."
           ELSE
               PERFORM GATHER-UNDEPOSITED-CASH
               IF WS-SRC-COUNT = ZERO
                   DISPLAY "No undeposited shift closes or safe drops."
               ELSE
                   PERFORM SHOW-GATHERED-CASH
                   DISPLAY "Count the bag for this deposit? (Y/N): "
                   ACCEPT WS-REPLY
                   IF FUNCTION UPPER-CASE(WS-REPLY) = "Y"
                       PERFORM COUNT-BY-DENOMINATION
                       PERFORM SEAL-DEPOSIT
                   END-IF
               END-IF
           END-IF.

       LOAD-TAKEN-SOURCES.
           MOVE ZERO TO WS-TAKEN-COUNT WS-TAKEN-SKIPPED
           OPEN INPUT DEPOSIT-SOURCE-FILE
           IF NOT SOURCE-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-TAKEN-SOURCE-ROW UNTIL AT-EOF
               CLOSE DEPOSIT-SOURCE-FILE
           END-IF.

       READ-TAKEN-SOURCE-ROW.
           READ DEPOSIT-SOURCE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   UNSTRING DEPOSIT-SOURCE-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   END-UNSTRING
                   IF WS-TAKEN-COUNT < WS-MAX-TAKEN
                       ADD 1 TO WS-TAKEN-COUNT
                       MOVE WS-FIELD-2 TO WS-KEY-TYPE
                       MOVE WS-FIELD-3 TO WS-KEY-USER
                       MOVE WS-FIELD-4 TO WS-KEY-DATE
                       MOVE WS-FIELD-5 TO WS-KEY-TIME
                       MOVE WS-FIELD-6 TO WS-KEY-STATION
                       PERFORM BUILD-SOURCE-KEY
                       MOVE WS-SOURCE-KEY
                           TO WS-TAKEN-KEY(WS-TAKEN-COUNT)
                   ELSE
                       ADD 1 TO WS-TAKEN-SKIPPED
                   END-IF
           END-READ.

       *> A SHIFTS.csv row's identity: TYPE,USER,DATE,TIME,STATION.
       BUILD-SOURCE-KEY.
           MOVE SPACES TO WS-SOURCE-KEY
           STRING FUNCTION TRIM(WS-KEY-TYPE)     DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KEY-USER)     DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KEY-DATE)     DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KEY-TIME)     DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KEY-STATION)  DELIMITED BY SIZE
               INTO WS-SOURCE-KEY
           END-STRING.

       GATHER-UNDEPOSITED-CASH.
           MOVE ZERO TO WS-SRC-COUNT WS-SRC-LEFT WS-EXPECTED-TOTAL
           PERFORM VARYING WS-STATION-INDEX FROM 1 BY 1
               UNTIL WS-STATION-INDEX > 10
               MOVE ZERO TO WS-STATION-FLOAT(WS-STATION-INDEX)
           END-PERFORM
           OPEN INPUT SHIFT-FILE
           IF NOT SHIFT-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-SHIFT-ROW UNTIL AT-EOF
               CLOSE SHIFT-FILE
           END-IF.

       *> OPEN:      TYPE,USER,DATE,TIME,FLOAT,STATION
       *> CLOSE:     TYPE,USER,DATE,TIME,EXPECTED,COUNTED,OVERSHORT,
       *>            STATION
       *> SAFE-DROP: TYPE,USER,DATE,TIME,AMOUNT,REASON,STATION
       READ-SHIFT-ROW.
           READ SHIFT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   MOVE SPACES TO WS-FIELD-7 WS-FIELD-8
                   UNSTRING SHIFT-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                            WS-FIELD-7 WS-FIELD-8
                   END-UNSTRING
                   MOVE WS-FIELD-1 TO WS-KEY-TYPE
                   MOVE WS-FIELD-2 TO WS-KEY-USER
                   MOVE WS-FIELD-3 TO WS-KEY-DATE
                   MOVE WS-FIELD-4 TO WS-KEY-TIME
                   EVALUATE FUNCTION TRIM(WS-FIELD-1)
                       WHEN "OPEN"
                           PERFORM NOTE-SHIFT-FLOAT
                       WHEN "CLOSE"
                           PERFORM TAKE-SHIFT-CLOSE
                       WHEN "SAFE-DROP"
                           PERFORM TAKE-SAFE-DROP
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       NOTE-SHIFT-FLOAT.
           MOVE WS-FIELD-6 TO WS-KEY-STATION
           PERFORM FIND-STATION-INDEX
           MOVE WS-FIELD-5(1:9) TO WS-RAW-AMOUNT-X
           IF WS-RAW-AMOUNT IS NUMERIC
               MOVE WS-RAW-AMOUNT TO WS-STATION-FLOAT(WS-STATION-INDEX)
           ELSE
               MOVE ZERO TO WS-STATION-FLOAT(WS-STATION-INDEX)
           END-IF.

       *> The counted drawer less the float it opened with; a drawer
       *> counted at or under its float sent nothing to the safe, but
       *> its close is still taken up so it stops being gathered.
       TAKE-SHIFT-CLOSE.
           MOVE WS-FIELD-8 TO WS-KEY-STATION
           PERFORM FIND-STATION-INDEX
           MOVE WS-FIELD-6(1:9) TO WS-RAW-AMOUNT-X
           MOVE ZERO TO WS-SRC-AMOUNT
           IF WS-RAW-AMOUNT IS NUMERIC
               AND WS-RAW-AMOUNT > WS-STATION-FLOAT(WS-STATION-INDEX)
               COMPUTE WS-SRC-AMOUNT = WS-RAW-AMOUNT
                   - WS-STATION-FLOAT(WS-STATION-INDEX)
           END-IF
           MOVE ZERO TO WS-STATION-FLOAT(WS-STATION-INDEX)
           PERFORM CAPTURE-UNTAKEN-SOURCE.

       TAKE-SAFE-DROP.
           MOVE FUNCTION NUMVAL(WS-FIELD-5) TO WS-SRC-AMOUNT
           MOVE WS-FIELD-7 TO WS-KEY-STATION
           PERFORM CAPTURE-UNTAKEN-SOURCE.

       *> Station tags "S1".."S9" map to their own entry and
       *> anything else to entry 10.
       FIND-STATION-INDEX.
           IF WS-KEY-STATION(1:1) = "S"
               AND WS-KEY-STATION(2:1) IS NUMERIC
               AND WS-KEY-STATION(2:1) NOT = "0"
               MOVE WS-KEY-STATION(2:1) TO WS-STATION-INDEX
           ELSE
               MOVE 10 TO WS-STATION-INDEX
           END-IF.

       *> A close or drop some earlier deposit already took up is
       *> passed over.
       CAPTURE-UNTAKEN-SOURCE.
           PERFORM BUILD-SOURCE-KEY
           MOVE "N" TO WS-TAKEN-FLAG
           PERFORM VARYING WS-TAKEN-INDEX FROM 1 BY 1
               UNTIL WS-TAKEN-INDEX > WS-TAKEN-COUNT
                  OR SOURCE-TAKEN
               IF WS-TAKEN-KEY(WS-TAKEN-INDEX) = WS-SOURCE-KEY
                   MOVE "Y" TO WS-TAKEN-FLAG
               END-IF
           END-PERFORM
           IF NOT SOURCE-TAKEN
               IF WS-SRC-COUNT >= WS-MAX-SOURCES
                   ADD 1 TO WS-SRC-LEFT
               ELSE
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-KEY-TYPE TO SRC-TYPE(WS-SRC-COUNT)
                   MOVE WS-KEY-USER TO SRC-USER(WS-SRC-COUNT)
                   MOVE WS-KEY-DATE TO SRC-DATE(WS-SRC-COUNT)
                   MOVE WS-KEY-TIME TO SRC-TIME(WS-SRC-COUNT)
                   MOVE WS-KEY-STATION TO SRC-STATION(WS-SRC-COUNT)
                   MOVE WS-SRC-AMOUNT TO SRC-AMOUNT(WS-SRC-COUNT)
                   ADD WS-SRC-AMOUNT TO WS-EXPECTED-TOTAL
               END-IF
           END-IF.

       SHOW-GATHERED-CASH.
           DISPLAY "------------------------------------------------"
           DISPLAY " UNDEPOSITED CASH"
           DISPLAY "------------------------------------------------"
           DISPLAY "TYPE      USER                 DATE     TIME   "
               "STN       AMOUNT"
           PERFORM SHOW-ONE-SOURCE
               VARYING WS-SRC-INDEX FROM 1 BY 1
               UNTIL WS-SRC-INDEX > WS-SRC-COUNT
           DISPLAY "------------------------------------------------"
           MOVE WS-EXPECTED-TOTAL TO WS-MONEY-EDIT
           DISPLAY "Expected in the safe: " WS-MONEY-EDIT
           IF WS-SRC-LEFT > ZERO
               DISPLAY WS-SRC-LEFT " more close(s) and drop(s) wait "
                   "for the next deposit."
           END-IF.

       SHOW-ONE-SOURCE.
           MOVE SRC-AMOUNT(WS-SRC-INDEX) TO WS-MONEY-EDIT
           DISPLAY SRC-TYPE(WS-SRC-INDEX) " "
               SRC-USER(WS-SRC-INDEX) " "
               SRC-DATE(WS-SRC-INDEX) " "
               SRC-TIME(WS-SRC-INDEX) " "
               SRC-STATION(WS-SRC-INDEX) "  "
               WS-MONEY-EDIT.

       *> The peso denominations in circulation, largest first, as
       *> the POS counts a drawer; a blank reply counts as none.
       COUNT-BY-DENOMINATION.
           MOVE 1000.00 TO WS-DENOM-AMT(1)
           MOVE 500.00 TO WS-DENOM-AMT(2)
           MOVE 200.00 TO WS-DENOM-AMT(3)
           MOVE 100.00 TO WS-DENOM-AMT(4)
           MOVE 50.00 TO WS-DENOM-AMT(5)
           MOVE 20.00 TO WS-DENOM-AMT(6)
           MOVE 10.00 TO WS-DENOM-AMT(7)
           MOVE 5.00 TO WS-DENOM-AMT(8)
           MOVE 1.00 TO WS-DENOM-AMT(9)
           MOVE 0.25 TO WS-DENOM-AMT(10)
           MOVE 0.05 TO WS-DENOM-AMT(11)
           MOVE ZERO TO WS-DENOM-GRAND-TOTAL
           DISPLAY "-------- DENOMINATION COUNT --------"
           PERFORM COUNT-ONE-DENOMINATION
               VARYING WS-DENOM-INDEX FROM 1 BY 1
               UNTIL WS-DENOM-INDEX > 11
           MOVE WS-DENOM-GRAND-TOTAL TO WS-MONEY-EDIT
           DISPLAY "Deposit counted: " WS-MONEY-EDIT.

       COUNT-ONE-DENOMINATION.
           MOVE WS-DENOM-AMT(WS-DENOM-INDEX) TO WS-DENOM-AMT-EDIT
           DISPLAY "Pieces of " WS-DENOM-AMT-EDIT ": "
           MOVE SPACES TO WS-DENOM-QTY-X
           ACCEPT WS-DENOM-QTY-X
           IF WS-DENOM-QTY-X = SPACES
               MOVE ZERO TO WS-DENOM-QTY(WS-DENOM-INDEX)
           ELSE
               MOVE FUNCTION NUMVAL(WS-DENOM-QTY-X)
                   TO WS-DENOM-QTY(WS-DENOM-INDEX)
           END-IF
           COMPUTE WS-DENOM-LINE-TOTAL =
               WS-DENOM-QTY(WS-DENOM-INDEX)
               * WS-DENOM-AMT(WS-DENOM-INDEX)
           ADD WS-DENOM-LINE-TOTAL TO WS-DENOM-GRAND-TOTAL.

       *> A count that differs from the sources is shown and still
       *> allowed - the bag holds what it holds - and the register
       *> keeps both figures for the exceptions report.
       SEAL-DEPOSIT.
           COMPUTE WS-VARIANCE =
               WS-DENOM-GRAND-TOTAL - WS-EXPECTED-TOTAL
           IF WS-DENOM-GRAND-TOTAL = ZERO
               DISPLAY "Nothing counted - no deposit prepared."
           ELSE
               IF WS-VARIANCE NOT = ZERO
                   MOVE WS-VARIANCE TO WS-VARIANCE-EDIT
                   DISPLAY "*** Count differs from the safe by "
                       FUNCTION TRIM(WS-VARIANCE-EDIT) " ***"
               END-IF
               DISPLAY "Seal the bag and print the deposit slip? "
                   "(Y/N): "
               ACCEPT WS-REPLY
               IF FUNCTION UPPER-CASE(WS-REPLY) = "Y"
                   MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
                   PERFORM ASSIGN-DEPOSIT-NUMBER
                   PERFORM WRITE-DEPOSIT-SLIP
                   PERFORM REGISTER-DEPOSIT
                   PERFORM RECORD-DEPOSIT-SOURCES
                   DISPLAY "Deposit " WS-DEPOSIT-NUMBER
                       " prepared - slip "
                       FUNCTION TRIM(WS-SLIP-FILE-NAME)
                   DISPLAY "Held IN-TRANSIT until the bank's "
                       "validated amount is keyed."
               ELSE
                   DISPLAY "No deposit prepared."
               END-IF
           END-IF.

       ASSIGN-DEPOSIT-NUMBER.
           OPEN INPUT DEPOSIT-COUNTER-FILE
           IF WS-COUNTER-STATUS = "35"
               MOVE ZERO TO WS-DEPOSIT-NUMBER
           ELSE
               READ DEPOSIT-COUNTER-FILE
               MOVE DEPOSIT-COUNTER-RECORD TO WS-DEPOSIT-NUMBER
               CLOSE DEPOSIT-COUNTER-FILE
           END-IF
           ADD 1 TO WS-DEPOSIT-NUMBER
           MOVE WS-DEPOSIT-NUMBER TO DEPOSIT-COUNTER-RECORD
           OPEN OUTPUT DEPOSIT-COUNTER-FILE
           WRITE DEPOSIT-COUNTER-RECORD
           CLOSE DEPOSIT-COUNTER-FILE.

       *> The paper that goes in the bag and comes back stamped.
       WRITE-DEPOSIT-SLIP.
           MOVE SPACES TO WS-SLIP-FILE-NAME
           STRING "DEPOSIT_"           DELIMITED BY SIZE
                  WS-DEPOSIT-NUMBER    DELIMITED BY SIZE
                  ".txt"               DELIMITED BY SIZE
               INTO WS-SLIP-FILE-NAME
           END-STRING
           OPEN OUTPUT DEPOSIT-SLIP-FILE
           MOVE SPACES TO WS-BUILD-LINE
           STRING "BANK DEPOSIT SLIP "  DELIMITED BY SIZE
                  WS-DEPOSIT-NUMBER     DELIMITED BY SIZE
                  "  DATE "             DELIMITED BY SIZE
                  WS-STAMP(1:8)         DELIMITED BY SIZE
                  "  TIME "             DELIMITED BY SIZE
                  WS-STAMP(9:6)         DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           MOVE WS-BUILD-LINE TO DEPOSIT-SLIP-RECORD
           WRITE DEPOSIT-SLIP-RECORD
           MOVE SPACES TO WS-BUILD-LINE
           STRING "PREPARED BY "        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEPOSIT-USER)
                                        DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           MOVE WS-BUILD-LINE TO DEPOSIT-SLIP-RECORD
           WRITE DEPOSIT-SLIP-RECORD
           MOVE "DENOMINATION   PIECES         AMOUNT"
               TO DEPOSIT-SLIP-RECORD
           WRITE DEPOSIT-SLIP-RECORD
           PERFORM WRITE-ONE-SLIP-DENOMINATION
               VARYING WS-DENOM-INDEX FROM 1 BY 1
               UNTIL WS-DENOM-INDEX > 11
           MOVE WS-DENOM-GRAND-TOTAL TO WS-MONEY-EDIT
           MOVE SPACES TO WS-BUILD-LINE
           STRING "TOTAL CASH DEPOSITED  " DELIMITED BY SIZE
                  WS-MONEY-EDIT            DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           MOVE WS-BUILD-LINE TO DEPOSIT-SLIP-RECORD
           WRITE DEPOSIT-SLIP-RECORD
           MOVE WS-EXPECTED-TOTAL TO WS-MONEY-EDIT
           MOVE SPACES TO WS-BUILD-LINE
           STRING "EXPECTED FROM SAFE    " DELIMITED BY SIZE
                  WS-MONEY-EDIT            DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           MOVE WS-BUILD-LINE TO DEPOSIT-SLIP-RECORD
           WRITE DEPOSIT-SLIP-RECORD
           MOVE "MADE UP FROM:" TO DEPOSIT-SLIP-RECORD
           WRITE DEPOSIT-SLIP-RECORD
           PERFORM WRITE-ONE-SLIP-SOURCE
               VARYING WS-SRC-INDEX FROM 1 BY 1
               UNTIL WS-SRC-INDEX > WS-SRC-COUNT
           MOVE "COUNTED BY: ______________  BANK VALIDATION: ________"
               TO DEPOSIT-SLIP-RECORD
           WRITE DEPOSIT-SLIP-RECORD
           CLOSE DEPOSIT-SLIP-FILE.

       WRITE-ONE-SLIP-DENOMINATION.
           IF WS-DENOM-QTY(WS-DENOM-INDEX) > ZERO
               MOVE WS-DENOM-AMT(WS-DENOM-INDEX) TO WS-DENOM-AMT-EDIT
               MOVE WS-DENOM-QTY(WS-DENOM-INDEX) TO WS-PIECES-EDIT
               COMPUTE WS-DENOM-LINE-TOTAL =
                   WS-DENOM-QTY(WS-DENOM-INDEX)
                   * WS-DENOM-AMT(WS-DENOM-INDEX)
               MOVE WS-DENOM-LINE-TOTAL TO WS-MONEY-EDIT
               MOVE SPACES TO WS-BUILD-LINE
               STRING "     " WS-DENOM-AMT-EDIT "    "
                      WS-PIECES-EDIT "  " WS-MONEY-EDIT
                                           DELIMITED BY SIZE
                   INTO WS-BUILD-LINE
               END-STRING
               MOVE WS-BUILD-LINE TO DEPOSIT-SLIP-RECORD
               WRITE DEPOSIT-SLIP-RECORD
           END-IF.

       WRITE-ONE-SLIP-SOURCE.
           MOVE SRC-AMOUNT(WS-SRC-INDEX) TO WS-MONEY-EDIT
           MOVE SPACES TO WS-BUILD-LINE
           STRING "  " SRC-TYPE(WS-SRC-INDEX) " "
                  SRC-USER(WS-SRC-INDEX) " "
                  SRC-DATE(WS-SRC-INDEX) " "
                  SRC-TIME(WS-SRC-INDEX) " "
                  SRC-STATION(WS-SRC-INDEX) " "
                  WS-MONEY-EDIT           DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           MOVE WS-BUILD-LINE TO DEPOSIT-SLIP-RECORD
           WRITE DEPOSIT-SLIP-RECORD.

       REGISTER-DEPOSIT.
           OPEN EXTEND DEPOSIT-REGISTER-FILE
           IF REGISTER-MISSING
               OPEN OUTPUT DEPOSIT-REGISTER-FILE
           END-IF
           MOVE SPACES TO WS-BUILD-LINE
           MOVE WS-EXPECTED-TOTAL TO WS-AMOUNT-FILE
           MOVE WS-AMOUNT-FILE TO WS-FIELD-1
           MOVE WS-DENOM-GRAND-TOTAL TO WS-AMOUNT-FILE
           STRING WS-DEPOSIT-NUMBER              DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-STAMP(1:8)                  DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-STAMP(9:6)                  DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEPOSIT-USER) DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-1)      DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-AMOUNT-FILE                 DELIMITED BY SIZE
                  ",IN-TRANSIT,,,"               DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           MOVE WS-BUILD-LINE TO DEPOSIT-REGISTER-RECORD
           WRITE DEPOSIT-REGISTER-RECORD
           CLOSE DEPOSIT-REGISTER-FILE.

       RECORD-DEPOSIT-SOURCES.
           OPEN EXTEND DEPOSIT-SOURCE-FILE
           IF SOURCE-FILE-MISSING
               OPEN OUTPUT DEPOSIT-SOURCE-FILE
           END-IF
           PERFORM WRITE-ONE-SOURCE-ROW
               VARYING WS-SRC-INDEX FROM 1 BY 1
               UNTIL WS-SRC-INDEX > WS-SRC-COUNT
           CLOSE DEPOSIT-SOURCE-FILE.

       WRITE-ONE-SOURCE-ROW.
           MOVE SRC-AMOUNT(WS-SRC-INDEX) TO WS-AMOUNT-FILE
           MOVE SPACES TO WS-BUILD-LINE
           STRING WS-DEPOSIT-NUMBER            DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(SRC-TYPE(WS-SRC-INDEX))
                                               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(SRC-USER(WS-SRC-INDEX))
                                               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(SRC-DATE(WS-SRC-INDEX))
                                               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(SRC-TIME(WS-SRC-INDEX))
                                               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(SRC-STATION(WS-SRC-INDEX))
                                               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-AMOUNT-FILE               DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           MOVE WS-BUILD-LINE TO DEPOSIT-SOURCE-RECORD
           WRITE DEPOSIT-SOURCE-RECORD.

       *> ----------------------------------------------------------
       *> Confirm: the amount the bank validated, off the stamped
       *> slip, closes the deposit. Any difference from the count is
       *> shown now and reported by the exceptions report.
       *> ----------------------------------------------------------
       CONFIRM-DEPOSIT-ROUTINE.
           DISPLAY "Deposit Number to Confirm: "
           MOVE SPACES TO WS-NUMBER-REPLY
           ACCEPT WS-NUMBER-REPLY
           MOVE FUNCTION NUMVAL(WS-NUMBER-REPLY) TO WS-CONFIRM-NUMBER
           PERFORM LOAD-DEPOSIT-REGISTER
           IF WS-DEP-SKIPPED > ZERO
               DISPLAY "DEPOSITS.csv holds more deposits than this "
                   "program's table - not confirmed so no rows get "
                   "dropped."
           ELSE
               MOVE ZERO TO WS-DEP-MATCH
               PERFORM VARYING WS-DEP-INDEX FROM 1 BY 1
                   UNTIL WS-DEP-INDEX > WS-DEP-COUNT
                   IF FUNCTION NUMVAL(DEP-NUMBER(WS-DEP-INDEX)) =
                       WS-CONFIRM-NUMBER
                       MOVE WS-DEP-INDEX TO WS-DEP-MATCH
                   END-IF
               END-PERFORM
               IF WS-DEP-MATCH = ZERO
                   DISPLAY "Deposit " WS-CONFIRM-NUMBER
                       " is not on the register."
               ELSE IF FUNCTION TRIM(DEP-STATUS(WS-DEP-MATCH)) =
                   "CONFIRMED"
                   DISPLAY "Deposit " WS-CONFIRM-NUMBER
                       " was already confirmed on "
                       DEP-BANK-DATE(WS-DEP-MATCH) "."
               ELSE
                   PERFORM CAPTURE-BANK-VALIDATION
               END-IF
               END-IF
           END-IF.

       CAPTURE-BANK-VALIDATION.
           MOVE DEP-DATE(WS-DEP-MATCH) TO WS-DEP-DATE
           MOVE FUNCTION NUMVAL(DEP-COUNTED(WS-DEP-MATCH))
               TO WS-DEP-COUNTED
           MOVE WS-DEP-COUNTED TO WS-MONEY-EDIT
           DISPLAY "Deposit " WS-CONFIRM-NUMBER " of "
               DEP-DATE(WS-DEP-MATCH) " - bag counted at "
               FUNCTION TRIM(WS-MONEY-EDIT)
           DISPLAY "Amount validated by the bank: "
           MOVE SPACES TO WS-AMOUNT-REPLY
           ACCEPT WS-AMOUNT-REPLY
           DISPLAY "Validation date (YYYYMMDD, Enter=" WS-TODAY-DATE
               "): "
           MOVE SPACES TO WS-DATE-REPLY
           ACCEPT WS-DATE-REPLY
           IF WS-DATE-REPLY = SPACES
               MOVE WS-TODAY-DATE TO WS-BANK-DATE
           ELSE IF WS-DATE-REPLY IS NUMERIC
               MOVE WS-DATE-REPLY TO WS-BANK-DATE
           ELSE
               MOVE ZERO TO WS-BANK-DATE
           END-IF
           END-IF
           IF WS-AMOUNT-REPLY = SPACES
               OR FUNCTION TEST-NUMVAL(WS-AMOUNT-REPLY) NOT = ZERO
               DISPLAY "Validated amount must be a number - "
                   "nothing changed."
           ELSE IF WS-BANK-DATE < WS-DEP-DATE
               OR WS-BANK-DATE > WS-TODAY-DATE
               DISPLAY "Validation date must fall between the "
                   "deposit date and today - nothing changed."
           ELSE
               MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY) TO WS-BANK-AMOUNT
               MOVE WS-BANK-AMOUNT TO WS-AMOUNT-FILE
               MOVE "CONFIRMED" TO DEP-STATUS(WS-DEP-MATCH)
               MOVE WS-AMOUNT-FILE TO DEP-BANK-AMT(WS-DEP-MATCH)
               MOVE WS-BANK-DATE TO DEP-BANK-DATE(WS-DEP-MATCH)
               MOVE WS-DEPOSIT-USER TO DEP-CONFIRM-USER(WS-DEP-MATCH)
               PERFORM REWRITE-DEPOSIT-REGISTER
               COMPUTE WS-VARIANCE = WS-BANK-AMOUNT - WS-DEP-COUNTED
               MOVE WS-VARIANCE TO WS-VARIANCE-EDIT
               IF WS-VARIANCE < ZERO
                   COMPUTE WS-VARIANCE = WS-DEP-COUNTED - WS-BANK-AMOUNT
                   MOVE WS-VARIANCE TO WS-VARIANCE-EDIT
                   DISPLAY "*** Deposit " WS-CONFIRM-NUMBER
                       " confirmed SHORT by "
                       FUNCTION TRIM(WS-VARIANCE-EDIT) " ***"
               ELSE IF WS-VARIANCE > ZERO
                   DISPLAY "Deposit " WS-CONFIRM-NUMBER
                       " confirmed OVER by "
                       FUNCTION TRIM(WS-VARIANCE-EDIT) "."
               ELSE
                   DISPLAY "Deposit " WS-CONFIRM-NUMBER
                       " confirmed - bank agrees with the count."
               END-IF
               END-IF
           END-IF
           END-IF.

       LOAD-DEPOSIT-REGISTER.
           MOVE ZERO TO WS-DEP-COUNT WS-DEP-SKIPPED
           OPEN INPUT DEPOSIT-REGISTER-FILE
           IF NOT REGISTER-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-DEPOSIT-REGISTER-ROW UNTIL AT-EOF
               CLOSE DEPOSIT-REGISTER-FILE
           END-IF.

       READ-DEPOSIT-REGISTER-ROW.
           READ DEPOSIT-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-DEP-COUNT < 500
                       ADD 1 TO WS-DEP-COUNT
                       MOVE SPACES TO WS-DEP-ENTRY(WS-DEP-COUNT)
                       UNSTRING DEPOSIT-REGISTER-RECORD
                           DELIMITED BY ","
                           INTO DEP-NUMBER(WS-DEP-COUNT)
                                DEP-DATE(WS-DEP-COUNT)
                                DEP-TIME(WS-DEP-COUNT)
                                DEP-USER(WS-DEP-COUNT)
                                DEP-EXPECTED(WS-DEP-COUNT)
                                DEP-COUNTED(WS-DEP-COUNT)
                                DEP-STATUS(WS-DEP-COUNT)
                                DEP-BANK-AMT(WS-DEP-COUNT)
                                DEP-BANK-DATE(WS-DEP-COUNT)
                                DEP-CONFIRM-USER(WS-DEP-COUNT)
                       END-UNSTRING
                   ELSE
                       ADD 1 TO WS-DEP-SKIPPED
                   END-IF
           END-READ.

       REWRITE-DEPOSIT-REGISTER.
           OPEN OUTPUT DEPOSIT-REGISTER-FILE
           PERFORM WRITE-ONE-REGISTER-ROW
               VARYING WS-DEP-INDEX FROM 1 BY 1
               UNTIL WS-DEP-INDEX > WS-DEP-COUNT
           CLOSE DEPOSIT-REGISTER-FILE.

       WRITE-ONE-REGISTER-ROW.
           MOVE SPACES TO WS-BUILD-LINE
           STRING FUNCTION TRIM(DEP-NUMBER(WS-DEP-INDEX))
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(DEP-DATE(WS-DEP-INDEX))
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(DEP-TIME(WS-DEP-INDEX))
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(DEP-USER(WS-DEP-INDEX))
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(DEP-EXPECTED(WS-DEP-INDEX))
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(DEP-COUNTED(WS-DEP-INDEX))
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(DEP-STATUS(WS-DEP-INDEX))
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(DEP-BANK-AMT(WS-DEP-INDEX))
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(DEP-BANK-DATE(WS-DEP-INDEX))
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(DEP-CONFIRM-USER(WS-DEP-INDEX))
                                                DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           MOVE WS-BUILD-LINE TO DEPOSIT-REGISTER-RECORD
           WRITE DEPOSIT-REGISTER-RECORD.

       *> ----------------------------------------------------------
       *> Deposits to chase: counted short of their sources, short at
       *> the bank, validated late, or never validated. Each is
       *> traced to the shift closes and safe drops it was made up
       *> from, so the shortfall lands on a shift and a cashier.
       *> ----------------------------------------------------------
       DEPOSIT-EXCEPTION-REPORT.
           PERFORM LOAD-DEPOSIT-REGISTER
           MOVE ZERO TO WS-SHORT-COUNT WS-LATE-COUNT
           MOVE ZERO TO WS-UNCONFIRMED-COUNT WS-EXCEPTION-COUNT
           DISPLAY "------------------------------------------------"
           DISPLAY " DEPOSIT EXCEPTIONS AS OF " WS-TODAY-DATE
           DISPLAY "------------------------------------------------"
           PERFORM JUDGE-ONE-DEPOSIT
               VARYING WS-DEP-INDEX FROM 1 BY 1
               UNTIL WS-DEP-INDEX > WS-DEP-COUNT
           IF WS-EXCEPTION-COUNT = ZERO
               DISPLAY "No short, late or unconfirmed deposits."
           END-IF
           DISPLAY "------------------------------------------------"
           DISPLAY "Deposits on file:  " WS-DEP-COUNT
           DISPLAY "Short:             " WS-SHORT-COUNT
           DISPLAY "Confirmed late:    " WS-LATE-COUNT
           DISPLAY "Never confirmed:   " WS-UNCONFIRMED-COUNT
           IF WS-DEP-SKIPPED > ZERO
               DISPLAY WS-DEP-SKIPPED " deposit(s) past this "
                   "program's table were not judged."
           END-IF.

       JUDGE-ONE-DEPOSIT.
           MOVE "N" TO WS-EXCEPTION-FLAG
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE FUNCTION NUMVAL(DEP-EXPECTED(WS-DEP-INDEX))
               TO WS-DEP-EXPECTED
           MOVE FUNCTION NUMVAL(DEP-COUNTED(WS-DEP-INDEX))
               TO WS-DEP-COUNTED
           MOVE FUNCTION NUMVAL(DEP-BANK-AMT(WS-DEP-INDEX))
               TO WS-BANK-AMOUNT
           IF DEP-DATE(WS-DEP-INDEX) IS NUMERIC
               MOVE DEP-DATE(WS-DEP-INDEX) TO WS-DEP-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-DEP-DATE
           END-IF
           IF WS-DEP-COUNTED < WS-DEP-EXPECTED
               MOVE "Y" TO WS-EXCEPTION-FLAG
               PERFORM ADD-FLAG-COUNT-SHORT
           END-IF
           IF FUNCTION TRIM(DEP-STATUS(WS-DEP-INDEX)) = "CONFIRMED"
               IF WS-BANK-AMOUNT < WS-DEP-COUNTED
                   MOVE "Y" TO WS-EXCEPTION-FLAG
                   PERFORM ADD-FLAG-BANK-SHORT
               END-IF
               IF DEP-BANK-DATE(WS-DEP-INDEX) IS NUMERIC
                   COMPUTE WS-DAYS-OUT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(DEP-BANK-DATE(WS-DEP-INDEX)))
                       - FUNCTION INTEGER-OF-DATE(WS-DEP-DATE)
                   IF WS-DAYS-OUT > WS-LATE-DAYS
                       MOVE "Y" TO WS-EXCEPTION-FLAG
                       ADD 1 TO WS-LATE-COUNT
                       PERFORM ADD-FLAG-DAYS
                   END-IF
               END-IF
           ELSE
               COMPUTE WS-DAYS-OUT = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-DEP-DATE)
               IF WS-DAYS-OUT > WS-LATE-DAYS
                   MOVE "Y" TO WS-EXCEPTION-FLAG
                   ADD 1 TO WS-UNCONFIRMED-COUNT
                   PERFORM ADD-FLAG-DAYS
               END-IF
           END-IF
           IF DEPOSIT-IS-EXCEPTION
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM SHOW-EXCEPTION-DEPOSIT
           END-IF.

       *> The counted bag came up short of the closes and drops it
       *> was made up from - the cash went missing in the safe.
       ADD-FLAG-COUNT-SHORT.
           ADD 1 TO WS-SHORT-COUNT
           COMPUTE WS-VARIANCE = WS-DEP-COUNTED - WS-DEP-EXPECTED
           MOVE WS-VARIANCE TO WS-VARIANCE-EDIT
           MOVE SPACES TO WS-FLAG-TEXT
           STRING "COUNT SHORT " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VARIANCE-EDIT) DELIMITED BY SIZE
               INTO WS-FLAG-TEXT
           END-STRING.

       *> The bank validated less than went in the bag - the cash
       *> went missing between the safe and the teller. A deposit
       *> short at both ends counts once.
       ADD-FLAG-BANK-SHORT.
           IF WS-DEP-COUNTED >= WS-DEP-EXPECTED
               ADD 1 TO WS-SHORT-COUNT
           END-IF
           COMPUTE WS-VARIANCE = WS-BANK-AMOUNT - WS-DEP-COUNTED
           MOVE WS-VARIANCE TO WS-VARIANCE-EDIT
           MOVE WS-FLAG-TEXT TO WS-BUILD-LINE
           MOVE SPACES TO WS-FLAG-TEXT
           STRING FUNCTION TRIM(WS-BUILD-LINE) DELIMITED BY SIZE
                  " BANK SHORT "               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VARIANCE-EDIT) DELIMITED BY SIZE
               INTO WS-FLAG-TEXT
           END-STRING.

       ADD-FLAG-DAYS.
           MOVE WS-DAYS-OUT TO WS-DAYS-EDIT
           MOVE WS-FLAG-TEXT TO WS-BUILD-LINE
           MOVE SPACES TO WS-FLAG-TEXT
           IF FUNCTION TRIM(DEP-STATUS(WS-DEP-INDEX)) = "CONFIRMED"
               STRING FUNCTION TRIM(WS-BUILD-LINE) DELIMITED BY SIZE
                      " LATE "                     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DAYS-EDIT)  DELIMITED BY SIZE
                      " DAYS"                      DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-BUILD-LINE) DELIMITED BY SIZE
                      " UNCONFIRMED "              DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DAYS-EDIT)  DELIMITED BY SIZE
                      " DAYS"                      DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT
               END-STRING
           END-IF.

       SHOW-EXCEPTION-DEPOSIT.
           MOVE WS-DEP-EXPECTED TO WS-MONEY-EDIT
           MOVE WS-DEP-COUNTED TO WS-MONEY-EDIT-2
           DISPLAY "Deposit " FUNCTION TRIM(DEP-NUMBER(WS-DEP-INDEX))
               " of " DEP-DATE(WS-DEP-INDEX) " by "
               FUNCTION TRIM(DEP-USER(WS-DEP-INDEX)) " - "
               FUNCTION TRIM(DEP-STATUS(WS-DEP-INDEX))
           DISPLAY "  Expected " WS-MONEY-EDIT "  Counted "
               WS-MONEY-EDIT-2
           IF FUNCTION TRIM(DEP-STATUS(WS-DEP-INDEX)) = "CONFIRMED"
               MOVE WS-BANK-AMOUNT TO WS-MONEY-EDIT
               DISPLAY "  Bank     " WS-MONEY-EDIT "  on "
                   DEP-BANK-DATE(WS-DEP-INDEX) " keyed by "
                   FUNCTION TRIM(DEP-CONFIRM-USER(WS-DEP-INDEX))
           END-IF
           DISPLAY "  *** " FUNCTION TRIM(WS-FLAG-TEXT) " ***"
           DISPLAY "  Made up from:"
           MOVE FUNCTION NUMVAL(DEP-NUMBER(WS-DEP-INDEX))
               TO WS-CONFIRM-NUMBER
           OPEN INPUT DEPOSIT-SOURCE-FILE
           IF SOURCE-FILE-MISSING
               DISPLAY "    (DEPOSIT-SOURCES.csv not found)"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM TRACE-DEPOSIT-SOURCE UNTIL AT-EOF
               CLOSE DEPOSIT-SOURCE-FILE
           END-IF.

       TRACE-DEPOSIT-SOURCE.
           READ DEPOSIT-SOURCE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   MOVE SPACES TO WS-FIELD-7
                   UNSTRING DEPOSIT-SOURCE-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                            WS-FIELD-7
                   END-UNSTRING
                   IF FUNCTION NUMVAL(WS-FIELD-1) = WS-CONFIRM-NUMBER
                       MOVE FUNCTION NUMVAL(WS-FIELD-7)
                           TO WS-MONEY-EDIT
                       DISPLAY "    " WS-FIELD-2(1:9) " "
                           WS-FIELD-3(1:20) " " WS-FIELD-4(1:8) " "
                           WS-FIELD-5(1:6) " " WS-FIELD-6(1:2) " "
                           WS-MONEY-EDIT
                   END-IF
           END-READ.

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
