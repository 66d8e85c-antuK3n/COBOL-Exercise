       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-SERIES.

       *> This program keeps the sales invoice serial numbers the BIR
       *> registered for each station. Every register that issues
       *> sales invoices to business buyers prints them from its own
       *> registered range, and the POS takes the next number off
       *> that station's INVOICE-SERIES_S<n>.dat as each invoice is
       *> printed. A station can hold its current range plus the
       *> next one queued behind it, so the new booklet can be
       *> registered while the old one still has numbers left; the
       *> POS moves onto the queued range by itself when the current
       *> one runs out, and warns the cashier once fewer than 50
       *> numbers are left with nothing queued. A range must not
       *> overlap any station's current or queued range, and a
       *> station's ranges only ever move upward, so no number can be
       *> issued twice. Every registration is logged to
       *> INVOICE-SERIES-LOG.csv. Gated to a signed-in, active
       *> account whose role holds INVOICE-SERIES on PERMISSIONS.csv
       *> (ADMIN only unless granted) - the ranges are the
       *> registration the bureau issued, not something a cashier
       *> sets.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIES-FILE ASSIGN TO DYNAMIC WS-SERIES-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERIES-STATUS.

           SELECT SERIES-LOG-FILE ASSIGN TO "INVOICE-SERIES-LOG.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERIES-LOG-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.

           SELECT PERMISSION-FILE ASSIGN TO "PERMISSIONS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMISSION-STATUS.

           SELECT DENIAL-FILE ASSIGN TO "ACCESS-DENIALS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENIAL-STATUS.

       *> INVOICE-SERIES_S<n>.dat holds one line per station,
       *> FIRST,LAST,NEXT,QFIRST,QLAST: the current registered range,
       *> the next number to issue from it, and the range queued
       *> behind it (zeros when none). INVOICE-SERIES-LOG.csv:
       *> DATE,TIME,ADMIN,STATION,FIRST,LAST,PLACED with PLACED
       *> CURRENT or QUEUED.

       DATA DIVISION.
       FILE SECTION.
       FD  SERIES-FILE.
       01  SERIES-RECORD              PIC X(60).

       FD  SERIES-LOG-FILE.
       01  SERIES-LOG-RECORD          PIC X(100).

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
       01  WS-SERIES-STATUS           PIC XX.
           88  SERIES-FILE-MISSING        VALUE "35".
       01  WS-SERIES-LOG-STATUS       PIC XX.
           88  SERIES-LOG-MISSING         VALUE "35".

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

       01  WS-SERIES-FILE-NAME        PIC X(40).
       01  WS-STAMP                   PIC X(14). *> YYYYMMDDHHMMSS.
       01  WS-NUMBER-REPLY            PIC X(15). *> Raw number reply.
       01  WS-CONFIRM                 PIC X.
       01  WS-FIELD-1                 PIC X(10). *> Unstring scratch.
       01  WS-FIELD-2                 PIC X(10).
       01  WS-FIELD-3                 PIC X(10).
       01  WS-FIELD-4                 PIC X(10).
       01  WS-FIELD-5                 PIC X(10).
       01  WS-BUILD-LINE              PIC X(100).

       *> Every station's ranges, loaded so a new range can be
       *> checked against all of them before it is registered.
       01  WS-STATION-TABLE.
           05  WS-STN-ENTRY OCCURS 9 TIMES.
               10  STN-FIRST          PIC 9(8).
               10  STN-LAST           PIC 9(8).
               10  STN-NEXT           PIC 9(8).
               10  STN-QFIRST         PIC 9(8).
               10  STN-QLAST          PIC 9(8).
       01  WS-STN-INDEX               PIC 99.
       01  WS-STN-DIGIT               PIC 9. *> Index as it is named.
       01  WS-STATION-ID              PIC 9.
           88  STATION-ID-VALID           VALUE 1 THRU 9.

       01  WS-NEW-RANGE.
           05  WS-NEW-FIRST           PIC 9(8).
           05  WS-NEW-LAST            PIC 9(8).
           05  WS-NEW-PLACED          PIC X(7). *> CURRENT or QUEUED.
           05  WS-RANGE-OK-FLAG       PIC X.
               88  RANGE-IS-OK            VALUE "Y".
           05  WS-CLASH-STATION       PIC 9.

       *> Numbers left on a station, and the point at which the POS
       *> starts warning - kept the same in both programs.
       01  WS-LEFT-COUNT              PIC 9(8).
       01  WS-LEFT-EDIT               PIC Z(7)9.
       01  WS-WARN-AT                 PIC 9(4) VALUE 50.

       *> Role permission check working data.
       01  WS-PERMISSION-STATUS       PIC XX.
           88  PERMISSION-FILE-MISSING    VALUE "35".
       01  WS-PERMISSION-EOF-FLAG     PIC X.
           88  PERMISSIONS-AT-EOF         VALUE "Y".
       01  WS-DENIAL-STATUS           PIC XX.
           88  DENIAL-FILE-MISSING        VALUE "35".
       01  WS-PERM-PROGRAM            PIC X(30)
           VALUE "INVOICE-SERIES".
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
           PERFORM VERIFY-ADMIN
           IF ADMIN-IS-VALID
               PERFORM MAIN-MENU-PROCESS
                   UNTIL WS-MENU-CHOICE = "3"
           END-IF
           STOP RUN.

       *> Only a signed-in, active account whose role holds
       *> INVOICE-SERIES gets to the menu - the same check
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
           MOVE "INVOICE-SERIES" TO WS-PERM-FUNCTION
           PERFORM CHECK-PERMISSION
           IF NOT PERMISSION-GRANTED
               MOVE "N" TO WS-ADMIN-OK-FLAG
           END-IF
           IF NOT ADMIN-IS-VALID
               DISPLAY "Not an active account allowed to keep the "
                   "invoice series. Bye."
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
           DISPLAY "OSPOS | INVOICE SERIES"
           DISPLAY "1. Register Serial Range"
           DISPLAY "2. List Station Ranges"
           DISPLAY "3. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM REGISTER-RANGE-ROUTINE
               WHEN "2"
                   PERFORM LIST-RANGES-ROUTINE
               WHEN "3"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       *> ----------------------------------------------------------
       *> Registering a range. With the station's current range
       *> still issuing, the new one queues behind it; with the
       *> current one used up (or none yet) it becomes current, a
       *> range already queued moving up first. Only one range can
       *> wait in the queue.
       *> ----------------------------------------------------------
       REGISTER-RANGE-ROUTINE.
           PERFORM LOAD-ALL-STATIONS
           DISPLAY "Station ID (1-9): "
           ACCEPT WS-STATION-ID
           IF NOT STATION-ID-VALID
               DISPLAY "Station must be 1 to 9."
           ELSE
               DISPLAY "First Invoice No. of the Range: "
               ACCEPT WS-NUMBER-REPLY
               MOVE FUNCTION NUMVAL(WS-NUMBER-REPLY) TO WS-NEW-FIRST
               DISPLAY "Last Invoice No. of the Range: "
               ACCEPT WS-NUMBER-REPLY
               MOVE FUNCTION NUMVAL(WS-NUMBER-REPLY) TO WS-NEW-LAST
               PERFORM CHECK-NEW-RANGE
               IF RANGE-IS-OK
                   PERFORM PLACE-NEW-RANGE
               END-IF
           END-IF.

       CHECK-NEW-RANGE.
           MOVE "Y" TO WS-RANGE-OK-FLAG
           MOVE WS-STATION-ID TO WS-STN-INDEX
           IF WS-NEW-FIRST = ZERO OR WS-NEW-LAST < WS-NEW-FIRST
               DISPLAY "The range must run from a first number "
                   "above zero up to a last number no lower."
               MOVE "N" TO WS-RANGE-OK-FLAG
           ELSE IF WS-NEW-FIRST <= STN-LAST(WS-STN-INDEX)
               OR WS-NEW-FIRST <= STN-QLAST(WS-STN-INDEX)
               DISPLAY "Station " WS-STATION-ID " has already been "
                   "registered up to a higher number - a new range "
                   "must start above it."
               MOVE "N" TO WS-RANGE-OK-FLAG
           ELSE IF STN-NEXT(WS-STN-INDEX) <= STN-LAST(WS-STN-INDEX)
               AND STN-QFIRST(WS-STN-INDEX) NOT = ZERO
               DISPLAY "Station " WS-STATION-ID " already has a "
                   "range queued behind the current one."
               MOVE "N" TO WS-RANGE-OK-FLAG
           ELSE
               MOVE ZERO TO WS-CLASH-STATION
               PERFORM VARYING WS-STN-INDEX FROM 1 BY 1
                   UNTIL WS-STN-INDEX > 9
                   IF STN-FIRST(WS-STN-INDEX) NOT = ZERO
                       AND WS-NEW-FIRST <= STN-LAST(WS-STN-INDEX)
                       AND WS-NEW-LAST >= STN-FIRST(WS-STN-INDEX)
                       MOVE WS-STN-INDEX TO WS-CLASH-STATION
                   END-IF
                   IF STN-QFIRST(WS-STN-INDEX) NOT = ZERO
                       AND WS-NEW-FIRST <= STN-QLAST(WS-STN-INDEX)
                       AND WS-NEW-LAST >= STN-QFIRST(WS-STN-INDEX)
                       MOVE WS-STN-INDEX TO WS-CLASH-STATION
                   END-IF
               END-PERFORM
               IF WS-CLASH-STATION NOT = ZERO
                   DISPLAY "That range overlaps one registered to "
                       "station " WS-CLASH-STATION "."
                   MOVE "N" TO WS-RANGE-OK-FLAG
               END-IF
           END-IF
           END-IF
           END-IF.

       PLACE-NEW-RANGE.
           MOVE WS-STATION-ID TO WS-STN-INDEX
           IF STN-FIRST(WS-STN-INDEX) NOT = ZERO
               AND STN-NEXT(WS-STN-INDEX) <= STN-LAST(WS-STN-INDEX)
               MOVE WS-NEW-FIRST TO STN-QFIRST(WS-STN-INDEX)
               MOVE WS-NEW-LAST TO STN-QLAST(WS-STN-INDEX)
               MOVE "QUEUED" TO WS-NEW-PLACED
           ELSE
               IF STN-QFIRST(WS-STN-INDEX) NOT = ZERO
                   MOVE STN-QFIRST(WS-STN-INDEX)
                       TO STN-FIRST(WS-STN-INDEX)
                   MOVE STN-QFIRST(WS-STN-INDEX)
                       TO STN-NEXT(WS-STN-INDEX)
                   MOVE STN-QLAST(WS-STN-INDEX)
                       TO STN-LAST(WS-STN-INDEX)
                   MOVE WS-NEW-FIRST TO STN-QFIRST(WS-STN-INDEX)
                   MOVE WS-NEW-LAST TO STN-QLAST(WS-STN-INDEX)
                   MOVE "QUEUED" TO WS-NEW-PLACED
               ELSE
                   MOVE WS-NEW-FIRST TO STN-FIRST(WS-STN-INDEX)
                   MOVE WS-NEW-FIRST TO STN-NEXT(WS-STN-INDEX)
                   MOVE WS-NEW-LAST TO STN-LAST(WS-STN-INDEX)
                   MOVE "CURRENT" TO WS-NEW-PLACED
               END-IF
           END-IF
           DISPLAY "Register " WS-NEW-FIRST " to " WS-NEW-LAST
               " for station " WS-STATION-ID " as its "
               FUNCTION TRIM(WS-NEW-PLACED) " range? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               PERFORM WRITE-STATION-SERIES
               PERFORM APPEND-SERIES-LOG
               DISPLAY "Range registered."
           ELSE
               DISPLAY "Nothing registered."
           END-IF.

       LIST-RANGES-ROUTINE.
           PERFORM LOAD-ALL-STATIONS
           DISPLAY "STN    FIRST     LAST     NEXT     LEFT"
               "   QUEUED RANGE"
           PERFORM VARYING WS-STN-INDEX FROM 1 BY 1
               UNTIL WS-STN-INDEX > 9
               IF STN-FIRST(WS-STN-INDEX) NOT = ZERO
                   PERFORM SHOW-STATION-RANGE
               END-IF
           END-PERFORM.

       SHOW-STATION-RANGE.
           IF STN-NEXT(WS-STN-INDEX) > STN-LAST(WS-STN-INDEX)
               MOVE ZERO TO WS-LEFT-COUNT
           ELSE
               COMPUTE WS-LEFT-COUNT = STN-LAST(WS-STN-INDEX)
                   - STN-NEXT(WS-STN-INDEX) + 1
           END-IF
           MOVE WS-LEFT-COUNT TO WS-LEFT-EDIT
           MOVE WS-STN-INDEX TO WS-STN-DIGIT
           IF STN-QFIRST(WS-STN-INDEX) = ZERO
               DISPLAY "S" WS-STN-DIGIT "  " STN-FIRST(WS-STN-INDEX)
                   " " STN-LAST(WS-STN-INDEX) " "
                   STN-NEXT(WS-STN-INDEX) " " WS-LEFT-EDIT
                   "   none"
               IF WS-LEFT-COUNT <= WS-WARN-AT
                   DISPLAY "    *** Running out - register the next "
                       "range for this station. ***"
               END-IF
           ELSE
               DISPLAY "S" WS-STN-DIGIT "  " STN-FIRST(WS-STN-INDEX)
                   " " STN-LAST(WS-STN-INDEX) " "
                   STN-NEXT(WS-STN-INDEX) " " WS-LEFT-EDIT
                   "   " STN-QFIRST(WS-STN-INDEX) "-"
                   STN-QLAST(WS-STN-INDEX)
           END-IF.

       LOAD-ALL-STATIONS.
           INITIALIZE WS-STATION-TABLE
           PERFORM VARYING WS-STN-INDEX FROM 1 BY 1
               UNTIL WS-STN-INDEX > 9
               PERFORM READ-STATION-SERIES
           END-PERFORM.

       BUILD-SERIES-FILE-NAME.
           MOVE WS-STN-INDEX TO WS-STN-DIGIT
           MOVE SPACES TO WS-SERIES-FILE-NAME
           STRING "INVOICE-SERIES_S" DELIMITED BY SIZE
                  WS-STN-DIGIT       DELIMITED BY SIZE
                  ".dat"             DELIMITED BY SIZE
               INTO WS-SERIES-FILE-NAME
           END-STRING.

       READ-STATION-SERIES.
           PERFORM BUILD-SERIES-FILE-NAME
           OPEN INPUT SERIES-FILE
           IF NOT SERIES-FILE-MISSING
               READ SERIES-FILE
                   NOT AT END
                       MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                       MOVE SPACES TO WS-FIELD-3 WS-FIELD-4
                       MOVE SPACES TO WS-FIELD-5
                       UNSTRING SERIES-RECORD DELIMITED BY ","
                           INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                                WS-FIELD-4 WS-FIELD-5
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(WS-FIELD-1)
                           TO STN-FIRST(WS-STN-INDEX)
                       MOVE FUNCTION NUMVAL(WS-FIELD-2)
                           TO STN-LAST(WS-STN-INDEX)
                       MOVE FUNCTION NUMVAL(WS-FIELD-3)
                           TO STN-NEXT(WS-STN-INDEX)
                       MOVE FUNCTION NUMVAL(WS-FIELD-4)
                           TO STN-QFIRST(WS-STN-INDEX)
                       MOVE FUNCTION NUMVAL(WS-FIELD-5)
                           TO STN-QLAST(WS-STN-INDEX)
               END-READ
               CLOSE SERIES-FILE
           END-IF.

       WRITE-STATION-SERIES.
           PERFORM BUILD-SERIES-FILE-NAME
           MOVE SPACES TO SERIES-RECORD
           STRING STN-FIRST(WS-STN-INDEX)  DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  STN-LAST(WS-STN-INDEX)   DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  STN-NEXT(WS-STN-INDEX)   DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  STN-QFIRST(WS-STN-INDEX) DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  STN-QLAST(WS-STN-INDEX)  DELIMITED BY SIZE
               INTO SERIES-RECORD
           END-STRING
           OPEN OUTPUT SERIES-FILE
           WRITE SERIES-RECORD
           CLOSE SERIES-FILE.

       APPEND-SERIES-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           MOVE SPACES TO WS-BUILD-LINE
           STRING WS-STAMP(1:8)                    DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  WS-STAMP(9:6)                    DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADMIN-USERNAME) DELIMITED BY SIZE
                  ",S"                             DELIMITED BY SIZE
                  WS-STATION-ID                    DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  WS-NEW-FIRST                     DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  WS-NEW-LAST                      DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-PLACED)     DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           OPEN EXTEND SERIES-LOG-FILE
           IF SERIES-LOG-MISSING
               OPEN OUTPUT SERIES-LOG-FILE
           END-IF
           MOVE WS-BUILD-LINE TO SERIES-LOG-RECORD
           WRITE SERIES-LOG-RECORD
           CLOSE SERIES-LOG-FILE.

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
