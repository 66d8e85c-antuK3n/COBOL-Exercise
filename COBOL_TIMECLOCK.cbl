       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIME-CLOCK.

       *> This program is the punch clock by the back door. Everybody
       *> on the staff - cashiers, stock clerks, the guard - clocks in
       *> and out with the username and PIN they already have in
       *> USERS.csv, and marks the start and end of each break. The
       *> punches go to TIME-PUNCHES.csv, which the POS also reads: a
       *> cashier who has not clocked in (or is out on a break) cannot
       *> open a shift at the till.
       *>
       *> A supervisor (an active account whose role holds
       *> SUPV-APPROVE on PERMISSIONS.csv) can add a punch somebody
       *> forgot, void one keyed by mistake, or change the time on
       *> one. A punch is never rewritten: a correction is new rows
       *> on the punch file plus a row on TIME-PUNCH-AUDIT.csv saying
       *> who changed what and why. The supervisor also keeps the
       *> simple start-of-day schedule in TIME-SCHEDULE.csv and runs
       *> the payroll-period report: regular hours and overtime per
       *> person per day, late arrivals against the schedule, and the
       *> days with a missing punch that need fixing before payroll.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "USERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.

           SELECT PUNCH-FILE ASSIGN TO "TIME-PUNCHES.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUNCH-STATUS.

           SELECT PUNCH-AUDIT-FILE ASSIGN TO "TIME-PUNCH-AUDIT.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUNCH-AUDIT-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "TIME-SCHEDULE.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT PERMISSION-FILE ASSIGN TO "PERMISSIONS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMISSION-STATUS.

           SELECT DENIAL-FILE ASSIGN TO "ACCESS-DENIALS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENIAL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       *> USERS.csv is only read - the PIN on a punch is checked the
       *> same way LOGIN-TO-POS checks it at sign-in.
       FD  USER-FILE.
       01  USER-RECORD                PIC X(200).

       *> TIME-PUNCHES.csv, one punch per line:
       *> DATE,TIME,USER,TYPE,STATUS,SOURCE. TYPE is IN, BREAK-OUT,
       *> BREAK-IN or OUT. STATUS is OK for a punch, or VOID for a
       *> row that cancels the OK punch with the same date, time,
       *> user and type. SOURCE is CLOCK when the employee punched,
       *> or the supervisor's username when the row is a correction.
       FD  PUNCH-FILE.
       01  PUNCH-RECORD               PIC X(100).

       *> TIME-PUNCH-AUDIT.csv, one row per correction:
       *> STAMP,SUPERVISOR,ACTION,USER,DATE,TYPE,OLDTIME,NEWTIME,REASON
       *> with ACTION ADD, VOID or CHANGE.
       FD  PUNCH-AUDIT-FILE.
       01  PUNCH-AUDIT-RECORD         PIC X(200).

       *> TIME-SCHEDULE.csv: USER,START - the time (HHMM) each person
       *> is due in. Nobody on it is never counted late.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD            PIC X(50).

       *> PERMISSIONS.csv grants functions to roles, one ROLE,FUNCTION
       *> row per grant; ACCESS-DENIALS.csv logs every refusal as
       *> DATE,TIME,PROGRAM,USER,ROLE,FUNCTION.
       FD  PERMISSION-FILE.
       01  PERMISSION-RECORD          PIC X(40).

       FD  DENIAL-FILE.
       01  DENIAL-RECORD              PIC X(150).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-USER                PIC X(20).
           05  SW-DATE                PIC 9(8).
           05  SW-TIME                PIC 9(6).
           05  SW-TYPE                PIC X(9).

       WORKING-STORAGE SECTION.
       01  WS-USER-STATUS             PIC XX.
           88  USER-FILE-MISSING          VALUE "35".
       01  WS-PUNCH-STATUS            PIC XX.
           88  PUNCH-FILE-MISSING         VALUE "35".
       01  WS-PUNCH-AUDIT-STATUS      PIC XX.
           88  PUNCH-AUDIT-MISSING        VALUE "35".
       01  WS-SCHEDULE-STATUS         PIC XX.
           88  SCHEDULE-FILE-MISSING      VALUE "35".

       01  WS-MENU-CHOICE             PIC X.
       01  WS-REPLY                   PIC X(10).
       01  WS-EOF-FLAG                PIC X.
           88  AT-EOF                     VALUE "Y".
       01  WS-SORT-EOF-FLAG           PIC X.
           88  SORT-AT-EOF                VALUE "Y".

       01  WS-TODAY-DATE              PIC 9(8).
       01  WS-NOW-TIME                PIC 9(6).
       01  WS-NOW-STAMP               PIC X(14).

       *> Who is punching, or who is signing off a correction.
       01  WS-USER-EOF-FLAG           PIC X.
           88  USERS-AT-EOF               VALUE "Y".
       01  WS-STAFF-USERNAME          PIC X(50).
       01  WS-STAFF-PIN               PIC 9(6).
       01  WS-STAFF-NAME              PIC X(50).
       01  WS-STAFF-ROLE              PIC X(10).
       01  WS-STAFF-OK-FLAG           PIC X.
           88  STAFF-IS-VALID             VALUE "Y".
       01  WS-CHECK-PIN-FLAG          PIC X.
           88  CHECK-THE-PIN              VALUE "Y".
       01  WS-SUPV-USERNAME           PIC X(50).
       01  WS-SUPV-OK-FLAG            PIC X.
           88  SUPERVISOR-APPROVED        VALUE "Y".
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
       01  WS-FIELD-4                 PIC X(20).
       01  WS-FIELD-5                 PIC X(20).
       01  WS-FIELD-6                 PIC X(20).

       *> The punch being written.
       01  WS-NEW-PUNCH.
           05  WS-NEW-DATE            PIC 9(8).
           05  WS-NEW-TIME            PIC 9(6).
           05  WS-NEW-USER            PIC X(20).
           05  WS-NEW-TYPE            PIC X(9).
           05  WS-NEW-STATUS          PIC X(4).
           05  WS-NEW-SOURCE          PIC X(20).
       01  WS-PUNCH-LINE              PIC X(100).
       01  WS-PUNCH-TYPE              PIC X(9).
       01  WS-TYPE-PICK               PIC X.
           88  TYPE-PICK-VALID            VALUES "1" "2" "3" "4".

       *> Where somebody stands right now: their punches from today
       *> and yesterday (so a shift running past midnight still
       *> counts), voids applied, and the latest one left standing.
       01  WS-STATE-USER              PIC X(20).
       01  WS-STATE-FROM-DATE         PIC 9(8).
       01  WS-USER-STATE              PIC X(5).
           88  STATE-OFF                  VALUE "OFF".
           88  STATE-ON-DUTY              VALUE "IN".
           88  STATE-ON-BREAK             VALUE "BREAK".
       01  WS-LAST-PUNCH-DATE         PIC 9(8).
       01  WS-LAST-PUNCH-TIME         PIC 9(6).
       01  WS-LAST-PUNCH-KEY          PIC 9(14).
       01  WS-THIS-PUNCH-KEY          PIC 9(14).
       01  WS-RECENT-COUNT            PIC 9(3) VALUE 0.
       01  WS-RECENT-INDEX            PIC 9(3).
       01  WS-RECENT-TABLE.
           05  WS-RECENT-ROW OCCURS 60 TIMES.
               10  RCT-DATE           PIC 9(8).
               10  RCT-TIME           PIC 9(6).
               10  RCT-TYPE           PIC X(9).
               10  RCT-SOURCE         PIC X(20).
               10  RCT-VOID-FLAG      PIC X.
                   88  RCT-IS-VOID        VALUE "Y".

       *> Punch correction.
       01  WS-CORR-USER               PIC X(20).
       01  WS-CORR-DATE               PIC 9(8).
       01  WS-CORR-ACTION             PIC X.
       01  WS-CORR-PICK               PIC 9(3).
       01  WS-CORR-REASON             PIC X(40).
       01  WS-OLD-TIME                PIC 9(6).
       01  WS-OLD-TIME-TEXT           PIC X(6).
       01  WS-NEW-TIME-TEXT           PIC X(6).
       01  WS-AUDIT-ACTION            PIC X(6).
       01  WS-AUDIT-LINE              PIC X(200).
       01  WS-TIME-REPLY              PIC X(4).
       01  WS-TIME-HHMM REDEFINES WS-TIME-REPLY.
           05  WS-TIME-HH             PIC 9(2).
           05  WS-TIME-MM             PIC 9(2).
       01  WS-TIME-OK-FLAG            PIC X.
           88  TIME-IS-VALID              VALUE "Y".
       01  WS-SHOW-TIME               PIC X(5).
       01  WS-SHOW-STATUS             PIC X(4).

       *> Schedule table, loaded whole and written back whole.
       01  WS-SCHEDULE-COUNT          PIC 9(3) VALUE 0.
       01  WS-SCHEDULE-INDEX          PIC 9(3).
       01  WS-SCHEDULE-FOUND          PIC 9(3).
       01  WS-SCHEDULE-TABLE.
           05  WS-SCHEDULE-ROW OCCURS 100 TIMES.
               10  SCH-USER           PIC X(20).
               10  SCH-START          PIC 9(4).
       01  WS-SCHEDULE-USER           PIC X(20).
       01  WS-SCHEDULE-LINE           PIC X(50).

       *> Payroll-period report. Voids inside the period are loaded
       *> first so the sort only sees punches still standing.
       01  WS-FROM-DATE               PIC 9(8).
       01  WS-TO-DATE                 PIC 9(8).
       01  WS-DATE-REPLY              PIC X(10).
       01  WS-VOID-COUNT              PIC 9(4) VALUE 0.
       01  WS-VOID-INDEX              PIC 9(4).
       01  WS-VOID-SKIPPED            PIC 9(4) VALUE 0.
       01  WS-VOID-TABLE.
           05  WS-VOID-ROW OCCURS 500 TIMES.
               10  VD-USER            PIC X(20).
               10  VD-DATE            PIC 9(8).
               10  VD-TIME            PIC 9(6).
               10  VD-TYPE            PIC X(9).
       01  WS-IS-VOIDED-FLAG          PIC X.
           88  PUNCH-IS-VOIDED            VALUE "Y".

       *> Eight hours a day is regular time; anything past it is
       *> overtime. Arriving more than five minutes after the
       *> scheduled start is late.
       01  WS-REGULAR-DAY-MINUTES     PIC 9(4) VALUE 480.
       01  WS-LATE-GRACE-MINUTES      PIC 9(2) VALUE 5.

       01  WS-CUR-USER                PIC X(20).
       01  WS-CUR-DATE                PIC 9(8).
       01  WS-DAY-STATE               PIC X(5).
           88  DAY-OFF                    VALUE "OFF".
           88  DAY-ON-DUTY                VALUE "IN".
           88  DAY-ON-BREAK               VALUE "BREAK".
       01  WS-PUNCH-MINUTE            PIC 9(4).
       01  WS-CARRY-FLAG              PIC X.
           88  PUNCH-CARRIED-OVER         VALUE "Y".
       01  WS-SEGMENT-START           PIC 9(4).
       01  WS-HHMM-WORK               PIC 9(4).
       01  WS-HH-WORK                 PIC 9(2).
       01  WS-MM-WORK                 PIC 9(2).
       01  WS-DAY-WORKED              PIC 9(5).
       01  WS-DAY-REGULAR             PIC 9(5).
       01  WS-DAY-OVERTIME            PIC 9(5).
       01  WS-DAY-LATE                PIC 9(4).
       01  WS-DAY-FIRST-IN            PIC 9(6).
       01  WS-DAY-FIRST-IN-MINUTE     PIC 9(4).
       01  WS-DAY-LAST-OUT            PIC 9(6).
       01  WS-DAY-HAS-IN-FLAG         PIC X.
           88  DAY-HAS-IN                 VALUE "Y".
       01  WS-DAY-HAS-OUT-FLAG        PIC X.
           88  DAY-HAS-OUT                VALUE "Y".
       01  WS-DAY-NOTE                PIC X(20).
       01  WS-DAY-MISSING-FLAG        PIC X.
           88  DAY-HAS-MISSING            VALUE "Y".
       01  WS-START-MINUTE            PIC 9(4).

       01  WS-USER-DAYS               PIC 9(4).
       01  WS-USER-REGULAR            PIC 9(7).
       01  WS-USER-OVERTIME           PIC 9(7).
       01  WS-USER-LATE-COUNT         PIC 9(4).
       01  WS-USER-LATE-MINUTES       PIC 9(6).
       01  WS-USER-MISSING            PIC 9(4).
       01  WS-STORE-USERS             PIC 9(4) VALUE 0.
       01  WS-STORE-REGULAR           PIC 9(8) VALUE 0.
       01  WS-STORE-OVERTIME          PIC 9(8) VALUE 0.
       01  WS-STORE-LATE-COUNT        PIC 9(5) VALUE 0.
       01  WS-STORE-MISSING           PIC 9(5) VALUE 0.

       01  WS-HOURS-WORK              PIC 9(6)V99.
       01  WS-HOURS-EDIT              PIC ZZZ9.99.
       01  WS-HOURS-EDIT-2            PIC ZZZ9.99.
       01  WS-HOURS-EDIT-3            PIC ZZZ9.99.
       01  WS-COUNT-EDIT              PIC ZZZ9.
       01  WS-COUNT-EDIT-2            PIC ZZZ9.
       01  WS-MINUTES-EDIT            PIC ZZZZZ9.
       01  WS-IN-SHOW                 PIC X(5).
       01  WS-OUT-SHOW                PIC X(5).
       01  WS-LATE-SHOW               PIC X(4).

       *> Role permission check working data.
       01  WS-PERMISSION-STATUS       PIC XX.
           88  PERMISSION-FILE-MISSING    VALUE "35".
       01  WS-PERMISSION-EOF-FLAG     PIC X.
           88  PERMISSIONS-AT-EOF         VALUE "Y".
       01  WS-DENIAL-STATUS           PIC XX.
           88  DENIAL-FILE-MISSING        VALUE "35".
       01  WS-PERM-PROGRAM            PIC X(30)
           VALUE "TIME-CLOCK".
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
           PERFORM MAIN-MENU-PROCESS
               UNTIL WS-MENU-CHOICE = "8"
           STOP RUN.

       MAIN-MENU-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           DISPLAY SPACES
           DISPLAY "OSPOS | TIME CLOCK   " WS-TODAY-DATE
           DISPLAY "1. Clock In"
           DISPLAY "2. Start Break"
           DISPLAY "3. End Break"
           DISPLAY "4. Clock Out"
           DISPLAY "5. Punch Correction (supervisor)"
           DISPLAY "6. Staff Schedules (supervisor)"
           DISPLAY "7. Payroll Hours Report (supervisor)"
           DISPLAY "8. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   MOVE "IN" TO WS-PUNCH-TYPE
                   PERFORM PUNCH-ROUTINE
               WHEN "2"
                   MOVE "BREAK-OUT" TO WS-PUNCH-TYPE
                   PERFORM PUNCH-ROUTINE
               WHEN "3"
                   MOVE "BREAK-IN" TO WS-PUNCH-TYPE
                   PERFORM PUNCH-ROUTINE
               WHEN "4"
                   MOVE "OUT" TO WS-PUNCH-TYPE
                   PERFORM PUNCH-ROUTINE
               WHEN "5"
                   PERFORM VERIFY-SUPERVISOR
                   IF SUPERVISOR-APPROVED
                       PERFORM PUNCH-CORRECTION-ROUTINE
                   END-IF
               WHEN "6"
                   PERFORM VERIFY-SUPERVISOR
                   IF SUPERVISOR-APPROVED
                       PERFORM SCHEDULE-ROUTINE
                   END-IF
               WHEN "7"
                   PERFORM VERIFY-SUPERVISOR
                   IF SUPERVISOR-APPROVED
                       PERFORM PAYROLL-REPORT-ROUTINE
                   END-IF
               WHEN "8"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       *> ----------------------------------------------------------
       *> Credentials. Punching takes any active account; a
       *> correction, the schedule and the report take an account
       *> whose role holds SUPV-APPROVE.
       *> ----------------------------------------------------------
       ASK-STAFF-CREDENTIALS.
           DISPLAY "Username: "
           ACCEPT WS-STAFF-USERNAME
           DISPLAY "PIN: "
           ACCEPT WS-STAFF-PIN
           MOVE "Y" TO WS-CHECK-PIN-FLAG
           PERFORM FIND-STAFF-ACCOUNT.

       FIND-STAFF-ACCOUNT.
           MOVE "N" TO WS-STAFF-OK-FLAG
           MOVE SPACES TO WS-STAFF-NAME
           MOVE SPACES TO WS-STAFF-ROLE
           OPEN INPUT USER-FILE
           IF USER-FILE-MISSING
               DISPLAY "USERS.csv not found - no accounts exist yet."
           ELSE
               MOVE "N" TO WS-USER-EOF-FLAG
               PERFORM CHECK-STAFF-RECORD UNTIL USERS-AT-EOF
               CLOSE USER-FILE
           END-IF.

       CHECK-STAFF-RECORD.
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
                   MOVE "Y" TO WS-PIN-OK-FLAG
                   IF CHECK-THE-PIN
                       MOVE TEMP-PIN TO WS-STORED-PIN
                       MOVE WS-STAFF-PIN TO WS-ENTERED-PIN
                       PERFORM CHECK-STORED-PIN
                   END-IF
                   IF FUNCTION TRIM(TEMP-USERNAME) =
                       FUNCTION TRIM(WS-STAFF-USERNAME)
                       AND PIN-MATCHES
                       AND FUNCTION TRIM(TEMP-STATUS) NOT = "INACTIVE"
                       MOVE "Y" TO WS-STAFF-OK-FLAG
                       MOVE TEMP-NAME TO WS-STAFF-NAME
                       MOVE TEMP-ROLE TO WS-STAFF-ROLE
                       MOVE "Y" TO WS-USER-EOF-FLAG
                   END-IF
           END-READ.

       VERIFY-SUPERVISOR.
           MOVE "N" TO WS-SUPV-OK-FLAG
           DISPLAY "Supervisor authorization required."
           PERFORM ASK-STAFF-CREDENTIALS
           MOVE SPACES TO WS-PERM-ROLE
           IF STAFF-IS-VALID
               MOVE WS-STAFF-ROLE TO WS-PERM-ROLE
           END-IF
           MOVE WS-STAFF-USERNAME TO WS-PERM-USER
           MOVE "SUPV-APPROVE" TO WS-PERM-FUNCTION
           PERFORM CHECK-PERMISSION
           IF PERMISSION-GRANTED
               MOVE "Y" TO WS-SUPV-OK-FLAG
               MOVE WS-STAFF-USERNAME TO WS-SUPV-USERNAME
           ELSE
               DISPLAY "Not an active account allowed supervisor "
                   "approval."
           END-IF.

       *> ----------------------------------------------------------
       *> A punch from the employee. The move has to make sense from
       *> where they stand: in only when out, a break only while on
       *> duty, out only once the break is over.
       *> ----------------------------------------------------------
       PUNCH-ROUTINE.
           PERFORM ASK-STAFF-CREDENTIALS
           IF NOT STAFF-IS-VALID
               DISPLAY "Username or PIN not recognised, or the "
                   "account is inactive. Nothing punched."
           ELSE
               MOVE WS-STAFF-USERNAME TO WS-STATE-USER
               PERFORM FIND-USER-STATE
               PERFORM CHECK-PUNCH-ALLOWED
           END-IF.

       CHECK-PUNCH-ALLOWED.
           MOVE WS-LAST-PUNCH-TIME(1:2) TO WS-SHOW-TIME(1:2)
           MOVE ":" TO WS-SHOW-TIME(3:1)
           MOVE WS-LAST-PUNCH-TIME(3:2) TO WS-SHOW-TIME(4:2)
           EVALUATE TRUE
               WHEN WS-PUNCH-TYPE = "IN" AND NOT STATE-OFF
                   DISPLAY "Already clocked in since "
                       WS-LAST-PUNCH-DATE " " WS-SHOW-TIME
                       " - clock out first, or see a supervisor."
               WHEN WS-PUNCH-TYPE = "BREAK-OUT"
                   AND NOT STATE-ON-DUTY
                   DISPLAY "Only someone clocked in and not already "
                       "on a break can start a break."
               WHEN WS-PUNCH-TYPE = "BREAK-IN"
                   AND NOT STATE-ON-BREAK
                   DISPLAY "Not on a break."
               WHEN WS-PUNCH-TYPE = "OUT" AND STATE-ON-BREAK
                   DISPLAY "End the break first."
               WHEN WS-PUNCH-TYPE = "OUT" AND STATE-OFF
                   DISPLAY "Not clocked in."
               WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NEW-DATE
                   MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NEW-TIME
                   MOVE WS-STAFF-USERNAME TO WS-NEW-USER
                   MOVE WS-PUNCH-TYPE TO WS-NEW-TYPE
                   MOVE "OK" TO WS-NEW-STATUS
                   MOVE "CLOCK" TO WS-NEW-SOURCE
                   PERFORM APPEND-PUNCH-ROW
                   MOVE WS-NEW-TIME(1:2) TO WS-SHOW-TIME(1:2)
                   MOVE WS-NEW-TIME(3:2) TO WS-SHOW-TIME(4:2)
                   DISPLAY FUNCTION TRIM(WS-PUNCH-TYPE)
                       " recorded for "
                       FUNCTION TRIM(WS-STAFF-NAME) " at "
                       WS-SHOW-TIME "."
           END-EVALUATE.

       *> Today's and yesterday's punches for one person, voids
       *> struck off, and the latest one still standing decides
       *> whether they are out, on duty, or on a break.
       FIND-USER-STATE.
           MOVE "OFF" TO WS-USER-STATE
           MOVE ZERO TO WS-LAST-PUNCH-DATE
           MOVE ZERO TO WS-LAST-PUNCH-TIME
           MOVE ZERO TO WS-LAST-PUNCH-KEY
           MOVE ZERO TO WS-RECENT-COUNT
           COMPUTE WS-STATE-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
           OPEN INPUT PUNCH-FILE
           IF NOT PUNCH-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-RECENT-PUNCH UNTIL AT-EOF
               CLOSE PUNCH-FILE
           END-IF
           PERFORM VARYING WS-RECENT-INDEX FROM 1 BY 1
               UNTIL WS-RECENT-INDEX > WS-RECENT-COUNT
               IF NOT RCT-IS-VOID(WS-RECENT-INDEX)
                   COMPUTE WS-THIS-PUNCH-KEY =
                       RCT-DATE(WS-RECENT-INDEX) * 1000000
                       + RCT-TIME(WS-RECENT-INDEX)
                   IF WS-THIS-PUNCH-KEY > WS-LAST-PUNCH-KEY
                       MOVE WS-THIS-PUNCH-KEY TO WS-LAST-PUNCH-KEY
                       MOVE RCT-DATE(WS-RECENT-INDEX)
                           TO WS-LAST-PUNCH-DATE
                       MOVE RCT-TIME(WS-RECENT-INDEX)
                           TO WS-LAST-PUNCH-TIME
                       EVALUATE RCT-TYPE(WS-RECENT-INDEX)
                           WHEN "IN"
                               MOVE "IN" TO WS-USER-STATE
                           WHEN "BREAK-IN"
                               MOVE "IN" TO WS-USER-STATE
                           WHEN "BREAK-OUT"
                               MOVE "BREAK" TO WS-USER-STATE
                           WHEN OTHER
                               MOVE "OFF" TO WS-USER-STATE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

       READ-RECENT-PUNCH.
           READ PUNCH-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   PERFORM SPLIT-PUNCH-ROW
                   IF WS-FIELD-3 = WS-STATE-USER
                       AND FUNCTION NUMVAL(WS-FIELD-1)
                           >= WS-STATE-FROM-DATE
                       PERFORM KEEP-RECENT-PUNCH
                   END-IF
           END-READ.

       *> A VOID row strikes off the earlier OK punch it names; any
       *> other row is a punch in its own right.
       KEEP-RECENT-PUNCH.
           IF WS-FIELD-5 = "VOID"
               PERFORM VARYING WS-RECENT-INDEX FROM 1 BY 1
                   UNTIL WS-RECENT-INDEX > WS-RECENT-COUNT
                   IF RCT-DATE(WS-RECENT-INDEX) =
                       FUNCTION NUMVAL(WS-FIELD-1)
                       AND RCT-TIME(WS-RECENT-INDEX) =
                       FUNCTION NUMVAL(WS-FIELD-2)
                       AND RCT-TYPE(WS-RECENT-INDEX) = WS-FIELD-4
                       MOVE "Y" TO RCT-VOID-FLAG(WS-RECENT-INDEX)
                   END-IF
               END-PERFORM
           ELSE
               IF WS-RECENT-COUNT < 60
                   ADD 1 TO WS-RECENT-COUNT
                   MOVE FUNCTION NUMVAL(WS-FIELD-1)
                       TO RCT-DATE(WS-RECENT-COUNT)
                   MOVE FUNCTION NUMVAL(WS-FIELD-2)
                       TO RCT-TIME(WS-RECENT-COUNT)
                   MOVE WS-FIELD-4 TO RCT-TYPE(WS-RECENT-COUNT)
                   MOVE WS-FIELD-6 TO RCT-SOURCE(WS-RECENT-COUNT)
                   MOVE "N" TO RCT-VOID-FLAG(WS-RECENT-COUNT)
               END-IF
           END-IF.

       SPLIT-PUNCH-ROW.
           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                          WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
           UNSTRING PUNCH-RECORD DELIMITED BY ","
               INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                    WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
           END-UNSTRING.

       APPEND-PUNCH-ROW.
           MOVE SPACES TO WS-PUNCH-LINE
           STRING WS-NEW-DATE                   DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-NEW-TIME                   DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-USER)    DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-TYPE)    DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-STATUS)  DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-SOURCE)  DELIMITED BY SIZE
               INTO WS-PUNCH-LINE
           END-STRING
           OPEN EXTEND PUNCH-FILE
           IF PUNCH-FILE-MISSING
               OPEN OUTPUT PUNCH-FILE
           END-IF
           MOVE WS-PUNCH-LINE TO PUNCH-RECORD
           WRITE PUNCH-RECORD
           CLOSE PUNCH-FILE.

       *> ----------------------------------------------------------
       *> Supervisor corrections. The day's punches for one person
       *> are listed, then a missing punch is added, a wrong one
       *> voided, or one moved to the right time (a void plus a new
       *> punch). Every correction is on the audit file with the
       *> supervisor and the reason.
       *> ----------------------------------------------------------
       PUNCH-CORRECTION-ROUTINE.
           DISPLAY "Employee Username: "
           MOVE SPACES TO WS-STAFF-USERNAME
           ACCEPT WS-STAFF-USERNAME
           MOVE "N" TO WS-CHECK-PIN-FLAG
           PERFORM FIND-STAFF-ACCOUNT
           IF NOT STAFF-IS-VALID
               DISPLAY "No active account with that username."
           ELSE
               MOVE WS-STAFF-USERNAME TO WS-CORR-USER
               DISPLAY "Punch Date YYYYMMDD (Enter=today): "
               MOVE SPACES TO WS-DATE-REPLY
               ACCEPT WS-DATE-REPLY
               IF WS-DATE-REPLY = SPACES
                   MOVE WS-TODAY-DATE TO WS-CORR-DATE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-DATE-REPLY) TO WS-CORR-DATE
               END-IF
               IF FUNCTION INTEGER-OF-DATE(WS-CORR-DATE) = ZERO
                   DISPLAY "Dates must be real YYYYMMDD dates."
               ELSE
                   PERFORM LIST-DAY-PUNCHES
                   PERFORM ASK-CORRECTION-ACTION
               END-IF
           END-IF.

       *> The same recent-punch table FIND-USER-STATE builds, only
       *> narrowed to the one day being corrected.
       LIST-DAY-PUNCHES.
           MOVE WS-CORR-USER TO WS-STATE-USER
           MOVE ZERO TO WS-RECENT-COUNT
           OPEN INPUT PUNCH-FILE
           IF NOT PUNCH-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-DAY-PUNCH UNTIL AT-EOF
               CLOSE PUNCH-FILE
           END-IF
           DISPLAY " "
           DISPLAY "Punches for " FUNCTION TRIM(WS-CORR-USER)
               " on " WS-CORR-DATE ":"
           IF WS-RECENT-COUNT = ZERO
               DISPLAY "  (none)"
           END-IF
           PERFORM VARYING WS-RECENT-INDEX FROM 1 BY 1
               UNTIL WS-RECENT-INDEX > WS-RECENT-COUNT
               MOVE RCT-TIME(WS-RECENT-INDEX)(1:2)
                   TO WS-SHOW-TIME(1:2)
               MOVE ":" TO WS-SHOW-TIME(3:1)
               MOVE RCT-TIME(WS-RECENT-INDEX)(3:2)
                   TO WS-SHOW-TIME(4:2)
               MOVE SPACES TO WS-SHOW-STATUS
               IF RCT-IS-VOID(WS-RECENT-INDEX)
                   MOVE "VOID" TO WS-SHOW-STATUS
               END-IF
               DISPLAY "  " WS-RECENT-INDEX ". " WS-SHOW-TIME "  "
                   RCT-TYPE(WS-RECENT-INDEX) "  "
                   RCT-SOURCE(WS-RECENT-INDEX) " " WS-SHOW-STATUS
           END-PERFORM.

       READ-DAY-PUNCH.
           READ PUNCH-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   PERFORM SPLIT-PUNCH-ROW
                   IF WS-FIELD-3 = WS-STATE-USER
                       AND FUNCTION NUMVAL(WS-FIELD-1) = WS-CORR-DATE
                       PERFORM KEEP-RECENT-PUNCH
                   END-IF
           END-READ.

       ASK-CORRECTION-ACTION.
           DISPLAY "A=Add missing punch  V=Void a punch  "
               "C=Change a punch time  Enter=back: "
           MOVE SPACE TO WS-CORR-ACTION
           ACCEPT WS-CORR-ACTION
           MOVE FUNCTION UPPER-CASE(WS-CORR-ACTION) TO WS-CORR-ACTION
           EVALUATE WS-CORR-ACTION
               WHEN "A"
                   PERFORM ADD-MISSING-PUNCH
               WHEN "V"
                   PERFORM VOID-OR-CHANGE-PUNCH
               WHEN "C"
                   PERFORM VOID-OR-CHANGE-PUNCH
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice - nothing corrected."
           END-EVALUATE.

       ADD-MISSING-PUNCH.
           DISPLAY "Punch (1=In 2=Break Start 3=Break End 4=Out): "
           MOVE SPACE TO WS-TYPE-PICK
           ACCEPT WS-TYPE-PICK
           IF NOT TYPE-PICK-VALID
               DISPLAY "Punch must be 1 to 4 - nothing added."
           ELSE
               EVALUATE WS-TYPE-PICK
                   WHEN "1"
                       MOVE "IN" TO WS-PUNCH-TYPE
                   WHEN "2"
                       MOVE "BREAK-OUT" TO WS-PUNCH-TYPE
                   WHEN "3"
                       MOVE "BREAK-IN" TO WS-PUNCH-TYPE
                   WHEN "4"
                       MOVE "OUT" TO WS-PUNCH-TYPE
               END-EVALUATE
               PERFORM ASK-PUNCH-TIME
               IF TIME-IS-VALID
                   PERFORM ASK-CORRECTION-REASON
               END-IF
               IF TIME-IS-VALID AND WS-CORR-REASON NOT = SPACES
                   MOVE WS-CORR-DATE TO WS-NEW-DATE
                   MOVE WS-CORR-USER TO WS-NEW-USER
                   MOVE WS-PUNCH-TYPE TO WS-NEW-TYPE
                   MOVE "OK" TO WS-NEW-STATUS
                   MOVE WS-SUPV-USERNAME TO WS-NEW-SOURCE
                   PERFORM APPEND-PUNCH-ROW
                   MOVE "ADD" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-OLD-TIME-TEXT
                   MOVE WS-NEW-TIME TO WS-NEW-TIME-TEXT
                   PERFORM APPEND-PUNCH-AUDIT
                   DISPLAY "Punch added."
               END-IF
           END-IF.

       VOID-OR-CHANGE-PUNCH.
           DISPLAY "Punch line number: "
           MOVE ZERO TO WS-CORR-PICK
           ACCEPT WS-CORR-PICK
           IF WS-CORR-PICK = ZERO OR WS-CORR-PICK > WS-RECENT-COUNT
               DISPLAY "No such punch - nothing corrected."
           ELSE
               IF RCT-IS-VOID(WS-CORR-PICK)
                   DISPLAY "That punch is already void."
               ELSE
                   PERFORM APPLY-VOID-OR-CHANGE
               END-IF
           END-IF.

       APPLY-VOID-OR-CHANGE.
           MOVE "Y" TO WS-TIME-OK-FLAG
           IF WS-CORR-ACTION = "C"
               PERFORM ASK-PUNCH-TIME
           END-IF
           IF TIME-IS-VALID
               PERFORM ASK-CORRECTION-REASON
           END-IF
           IF TIME-IS-VALID AND WS-CORR-REASON NOT = SPACES
               MOVE RCT-TIME(WS-CORR-PICK) TO WS-OLD-TIME
               MOVE WS-NEW-TIME TO WS-NEW-TIME-TEXT
               MOVE WS-CORR-DATE TO WS-NEW-DATE
               MOVE WS-OLD-TIME TO WS-NEW-TIME
               MOVE WS-CORR-USER TO WS-NEW-USER
               MOVE RCT-TYPE(WS-CORR-PICK) TO WS-NEW-TYPE
               MOVE RCT-TYPE(WS-CORR-PICK) TO WS-PUNCH-TYPE
               MOVE "VOID" TO WS-NEW-STATUS
               MOVE WS-SUPV-USERNAME TO WS-NEW-SOURCE
               PERFORM APPEND-PUNCH-ROW
               MOVE WS-OLD-TIME TO WS-OLD-TIME-TEXT
               IF WS-CORR-ACTION = "C"
                   MOVE WS-NEW-TIME-TEXT TO WS-NEW-TIME
                   MOVE "OK" TO WS-NEW-STATUS
                   PERFORM APPEND-PUNCH-ROW
                   MOVE "CHANGE" TO WS-AUDIT-ACTION
                   PERFORM APPEND-PUNCH-AUDIT
                   DISPLAY "Punch time changed."
               ELSE
                   MOVE SPACES TO WS-NEW-TIME-TEXT
                   MOVE "VOID" TO WS-AUDIT-ACTION
                   PERFORM APPEND-PUNCH-AUDIT
                   DISPLAY "Punch voided."
               END-IF
           END-IF.

       *> HHMM on a 24-hour clock; the seconds are left at zero so a
       *> corrected punch is easy to tell apart from a real one.
       ASK-PUNCH-TIME.
           MOVE "N" TO WS-TIME-OK-FLAG
           DISPLAY "Time HHMM (24-hour): "
           MOVE SPACES TO WS-TIME-REPLY
           ACCEPT WS-TIME-REPLY
           IF WS-TIME-REPLY IS NUMERIC
               IF WS-TIME-HH < 24 AND WS-TIME-MM < 60
                   MOVE "Y" TO WS-TIME-OK-FLAG
                   MOVE ZERO TO WS-NEW-TIME
                   MOVE WS-TIME-REPLY TO WS-NEW-TIME(1:4)
               END-IF
           END-IF
           IF NOT TIME-IS-VALID
               DISPLAY "Time must be HHMM, 0000 to 2359 - nothing "
                   "corrected."
           END-IF.

       ASK-CORRECTION-REASON.
           DISPLAY "Reason: "
           MOVE SPACES TO WS-CORR-REASON
           ACCEPT WS-CORR-REASON
           INSPECT WS-CORR-REASON REPLACING ALL "," BY ";"
           IF WS-CORR-REASON = SPACES
               DISPLAY "A reason is required - nothing corrected."
           END-IF.

       APPEND-PUNCH-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE SPACES TO WS-AUDIT-LINE
           STRING WS-NOW-STAMP                    DELIMITED BY SIZE
                  ","                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUPV-USERNAME) DELIMITED BY SIZE
                  ","                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-ACTION)  DELIMITED BY SIZE
                  ","                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CORR-USER)     DELIMITED BY SIZE
                  ","                             DELIMITED BY SIZE
                  WS-CORR-DATE                    DELIMITED BY SIZE
                  ","                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PUNCH-TYPE)    DELIMITED BY SIZE
                  ","                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OLD-TIME-TEXT) DELIMITED BY SIZE
                  ","                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-TIME-TEXT) DELIMITED BY SIZE
                  ","                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CORR-REASON)   DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           END-STRING
           OPEN EXTEND PUNCH-AUDIT-FILE
           IF PUNCH-AUDIT-MISSING
               OPEN OUTPUT PUNCH-AUDIT-FILE
           END-IF
           MOVE WS-AUDIT-LINE TO PUNCH-AUDIT-RECORD
           WRITE PUNCH-AUDIT-RECORD
           CLOSE PUNCH-AUDIT-FILE.

       *> ----------------------------------------------------------
       *> The schedule: one start time per person. Keying a username
       *> already on it replaces the time; a blank time takes them
       *> off.
       *> ----------------------------------------------------------
       SCHEDULE-ROUTINE.
           PERFORM LOAD-SCHEDULE
           DISPLAY " "
           DISPLAY "Staff schedule (due in):"
           IF WS-SCHEDULE-COUNT = ZERO
               DISPLAY "  (nobody scheduled)"
           END-IF
           PERFORM VARYING WS-SCHEDULE-INDEX FROM 1 BY 1
               UNTIL WS-SCHEDULE-INDEX > WS-SCHEDULE-COUNT
               DISPLAY "  " SCH-USER(WS-SCHEDULE-INDEX) "  "
                   SCH-START(WS-SCHEDULE-INDEX)
           END-PERFORM
           DISPLAY "Username to schedule (Enter=back): "
           MOVE SPACES TO WS-SCHEDULE-USER
           ACCEPT WS-SCHEDULE-USER
           IF WS-SCHEDULE-USER NOT = SPACES
               PERFORM FIND-SCHEDULE-ROW
               DISPLAY "Start Time HHMM (Enter=take off schedule): "
               MOVE SPACES TO WS-TIME-REPLY
               ACCEPT WS-TIME-REPLY
               EVALUATE TRUE
                   WHEN WS-TIME-REPLY = SPACES
                       PERFORM DROP-SCHEDULE-ROW
                   WHEN WS-TIME-REPLY IS NOT NUMERIC
                       DISPLAY "Time must be HHMM - schedule unchanged."
                   WHEN WS-TIME-HH > 23 OR WS-TIME-MM > 59
                       DISPLAY "Time must be HHMM - schedule unchanged."
                   WHEN OTHER
                       PERFORM SET-SCHEDULE-ROW
               END-EVALUATE
           END-IF.

       FIND-SCHEDULE-ROW.
           MOVE ZERO TO WS-SCHEDULE-FOUND
           PERFORM VARYING WS-SCHEDULE-INDEX FROM 1 BY 1
               UNTIL WS-SCHEDULE-INDEX > WS-SCHEDULE-COUNT
               IF SCH-USER(WS-SCHEDULE-INDEX) = WS-SCHEDULE-USER
                   MOVE WS-SCHEDULE-INDEX TO WS-SCHEDULE-FOUND
               END-IF
           END-PERFORM.

       SET-SCHEDULE-ROW.
           IF WS-SCHEDULE-FOUND = ZERO
               IF WS-SCHEDULE-COUNT >= 100
                   DISPLAY "Schedule is full - 100 people."
               ELSE
                   ADD 1 TO WS-SCHEDULE-COUNT
                   MOVE WS-SCHEDULE-COUNT TO WS-SCHEDULE-FOUND
                   MOVE WS-SCHEDULE-USER
                       TO SCH-USER(WS-SCHEDULE-FOUND)
               END-IF
           END-IF
           IF WS-SCHEDULE-FOUND > ZERO
               MOVE WS-TIME-REPLY TO SCH-START(WS-SCHEDULE-FOUND)
               PERFORM SAVE-SCHEDULE
               DISPLAY "Schedule saved."
           END-IF.

       DROP-SCHEDULE-ROW.
           IF WS-SCHEDULE-FOUND = ZERO
               DISPLAY "Not on the schedule."
           ELSE
               PERFORM VARYING WS-SCHEDULE-INDEX
                   FROM WS-SCHEDULE-FOUND BY 1
                   UNTIL WS-SCHEDULE-INDEX >= WS-SCHEDULE-COUNT
                   MOVE WS-SCHEDULE-ROW(WS-SCHEDULE-INDEX + 1)
                       TO WS-SCHEDULE-ROW(WS-SCHEDULE-INDEX)
               END-PERFORM
               SUBTRACT 1 FROM WS-SCHEDULE-COUNT
               PERFORM SAVE-SCHEDULE
               DISPLAY "Taken off the schedule."
           END-IF.

       LOAD-SCHEDULE.
           MOVE ZERO TO WS-SCHEDULE-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF NOT SCHEDULE-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-SCHEDULE-ROW UNTIL AT-EOF
               CLOSE SCHEDULE-FILE
           END-IF.

       READ-SCHEDULE-ROW.
           READ SCHEDULE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF SCHEDULE-RECORD NOT = SPACES
                       AND WS-SCHEDULE-COUNT < 100
                       MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                       UNSTRING SCHEDULE-RECORD DELIMITED BY ","
                           INTO WS-FIELD-1 WS-FIELD-2
                       END-UNSTRING
                       ADD 1 TO WS-SCHEDULE-COUNT
                       MOVE WS-FIELD-1 TO SCH-USER(WS-SCHEDULE-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-2)
                           TO SCH-START(WS-SCHEDULE-COUNT)
                   END-IF
           END-READ.

       SAVE-SCHEDULE.
           OPEN OUTPUT SCHEDULE-FILE
           PERFORM VARYING WS-SCHEDULE-INDEX FROM 1 BY 1
               UNTIL WS-SCHEDULE-INDEX > WS-SCHEDULE-COUNT
               MOVE SPACES TO WS-SCHEDULE-LINE
               STRING FUNCTION TRIM(SCH-USER(WS-SCHEDULE-INDEX))
                          DELIMITED BY SIZE
                      ","  DELIMITED BY SIZE
                      SCH-START(WS-SCHEDULE-INDEX)
                          DELIMITED BY SIZE
                   INTO WS-SCHEDULE-LINE
               END-STRING
               MOVE WS-SCHEDULE-LINE TO SCHEDULE-RECORD
               WRITE SCHEDULE-RECORD
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       *> ----------------------------------------------------------
       *> Payroll-period report. The standing punches in the period
       *> are sorted by person, day and time and walked one day at a
       *> time: worked minutes are the on-duty stretches between an
       *> IN (or a break end) and the next break start or OUT. A
       *> punch that does not fit where the day stands is a missing
       *> punch and the day is flagged for a correction. A shift that
       *> runs past midnight stays on the day of its IN: next-day
       *> punches that follow on from it are counted there.
       *> ----------------------------------------------------------
       PAYROLL-REPORT-ROUTINE.
           DISPLAY "Period From YYYYMMDD: "
           MOVE SPACES TO WS-DATE-REPLY
           ACCEPT WS-DATE-REPLY
           MOVE FUNCTION NUMVAL(WS-DATE-REPLY) TO WS-FROM-DATE
           DISPLAY "Period To YYYYMMDD (Enter=today): "
           MOVE SPACES TO WS-DATE-REPLY
           ACCEPT WS-DATE-REPLY
           IF WS-DATE-REPLY = SPACES
               MOVE WS-TODAY-DATE TO WS-TO-DATE
           ELSE
               MOVE FUNCTION NUMVAL(WS-DATE-REPLY) TO WS-TO-DATE
           END-IF
           IF FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) = ZERO
               OR FUNCTION INTEGER-OF-DATE(WS-TO-DATE) = ZERO
               DISPLAY "Dates must be real YYYYMMDD dates."
           ELSE
               IF WS-FROM-DATE > WS-TO-DATE
                   DISPLAY "From date is after to date - nothing to "
                       "report."
               ELSE
                   PERFORM PRINT-PAYROLL-REPORT
               END-IF
           END-IF.

       PRINT-PAYROLL-REPORT.
           PERFORM LOAD-SCHEDULE
           PERFORM LOAD-PERIOD-VOIDS
           MOVE ZERO TO WS-STORE-USERS
           MOVE ZERO TO WS-STORE-REGULAR
           MOVE ZERO TO WS-STORE-OVERTIME
           MOVE ZERO TO WS-STORE-LATE-COUNT
           MOVE ZERO TO WS-STORE-MISSING
           DISPLAY "------------------------------------------------"
           DISPLAY " PAYROLL HOURS  " WS-FROM-DATE " TO " WS-TO-DATE
           DISPLAY "------------------------------------------------"
           DISPLAY "Hours are decimal. Regular is up to 8 a day; "
               "late is minutes past the"
           DISPLAY "scheduled start (5 minutes grace)."
           IF WS-VOID-SKIPPED > ZERO
               DISPLAY "*** " WS-VOID-SKIPPED " void row(s) past the "
                   "500 the report holds - those punches still count."
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-USER SW-DATE SW-TIME
               INPUT PROCEDURE IS RELEASE-PERIOD-PUNCHES
               OUTPUT PROCEDURE IS PRINT-SORTED-PUNCHES
           DISPLAY " "
           DISPLAY "------------------------------------------------"
           IF WS-STORE-USERS = ZERO
               DISPLAY "No punches in the period."
           ELSE
               MOVE WS-STORE-USERS TO WS-COUNT-EDIT
               DISPLAY "Employees:            " WS-COUNT-EDIT
               COMPUTE WS-HOURS-WORK ROUNDED = WS-STORE-REGULAR / 60
               MOVE WS-HOURS-WORK TO WS-HOURS-EDIT
               DISPLAY "Regular hours:        " WS-HOURS-EDIT
               COMPUTE WS-HOURS-WORK ROUNDED = WS-STORE-OVERTIME / 60
               MOVE WS-HOURS-WORK TO WS-HOURS-EDIT
               DISPLAY "Overtime hours:       " WS-HOURS-EDIT
               MOVE WS-STORE-LATE-COUNT TO WS-COUNT-EDIT
               DISPLAY "Late arrivals:        " WS-COUNT-EDIT
               MOVE WS-STORE-MISSING TO WS-COUNT-EDIT
               DISPLAY "Days missing a punch: " WS-COUNT-EDIT
               IF WS-STORE-MISSING > ZERO
                   DISPLAY "Correct the flagged days (menu 5) before "
                       "payroll is run."
               END-IF
           END-IF.

       LOAD-PERIOD-VOIDS.
           MOVE ZERO TO WS-VOID-COUNT
           MOVE ZERO TO WS-VOID-SKIPPED
           OPEN INPUT PUNCH-FILE
           IF NOT PUNCH-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-PERIOD-VOID UNTIL AT-EOF
               CLOSE PUNCH-FILE
           END-IF.

       READ-PERIOD-VOID.
           READ PUNCH-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   PERFORM SPLIT-PUNCH-ROW
                   IF WS-FIELD-5 = "VOID"
                       AND FUNCTION NUMVAL(WS-FIELD-1) >= WS-FROM-DATE
                       AND FUNCTION NUMVAL(WS-FIELD-1) <= WS-TO-DATE
                       IF WS-VOID-COUNT < 500
                           ADD 1 TO WS-VOID-COUNT
                           MOVE WS-FIELD-3 TO VD-USER(WS-VOID-COUNT)
                           MOVE FUNCTION NUMVAL(WS-FIELD-1)
                               TO VD-DATE(WS-VOID-COUNT)
                           MOVE FUNCTION NUMVAL(WS-FIELD-2)
                               TO VD-TIME(WS-VOID-COUNT)
                           MOVE WS-FIELD-4 TO VD-TYPE(WS-VOID-COUNT)
                       ELSE
                           ADD 1 TO WS-VOID-SKIPPED
                       END-IF
                   END-IF
           END-READ.

       RELEASE-PERIOD-PUNCHES.
           OPEN INPUT PUNCH-FILE
           IF NOT PUNCH-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM RELEASE-ONE-PUNCH UNTIL AT-EOF
               CLOSE PUNCH-FILE
           END-IF.

       RELEASE-ONE-PUNCH.
           READ PUNCH-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   PERFORM SPLIT-PUNCH-ROW
                   IF WS-FIELD-5 = "OK"
                       AND FUNCTION NUMVAL(WS-FIELD-1) >= WS-FROM-DATE
                       AND FUNCTION NUMVAL(WS-FIELD-1) <= WS-TO-DATE
                       MOVE WS-FIELD-3 TO SW-USER
                       MOVE FUNCTION NUMVAL(WS-FIELD-1) TO SW-DATE
                       MOVE FUNCTION NUMVAL(WS-FIELD-2) TO SW-TIME
                       MOVE WS-FIELD-4 TO SW-TYPE
                       PERFORM CHECK-PUNCH-VOIDED
                       IF NOT PUNCH-IS-VOIDED
                           RELEASE SORT-WORK-RECORD
                       END-IF
                   END-IF
           END-READ.

       CHECK-PUNCH-VOIDED.
           MOVE "N" TO WS-IS-VOIDED-FLAG
           PERFORM VARYING WS-VOID-INDEX FROM 1 BY 1
               UNTIL WS-VOID-INDEX > WS-VOID-COUNT
               OR PUNCH-IS-VOIDED
               IF VD-USER(WS-VOID-INDEX) = SW-USER
                   AND VD-DATE(WS-VOID-INDEX) = SW-DATE
                   AND VD-TIME(WS-VOID-INDEX) = SW-TIME
                   AND VD-TYPE(WS-VOID-INDEX) = SW-TYPE
                   MOVE "Y" TO WS-IS-VOIDED-FLAG
               END-IF
           END-PERFORM.

       PRINT-SORTED-PUNCHES.
           MOVE SPACES TO WS-CUR-USER
           MOVE ZERO TO WS-CUR-DATE
           MOVE "N" TO WS-SORT-EOF-FLAG
           PERFORM RETURN-SORTED-PUNCH UNTIL SORT-AT-EOF
           IF WS-CUR-USER NOT = SPACES
               PERFORM CLOSE-EMPLOYEE-DAY
               PERFORM PRINT-EMPLOYEE-TOTALS
           END-IF.

       RETURN-SORTED-PUNCH.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-FLAG
               NOT AT END
                   IF SW-USER NOT = WS-CUR-USER
                       IF WS-CUR-USER NOT = SPACES
                           PERFORM CLOSE-EMPLOYEE-DAY
                           PERFORM PRINT-EMPLOYEE-TOTALS
                       END-IF
                       PERFORM START-EMPLOYEE
                       PERFORM START-EMPLOYEE-DAY
                   ELSE
                       IF SW-DATE NOT = WS-CUR-DATE
                           PERFORM CHECK-OVERNIGHT-CARRY
                           IF NOT PUNCH-CARRIED-OVER
                               PERFORM CLOSE-EMPLOYEE-DAY
                               PERFORM START-EMPLOYEE-DAY
                           END-IF
                       END-IF
                   END-IF
                   PERFORM APPLY-SORTED-PUNCH
           END-RETURN.

       *> A date break with the employee still on duty or on a break
       *> is a shift running past midnight, not a missing OUT, when
       *> the punch is the next calendar day, is not a fresh IN, and
       *> comes less than a day after the stretch it follows on from.
       *> It then stays on the IN's day, timed from that midnight.
       CHECK-OVERNIGHT-CARRY.
           MOVE "N" TO WS-CARRY-FLAG
           IF NOT DAY-OFF
               AND SW-TYPE NOT = "IN"
               AND FUNCTION INTEGER-OF-DATE(SW-DATE) =
                   FUNCTION INTEGER-OF-DATE(WS-CUR-DATE) + 1
               DIVIDE SW-TIME BY 100 GIVING WS-HHMM-WORK
               DIVIDE WS-HHMM-WORK BY 100 GIVING WS-HH-WORK
                   REMAINDER WS-MM-WORK
               IF WS-HH-WORK * 60 + WS-MM-WORK < WS-SEGMENT-START
                   MOVE "Y" TO WS-CARRY-FLAG
                   IF WS-DAY-NOTE = SPACES
                       MOVE "OVERNIGHT" TO WS-DAY-NOTE
                   END-IF
               END-IF
           END-IF.

       START-EMPLOYEE.
           MOVE SW-USER TO WS-CUR-USER
           ADD 1 TO WS-STORE-USERS
           MOVE ZERO TO WS-USER-DAYS
           MOVE ZERO TO WS-USER-REGULAR
           MOVE ZERO TO WS-USER-OVERTIME
           MOVE ZERO TO WS-USER-LATE-COUNT
           MOVE ZERO TO WS-USER-LATE-MINUTES
           MOVE ZERO TO WS-USER-MISSING
           MOVE SW-USER TO WS-STAFF-USERNAME
           MOVE "N" TO WS-CHECK-PIN-FLAG
           PERFORM FIND-STAFF-ACCOUNT
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-CUR-USER) "  "
               FUNCTION TRIM(WS-STAFF-NAME)
           DISPLAY "  DATE      IN    OUT   WORKED REGULAR "
               "OVERTIME LATE  NOTE".

       START-EMPLOYEE-DAY.
           MOVE SW-DATE TO WS-CUR-DATE
           MOVE "OFF" TO WS-DAY-STATE
           MOVE ZERO TO WS-DAY-WORKED
           MOVE ZERO TO WS-DAY-FIRST-IN
           MOVE ZERO TO WS-DAY-LAST-OUT
           MOVE "N" TO WS-DAY-HAS-IN-FLAG
           MOVE "N" TO WS-DAY-HAS-OUT-FLAG
           MOVE "N" TO WS-DAY-MISSING-FLAG
           MOVE SPACES TO WS-DAY-NOTE.

       APPLY-SORTED-PUNCH.
           DIVIDE SW-TIME BY 100 GIVING WS-HHMM-WORK
           DIVIDE WS-HHMM-WORK BY 100 GIVING WS-HH-WORK
               REMAINDER WS-MM-WORK
           COMPUTE WS-PUNCH-MINUTE = WS-HH-WORK * 60 + WS-MM-WORK
           IF SW-DATE NOT = WS-CUR-DATE
               ADD 1440 TO WS-PUNCH-MINUTE
           END-IF
           EVALUATE SW-TYPE
               WHEN "IN"
                   IF NOT DAY-OFF
                       MOVE "OUT MISSING" TO WS-DAY-NOTE
                       PERFORM FLAG-MISSING-PUNCH
                   END-IF
                   IF NOT DAY-HAS-IN
                       MOVE "Y" TO WS-DAY-HAS-IN-FLAG
                       MOVE SW-TIME TO WS-DAY-FIRST-IN
                       MOVE WS-PUNCH-MINUTE TO WS-DAY-FIRST-IN-MINUTE
                   END-IF
                   MOVE "IN" TO WS-DAY-STATE
                   MOVE WS-PUNCH-MINUTE TO WS-SEGMENT-START
               WHEN "BREAK-OUT"
                   IF DAY-ON-DUTY
                       COMPUTE WS-DAY-WORKED = WS-DAY-WORKED
                           + WS-PUNCH-MINUTE - WS-SEGMENT-START
                       MOVE "BREAK" TO WS-DAY-STATE
                   ELSE
                       IF DAY-OFF
                           MOVE "IN MISSING" TO WS-DAY-NOTE
                       ELSE
                           MOVE "BREAK END MISSING" TO WS-DAY-NOTE
                       END-IF
                       PERFORM FLAG-MISSING-PUNCH
                   END-IF
               WHEN "BREAK-IN"
                   IF DAY-ON-BREAK
                       MOVE "IN" TO WS-DAY-STATE
                       MOVE WS-PUNCH-MINUTE TO WS-SEGMENT-START
                   ELSE
                       IF DAY-OFF
                           MOVE "IN MISSING" TO WS-DAY-NOTE
                       ELSE
                           MOVE "BREAK START MISSING" TO WS-DAY-NOTE
                       END-IF
                       PERFORM FLAG-MISSING-PUNCH
                   END-IF
               WHEN "OUT"
                   EVALUATE TRUE
                       WHEN DAY-ON-DUTY
                           COMPUTE WS-DAY-WORKED = WS-DAY-WORKED
                               + WS-PUNCH-MINUTE - WS-SEGMENT-START
                       WHEN DAY-ON-BREAK
                           MOVE "BREAK END MISSING" TO WS-DAY-NOTE
                           PERFORM FLAG-MISSING-PUNCH
                       WHEN OTHER
                           MOVE "IN MISSING" TO WS-DAY-NOTE
                           PERFORM FLAG-MISSING-PUNCH
                   END-EVALUATE
                   MOVE "OFF" TO WS-DAY-STATE
                   MOVE "Y" TO WS-DAY-HAS-OUT-FLAG
                   MOVE SW-TIME TO WS-DAY-LAST-OUT
           END-EVALUATE.

       FLAG-MISSING-PUNCH.
           MOVE "Y" TO WS-DAY-MISSING-FLAG.

       *> The day is over: anyone still on duty or on a break never
       *> clocked out. Regular and overtime split at eight hours;
       *> the first IN is held against the schedule.
       CLOSE-EMPLOYEE-DAY.
           IF NOT DAY-OFF
               MOVE "OUT MISSING" TO WS-DAY-NOTE
               PERFORM FLAG-MISSING-PUNCH
           END-IF
           IF WS-DAY-WORKED > WS-REGULAR-DAY-MINUTES
               MOVE WS-REGULAR-DAY-MINUTES TO WS-DAY-REGULAR
               COMPUTE WS-DAY-OVERTIME =
                   WS-DAY-WORKED - WS-REGULAR-DAY-MINUTES
           ELSE
               MOVE WS-DAY-WORKED TO WS-DAY-REGULAR
               MOVE ZERO TO WS-DAY-OVERTIME
           END-IF
           MOVE ZERO TO WS-DAY-LATE
           MOVE WS-CUR-USER TO WS-SCHEDULE-USER
           PERFORM FIND-SCHEDULE-ROW
           IF WS-SCHEDULE-FOUND > ZERO AND DAY-HAS-IN
               DIVIDE SCH-START(WS-SCHEDULE-FOUND) BY 100
                   GIVING WS-HH-WORK REMAINDER WS-MM-WORK
               COMPUTE WS-START-MINUTE = WS-HH-WORK * 60 + WS-MM-WORK
               IF WS-DAY-FIRST-IN-MINUTE >
                   WS-START-MINUTE + WS-LATE-GRACE-MINUTES
                   COMPUTE WS-DAY-LATE =
                       WS-DAY-FIRST-IN-MINUTE - WS-START-MINUTE
                   ADD 1 TO WS-USER-LATE-COUNT
                   ADD WS-DAY-LATE TO WS-USER-LATE-MINUTES
               END-IF
           END-IF
           ADD 1 TO WS-USER-DAYS
           ADD WS-DAY-REGULAR TO WS-USER-REGULAR
           ADD WS-DAY-OVERTIME TO WS-USER-OVERTIME
           IF DAY-HAS-MISSING
               ADD 1 TO WS-USER-MISSING
           END-IF
           PERFORM PRINT-EMPLOYEE-DAY.

       PRINT-EMPLOYEE-DAY.
           MOVE "--:--" TO WS-IN-SHOW
           IF DAY-HAS-IN
               MOVE WS-DAY-FIRST-IN(1:2) TO WS-IN-SHOW(1:2)
               MOVE WS-DAY-FIRST-IN(3:2) TO WS-IN-SHOW(4:2)
           END-IF
           MOVE "--:--" TO WS-OUT-SHOW
           IF DAY-HAS-OUT
               MOVE WS-DAY-LAST-OUT(1:2) TO WS-OUT-SHOW(1:2)
               MOVE WS-DAY-LAST-OUT(3:2) TO WS-OUT-SHOW(4:2)
           END-IF
           COMPUTE WS-HOURS-WORK ROUNDED = WS-DAY-WORKED / 60
           MOVE WS-HOURS-WORK TO WS-HOURS-EDIT
           COMPUTE WS-HOURS-WORK ROUNDED = WS-DAY-REGULAR / 60
           MOVE WS-HOURS-WORK TO WS-HOURS-EDIT-2
           COMPUTE WS-HOURS-WORK ROUNDED = WS-DAY-OVERTIME / 60
           MOVE WS-HOURS-WORK TO WS-HOURS-EDIT-3
           MOVE SPACES TO WS-LATE-SHOW
           IF WS-DAY-LATE > ZERO
               MOVE WS-DAY-LATE TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-LATE-SHOW
           END-IF
           DISPLAY "  " WS-CUR-DATE "  " WS-IN-SHOW " " WS-OUT-SHOW
               " " WS-HOURS-EDIT " " WS-HOURS-EDIT-2 "  "
               WS-HOURS-EDIT-3 " " WS-LATE-SHOW "  " WS-DAY-NOTE.

       PRINT-EMPLOYEE-TOTALS.
           COMPUTE WS-HOURS-WORK ROUNDED = WS-USER-REGULAR / 60
           MOVE WS-HOURS-WORK TO WS-HOURS-EDIT-2
           COMPUTE WS-HOURS-WORK ROUNDED = WS-USER-OVERTIME / 60
           MOVE WS-HOURS-WORK TO WS-HOURS-EDIT-3
           MOVE WS-USER-DAYS TO WS-COUNT-EDIT
           DISPLAY "  TOTAL " WS-COUNT-EDIT " day(s)        "
               WS-HOURS-EDIT-2 "  " WS-HOURS-EDIT-3
           MOVE WS-USER-LATE-COUNT TO WS-COUNT-EDIT
           MOVE WS-USER-MISSING TO WS-COUNT-EDIT-2
           MOVE WS-USER-LATE-MINUTES TO WS-MINUTES-EDIT
           DISPLAY "  Late " WS-COUNT-EDIT " time(s), "
               WS-MINUTES-EDIT " minute(s); days missing a "
               "punch " WS-COUNT-EDIT-2
           ADD WS-USER-REGULAR TO WS-STORE-REGULAR
           ADD WS-USER-OVERTIME TO WS-STORE-OVERTIME
           ADD WS-USER-LATE-COUNT TO WS-STORE-LATE-COUNT
           ADD WS-USER-MISSING TO WS-STORE-MISSING.

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
