       IDENTIFICATION DIVISION.
       PROGRAM-ID. START-OF-DAY.

       *> This program opens the business day. Nothing used to stop
       *> the tills ringing sales the morning after EOD-BATCH-DRIVER
       *> died halfway - yesterday's RECEIPT-LOG.csv never rotated,
       *> the pending prices never applied, and today's sales mixed
       *> into yesterday's file. Before the day opens this proves:
       *>   - BATCH-CHECKPOINT.dat shows every batch step done since
       *>     the last business day was opened - by date and time, so
       *>     a close that ran just after midnight, before that day
       *>     opened, is not taken for the close of it;
       *>   - BATCH-RUN-LOG.csv agrees - the last step finished OK
       *>     after that opening and no later run stopped or failed;
       *>   - FILE-VALIDATION passes over the operational files;
       *>   - no station has an orphan SALE-JOURNAL_S<n>.csv left by
       *>     a sale that died mid-way;
       *>   - no station has a shift opened on an earlier day and
       *>     never closed.
       *> When everything passes the day is written to
       *> DAY-CONTROL.dat, which POINT-OF-SALE-SYSTEM checks before
       *> it rings anything. Opening takes an active account whose
       *> role holds SUPV-APPROVE (ADMIN always does). Every attempt
       *> is logged to DAY-CONTROL-LOG.csv, and a refusal ends with
       *> return code 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAY-CONTROL-FILE ASSIGN TO "DAY-CONTROL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAY-CONTROL-STATUS.

           SELECT DAY-LOG-FILE ASSIGN TO "DAY-CONTROL-LOG.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAY-LOG-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "BATCH-CHECKPOINT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "BATCH-RUN-LOG.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

           SELECT SALE-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT SHIFT-FILE ASSIGN TO "SHIFTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.

           SELECT PERMISSION-FILE ASSIGN TO "PERMISSIONS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMISSION-STATUS.

           SELECT DENIAL-FILE ASSIGN TO "ACCESS-DENIALS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENIAL-STATUS.

       *> DAY-CONTROL.dat holds one line, DATE,OPEN,TIME,USER: the
       *> business day last opened and who opened it.
       *> DAY-CONTROL-LOG.csv gets DATE,TIME,USER,EVENT,DETAIL for
       *> every opening (OPENED), refusal (REFUSED), and every till
       *> an admin let sell on a day not opened (OVERRIDE).

       DATA DIVISION.
       FILE SECTION.
       FD  DAY-CONTROL-FILE.
       01  DAY-CONTROL-RECORD         PIC X(80).

       FD  DAY-LOG-FILE.
       01  DAY-LOG-RECORD             PIC X(150).

       *> The batch's own checkpoint (DATE,STEP) and run log
       *> (DATE,TIME,STEP,EVENT), read only.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD          PIC X(30).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD             PIC X(100).

       *> SALE-JOURNAL_S<n>.csv is empty unless a sale was in flight
       *> when station n last stopped.
       FD  SALE-JOURNAL-FILE.
       01  JOURNAL-RECORD             PIC X(100).

       *> SHIFTS.csv: OPEN,USER,DATE,TIME,FLOAT,STATION and
       *> CLOSE,USER,DATE,TIME,EXPECTED,COUNTED,OVERSHORT,STATION,
       *> among the cash-movement rows.
       FD  SHIFT-FILE.
       01  SHIFT-RECORD               PIC X(100).

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
       01  WS-DAY-CONTROL-STATUS      PIC XX.
           88  DAY-CONTROL-MISSING        VALUE "35".
       01  WS-DAY-LOG-STATUS          PIC XX.
           88  DAY-LOG-MISSING            VALUE "35".
       01  WS-CHECKPOINT-STATUS       PIC XX.
           88  CHECKPOINT-MISSING         VALUE "35".
       01  WS-RUN-LOG-STATUS          PIC XX.
           88  RUN-LOG-MISSING            VALUE "35".
       01  WS-RUN-LOG-EOF-FLAG        PIC X.
           88  RUN-LOG-AT-EOF             VALUE "Y".
       01  WS-JOURNAL-STATUS          PIC XX.
       01  WS-JOURNAL-FILE-NAME       PIC X(40).
       01  WS-SHIFT-STATUS            PIC XX.
           88  SHIFT-FILE-MISSING         VALUE "35".
       01  WS-SHIFT-EOF-FLAG          PIC X.
           88  SHIFTS-AT-EOF              VALUE "Y".

       01  WS-TODAY-DATE              PIC 9(8).
       01  WS-STAMP                   PIC X(14). *> YYYYMMDDHHMMSS.
       01  WS-FIELD-1                 PIC X(20). *> Unstring scratch.
       01  WS-FIELD-2                 PIC X(20).
       01  WS-FIELD-3                 PIC X(20).
       01  WS-FIELD-4                 PIC X(20).
       01  WS-FIELD-5                 PIC X(20).
       01  WS-FIELD-6                 PIC X(20).
       01  WS-FIELD-7                 PIC X(20).
       01  WS-FIELD-8                 PIC X(20).
       01  WS-BUILD-LINE              PIC X(150).
       01  WS-BATCH-COMMAND           PIC X(100). *> cmd /c line built.

       *> The business day last opened, off DAY-CONTROL.dat; zero
       *> when the store has never opened a day through here.
       01  WS-PRIOR-DATE              PIC 9(8) VALUE 0.
       01  WS-PRIOR-STATE             PIC X(10).
       01  WS-PRIOR-TIME              PIC X(6).
       01  WS-PRIOR-USER              PIC X(20).
       01  WS-PRIOR-STAMP             PIC X(14). *> DATE then TIME.

       *> EOD-BATCH-DRIVER's last step. A new step added to the
       *> batch has to move this with it.
       01  WS-FINAL-STEP              PIC 99 VALUE 10.
       01  WS-CP-DATE                 PIC 9(8).
       01  WS-CP-STEP                 PIC 99.
       01  WS-CP-STAMP                PIC X(14). *> Step finished.

       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RUN-STEP                PIC 99.
       01  WS-RUN-STAMP               PIC X(14).
       01  WS-LAST-RUN-DATE           PIC 9(8) VALUE 0.
       01  WS-LAST-RUN-TIME           PIC X(6).
       01  WS-LAST-RUN-STEP           PIC 99.
       01  WS-LAST-RUN-EVENT          PIC X(8).
       01  WS-FINAL-OK-FLAG           PIC X.
           88  FINAL-STEP-LOGGED-OK       VALUE "Y".

       01  WS-STATION-INDEX           PIC 9(2).
       01  WS-PROBLEM-COUNT           PIC 9(2). *> Per check.
       01  WS-JOURNAL-ROWS            PIC 9(3).

       *> Per station, the shift SHIFTS.csv last left open there.
       01  WS-SHIFT-TABLE.
           05  WS-STATION-SHIFT OCCURS 9 TIMES.
               10  SS-OPEN-FLAG       PIC X.
                   88  SS-SHIFT-OPEN      VALUE "Y".
               10  SS-USER            PIC X(20).
               10  SS-DATE            PIC 9(8).
               10  SS-TIME            PIC X(6).
       01  WS-SHIFT-STATION           PIC X(20).

       01  WS-FAIL-COUNT              PIC 9(2) VALUE 0.
       01  WS-FAIL-EDIT               PIC Z9.

       *> The supervisor opening the day.
       01  WS-USER-STATUS             PIC XX.
           88  USER-FILE-MISSING          VALUE "35".
       01  WS-USER-EOF-FLAG           PIC X.
           88  USERS-AT-EOF               VALUE "Y".
       01  WS-OPENER-USERNAME         PIC X(50).
       01  WS-OPENER-PIN              PIC 9(6).
       01  WS-OPENER-OK-FLAG          PIC X.
           88  OPENER-APPROVED            VALUE "Y".
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
           VALUE "START-OF-DAY".
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
           DISPLAY "------------------------------------------------"
           DISPLAY " START OF DAY - " WS-TODAY-DATE
           DISPLAY "------------------------------------------------"
           PERFORM READ-DAY-CONTROL
           IF WS-PRIOR-DATE = WS-TODAY-DATE
               AND FUNCTION TRIM(WS-PRIOR-STATE) = "OPEN"
               DISPLAY "Business day " WS-TODAY-DATE " is already "
                   "open (by " FUNCTION TRIM(WS-PRIOR-USER) " at "
                   WS-PRIOR-TIME ")."
               STOP RUN
           END-IF

           PERFORM VERIFY-OPENER
           IF NOT OPENER-APPROVED
               MOVE "REFUSED" TO WS-FIELD-1
               MOVE "NOT AUTHORIZED" TO WS-FIELD-2
               PERFORM APPEND-DAY-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PRIOR-DATE = ZERO
               DISPLAY "No business day has been opened here before."
           ELSE
               DISPLAY "Last business day opened: " WS-PRIOR-DATE
           END-IF
           PERFORM CHECK-BATCH-CHECKPOINT
           PERFORM CHECK-BATCH-RUN-LOG
           PERFORM CHECK-FILE-VALIDATION
           PERFORM CHECK-ORPHAN-JOURNALS
           PERFORM CHECK-UNCLOSED-SHIFTS
           DISPLAY "------------------------------------------------"

           IF WS-FAIL-COUNT = ZERO
               PERFORM WRITE-DAY-CONTROL
               MOVE "OPENED" TO WS-FIELD-1
               MOVE "ALL CHECKS PASSED" TO WS-FIELD-2
               PERFORM APPEND-DAY-LOG
               DISPLAY "Business day " WS-TODAY-DATE
                   " is OPEN - the tills may sell."
           ELSE
               MOVE WS-FAIL-COUNT TO WS-FAIL-EDIT
               MOVE "REFUSED" TO WS-FIELD-1
               MOVE SPACES TO WS-FIELD-2
               STRING FUNCTION TRIM(WS-FAIL-EDIT) DELIMITED BY SIZE
                      " CHECK(S) FAILED"          DELIMITED BY SIZE
                   INTO WS-FIELD-2
               END-STRING
               PERFORM APPEND-DAY-LOG
               DISPLAY "*** BUSINESS DAY NOT OPENED: "
                   FUNCTION TRIM(WS-FAIL-EDIT)
                   " CHECK(S) FAILED ***"
               DISPLAY "*** Fix the cause and run START-OF-DAY again;"
                   " the tills will not sell until then. ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-DAY-CONTROL.
           MOVE ZERO TO WS-PRIOR-DATE
           MOVE SPACES TO WS-PRIOR-STATE WS-PRIOR-TIME WS-PRIOR-USER
           OPEN INPUT DAY-CONTROL-FILE
           IF NOT DAY-CONTROL-MISSING
               READ DAY-CONTROL-FILE
                   NOT AT END
                       MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                       MOVE SPACES TO WS-FIELD-3 WS-FIELD-4
                       UNSTRING DAY-CONTROL-RECORD DELIMITED BY ","
                           INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                                WS-FIELD-4
                       END-UNSTRING
                       IF WS-FIELD-1(1:8) IS NUMERIC
                           MOVE WS-FIELD-1(1:8) TO WS-PRIOR-DATE
                       END-IF
                       MOVE WS-FIELD-2 TO WS-PRIOR-STATE
                       MOVE WS-FIELD-3 TO WS-PRIOR-TIME
                       MOVE WS-FIELD-4 TO WS-PRIOR-USER
               END-READ
               CLOSE DAY-CONTROL-FILE
           END-IF
           MOVE WS-PRIOR-DATE TO WS-PRIOR-STAMP(1:8)
           IF WS-PRIOR-TIME IS NUMERIC
               MOVE WS-PRIOR-TIME TO WS-PRIOR-STAMP(9:6)
           ELSE
               MOVE "000000" TO WS-PRIOR-STAMP(9:6)
           END-IF.

       *> ----------------------------------------------------------
       *> The same supervisor check TIME-CLOCK runs: an active
       *> account, the right PIN, and a role holding SUPV-APPROVE.
       *> ----------------------------------------------------------
       VERIFY-OPENER.
           MOVE "N" TO WS-OPENER-OK-FLAG
           MOVE SPACES TO WS-PERM-ROLE
           DISPLAY "Supervisor Username: "
           ACCEPT WS-OPENER-USERNAME
           DISPLAY "Supervisor PIN: "
           ACCEPT WS-OPENER-PIN
           OPEN INPUT USER-FILE
           IF USER-FILE-MISSING
               DISPLAY "USERS.csv not found - no accounts exist yet."
           ELSE
               MOVE "N" TO WS-USER-EOF-FLAG
               PERFORM CHECK-OPENER-RECORD UNTIL USERS-AT-EOF
               CLOSE USER-FILE
           END-IF
           MOVE WS-OPENER-USERNAME TO WS-PERM-USER
           MOVE "SUPV-APPROVE" TO WS-PERM-FUNCTION
           PERFORM CHECK-PERMISSION
           IF NOT PERMISSION-GRANTED
               MOVE "N" TO WS-OPENER-OK-FLAG
               DISPLAY "Not an active account allowed to open the "
                   "business day."
           END-IF.

       CHECK-OPENER-RECORD.
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
                   MOVE WS-OPENER-PIN TO WS-ENTERED-PIN
                   PERFORM CHECK-STORED-PIN
                   IF FUNCTION TRIM(TEMP-USERNAME) =
                       FUNCTION TRIM(WS-OPENER-USERNAME)
                       AND PIN-MATCHES
                       AND FUNCTION TRIM(TEMP-STATUS) NOT = "INACTIVE"
                       MOVE "Y" TO WS-OPENER-OK-FLAG
                       MOVE TEMP-ROLE TO WS-PERM-ROLE
                       MOVE "Y" TO WS-USER-EOF-FLAG
                   END-IF
           END-READ.

       *> ----------------------------------------------------------
       *> Check 1: the batch checkpoint. EOD-BATCH-DRIVER rewrites
       *> it after every step it finishes, so a close that completed
       *> since the last business day opened leaves the final step
       *> number and a finish stamp later than the opening. A
       *> checkpoint written before the stamp was kept carries only
       *> its date, and is held to the date alone.
       *> ----------------------------------------------------------
       CHECK-BATCH-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-MISSING
               IF WS-PRIOR-DATE = ZERO
                   DISPLAY "PASS  Batch checkpoint: none yet - no "
                       "close is owed."
               ELSE
                   DISPLAY "FAIL  Batch checkpoint: "
                       "BATCH-CHECKPOINT.dat not found - the close of "
                       WS-PRIOR-DATE " never ran."
                   ADD 1 TO WS-FAIL-COUNT
               END-IF
           ELSE
               MOVE ZERO TO WS-CP-DATE WS-CP-STEP
               READ CHECKPOINT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-FIELD-1 WS-FIELD-2
                       MOVE SPACES TO WS-FIELD-3
                       UNSTRING CHECKPOINT-RECORD DELIMITED BY ","
                           INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(WS-FIELD-1) TO WS-CP-DATE
                       MOVE FUNCTION NUMVAL(WS-FIELD-2) TO WS-CP-STEP
               END-READ
               CLOSE CHECKPOINT-FILE
               IF WS-FIELD-3(1:14) IS NUMERIC
                   MOVE WS-FIELD-3(1:14) TO WS-CP-STAMP
               ELSE
                   MOVE WS-CP-DATE TO WS-CP-STAMP(1:8)
                   MOVE "999999" TO WS-CP-STAMP(9:6)
               END-IF
               IF WS-CP-STAMP NOT > WS-PRIOR-STAMP
                   DISPLAY "FAIL  Batch checkpoint: the batch has not "
                       "run since " WS-PRIOR-DATE " was opened at "
                       WS-PRIOR-TIME " (last step done "
                       WS-CP-STAMP ")."
                   ADD 1 TO WS-FAIL-COUNT
               ELSE IF WS-CP-STEP < WS-FINAL-STEP
                   DISPLAY "FAIL  Batch checkpoint: the batch of "
                       WS-CP-DATE " stopped after step " WS-CP-STEP
                       " of " WS-FINAL-STEP "."
                   ADD 1 TO WS-FAIL-COUNT
               ELSE
                   DISPLAY "PASS  Batch checkpoint: all "
                       WS-FINAL-STEP " steps done on " WS-CP-DATE "."
               END-IF
               END-IF
           END-IF.

       *> ----------------------------------------------------------
       *> Check 2: the batch run log. Only rows stamped after the
       *> last business day was opened (its DAY-CONTROL.dat date and
       *> time) count. Among them there must be an OK for the final
       *> step, and the last event written must be an OK - a START
       *> with nothing after it is a run that died mid-step, a
       *> FAILED one that stopped.
       *> ----------------------------------------------------------
       CHECK-BATCH-RUN-LOG.
           MOVE "N" TO WS-FINAL-OK-FLAG
           MOVE ZERO TO WS-LAST-RUN-DATE
           MOVE SPACES TO WS-LAST-RUN-EVENT
           OPEN INPUT RUN-LOG-FILE
           IF RUN-LOG-MISSING
               IF WS-PRIOR-DATE = ZERO
                   DISPLAY "PASS  Batch run log: none yet - no close "
                       "is owed."
               ELSE
                   DISPLAY "FAIL  Batch run log: BATCH-RUN-LOG.csv "
                       "not found."
                   ADD 1 TO WS-FAIL-COUNT
               END-IF
           ELSE
               MOVE "N" TO WS-RUN-LOG-EOF-FLAG
               PERFORM READ-RUN-LOG-ROW UNTIL RUN-LOG-AT-EOF
               CLOSE RUN-LOG-FILE
               IF WS-LAST-RUN-DATE = ZERO
                   IF WS-PRIOR-DATE = ZERO
                       DISPLAY "PASS  Batch run log: no runs yet - "
                           "no close is owed."
                   ELSE
                       DISPLAY "FAIL  Batch run log: no batch run "
                           "since " WS-PRIOR-DATE " was opened at "
                           WS-PRIOR-TIME "."
                       ADD 1 TO WS-FAIL-COUNT
                   END-IF
               ELSE IF FUNCTION TRIM(WS-LAST-RUN-EVENT) NOT = "OK"
                   DISPLAY "FAIL  Batch run log: last event was step "
                       WS-LAST-RUN-STEP " "
                       FUNCTION TRIM(WS-LAST-RUN-EVENT) " on "
                       WS-LAST-RUN-DATE " at " WS-LAST-RUN-TIME "."
                   ADD 1 TO WS-FAIL-COUNT
               ELSE IF NOT FINAL-STEP-LOGGED-OK
                   DISPLAY "FAIL  Batch run log: step " WS-FINAL-STEP
                       " never finished OK since " WS-PRIOR-DATE
                       " was opened at " WS-PRIOR-TIME "."
                   ADD 1 TO WS-FAIL-COUNT
               ELSE
                   DISPLAY "PASS  Batch run log: close finished OK on "
                       WS-LAST-RUN-DATE " at " WS-LAST-RUN-TIME "."
               END-IF
               END-IF
               END-IF
           END-IF.

       READ-RUN-LOG-ROW.
           READ RUN-LOG-FILE
               AT END
                   MOVE "Y" TO WS-RUN-LOG-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4
                   UNSTRING RUN-LOG-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(WS-FIELD-1) TO WS-RUN-DATE
                   MOVE FUNCTION NUMVAL(WS-FIELD-3) TO WS-RUN-STEP
                   MOVE WS-FIELD-1(1:8) TO WS-RUN-STAMP(1:8)
                   MOVE WS-FIELD-2(1:6) TO WS-RUN-STAMP(9:6)
                   IF WS-RUN-STAMP > WS-PRIOR-STAMP
                       MOVE WS-RUN-DATE TO WS-LAST-RUN-DATE
                       MOVE WS-FIELD-2 TO WS-LAST-RUN-TIME
                       MOVE WS-RUN-STEP TO WS-LAST-RUN-STEP
                       MOVE WS-FIELD-4 TO WS-LAST-RUN-EVENT
                       IF WS-RUN-STEP = WS-FINAL-STEP
                           AND FUNCTION TRIM(WS-FIELD-4) = "OK"
                           MOVE "Y" TO WS-FINAL-OK-FLAG
                       END-IF
                   END-IF
           END-READ.

       *> ----------------------------------------------------------
       *> Check 3: FILE-VALIDATION, shelled out the way the batch's
       *> step 1 runs it. Nonzero means it quarantined lines.
       *> ----------------------------------------------------------
       CHECK-FILE-VALIDATION.
           MOVE "cmd /c FILE-VALIDATION.exe" TO WS-BATCH-COMMAND
           CALL "SYSTEM" USING WS-BATCH-COMMAND
           IF RETURN-CODE NOT = ZERO
               DISPLAY "FAIL  File validation: returned " RETURN-CODE
                   " - see QUARANTINE.csv."
               ADD 1 TO WS-FAIL-COUNT
           ELSE
               DISPLAY "PASS  File validation: operational files "
                   "clean."
           END-IF
           MOVE ZERO TO RETURN-CODE.

       *> ----------------------------------------------------------
       *> Check 4: every station's sale journal must be empty. One
       *> with rows is a sale that died mid-way; the POS on that
       *> station offers to recall it or roll its stock back.
       *> ----------------------------------------------------------
       CHECK-ORPHAN-JOURNALS.
           MOVE ZERO TO WS-PROBLEM-COUNT
           PERFORM CHECK-ONE-JOURNAL
               VARYING WS-STATION-INDEX FROM 1 BY 1
               UNTIL WS-STATION-INDEX > 9
           IF WS-PROBLEM-COUNT = ZERO
               DISPLAY "PASS  Sale journals: no sale left in flight."
           END-IF.

       CHECK-ONE-JOURNAL.
           MOVE SPACES TO WS-JOURNAL-FILE-NAME
           STRING "SALE-JOURNAL_S"  DELIMITED BY SIZE
                  WS-STATION-INDEX(2:1)
                                    DELIMITED BY SIZE
                  ".csv"            DELIMITED BY SIZE
               INTO WS-JOURNAL-FILE-NAME
           END-STRING
           MOVE ZERO TO WS-JOURNAL-ROWS
           OPEN INPUT SALE-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               PERFORM COUNT-JOURNAL-ROW
                   UNTIL WS-JOURNAL-STATUS NOT = "00"
               CLOSE SALE-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-ROWS > ZERO
               DISPLAY "FAIL  Sale journals: station S"
                   WS-STATION-INDEX(2:1) " has an orphan sale of "
                   WS-JOURNAL-ROWS " line(s) - start the POS as S"
                   WS-STATION-INDEX(2:1) " to recover it."
               ADD 1 TO WS-FAIL-COUNT
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF.

       COUNT-JOURNAL-ROW.
           READ SALE-JOURNAL-FILE
               NOT AT END
                   IF JOURNAL-RECORD NOT = SPACES
                       ADD 1 TO WS-JOURNAL-ROWS
                   END-IF
           END-READ.

       *> ----------------------------------------------------------
       *> Check 5: walks SHIFTS.csv keeping, per station, the last
       *> OPEN not yet matched by a CLOSE. One still open from an
       *> earlier day is a drawer nobody counted.
       *> ----------------------------------------------------------
       CHECK-UNCLOSED-SHIFTS.
           MOVE ZERO TO WS-PROBLEM-COUNT
           PERFORM CLEAR-STATION-SHIFT
               VARYING WS-STATION-INDEX FROM 1 BY 1
               UNTIL WS-STATION-INDEX > 9
           OPEN INPUT SHIFT-FILE
           IF NOT SHIFT-FILE-MISSING
               MOVE "N" TO WS-SHIFT-EOF-FLAG
               PERFORM READ-SHIFT-ROW UNTIL SHIFTS-AT-EOF
               CLOSE SHIFT-FILE
           END-IF
           PERFORM REPORT-STATION-SHIFT
               VARYING WS-STATION-INDEX FROM 1 BY 1
               UNTIL WS-STATION-INDEX > 9
           IF WS-PROBLEM-COUNT = ZERO
               DISPLAY "PASS  Shifts: every earlier shift is closed."
           END-IF.

       CLEAR-STATION-SHIFT.
           MOVE "N" TO SS-OPEN-FLAG(WS-STATION-INDEX)
           MOVE SPACES TO SS-USER(WS-STATION-INDEX)
           MOVE ZERO TO SS-DATE(WS-STATION-INDEX)
           MOVE SPACES TO SS-TIME(WS-STATION-INDEX).

       READ-SHIFT-ROW.
           READ SHIFT-FILE
               AT END
                   MOVE "Y" TO WS-SHIFT-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   MOVE SPACES TO WS-FIELD-7 WS-FIELD-8
                   UNSTRING SHIFT-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                            WS-FIELD-7 WS-FIELD-8
                   END-UNSTRING
                   EVALUATE FUNCTION TRIM(WS-FIELD-1)
                       WHEN "OPEN"
                           MOVE WS-FIELD-6 TO WS-SHIFT-STATION
                           PERFORM NOTE-SHIFT-OPEN
                       WHEN "CLOSE"
                           MOVE WS-FIELD-8 TO WS-SHIFT-STATION
                           PERFORM NOTE-SHIFT-CLOSE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       NOTE-SHIFT-OPEN.
           IF WS-SHIFT-STATION(1:1) = "S"
               AND WS-SHIFT-STATION(2:1) IS NUMERIC
               AND WS-SHIFT-STATION(2:1) NOT = "0"
               MOVE WS-SHIFT-STATION(2:1) TO WS-STATION-INDEX
               MOVE "Y" TO SS-OPEN-FLAG(WS-STATION-INDEX)
               MOVE WS-FIELD-2 TO SS-USER(WS-STATION-INDEX)
               MOVE FUNCTION NUMVAL(WS-FIELD-3)
                   TO SS-DATE(WS-STATION-INDEX)
               MOVE WS-FIELD-4 TO SS-TIME(WS-STATION-INDEX)
           END-IF.

       NOTE-SHIFT-CLOSE.
           IF WS-SHIFT-STATION(1:1) = "S"
               AND WS-SHIFT-STATION(2:1) IS NUMERIC
               AND WS-SHIFT-STATION(2:1) NOT = "0"
               MOVE WS-SHIFT-STATION(2:1) TO WS-STATION-INDEX
               MOVE "N" TO SS-OPEN-FLAG(WS-STATION-INDEX)
           END-IF.

       REPORT-STATION-SHIFT.
           IF SS-SHIFT-OPEN(WS-STATION-INDEX)
               AND SS-DATE(WS-STATION-INDEX) < WS-TODAY-DATE
               DISPLAY "FAIL  Shifts: station S"
                   WS-STATION-INDEX(2:1)
                   " - " FUNCTION TRIM(SS-USER(WS-STATION-INDEX))
                   "'s shift of " SS-DATE(WS-STATION-INDEX) " "
                   SS-TIME(WS-STATION-INDEX) " was never closed."
               ADD 1 TO WS-FAIL-COUNT
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF.

       *> ----------------------------------------------------------
       *> The day is open: DAY-CONTROL.dat says so for the tills.
       *> ----------------------------------------------------------
       WRITE-DAY-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           MOVE SPACES TO DAY-CONTROL-RECORD
           STRING WS-TODAY-DATE                     DELIMITED BY SIZE
                  ",OPEN,"                          DELIMITED BY SIZE
                  WS-STAMP(9:6)                     DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPENER-USERNAME) DELIMITED BY SIZE
               INTO DAY-CONTROL-RECORD
           END-STRING
           OPEN OUTPUT DAY-CONTROL-FILE
           WRITE DAY-CONTROL-RECORD
           CLOSE DAY-CONTROL-FILE.

       *> One DAY-CONTROL-LOG.csv row: the event in WS-FIELD-1 and
       *> its detail in WS-FIELD-2.
       APPEND-DAY-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           MOVE SPACES TO WS-BUILD-LINE
           STRING WS-STAMP(1:8)                     DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  WS-STAMP(9:6)                     DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPENER-USERNAME) DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-1)         DELIMITED BY SIZE
                  ","                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIELD-2)         DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           OPEN EXTEND DAY-LOG-FILE
           IF DAY-LOG-MISSING
               OPEN OUTPUT DAY-LOG-FILE
           END-IF
           MOVE WS-BUILD-LINE TO DAY-LOG-RECORD
           WRITE DAY-LOG-RECORD
           CLOSE DAY-LOG-FILE.

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
