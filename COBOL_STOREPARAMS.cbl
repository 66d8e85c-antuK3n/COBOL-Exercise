       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORE-PARAMETERS.

       *> This program keeps the store's parameters: the VAT rate, the
       *> senior citizen / PWD discount rate, how many pesos of a sale
       *> earn one loyalty point, and the receipt header block - the
       *> registered store name, address, TIN and machine number.
       *> They live in STORE-PARAMS.csv as effective-dated rows, and
       *> every program that prices, prints or books a sale takes the
       *> row in force on the sale's own date, so a change scheduled
       *> for a future date takes effect by itself that morning and a
       *> reprint of an old sale still shows the rate it was rung at.
       *> A rate change can only start tomorrow or later - today's
       *> sales have already been rung at today's rate - while the
       *> header can be corrected from today. A row already in force
       *> is never rewritten. Every field changed, and every
       *> scheduled change cancelled, is logged with the account that
       *> did it to STORE-PARAMS-LOG.csv. Gated to a signed-in,
       *> active account whose role holds STORE-PARAMS on
       *> PERMISSIONS.csv (ADMIN only unless granted), like
       *> INVOICE-SERIES. With no file on disk the
       *> programs run at 12% VAT, 20% senior/PWD and a point per
       *> hundred pesos, with no header.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-PARAM-FILE ASSIGN TO "STORE-PARAMS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT PARAM-LOG-FILE ASSIGN TO "STORE-PARAMS-LOG.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-LOG-STATUS.

           SELECT USER-FILE ASSIGN TO "USERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.

           SELECT PERMISSION-FILE ASSIGN TO "PERMISSIONS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMISSION-STATUS.

           SELECT DENIAL-FILE ASSIGN TO "ACCESS-DENIALS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENIAL-STATUS.

       *> STORE-PARAMS.csv, oldest first:
       *> EFFDATE,VATPCT,SENIORPCT,PESOSPERPOINT,NAME,ADDRESS,TIN,
       *> MACHINE. STORE-PARAMS-LOG.csv:
       *> DATE,TIME,ADMIN,EFFDATE,FIELD,OLDVALUE,NEWVALUE.

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-PARAM-FILE.
       01  STORE-PARAM-RECORD         PIC X(200).

       FD  PARAM-LOG-FILE.
       01  PARAM-LOG-RECORD           PIC X(200).

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
       01  WS-PARAM-STATUS            PIC XX.
           88  PARAM-FILE-MISSING         VALUE "35".
       01  WS-PARAM-EOF-FLAG          PIC X.
           88  PARAMS-AT-EOF              VALUE "Y".
       01  WS-PARAM-LOG-STATUS        PIC XX.
           88  PARAM-LOG-MISSING          VALUE "35".

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
       01  WS-STAMP                   PIC X(14). *> YYYYMMDDHHMMSS.
       01  WS-REPLY                   PIC X(60). *> Raw reply.
       01  WS-CONFIRM                 PIC X.
       01  WS-FIELD-1                 PIC X(10). *> Unstring scratch.
       01  WS-FIELD-2                 PIC X(10).
       01  WS-FIELD-3                 PIC X(10).
       01  WS-FIELD-4                 PIC X(10).
       01  WS-FIELD-5                 PIC X(40).
       01  WS-FIELD-6                 PIC X(60).
       01  WS-FIELD-7                 PIC X(20).
       01  WS-FIELD-8                 PIC X(20).
       01  WS-BUILD-LINE              PIC X(200).

       *> Every dated row on file, oldest first.
       01  WS-MAX-ROWS                PIC 9(3) VALUE 100.
       01  WS-ROW-COUNT               PIC 9(3) VALUE 0.
       01  WS-ROW-INDEX               PIC 9(3).
       01  WS-ROW-MATCH               PIC 9(3). *> Row dated exactly.
       01  WS-ROW-BASE                PIC 9(3). *> Row in force.
       01  WS-INSERT-AT               PIC 9(3).
       01  WS-PARAM-TABLE.
           05  WS-PARAM-ENTRY OCCURS 100 TIMES.
               10  SP-DATE            PIC 9(8).
               10  SP-VALUES.
                   15  SP-VAT-PCT         PIC 9(2)V99.
                   15  SP-SENIOR-PCT      PIC 9(2)V99.
                   15  SP-PESOS-PER-POINT PIC 9(5).
                   15  SP-STORE-NAME      PIC X(40).
                   15  SP-STORE-ADDRESS   PIC X(60).
                   15  SP-STORE-TIN       PIC X(20).
                   15  SP-STORE-MACHINE   PIC X(20).

       *> The parameters a change starts from and the ones keyed,
       *> laid out like SP-VALUES so a row moves in one MOVE.
       01  WS-WANTED-DATE             PIC 9(8).
       01  WS-NEW-DATE                PIC 9(8).
       01  WS-OLD-VALUES.
           05  OLD-VAT-PCT            PIC 9(2)V99.
           05  OLD-SENIOR-PCT         PIC 9(2)V99.
           05  OLD-PESOS-PER-POINT    PIC 9(5).
           05  OLD-STORE-NAME         PIC X(40).
           05  OLD-STORE-ADDRESS      PIC X(60).
           05  OLD-STORE-TIN          PIC X(20).
           05  OLD-STORE-MACHINE      PIC X(20).
       01  WS-NEW-VALUES.
           05  NEW-VAT-PCT            PIC 9(2)V99.
           05  NEW-SENIOR-PCT         PIC 9(2)V99.
           05  NEW-PESOS-PER-POINT    PIC 9(5).
           05  NEW-STORE-NAME         PIC X(40).
           05  NEW-STORE-ADDRESS      PIC X(60).
           05  NEW-STORE-TIN          PIC X(20).
           05  NEW-STORE-MACHINE      PIC X(20).
       01  WS-KEYED-OK-FLAG           PIC X.
           88  KEYED-VALUES-OK            VALUE "Y".
       01  WS-REPLY-NUMBER            PIC 9(7)V99.

       01  WS-PCT-EDIT                PIC Z9.99.
       01  WS-PCT-EDIT-2              PIC Z9.99.
       01  WS-POINT-EDIT              PIC Z(4)9.
       01  WS-PCT-OUT                 PIC 99.99.
       01  WS-PCT-OUT-2               PIC 99.99.
       01  WS-ROW-NOTE                PIC X(12).

       *> One changed field on its way to the change log.
       01  WS-LOG-FIELD               PIC X(10).
       01  WS-LOG-OLD                 PIC X(60).
       01  WS-LOG-NEW                 PIC X(60).

       *> Role permission check working data.
       01  WS-PERMISSION-STATUS       PIC XX.
           88  PERMISSION-FILE-MISSING    VALUE "35".
       01  WS-PERMISSION-EOF-FLAG     PIC X.
           88  PERMISSIONS-AT-EOF         VALUE "Y".
       01  WS-DENIAL-STATUS           PIC XX.
           88  DENIAL-FILE-MISSING        VALUE "35".
       01  WS-PERM-PROGRAM            PIC X(30)
           VALUE "STORE-PARAMETERS".
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
           PERFORM VERIFY-ADMIN
           IF ADMIN-IS-VALID
               PERFORM MAIN-MENU-PROCESS
                   UNTIL WS-MENU-CHOICE = "4"
           END-IF
           STOP RUN.

       *> Only a signed-in, active account whose role holds
       *> STORE-PARAMS gets to the menu - the same check
       *> INVOICE-SERIES runs, against the same USERS.csv and
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
           MOVE "STORE-PARAMS" TO WS-PERM-FUNCTION
           PERFORM CHECK-PERMISSION
           IF NOT PERMISSION-GRANTED
               MOVE "N" TO WS-ADMIN-OK-FLAG
           END-IF
           IF NOT ADMIN-IS-VALID
               DISPLAY "Not an active account allowed to keep the "
                   "store parameters. Bye."
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
           DISPLAY "OSPOS | STORE PARAMETERS"
           DISPLAY "1. Show Parameters"
           DISPLAY "2. Schedule a Change"
           DISPLAY "3. Cancel a Scheduled Change"
           DISPLAY "4. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM SHOW-PARAMETERS-ROUTINE
               WHEN "2"
                   PERFORM SCHEDULE-CHANGE-ROUTINE
               WHEN "3"
                   PERFORM CANCEL-CHANGE-ROUTINE
               WHEN "4"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       *> ----------------------------------------------------------
       *> What the tills are using today, then every dated row on
       *> file: the ones superseded, the one in force, and the ones
       *> still waiting for their date.
       *> ----------------------------------------------------------
       SHOW-PARAMETERS-ROUTINE.
           PERFORM LOAD-PARAM-TABLE
           MOVE WS-TODAY-DATE TO WS-WANTED-DATE
           PERFORM PICK-BASE-VALUES
           DISPLAY "In force today (" WS-TODAY-DATE "):"
           MOVE OLD-VAT-PCT TO WS-PCT-EDIT
           DISPLAY "  VAT rate:             " WS-PCT-EDIT "%"
           MOVE OLD-SENIOR-PCT TO WS-PCT-EDIT
           DISPLAY "  Senior/PWD discount:  " WS-PCT-EDIT "%"
           MOVE OLD-PESOS-PER-POINT TO WS-POINT-EDIT
           DISPLAY "  Pesos per point:      " WS-POINT-EDIT
           DISPLAY "  Store name:           "
               FUNCTION TRIM(OLD-STORE-NAME)
           DISPLAY "  Address:              "
               FUNCTION TRIM(OLD-STORE-ADDRESS)
           DISPLAY "  TIN:                  "
               FUNCTION TRIM(OLD-STORE-TIN)
           DISPLAY "  Machine No.:          "
               FUNCTION TRIM(OLD-STORE-MACHINE)
           IF WS-ROW-BASE = ZERO
               DISPLAY "  (standard values - nothing on file yet)"
           END-IF
           IF WS-ROW-COUNT > ZERO
               DISPLAY "EFFECTIVE    VAT%  SR/PWD%  PESOS/PT  "
                   "STORE NAME"
               PERFORM SHOW-ONE-PARAM-ROW
                   VARYING WS-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-ROW-INDEX > WS-ROW-COUNT
           END-IF.

       SHOW-ONE-PARAM-ROW.
           IF SP-DATE(WS-ROW-INDEX) > WS-TODAY-DATE
               MOVE "scheduled" TO WS-ROW-NOTE
           ELSE
               IF WS-ROW-INDEX = WS-ROW-BASE
                   MOVE "IN FORCE" TO WS-ROW-NOTE
               ELSE
                   MOVE "superseded" TO WS-ROW-NOTE
               END-IF
           END-IF
           MOVE SP-VAT-PCT(WS-ROW-INDEX) TO WS-PCT-EDIT
           MOVE SP-SENIOR-PCT(WS-ROW-INDEX) TO WS-PCT-EDIT-2
           MOVE SP-PESOS-PER-POINT(WS-ROW-INDEX) TO WS-POINT-EDIT
           DISPLAY SP-DATE(WS-ROW-INDEX) "   " WS-PCT-EDIT "    "
               WS-PCT-EDIT-2 "     " WS-POINT-EDIT "  "
               FUNCTION TRIM(SP-STORE-NAME(WS-ROW-INDEX))
               "  [" FUNCTION TRIM(WS-ROW-NOTE) "]".

       *> ----------------------------------------------------------
       *> A change starts from whatever will be in force on its
       *> date, so only the fields keyed differently change. Enter
       *> keeps a field as it is. A change dated today may only
       *> touch the header - the day's sales are already rung at
       *> today's rates.
       *> ----------------------------------------------------------
       SCHEDULE-CHANGE-ROUTINE.
           PERFORM LOAD-PARAM-TABLE
           DISPLAY "Effective Date YYYYMMDD (Enter=today): "
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           IF WS-REPLY = SPACES
               MOVE WS-TODAY-DATE TO WS-NEW-DATE
           ELSE
               MOVE FUNCTION NUMVAL(WS-REPLY) TO WS-NEW-DATE
           END-IF
           IF FUNCTION INTEGER-OF-DATE(WS-NEW-DATE) = ZERO
               DISPLAY "Not a real date. Nothing changed."
           ELSE IF WS-NEW-DATE < WS-TODAY-DATE
               DISPLAY "A change cannot be backdated - past sales "
                   "stand at the parameters they were rung under."
           ELSE
               MOVE WS-NEW-DATE TO WS-WANTED-DATE
               PERFORM PICK-BASE-VALUES
               MOVE WS-OLD-VALUES TO WS-NEW-VALUES
               PERFORM KEY-NEW-VALUES
               IF NOT KEYED-VALUES-OK
                   DISPLAY "Nothing changed."
               ELSE IF WS-NEW-VALUES = WS-OLD-VALUES
                   DISPLAY "Nothing was changed."
               ELSE IF WS-NEW-DATE = WS-TODAY-DATE
                   AND (NEW-VAT-PCT NOT = OLD-VAT-PCT
                   OR NEW-SENIOR-PCT NOT = OLD-SENIOR-PCT
                   OR NEW-PESOS-PER-POINT NOT = OLD-PESOS-PER-POINT)
                   DISPLAY "Today's sales are already rung at today's "
                       "rates - date a rate change tomorrow or later."
                   DISPLAY "Nothing changed."
               ELSE
                   DISPLAY "Save these parameters effective "
                       WS-NEW-DATE "? (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       PERFORM PLACE-NEW-ROW
                   ELSE
                       DISPLAY "Nothing changed."
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       KEY-NEW-VALUES.
           MOVE "Y" TO WS-KEYED-OK-FLAG
           MOVE OLD-VAT-PCT TO WS-PCT-EDIT
           DISPLAY "VAT rate % (Enter=" FUNCTION TRIM(WS-PCT-EDIT)
               "): "
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           IF WS-REPLY NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-REPLY) TO WS-REPLY-NUMBER
               IF WS-REPLY-NUMBER > 99.99
                   DISPLAY "A rate must be under 100%."
                   MOVE "N" TO WS-KEYED-OK-FLAG
               ELSE
                   MOVE WS-REPLY-NUMBER TO NEW-VAT-PCT
               END-IF
           END-IF
           MOVE OLD-SENIOR-PCT TO WS-PCT-EDIT
           DISPLAY "Senior/PWD discount % (Enter="
               FUNCTION TRIM(WS-PCT-EDIT) "): "
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           IF WS-REPLY NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-REPLY) TO WS-REPLY-NUMBER
               IF WS-REPLY-NUMBER > 99.99
                   DISPLAY "A rate must be under 100%."
                   MOVE "N" TO WS-KEYED-OK-FLAG
               ELSE
                   MOVE WS-REPLY-NUMBER TO NEW-SENIOR-PCT
               END-IF
           END-IF
           MOVE OLD-PESOS-PER-POINT TO WS-POINT-EDIT
           DISPLAY "Pesos per loyalty point (Enter="
               FUNCTION TRIM(WS-POINT-EDIT) "): "
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           IF WS-REPLY NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-REPLY) TO WS-REPLY-NUMBER
               IF WS-REPLY-NUMBER < 1 OR WS-REPLY-NUMBER > 99999
                   DISPLAY "Pesos per point must be 1 to 99999."
                   MOVE "N" TO WS-KEYED-OK-FLAG
               ELSE
                   MOVE WS-REPLY-NUMBER TO NEW-PESOS-PER-POINT
               END-IF
           END-IF
           DISPLAY "Store name (Enter=" FUNCTION TRIM(OLD-STORE-NAME)
               "): "
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           IF WS-REPLY NOT = SPACES
               INSPECT WS-REPLY REPLACING ALL "," BY " "
               MOVE WS-REPLY TO NEW-STORE-NAME
           END-IF
           DISPLAY "Address (Enter="
               FUNCTION TRIM(OLD-STORE-ADDRESS) "): "
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           IF WS-REPLY NOT = SPACES
               INSPECT WS-REPLY REPLACING ALL "," BY " "
               MOVE WS-REPLY TO NEW-STORE-ADDRESS
           END-IF
           DISPLAY "TIN (Enter=" FUNCTION TRIM(OLD-STORE-TIN) "): "
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           IF WS-REPLY NOT = SPACES
               INSPECT WS-REPLY REPLACING ALL "," BY " "
               MOVE WS-REPLY TO NEW-STORE-TIN
           END-IF
           DISPLAY "Machine No. (Enter="
               FUNCTION TRIM(OLD-STORE-MACHINE) "): "
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           IF WS-REPLY NOT = SPACES
               INSPECT WS-REPLY REPLACING ALL "," BY " "
               MOVE WS-REPLY TO NEW-STORE-MACHINE
           END-IF.

       *> A row already dated for the day is replaced; otherwise the
       *> new row slots in by date so the file stays oldest first.
       PLACE-NEW-ROW.
           PERFORM FIND-ROW-FOR-DATE
           IF WS-ROW-MATCH = ZERO AND WS-ROW-COUNT >= WS-MAX-ROWS
               DISPLAY "STORE-PARAMS.csv already holds " WS-MAX-ROWS
                   " dated rows. Nothing changed."
           ELSE
               IF WS-ROW-MATCH = ZERO
                   MOVE 1 TO WS-INSERT-AT
                   PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                       UNTIL WS-ROW-INDEX > WS-ROW-COUNT
                       IF SP-DATE(WS-ROW-INDEX) < WS-NEW-DATE
                           COMPUTE WS-INSERT-AT = WS-ROW-INDEX + 1
                       END-IF
                   END-PERFORM
                   PERFORM SHIFT-ROW-UP
                       VARYING WS-ROW-INDEX FROM WS-ROW-COUNT BY -1
                       UNTIL WS-ROW-INDEX < WS-INSERT-AT
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-INSERT-AT TO WS-ROW-MATCH
               END-IF
               MOVE WS-NEW-DATE TO SP-DATE(WS-ROW-MATCH)
               MOVE WS-NEW-VALUES TO SP-VALUES(WS-ROW-MATCH)
               PERFORM CARRY-CHANGE-FORWARD
                   VARYING WS-ROW-INDEX FROM WS-ROW-MATCH BY 1
                   UNTIL WS-ROW-INDEX > WS-ROW-COUNT
               PERFORM WRITE-PARAM-TABLE
               PERFORM LOG-CHANGED-FIELDS
               IF WS-NEW-DATE > WS-TODAY-DATE
                   DISPLAY "Scheduled - the tills pick it up on "
                       WS-NEW-DATE "."
               ELSE
                   DISPLAY "Saved - in force from the next sale."
               END-IF
           END-IF.

       *> A change scheduled further out was keyed from the values
       *> this one replaces; wherever it still holds the old value of
       *> a field changed here, it takes the new one, so a corrected
       *> TIN is not undone when the later row comes into force.
       CARRY-CHANGE-FORWARD.
           IF SP-DATE(WS-ROW-INDEX) > WS-NEW-DATE
               IF SP-VAT-PCT(WS-ROW-INDEX) = OLD-VAT-PCT
                   MOVE NEW-VAT-PCT TO SP-VAT-PCT(WS-ROW-INDEX)
               END-IF
               IF SP-SENIOR-PCT(WS-ROW-INDEX) = OLD-SENIOR-PCT
                   MOVE NEW-SENIOR-PCT TO SP-SENIOR-PCT(WS-ROW-INDEX)
               END-IF
               IF SP-PESOS-PER-POINT(WS-ROW-INDEX) = OLD-PESOS-PER-POINT
                   MOVE NEW-PESOS-PER-POINT
                       TO SP-PESOS-PER-POINT(WS-ROW-INDEX)
               END-IF
               IF SP-STORE-NAME(WS-ROW-INDEX) = OLD-STORE-NAME
                   MOVE NEW-STORE-NAME TO SP-STORE-NAME(WS-ROW-INDEX)
               END-IF
               IF SP-STORE-ADDRESS(WS-ROW-INDEX) = OLD-STORE-ADDRESS
                   MOVE NEW-STORE-ADDRESS
                       TO SP-STORE-ADDRESS(WS-ROW-INDEX)
               END-IF
               IF SP-STORE-TIN(WS-ROW-INDEX) = OLD-STORE-TIN
                   MOVE NEW-STORE-TIN TO SP-STORE-TIN(WS-ROW-INDEX)
               END-IF
               IF SP-STORE-MACHINE(WS-ROW-INDEX) = OLD-STORE-MACHINE
                   MOVE NEW-STORE-MACHINE
                       TO SP-STORE-MACHINE(WS-ROW-INDEX)
               END-IF
           END-IF.

       SHIFT-ROW-UP.
           MOVE WS-PARAM-ENTRY(WS-ROW-INDEX)
               TO WS-PARAM-ENTRY(WS-ROW-INDEX + 1).

       *> ----------------------------------------------------------
       *> Only a change still waiting for its date can be withdrawn;
       *> once a row has been in force, sales were rung under it.
       *> ----------------------------------------------------------
       CANCEL-CHANGE-ROUTINE.
           PERFORM LOAD-PARAM-TABLE
           DISPLAY "Effective Date of the Change (YYYYMMDD): "
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           MOVE FUNCTION NUMVAL(WS-REPLY) TO WS-NEW-DATE
           PERFORM FIND-ROW-FOR-DATE
           IF WS-ROW-MATCH = ZERO
               DISPLAY "No change is dated " WS-NEW-DATE "."
           ELSE IF WS-NEW-DATE <= WS-TODAY-DATE
               DISPLAY "That row is already in force and stays on "
                   "file."
           ELSE
               DISPLAY "Cancel the change scheduled for "
                   WS-NEW-DATE "? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM SHIFT-ROW-DOWN
                       VARYING WS-ROW-INDEX FROM WS-ROW-MATCH BY 1
                       UNTIL WS-ROW-INDEX >= WS-ROW-COUNT
                   SUBTRACT 1 FROM WS-ROW-COUNT
                   PERFORM WRITE-PARAM-TABLE
                   MOVE "CHANGE" TO WS-LOG-FIELD
                   MOVE "SCHEDULED" TO WS-LOG-OLD
                   MOVE "CANCELLED" TO WS-LOG-NEW
                   PERFORM APPEND-PARAM-LOG
                   DISPLAY "Change cancelled."
               ELSE
                   DISPLAY "Nothing cancelled."
               END-IF
           END-IF
           END-IF.

       SHIFT-ROW-DOWN.
           MOVE WS-PARAM-ENTRY(WS-ROW-INDEX + 1)
               TO WS-PARAM-ENTRY(WS-ROW-INDEX).

       *> ----------------------------------------------------------
       *> The file in and out, and the row in force on a date: the
       *> latest one dated on or before it, the standard values
       *> when there is none.
       *> ----------------------------------------------------------
       LOAD-PARAM-TABLE.
           MOVE ZERO TO WS-ROW-COUNT
           OPEN INPUT STORE-PARAM-FILE
           IF NOT PARAM-FILE-MISSING
               MOVE "N" TO WS-PARAM-EOF-FLAG
               PERFORM READ-PARAM-ROW UNTIL PARAMS-AT-EOF
               CLOSE STORE-PARAM-FILE
           END-IF.

       READ-PARAM-ROW.
           READ STORE-PARAM-FILE
               AT END
                   MOVE "Y" TO WS-PARAM-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                   MOVE SPACES TO WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                   MOVE SPACES TO WS-FIELD-7 WS-FIELD-8
                   UNSTRING STORE-PARAM-RECORD DELIMITED BY ","
                       INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                            WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                            WS-FIELD-7 WS-FIELD-8
                   END-UNSTRING
                   IF WS-FIELD-1(1:8) IS NUMERIC
                       AND WS-ROW-COUNT < WS-MAX-ROWS
                       ADD 1 TO WS-ROW-COUNT
                       MOVE WS-FIELD-1(1:8) TO SP-DATE(WS-ROW-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-2)
                           TO SP-VAT-PCT(WS-ROW-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-3)
                           TO SP-SENIOR-PCT(WS-ROW-COUNT)
                       MOVE FUNCTION NUMVAL(WS-FIELD-4)
                           TO SP-PESOS-PER-POINT(WS-ROW-COUNT)
                       MOVE WS-FIELD-5 TO SP-STORE-NAME(WS-ROW-COUNT)
                       MOVE WS-FIELD-6
                           TO SP-STORE-ADDRESS(WS-ROW-COUNT)
                       MOVE WS-FIELD-7 TO SP-STORE-TIN(WS-ROW-COUNT)
                       MOVE WS-FIELD-8
                           TO SP-STORE-MACHINE(WS-ROW-COUNT)
                   END-IF
           END-READ.

       PICK-BASE-VALUES.
           MOVE ZERO TO WS-ROW-BASE
           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
               UNTIL WS-ROW-INDEX > WS-ROW-COUNT
               IF SP-DATE(WS-ROW-INDEX) <= WS-WANTED-DATE
                   IF WS-ROW-BASE = ZERO
                       MOVE WS-ROW-INDEX TO WS-ROW-BASE
                   ELSE
                       IF SP-DATE(WS-ROW-INDEX) >=
                           SP-DATE(WS-ROW-BASE)
                           MOVE WS-ROW-INDEX TO WS-ROW-BASE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ROW-BASE = ZERO
               MOVE 12 TO OLD-VAT-PCT
               MOVE 20 TO OLD-SENIOR-PCT
               MOVE 100 TO OLD-PESOS-PER-POINT
               MOVE SPACES TO OLD-STORE-NAME OLD-STORE-ADDRESS
               MOVE SPACES TO OLD-STORE-TIN OLD-STORE-MACHINE
           ELSE
               MOVE SP-VALUES(WS-ROW-BASE) TO WS-OLD-VALUES
           END-IF.

       FIND-ROW-FOR-DATE.
           MOVE ZERO TO WS-ROW-MATCH
           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
               UNTIL WS-ROW-INDEX > WS-ROW-COUNT
               IF SP-DATE(WS-ROW-INDEX) = WS-NEW-DATE
                   MOVE WS-ROW-INDEX TO WS-ROW-MATCH
               END-IF
           END-PERFORM.

       WRITE-PARAM-TABLE.
           OPEN OUTPUT STORE-PARAM-FILE
           PERFORM WRITE-ONE-PARAM-ROW
               VARYING WS-ROW-INDEX FROM 1 BY 1
               UNTIL WS-ROW-INDEX > WS-ROW-COUNT
           CLOSE STORE-PARAM-FILE.

       WRITE-ONE-PARAM-ROW.
           MOVE SP-VAT-PCT(WS-ROW-INDEX) TO WS-PCT-OUT
           MOVE SP-SENIOR-PCT(WS-ROW-INDEX) TO WS-PCT-OUT-2
           MOVE SPACES TO STORE-PARAM-RECORD
           STRING SP-DATE(WS-ROW-INDEX)            DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  WS-PCT-OUT                       DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  WS-PCT-OUT-2                     DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  SP-PESOS-PER-POINT(WS-ROW-INDEX) DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  FUNCTION TRIM(SP-STORE-NAME(WS-ROW-INDEX))
                                                   DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  FUNCTION TRIM(SP-STORE-ADDRESS(WS-ROW-INDEX))
                                                   DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  FUNCTION TRIM(SP-STORE-TIN(WS-ROW-INDEX))
                                                   DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  FUNCTION TRIM(SP-STORE-MACHINE(WS-ROW-INDEX))
                                                   DELIMITED BY SIZE
               INTO STORE-PARAM-RECORD
           END-STRING
           WRITE STORE-PARAM-RECORD.

       *> ----------------------------------------------------------
       *> One log row per field that moved, old value beside new.
       *> ----------------------------------------------------------
       LOG-CHANGED-FIELDS.
           IF NEW-VAT-PCT NOT = OLD-VAT-PCT
               MOVE "VAT-PCT" TO WS-LOG-FIELD
               MOVE OLD-VAT-PCT TO WS-PCT-EDIT
               MOVE NEW-VAT-PCT TO WS-PCT-EDIT-2
               MOVE FUNCTION TRIM(WS-PCT-EDIT) TO WS-LOG-OLD
               MOVE FUNCTION TRIM(WS-PCT-EDIT-2) TO WS-LOG-NEW
               PERFORM APPEND-PARAM-LOG
           END-IF
           IF NEW-SENIOR-PCT NOT = OLD-SENIOR-PCT
               MOVE "SENIOR-PCT" TO WS-LOG-FIELD
               MOVE OLD-SENIOR-PCT TO WS-PCT-EDIT
               MOVE NEW-SENIOR-PCT TO WS-PCT-EDIT-2
               MOVE FUNCTION TRIM(WS-PCT-EDIT) TO WS-LOG-OLD
               MOVE FUNCTION TRIM(WS-PCT-EDIT-2) TO WS-LOG-NEW
               PERFORM APPEND-PARAM-LOG
           END-IF
           IF NEW-PESOS-PER-POINT NOT = OLD-PESOS-PER-POINT
               MOVE "PESOS/PT" TO WS-LOG-FIELD
               MOVE OLD-PESOS-PER-POINT TO WS-POINT-EDIT
               MOVE FUNCTION TRIM(WS-POINT-EDIT) TO WS-LOG-OLD
               MOVE NEW-PESOS-PER-POINT TO WS-POINT-EDIT
               MOVE FUNCTION TRIM(WS-POINT-EDIT) TO WS-LOG-NEW
               PERFORM APPEND-PARAM-LOG
           END-IF
           IF NEW-STORE-NAME NOT = OLD-STORE-NAME
               MOVE "NAME" TO WS-LOG-FIELD
               MOVE OLD-STORE-NAME TO WS-LOG-OLD
               MOVE NEW-STORE-NAME TO WS-LOG-NEW
               PERFORM APPEND-PARAM-LOG
           END-IF
           IF NEW-STORE-ADDRESS NOT = OLD-STORE-ADDRESS
               MOVE "ADDRESS" TO WS-LOG-FIELD
               MOVE OLD-STORE-ADDRESS TO WS-LOG-OLD
               MOVE NEW-STORE-ADDRESS TO WS-LOG-NEW
               PERFORM APPEND-PARAM-LOG
           END-IF
           IF NEW-STORE-TIN NOT = OLD-STORE-TIN
               MOVE "TIN" TO WS-LOG-FIELD
               MOVE OLD-STORE-TIN TO WS-LOG-OLD
               MOVE NEW-STORE-TIN TO WS-LOG-NEW
               PERFORM APPEND-PARAM-LOG
           END-IF
           IF NEW-STORE-MACHINE NOT = OLD-STORE-MACHINE
               MOVE "MACHINE" TO WS-LOG-FIELD
               MOVE OLD-STORE-MACHINE TO WS-LOG-OLD
               MOVE NEW-STORE-MACHINE TO WS-LOG-NEW
               PERFORM APPEND-PARAM-LOG
           END-IF.

       APPEND-PARAM-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           MOVE SPACES TO WS-BUILD-LINE
           STRING WS-STAMP(1:8)                    DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  WS-STAMP(9:6)                    DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADMIN-USERNAME) DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  WS-NEW-DATE                      DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-FIELD)      DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-OLD)        DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-NEW)        DELIMITED BY SIZE
               INTO WS-BUILD-LINE
           END-STRING
           OPEN EXTEND PARAM-LOG-FILE
           IF PARAM-LOG-MISSING
               OPEN OUTPUT PARAM-LOG-FILE
           END-IF
           MOVE WS-BUILD-LINE TO PARAM-LOG-RECORD
           WRITE PARAM-LOG-RECORD
           CLOSE PARAM-LOG-FILE.

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
