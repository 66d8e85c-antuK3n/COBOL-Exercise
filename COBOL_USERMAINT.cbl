       *> once an account is on USERS.csv there was no program that
       *> could change it. An admin signs in here to list accounts,
       *> reset a forgotten PIN (with the same double-entry check the
       *> signup form does), move an account between the CASHIER,
       *> SUPERVISOR, INVENTORY and ADMIN roles, and deactivate or
       *> reactivate an account. A deactivated record stays on file
       *> for history with INACTIVE in its status field, which
       *> LOGIN-TO-POS refuses.
       *>
       *> It also keeps PERMISSIONS.csv, the ROLE,FUNCTION grants the
       *> POS and the standalone programs check before letting a role
       *> in. The file is seeded with the standard grants the first
       *> time it is opened here. Any role holding USER-MAINT may use
       *> this program, but only an ADMIN may hand out the ADMIN role
       *> or change the grants.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKOUT-STATUS.

           SELECT PERMISSION-FILE ASSIGN TO "PERMISSIONS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMISSION-STATUS.

           SELECT DENIAL-FILE ASSIGN TO "ACCESS-DENIALS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENIAL-STATUS.

       *> USERS.csv is the same comma-delimited-per-user file
       *> SIGNUP-TO-CSV appends to: USERNAME,PASSWORD,PIN,NAME,EMAIL,
       *> CONTACT,ROLE,STATUS. Rows written before the status field
       FD  LOCKOUT-FILE.
       01  LOCKOUT-RECORD      PIC X(60).

       *> PERMISSIONS.csv grants functions to roles, one ROLE,FUNCTION
       *> row per grant; ACCESS-DENIALS.csv logs every refusal as
       *> DATE,TIME,PROGRAM,USER,ROLE,FUNCTION.
       FD  PERMISSION-FILE.
       01  PERMISSION-RECORD          PIC X(40).

       FD  DENIAL-FILE.
       01  DENIAL-RECORD              PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-CSV-STATUS          PIC XX.
           88  CSV-FILE-MISSING       VALUE "35".

       01  WS-MENU-CHOICE         PIC X.

       *> The account signing in to use this program.
       01  WS-ADMIN-USERNAME      PIC X(50).
       01  WS-ADMIN-PIN           PIC 9(6).
       01  WS-ADMIN-OK-FLAG       PIC X.
       01  WS-NEW-PIN             PIC 9(6).
       01  WS-PIN-CONFIRM         PIC 9(6).
       01  WS-NEW-ROLE            PIC X(10).
           88  NEW-ROLE-VALID         VALUES "CASHIER" "SUPERVISOR"
                                             "INVENTORY" "ADMIN".
       01  WS-OPERATOR-ROLE       PIC X(10). *> Role of the signed-in
       *> account - only an ADMIN hands out ADMIN or edits grants.
           88  OPERATOR-IS-ADMIN      VALUE "ADMIN".

       *> PERMISSIONS.csv, loaded whole and written back whole.
       01  WS-GRANT-COUNT         PIC 9(3) VALUE 0.
       01  WS-GRANT-INDEX         PIC 9(3).
       01  WS-GRANT-MATCH         PIC 9(3).
       01  WS-GRANT-TABLE.
           05  WS-GRANT-ENTRY OCCURS 200 TIMES.
               10  GRT-ROLE       PIC X(10).
               10  GRT-FUNCTION   PIC X(15).
       01  WS-GRANT-CHOICE        PIC X.
       01  WS-GRANT-ROLE          PIC X(10).
           88  GRANT-ROLE-VALID       VALUES "CASHIER" "SUPERVISOR"
                                             "INVENTORY".
       01  WS-GRANT-FUNCTION      PIC X(15).
           88  GRANT-FUNCTION-VALID   VALUES "CATALOG-EDIT"
                                             "CATALOG-DELETE"
                                             "STOCK-ADJUST"
                                             "BARCODES"
                                             "LAYAWAY-RULES"
                                             "SUPV-APPROVE"
                                             "RECEIVING"
                                             "COUNT-POST"
                                             "PRICE-MAINT"
                                             "CASH-DEPOSIT"
                                             "INVOICE-SERIES"
                                             "STORE-PARAMS"
                                             "GL-ACCOUNTS"
                                             "KIT-MAINT"
                                             "MARKDOWN"
                                             "OTB-BUDGET"
                                             "USER-MAINT".
       01  WS-GRANT-LINE          PIC X(40).


       *> Role permission check working data.
       01  WS-PERMISSION-STATUS       PIC XX.
           88  PERMISSION-FILE-MISSING    VALUE "35".
       01  WS-PERMISSION-EOF-FLAG     PIC X.
           88  PERMISSIONS-AT-EOF         VALUE "Y".
       01  WS-DENIAL-STATUS           PIC XX.
           88  DENIAL-FILE-MISSING        VALUE "35".
       01  WS-PERM-PROGRAM            PIC X(30)
           VALUE "USER-MAINTENANCE".
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
               PERFORM VERIFY-ADMIN
               IF ADMIN-IS-VALID
                   PERFORM MAIN-MENU-PROCESS
                       UNTIL WS-MENU-CHOICE = "7"
               END-IF
           END-IF
           END-IF
           STOP RUN.

       *> Only a signed-in, active account whose role holds
       *> USER-MAINT gets past here, the same permission rule the POS
       *> uses for Edit and Delete.
       VERIFY-ADMIN.
           MOVE "N" TO WS-ADMIN-OK-FLAG
           MOVE SPACES TO WS-PERM-ROLE
           DISPLAY "Username: "
           ACCEPT WS-ADMIN-USERNAME
           DISPLAY "PIN: "
           ACCEPT WS-ADMIN-PIN
           PERFORM VARYING WS-USER-INDEX FROM 1 BY 1
               UNTIL WS-USER-INDEX > WS-USER-COUNT
               IF FUNCTION TRIM(USR-USERNAME(WS-USER-INDEX)) =
                   FUNCTION TRIM(WS-ADMIN-USERNAME)
                   AND PIN-MATCHES
                   AND FUNCTION TRIM(USR-STATUS(WS-USER-INDEX))
                       NOT = "INACTIVE"
                   MOVE USR-ROLE(WS-USER-INDEX) TO WS-PERM-ROLE
               END-IF
           END-PERFORM
           MOVE WS-PERM-ROLE TO WS-OPERATOR-ROLE
           MOVE WS-ADMIN-USERNAME TO WS-PERM-USER
           MOVE "USER-MAINT" TO WS-PERM-FUNCTION
           PERFORM CHECK-PERMISSION
           IF PERMISSION-GRANTED
               MOVE "Y" TO WS-ADMIN-OK-FLAG
           ELSE
               DISPLAY "Not an active account allowed user "
                   "maintenance. Bye."
           END-IF.

       MAIN-MENU-PROCESS.
           DISPLAY "3. Change Role"
           DISPLAY "4. Deactivate / Reactivate"
           DISPLAY "5. Unlock Account"
           DISPLAY "6. Role Permissions"
           DISPLAY "7. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "5"
                   PERFORM UNLOCK-ACCOUNT-ROUTINE
               WHEN "6"
                   PERFORM ROLE-PERMISSIONS-ROUTINE
               WHEN "7"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
               END-IF
           END-IF.

       *> Making or unmaking an ADMIN takes an ADMIN; anyone else
       *> trying it is refused and logged like any other denial.
       CHANGE-ROLE-ROUTINE.
           PERFORM PICK-ACCOUNT
           IF WS-USER-MATCH NOT = ZERO
               DISPLAY "New Role (CASHIER/SUPERVISOR/INVENTORY/"
                   "ADMIN): "
               ACCEPT WS-NEW-ROLE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NEW-ROLE))
                   TO WS-NEW-ROLE
               IF NOT NEW-ROLE-VALID
                   DISPLAY "Role must be CASHIER, SUPERVISOR, "
                       "INVENTORY or ADMIN. Nothing changed."
               ELSE IF NOT OPERATOR-IS-ADMIN
                   AND (WS-NEW-ROLE = "ADMIN"
                   OR FUNCTION TRIM(USR-ROLE(WS-USER-MATCH)) =
                       "ADMIN")
                   MOVE "ADMIN-ROLE" TO WS-PERM-FUNCTION
                   PERFORM LOG-ACCESS-DENIAL
                   DISPLAY "Only an admin can grant or remove the "
                       "ADMIN role. Nothing changed."
               ELSE
                   MOVE WS-NEW-ROLE TO USR-ROLE(WS-USER-MATCH)
                   PERFORM REWRITE-USER-FILE
                   DISPLAY "Role changed."
               END-IF
               END-IF
           END-IF.

       *> ----------------------------------------------------------
       *> The grants on PERMISSIONS.csv. ADMIN is never listed - it
       *> holds every function regardless - so only the other roles
       *> can be granted or revoked a function here.
       *> ----------------------------------------------------------
       ROLE-PERMISSIONS-ROUTINE.
           IF NOT OPERATOR-IS-ADMIN
               MOVE WS-OPERATOR-ROLE TO WS-PERM-ROLE
               MOVE "PERMISSIONS" TO WS-PERM-FUNCTION
               PERFORM LOG-ACCESS-DENIAL
               DISPLAY "Access denied. Admins only."
           ELSE
               PERFORM LOAD-GRANT-TABLE
               MOVE SPACE TO WS-GRANT-CHOICE
               PERFORM GRANT-MENU-PROCESS
                   UNTIL WS-GRANT-CHOICE = "4"
           END-IF.

       GRANT-MENU-PROCESS.
           DISPLAY SPACES
           DISPLAY "OSPOS | ROLE PERMISSIONS"
           DISPLAY "1. List Grants"
           DISPLAY "2. Grant a Function"
           DISPLAY "3. Revoke a Function"
           DISPLAY "4. Back"
           DISPLAY "Enter your choice: "
           ACCEPT WS-GRANT-CHOICE
           EVALUATE WS-GRANT-CHOICE
               WHEN "1"
                   PERFORM LIST-GRANTS-ROUTINE
               WHEN "2"
                   PERFORM GRANT-FUNCTION-ROUTINE
               WHEN "3"
                   PERFORM REVOKE-FUNCTION-ROUTINE
               WHEN "4"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       LIST-GRANTS-ROUTINE.
           DISPLAY "ROLE       FUNCTION"
           DISPLAY "ADMIN      (every function)"
           PERFORM VARYING WS-GRANT-INDEX FROM 1 BY 1
               UNTIL WS-GRANT-INDEX > WS-GRANT-COUNT
               DISPLAY GRT-ROLE(WS-GRANT-INDEX) " "
                   GRT-FUNCTION(WS-GRANT-INDEX)
           END-PERFORM.

       GRANT-FUNCTION-ROUTINE.
           PERFORM CAPTURE-GRANT-KEYS
           IF GRANT-ROLE-VALID AND GRANT-FUNCTION-VALID
               IF WS-GRANT-MATCH NOT = ZERO
                   DISPLAY "Already granted."
               ELSE IF WS-GRANT-COUNT NOT < 200
                   DISPLAY "Permission table is full. Nothing "
                       "changed."
               ELSE
                   ADD 1 TO WS-GRANT-COUNT
                   MOVE WS-GRANT-ROLE TO GRT-ROLE(WS-GRANT-COUNT)
                   MOVE WS-GRANT-FUNCTION
                       TO GRT-FUNCTION(WS-GRANT-COUNT)
                   PERFORM REWRITE-GRANT-FILE
                   DISPLAY "Granted."
               END-IF
               END-IF
           END-IF.

       REVOKE-FUNCTION-ROUTINE.
           PERFORM CAPTURE-GRANT-KEYS
           IF GRANT-ROLE-VALID AND GRANT-FUNCTION-VALID
               IF WS-GRANT-MATCH = ZERO
                   DISPLAY "That role does not hold that function."
               ELSE
                   PERFORM VARYING WS-GRANT-INDEX FROM WS-GRANT-MATCH
                       BY 1 UNTIL WS-GRANT-INDEX NOT < WS-GRANT-COUNT
                       MOVE WS-GRANT-ENTRY(WS-GRANT-INDEX + 1)
                           TO WS-GRANT-ENTRY(WS-GRANT-INDEX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-GRANT-COUNT
                   PERFORM REWRITE-GRANT-FILE
                   DISPLAY "Revoked."
               END-IF
           END-IF.

       CAPTURE-GRANT-KEYS.
           DISPLAY "Role (CASHIER/SUPERVISOR/INVENTORY): "
           ACCEPT WS-GRANT-ROLE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRANT-ROLE))
               TO WS-GRANT-ROLE
           DISPLAY "Function - CATALOG-EDIT CATALOG-DELETE "
               "STOCK-ADJUST BARCODES LAYAWAY-RULES"
           DISPLAY "  SUPV-APPROVE RECEIVING COUNT-POST PRICE-MAINT "
               "CASH-DEPOSIT"
           DISPLAY "  INVOICE-SERIES STORE-PARAMS GL-ACCOUNTS "
               "KIT-MAINT MARKDOWN"
           DISPLAY "  OTB-BUDGET USER-MAINT: "
           ACCEPT WS-GRANT-FUNCTION
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GRANT-FUNCTION))
               TO WS-GRANT-FUNCTION
           MOVE ZERO TO WS-GRANT-MATCH
           IF NOT GRANT-ROLE-VALID
               DISPLAY "Role must be CASHIER, SUPERVISOR or "
                   "INVENTORY. Nothing changed."
           ELSE IF NOT GRANT-FUNCTION-VALID
               DISPLAY "Unknown function. Nothing changed."
           ELSE
               PERFORM VARYING WS-GRANT-INDEX FROM 1 BY 1
                   UNTIL WS-GRANT-INDEX > WS-GRANT-COUNT
                   IF GRT-ROLE(WS-GRANT-INDEX) = WS-GRANT-ROLE
                       AND GRT-FUNCTION(WS-GRANT-INDEX) =
                           WS-GRANT-FUNCTION
                       MOVE WS-GRANT-INDEX TO WS-GRANT-MATCH
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

       *> A store with no PERMISSIONS.csv yet gets the standard
       *> grants: supervisors approve voids, refunds and overrides
       *> and run the time clock's supervisor screens; the stockroom
       *> receives, posts counts, adjusts stock and keeps barcodes.
       *> Cashiers hold nothing beyond the selling screens, which are
       *> not gated.
       LOAD-GRANT-TABLE.
           MOVE ZERO TO WS-GRANT-COUNT
           OPEN INPUT PERMISSION-FILE
           IF PERMISSION-FILE-MISSING
               MOVE "SUPERVISOR" TO GRT-ROLE(1)
               MOVE "SUPV-APPROVE" TO GRT-FUNCTION(1)
               MOVE "INVENTORY" TO GRT-ROLE(2)
               MOVE "RECEIVING" TO GRT-FUNCTION(2)
               MOVE "INVENTORY" TO GRT-ROLE(3)
               MOVE "COUNT-POST" TO GRT-FUNCTION(3)
               MOVE "INVENTORY" TO GRT-ROLE(4)
               MOVE "STOCK-ADJUST" TO GRT-FUNCTION(4)
               MOVE "INVENTORY" TO GRT-ROLE(5)
               MOVE "BARCODES" TO GRT-FUNCTION(5)
               MOVE 5 TO WS-GRANT-COUNT
               PERFORM REWRITE-GRANT-FILE
               DISPLAY "PERMISSIONS.csv created with the standard "
                   "grants."
           ELSE
               MOVE "N" TO WS-PERMISSION-EOF-FLAG
               PERFORM READ-GRANT-ROW UNTIL PERMISSIONS-AT-EOF
               CLOSE PERMISSION-FILE
           END-IF.

       READ-GRANT-ROW.
           READ PERMISSION-FILE
               AT END
                   MOVE "Y" TO WS-PERMISSION-EOF-FLAG
               NOT AT END
                   IF WS-GRANT-COUNT < 200
                       AND PERMISSION-RECORD NOT = SPACES
                       ADD 1 TO WS-GRANT-COUNT
                       MOVE SPACES TO WS-GRANT-ENTRY(WS-GRANT-COUNT)
                       UNSTRING PERMISSION-RECORD DELIMITED BY ","
                           INTO GRT-ROLE(WS-GRANT-COUNT)
                                GRT-FUNCTION(WS-GRANT-COUNT)
                       END-UNSTRING
                   END-IF
           END-READ.

       REWRITE-GRANT-FILE.
           OPEN OUTPUT PERMISSION-FILE
           PERFORM VARYING WS-GRANT-INDEX FROM 1 BY 1
               UNTIL WS-GRANT-INDEX > WS-GRANT-COUNT
               MOVE SPACES TO WS-GRANT-LINE
               STRING FUNCTION TRIM(GRT-ROLE(WS-GRANT-INDEX))
                                                  DELIMITED BY SIZE
                      ","                         DELIMITED BY SIZE
                      FUNCTION TRIM(GRT-FUNCTION(WS-GRANT-INDEX))
                                                  DELIMITED BY SIZE
                   INTO WS-GRANT-LINE
               END-STRING
               MOVE WS-GRANT-LINE TO PERMISSION-RECORD
               WRITE PERMISSION-RECORD
           END-PERFORM
           CLOSE PERMISSION-FILE.

       *> Deactivation keeps the record in place for history; the
       *> INACTIVE status is what CHECK-LOGIN-CREDENTIALS refuses.
       TOGGLE-STATUS-ROUTINE.
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
