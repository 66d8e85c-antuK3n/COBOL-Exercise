       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEAD-OFFICE-CONSOLIDATION.

       *> This program is run at head office against the branch
       *> exports BRANCH-EOD-EXPORT writes at each branch's end of
       *> day, BRANCH-EXPORT_<branch>_<date>.csv, once they have been
       *> copied into head office's folder. For a business date it:
       *>   - tells which listed branches have not sent the day yet,
       *>     and which sent a file that is cut short or misnamed;
       *>   - prints the chain's consolidated sales, tenders, stock
       *>     and over/short, and the same figures side by side per
       *>     branch;
       *>   - matches every transfer a branch dispatched against the
       *>     receiving branch's confirm, so a transfer that never
       *>     arrived, arrived short, or landed at the wrong branch
       *>     shows up at head office instead of as shrinkage.
       *> BRANCHES.csv (CODE,NAME) is the list of branches expected
       *> to report, kept from this program's own Branch List menu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-LIST-FILE ASSIGN TO "BRANCHES.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT EXPORT-FILE ASSIGN TO DYNAMIC
               WS-EXPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

       *> The export layout is BRANCH-EOD-EXPORT's: HDR, SALES, DEPT,
       *> TENDER, STOCK, XFER-OUT, XFER-IN and SHIFT rows, closed by
       *> END,<rows> - see COBOL_BRANCHEXPORT.cbl.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-LIST-FILE.
       01  BRANCH-LIST-RECORD         PIC X(60).

       FD  EXPORT-FILE.
       01  EXPORT-RECORD              PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-LIST-STATUS             PIC XX.
           88  LIST-FILE-MISSING          VALUE "35".
       01  WS-EXPORT-STATUS           PIC XX.
           88  EXPORT-FILE-MISSING        VALUE "35".
       01  WS-EOF-FLAG                PIC X.
           88  AT-EOF                     VALUE "Y".

       01  WS-MENU-CHOICE             PIC X.
       01  WS-LIST-CHOICE             PIC X.
       01  WS-TODAY-DATE              PIC 9(8).
       01  WS-REPORT-DATE             PIC 9(8).
       01  WS-REPORT-DATE-INT         PIC 9(8).
       01  WS-DATE-REPLY              PIC X(8).
       01  WS-DATE-OK-FLAG            PIC X.
           88  DATE-IS-OK                 VALUE "Y".
       01  WS-FILE-DATE               PIC 9(8). *> Export being read.
       01  WS-FILE-DATE-INT           PIC 9(8).
       01  WS-EXPORT-FILE-NAME        PIC X(50).
       01  WS-LOAD-MODE               PIC X. *> D day, X transfers.
           88  LOADING-DAY                VALUE "D".
           88  LOADING-TRANSFERS          VALUE "X".

       01  WS-F1                      PIC X(20). *> Unstring scratch.
       01  WS-F2                      PIC X(20).
       01  WS-F3                      PIC X(20).
       01  WS-F4                      PIC X(20).
       01  WS-F5                      PIC X(20).
       01  WS-F6                      PIC X(20).
       01  WS-F7                      PIC X(20).
       01  WS-F8                      PIC X(20).

       *> BRANCHES.csv, and per branch the day's figures off its
       *> export. BR-STATE: R received, M missing, D damaged - a file
       *> with no END row, the wrong row count, or a header for some
       *> other branch or day. A damaged file's figures are dropped.
       01  WS-BR-COUNT                PIC 9(3) VALUE 0.
       01  WS-BR-INDEX                PIC 9(3).
       01  WS-BR-MATCH                PIC 9(3).
       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY OCCURS 30 TIMES.
               10  BR-CODE            PIC X(10).
               10  BR-NAME            PIC X(20).
               10  BR-STATE           PIC X.
                   88  BR-RECEIVED        VALUE "R".
                   88  BR-MISSING         VALUE "M".
                   88  BR-DAMAGED         VALUE "D".
               10  BR-TXNS            PIC 9(7).
               10  BR-REFUND-COUNT    PIC 9(7).
               10  BR-GROSS           PIC S9(11)V99.
               10  BR-DISCOUNTS       PIC S9(11)V99.
               10  BR-TAX             PIC S9(11)V99.
               10  BR-REFUNDS         PIC S9(11)V99.
               10  BR-NET             PIC S9(11)V99.
               10  BR-TENDER-AMT      PIC S9(11)V99 OCCURS 7 TIMES.
               10  BR-STOCK-UNITS     PIC 9(11)V999.
               10  BR-STOCK-COST      PIC 9(13)V99.
               10  BR-STOCK-RETAIL    PIC 9(13)V99.
               10  BR-OVER-SHORT      PIC S9(9)V99.
               10  BR-SHIFTS          PIC 9(5).
               10  BR-OPEN-OUT        PIC 9(5). *> Sent, unconfirmed.
               10  BR-XFER-IN         PIC 9(5).
       01  WS-HDR-SEEN-FLAG           PIC X.
           88  HEADER-MATCHES             VALUE "Y".
       01  WS-END-SEEN-FLAG           PIC X.
           88  END-ROW-SEEN               VALUE "Y".
       01  WS-ROWS-READ               PIC 9(5).
       01  WS-ROWS-CLAIMED            PIC 9(5).
       01  WS-RECEIVED-COUNT          PIC 9(3).
       01  WS-MISSING-COUNT           PIC 9(3).
       01  WS-NEW-CODE                PIC X(10).
       01  WS-NEW-NAME                PIC X(20).

       01  WS-TENDER-INDEX            PIC 9.
       01  WS-TENDER-NAMES.
           05  FILLER                 PIC X(8) VALUE "Cash".
           05  FILLER                 PIC X(8) VALUE "GCash".
           05  FILLER                 PIC X(8) VALUE "Card".
           05  FILLER                 PIC X(8) VALUE "Points".
           05  FILLER                 PIC X(8) VALUE "Credit".
           05  FILLER                 PIC X(8) VALUE "Account".
           05  FILLER                 PIC X(8) VALUE "Deposit".
       01  WS-TENDER-NAME-TABLE REDEFINES WS-TENDER-NAMES.
           05  TND-NAME               PIC X(8) OCCURS 7 TIMES.

       *> Departments across the chain, with one column per branch
       *> for sales and for stock at cost.
       01  WS-DEPT-COUNT              PIC 9(3) VALUE 0.
       01  WS-DEPT-INDEX              PIC 9(3).
       01  WS-DEPT-MATCH              PIC 9(3).
       01  WS-DEPT-KEY                PIC X(10).
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 60 TIMES.
               10  HD-DEPT            PIC X(10).
               10  HD-BRANCH OCCURS 30 TIMES.
                   15  HD-SALES       PIC S9(11)V99.
                   15  HD-STOCK-COST  PIC 9(13)V99.

       *> Transfers across the window: what each branch still shows
       *> dispatched, and every confirm the branches journaled.
       01  WS-LOOKBACK-DAYS           PIC 9(3) VALUE 30.
       01  WS-LOOKBACK-REPLY          PIC X(3).
       01  WS-WINDOW-START-INT        PIC 9(8).
       01  WS-XO-COUNT                PIC 9(3) VALUE 0.
       01  WS-XO-INDEX                PIC 9(3).
       01  WS-XO-TABLE.
           05  WS-XO-ENTRY OCCURS 500 TIMES.
               10  XO-ORIGIN          PIC X(10).
               10  XO-NUMBER          PIC 9(6).
               10  XO-DATE            PIC 9(8).
               10  XO-DEST            PIC X(10).
               10  XO-LINES           PIC 9(5).
               10  XO-QTY             PIC 9(7)V999.
               10  XO-MATCH           PIC 9(3).
       01  WS-XI-COUNT                PIC 9(3) VALUE 0.
       01  WS-XI-INDEX                PIC 9(3).
       01  WS-XI-TABLE.
           05  WS-XI-ENTRY OCCURS 500 TIMES.
               10  XI-RECEIVER        PIC X(10).
               10  XI-NUMBER          PIC 9(6).
               10  XI-ORIGIN          PIC X(10).
               10  XI-DISPATCH-DATE   PIC 9(8).
               10  XI-CONFIRM-DATE    PIC 9(8).
               10  XI-LINES           PIC 9(5).
               10  XI-QTY             PIC 9(7)V999.
               10  XI-MATCHED         PIC X.
       01  WS-XFER-DROPPED            PIC 9(5) VALUE 0.
       01  WS-XO-SAVED                PIC 9(3). *> Table fill before
       01  WS-XI-SAVED                PIC 9(3). *> each export, put
       01  WS-DROPPED-SAVED           PIC 9(5). *> back if damaged.
       01  WS-XFER-MISSING            PIC 9(3) VALUE 0.
       01  WS-XFER-DAMAGED            PIC 9(5) VALUE 0.
       01  WS-XFER-OK                 PIC 9(5).
       01  WS-XFER-EXCEPTIONS         PIC 9(5).
       01  WS-TRANSIT-DAYS            PIC S9(5).
       01  WS-TRANSIT-DAYS-EDIT       PIC Z(3)9.

       *> Report work.
       01  WS-SUM-TXNS                PIC 9(9).
       01  WS-SUM-REFUND-COUNT        PIC 9(9).
       01  WS-SUM-GROSS               PIC S9(11)V99.
       01  WS-SUM-DISCOUNTS           PIC S9(11)V99.
       01  WS-SUM-TAX                 PIC S9(11)V99.
       01  WS-SUM-REFUNDS             PIC S9(11)V99.
       01  WS-SUM-NET                 PIC S9(11)V99.
       01  WS-SUM-TENDER              PIC S9(11)V99 OCCURS 7 TIMES.
       01  WS-SUM-STOCK-UNITS         PIC 9(11)V999.
       01  WS-SUM-STOCK-COST          PIC 9(13)V99.
       01  WS-SUM-STOCK-RETAIL        PIC 9(13)V99.
       01  WS-SUM-OVER-SHORT          PIC S9(9)V99.
       01  WS-SUM-SHIFTS              PIC 9(7).
       01  WS-SUM-OPEN-OUT            PIC 9(7).
       01  WS-SUM-DEPT-SALES          PIC S9(11)V99.
       01  WS-SUM-DEPT-STOCK          PIC 9(13)V99.

       01  WS-MONEY-EDIT              PIC -(11)9.99.
       01  WS-MONEY-EDIT-2            PIC -(11)9.99.
       01  WS-COUNT-EDIT              PIC Z(8)9.
       01  WS-QTY-EDIT                PIC Z(6)9.999.
       01  WS-QTY-EDIT-2              PIC Z(6)9.999.

       *> Side-by-side: a 14-character label, then five branch
       *> columns of 13; more branches print as further panels.
       01  WS-SBS-LINE                PIC X(80).
       01  WS-SBS-LABEL               PIC X(14).
       01  WS-CELL-EDIT               PIC -(8)9.99.
       01  WS-CELL-AMOUNT             PIC S9(13)V99.
       01  WS-CELL-POS                PIC 9(3).
       01  WS-PANEL-FIRST             PIC 9(3).
       01  WS-PANEL-LAST              PIC 9(3).
       01  WS-SBS-ROW-KIND            PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-BRANCH-LIST
           PERFORM MAIN-MENU-PROCESS
               UNTIL WS-MENU-CHOICE = "6"
           STOP RUN.

       MAIN-MENU-PROCESS.
           DISPLAY SPACES
           DISPLAY "OSPOS | HEAD OFFICE CONSOLIDATION"
           DISPLAY "1. Day Status (who has sent)"
           DISPLAY "2. Consolidated Report"
           DISPLAY "3. Side-by-Side Report"
           DISPLAY "4. Transfer Reconciliation"
           DISPLAY "5. Branch List"
           DISPLAY "6. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM ASK-REPORT-DATE
                   IF DATE-IS-OK
                       PERFORM LOAD-DAY
                       PERFORM PRINT-DAY-STATUS
                   END-IF
               WHEN "2"
                   PERFORM ASK-REPORT-DATE
                   IF DATE-IS-OK
                       PERFORM LOAD-DAY
                       PERFORM LOAD-OPEN-TRANSFERS
                       PERFORM PRINT-CONSOLIDATED-REPORT
                   END-IF
               WHEN "3"
                   PERFORM ASK-REPORT-DATE
                   IF DATE-IS-OK
                       PERFORM LOAD-DAY
                       PERFORM LOAD-OPEN-TRANSFERS
                       PERFORM PRINT-SIDE-BY-SIDE-REPORT
                   END-IF
               WHEN "4"
                   PERFORM ASK-REPORT-DATE
                   IF DATE-IS-OK
                       PERFORM TRANSFER-RECONCILIATION
                   END-IF
               WHEN "5"
                   PERFORM BRANCH-LIST-ROUTINE
               WHEN "6"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       ASK-REPORT-DATE.
           MOVE "N" TO WS-DATE-OK-FLAG
           IF WS-BR-COUNT = ZERO
               DISPLAY "No branches on BRANCHES.csv - add them under "
                   "Branch List first."
           ELSE
               DISPLAY "Business Date YYYYMMDD (Enter=today): "
               MOVE SPACES TO WS-DATE-REPLY
               ACCEPT WS-DATE-REPLY
               IF WS-DATE-REPLY = SPACES
                   MOVE WS-TODAY-DATE TO WS-REPORT-DATE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-DATE-REPLY)
                       TO WS-REPORT-DATE
               END-IF
               MOVE FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
                   TO WS-REPORT-DATE-INT
               IF WS-REPORT-DATE-INT = ZERO
                   DISPLAY "Dates must be real YYYYMMDD dates."
               ELSE
                   MOVE "Y" TO WS-DATE-OK-FLAG
               END-IF
           END-IF.

       *> ----------------------------------------------------------
       *> BRANCHES.csv: CODE,NAME. Loaded once at start and rewritten
       *> whole whenever the list is changed.
       *> ----------------------------------------------------------
       LOAD-BRANCH-LIST.
           MOVE ZERO TO WS-BR-COUNT
           OPEN INPUT BRANCH-LIST-FILE
           IF NOT LIST-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-BRANCH-LIST-ROW UNTIL AT-EOF
               CLOSE BRANCH-LIST-FILE
           END-IF.

       READ-BRANCH-LIST-ROW.
           READ BRANCH-LIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF BRANCH-LIST-RECORD NOT = SPACES
                       AND WS-BR-COUNT < 30
                       ADD 1 TO WS-BR-COUNT
                       MOVE SPACES TO BR-CODE(WS-BR-COUNT)
                       MOVE SPACES TO BR-NAME(WS-BR-COUNT)
                       UNSTRING BRANCH-LIST-RECORD DELIMITED BY ","
                           INTO BR-CODE(WS-BR-COUNT)
                                BR-NAME(WS-BR-COUNT)
                       END-UNSTRING
                   END-IF
           END-READ.

       SAVE-BRANCH-LIST.
           OPEN OUTPUT BRANCH-LIST-FILE
           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
               UNTIL WS-BR-INDEX > WS-BR-COUNT
               MOVE SPACES TO BRANCH-LIST-RECORD
               STRING FUNCTION TRIM(BR-CODE(WS-BR-INDEX))
                                              DELIMITED BY SIZE
                      ","                     DELIMITED BY SIZE
                      FUNCTION TRIM(BR-NAME(WS-BR-INDEX))
                                              DELIMITED BY SIZE
                   INTO BRANCH-LIST-RECORD
               END-STRING
               WRITE BRANCH-LIST-RECORD
           END-PERFORM
           CLOSE BRANCH-LIST-FILE.

       BRANCH-LIST-ROUTINE.
           MOVE SPACE TO WS-LIST-CHOICE
           PERFORM BRANCH-LIST-MENU-PASS
               UNTIL WS-LIST-CHOICE = "4".

       BRANCH-LIST-MENU-PASS.
           DISPLAY SPACES
           DISPLAY "OSPOS | HEAD OFFICE | BRANCH LIST"
           DISPLAY "1. Add Branch"
           DISPLAY "2. Remove Branch"
           DISPLAY "3. List Branches"
           DISPLAY "4. Back"
           DISPLAY "Enter your choice: "
           ACCEPT WS-LIST-CHOICE
           EVALUATE WS-LIST-CHOICE
               WHEN "1"
                   PERFORM ADD-BRANCH-ROUTINE
               WHEN "2"
                   PERFORM REMOVE-BRANCH-ROUTINE
               WHEN "3"
                   PERFORM LIST-BRANCHES-ROUTINE
               WHEN "4"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       *> The code is the one each branch keyed into its BRANCH.dat,
       *> which names its export files.
       ADD-BRANCH-ROUTINE.
           DISPLAY "Branch Code: "
           MOVE SPACES TO WS-NEW-CODE
           ACCEPT WS-NEW-CODE
           MOVE FUNCTION UPPER-CASE(WS-NEW-CODE) TO WS-NEW-CODE
           MOVE WS-NEW-CODE TO WS-F1
           PERFORM FIND-BRANCH-BY-CODE
           IF WS-NEW-CODE = SPACES
               DISPLAY "A branch code is required."
           ELSE
               IF WS-BR-MATCH NOT = ZERO
                   DISPLAY "Branch " FUNCTION TRIM(WS-NEW-CODE)
                       " is already on the list."
               ELSE
                   IF WS-BR-COUNT >= 30
                       DISPLAY "The branch list is full (30)."
                   ELSE
                       DISPLAY "Branch Name: "
                       MOVE SPACES TO WS-NEW-NAME
                       ACCEPT WS-NEW-NAME
                       ADD 1 TO WS-BR-COUNT
                       MOVE WS-NEW-CODE TO BR-CODE(WS-BR-COUNT)
                       MOVE WS-NEW-NAME TO BR-NAME(WS-BR-COUNT)
                       PERFORM SAVE-BRANCH-LIST
                       DISPLAY "Branch " FUNCTION TRIM(WS-NEW-CODE)
                           " added."
                   END-IF
               END-IF
           END-IF.

       REMOVE-BRANCH-ROUTINE.
           DISPLAY "Branch Code to Remove: "
           MOVE SPACES TO WS-NEW-CODE
           ACCEPT WS-NEW-CODE
           MOVE FUNCTION UPPER-CASE(WS-NEW-CODE) TO WS-NEW-CODE
           MOVE WS-NEW-CODE TO WS-F1
           PERFORM FIND-BRANCH-BY-CODE
           IF WS-BR-MATCH = ZERO
               DISPLAY "Branch " FUNCTION TRIM(WS-NEW-CODE)
                   " is not on the list."
           ELSE
               PERFORM VARYING WS-BR-INDEX FROM WS-BR-MATCH BY 1
                   UNTIL WS-BR-INDEX >= WS-BR-COUNT
                   MOVE WS-BR-ENTRY(WS-BR-INDEX + 1)
                       TO WS-BR-ENTRY(WS-BR-INDEX)
               END-PERFORM
               SUBTRACT 1 FROM WS-BR-COUNT
               PERFORM SAVE-BRANCH-LIST
               DISPLAY "Branch " FUNCTION TRIM(WS-NEW-CODE)
                   " removed."
           END-IF.

       LIST-BRANCHES-ROUTINE.
           DISPLAY "------------------------------------------------"
           DISPLAY " BRANCHES REPORTING TO HEAD OFFICE"
           DISPLAY "------------------------------------------------"
           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
               UNTIL WS-BR-INDEX > WS-BR-COUNT
               DISPLAY BR-CODE(WS-BR-INDEX) " "
                   BR-NAME(WS-BR-INDEX)
           END-PERFORM
           IF WS-BR-COUNT = ZERO
               DISPLAY "No branches on the list."
           END-IF
           DISPLAY "------------------------------------------------".

       *> Finds the branch whose code is in WS-F1.
       FIND-BRANCH-BY-CODE.
           MOVE ZERO TO WS-BR-MATCH
           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
               UNTIL WS-BR-INDEX > WS-BR-COUNT
               IF BR-CODE(WS-BR-INDEX) = WS-F1(1:10)
                   AND WS-F1(11:10) = SPACES
                   MOVE WS-BR-INDEX TO WS-BR-MATCH
               END-IF
           END-PERFORM.

       *> ----------------------------------------------------------
       *> Loads every listed branch's export for the report date.
       *> ----------------------------------------------------------
       LOAD-DAY.
           MOVE "D" TO WS-LOAD-MODE
           MOVE WS-REPORT-DATE TO WS-FILE-DATE
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE ZERO TO WS-RECEIVED-COUNT
           MOVE ZERO TO WS-MISSING-COUNT
           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
               UNTIL WS-BR-INDEX > WS-BR-COUNT
               PERFORM CLEAR-BRANCH-FIGURES
               PERFORM READ-ONE-EXPORT
               EVALUATE TRUE
                   WHEN BR-RECEIVED(WS-BR-INDEX)
                       ADD 1 TO WS-RECEIVED-COUNT
                   WHEN BR-DAMAGED(WS-BR-INDEX)
                       PERFORM CLEAR-BRANCH-FIGURES
                       MOVE "D" TO BR-STATE(WS-BR-INDEX)
                       ADD 1 TO WS-MISSING-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-MISSING-COUNT
               END-EVALUATE
           END-PERFORM.

       CLEAR-BRANCH-FIGURES.
           MOVE "M" TO BR-STATE(WS-BR-INDEX)
           MOVE ZERO TO BR-TXNS(WS-BR-INDEX)
           MOVE ZERO TO BR-REFUND-COUNT(WS-BR-INDEX)
           MOVE ZERO TO BR-GROSS(WS-BR-INDEX)
           MOVE ZERO TO BR-DISCOUNTS(WS-BR-INDEX)
           MOVE ZERO TO BR-TAX(WS-BR-INDEX)
           MOVE ZERO TO BR-REFUNDS(WS-BR-INDEX)
           MOVE ZERO TO BR-NET(WS-BR-INDEX)
           PERFORM VARYING WS-TENDER-INDEX FROM 1 BY 1
               UNTIL WS-TENDER-INDEX > 7
               MOVE ZERO TO BR-TENDER-AMT(WS-BR-INDEX, WS-TENDER-INDEX)
           END-PERFORM
           MOVE ZERO TO BR-STOCK-UNITS(WS-BR-INDEX)
           MOVE ZERO TO BR-STOCK-COST(WS-BR-INDEX)
           MOVE ZERO TO BR-STOCK-RETAIL(WS-BR-INDEX)
           MOVE ZERO TO BR-OVER-SHORT(WS-BR-INDEX)
           MOVE ZERO TO BR-SHIFTS(WS-BR-INDEX)
           MOVE ZERO TO BR-OPEN-OUT(WS-BR-INDEX)
           MOVE ZERO TO BR-XFER-IN(WS-BR-INDEX)
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               MOVE ZERO TO HD-SALES(WS-DEPT-INDEX, WS-BR-INDEX)
               MOVE ZERO TO HD-STOCK-COST(WS-DEPT-INDEX, WS-BR-INDEX)
           END-PERFORM.

       *> Reads BRANCH-EXPORT_<branch>_<date>.csv for branch
       *> WS-BR-INDEX and date WS-FILE-DATE, and judges it whole.
       READ-ONE-EXPORT.
           MOVE SPACES TO WS-EXPORT-FILE-NAME
           STRING "BRANCH-EXPORT_"              DELIMITED BY SIZE
                  FUNCTION TRIM(BR-CODE(WS-BR-INDEX))
                                                DELIMITED BY SIZE
                  "_"                           DELIMITED BY SIZE
                  WS-FILE-DATE                  DELIMITED BY SIZE
                  ".csv"                        DELIMITED BY SIZE
               INTO WS-EXPORT-FILE-NAME
           END-STRING
           MOVE "M" TO BR-STATE(WS-BR-INDEX)
           OPEN INPUT EXPORT-FILE
           IF NOT EXPORT-FILE-MISSING
               MOVE "N" TO WS-HDR-SEEN-FLAG
               MOVE "N" TO WS-END-SEEN-FLAG
               MOVE ZERO TO WS-ROWS-READ
               MOVE ZERO TO WS-ROWS-CLAIMED
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-EXPORT-ROW UNTIL AT-EOF
               CLOSE EXPORT-FILE
               IF HEADER-MATCHES AND END-ROW-SEEN
                   AND WS-ROWS-CLAIMED = WS-ROWS-READ
                   MOVE "R" TO BR-STATE(WS-BR-INDEX)
               ELSE
                   MOVE "D" TO BR-STATE(WS-BR-INDEX)
               END-IF
           END-IF.

       READ-EXPORT-ROW.
           READ EXPORT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4
                   MOVE SPACES TO WS-F5 WS-F6 WS-F7 WS-F8
                   UNSTRING EXPORT-RECORD DELIMITED BY ","
                       INTO WS-F1 WS-F2 WS-F3 WS-F4
                            WS-F5 WS-F6 WS-F7 WS-F8
                   END-UNSTRING
                   PERFORM CLASSIFY-EXPORT-ROW
           END-READ.

       CLASSIFY-EXPORT-ROW.
           EVALUATE FUNCTION TRIM(WS-F1)
               WHEN "HDR"
                   IF WS-F2(1:10) = BR-CODE(WS-BR-INDEX)
                       AND FUNCTION NUMVAL(WS-F3) = WS-FILE-DATE
                       MOVE "Y" TO WS-HDR-SEEN-FLAG
                   END-IF
               WHEN "END"
                   MOVE "Y" TO WS-END-SEEN-FLAG
                   MOVE FUNCTION NUMVAL(WS-F2) TO WS-ROWS-CLAIMED
               WHEN "XFER-OUT"
                   IF LOADING-TRANSFERS
                       AND WS-FILE-DATE = WS-REPORT-DATE
                       PERFORM ADD-TRANSFER-OUT
                   END-IF
               WHEN "XFER-IN"
                   IF LOADING-DAY
                       ADD 1 TO BR-XFER-IN(WS-BR-INDEX)
                   ELSE
                       PERFORM ADD-TRANSFER-IN
                   END-IF
               WHEN OTHER
                   IF LOADING-DAY
                       PERFORM TAKE-DAY-ROW
                   END-IF
           END-EVALUATE.

       TAKE-DAY-ROW.
           EVALUATE FUNCTION TRIM(WS-F1)
               WHEN "SALES"
                   MOVE FUNCTION NUMVAL(WS-F2) TO BR-TXNS(WS-BR-INDEX)
                   MOVE FUNCTION NUMVAL(WS-F3)
                       TO BR-REFUND-COUNT(WS-BR-INDEX)
                   MOVE FUNCTION NUMVAL(WS-F4) TO BR-GROSS(WS-BR-INDEX)
                   MOVE FUNCTION NUMVAL(WS-F5)
                       TO BR-DISCOUNTS(WS-BR-INDEX)
                   MOVE FUNCTION NUMVAL(WS-F6) TO BR-TAX(WS-BR-INDEX)
                   MOVE FUNCTION NUMVAL(WS-F7)
                       TO BR-REFUNDS(WS-BR-INDEX)
                   MOVE FUNCTION NUMVAL(WS-F8) TO BR-NET(WS-BR-INDEX)
               WHEN "DEPT"
                   MOVE WS-F2(1:10) TO WS-DEPT-KEY
                   PERFORM FIND-DEPT-SLOT
                   IF WS-DEPT-MATCH NOT = ZERO
                       ADD FUNCTION NUMVAL(WS-F3)
                           TO HD-SALES(WS-DEPT-MATCH, WS-BR-INDEX)
                   END-IF
               WHEN "TENDER"
                   MOVE FUNCTION NUMVAL(WS-F2) TO WS-TENDER-INDEX
                   IF WS-TENDER-INDEX >= 1 AND WS-TENDER-INDEX <= 7
                       ADD FUNCTION NUMVAL(WS-F5)
                           TO BR-TENDER-AMT(WS-BR-INDEX,
                                            WS-TENDER-INDEX)
                   END-IF
               WHEN "STOCK"
                   ADD FUNCTION NUMVAL(WS-F3)
                       TO BR-STOCK-UNITS(WS-BR-INDEX)
                   ADD FUNCTION NUMVAL(WS-F4)
                       TO BR-STOCK-COST(WS-BR-INDEX)
                   ADD FUNCTION NUMVAL(WS-F5)
                       TO BR-STOCK-RETAIL(WS-BR-INDEX)
                   MOVE WS-F2(1:10) TO WS-DEPT-KEY
                   PERFORM FIND-DEPT-SLOT
                   IF WS-DEPT-MATCH NOT = ZERO
                       ADD FUNCTION NUMVAL(WS-F4)
                           TO HD-STOCK-COST(WS-DEPT-MATCH, WS-BR-INDEX)
                   END-IF
               WHEN "SHIFT"
                   ADD 1 TO BR-SHIFTS(WS-BR-INDEX)
                   ADD FUNCTION NUMVAL(WS-F6)
                       TO BR-OVER-SHORT(WS-BR-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *> A department new to the chain gets a zeroed column for
       *> every branch.
       FIND-DEPT-SLOT.
           MOVE ZERO TO WS-DEPT-MATCH
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               IF HD-DEPT(WS-DEPT-INDEX) = WS-DEPT-KEY
                   MOVE WS-DEPT-INDEX TO WS-DEPT-MATCH
               END-IF
           END-PERFORM
           IF WS-DEPT-MATCH = ZERO AND WS-DEPT-COUNT < 60
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-MATCH
               MOVE WS-DEPT-KEY TO HD-DEPT(WS-DEPT-MATCH)
               PERFORM VARYING WS-BR-MATCH FROM 1 BY 1
                   UNTIL WS-BR-MATCH > 30
                   MOVE ZERO TO HD-SALES(WS-DEPT-MATCH, WS-BR-MATCH)
                   MOVE ZERO
                       TO HD-STOCK-COST(WS-DEPT-MATCH, WS-BR-MATCH)
               END-PERFORM
           END-IF.

       *> ----------------------------------------------------------
       *> Who has sent the day.
       *> ----------------------------------------------------------
       PRINT-DAY-STATUS.
           DISPLAY "------------------------------------------------"
           DISPLAY " BRANCH EXPORTS FOR " WS-REPORT-DATE
           DISPLAY "------------------------------------------------"
           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
               UNTIL WS-BR-INDEX > WS-BR-COUNT
               EVALUATE TRUE
                   WHEN BR-RECEIVED(WS-BR-INDEX)
                       MOVE BR-NET(WS-BR-INDEX) TO WS-MONEY-EDIT
                       DISPLAY BR-CODE(WS-BR-INDEX) " "
                           BR-NAME(WS-BR-INDEX) " RECEIVED  net "
                           WS-MONEY-EDIT
                   WHEN BR-DAMAGED(WS-BR-INDEX)
                       DISPLAY BR-CODE(WS-BR-INDEX) " "
                           BR-NAME(WS-BR-INDEX) " DAMAGED - "
                           "have the branch send it again"
                   WHEN OTHER
                       DISPLAY BR-CODE(WS-BR-INDEX) " "
                           BR-NAME(WS-BR-INDEX) " NOT SENT"
               END-EVALUATE
           END-PERFORM
           DISPLAY "------------------------------------------------"
           DISPLAY "Received: " WS-RECEIVED-COUNT
               "   Outstanding: " WS-MISSING-COUNT
           DISPLAY "------------------------------------------------".

       *> Lists the branches a report leaves out, so nobody reads a
       *> partial chain total as the whole.
       PRINT-MISSING-NOTE.
           IF WS-MISSING-COUNT > ZERO
               DISPLAY "*** Not included - no usable export: "
               PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
                   UNTIL WS-BR-INDEX > WS-BR-COUNT
                   IF NOT BR-RECEIVED(WS-BR-INDEX)
                       DISPLAY "      " BR-CODE(WS-BR-INDEX) " "
                           BR-NAME(WS-BR-INDEX)
                   END-IF
               END-PERFORM
           END-IF.

       *> ----------------------------------------------------------
       *> The chain as one store.
       *> ----------------------------------------------------------
       PRINT-CONSOLIDATED-REPORT.
           MOVE ZERO TO WS-SUM-TXNS WS-SUM-REFUND-COUNT
           MOVE ZERO TO WS-SUM-GROSS WS-SUM-DISCOUNTS WS-SUM-TAX
           MOVE ZERO TO WS-SUM-REFUNDS WS-SUM-NET
           MOVE ZERO TO WS-SUM-STOCK-UNITS WS-SUM-STOCK-COST
           MOVE ZERO TO WS-SUM-STOCK-RETAIL WS-SUM-OVER-SHORT
           MOVE ZERO TO WS-SUM-SHIFTS WS-SUM-OPEN-OUT
           PERFORM VARYING WS-TENDER-INDEX FROM 1 BY 1
               UNTIL WS-TENDER-INDEX > 7
               MOVE ZERO TO WS-SUM-TENDER(WS-TENDER-INDEX)
           END-PERFORM
           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
               UNTIL WS-BR-INDEX > WS-BR-COUNT
               IF BR-RECEIVED(WS-BR-INDEX)
                   PERFORM ADD-BRANCH-TO-SUMS
               END-IF
           END-PERFORM

           DISPLAY "------------------------------------------------"
           DISPLAY " CONSOLIDATED DAY " WS-REPORT-DATE
           DISPLAY " " WS-RECEIVED-COUNT " of " WS-BR-COUNT
               " branch(es) reporting"
           DISPLAY "------------------------------------------------"
           MOVE WS-SUM-TXNS TO WS-COUNT-EDIT
           DISPLAY "Transactions:       " WS-COUNT-EDIT
           MOVE WS-SUM-REFUND-COUNT TO WS-COUNT-EDIT
           DISPLAY "Refunds:            " WS-COUNT-EDIT
           MOVE WS-SUM-GROSS TO WS-MONEY-EDIT
           DISPLAY "Gross Sales:        " WS-MONEY-EDIT
           MOVE WS-SUM-DISCOUNTS TO WS-MONEY-EDIT
           DISPLAY "Total Discounts:    " WS-MONEY-EDIT
           MOVE WS-SUM-TAX TO WS-MONEY-EDIT
           DISPLAY "Total Tax:          " WS-MONEY-EDIT
           MOVE WS-SUM-REFUNDS TO WS-MONEY-EDIT
           DISPLAY "Refunds Paid:       " WS-MONEY-EDIT
           MOVE WS-SUM-NET TO WS-MONEY-EDIT
           DISPLAY "Net Sales:          " WS-MONEY-EDIT
           DISPLAY "------------------------------------------------"
           DISPLAY " BY TENDER"
           PERFORM VARYING WS-TENDER-INDEX FROM 1 BY 1
               UNTIL WS-TENDER-INDEX > 7
               MOVE WS-SUM-TENDER(WS-TENDER-INDEX) TO WS-MONEY-EDIT
               DISPLAY "  " TND-NAME(WS-TENDER-INDEX)
                   "          " WS-MONEY-EDIT
           END-PERFORM
           DISPLAY "------------------------------------------------"
           DISPLAY " BY DEPARTMENT      SALES        STOCK AT COST"
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               PERFORM SUM-ONE-DEPT
               MOVE WS-SUM-DEPT-SALES TO WS-MONEY-EDIT
               MOVE WS-SUM-DEPT-STOCK TO WS-MONEY-EDIT-2
               DISPLAY "  " HD-DEPT(WS-DEPT-INDEX) " " WS-MONEY-EDIT
                   " " WS-MONEY-EDIT-2
           END-PERFORM
           DISPLAY "------------------------------------------------"
           MOVE WS-SUM-STOCK-UNITS TO WS-QTY-EDIT
           DISPLAY "Stock on Hand Units:" WS-QTY-EDIT
           MOVE WS-SUM-STOCK-COST TO WS-MONEY-EDIT
           DISPLAY "Stock at Cost:      " WS-MONEY-EDIT
           MOVE WS-SUM-STOCK-RETAIL TO WS-MONEY-EDIT
           DISPLAY "Stock at Retail:    " WS-MONEY-EDIT
           MOVE WS-SUM-SHIFTS TO WS-COUNT-EDIT
           DISPLAY "Shifts Closed:      " WS-COUNT-EDIT
           MOVE WS-SUM-OVER-SHORT TO WS-MONEY-EDIT
           DISPLAY "Cash Over/Short:    " WS-MONEY-EDIT
           MOVE WS-SUM-OPEN-OUT TO WS-COUNT-EDIT
           DISPLAY "Unconfirmed Xfers:  " WS-COUNT-EDIT
           DISPLAY "  (sent in the last 30 days, no receipt on file -"
               " see Transfer Reconciliation)"
           DISPLAY "------------------------------------------------"
           PERFORM PRINT-MISSING-NOTE.

       ADD-BRANCH-TO-SUMS.
           ADD BR-TXNS(WS-BR-INDEX) TO WS-SUM-TXNS
           ADD BR-REFUND-COUNT(WS-BR-INDEX) TO WS-SUM-REFUND-COUNT
           ADD BR-GROSS(WS-BR-INDEX) TO WS-SUM-GROSS
           ADD BR-DISCOUNTS(WS-BR-INDEX) TO WS-SUM-DISCOUNTS
           ADD BR-TAX(WS-BR-INDEX) TO WS-SUM-TAX
           ADD BR-REFUNDS(WS-BR-INDEX) TO WS-SUM-REFUNDS
           ADD BR-NET(WS-BR-INDEX) TO WS-SUM-NET
           PERFORM VARYING WS-TENDER-INDEX FROM 1 BY 1
               UNTIL WS-TENDER-INDEX > 7
               ADD BR-TENDER-AMT(WS-BR-INDEX, WS-TENDER-INDEX)
                   TO WS-SUM-TENDER(WS-TENDER-INDEX)
           END-PERFORM
           ADD BR-STOCK-UNITS(WS-BR-INDEX) TO WS-SUM-STOCK-UNITS
           ADD BR-STOCK-COST(WS-BR-INDEX) TO WS-SUM-STOCK-COST
           ADD BR-STOCK-RETAIL(WS-BR-INDEX) TO WS-SUM-STOCK-RETAIL
           ADD BR-OVER-SHORT(WS-BR-INDEX) TO WS-SUM-OVER-SHORT
           ADD BR-SHIFTS(WS-BR-INDEX) TO WS-SUM-SHIFTS
           ADD BR-OPEN-OUT(WS-BR-INDEX) TO WS-SUM-OPEN-OUT.

       SUM-ONE-DEPT.
           MOVE ZERO TO WS-SUM-DEPT-SALES
           MOVE ZERO TO WS-SUM-DEPT-STOCK
           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
               UNTIL WS-BR-INDEX > WS-BR-COUNT
               IF BR-RECEIVED(WS-BR-INDEX)
                   ADD HD-SALES(WS-DEPT-INDEX, WS-BR-INDEX)
                       TO WS-SUM-DEPT-SALES
                   ADD HD-STOCK-COST(WS-DEPT-INDEX, WS-BR-INDEX)
                       TO WS-SUM-DEPT-STOCK
               END-IF
           END-PERFORM.

       *> ----------------------------------------------------------
       *> The same figures a branch to a column, five branches to a
       *> panel. A branch with no usable export prints its heading
       *> and blank cells, never zeros that could pass for a day.
       *> ----------------------------------------------------------
       PRINT-SIDE-BY-SIDE-REPORT.
           DISPLAY "------------------------------------------------"
               "--------------------------------"
           DISPLAY " BRANCHES SIDE BY SIDE " WS-REPORT-DATE
           PERFORM VARYING WS-PANEL-FIRST FROM 1 BY 5
               UNTIL WS-PANEL-FIRST > WS-BR-COUNT
               COMPUTE WS-PANEL-LAST = WS-PANEL-FIRST + 4
               IF WS-PANEL-LAST > WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-PANEL-LAST
               END-IF
               PERFORM PRINT-ONE-PANEL
           END-PERFORM
           DISPLAY "------------------------------------------------"
               "--------------------------------"
           PERFORM PRINT-MISSING-NOTE.

       PRINT-ONE-PANEL.
           DISPLAY "------------------------------------------------"
               "--------------------------------"
           MOVE SPACES TO WS-SBS-LINE
           MOVE "BRANCH" TO WS-SBS-LINE(1:14)
           PERFORM VARYING WS-BR-INDEX FROM WS-PANEL-FIRST BY 1
               UNTIL WS-BR-INDEX > WS-PANEL-LAST
               COMPUTE WS-CELL-POS =
                   15 + (WS-BR-INDEX - WS-PANEL-FIRST) * 13 + 2
               MOVE BR-CODE(WS-BR-INDEX) TO WS-SBS-LINE(WS-CELL-POS:10)
           END-PERFORM
           DISPLAY WS-SBS-LINE
           MOVE SPACES TO WS-SBS-LINE
           PERFORM VARYING WS-BR-INDEX FROM WS-PANEL-FIRST BY 1
               UNTIL WS-BR-INDEX > WS-PANEL-LAST
               COMPUTE WS-CELL-POS =
                   15 + (WS-BR-INDEX - WS-PANEL-FIRST) * 13 + 2
               EVALUATE TRUE
                   WHEN BR-RECEIVED(WS-BR-INDEX)
                       MOVE "received"
                           TO WS-SBS-LINE(WS-CELL-POS:10)
                   WHEN BR-DAMAGED(WS-BR-INDEX)
                       MOVE "DAMAGED" TO WS-SBS-LINE(WS-CELL-POS:10)
                   WHEN OTHER
                       MOVE "NOT SENT" TO WS-SBS-LINE(WS-CELL-POS:10)
               END-EVALUATE
           END-PERFORM
           DISPLAY WS-SBS-LINE

           MOVE "TX" TO WS-SBS-ROW-KIND
           MOVE "Transactions" TO WS-SBS-LABEL
           PERFORM PRINT-SBS-ROW
           MOVE "GR" TO WS-SBS-ROW-KIND
           MOVE "Gross Sales" TO WS-SBS-LABEL
           PERFORM PRINT-SBS-ROW
           MOVE "DS" TO WS-SBS-ROW-KIND
           MOVE "Discounts" TO WS-SBS-LABEL
           PERFORM PRINT-SBS-ROW
           MOVE "TA" TO WS-SBS-ROW-KIND
           MOVE "Tax" TO WS-SBS-LABEL
           PERFORM PRINT-SBS-ROW
           MOVE "RF" TO WS-SBS-ROW-KIND
           MOVE "Refunds Paid" TO WS-SBS-LABEL
           PERFORM PRINT-SBS-ROW
           MOVE "NT" TO WS-SBS-ROW-KIND
           MOVE "Net Sales" TO WS-SBS-LABEL
           PERFORM PRINT-SBS-ROW
           PERFORM VARYING WS-TENDER-INDEX FROM 1 BY 1
               UNTIL WS-TENDER-INDEX > 7
               MOVE "TN" TO WS-SBS-ROW-KIND
               MOVE SPACES TO WS-SBS-LABEL
               STRING "  "                      DELIMITED BY SIZE
                      TND-NAME(WS-TENDER-INDEX) DELIMITED BY SPACE
                   INTO WS-SBS-LABEL
               END-STRING
               PERFORM PRINT-SBS-ROW
           END-PERFORM
           MOVE "SC" TO WS-SBS-ROW-KIND
           MOVE "Stock at Cost" TO WS-SBS-LABEL
           PERFORM PRINT-SBS-ROW
           MOVE "SR" TO WS-SBS-ROW-KIND
           MOVE "Stock Retail" TO WS-SBS-LABEL
           PERFORM PRINT-SBS-ROW
           MOVE "SH" TO WS-SBS-ROW-KIND
           MOVE "Shifts Closed" TO WS-SBS-LABEL
           PERFORM PRINT-SBS-ROW
           MOVE "OS" TO WS-SBS-ROW-KIND
           MOVE "Over/Short" TO WS-SBS-LABEL
           PERFORM PRINT-SBS-ROW
           MOVE "XO" TO WS-SBS-ROW-KIND
           MOVE "Xfers Unconf." TO WS-SBS-LABEL
           PERFORM PRINT-SBS-ROW
           DISPLAY "Sales by department:"
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               MOVE "DP" TO WS-SBS-ROW-KIND
               MOVE SPACES TO WS-SBS-LABEL
               STRING "  "                    DELIMITED BY SIZE
                      HD-DEPT(WS-DEPT-INDEX)  DELIMITED BY SIZE
                   INTO WS-SBS-LABEL
               END-STRING
               PERFORM PRINT-SBS-ROW
           END-PERFORM.

       PRINT-SBS-ROW.
           MOVE SPACES TO WS-SBS-LINE
           MOVE WS-SBS-LABEL TO WS-SBS-LINE(1:14)
           PERFORM VARYING WS-BR-INDEX FROM WS-PANEL-FIRST BY 1
               UNTIL WS-BR-INDEX > WS-PANEL-LAST
               IF BR-RECEIVED(WS-BR-INDEX)
                   PERFORM PICK-SBS-CELL
                   MOVE WS-CELL-AMOUNT TO WS-CELL-EDIT
                   COMPUTE WS-CELL-POS =
                       15 + (WS-BR-INDEX - WS-PANEL-FIRST) * 13
                   MOVE WS-CELL-EDIT TO WS-SBS-LINE(WS-CELL-POS:12)
               END-IF
           END-PERFORM
           DISPLAY WS-SBS-LINE.

       PICK-SBS-CELL.
           EVALUATE WS-SBS-ROW-KIND
               WHEN "TX"
                   MOVE BR-TXNS(WS-BR-INDEX) TO WS-CELL-AMOUNT
               WHEN "GR"
                   MOVE BR-GROSS(WS-BR-INDEX) TO WS-CELL-AMOUNT
               WHEN "DS"
                   MOVE BR-DISCOUNTS(WS-BR-INDEX) TO WS-CELL-AMOUNT
               WHEN "TA"
                   MOVE BR-TAX(WS-BR-INDEX) TO WS-CELL-AMOUNT
               WHEN "RF"
                   MOVE BR-REFUNDS(WS-BR-INDEX) TO WS-CELL-AMOUNT
               WHEN "NT"
                   MOVE BR-NET(WS-BR-INDEX) TO WS-CELL-AMOUNT
               WHEN "TN"
                   MOVE BR-TENDER-AMT(WS-BR-INDEX, WS-TENDER-INDEX)
                       TO WS-CELL-AMOUNT
               WHEN "SC"
                   MOVE BR-STOCK-COST(WS-BR-INDEX) TO WS-CELL-AMOUNT
               WHEN "SR"
                   MOVE BR-STOCK-RETAIL(WS-BR-INDEX) TO WS-CELL-AMOUNT
               WHEN "SH"
                   MOVE BR-SHIFTS(WS-BR-INDEX) TO WS-CELL-AMOUNT
               WHEN "OS"
                   MOVE BR-OVER-SHORT(WS-BR-INDEX) TO WS-CELL-AMOUNT
               WHEN "XO"
                   MOVE BR-OPEN-OUT(WS-BR-INDEX) TO WS-CELL-AMOUNT
               WHEN "DP"
                   MOVE HD-SALES(WS-DEPT-INDEX, WS-BR-INDEX)
                       TO WS-CELL-AMOUNT
               WHEN OTHER
                   MOVE ZERO TO WS-CELL-AMOUNT
           END-EVALUATE.

       *> ----------------------------------------------------------
       *> Transfer reconciliation. Each branch's export for the
       *> report date lists every transfer it sent and still shows
       *> dispatched - the sender never hears of the confirm. Every
       *> export in the look-back window before it is searched for
       *> the receiving branch's confirm of the same origin, number
       *> and dispatch date.
       *> ----------------------------------------------------------
       TRANSFER-RECONCILIATION.
           DISPLAY "Days to look back for receipts (Enter=30): "
           MOVE SPACES TO WS-LOOKBACK-REPLY
           ACCEPT WS-LOOKBACK-REPLY
           IF WS-LOOKBACK-REPLY = SPACES
               MOVE 30 TO WS-LOOKBACK-DAYS
           ELSE
               MOVE FUNCTION NUMVAL(WS-LOOKBACK-REPLY)
                   TO WS-LOOKBACK-DAYS
           END-IF
           PERFORM LOAD-TRANSFERS
           PERFORM MATCH-TRANSFERS
           PERFORM PRINT-TRANSFER-RECONCILIATION.

       *> Every export in the look-back window, oldest first, so the
       *> branch states left behind are the report date's. The
       *> branch exports' day figures are not touched.
       LOAD-TRANSFERS.
           COMPUTE WS-WINDOW-START-INT =
               WS-REPORT-DATE-INT - WS-LOOKBACK-DAYS
           MOVE "X" TO WS-LOAD-MODE
           MOVE ZERO TO WS-XO-COUNT WS-XI-COUNT WS-XFER-DROPPED
           MOVE ZERO TO WS-XFER-MISSING WS-XFER-DAMAGED
           PERFORM VARYING WS-FILE-DATE-INT FROM WS-WINDOW-START-INT
               BY 1 UNTIL WS-FILE-DATE-INT > WS-REPORT-DATE-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-FILE-DATE-INT)
                   TO WS-FILE-DATE
               PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
                   UNTIL WS-BR-INDEX > WS-BR-COUNT
                   PERFORM READ-ONE-TRANSFER-EXPORT
               END-PERFORM
           END-PERFORM.

       *> Transfer rows go on the tables as the file is read, before
       *> it is judged whole; a damaged file's rows are taken back
       *> off, as its day figures are.
       READ-ONE-TRANSFER-EXPORT.
           MOVE WS-XO-COUNT TO WS-XO-SAVED
           MOVE WS-XI-COUNT TO WS-XI-SAVED
           MOVE WS-XFER-DROPPED TO WS-DROPPED-SAVED
           PERFORM READ-ONE-EXPORT
           IF BR-DAMAGED(WS-BR-INDEX)
               MOVE WS-XO-SAVED TO WS-XO-COUNT
               MOVE WS-XI-SAVED TO WS-XI-COUNT
               MOVE WS-DROPPED-SAVED TO WS-XFER-DROPPED
               IF WS-FILE-DATE NOT = WS-REPORT-DATE
                   ADD 1 TO WS-XFER-DAMAGED
               END-IF
           END-IF
           IF WS-FILE-DATE = WS-REPORT-DATE
               AND NOT BR-RECEIVED(WS-BR-INDEX)
               ADD 1 TO WS-XFER-MISSING
           END-IF.

       *> The reports' unconfirmed-transfer count per sending branch:
       *> dispatches on the report date's exports, over the default
       *> 30-day window, that no branch has confirmed. Every export
       *> carries all the transfers its branch ever sent, so only
       *> the match says which are still out.
       LOAD-OPEN-TRANSFERS.
           MOVE 30 TO WS-LOOKBACK-DAYS
           PERFORM LOAD-TRANSFERS
           PERFORM MATCH-TRANSFERS
           PERFORM VARYING WS-XO-INDEX FROM 1 BY 1
               UNTIL WS-XO-INDEX > WS-XO-COUNT
               IF XO-MATCH(WS-XO-INDEX) = ZERO
                   MOVE XO-ORIGIN(WS-XO-INDEX) TO WS-F1
                   PERFORM FIND-BRANCH-BY-CODE
                   IF WS-BR-MATCH NOT = ZERO
                       ADD 1 TO BR-OPEN-OUT(WS-BR-MATCH)
                   END-IF
               END-IF
           END-PERFORM.

       *> XFER-OUT,NUM,DISPATCHDATE,DESTINATION,LINES,QTY - only the
       *> ones dispatched inside the window; older ones would find
       *> their confirm outside it and read as lost.
       ADD-TRANSFER-OUT.
           IF FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-F3))
               >= WS-WINDOW-START-INT
               IF WS-XO-COUNT < 500
                   ADD 1 TO WS-XO-COUNT
                   MOVE BR-CODE(WS-BR-INDEX) TO XO-ORIGIN(WS-XO-COUNT)
                   MOVE FUNCTION NUMVAL(WS-F2) TO XO-NUMBER(WS-XO-COUNT)
                   MOVE FUNCTION NUMVAL(WS-F3) TO XO-DATE(WS-XO-COUNT)
                   MOVE WS-F4(1:10) TO XO-DEST(WS-XO-COUNT)
                   MOVE FUNCTION NUMVAL(WS-F5) TO XO-LINES(WS-XO-COUNT)
                   MOVE FUNCTION NUMVAL(WS-F6) TO XO-QTY(WS-XO-COUNT)
                   MOVE ZERO TO XO-MATCH(WS-XO-COUNT)
               ELSE
                   ADD 1 TO WS-XFER-DROPPED
               END-IF
           END-IF.

       *> XFER-IN,NUM,ORIGIN,DISPATCHDATE,LINES,QTY - only confirms
       *> of dispatches inside the window, the same cut as
       *> ADD-TRANSFER-OUT; an older dispatch is not on the table,
       *> so its confirm would read as having none.
       ADD-TRANSFER-IN.
           IF FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-F4))
               >= WS-WINDOW-START-INT
               IF WS-XI-COUNT < 500
                   ADD 1 TO WS-XI-COUNT
                   MOVE BR-CODE(WS-BR-INDEX)
                       TO XI-RECEIVER(WS-XI-COUNT)
                   MOVE FUNCTION NUMVAL(WS-F2) TO XI-NUMBER(WS-XI-COUNT)
                   MOVE WS-F3(1:10) TO XI-ORIGIN(WS-XI-COUNT)
                   MOVE FUNCTION NUMVAL(WS-F4)
                       TO XI-DISPATCH-DATE(WS-XI-COUNT)
                   MOVE WS-FILE-DATE TO XI-CONFIRM-DATE(WS-XI-COUNT)
                   MOVE FUNCTION NUMVAL(WS-F5) TO XI-LINES(WS-XI-COUNT)
                   MOVE FUNCTION NUMVAL(WS-F6) TO XI-QTY(WS-XI-COUNT)
                   MOVE "N" TO XI-MATCHED(WS-XI-COUNT)
               ELSE
                   ADD 1 TO WS-XFER-DROPPED
               END-IF
           END-IF.

       MATCH-TRANSFERS.
           PERFORM VARYING WS-XO-INDEX FROM 1 BY 1
               UNTIL WS-XO-INDEX > WS-XO-COUNT
               PERFORM VARYING WS-XI-INDEX FROM 1 BY 1
                   UNTIL WS-XI-INDEX > WS-XI-COUNT
                   IF XO-MATCH(WS-XO-INDEX) = ZERO
                       AND XI-MATCHED(WS-XI-INDEX) = "N"
                       AND XI-ORIGIN(WS-XI-INDEX) =
                           XO-ORIGIN(WS-XO-INDEX)
                       AND XI-NUMBER(WS-XI-INDEX) =
                           XO-NUMBER(WS-XO-INDEX)
                       AND XI-DISPATCH-DATE(WS-XI-INDEX) =
                           XO-DATE(WS-XO-INDEX)
                       MOVE WS-XI-INDEX TO XO-MATCH(WS-XO-INDEX)
                       MOVE "Y" TO XI-MATCHED(WS-XI-INDEX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-TRANSFER-RECONCILIATION.
           MOVE ZERO TO WS-XFER-OK WS-XFER-EXCEPTIONS
           DISPLAY "------------------------------------------------"
           DISPLAY " TRANSFER RECONCILIATION AS OF " WS-REPORT-DATE
           DISPLAY " (receipts looked for " WS-LOOKBACK-DAYS
               " days back)"
           DISPLAY "------------------------------------------------"
           PERFORM VARYING WS-XO-INDEX FROM 1 BY 1
               UNTIL WS-XO-INDEX > WS-XO-COUNT
               PERFORM JUDGE-ONE-TRANSFER-OUT
           END-PERFORM
           PERFORM VARYING WS-XI-INDEX FROM 1 BY 1
               UNTIL WS-XI-INDEX > WS-XI-COUNT
               IF XI-MATCHED(WS-XI-INDEX) = "N"
                   ADD 1 TO WS-XFER-EXCEPTIONS
                   DISPLAY "NO DISPATCH ON FILE  "
                       FUNCTION TRIM(XI-RECEIVER(WS-XI-INDEX))
                       " received #" XI-NUMBER(WS-XI-INDEX)
                       " from " FUNCTION TRIM(XI-ORIGIN(WS-XI-INDEX))
                       " sent " XI-DISPATCH-DATE(WS-XI-INDEX)
                       " on " XI-CONFIRM-DATE(WS-XI-INDEX)
               END-IF
           END-PERFORM
           DISPLAY "------------------------------------------------"
           DISPLAY "Received and agreeing: " WS-XFER-OK
           DISPLAY "Exceptions:            " WS-XFER-EXCEPTIONS
           IF WS-XFER-DROPPED > ZERO
               DISPLAY "*** " WS-XFER-DROPPED " transfer row(s) "
                   "beyond this program's table were not matched ***"
           END-IF
           IF WS-XFER-MISSING > ZERO
               DISPLAY "*** " WS-XFER-MISSING " branch(es) have no "
                   "usable export for " WS-REPORT-DATE
                   " - their dispatches are not listed ***"
               PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
                   UNTIL WS-BR-INDEX > WS-BR-COUNT
                   EVALUATE TRUE
                       WHEN BR-DAMAGED(WS-BR-INDEX)
                           DISPLAY "      " BR-CODE(WS-BR-INDEX) " "
                               BR-NAME(WS-BR-INDEX) " DAMAGED - "
                               "have the branch send it again"
                       WHEN BR-MISSING(WS-BR-INDEX)
                           DISPLAY "      " BR-CODE(WS-BR-INDEX) " "
                               BR-NAME(WS-BR-INDEX) " NOT SENT"
                   END-EVALUATE
               END-PERFORM
           END-IF
           IF WS-XFER-DAMAGED > ZERO
               DISPLAY "*** " WS-XFER-DAMAGED " earlier export(s) in "
                   "the window are damaged - their receipts are not "
                   "counted ***"
           END-IF
           DISPLAY "------------------------------------------------".

       *> A dispatch with no confirm is in transit; one confirmed by
       *> some other branch, or with other lines or units than were
       *> sent, is an exception. Transfers from before units were
       *> recorded (QTY 0) are judged on the line count alone.
       JUDGE-ONE-TRANSFER-OUT.
           MOVE XO-MATCH(WS-XO-INDEX) TO WS-XI-INDEX
           IF WS-XI-INDEX = ZERO
               ADD 1 TO WS-XFER-EXCEPTIONS
               COMPUTE WS-TRANSIT-DAYS = WS-REPORT-DATE-INT -
                   FUNCTION INTEGER-OF-DATE(XO-DATE(WS-XO-INDEX))
               MOVE WS-TRANSIT-DAYS TO WS-TRANSIT-DAYS-EDIT
               DISPLAY "IN TRANSIT           "
                   FUNCTION TRIM(XO-ORIGIN(WS-XO-INDEX))
                   " #" XO-NUMBER(WS-XO-INDEX)
                   " to " FUNCTION TRIM(XO-DEST(WS-XO-INDEX))
                   " sent " XO-DATE(WS-XO-INDEX)
                   " (" WS-TRANSIT-DAYS-EDIT " days, not received)"
               MOVE XO-DEST(WS-XO-INDEX) TO WS-F1
               PERFORM FIND-BRANCH-BY-CODE
               IF WS-BR-MATCH = ZERO
                   DISPLAY "                     destination "
                       FUNCTION TRIM(XO-DEST(WS-XO-INDEX))
                       " is not on the branch list"
               END-IF
           ELSE
               IF XI-RECEIVER(WS-XI-INDEX) NOT = XO-DEST(WS-XO-INDEX)
                   ADD 1 TO WS-XFER-EXCEPTIONS
                   DISPLAY "WRONG BRANCH         "
                       FUNCTION TRIM(XO-ORIGIN(WS-XO-INDEX))
                       " #" XO-NUMBER(WS-XO-INDEX)
                       " sent to " FUNCTION TRIM(XO-DEST(WS-XO-INDEX))
                       " received by "
                       FUNCTION TRIM(XI-RECEIVER(WS-XI-INDEX))
               ELSE
                   IF XI-LINES(WS-XI-INDEX) NOT = XO-LINES(WS-XO-INDEX)
                       OR (XO-QTY(WS-XO-INDEX) NOT = ZERO
                           AND XI-QTY(WS-XI-INDEX)
                               NOT = XO-QTY(WS-XO-INDEX))
                       ADD 1 TO WS-XFER-EXCEPTIONS
                       MOVE XO-QTY(WS-XO-INDEX) TO WS-QTY-EDIT
                       MOVE XI-QTY(WS-XI-INDEX) TO WS-QTY-EDIT-2
                       DISPLAY "RECEIVED SHORT/OVER  "
                           FUNCTION TRIM(XO-ORIGIN(WS-XO-INDEX))
                           " #" XO-NUMBER(WS-XO-INDEX)
                           " to " FUNCTION TRIM(XO-DEST(WS-XO-INDEX))
                           " sent " XO-LINES(WS-XO-INDEX) " lines/"
                           FUNCTION TRIM(WS-QTY-EDIT)
                           " got " XI-LINES(WS-XI-INDEX) " lines/"
                           FUNCTION TRIM(WS-QTY-EDIT-2)
                   ELSE
                       ADD 1 TO WS-XFER-OK
                   END-IF
               END-IF
           END-IF.
