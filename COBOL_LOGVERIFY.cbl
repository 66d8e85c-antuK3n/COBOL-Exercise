       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEIPT-LOG-VERIFY.

       *> This program proves the receipt log has not been touched
       *> since the tills wrote it. Every row POINT-OF-SALE-SYSTEM and
       *> MANUAL-SALE-ENTRY append ends in a ,SEQ,ROWCHECK,CHAIN seal:
       *> ROWCHECK hashes the row with its sequence number, and CHAIN
       *> folds it into the previous row's CHAIN. This walks the dated
       *> archives of a date range (daily or consolidated monthly),
       *> the live RECEIPT-LOG.csv, and any archive a manual entry
       *> was backdated into, lines every sealed row up by sequence
       *> number, and reports edited rows, missing sequence numbers,
       *> and the first broken link. RECEIPT-LOG-CHAIN.dat, the
       *> chain's head, catches rows cut off the end.
       *>
       *> Run with a date on the command line (the end-of-day batch
       *> does) it checks from the date of the last clean proof,
       *> kept in RECEIPT-LOG-VERIFIED.dat, through that date, so the
       *> chain is followed unbroken from one night to the next; run
       *> bare it asks for the range. A clean run that reached past
       *> the last proof moves the proof forward. Return code 8 means
       *> the log does not prove, 4 that the range was too big to
       *> check whole.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-LOG-FILE ASSIGN TO DYNAMIC
               WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT LOG-CHAIN-FILE ASSIGN TO "RECEIPT-LOG-CHAIN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.

           SELECT PROOF-FILE ASSIGN TO "RECEIPT-LOG-VERIFIED.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS.

           SELECT SEAL-NOTE-FILE ASSIGN TO "MANUAL-ENTRY-SEALS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-NOTE-STATUS.

       *> RECEIPT-LOG-CHAIN.dat: SEQ,CHAIN of the last row sealed.
       *> RECEIPT-LOG-VERIFIED.dat: DATE,SEQ,CHAIN of the last row a
       *> clean run proved. MANUAL-ENTRY-SEALS.csv:
       *> SALEDATE,FIRSTSEQ,LASTSEQ,TXN,FILE per manual transaction.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-LOG-FILE.
       01  RECEIPT-LOG-RECORD         PIC X(140).

       FD  LOG-CHAIN-FILE.
       01  LOG-CHAIN-RECORD           PIC X(30).

       FD  PROOF-FILE.
       01  PROOF-RECORD               PIC X(40).

       FD  SEAL-NOTE-FILE.
       01  SEAL-NOTE-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS              PIC XX.
           88  LOG-FILE-MISSING           VALUE "35".
       01  WS-CHAIN-STATUS            PIC XX.
           88  CHAIN-FILE-MISSING         VALUE "35".
       01  WS-PROOF-STATUS            PIC XX.
           88  PROOF-FILE-MISSING         VALUE "35".
       01  WS-SEAL-NOTE-STATUS        PIC XX.
           88  SEAL-NOTE-MISSING          VALUE "35".
       01  WS-LOG-EOF-FLAG            PIC X.
           88  LOG-AT-EOF                 VALUE "Y".
       01  WS-NOTE-EOF-FLAG           PIC X.
           88  NOTES-AT-EOF               VALUE "Y".

       01  WS-TODAY-DATE              PIC 9(8).
       01  WS-DATE-ARG                PIC X(8). *> Command-line date.
       01  WS-BATCH-RUN-FLAG          PIC X VALUE "N".
           88  BATCH-RUN                  VALUE "Y".
       01  WS-FROM-DATE               PIC 9(8). *> Range start.
       01  WS-TO-DATE                 PIC 9(8). *> Range end.
       01  WS-SCAN-DATE-INT           PIC 9(8). *> Day being walked.
       01  WS-TO-DATE-INT             PIC 9(8).
       01  WS-SCAN-DATE               PIC 9(8).
       01  WS-MONTHLY-READ            PIC X(6) VALUE SPACES. *> The
       *> consolidated month already walked, so it is walked once.
       01  WS-LOG-FILE-NAME           PIC X(40). *> File being walked.

       *> Every log file walked, so a file reached twice - by the
       *> range and again by a manual entry's note - is read once,
       *> and so a problem row can be reported by file name.
       01  WS-MAX-FILES               PIC 9(3) VALUE 500.
       01  WS-FILE-COUNT              PIC 9(3) VALUE 0.
       01  WS-FILE-INDEX              PIC 9(3).
       01  WS-CURRENT-FILE            PIC 9(3).
       01  WS-FILE-SEEN-FLAG          PIC X.
           88  FILE-ALREADY-WALKED        VALUE "Y".
       01  WS-WALKED-FILES.
           05  WS-WALKED-FILE OCCURS 500 TIMES PIC X(40).
       01  WS-FILE-LINE               PIC 9(7).
       01  WS-FILE-SEALED-FLAG        PIC X. *> Seals met in file.
           88  FILE-HAS-SEALS             VALUE "Y".

       *> The row under test and its seal.
       01  WS-ROW-TEXT                PIC X(140).
       01  WS-ROW-LENGTH              PIC 9(3).
       01  WS-ROW-SEALED-FLAG         PIC X.
           88  ROW-IS-SEALED              VALUE "Y".
       01  WS-ROW-SEQ                 PIC 9(8).
       01  WS-ROW-CHECK               PIC 9(9).
       01  WS-ROW-CHAIN               PIC 9(9).
       01  WS-SEAL-LENGTH             PIC 9(3).
       01  WS-SEAL-INDEX              PIC 9(3).
       01  WS-SEAL-ACC                PIC 9(18).

       *> Sealed rows by sequence number. A row lands in slot
       *> REM(SEQ, 50000) + 1, so the table lines the chain up in
       *> order whichever file each row was found in; two different
       *> sequence numbers wanting one slot means the range holds
       *> more rows than the table and cannot be proved whole.
       01  WS-MAX-SEALS               PIC 9(5) VALUE 50000.
       01  WS-SLOT                    PIC 9(5).
       01  WS-SEALS-PLACED            PIC 9(7) VALUE 0.
       01  WS-LOW-SEQ                 PIC 9(8) VALUE 0.
       01  WS-HIGH-SEQ                PIC 9(8) VALUE 0.
       01  WS-SEAL-TABLE.
           05  WS-SEAL-ENTRY OCCURS 50000 TIMES.
               10  SL-SEQ             PIC 9(8).
               10  SL-ROWCHECK        PIC 9(9).
               10  SL-CHAIN           PIC 9(9).
               10  SL-FILE            PIC 9(3).
               10  SL-LINE            PIC 9(7).
       01  WS-INCOMPLETE-FLAG         PIC X VALUE "N".
           88  CHECK-INCOMPLETE           VALUE "Y".

       *> The last clean proof and the chain's head.
       01  WS-PROOF-FLAG              PIC X VALUE "N".
           88  PROOF-ON-FILE              VALUE "Y".
       01  WS-PROOF-DATE              PIC 9(8) VALUE 0.
       01  WS-PROOF-SEQ               PIC 9(8) VALUE 0.
       01  WS-PROOF-CHAIN             PIC 9(9) VALUE 0.
       01  WS-HEAD-FLAG               PIC X VALUE "N".
           88  HEAD-ON-FILE               VALUE "Y".
       01  WS-HEAD-SEQ                PIC 9(8) VALUE 0.
       01  WS-HEAD-CHAIN              PIC 9(9) VALUE 0.
       01  WS-F1                      PIC X(10). *> Unstring scratch.
       01  WS-F2                      PIC X(10).
       01  WS-F3                      PIC X(10).
       01  WS-F4                      PIC X(10).
       01  WS-F5                      PIC X(40).

       *> Manual-entry notes: only a note whose rows fall inside the
       *> stretch of chain being proved pulls its archive in.
       01  WS-NOTE-DATE               PIC 9(8).
       01  WS-NOTE-FIRST              PIC 9(8).
       01  WS-NOTE-LAST               PIC 9(8).
       01  WS-NOTE-FLOOR              PIC 9(8).
       01  WS-NOTE-CEILING            PIC 9(8).

       *> Walking the chain in sequence order.
       01  WS-SCAN-SEQ                PIC 9(8).
       01  WS-PREV-SEQ                PIC 9(8).
       01  WS-PREV-CHAIN              PIC 9(9).
       01  WS-PREV-FLAG               PIC X.
           88  PREV-IS-KNOWN              VALUE "Y".
       01  WS-EXPECTED-CHAIN          PIC 9(9).
       01  WS-GAP-FLAG                PIC X.
           88  GAP-IS-OPEN                VALUE "Y".
       01  WS-GAP-START               PIC 9(8).
       01  WS-GAP-END                 PIC 9(8).
       01  WS-GAP-SIZE                PIC 9(8).

       01  WS-MAX-LISTED              PIC 9(3) VALUE 50. *> Per kind.
       01  WS-LOGS-READ               PIC 9(3) VALUE 0.
       01  WS-ROWS-READ               PIC 9(7) VALUE 0.
       01  WS-SEALED-ROWS             PIC 9(7) VALUE 0.
       01  WS-LEGACY-ROWS             PIC 9(7) VALUE 0.
       01  WS-EDITED-COUNT            PIC 9(5) VALUE 0.
       01  WS-GAP-COUNT               PIC 9(5) VALUE 0.
       01  WS-MISSING-COUNT           PIC 9(8) VALUE 0.
       01  WS-BROKEN-COUNT            PIC 9(5) VALUE 0.
       01  WS-DUPLICATE-COUNT         PIC 9(5) VALUE 0.
       01  WS-UNSEALED-COUNT          PIC 9(5) VALUE 0.
       01  WS-PROBLEM-COUNT           PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-LAST-PROOF
           MOVE SPACES TO WS-DATE-ARG
           ACCEPT WS-DATE-ARG FROM COMMAND-LINE
           IF WS-DATE-ARG NOT = SPACES
               MOVE "Y" TO WS-BATCH-RUN-FLAG
               MOVE FUNCTION NUMVAL(WS-DATE-ARG) TO WS-TO-DATE
               IF PROOF-ON-FILE AND WS-PROOF-DATE <= WS-TO-DATE
                   MOVE WS-PROOF-DATE TO WS-FROM-DATE
               ELSE
                   MOVE WS-TO-DATE TO WS-FROM-DATE
               END-IF
           ELSE
               DISPLAY "From Date (YYYYMMDD): "
               ACCEPT WS-FROM-DATE
               DISPLAY "To Date (YYYYMMDD): "
               ACCEPT WS-TO-DATE
               IF WS-FROM-DATE > WS-TO-DATE
                   DISPLAY "From date is after to date - nothing "
                       "to verify."
                   STOP RUN
               END-IF
           END-IF
           IF FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) = ZERO
               OR FUNCTION INTEGER-OF-DATE(WS-TO-DATE) = ZERO
               DISPLAY "Dates must be real YYYYMMDD dates."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "------------------------------------------------"
           DISPLAY " RECEIPT LOG SEAL VERIFICATION"
           DISPLAY " Archives " WS-FROM-DATE " to " WS-TO-DATE
               " plus the live log"
           DISPLAY "------------------------------------------------"
           PERFORM WALK-DATE-RANGE
           MOVE "RECEIPT-LOG.csv" TO WS-LOG-FILE-NAME
           PERFORM WALK-ONE-LOG-FILE
           PERFORM LOAD-CHAIN-HEAD
           PERFORM WALK-MANUAL-ENTRY-NOTES
           PERFORM CHECK-SEAL-TABLE
           PERFORM CHECK-CHAIN-HEAD
           PERFORM PRINT-VERIFY-SUMMARY

           COMPUTE WS-PROBLEM-COUNT = WS-EDITED-COUNT
               + WS-MISSING-COUNT + WS-BROKEN-COUNT
               + WS-DUPLICATE-COUNT + WS-UNSEALED-COUNT
           IF WS-PROBLEM-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CHECK-INCOMPLETE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM SAVE-LAST-PROOF
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       *> ----------------------------------------------------------
       *> The proof left by the last clean run and the chain's head
       *> as the tills last left it.
       *> ----------------------------------------------------------
       LOAD-LAST-PROOF.
           OPEN INPUT PROOF-FILE
           IF NOT PROOF-FILE-MISSING
               READ PROOF-FILE
                   NOT AT END
                       MOVE SPACES TO WS-F1 WS-F2 WS-F3
                       UNSTRING PROOF-RECORD DELIMITED BY ","
                           INTO WS-F1 WS-F2 WS-F3
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(WS-F1) TO WS-PROOF-DATE
                       MOVE FUNCTION NUMVAL(WS-F2) TO WS-PROOF-SEQ
                       MOVE FUNCTION NUMVAL(WS-F3) TO WS-PROOF-CHAIN
                       MOVE "Y" TO WS-PROOF-FLAG
               END-READ
               CLOSE PROOF-FILE
           END-IF.

       LOAD-CHAIN-HEAD.
           OPEN INPUT LOG-CHAIN-FILE
           IF NOT CHAIN-FILE-MISSING
               READ LOG-CHAIN-FILE
                   NOT AT END
                       MOVE SPACES TO WS-F1 WS-F2
                       UNSTRING LOG-CHAIN-RECORD DELIMITED BY ","
                           INTO WS-F1 WS-F2
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(WS-F1) TO WS-HEAD-SEQ
                       MOVE FUNCTION NUMVAL(WS-F2) TO WS-HEAD-CHAIN
                       MOVE "Y" TO WS-HEAD-FLAG
               END-READ
               CLOSE LOG-CHAIN-FILE
           END-IF.

       *> A clean run moves the proof up to the newest row it proved,
       *> never back.
       SAVE-LAST-PROOF.
           IF WS-SEALS-PLACED > ZERO
               AND (NOT PROOF-ON-FILE OR WS-HIGH-SEQ > WS-PROOF-SEQ)
               COMPUTE WS-SLOT =
                   FUNCTION REM(WS-HIGH-SEQ WS-MAX-SEALS) + 1
               IF WS-TO-DATE > WS-TODAY-DATE
                   MOVE WS-TODAY-DATE TO WS-PROOF-DATE
               ELSE
                   MOVE WS-TO-DATE TO WS-PROOF-DATE
               END-IF
               MOVE SPACES TO PROOF-RECORD
               STRING WS-PROOF-DATE      DELIMITED BY SIZE
                      ","                DELIMITED BY SIZE
                      WS-HIGH-SEQ        DELIMITED BY SIZE
                      ","                DELIMITED BY SIZE
                      SL-CHAIN(WS-SLOT)  DELIMITED BY SIZE
                   INTO PROOF-RECORD
               END-STRING
               OPEN OUTPUT PROOF-FILE
               WRITE PROOF-RECORD
               CLOSE PROOF-FILE
               DISPLAY "Proof moved forward to seq " WS-HIGH-SEQ "."
           END-IF.

       *> ----------------------------------------------------------
       *> The range's archives, read the way SALES-RANGE-REPORT reads
       *> them: each day's RECEIPT-LOG_<date>.csv, or the month's
       *> consolidated RECEIPT-LOG_<yyyymm>.csv when the day has been
       *> rolled into it.
       *> ----------------------------------------------------------
       WALK-DATE-RANGE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
               TO WS-SCAN-DATE-INT
           MOVE FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
               TO WS-TO-DATE-INT
           PERFORM WALK-ONE-ARCHIVE-DAY
               UNTIL WS-SCAN-DATE-INT > WS-TO-DATE-INT.

       WALK-ONE-ARCHIVE-DAY.
           MOVE FUNCTION DATE-OF-INTEGER(WS-SCAN-DATE-INT)
               TO WS-SCAN-DATE
           PERFORM BUILD-DAILY-NAME
           OPEN INPUT RECEIPT-LOG-FILE
           IF LOG-FILE-MISSING
               IF WS-SCAN-DATE(1:6) NOT = WS-MONTHLY-READ
                   MOVE WS-SCAN-DATE(1:6) TO WS-MONTHLY-READ
                   PERFORM BUILD-MONTHLY-NAME
                   PERFORM WALK-ONE-LOG-FILE
               END-IF
           ELSE
               CLOSE RECEIPT-LOG-FILE
               PERFORM WALK-ONE-LOG-FILE
           END-IF
           ADD 1 TO WS-SCAN-DATE-INT.

       BUILD-DAILY-NAME.
           MOVE SPACES TO WS-LOG-FILE-NAME
           STRING "RECEIPT-LOG_"  DELIMITED BY SIZE
                  WS-SCAN-DATE    DELIMITED BY SIZE
                  ".csv"          DELIMITED BY SIZE
               INTO WS-LOG-FILE-NAME
           END-STRING.

       BUILD-MONTHLY-NAME.
           MOVE SPACES TO WS-LOG-FILE-NAME
           STRING "RECEIPT-LOG_"      DELIMITED BY SIZE
                  WS-SCAN-DATE(1:6)   DELIMITED BY SIZE
                  ".csv"              DELIMITED BY SIZE
               INTO WS-LOG-FILE-NAME
           END-STRING.

       *> A manual entry's rows sit in the archive of the day the
       *> paper sale happened, usually outside the range. Any note
       *> whose rows fall in the stretch of chain being proved - from
       *> the lowest sequence found up to the highest, or up to the
       *> head when the range reaches today - pulls that day's
       *> archive (or its month's) in as well.
       WALK-MANUAL-ENTRY-NOTES.
           IF WS-SEALS-PLACED > ZERO
               MOVE WS-LOW-SEQ TO WS-NOTE-FLOOR
           ELSE
               IF PROOF-ON-FILE
                   COMPUTE WS-NOTE-FLOOR = WS-PROOF-SEQ + 1
               ELSE
                   MOVE 1 TO WS-NOTE-FLOOR
               END-IF
           END-IF
           MOVE WS-HIGH-SEQ TO WS-NOTE-CEILING
           IF WS-TO-DATE >= WS-TODAY-DATE AND HEAD-ON-FILE
               AND WS-HEAD-SEQ > WS-NOTE-CEILING
               MOVE WS-HEAD-SEQ TO WS-NOTE-CEILING
           END-IF
           OPEN INPUT SEAL-NOTE-FILE
           IF NOT SEAL-NOTE-MISSING
               MOVE "N" TO WS-NOTE-EOF-FLAG
               PERFORM READ-SEAL-NOTE UNTIL NOTES-AT-EOF
               CLOSE SEAL-NOTE-FILE
           END-IF.

       READ-SEAL-NOTE.
           READ SEAL-NOTE-FILE
               AT END
                   MOVE "Y" TO WS-NOTE-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                   UNSTRING SEAL-NOTE-RECORD DELIMITED BY ","
                       INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                   END-UNSTRING
                   MOVE FUNCTION NUMVAL(WS-F1) TO WS-NOTE-DATE
                   MOVE FUNCTION NUMVAL(WS-F2) TO WS-NOTE-FIRST
                   MOVE FUNCTION NUMVAL(WS-F3) TO WS-NOTE-LAST
                   IF WS-NOTE-LAST >= WS-NOTE-FLOOR
                       AND WS-NOTE-FIRST <= WS-NOTE-CEILING
                       AND FUNCTION INTEGER-OF-DATE(WS-NOTE-DATE)
                           NOT = ZERO
                       MOVE WS-NOTE-DATE TO WS-SCAN-DATE
                       PERFORM BUILD-DAILY-NAME
                       PERFORM WALK-ONE-LOG-FILE
                       PERFORM BUILD-MONTHLY-NAME
                       PERFORM WALK-ONE-LOG-FILE
                   END-IF
           END-READ.

       *> ----------------------------------------------------------
       *> One file, row by row. Rows written before sealing began
       *> carry no seal and are only counted - but an unsealed row
       *> after a sealed one in the same file was slipped in later.
       *> ----------------------------------------------------------
       WALK-ONE-LOG-FILE.
           MOVE "N" TO WS-FILE-SEEN-FLAG
           PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
               UNTIL WS-FILE-INDEX > WS-FILE-COUNT
               IF WS-WALKED-FILE(WS-FILE-INDEX) = WS-LOG-FILE-NAME
                   MOVE "Y" TO WS-FILE-SEEN-FLAG
               END-IF
           END-PERFORM
           IF NOT FILE-ALREADY-WALKED
               OPEN INPUT RECEIPT-LOG-FILE
               IF NOT LOG-FILE-MISSING
                   IF WS-FILE-COUNT < WS-MAX-FILES
                       ADD 1 TO WS-FILE-COUNT
                       MOVE WS-LOG-FILE-NAME
                           TO WS-WALKED-FILE(WS-FILE-COUNT)
                       MOVE WS-FILE-COUNT TO WS-CURRENT-FILE
                       ADD 1 TO WS-LOGS-READ
                       MOVE ZERO TO WS-FILE-LINE
                       MOVE "N" TO WS-FILE-SEALED-FLAG
                       MOVE "N" TO WS-LOG-EOF-FLAG
                       PERFORM READ-LOG-ROW UNTIL LOG-AT-EOF
                   ELSE
                       MOVE "Y" TO WS-INCOMPLETE-FLAG
                       DISPLAY "More than " WS-MAX-FILES " log files - "
                           FUNCTION TRIM(WS-LOG-FILE-NAME)
                           " not read."
                   END-IF
                   CLOSE RECEIPT-LOG-FILE
               END-IF
           END-IF.

       READ-LOG-ROW.
           READ RECEIPT-LOG-FILE
               AT END
                   MOVE "Y" TO WS-LOG-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-FILE-LINE
                   ADD 1 TO WS-ROWS-READ
                   PERFORM VERIFY-LOG-ROW
           END-READ.

       VERIFY-LOG-ROW.
           MOVE RECEIPT-LOG-RECORD TO WS-ROW-TEXT
           MOVE "N" TO WS-ROW-SEALED-FLAG
           IF WS-ROW-TEXT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ROW-TEXT TRAILING))
                   TO WS-ROW-LENGTH
               IF WS-ROW-LENGTH > 29
                   IF WS-ROW-TEXT(WS-ROW-LENGTH - 28:1) = ","
                       AND WS-ROW-TEXT(WS-ROW-LENGTH - 27:8)
                           IS NUMERIC
                       AND WS-ROW-TEXT(WS-ROW-LENGTH - 19:1) = ","
                       AND WS-ROW-TEXT(WS-ROW-LENGTH - 18:9)
                           IS NUMERIC
                       AND WS-ROW-TEXT(WS-ROW-LENGTH - 9:1) = ","
                       AND WS-ROW-TEXT(WS-ROW-LENGTH - 8:9)
                           IS NUMERIC
                       MOVE "Y" TO WS-ROW-SEALED-FLAG
                   END-IF
               END-IF
               IF ROW-IS-SEALED
                   ADD 1 TO WS-SEALED-ROWS
                   MOVE "Y" TO WS-FILE-SEALED-FLAG
                   PERFORM CHECK-SEALED-ROW
               ELSE
                   IF FILE-HAS-SEALS
                       ADD 1 TO WS-UNSEALED-COUNT
                       IF WS-UNSEALED-COUNT <= WS-MAX-LISTED
                           DISPLAY "UNSEALED row among sealed ones - "
                               FUNCTION TRIM(WS-LOG-FILE-NAME)
                               " line " WS-FILE-LINE
                           DISPLAY "  " FUNCTION TRIM(WS-ROW-TEXT)
                       END-IF
                   ELSE
                       ADD 1 TO WS-LEGACY-ROWS
                   END-IF
               END-IF
           END-IF.

       *> The row check is recomputed over everything before it -
       *> the row, its padding and its sequence number - with the
       *> arithmetic the writers seal with.
       CHECK-SEALED-ROW.
           MOVE WS-ROW-TEXT(WS-ROW-LENGTH - 27:8) TO WS-ROW-SEQ
           MOVE WS-ROW-TEXT(WS-ROW-LENGTH - 18:9) TO WS-ROW-CHECK
           MOVE WS-ROW-TEXT(WS-ROW-LENGTH - 8:9) TO WS-ROW-CHAIN
           COMPUTE WS-SEAL-LENGTH = WS-ROW-LENGTH - 20
           COMPUTE WS-SEAL-ACC = 7919 + WS-SEAL-LENGTH * 131
           PERFORM HASH-ONE-ROW-CHARACTER
               VARYING WS-SEAL-INDEX FROM 1 BY 1
               UNTIL WS-SEAL-INDEX > WS-SEAL-LENGTH
           IF WS-SEAL-ACC NOT = WS-ROW-CHECK
               ADD 1 TO WS-EDITED-COUNT
               IF WS-EDITED-COUNT <= WS-MAX-LISTED
                   DISPLAY "EDITED   seq " WS-ROW-SEQ " - "
                       FUNCTION TRIM(WS-LOG-FILE-NAME)
                       " line " WS-FILE-LINE
                   DISPLAY "  " FUNCTION TRIM(WS-ROW-TEXT)
               END-IF
           END-IF
           IF WS-ROW-SEQ NOT = ZERO
               PERFORM PLACE-SEAL
           END-IF.

       HASH-ONE-ROW-CHARACTER.
           COMPUTE WS-SEAL-ACC = FUNCTION REM(
               WS-SEAL-ACC * 31 + FUNCTION ORD(
                   WS-ROW-TEXT(WS-SEAL-INDEX:1)) 999999937).

       PLACE-SEAL.
           COMPUTE WS-SLOT = FUNCTION REM(WS-ROW-SEQ WS-MAX-SEALS) + 1
           IF SL-SEQ(WS-SLOT) = ZERO
               MOVE WS-ROW-SEQ TO SL-SEQ(WS-SLOT)
               MOVE WS-ROW-CHECK TO SL-ROWCHECK(WS-SLOT)
               MOVE WS-ROW-CHAIN TO SL-CHAIN(WS-SLOT)
               MOVE WS-CURRENT-FILE TO SL-FILE(WS-SLOT)
               MOVE WS-FILE-LINE TO SL-LINE(WS-SLOT)
               ADD 1 TO WS-SEALS-PLACED
               IF WS-SEALS-PLACED = 1 OR WS-ROW-SEQ < WS-LOW-SEQ
                   MOVE WS-ROW-SEQ TO WS-LOW-SEQ
               END-IF
               IF WS-ROW-SEQ > WS-HIGH-SEQ
                   MOVE WS-ROW-SEQ TO WS-HIGH-SEQ
               END-IF
           ELSE
               IF SL-SEQ(WS-SLOT) = WS-ROW-SEQ
                   ADD 1 TO WS-DUPLICATE-COUNT
                   IF WS-DUPLICATE-COUNT <= WS-MAX-LISTED
                       MOVE SL-FILE(WS-SLOT) TO WS-FILE-INDEX
                       DISPLAY "DUPLICATE seq " WS-ROW-SEQ " - "
                           FUNCTION TRIM(WS-LOG-FILE-NAME)
                           " line " WS-FILE-LINE
                       DISPLAY "  first seen in "
                           FUNCTION TRIM(WS-WALKED-FILE(WS-FILE-INDEX))
                           " line " SL-LINE(WS-SLOT)
                   END-IF
               ELSE
                   MOVE "Y" TO WS-INCOMPLETE-FLAG
               END-IF
           END-IF.

       *> ----------------------------------------------------------
       *> The chain in sequence order. A hole is a run of missing
       *> numbers; a row whose CHAIN does not follow from the row
       *> before it is a broken link - rows renumbered or slipped in
       *> with fresh row checks but a chain nobody could recompute.
       *> The last clean proof anchors the start: its row must still
       *> carry the chain value it was proved with.
       *> ----------------------------------------------------------
       CHECK-SEAL-TABLE.
           IF WS-SEALS-PLACED > ZERO
               IF WS-HIGH-SEQ - WS-LOW-SEQ >= WS-MAX-SEALS
                   MOVE "Y" TO WS-INCOMPLETE-FLAG
               END-IF
           END-IF
           IF CHECK-INCOMPLETE
               DISPLAY "The range holds more than " WS-MAX-SEALS
                   " sealed rows - verify a shorter range."
           ELSE
               IF WS-SEALS-PLACED > ZERO
                   PERFORM WALK-SEAL-TABLE
               END-IF
           END-IF.

       WALK-SEAL-TABLE.
           MOVE "N" TO WS-PREV-FLAG
           MOVE "N" TO WS-GAP-FLAG
           IF PROOF-ON-FILE AND WS-PROOF-SEQ > ZERO
               AND WS-FROM-DATE <= WS-PROOF-DATE
               IF WS-LOW-SEQ > WS-PROOF-SEQ + 1
                   COMPUTE WS-GAP-START = WS-PROOF-SEQ + 1
                   COMPUTE WS-GAP-END = WS-LOW-SEQ - 1
                   PERFORM REPORT-GAP
               END-IF
               IF WS-LOW-SEQ = WS-PROOF-SEQ + 1
                   MOVE WS-PROOF-CHAIN TO WS-PREV-CHAIN
                   MOVE "Y" TO WS-PREV-FLAG
               END-IF
           END-IF
           PERFORM CHECK-ONE-SEQ
               VARYING WS-SCAN-SEQ FROM WS-LOW-SEQ BY 1
               UNTIL WS-SCAN-SEQ > WS-HIGH-SEQ.

       CHECK-ONE-SEQ.
           COMPUTE WS-SLOT = FUNCTION REM(WS-SCAN-SEQ WS-MAX-SEALS) + 1
           IF SL-SEQ(WS-SLOT) NOT = WS-SCAN-SEQ
               IF NOT GAP-IS-OPEN
                   MOVE WS-SCAN-SEQ TO WS-GAP-START
                   MOVE "Y" TO WS-GAP-FLAG
               END-IF
               MOVE "N" TO WS-PREV-FLAG
           ELSE
               IF GAP-IS-OPEN
                   COMPUTE WS-GAP-END = WS-SCAN-SEQ - 1
                   PERFORM REPORT-GAP
                   MOVE "N" TO WS-GAP-FLAG
               END-IF
               IF PREV-IS-KNOWN
                   COMPUTE WS-EXPECTED-CHAIN = FUNCTION REM(
                       WS-PREV-CHAIN * 1000003 + SL-ROWCHECK(WS-SLOT)
                       999999937)
                   IF WS-EXPECTED-CHAIN NOT = SL-CHAIN(WS-SLOT)
                       PERFORM REPORT-BROKEN-LINK
                   END-IF
               END-IF
               IF PROOF-ON-FILE AND WS-SCAN-SEQ = WS-PROOF-SEQ
                   AND SL-CHAIN(WS-SLOT) NOT = WS-PROOF-CHAIN
                   ADD 1 TO WS-BROKEN-COUNT
                   MOVE SL-FILE(WS-SLOT) TO WS-FILE-INDEX
                   DISPLAY "REWRITTEN seq " WS-SCAN-SEQ " - "
                       FUNCTION TRIM(WS-WALKED-FILE(WS-FILE-INDEX))
                       " line " SL-LINE(WS-SLOT)
                   DISPLAY "  no longer carries the chain proved on "
                       WS-PROOF-DATE
               END-IF
               MOVE SL-CHAIN(WS-SLOT) TO WS-PREV-CHAIN
               MOVE "Y" TO WS-PREV-FLAG
           END-IF.

       REPORT-GAP.
           COMPUTE WS-GAP-SIZE = WS-GAP-END - WS-GAP-START + 1
           ADD WS-GAP-SIZE TO WS-MISSING-COUNT
           ADD 1 TO WS-GAP-COUNT
           IF WS-GAP-COUNT <= WS-MAX-LISTED
               DISPLAY "MISSING  seq " WS-GAP-START " thru "
                   WS-GAP-END " (" WS-GAP-SIZE " row(s))"
           END-IF.

       *> Only the first break is shown in full - every link after a
       *> tampered stretch may fail with it - the rest are counted.
       REPORT-BROKEN-LINK.
           ADD 1 TO WS-BROKEN-COUNT
           MOVE SL-FILE(WS-SLOT) TO WS-FILE-INDEX
           IF WS-BROKEN-COUNT = 1
               COMPUTE WS-PREV-SEQ = WS-SCAN-SEQ - 1
               DISPLAY "FIRST BROKEN LINK at seq " WS-SCAN-SEQ " - "
                   FUNCTION TRIM(WS-WALKED-FILE(WS-FILE-INDEX))
                   " line " SL-LINE(WS-SLOT)
               DISPLAY "  its chain does not follow from seq "
                   WS-PREV-SEQ
           ELSE
               IF WS-BROKEN-COUNT <= WS-MAX-LISTED
                   DISPLAY "BROKEN LINK at seq " WS-SCAN-SEQ " - "
                       FUNCTION TRIM(WS-WALKED-FILE(WS-FILE-INDEX))
                       " line " SL-LINE(WS-SLOT)
               END-IF
           END-IF.

       *> ----------------------------------------------------------
       *> The head must match the newest row, when the range reaches
       *> today: a head past it means rows were cut off the end, a
       *> head behind it means rows were sealed without the head
       *> being kept.
       *> ----------------------------------------------------------
       CHECK-CHAIN-HEAD.
           IF HEAD-ON-FILE AND WS-TO-DATE >= WS-TODAY-DATE
               AND NOT CHECK-INCOMPLETE
               IF WS-HEAD-SEQ > WS-HIGH-SEQ
                   IF WS-SEALS-PLACED > ZERO
                       COMPUTE WS-GAP-START = WS-HIGH-SEQ + 1
                   ELSE
                       IF PROOF-ON-FILE
                           COMPUTE WS-GAP-START = WS-PROOF-SEQ + 1
                       ELSE
                           MOVE 1 TO WS-GAP-START
                       END-IF
                   END-IF
                   MOVE WS-HEAD-SEQ TO WS-GAP-END
                   IF WS-GAP-START <= WS-GAP-END
                       DISPLAY "The chain head in RECEIPT-LOG-CHAIN.dat"
                           " is at seq " WS-HEAD-SEQ
                           " - rows are gone from the end:"
                       PERFORM REPORT-GAP
                   END-IF
               ELSE
                   COMPUTE WS-SLOT =
                       FUNCTION REM(WS-HIGH-SEQ WS-MAX-SEALS) + 1
                   IF WS-HEAD-SEQ < WS-HIGH-SEQ
                       ADD 1 TO WS-BROKEN-COUNT
                       DISPLAY "HEAD BEHIND the log - RECEIPT-LOG-"
                           "CHAIN.dat is at seq " WS-HEAD-SEQ
                           " but the log runs to " WS-HIGH-SEQ
                   ELSE
                       IF SL-CHAIN(WS-SLOT) NOT = WS-HEAD-CHAIN
                           ADD 1 TO WS-BROKEN-COUNT
                           DISPLAY "HEAD MISMATCH - the last row, seq "
                               WS-HIGH-SEQ ", does not carry the "
                               "chain value the head holds"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PRINT-VERIFY-SUMMARY.
           DISPLAY "------------------------------------------------"
           DISPLAY "Log files read:           " WS-LOGS-READ
           DISPLAY "Rows read:                " WS-ROWS-READ
           DISPLAY "Sealed rows:              " WS-SEALED-ROWS
           DISPLAY "Rows from before sealing: " WS-LEGACY-ROWS
           DISPLAY "Edited rows:              " WS-EDITED-COUNT
           DISPLAY "Missing sequence numbers: " WS-MISSING-COUNT
           DISPLAY "Broken links:             " WS-BROKEN-COUNT
           DISPLAY "Duplicated sequences:     " WS-DUPLICATE-COUNT
           DISPLAY "Unsealed rows slipped in: " WS-UNSEALED-COUNT
           IF WS-SEALS-PLACED > ZERO
               DISPLAY "Chain proved from seq " WS-LOW-SEQ
                   " to seq " WS-HIGH-SEQ
           END-IF
           IF WS-EDITED-COUNT = ZERO AND WS-MISSING-COUNT = ZERO
               AND WS-BROKEN-COUNT = ZERO
               AND WS-DUPLICATE-COUNT = ZERO
               AND WS-UNSEALED-COUNT = ZERO
               IF CHECK-INCOMPLETE
                   DISPLAY "*** RECEIPT LOG NOT FULLY CHECKED - see "
                       "above. ***"
               ELSE
                   DISPLAY "Receipt log proves clean."
               END-IF
           ELSE
               DISPLAY "*** RECEIPT LOG DOES NOT PROVE - chase the "
                   "rows above. ***"
               IF WS-MISSING-COUNT > ZERO
                   DISPLAY "Rows FILE-VALIDATION quarantined show as "
                       "missing - check QUARANTINE.csv first."
               END-IF
           END-IF
           DISPLAY "------------------------------------------------".
