       *> close, it validates the operational files and then performs
       *> the nightly steps in order: reconcile
       *> INVENTORY.csv against PRODUCTS.CSV, roll the day's
       *> RECEIPT-LOG.csv up into a dated sales summary, archive
       *> USERS.csv/PRODUCTS.CSV/INVENTORY.csv, export the day's GL
       *> journal, write the branch export head office consolidates,
       *> and finally prove the receipt log's seal chain with
       *> RECEIPT-LOG-VERIFY. A checkpoint is written
       *> after each step so a rerun on the same day picks up where the
       *> last run left off instead of repeating completed steps.
       *> START-OF-DAY reads that checkpoint and the run log before
       *> the tills may sell, so a step added here has to move its
       *> WS-FINAL-STEP too.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "BRANCH.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

       *> BATCH-CHECKPOINT.dat holds one line, DATE,STEP, recording the
       *> last step completed for that date, then ,FINISHED - the
       *> YYYYMMDDHHMMSS that step finished, which START-OF-DAY holds
       *> against the time the business day was opened.

       DATA DIVISION.
       FILE SECTION.
       *> step moves the day's transactions into, so the live file
       *> starts empty tomorrow instead of growing forever.
       FD  RECEIPT-LOG-FILE.
       01  RECEIPT-LOG-RECORD         PIC X(140).

       FD  LOG-ARCHIVE-FILE.
       01  LOG-ARCHIVE-RECORD         PIC X(140).

       *> CHECK-FILE opens whatever output file a step claims to have
       *> produced, to prove it exists and has at least one line.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD             PIC X(100).

       *> BRANCH.dat: this branch's code, one line, as STOCK-TRANSFER
       *> keeps it - the branch export is named by it.
       FD  BRANCH-FILE.
       01  BRANCH-RECORD              PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-CHECKPOINT-STATUS       PIC XX. *> BATCH-CHECKPOINT.dat status.
           88  CHECKPOINT-MISSING         VALUE "35".

       01  WS-TODAY-DATE               PIC 9(8). *> YYYYMMDD, from the OS.
       01  WS-CP-DATE                  PIC 9(8). *> Date off the checkpoint.
       01  WS-CP-STEP                  PIC 99. *> Step off checkpoint.
       01  WS-LAST-STEP                PIC 99 VALUE 0. *> Highest done.

       01  WS-CP-DATE-X                PIC X(8). *> Unstring scratch.
       01  WS-CP-STEP-X                PIC X(2). *> Unstring scratch.

       01  WS-BATCH-COMMAND            PIC X(100). *> cmd /c line built.

       01  WS-RUN-LOG-STATUS           PIC XX. *> BATCH-RUN-LOG.csv.
       01  WS-RUN-LOG-LINE             PIC X(100).
       01  WS-RUN-STAMP                PIC X(14). *> YYYYMMDDHHMMSS.
       01  WS-BRANCH-STATUS            PIC XX. *> BRANCH.dat status.
           88  BRANCH-FILE-MISSING         VALUE "35".
       01  WS-BRANCH-CODE              PIC X(10).

       01  WS-STEP-NUMBER              PIC 99. *> Step being judged.
       01  WS-STEP-OK-FLAG             PIC X. *> Did it really work?
           88  STEP-SUCCEEDED              VALUE "Y".
       01  WS-STEP-EVENT               PIC X(8). *> START/OK/FAILED.
               PERFORM JUDGE-STEP
           END-IF

           IF WS-LAST-STEP < 8
               MOVE 8 TO WS-STEP-NUMBER
               PERFORM NOTE-STEP-START
               PERFORM GL-JOURNAL-STEP
               PERFORM JUDGE-STEP
           END-IF

           IF WS-LAST-STEP < 9
               MOVE 9 TO WS-STEP-NUMBER
               PERFORM NOTE-STEP-START
               PERFORM BRANCH-EXPORT-STEP
               PERFORM JUDGE-STEP
           END-IF

           IF WS-LAST-STEP < 10
               MOVE 10 TO WS-STEP-NUMBER
               PERFORM NOTE-STEP-START
               PERFORM RECEIPT-LOG-VERIFY-STEP
               PERFORM JUDGE-STEP
           END-IF

           DISPLAY "End-of-day batch complete."
           STOP RUN.

           END-STRING
           PERFORM CHECK-OUTPUT-FILE.

       *> ----------------------------------------------------------
       *> Step 8: post the day to the general ledger. The log has
       *> been rotated by now, so GL-JOURNAL-EXPORT is handed the date
       *> and reads the day's archive. It returns nonzero when the
       *> journal does not balance or a posting key has no account,
       *> and an unbalanced journal never gets checkpointed.
       *> ----------------------------------------------------------
       GL-JOURNAL-STEP.
           DISPLAY "Step 8: exporting the GL journal..."
           MOVE SPACES TO WS-BATCH-COMMAND
           STRING "cmd /c GL-JOURNAL-EXPORT.exe " DELIMITED BY SIZE
                  WS-TODAY-DATE                   DELIMITED BY SIZE
               INTO WS-BATCH-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-BATCH-COMMAND
           IF RETURN-CODE NOT = ZERO
               MOVE "N" TO WS-STEP-OK-FLAG
               DISPLAY "GL journal export returned " RETURN-CODE
                   " - journal out of balance or unmapped"
           END-IF
           MOVE ZERO TO RETURN-CODE

           MOVE SPACES TO WS-CHECK-FILE-NAME
           STRING "GL-JOURNAL_"   DELIMITED BY SIZE
                  WS-TODAY-DATE   DELIMITED BY SIZE
                  ".csv"          DELIMITED BY SIZE
               INTO WS-CHECK-FILE-NAME
           END-STRING
           PERFORM CHECK-OUTPUT-FILE.

       *> ----------------------------------------------------------
       *> Step 9: write the dated branch export for head office -
       *> sales by department and tender, stock on hand, open
       *> transfers and the shifts' over/short. BRANCH-EOD-EXPORT
       *> returns nonzero when BRANCH.dat was never set up, and the
       *> file it claims is named by the same branch code.
       *> ----------------------------------------------------------
       BRANCH-EXPORT-STEP.
           DISPLAY "Step 9: writing the branch export..."
           MOVE SPACES TO WS-BATCH-COMMAND
           STRING "cmd /c BRANCH-EOD-EXPORT.exe " DELIMITED BY SIZE
                  WS-TODAY-DATE                   DELIMITED BY SIZE
               INTO WS-BATCH-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-BATCH-COMMAND
           IF RETURN-CODE NOT = ZERO
               MOVE "N" TO WS-STEP-OK-FLAG
               DISPLAY "Branch export returned " RETURN-CODE
                   " - branch code not set up"
           END-IF
           MOVE ZERO TO RETURN-CODE

           MOVE SPACES TO WS-BRANCH-CODE
           OPEN INPUT BRANCH-FILE
           IF NOT BRANCH-FILE-MISSING
               READ BRANCH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(BRANCH-RECORD)
                           TO WS-BRANCH-CODE
               END-READ
               CLOSE BRANCH-FILE
           END-IF
           MOVE SPACES TO WS-CHECK-FILE-NAME
           STRING "BRANCH-EXPORT_"              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BRANCH-CODE) DELIMITED BY SIZE
                  "_"                           DELIMITED BY SIZE
                  WS-TODAY-DATE                 DELIMITED BY SIZE
                  ".csv"                        DELIMITED BY SIZE
               INTO WS-CHECK-FILE-NAME
           END-STRING
           PERFORM CHECK-OUTPUT-FILE.

       *> ----------------------------------------------------------
       *> Step 10: prove the receipt log. RECEIPT-LOG-VERIFY walks the
       *> seal chain from the last night it proved through today's
       *> rotated archive and returns nonzero on an edited row, a
       *> missing sequence number or a broken link - a log somebody
       *> has been into never gets checkpointed. Its findings are
       *> captured to a dated file.
       *> ----------------------------------------------------------
       RECEIPT-LOG-VERIFY-STEP.
           DISPLAY "Step 10: verifying the receipt log seals..."
           MOVE SPACES TO WS-BATCH-COMMAND
           STRING "cmd /c RECEIPT-LOG-VERIFY.exe " DELIMITED BY SIZE
                  WS-TODAY-DATE                    DELIMITED BY SIZE
                  " > RECEIPT-LOG-VERIFY_"         DELIMITED BY SIZE
                  WS-TODAY-DATE                    DELIMITED BY SIZE
                  ".txt"                           DELIMITED BY SIZE
               INTO WS-BATCH-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-BATCH-COMMAND
           IF RETURN-CODE NOT = ZERO
               MOVE "N" TO WS-STEP-OK-FLAG
               DISPLAY "Receipt log verification returned " RETURN-CODE
                   " - see RECEIPT-LOG-VERIFY_" WS-TODAY-DATE ".txt"
           END-IF
           MOVE ZERO TO RETURN-CODE

           MOVE SPACES TO WS-CHECK-FILE-NAME
           STRING "RECEIPT-LOG-VERIFY_" DELIMITED BY SIZE
                  WS-TODAY-DATE         DELIMITED BY SIZE
                  ".txt"                DELIMITED BY SIZE
               INTO WS-CHECK-FILE-NAME
           END-STRING
           PERFORM CHECK-OUTPUT-FILE.

       *> ----------------------------------------------------------
       *> A step only reaches the checkpoint when it proved itself:
       *> command return codes clean, and the output files it claims

       *> ----------------------------------------------------------
       *> Records today's date and the step just finished so a restart
       *> after this point skips everything already done, and when it
       *> finished.
       *> ----------------------------------------------------------
       WRITE-CHECKPOINT.
           ADD 1 TO WS-LAST-STEP
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE SPACES TO CHECKPOINT-RECORD
           STRING WS-TODAY-DATE     DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-LAST-STEP       DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-RUN-STAMP       DELIMITED BY SIZE
               INTO CHECKPOINT-RECORD
           END-STRING
           OPEN OUTPUT CHECKPOINT-FILE
