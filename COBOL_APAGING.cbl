       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-AGING-REPORT.

       *> This program ages what we owe the suppliers, the payables
       *> twin of AR-AGING-REPORT. It reads the payables book
       *> SUPPLIER-INVOICE keeps in AP-INVOICES.csv and prints each
       *> supplier's unpaid balance split by how far past its due
       *> date it is - not yet due / 1-30 / 31-60 / over 60 days
       *> overdue - so the bills that matter get paid first. Invoices
       *> still held for review are totaled apart: they are not yet
       *> payable, but they are money the supplier thinks we owe.
       *> Suppliers are named off SUPPLIERS.csv.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-FILE ASSIGN TO "AP-INVOICES.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-STATUS.

       *> AP-INVOICES.csv: AP,SUPPLIER,INVOICE,PO,INVDATE,DUEDATE,
       *> GROSS,CREDITS,NET,PAID,STATUS,APPROVER.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-FILE.
       01  AP-RECORD                  PIC X(150).

       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-AP-STATUS               PIC XX.
           88  AP-FILE-MISSING            VALUE "35".
       01  WS-SUPPLIER-STATUS         PIC XX.
           88  SUPPLIER-FILE-MISSING      VALUE "35".
       01  WS-EOF-FLAG                PIC X.
           88  AT-EOF                     VALUE "Y".

       01  WS-TODAY-DATE              PIC 9(8).
       01  WS-TODAY-INT               PIC 9(8).
       01  WS-OVERDUE-DAYS            PIC S9(5).

       01  WS-F1                      PIC X(20). *> Unstring scratch.
       01  WS-F2                      PIC X(30).
       01  WS-F3                      PIC X(20).
       01  WS-F4                      PIC X(20).
       01  WS-F5                      PIC X(20).
       01  WS-F6                      PIC X(20).
       01  WS-F7                      PIC X(20).
       01  WS-F8                      PIC X(20).
       01  WS-F9                      PIC X(20).
       01  WS-F10                     PIC X(20).
       01  WS-F11                     PIC X(20).

       *> The unpaid and held rows of the book, in file order.
       01  WS-ROW-COUNT               PIC 9(4) VALUE 0.
       01  WS-ROW-INDEX               PIC 9(4).
       01  WS-ROW-SKIPPED             PIC 9(4) VALUE 0.
       01  WS-AP-ROWS.
           05  WS-AP-ENTRY OCCURS 2000 TIMES.
               10  APR-SUPPLIER       PIC X(5).
               10  APR-DUE-DATE       PIC 9(8).
               10  APR-BALANCE        PIC S9(9)V99.
               10  APR-STATUS         PIC X(8).

       *> One supplier at a time, worked off the distinct codes in
       *> the book.
       01  WS-SUP-COUNT               PIC 9(3) VALUE 0.
       01  WS-SUP-INDEX               PIC 9(3).
       01  WS-SUP-DUP-FLAG            PIC X.
       01  WS-SUP-LIST.
           05  WS-SUP-SEEN OCCURS 500 TIMES PIC X(5).
       01  WS-WORK-SUPPLIER           PIC X(5).
       01  WS-SUPPLIER-NAME           PIC X(30).

       01  WS-AGING-BUCKETS.
           05  WS-BUCKET-CURRENT      PIC S9(9)V99. *> Not yet due.
           05  WS-BUCKET-30           PIC S9(9)V99. *> 1-30 overdue.
           05  WS-BUCKET-60           PIC S9(9)V99. *> 31-60 overdue.
           05  WS-BUCKET-90           PIC S9(9)V99. *> Over 60.
           05  WS-BUCKET-HELD         PIC S9(9)V99. *> Under review.
           05  WS-SUP-OUTSTANDING     PIC S9(9)V99.

       01  WS-GRAND-TOTALS.
           05  WS-TOT-CURRENT         PIC S9(11)V99 VALUE 0.
           05  WS-TOT-30              PIC S9(11)V99 VALUE 0.
           05  WS-TOT-60              PIC S9(11)V99 VALUE 0.
           05  WS-TOT-90              PIC S9(11)V99 VALUE 0.
           05  WS-TOT-HELD            PIC S9(11)V99 VALUE 0.

       01  WS-AMT-EDIT-1              PIC Z(7)9.99.
       01  WS-AMT-EDIT-2              PIC Z(7)9.99.
       01  WS-AMT-EDIT-3              PIC Z(7)9.99.
       01  WS-AMT-EDIT-4              PIC Z(7)9.99.
       01  WS-TOTAL-EDIT              PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               TO WS-TODAY-INT
           PERFORM LOAD-AP-BOOK
           IF WS-ROW-COUNT = ZERO
               DISPLAY "AP-INVOICES.csv holds nothing unpaid - "
                   "we owe no supplier anything on the books."
           ELSE
               IF WS-ROW-SKIPPED > ZERO
                   DISPLAY "NOTE: AP-INVOICES.csv holds more rows "
                       "than this program's table - "
                       WS-ROW-SKIPPED " row(s) not aged."
               END-IF
               PERFORM PRINT-AGING-REPORT
           END-IF
           STOP RUN.

       LOAD-AP-BOOK.
           OPEN INPUT AP-FILE
           IF NOT AP-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-AP-ROW UNTIL AT-EOF
               CLOSE AP-FILE
           END-IF.

       *> Only OPEN rows with money left on them and HELD rows are
       *> kept; PAID and REJECTED rows owe nothing.
       READ-AP-ROW.
           READ AP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
                   MOVE SPACES TO WS-F7 WS-F8 WS-F9 WS-F10 WS-F11
                   UNSTRING AP-RECORD DELIMITED BY ","
                       INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
                            WS-F7 WS-F8 WS-F9 WS-F10 WS-F11
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-F11) = "OPEN"
                       OR FUNCTION TRIM(WS-F11) = "HELD"
                       IF WS-ROW-COUNT < 2000
                           ADD 1 TO WS-ROW-COUNT
                           MOVE WS-F2(1:5)
                               TO APR-SUPPLIER(WS-ROW-COUNT)
                           MOVE FUNCTION NUMVAL(WS-F6)
                               TO APR-DUE-DATE(WS-ROW-COUNT)
                           COMPUTE APR-BALANCE(WS-ROW-COUNT) =
                               FUNCTION NUMVAL(WS-F9)
                               - FUNCTION NUMVAL(WS-F10)
                           MOVE WS-F11(1:8)
                               TO APR-STATUS(WS-ROW-COUNT)
                           PERFORM NOTE-DISTINCT-SUPPLIER
                       ELSE
                           ADD 1 TO WS-ROW-SKIPPED
                       END-IF
                   END-IF
           END-READ.

       NOTE-DISTINCT-SUPPLIER.
           MOVE "N" TO WS-SUP-DUP-FLAG
           PERFORM VARYING WS-SUP-INDEX FROM 1 BY 1
               UNTIL WS-SUP-INDEX > WS-SUP-COUNT
               IF WS-SUP-SEEN(WS-SUP-INDEX) =
                   APR-SUPPLIER(WS-ROW-COUNT)
                   MOVE "Y" TO WS-SUP-DUP-FLAG
               END-IF
           END-PERFORM
           IF WS-SUP-DUP-FLAG = "N" AND WS-SUP-COUNT < 500
               ADD 1 TO WS-SUP-COUNT
               MOVE APR-SUPPLIER(WS-ROW-COUNT)
                   TO WS-SUP-SEEN(WS-SUP-COUNT)
           END-IF.

       PRINT-AGING-REPORT.
           DISPLAY "------------------------------------------------"
           DISPLAY " PAYABLES AGING AS OF " WS-TODAY-DATE
           DISPLAY "------------------------------------------------"
           DISPLAY "SUPPLIER                  NOT DUE  1-30 OVER"
               "  31-60 OVER    60+ OVER"
           PERFORM AGE-ONE-SUPPLIER
               VARYING WS-SUP-INDEX FROM 1 BY 1
               UNTIL WS-SUP-INDEX > WS-SUP-COUNT
           DISPLAY "------------------------------------------------"
           MOVE WS-TOT-CURRENT TO WS-TOTAL-EDIT
           DISPLAY "Total not yet due:  " WS-TOTAL-EDIT
           MOVE WS-TOT-30 TO WS-TOTAL-EDIT
           DISPLAY "Total 1-30 over:    " WS-TOTAL-EDIT
           MOVE WS-TOT-60 TO WS-TOTAL-EDIT
           DISPLAY "Total 31-60 over:   " WS-TOTAL-EDIT
           MOVE WS-TOT-90 TO WS-TOTAL-EDIT
           DISPLAY "Total over 60:      " WS-TOTAL-EDIT
           MOVE WS-TOT-HELD TO WS-TOTAL-EDIT
           DISPLAY "Held for review:    " WS-TOTAL-EDIT
           DISPLAY "------------------------------------------------".

       AGE-ONE-SUPPLIER.
           MOVE WS-SUP-SEEN(WS-SUP-INDEX) TO WS-WORK-SUPPLIER
           MOVE ZERO TO WS-BUCKET-CURRENT
           MOVE ZERO TO WS-BUCKET-30
           MOVE ZERO TO WS-BUCKET-60
           MOVE ZERO TO WS-BUCKET-90
           MOVE ZERO TO WS-BUCKET-HELD
           MOVE ZERO TO WS-SUP-OUTSTANDING
           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
               UNTIL WS-ROW-INDEX > WS-ROW-COUNT
               IF APR-SUPPLIER(WS-ROW-INDEX) = WS-WORK-SUPPLIER
                   AND APR-BALANCE(WS-ROW-INDEX) > ZERO
                   PERFORM BUCKET-ONE-INVOICE
               END-IF
           END-PERFORM

           IF WS-SUP-OUTSTANDING > ZERO OR WS-BUCKET-HELD > ZERO
               PERFORM LOOK-UP-SUPPLIER-NAME
               MOVE WS-BUCKET-CURRENT TO WS-AMT-EDIT-1
               MOVE WS-BUCKET-30 TO WS-AMT-EDIT-2
               MOVE WS-BUCKET-60 TO WS-AMT-EDIT-3
               MOVE WS-BUCKET-90 TO WS-AMT-EDIT-4
               DISPLAY WS-WORK-SUPPLIER " "
                   WS-SUPPLIER-NAME(1:18) " "
                   WS-AMT-EDIT-1 " " WS-AMT-EDIT-2 " "
                   WS-AMT-EDIT-3 " " WS-AMT-EDIT-4
               IF WS-BUCKET-HELD > ZERO
                   MOVE WS-BUCKET-HELD TO WS-AMT-EDIT-1
                   DISPLAY "      held for review: " WS-AMT-EDIT-1
               END-IF
               ADD WS-BUCKET-CURRENT TO WS-TOT-CURRENT
               ADD WS-BUCKET-30 TO WS-TOT-30
               ADD WS-BUCKET-60 TO WS-TOT-60
               ADD WS-BUCKET-90 TO WS-TOT-90
               ADD WS-BUCKET-HELD TO WS-TOT-HELD
           END-IF.

       *> Payables age from the due date, not the invoice date - a
       *> bill on 60-day terms is not late at 45 days.
       BUCKET-ONE-INVOICE.
           IF FUNCTION TRIM(APR-STATUS(WS-ROW-INDEX)) = "HELD"
               ADD APR-BALANCE(WS-ROW-INDEX) TO WS-BUCKET-HELD
           ELSE
               ADD APR-BALANCE(WS-ROW-INDEX) TO WS-SUP-OUTSTANDING
               COMPUTE WS-OVERDUE-DAYS = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(APR-DUE-DATE(WS-ROW-INDEX))
               EVALUATE TRUE
                   WHEN WS-OVERDUE-DAYS <= 0
                       ADD APR-BALANCE(WS-ROW-INDEX)
                           TO WS-BUCKET-CURRENT
                   WHEN WS-OVERDUE-DAYS <= 30
                       ADD APR-BALANCE(WS-ROW-INDEX)
                           TO WS-BUCKET-30
                   WHEN WS-OVERDUE-DAYS <= 60
                       ADD APR-BALANCE(WS-ROW-INDEX)
                           TO WS-BUCKET-60
                   WHEN OTHER
                       ADD APR-BALANCE(WS-ROW-INDEX)
                           TO WS-BUCKET-90
               END-EVALUATE
           END-IF.

       LOOK-UP-SUPPLIER-NAME.
           MOVE SPACES TO WS-SUPPLIER-NAME
           OPEN INPUT SUPPLIER-FILE
           IF NOT SUPPLIER-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-SUPPLIER-NAME-ROW UNTIL AT-EOF
               CLOSE SUPPLIER-FILE
           END-IF.

       READ-SUPPLIER-NAME-ROW.
           READ SUPPLIER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-F1 WS-F2
                   UNSTRING SUPPLIER-RECORD DELIMITED BY ","
                       INTO WS-F1 WS-F2
                   END-UNSTRING
                   IF WS-F1(1:5) = WS-WORK-SUPPLIER
                       MOVE WS-F2 TO WS-SUPPLIER-NAME
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
           END-READ.
