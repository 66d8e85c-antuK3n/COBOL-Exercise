       *> accumulated grand total is carried in VAT-GRAND-TOTAL.dat,
       *> which this program only ever adds to, the way the bureau
       *> expects from a registered machine; the month last posted is
       *> kept beside it so a reprint never double-posts. A sale
       *> that went out on a sales invoice carries a second line
       *> under its book line with the invoice number and the
       *> buyer's registered name and TIN. The seller's own name,
       *> address, TIN and machine number head the book, and the VAT
       *> rate in force - out of STORE-PARAMS.csv - is shown at the
       *> top and again wherever a rate change falls inside the month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAT-COUNTER-STATUS.

           SELECT STORE-PARAM-FILE ASSIGN TO "STORE-PARAMS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       *> VAT-GRAND-TOTAL.dat holds one line, LASTMONTH,ACCUMTOTAL:
       *> the last month posted and the machine's accumulated grand
       *> total, never reset.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-LOG-FILE.
       01  RECEIPT-LOG-RECORD         PIC X(140).

       FD  VAT-COUNTER-FILE.
       01  VAT-COUNTER-RECORD         PIC X(40).

       *> STORE-PARAMS.csv holds the dated store parameters
       *> STORE-PARAMETERS maintains, one EFFDATE,VATPCT,SENIORPCT,
       *> PESOSPERPOINT,NAME,ADDRESS,TIN,MACHINE row per change.
       FD  STORE-PARAM-FILE.
       01  STORE-PARAM-RECORD         PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS              PIC XX.
           88  LOG-FILE-MISSING           VALUE "35".
           05  WS-TXN-EXEMPT          PIC 9(9)V99.
           05  WS-TXN-DISCOUNT        PIC 9(9)V99.
           05  WS-TXN-VAT             PIC 9(9)V99.
           05  WS-TXN-INVOICE         PIC X(10). *> Blank unless the
       *> sale was invoiced to a business buyer.
           05  WS-TXN-BUYER-TIN       PIC X(20).
           05  WS-TXN-BUYER-NAME      PIC X(40).

       01  WS-MONTH-TOTALS.
           05  WS-TOT-COUNT           PIC 9(7) VALUE 0.
       01  WS-COUNT-EDIT              PIC Z(6)9.
       01  WS-ACCUM-SHOW-EDIT         PIC Z(12)9.99.

       *> The store parameters in force on WS-PARAM-DATE: the
       *> latest STORE-PARAMS.csv row dated on or before it. With no
       *> row on file the statutory 12% VAT and 20% senior/PWD
       *> discount stand, a point per hundred pesos, and no header.
       01  WS-STORE-PARAM-VARS.
           05  WS-PARAM-STATUS        PIC XX.
               88  PARAM-FILE-MISSING     VALUE "35".
           05  WS-PARAM-EOF-FLAG      PIC X.
               88  PARAMS-AT-EOF          VALUE "Y".
           05  WS-PARAM-DATE          PIC 9(8). *> Date wanted.
           05  WS-PARAM-ROW-DATE      PIC 9(8).
           05  WS-PARAM-IN-FORCE-DATE PIC 9(8). *> Row taken.
           05  WS-PARAM-F1            PIC X(10).
           05  WS-PARAM-F2            PIC X(10).
           05  WS-PARAM-F3            PIC X(10).
           05  WS-PARAM-F4            PIC X(10).
           05  WS-PARAM-F5            PIC X(40).
           05  WS-PARAM-F6            PIC X(60).
           05  WS-PARAM-F7            PIC X(20).
           05  WS-PARAM-F8            PIC X(20).
           05  WS-VAT-PCT             PIC 9(2)V99.
           05  WS-SENIOR-PCT          PIC 9(2)V99.
           05  WS-PESOS-PER-POINT     PIC 9(5).
           05  WS-STORE-NAME          PIC X(40).
           05  WS-STORE-ADDRESS       PIC X(60).
           05  WS-STORE-TIN           PIC X(20).
           05  WS-STORE-MACHINE       PIC X(20).
       *> The rate the book last announced, and the sale date the
       *> parameters were last looked up for, so the file is only
       *> read again when the date moves on.
       01  WS-BOOK-VAT-PCT            PIC 9(2)V99.
       01  WS-RATE-LOOKUP-DATE        PIC 9(8) VALUE 0.
       01  WS-VAT-PCT-EDIT            PIC Z9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           DISPLAY "Month to Report (YYYYMM): "
           ACCEPT WS-REPORT-MONTH

       *> The rate the month opened at; the header as registered by
       *> its close - day 31 sorts after every real day of a month.
           COMPUTE WS-PARAM-DATE = WS-REPORT-MONTH * 100 + 1
           PERFORM LOAD-STORE-PARAMS
           MOVE WS-VAT-PCT TO WS-BOOK-VAT-PCT
           MOVE WS-VAT-PCT TO WS-VAT-PCT-EDIT
           COMPUTE WS-PARAM-DATE = WS-REPORT-MONTH * 100 + 31
           PERFORM LOAD-STORE-PARAMS

           DISPLAY "------------------------------------------------"
           DISPLAY " VAT SALES BOOK - " WS-REPORT-MONTH
           IF WS-STORE-NAME NOT = SPACES
               DISPLAY " " FUNCTION TRIM(WS-STORE-NAME)
           END-IF
           IF WS-STORE-ADDRESS NOT = SPACES
               DISPLAY " " FUNCTION TRIM(WS-STORE-ADDRESS)
           END-IF
           IF WS-STORE-TIN NOT = SPACES
               DISPLAY " VAT Reg TIN: " FUNCTION TRIM(WS-STORE-TIN)
           END-IF
           IF WS-STORE-MACHINE NOT = SPACES
               DISPLAY " Machine No: " FUNCTION TRIM(WS-STORE-MACHINE)
           END-IF
           DISPLAY " VAT rate: " FUNCTION TRIM(WS-VAT-PCT-EDIT) "%"
           DISPLAY "------------------------------------------------"
           DISPLAY "TXN    DATE        GROSS     VATABLE      EXEMPT"
               "    DISCOUNT         VAT"
                           TO WS-TXN-GROSS
                       MOVE 'Y' TO WS-TXN-COMPLETE-FLAG
                   END-IF
               WHEN "Invoice"
                   IF TXN-IN-MONTH
                       MOVE WS-FIELD-2 TO WS-TXN-INVOICE
                       MOVE WS-FIELD-3 TO WS-TXN-BUYER-TIN
                   END-IF
       *> The buyer's name runs wider than the scratch fields.
               WHEN "Buyer"
                   IF TXN-IN-MONTH
                       UNSTRING RECEIPT-LOG-RECORD DELIMITED BY ","
                           INTO WS-FIELD-1 WS-TXN-BUYER-NAME
                       END-UNSTRING
                   END-IF
               WHEN "Refund For"
                   MOVE 'Y' TO WS-TXN-IS-REFUND-FLAG
               WHEN "VOIDED"
           MOVE ZERO TO WS-TXN-VATABLE
           MOVE ZERO TO WS-TXN-EXEMPT
           MOVE ZERO TO WS-TXN-DISCOUNT
           MOVE ZERO TO WS-TXN-VAT
           MOVE SPACES TO WS-TXN-INVOICE
           MOVE SPACES TO WS-TXN-BUYER-TIN
           MOVE SPACES TO WS-TXN-BUYER-NAME.

       PRINT-BOOK-LINE.
           PERFORM CHECK-RATE-FOR-DATE
           MOVE WS-TXN-GROSS TO WS-AMOUNT-EDIT
           MOVE WS-TXN-VATABLE TO WS-AMOUNT-EDIT-2
           MOVE WS-TXN-EXEMPT TO WS-AMOUNT-EDIT-3
           DISPLAY WS-TXN-NUMBER " " WS-TXN-DATE " "
               WS-AMOUNT-EDIT " " WS-AMOUNT-EDIT-2 " "
               WS-AMOUNT-EDIT-3 " " WS-AMOUNT-EDIT-4 " "
               WS-AMOUNT-EDIT-5
           IF WS-TXN-INVOICE NOT = SPACES
               DISPLAY "       SI " FUNCTION TRIM(WS-TXN-INVOICE)
                   "  " FUNCTION TRIM(WS-TXN-BUYER-NAME)
                   "  TIN " FUNCTION TRIM(WS-TXN-BUYER-TIN)
           END-IF.

       *> A sale dated after a rate change gets a marker line over
       *> it, so the accountant sees where the VAT rate moved.
       CHECK-RATE-FOR-DATE.
           IF WS-TXN-DATE NOT = WS-RATE-LOOKUP-DATE
               MOVE WS-TXN-DATE TO WS-PARAM-DATE
               MOVE WS-TXN-DATE TO WS-RATE-LOOKUP-DATE
               PERFORM LOAD-STORE-PARAMS
               IF WS-VAT-PCT NOT = WS-BOOK-VAT-PCT
                   MOVE WS-VAT-PCT TO WS-BOOK-VAT-PCT
                   MOVE WS-VAT-PCT TO WS-VAT-PCT-EDIT
                   DISPLAY "-- VAT " FUNCTION TRIM(WS-VAT-PCT-EDIT)
                       "% in force from " WS-PARAM-IN-FORCE-DATE " --"
               END-IF
           END-IF.

       *> ----------------------------------------------------------
       *> Takes the STORE-PARAMS.csv row in force on WS-PARAM-DATE,
       *> so a change scheduled ahead starts by itself on its day.
       *> ----------------------------------------------------------
       LOAD-STORE-PARAMS.
           MOVE 12 TO WS-VAT-PCT
           MOVE 20 TO WS-SENIOR-PCT
           MOVE 100 TO WS-PESOS-PER-POINT
           MOVE SPACES TO WS-STORE-NAME WS-STORE-ADDRESS
           MOVE SPACES TO WS-STORE-TIN WS-STORE-MACHINE
           MOVE ZERO TO WS-PARAM-IN-FORCE-DATE
           OPEN INPUT STORE-PARAM-FILE
           IF NOT PARAM-FILE-MISSING
               MOVE "N" TO WS-PARAM-EOF-FLAG
               PERFORM READ-STORE-PARAM-ROW UNTIL PARAMS-AT-EOF
               CLOSE STORE-PARAM-FILE
           END-IF.

       READ-STORE-PARAM-ROW.
           READ STORE-PARAM-FILE
               AT END
                   MOVE "Y" TO WS-PARAM-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-PARAM-F1 WS-PARAM-F2 WS-PARAM-F3
                   MOVE SPACES TO WS-PARAM-F4 WS-PARAM-F5 WS-PARAM-F6
                   MOVE SPACES TO WS-PARAM-F7 WS-PARAM-F8
                   UNSTRING STORE-PARAM-RECORD DELIMITED BY ","
                       INTO WS-PARAM-F1 WS-PARAM-F2 WS-PARAM-F3
                            WS-PARAM-F4 WS-PARAM-F5 WS-PARAM-F6
                            WS-PARAM-F7 WS-PARAM-F8
                   END-UNSTRING
                   IF WS-PARAM-F1(1:8) IS NUMERIC
                       MOVE WS-PARAM-F1(1:8) TO WS-PARAM-ROW-DATE
                       IF WS-PARAM-ROW-DATE <= WS-PARAM-DATE
                           AND WS-PARAM-ROW-DATE >=
                               WS-PARAM-IN-FORCE-DATE
                           MOVE WS-PARAM-ROW-DATE
                               TO WS-PARAM-IN-FORCE-DATE
                           MOVE FUNCTION NUMVAL(WS-PARAM-F2)
                               TO WS-VAT-PCT
                           MOVE FUNCTION NUMVAL(WS-PARAM-F3)
                               TO WS-SENIOR-PCT
                           MOVE FUNCTION NUMVAL(WS-PARAM-F4)
                               TO WS-PESOS-PER-POINT
                           IF WS-PESOS-PER-POINT = ZERO
                               MOVE 100 TO WS-PESOS-PER-POINT
                           END-IF
                           MOVE WS-PARAM-F5 TO WS-STORE-NAME
                           MOVE WS-PARAM-F6 TO WS-STORE-ADDRESS
                           MOVE WS-PARAM-F7 TO WS-STORE-TIN
                           MOVE WS-PARAM-F8 TO WS-STORE-MACHINE
                       END-IF
                   END-IF
           END-READ.

       PRINT-MONTH-TOTALS.
           DISPLAY "------------------------------------------------"
