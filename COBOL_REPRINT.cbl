       *> log, lays them back into RECEIPT.csv, and hands off to
       *> OUTPUT-CSV to format the receipt to screen and
       *> RECEIPT_PRINT.txt exactly as it printed the first time.
       *> The store parameters are taken as of the sale's own date,
       *> not today's, so an old sale shows the VAT rate and header
       *> it was rung under even after a rate change.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT STORE-PARAM-FILE ASSIGN TO "STORE-PARAMS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       *> RECEIPT-LOG.csv is the running log POINT-OF-SALE-SYSTEM
       *> appends every sale to. RECEIPT.csv is the one-sale scratch
       *> file OUTPUT-CSV formats; reprinting overwrites it, the same
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-LOG-FILE.
       01  RECEIPT-LOG-RECORD         PIC X(140).

       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD             PIC X(100).

       *> STORE-PARAMS.csv holds the dated store parameters
       *> STORE-PARAMETERS maintains, one EFFDATE,VATPCT,SENIORPCT,
       *> PESOSPERPOINT,NAME,ADDRESS,TIN,MACHINE row per change.
       FD  STORE-PARAM-FILE.
       01  STORE-PARAM-RECORD         PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS              PIC XX.
           88  LOG-FILE-MISSING           VALUE "35".

       01  WS-FIELD-1                 PIC X(20).
       01  WS-FIELD-2                 PIC X(20).
       01  WS-FIELD-3                 PIC X(20).
       01  WS-PCT-EDIT                PIC Z9.99.
       01  WS-PCT-EDIT-2              PIC Z9.99.

       *> The wanted transaction's lines, in log order. A suspended
       *> sale's fragment is thrown away when its SUSPENDED marker

       01  WS-PRINT-COMMAND           PIC X(100). *> cmd /c line built.

       *> A log row's trailing ,SEQ,ROWCHECK,CHAIN seal and the empty
       *> fields padding up to it are the log's business, not the
       *> receipt's - they come off before the row is laid back.
       01  WS-UNSEAL-VARS.
           05  WS-UNSEAL-TEXT         PIC X(140).
           05  WS-UNSEAL-LENGTH       PIC 9(3).

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

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           DISPLAY "Transaction Number to Reprint: "
               DISPLAY "Transaction " WS-WANTED-TXN
                   " not found in RECEIPT-LOG.csv."
           ELSE
               PERFORM NOTE-RATES-IN-FORCE
               PERFORM WRITE-RECEIPT-SCRATCH
               PERFORM RUN-RECEIPT-PRINTER
           END-IF
       SAVE-LOG-LINE.
           IF WS-LINE-COUNT < 150
               ADD 1 TO WS-LINE-COUNT
               PERFORM STRIP-LOG-SEAL
               MOVE WS-UNSEAL-TEXT TO WS-SAVED-LINE(WS-LINE-COUNT)
           END-IF.

       STRIP-LOG-SEAL.
           MOVE RECEIPT-LOG-RECORD TO WS-UNSEAL-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-UNSEAL-TEXT TRAILING))
               TO WS-UNSEAL-LENGTH
           IF WS-UNSEAL-LENGTH > 29
               IF WS-UNSEAL-TEXT(WS-UNSEAL-LENGTH - 28:1) = ","
                   AND WS-UNSEAL-TEXT(WS-UNSEAL-LENGTH - 27:8)
                       IS NUMERIC
                   AND WS-UNSEAL-TEXT(WS-UNSEAL-LENGTH - 19:1) = ","
                   AND WS-UNSEAL-TEXT(WS-UNSEAL-LENGTH - 18:9)
                       IS NUMERIC
                   AND WS-UNSEAL-TEXT(WS-UNSEAL-LENGTH - 9:1) = ","
                   AND WS-UNSEAL-TEXT(WS-UNSEAL-LENGTH - 8:9)
                       IS NUMERIC
                   MOVE SPACES TO WS-UNSEAL-TEXT(WS-UNSEAL-LENGTH - 28:)
                   SUBTRACT 29 FROM WS-UNSEAL-LENGTH
                   PERFORM DROP-SEAL-PADDING
                       UNTIL WS-UNSEAL-LENGTH = ZERO
                       OR WS-UNSEAL-TEXT(WS-UNSEAL-LENGTH:1) NOT = ","
               END-IF
           END-IF.

       DROP-SEAL-PADDING.
           MOVE SPACE TO WS-UNSEAL-TEXT(WS-UNSEAL-LENGTH:1)
           SUBTRACT 1 FROM WS-UNSEAL-LENGTH.

       *> ----------------------------------------------------------
       *> The first line kept is the sale's Transaction header, whose
       *> third field is the day it was rung. OUTPUT-CSV prints the
       *> parameters of that day; this tells the clerk up front.
       *> ----------------------------------------------------------
       NOTE-RATES-IN-FORCE.
           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
           UNSTRING WS-SAVED-LINE(1) DELIMITED BY ","
               INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
           END-UNSTRING
           IF WS-FIELD-3(1:8) IS NUMERIC
               MOVE WS-FIELD-3(1:8) TO WS-PARAM-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PARAM-DATE
           END-IF
           PERFORM LOAD-STORE-PARAMS
           MOVE WS-VAT-PCT TO WS-PCT-EDIT
           MOVE WS-SENIOR-PCT TO WS-PCT-EDIT-2
           DISPLAY "Sale of " WS-PARAM-DATE ": VAT "
               FUNCTION TRIM(WS-PCT-EDIT) "%, senior/PWD discount "
               FUNCTION TRIM(WS-PCT-EDIT-2) "% in force that day.".

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

       *> ----------------------------------------------------------
       *> Lays the collected lines back into RECEIPT.csv, the exact
       *> interface OUTPUT-CSV already reads.
