       *> block below 100000 - the live tills own blocks 1xxxxx to
       *> 9xxxxx - so a backdated entry keyed while a till is
       *> trading can never race that till's counter.
       *> Its rows are sealed into the same chain as the tills'
       *> (RECEIPT-LOG-CHAIN.dat), and because they land in a dated
       *> archive rather than the live log, each entry's seal range
       *> and sale date go to MANUAL-ENTRY-SEALS.csv so
       *> RECEIPT-LOG-VERIFY knows which archive to look in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT LOG-CHAIN-FILE ASSIGN TO "RECEIPT-LOG-CHAIN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.

           SELECT SEAL-NOTE-FILE ASSIGN TO "MANUAL-ENTRY-SEALS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-NOTE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "STOCK-LEDGER.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.

           SELECT KIT-FILE ASSIGN TO "KITS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIT-STATUS.

           SELECT STORE-PARAM-FILE ASSIGN TO "STORE-PARAMS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
           05  PR-PRODUCT-UOM         PIC X(3). *> PCS or KG.

       FD  RECEIPT-LOG-FILE.
       01  RECEIPT-LOG-RECORD         PIC X(140).

       *> RECEIPT-LOG-CHAIN.dat: the seal chain's head, one line
       *> SEQ,CHAIN for the last row sealed into any receipt log.
       FD  LOG-CHAIN-FILE.
       01  LOG-CHAIN-RECORD           PIC X(30).

       *> MANUAL-ENTRY-SEALS.csv, one row per manual transaction:
       *> SALEDATE,FIRSTSEQ,LASTSEQ,TXN,FILE.
       FD  SEAL-NOTE-FILE.
       01  SEAL-NOTE-RECORD           PIC X(100).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD              PIC X(120).
       FD  USER-FILE.
       01  USER-RECORD                PIC X(200).

       *> KITS.csv is KIT-MAINTENANCE's bill of materials,
       *> KIT,COMPONENT,QTYPERKIT - a kit on the paper comes off the
       *> shelf as its components, the same as at the till.
       FD  KIT-FILE.
       01  KIT-RECORD                 PIC X(100).

       *> STORE-PARAMS.csv holds the dated store parameters
       *> STORE-PARAMETERS maintains, one EFFDATE,VATPCT,SENIORPCT,
       *> PESOSPERPOINT,NAME,ADDRESS,TIN,MACHINE row per change.
       FD  STORE-PARAM-FILE.
       01  STORE-PARAM-RECORD         PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-STATUS          PIC XX.
           88  PRODUCT-MISSING            VALUE "35".
           05  WS-GRAND-TOTAL         PIC 9(7)V99.
       01  WS-PAYMENT-METHOD          PIC 9. *> 1=Cash 2=GCash 3=Card.
           88  TENDER-IS-KNOWN            VALUES 1 THRU 3.
           88  TENDER-NEEDS-REFERENCE     VALUES 2 3.
       01  WS-PAYMENT-AMOUNT          PIC 9(7)V99.
       01  WS-PAYMENT-REFERENCE       PIC X(20). *> GCash reference
       *> number or card approval code from the paper slip.
       01  WS-REFERENCE-COMMAS        PIC 99.
       01  WS-BUILD-PTR               PIC 999.

       01  WS-LINE-COUNT              PIC 9(3) VALUE 0.

       01  WS-AMOUNT-EDIT             PIC Z(6)9.99.
       01  WS-METHOD-EDIT             PIC 9.
       01  WS-COST-EDIT               PIC 9(5).99.
       01  WS-LEDGER-OUT-QTY          PIC 9(5)V999. *> Units off.
       01  WS-LEDGER-OUT-EDIT         PIC 9(5).999.
       01  WS-LEDGER-BAL-EDIT         PIC 9(5).999.
       01  WS-TOTALS-LABEL            PIC X(17).
       01  WS-BUILD-LINE              PIC X(100).
       01  WS-LEDGER-LINE             PIC X(120).

       01  WS-KIT-STATUS              PIC XX.
           88  KIT-FILE-MISSING           VALUE "35".
       01  WS-KIT-VARS.
           05  WS-KIT-EOF-FLAG        PIC X.
               88  KIT-AT-EOF             VALUE "Y".
           05  WS-KIT-NAME            PIC X(20).
           05  WS-KIT-COMP-COUNT      PIC 99.
               88  LINE-IS-KIT            VALUES 1 THRU 20.
           05  WS-KIT-INDEX           PIC 99.
           05  WS-KIT-ROLLED-COST     PIC 9(7)V9999. *> One kit.
           05  WS-KIT-SAVED-RECORD    PIC X(100).
           05  WS-KIT-F1              PIC X(20).
           05  WS-KIT-F2              PIC X(20).
           05  WS-KIT-F3              PIC X(20).
       01  WS-KIT-TABLE.
           05  WS-KIT-ENTRY OCCURS 20 TIMES.
               10  KIT-COMP-NAME      PIC X(20).
               10  KIT-COMP-QTY       PIC 9(5)V999.

       *> Receipt-log seal working data. Every row written to the
       *> log carries ,SEQ,ROWCHECK,CHAIN after its own fields, which
       *> are first padded out to eight so no reader's UNSTRING ever
       *> reaches the seal. ROWCHECK hashes the row with its sequence
       *> number; CHAIN folds ROWCHECK into the previous row's CHAIN,
       *> so a row deleted, inserted or edited breaks the links after
       *> it. RECEIPT-LOG-CHAIN.dat holds the last SEQ,CHAIN written;
       *> rotation and month-end move rows but never touch it, so the
       *> chain runs on unbroken across the archives.
       01  WS-SEAL-VARS.
           05  WS-CHAIN-STATUS        PIC XX.
               88  CHAIN-FILE-MISSING     VALUE "35".
           05  WS-CHAIN-SEQ           PIC 9(8).
           05  WS-CHAIN-CHECK         PIC 9(9).
           05  WS-CHAIN-SEQ-X         PIC X(10).
           05  WS-CHAIN-CHECK-X       PIC X(10).
           05  WS-SEAL-TEXT           PIC X(140).
           05  WS-SEAL-LENGTH         PIC 9(3).
           05  WS-SEAL-INDEX          PIC 9(3).
           05  WS-SEAL-COMMAS         PIC 9(3).
           05  WS-SEAL-ACC            PIC 9(18).
           05  WS-SEAL-ROWCHECK       PIC 9(9).
           05  WS-SEAL-NOTE-STATUS    PIC XX.
           05  WS-FIRST-SEAL-SEQ      PIC 9(8) VALUE 0.

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


       *> One-way hash working data for USERS.csv credentials. The
       *> stored form is "H" plus nine digits; a field not starting
           END-IF
           PERFORM WRITE-TOTALS-ROWS
           PERFORM CAPTURE-PAYMENT
           PERFORM NOTE-MANUAL-SEALS
           DISPLAY "Manual transaction " WS-TRANSACTION-NUMBER
               " written to " FUNCTION TRIM(WS-LOG-FILE-NAME) "."
           STOP RUN.
           IF LOG-FILE-MISSING
               OPEN OUTPUT RECEIPT-LOG-FILE
           END-IF
           PERFORM LOAD-LOG-CHAIN
           MOVE WS-BUILD-LINE TO WS-SEAL-TEXT
           PERFORM SEAL-LOG-ROW
           WRITE RECEIPT-LOG-RECORD
           CLOSE RECEIPT-LOG-FILE
           PERFORM SAVE-LOG-CHAIN
           IF WS-FIRST-SEAL-SEQ = ZERO
               MOVE WS-CHAIN-SEQ TO WS-FIRST-SEAL-SEQ
           END-IF.

       *> ----------------------------------------------------------
       *> The receipt-log seal. LOAD-LOG-CHAIN picks the chain up
       *> where the last writer left it, SEAL-LOG-ROW stamps the row
       *> in WS-SEAL-TEXT into RECEIPT-LOG-RECORD, and SAVE-LOG-CHAIN
       *> puts the new head back once the rows are on disk.
       *> RECEIPT-LOG-VERIFY repeats the same arithmetic to prove the
       *> log and its archives.
       *> ----------------------------------------------------------
       LOAD-LOG-CHAIN.
           MOVE ZERO TO WS-CHAIN-SEQ
           MOVE ZERO TO WS-CHAIN-CHECK
           OPEN INPUT LOG-CHAIN-FILE
           IF NOT CHAIN-FILE-MISSING
               READ LOG-CHAIN-FILE
                   NOT AT END
                       MOVE SPACES TO WS-CHAIN-SEQ-X WS-CHAIN-CHECK-X
                       UNSTRING LOG-CHAIN-RECORD DELIMITED BY ","
                           INTO WS-CHAIN-SEQ-X WS-CHAIN-CHECK-X
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(WS-CHAIN-SEQ-X)
                           TO WS-CHAIN-SEQ
                       MOVE FUNCTION NUMVAL(WS-CHAIN-CHECK-X)
                           TO WS-CHAIN-CHECK
               END-READ
               CLOSE LOG-CHAIN-FILE
           END-IF.

       SAVE-LOG-CHAIN.
           MOVE SPACES TO LOG-CHAIN-RECORD
           STRING WS-CHAIN-SEQ   DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WS-CHAIN-CHECK DELIMITED BY SIZE
               INTO LOG-CHAIN-RECORD
           END-STRING
           OPEN OUTPUT LOG-CHAIN-FILE
           WRITE LOG-CHAIN-RECORD
           CLOSE LOG-CHAIN-FILE.

       *> Pads the row to eight fields, adds the next sequence
       *> number, hashes the lot the way the credential hash does,
       *> and closes the row with that check and the new chain value.
       SEAL-LOG-ROW.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEAL-TEXT TRAILING))
               TO WS-SEAL-LENGTH
           MOVE ZERO TO WS-SEAL-COMMAS
           INSPECT WS-SEAL-TEXT(1:WS-SEAL-LENGTH)
               TALLYING WS-SEAL-COMMAS FOR ALL ","
           PERFORM PAD-SEAL-FIELD UNTIL WS-SEAL-COMMAS >= 7
           ADD 1 TO WS-CHAIN-SEQ
           MOVE "," TO WS-SEAL-TEXT(WS-SEAL-LENGTH + 1:1)
           MOVE WS-CHAIN-SEQ TO WS-SEAL-TEXT(WS-SEAL-LENGTH + 2:8)
           ADD 9 TO WS-SEAL-LENGTH
           COMPUTE WS-SEAL-ACC = 7919 + WS-SEAL-LENGTH * 131
           PERFORM HASH-ONE-SEAL-CHARACTER
               VARYING WS-SEAL-INDEX FROM 1 BY 1
               UNTIL WS-SEAL-INDEX > WS-SEAL-LENGTH
           MOVE WS-SEAL-ACC TO WS-SEAL-ROWCHECK
           COMPUTE WS-CHAIN-CHECK = FUNCTION REM(
               WS-CHAIN-CHECK * 1000003 + WS-SEAL-ROWCHECK 999999937)
           MOVE "," TO WS-SEAL-TEXT(WS-SEAL-LENGTH + 1:1)
           MOVE WS-SEAL-ROWCHECK TO WS-SEAL-TEXT(WS-SEAL-LENGTH + 2:9)
           MOVE "," TO WS-SEAL-TEXT(WS-SEAL-LENGTH + 11:1)
           MOVE WS-CHAIN-CHECK TO WS-SEAL-TEXT(WS-SEAL-LENGTH + 12:9)
           MOVE WS-SEAL-TEXT TO RECEIPT-LOG-RECORD.

       PAD-SEAL-FIELD.
           ADD 1 TO WS-SEAL-LENGTH
           MOVE "," TO WS-SEAL-TEXT(WS-SEAL-LENGTH:1)
           ADD 1 TO WS-SEAL-COMMAS.

       HASH-ONE-SEAL-CHARACTER.
           COMPUTE WS-SEAL-ACC = FUNCTION REM(
               WS-SEAL-ACC * 31 + FUNCTION ORD(
                   WS-SEAL-TEXT(WS-SEAL-INDEX:1)) 999999937).

       *> Where this entry's seals went: the verifier walks a date
       *> range of archives, and a backdated sale sits outside it.
       NOTE-MANUAL-SEALS.
           IF WS-FIRST-SEAL-SEQ NOT = ZERO
               OPEN EXTEND SEAL-NOTE-FILE
               IF WS-SEAL-NOTE-STATUS = "35"
                   OPEN OUTPUT SEAL-NOTE-FILE
               END-IF
               MOVE SPACES TO SEAL-NOTE-RECORD
               STRING WS-SALE-DATE             DELIMITED BY SIZE
                      ","                      DELIMITED BY SIZE
                      WS-FIRST-SEAL-SEQ        DELIMITED BY SIZE
                      ","                      DELIMITED BY SIZE
                      WS-CHAIN-SEQ             DELIMITED BY SIZE
                      ","                      DELIMITED BY SIZE
                      WS-TRANSACTION-NUMBER    DELIMITED BY SIZE
                      ","                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOG-FILE-NAME)
                                               DELIMITED BY SIZE
                   INTO SEAL-NOTE-RECORD
               END-STRING
               WRITE SEAL-NOTE-RECORD
               CLOSE SEAL-NOTE-FILE
           END-IF.

       WRITE-TRANSACTION-HEADER.
           MOVE SPACES TO WS-BUILD-LINE
               MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY)
                   TO WS-SALE-PRICE
           END-IF
           MOVE PR-PRODUCT-NAME TO WS-KIT-NAME
           PERFORM LOAD-KIT-COMPONENTS
           IF WS-SALE-QUANTITY = ZERO
               DISPLAY "Quantity cannot be zero - line dropped."
           ELSE
               IF WS-SALE-QUANTITY > PR-PRODUCT-QUANTITY
                   AND NOT LINE-IS-KIT
                   DISPLAY "More than is on hand - the paper sale "
                       "still happened, so stock goes to zero."
                   MOVE PR-PRODUCT-QUANTITY TO WS-SALE-QUANTITY
           END-IF.

       POST-MANUAL-LINE.
           IF LINE-IS-KIT
               PERFORM RELIEVE-KIT-COMPONENTS
           ELSE
               SUBTRACT WS-SALE-QUANTITY FROM PR-PRODUCT-QUANTITY
               REWRITE PRODUCT-RECORD
               MOVE WS-SALE-QUANTITY TO WS-LEDGER-OUT-QTY
               PERFORM APPEND-MANUAL-LEDGER-LINE
           END-IF
           COMPUTE WS-SALE-SUBTOTAL =
               WS-SALE-PRICE * WS-SALE-QUANTITY
           ADD WS-SALE-SUBTOTAL TO WS-RUNNING-SUBTOTAL
       *> MANUAL, not SALE - the kardex should show plainly that
       *> this movement was keyed after the outage.
       APPEND-MANUAL-LEDGER-LINE.
           MOVE WS-LEDGER-OUT-QTY TO WS-LEDGER-OUT-EDIT
           MOVE PR-PRODUCT-QUANTITY TO WS-LEDGER-BAL-EDIT
           MOVE SPACES TO WS-LEDGER-LINE
           STRING WS-SALE-DATE             DELIMITED BY SIZE
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE.

       *> A kit holds no stock of its own: each component comes off
       *> on its own MANUAL ledger line (clamped at what is on hand,
       *> as a plain item is), and the kit's line carries the
       *> components' rolled-up cost.
       RELIEVE-KIT-COMPONENTS.
           MOVE PRODUCT-RECORD TO WS-KIT-SAVED-RECORD
           MOVE ZERO TO WS-KIT-ROLLED-COST
           PERFORM RELIEVE-ONE-KIT-COMPONENT
               VARYING WS-KIT-INDEX FROM 1 BY 1
               UNTIL WS-KIT-INDEX > WS-KIT-COMP-COUNT
           MOVE WS-KIT-SAVED-RECORD TO PRODUCT-RECORD
           COMPUTE PR-PRODUCT-COST ROUNDED = WS-KIT-ROLLED-COST.

       RELIEVE-ONE-KIT-COMPONENT.
           MOVE KIT-COMP-NAME(WS-KIT-INDEX) TO PR-PRODUCT-NAME
           READ PRODUCT-FILE
               INVALID KEY
                   DISPLAY "Kit component not in the catalog: "
                       KIT-COMP-NAME(WS-KIT-INDEX)
               NOT INVALID KEY
                   COMPUTE WS-KIT-ROLLED-COST = WS-KIT-ROLLED-COST
                       + PR-PRODUCT-COST * KIT-COMP-QTY(WS-KIT-INDEX)
                   COMPUTE WS-LEDGER-OUT-QTY =
                       WS-SALE-QUANTITY * KIT-COMP-QTY(WS-KIT-INDEX)
                   IF WS-LEDGER-OUT-QTY > PR-PRODUCT-QUANTITY
                       MOVE PR-PRODUCT-QUANTITY TO WS-LEDGER-OUT-QTY
                   END-IF
                   SUBTRACT WS-LEDGER-OUT-QTY FROM PR-PRODUCT-QUANTITY
                   REWRITE PRODUCT-RECORD
                   PERFORM APPEND-MANUAL-LEDGER-LINE
           END-READ.

       LOAD-KIT-COMPONENTS.
           MOVE ZERO TO WS-KIT-COMP-COUNT
           OPEN INPUT KIT-FILE
           IF NOT KIT-FILE-MISSING
               MOVE "N" TO WS-KIT-EOF-FLAG
               PERFORM READ-KIT-ROW UNTIL KIT-AT-EOF
               CLOSE KIT-FILE
           END-IF.

       READ-KIT-ROW.
           READ KIT-FILE
               AT END
                   MOVE "Y" TO WS-KIT-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-KIT-F1 WS-KIT-F2 WS-KIT-F3
                   UNSTRING KIT-RECORD DELIMITED BY ","
                       INTO WS-KIT-F1 WS-KIT-F2 WS-KIT-F3
                   END-UNSTRING
                   IF WS-KIT-F1 = WS-KIT-NAME
                       AND WS-KIT-COMP-COUNT < 20
                       ADD 1 TO WS-KIT-COMP-COUNT
                       MOVE WS-KIT-F2
                           TO KIT-COMP-NAME(WS-KIT-COMP-COUNT)
                       MOVE FUNCTION NUMVAL(WS-KIT-F3)
                           TO KIT-COMP-QTY(WS-KIT-COMP-COUNT)
                   END-IF
           END-READ.

       FIND-ITEM-BY-NAME-OR-CODE.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE WS-ITEM-ENTRY TO PR-PRODUCT-NAME
                   MOVE "Y" TO WS-FOUND-FLAG
           END-READ.

       *> The same arithmetic FINALIZE-SALE runs: VAT on the taxable
       *> portion only, at the rate in force on the sale's own date
       *> rather than the day it is keyed. Senior/PWD discounts are
       *> not offered here - a discounted outage sale should be rung
       *> through the POS and refunded if it has to move days.
       WRITE-TOTALS-ROWS.
           MOVE WS-SALE-DATE TO WS-PARAM-DATE
           PERFORM LOAD-STORE-PARAMS
           COMPUTE WS-TAX-AMOUNT ROUNDED =
               WS-TAXABLE-SUBTOTAL * WS-VAT-PCT / 100
           COMPUTE WS-GRAND-TOTAL =
               WS-RUNNING-SUBTOTAL + WS-TAX-AMOUNT

           END-STRING
           PERFORM APPEND-LOG-LINE.

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

       CAPTURE-PAYMENT.
           MOVE WS-GRAND-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "Grand Total: " WS-AMOUNT-EDIT
           ACCEPT WS-AMOUNT-REPLY
           MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY)
               TO WS-PAYMENT-AMOUNT
           MOVE SPACES TO WS-PAYMENT-REFERENCE
           IF TENDER-NEEDS-REFERENCE
               PERFORM ASK-PAYMENT-REFERENCE
                   UNTIL WS-PAYMENT-REFERENCE NOT = SPACES
           END-IF
           MOVE WS-PAYMENT-METHOD TO WS-METHOD-EDIT
           MOVE WS-PAYMENT-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-BUILD-LINE
           MOVE 1 TO WS-BUILD-PTR
           STRING "Payment"         DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WS-METHOD-EDIT    DELIMITED BY SIZE
                  WS-AMOUNT-EDIT    DELIMITED BY SIZE
                  ",0"              DELIMITED BY SIZE
               INTO WS-BUILD-LINE
               WITH POINTER WS-BUILD-PTR
           END-STRING
       *> The reference rides as a fifth field, the same as the
       *> terminal writes it, so the settlement match sees paper
       *> sales too.
           IF WS-PAYMENT-REFERENCE NOT = SPACES
               STRING ","                  DELIMITED BY SIZE
                      WS-PAYMENT-REFERENCE DELIMITED BY "  "
                   INTO WS-BUILD-LINE
                   WITH POINTER WS-BUILD-PTR
               END-STRING
           END-IF
           PERFORM APPEND-LOG-LINE.

       ASK-PAYMENT-REFERENCE.
           IF WS-PAYMENT-METHOD = 2
               DISPLAY "GCash Reference No. (from the slip): "
           ELSE
               DISPLAY "Card Approval Code (from the slip): "
           END-IF
           ACCEPT WS-PAYMENT-REFERENCE
           MOVE ZERO TO WS-REFERENCE-COMMAS
           INSPECT WS-PAYMENT-REFERENCE
               TALLYING WS-REFERENCE-COMMAS FOR ALL ","
           IF WS-REFERENCE-COMMAS > ZERO
               DISPLAY "The reference cannot contain a comma."
               MOVE SPACES TO WS-PAYMENT-REFERENCE
           END-IF
           IF WS-PAYMENT-REFERENCE = SPACES
               DISPLAY "A reference is required for this tender."
           END-IF.

       *> ----------------------------------------------------------
       *> The credential hash: a running 31x product folded under a
       *> nine-digit modulus, salted with the length. Every program
