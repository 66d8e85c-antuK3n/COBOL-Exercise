
       *> This program reads data from a CSV file named 'RECEIPT.csv'.
       *> It parses the data to generate and display a receipt.
       *> A sale carrying an Invoice row prints as a sales invoice
       *> instead: the invoice number, the buyer's registered name,
       *> address and TIN, and the VAT breakdown under the BIR's
       *> labels. The store's own header block - registered name,
       *> address, TIN and machine number - heads every receipt, and
       *> the VAT rate beside the tax is the one STORE-PARAMS.csv had
       *> in force on the sale's date, so a reprint shows the rate
       *> the sale was actually rung at.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-PRINT-STATUS.

                   SELECT STORE-PARAM-FILE ASSIGN TO "STORE-PARAMS.csv"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-PARAM-STATUS.

       *> The file 'RECEIPT.csv' stores product data and totals.
       *> 'RECEIPT_PRINT.txt' receives a copy of the formatted receipt
       *> so it can be reprinted or archived after the terminal scrolls.
       FD  PRINT-FILE.
       01  PRINT-RECORD             PIC X(100). *> Formatted receipt line.

       *> STORE-PARAMS.csv holds the dated store parameters
       *> STORE-PARAMETERS maintains, one EFFDATE,VATPCT,SENIORPCT,
       *> PESOSPERPOINT,NAME,ADDRESS,TIN,MACHINE row per change.
       FD  STORE-PARAM-FILE.
       01  STORE-PARAM-RECORD         PIC X(200).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG               PIC X VALUE 'N'. *> End-of-file flag.
       01  PRODUCT-NAME           PIC X(50). *> Product name.
       01  POINTS-EARNED-SHOWN    PIC X(10) VALUE SPACES.
       01  POINTS-REDEEMED-SHOWN  PIC X(10) VALUE SPACES.
       01  POINTS-BALANCE-SHOWN   PIC X(10) VALUE SPACES.
       01  INVOICE-NUMBER-SHOWN   PIC X(10) VALUE SPACES. *> Sales
       *> invoice number off the Invoice row; blank on a receipt.
       01  BUYER-TIN-SHOWN        PIC X(30) VALUE SPACES.
       01  BUYER-NAME-SHOWN       PIC X(40) VALUE SPACES.
       01  BUYER-ADDRESS-SHOWN    PIC X(50) VALUE SPACES.

       01  WS-PAYMENT-METHOD-CODE PIC 9     VALUE 0. *> How they paid.
           88  TENDER-IS-CASH         VALUE 1.
           88  TENDER-IS-POINTS       VALUE 4.
           88  TENDER-IS-CREDIT       VALUE 5.
           88  TENDER-IS-ACCOUNT      VALUE 6.
           88  TENDER-IS-DEPOSIT      VALUE 7.
       01  WS-PAYMENT-METHOD-NAME  PIC X(10) VALUE SPACES.
       01  PAYMENT-REFERENCE-SHOWN PIC X(20) VALUE SPACES. *> GCash ref
       *> number or card approval code, fifth field of the Payment row.
       01  WS-AMOUNT-TENDERED      PIC 9(9)V99 VALUE 0.
       01  WS-AMOUNT-TENDERED-EDIT PIC Z(7)9.99.
       01  WS-CHANGE-DUE           PIC 9(9)V99 VALUE 0.
       01  WS-RECEIPT-FILE-NAME   PIC X(40).
       01  WS-STATION-ARG         PIC X(8).

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
       01  WS-RATE-EDIT           PIC Z9.99. *> Rate as printed.

       *> Working-storage holds data for processing.

       PROCEDURE DIVISION.
           PERFORM READ-CSV UNTIL EOF-FLAG = 'Y' *> Read until end of file.
           CLOSE CSV-FILE *> Close the file.

           IF TRANSACTION-DATE(1:8) IS NUMERIC
               MOVE TRANSACTION-DATE(1:8) TO WS-PARAM-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PARAM-DATE
           END-IF
           PERFORM LOAD-STORE-PARAMS
           MOVE WS-VAT-PCT TO WS-RATE-EDIT

           OPEN OUTPUT PRINT-FILE *> Open the receipt print file.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Could not open RECEIPT_PRINT.txt - "
                   "printing to screen only."
           END-IF

           PERFORM PRINT-STORE-HEADER

           MOVE "----------------------------------------"
               TO WS-PRINT-LINE
           PERFORM SHOW-PRINT-LINE
           IF INVOICE-NUMBER-SHOWN NOT = SPACES
               MOVE "            SALES INVOICE               "
                   TO WS-PRINT-LINE
           ELSE
               MOVE "               RECEIPT                  "
                   TO WS-PRINT-LINE
           END-IF
           PERFORM SHOW-PRINT-LINE
           MOVE "----------------------------------------"
               TO WS-PRINT-LINE
               PERFORM SHOW-PRINT-LINE
           END-IF

           IF INVOICE-NUMBER-SHOWN NOT = SPACES
               PERFORM PRINT-BUYER-BLOCK
           END-IF

           IF REFUND-FOR-NUMBER NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING "REFUND for Transaction: " DELIMITED BY SIZE
           END-STRING
           PERFORM SHOW-PRINT-LINE

           IF INVOICE-NUMBER-SHOWN NOT = SPACES
               PERFORM PRINT-INVOICE-VAT-BREAKDOWN
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "Taxable Sales: " DELIMITED BY SIZE
                      TAXABLE-SALES-TOTAL DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM SHOW-PRINT-LINE

               MOVE SPACES TO WS-PRINT-LINE
               STRING "VAT Exempt Sales: " DELIMITED BY SIZE
                      EXEMPT-SALES-TOTAL DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM SHOW-PRINT-LINE

               MOVE SPACES TO WS-PRINT-LINE
               STRING "Tax Due ("                 DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RATE-EDIT) DELIMITED BY SIZE
                      "%): "                      DELIMITED BY SIZE
                      TAX-TOTAL DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM SHOW-PRINT-LINE

               MOVE SPACES TO WS-PRINT-LINE
               STRING "Grand Total: " DELIMITED BY SIZE
                      GRANDTOTAL-TOTAL DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM SHOW-PRINT-LINE
           END-IF

           IF REFUND-TOTAL-TOTAL NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               CONTINUE
           ELSE IF PRODUCT-NAME = "Manual Entry"
               MOVE 'Y' TO WS-MANUAL-ENTRY-FLAG
           ELSE IF PRODUCT-NAME = "Invoice"
               MOVE FUNCTION TRIM(TEMP-QUANTITY)
                   TO INVOICE-NUMBER-SHOWN
               MOVE FUNCTION TRIM(TEMP-PRICE) TO BUYER-TIN-SHOWN
       *> The buyer's name and address run wider than the item
       *> columns, so their rows are split again on their own.
           ELSE IF PRODUCT-NAME = "Buyer"
               UNSTRING CSV-RECORD DELIMITED BY "," INTO
                   PRODUCT-NAME
                   BUYER-NAME-SHOWN
               END-UNSTRING
           ELSE IF PRODUCT-NAME = "Buyer Address"
               UNSTRING CSV-RECORD DELIMITED BY "," INTO
                   PRODUCT-NAME
                   BUYER-ADDRESS-SHOWN
               END-UNSTRING
           ELSE IF PRODUCT-NAME = "Store Credit"
               MOVE FUNCTION TRIM(TEMP-QUANTITY)
                   TO CREDIT-NUMBER-SHOWN
           ELSE IF PRODUCT-NAME = "Payment"
               MOVE PRODUCT-QUANTITY TO WS-PAYMENT-METHOD-CODE
               MOVE FUNCTION NUMVAL(PRODUCT-PRICE) TO WS-AMOUNT-TENDERED
               MOVE FUNCTION TRIM(TEMP-TAXABLE)
                   TO PAYMENT-REFERENCE-SHOWN
           ELSE IF PRODUCT-NAME = "Subtotal"
               MOVE PRODUCT-SUBTOTAL TO SUBTOTAL-TOTAL
           ELSE IF PRODUCT-NAME = "Discount"
               PERFORM SHOW-PRINT-LINE
           END-PERFORM.

       *> The seller's block over the receipt heading, as registered
       *> in STORE-PARAMS.csv for the sale's date. A store that has
       *> not set its parameters up yet prints no block.
       PRINT-STORE-HEADER.
           IF WS-STORE-NAME NOT = SPACES
               MOVE WS-STORE-NAME TO WS-PRINT-LINE
               PERFORM SHOW-PRINT-LINE
           END-IF
           IF WS-STORE-ADDRESS NOT = SPACES
               MOVE WS-STORE-ADDRESS TO WS-PRINT-LINE
               PERFORM SHOW-PRINT-LINE
           END-IF
           IF WS-STORE-TIN NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING "VAT Reg TIN: " DELIMITED BY SIZE
                      WS-STORE-TIN    DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM SHOW-PRINT-LINE
           END-IF
           IF WS-STORE-MACHINE NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING "Machine No: "   DELIMITED BY SIZE
                      WS-STORE-MACHINE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM SHOW-PRINT-LINE
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

       *> The buyer block a sales invoice carries under the
       *> transaction heading.
       PRINT-BUYER-BLOCK.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Invoice No: " DELIMITED BY SIZE
                  INVOICE-NUMBER-SHOWN DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM SHOW-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "Sold To: " DELIMITED BY SIZE
                  BUYER-NAME-SHOWN DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM SHOW-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "Address: " DELIMITED BY SIZE
                  BUYER-ADDRESS-SHOWN DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM SHOW-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "TIN: " DELIMITED BY SIZE
                  BUYER-TIN-SHOWN DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM SHOW-PRINT-LINE.

       *> The same totals the receipt shows, under the labels the
       *> bureau wants on an invoice.
       PRINT-INVOICE-VAT-BREAKDOWN.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "VATable Sales: " DELIMITED BY SIZE
                  TAXABLE-SALES-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM SHOW-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "VAT-Exempt Sales: " DELIMITED BY SIZE
                  EXEMPT-SALES-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM SHOW-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "VAT Amount ("              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RATE-EDIT) DELIMITED BY SIZE
                  "%): "                      DELIMITED BY SIZE
                  TAX-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM SHOW-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "Total Amount Due: " DELIMITED BY SIZE
                  GRANDTOTAL-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM SHOW-PRINT-LINE.

       SHOW-PAYMENT.
           EVALUATE TRUE
               WHEN TENDER-IS-CASH
                   MOVE "Credit" TO WS-PAYMENT-METHOD-NAME
               WHEN TENDER-IS-ACCOUNT
                   MOVE "On Account" TO WS-PAYMENT-METHOD-NAME
               WHEN TENDER-IS-DEPOSIT
                   MOVE "Deposit" TO WS-PAYMENT-METHOD-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-PAYMENT-METHOD-NAME
           END-EVALUATE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM SHOW-PRINT-LINE
               IF PAYMENT-REFERENCE-SHOWN NOT = SPACES
                   MOVE SPACES TO WS-PRINT-LINE
                   IF TENDER-IS-CARD
                       STRING "Approval Code: " DELIMITED BY SIZE
                              PAYMENT-REFERENCE-SHOWN DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                       END-STRING
                   ELSE
                       STRING "Reference No.: " DELIMITED BY SIZE
                              PAYMENT-REFERENCE-SHOWN DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                       END-STRING
                   END-IF
                   PERFORM SHOW-PRINT-LINE
               END-IF
               IF TENDER-IS-CASH
                   IF WS-AMOUNT-TENDERED >
                       FUNCTION NUMVAL(GRANDTOTAL-TOTAL)
