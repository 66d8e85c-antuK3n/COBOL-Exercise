       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHELF-TAG-PRINT.

       *> This program prints the shelf tags the morning crew swaps
       *> before opening. APPLY-PRICE-CHANGES moves scheduled prices
       *> onto the catalog overnight and the POS logs every live edit,
       *> both into PRICE-HISTORY.csv; this run picks up every product
       *> whose price changed since the last changed-price run and
       *> writes one tag each at today's catalog price, so the shelf
       *> matches what the till charges. TAG-CONTROL.dat remembers how
       *> far into PRICE-HISTORY.csv the last run read, so a change is
       *> never missed and never tagged twice. A whole department (or
       *> the whole store) can be re-tagged on demand, and the promos
       *> in force today print as separate SALE tags carrying the
       *> promo's end date. Each run goes to its own numbered
       *> TAGS_<n>.txt file for the label printer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCTS.CSV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRODUCT-NAME
               ALTERNATE RECORD KEY IS PR-PRODUCT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT PRICE-HISTORY-FILE ASSIGN TO "PRICE-HISTORY.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PROMO-FILE ASSIGN TO "PROMOS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.

           SELECT TAG-CONTROL-FILE ASSIGN TO "TAG-CONTROL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT TAG-FILE ASSIGN TO DYNAMIC WS-TAG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAG-STATUS.

       *> PRICE-HISTORY.csv: DATE,TIME,PRODUCT,OLDPRICE,NEWPRICE,
       *> SOURCE - appended by APPLY-PRICE-CHANGES and the POS.
       *> PROMOS.csv: SCOPE,TARGET,PTYPE,VALUE1,VALUE2,STARTDATE,
       *> ENDDATE, maintained by PROMO-MAINTENANCE. TAG-CONTROL.dat is
       *> one line: the last tag run number, how many PRICE-HISTORY
       *> rows the last changed-price run had read, and its date.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05  PR-PRODUCT-NAME        PIC X(20). *> Key: product name.
           05  PR-PRODUCT-QUANTITY    PIC 9(5)V999.
           05  PR-PRODUCT-PRICE       PIC 9(5)V99.
           05  PR-PRODUCT-TAXABLE     PIC X VALUE 'Y'. *> VAT status.
           05  PR-PRODUCT-CODE        PIC X(5). *> Short SKU code.
           05  PR-PRODUCT-DEPT        PIC X(10). *> Department grouping.
           05  PR-PRODUCT-SUPPLIER    PIC X(5). *> Preferred supplier.
           05  PR-PRODUCT-COST        PIC 9(5)V99. *> Unit cost.
           05  PR-PRODUCT-UOM         PIC X(3). *> PCS or KG.

       FD  PRICE-HISTORY-FILE.
       01  PRICE-HISTORY-RECORD       PIC X(100).

       FD  PROMO-FILE.
       01  PROMO-RECORD               PIC X(100).

       FD  TAG-CONTROL-FILE.
       01  TAG-CONTROL-RECORD.
           05  TC-LAST-RUN            PIC 9(6).
           05  TC-HISTORY-ROWS        PIC 9(8).
           05  TC-RUN-DATE            PIC 9(8).

       FD  TAG-FILE.
       01  TAG-RECORD                 PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-STATUS          PIC XX.
           88  PRODUCT-MISSING            VALUE "35".
       01  WS-HISTORY-STATUS          PIC XX.
           88  HISTORY-MISSING            VALUE "35".
       01  WS-PROMO-STATUS            PIC XX.
           88  PROMO-FILE-MISSING         VALUE "35".
       01  WS-CONTROL-STATUS          PIC XX.
           88  CONTROL-MISSING            VALUE "35".
       01  WS-TAG-STATUS              PIC XX.
       01  WS-EOF-FLAG                PIC X.
           88  AT-EOF                     VALUE "Y".

       01  WS-MENU-CHOICE             PIC X.
       01  WS-TODAY-DATE              PIC 9(8).

       *> The control record as read at start-up, rewritten after
       *> every run that writes a tag file.
       01  WS-LAST-RUN                PIC 9(6) VALUE 0.
       01  WS-LAST-HISTORY-ROWS       PIC 9(8) VALUE 0.
       01  WS-LAST-RUN-DATE           PIC 9(8) VALUE 0.
       01  WS-HISTORY-ROWS            PIC 9(8). *> Rows on file now.
       01  WS-TAG-RUN                 PIC 9(6).
       01  WS-TAG-FILE-NAME           PIC X(40).
       01  WS-TAG-COUNT               PIC 9(5).
       01  WS-GONE-COUNT              PIC 9(5). *> Changed, deleted.

       01  WS-TAG-DEPT                PIC X(10). *> Blank = all.
       01  WS-F1                      PIC X(20). *> Unstring scratch.
       01  WS-F2                      PIC X(20).
       01  WS-F3                      PIC X(20).
       01  WS-F4                      PIC X(20).
       01  WS-F5                      PIC X(20).
       01  WS-F6                      PIC X(20).
       01  WS-F7                      PIC X(20).

       *> Distinct products with a price change since the last run.
       01  WS-CHG-COUNT               PIC 9(3) VALUE 0.
       01  WS-CHG-SKIPPED             PIC 9(5) VALUE 0. *> Products
       *> past the table - the run is refused rather than leaving
       *> them untagged behind a moved watermark.
       01  WS-CHG-INDEX               PIC 9(3).
       01  WS-CHG-MATCH               PIC 9(3).
       01  WS-CHANGED-TABLE.
           05  WS-CHG-ENTRY OCCURS 500 TIMES.
               10  CHG-PRODUCT        PIC X(20).

       *> The promos in force today, loaded the way the POS loads
       *> them - the same 50 the till honours, matched the same way,
       *> so a SALE tag never promises a price the till won't give.
       01  WS-PROMO-COUNT             PIC 9(2) VALUE 0.
       01  WS-PROMO-INDEX             PIC 9(2).
       01  WS-PROMO-MATCH             PIC 9(2).
       01  WS-PROMO-TABLE.
           05  WS-PROMO-ENTRY OCCURS 50 TIMES.
               10  PRM-SCOPE          PIC X. *> P=product D=dept.
               10  PRM-TARGET         PIC X(20).
               10  PRM-PTYPE          PIC X(5). *> PCT/PESO/MULTI.
               10  PRM-VALUE1         PIC 9(5)V99.
               10  PRM-VALUE2         PIC 9(5)V99.
               10  PRM-END-DATE       PIC 9(8).

       *> Tag building.
       01  WS-TAG-LINE                PIC X(60).
       01  WS-RULE-LINE               PIC X(40) VALUE ALL "-".
       01  WS-PRICE-SHOW              PIC Z(4)9.99.
       01  WS-SALE-SHOW               PIC Z(4)9.99.
       01  WS-PER-100G                PIC 9(5)V99.
       01  WS-PER-100G-SHOW           PIC Z(4)9.99.
       01  WS-SALE-PRICE              PIC S9(5)V99.
       01  WS-BUNDLE-QTY-SHOW         PIC Z(4)9.
       01  WS-DATE-SHOW               PIC X(10). *> YYYY-MM-DD.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM READ-TAG-CONTROL
           PERFORM MAIN-MENU-PROCESS
               UNTIL WS-MENU-CHOICE = "4"
           STOP RUN.

       MAIN-MENU-PROCESS.
           DISPLAY SPACES
           DISPLAY "OSPOS | SHELF TAGS"
           IF WS-LAST-RUN-DATE = ZERO
               DISPLAY "No changed-price run on record yet."
           ELSE
               DISPLAY "Last changed-price run: " WS-LAST-RUN-DATE
           END-IF
           DISPLAY "1. Tags for Price Changes Since Last Run"
           DISPLAY "2. Tags for a Department"
           DISPLAY "3. SALE Tags for Promos in Force"
           DISPLAY "4. Exit"
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM CHANGED-PRICE-RUN
               WHEN "2"
                   PERFORM DEPARTMENT-RUN
               WHEN "3"
                   PERFORM SALE-TAG-RUN
               WHEN "4"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       READ-TAG-CONTROL.
           OPEN INPUT TAG-CONTROL-FILE
           IF NOT CONTROL-MISSING
               READ TAG-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TC-LAST-RUN TO WS-LAST-RUN
                       MOVE TC-HISTORY-ROWS TO WS-LAST-HISTORY-ROWS
                       MOVE TC-RUN-DATE TO WS-LAST-RUN-DATE
               END-READ
               CLOSE TAG-CONTROL-FILE
           END-IF.

       WRITE-TAG-CONTROL.
           MOVE WS-LAST-RUN TO TC-LAST-RUN
           MOVE WS-LAST-HISTORY-ROWS TO TC-HISTORY-ROWS
           MOVE WS-LAST-RUN-DATE TO TC-RUN-DATE
           OPEN OUTPUT TAG-CONTROL-FILE
           WRITE TAG-CONTROL-RECORD
           CLOSE TAG-CONTROL-FILE.

       *> ----------------------------------------------------------
       *> Changed prices: every PRICE-HISTORY.csv row past the last
       *> run's watermark names a product to re-tag. The watermark
       *> only moves once the tag file is written.
       *> ----------------------------------------------------------
       CHANGED-PRICE-RUN.
           MOVE ZERO TO WS-CHG-COUNT
           MOVE ZERO TO WS-CHG-SKIPPED
           MOVE ZERO TO WS-HISTORY-ROWS
           OPEN INPUT PRICE-HISTORY-FILE
           IF NOT HISTORY-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-HISTORY-ROW UNTIL AT-EOF
               CLOSE PRICE-HISTORY-FILE
           END-IF
           IF WS-HISTORY-ROWS < WS-LAST-HISTORY-ROWS
               DISPLAY "PRICE-HISTORY.csv is shorter than at the last "
                   "run - it was replaced. Every row on it is taken "
                   "as new."
               MOVE ZERO TO WS-LAST-HISTORY-ROWS
               MOVE ZERO TO WS-CHG-COUNT
               MOVE ZERO TO WS-CHG-SKIPPED
               MOVE ZERO TO WS-HISTORY-ROWS
               IF NOT HISTORY-MISSING
                   OPEN INPUT PRICE-HISTORY-FILE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM READ-HISTORY-ROW UNTIL AT-EOF
                   CLOSE PRICE-HISTORY-FILE
               END-IF
           END-IF
           IF WS-CHG-SKIPPED > ZERO
               DISPLAY "More changed products than this program's "
                   "table holds - raise the table size. Nothing was "
                   "printed and the last-run mark was not moved."
           ELSE
           IF WS-CHG-COUNT = ZERO
               DISPLAY "No price changes since the last tag run."
           ELSE
               OPEN INPUT PRODUCT-FILE
               IF PRODUCT-MISSING
                   DISPLAY "PRODUCTS.CSV not found - no tags printed."
               ELSE
                   PERFORM OPEN-TAG-FILE
                   MOVE ZERO TO WS-GONE-COUNT
                   PERFORM VARYING WS-CHG-INDEX FROM 1 BY 1
                       UNTIL WS-CHG-INDEX > WS-CHG-COUNT
                       MOVE CHG-PRODUCT(WS-CHG-INDEX)
                           TO PR-PRODUCT-NAME
                       READ PRODUCT-FILE
                           INVALID KEY
                               ADD 1 TO WS-GONE-COUNT
                           NOT INVALID KEY
                               PERFORM WRITE-PRICE-TAG
                       END-READ
                   END-PERFORM
                   CLOSE PRODUCT-FILE
                   PERFORM CLOSE-TAG-FILE
                   IF WS-GONE-COUNT > ZERO
                       DISPLAY WS-GONE-COUNT " changed product(s) "
                           "no longer in the catalog - no tag."
                   END-IF
                   MOVE WS-HISTORY-ROWS TO WS-LAST-HISTORY-ROWS
                   MOVE WS-TODAY-DATE TO WS-LAST-RUN-DATE
                   PERFORM WRITE-TAG-CONTROL
               END-IF
           END-IF
           END-IF.

       READ-HISTORY-ROW.
           READ PRICE-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-HISTORY-ROWS
                   IF WS-HISTORY-ROWS > WS-LAST-HISTORY-ROWS
                       MOVE SPACES TO WS-F1 WS-F2 WS-F3
                       UNSTRING PRICE-HISTORY-RECORD DELIMITED BY ","
                           INTO WS-F1 WS-F2 WS-F3
                       END-UNSTRING
                       IF WS-F3 NOT = SPACES
                           PERFORM NOTE-CHANGED-PRODUCT
                       END-IF
                   END-IF
           END-READ.

       NOTE-CHANGED-PRODUCT.
           MOVE ZERO TO WS-CHG-MATCH
           PERFORM VARYING WS-CHG-INDEX FROM 1 BY 1
               UNTIL WS-CHG-INDEX > WS-CHG-COUNT
               OR WS-CHG-MATCH > ZERO
               IF CHG-PRODUCT(WS-CHG-INDEX) = WS-F3
                   MOVE WS-CHG-INDEX TO WS-CHG-MATCH
               END-IF
           END-PERFORM
           IF WS-CHG-MATCH = ZERO
               IF WS-CHG-COUNT < 500
                   ADD 1 TO WS-CHG-COUNT
                   MOVE WS-F3 TO CHG-PRODUCT(WS-CHG-COUNT)
               ELSE
                   ADD 1 TO WS-CHG-SKIPPED
               END-IF
           END-IF.

       *> ----------------------------------------------------------
       *> A department re-tag - a reset aisle, a new fixture, or
       *> (blank department) the whole store. It does not touch the
       *> changed-price mark.
       *> ----------------------------------------------------------
       DEPARTMENT-RUN.
           DISPLAY "Department to tag (Enter for the whole store): "
           MOVE SPACES TO WS-TAG-DEPT
           ACCEPT WS-TAG-DEPT
           OPEN INPUT PRODUCT-FILE
           IF PRODUCT-MISSING
               DISPLAY "PRODUCTS.CSV not found - no tags printed."
           ELSE
               PERFORM OPEN-TAG-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-DEPARTMENT-ITEM UNTIL AT-EOF
               CLOSE PRODUCT-FILE
               PERFORM CLOSE-TAG-FILE
               PERFORM WRITE-TAG-CONTROL
           END-IF.

       READ-DEPARTMENT-ITEM.
           READ PRODUCT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-TAG-DEPT = SPACES
                       OR PR-PRODUCT-DEPT = WS-TAG-DEPT
                       PERFORM WRITE-PRICE-TAG
                   END-IF
           END-READ.

       *> ----------------------------------------------------------
       *> SALE tags: every product (in a chosen department, or all)
       *> that a promo in force today reduces at the till, with the
       *> regular price, the promo price, and the last day of the
       *> promo.
       *> ----------------------------------------------------------
       SALE-TAG-RUN.
           PERFORM LOAD-PROMO-TABLE
           IF WS-PROMO-COUNT = ZERO
               DISPLAY "No promos in force today."
           ELSE
               DISPLAY "Department to tag (Enter for the whole "
                   "store): "
               MOVE SPACES TO WS-TAG-DEPT
               ACCEPT WS-TAG-DEPT
               OPEN INPUT PRODUCT-FILE
               IF PRODUCT-MISSING
                   DISPLAY "PRODUCTS.CSV not found - no tags printed."
               ELSE
                   PERFORM OPEN-TAG-FILE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM READ-SALE-ITEM UNTIL AT-EOF
                   CLOSE PRODUCT-FILE
                   PERFORM CLOSE-TAG-FILE
                   PERFORM WRITE-TAG-CONTROL
               END-IF
           END-IF.

       READ-SALE-ITEM.
           READ PRODUCT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-TAG-DEPT = SPACES
                       OR PR-PRODUCT-DEPT = WS-TAG-DEPT
                       PERFORM FIND-PROMO-FOR-ITEM
                       IF WS-PROMO-MATCH NOT = ZERO
                           PERFORM WRITE-SALE-TAG
                       END-IF
                   END-IF
           END-READ.

       LOAD-PROMO-TABLE.
           MOVE ZERO TO WS-PROMO-COUNT
           OPEN INPUT PROMO-FILE
           IF NOT PROMO-FILE-MISSING
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-PROMO-ROW UNTIL AT-EOF
               CLOSE PROMO-FILE
           END-IF.

       READ-PROMO-ROW.
           READ PROMO-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4
                   MOVE SPACES TO WS-F5 WS-F6 WS-F7
                   UNSTRING PROMO-RECORD DELIMITED BY ","
                       INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6 WS-F7
                   END-UNSTRING
                   IF FUNCTION NUMVAL(WS-F6) <= WS-TODAY-DATE
                       AND FUNCTION NUMVAL(WS-F7) >= WS-TODAY-DATE
                       AND WS-PROMO-COUNT < 50
                       ADD 1 TO WS-PROMO-COUNT
                       MOVE WS-F1(1:1) TO PRM-SCOPE(WS-PROMO-COUNT)
                       MOVE WS-F2 TO PRM-TARGET(WS-PROMO-COUNT)
                       MOVE WS-F3(1:5) TO PRM-PTYPE(WS-PROMO-COUNT)
                       MOVE FUNCTION NUMVAL(WS-F4)
                           TO PRM-VALUE1(WS-PROMO-COUNT)
                       MOVE FUNCTION NUMVAL(WS-F5)
                           TO PRM-VALUE2(WS-PROMO-COUNT)
                       MOVE FUNCTION NUMVAL(WS-F7)
                           TO PRM-END-DATE(WS-PROMO-COUNT)
                   END-IF
           END-READ.

       *> First promo in file order naming the product or its
       *> department - the POS's FIND-PROMO-FOR-LINE rule.
       FIND-PROMO-FOR-ITEM.
           MOVE ZERO TO WS-PROMO-MATCH
           PERFORM VARYING WS-PROMO-INDEX FROM 1 BY 1
               UNTIL WS-PROMO-INDEX > WS-PROMO-COUNT
               IF WS-PROMO-MATCH = ZERO
                   AND ((PRM-SCOPE(WS-PROMO-INDEX) = "P"
                       AND FUNCTION TRIM(PRM-TARGET(WS-PROMO-INDEX))
                           = FUNCTION TRIM(PR-PRODUCT-NAME))
                   OR (PRM-SCOPE(WS-PROMO-INDEX) = "D"
                       AND FUNCTION TRIM(PRM-TARGET(WS-PROMO-INDEX))
                           = FUNCTION TRIM(PR-PRODUCT-DEPT)))
                   MOVE WS-PROMO-INDEX TO WS-PROMO-MATCH
               END-IF
           END-PERFORM.

       *> ----------------------------------------------------------
       *> Tag file handling. Every run gets the next number, so the
       *> printer queue never overwrites a batch not yet printed.
       *> ----------------------------------------------------------
       OPEN-TAG-FILE.
           ADD 1 TO WS-LAST-RUN
           MOVE WS-LAST-RUN TO WS-TAG-RUN
           MOVE SPACES TO WS-TAG-FILE-NAME
           STRING "TAGS_"      DELIMITED BY SIZE
                  WS-TAG-RUN   DELIMITED BY SIZE
                  ".txt"       DELIMITED BY SIZE
               INTO WS-TAG-FILE-NAME
           END-STRING
           MOVE ZERO TO WS-TAG-COUNT
           OPEN OUTPUT TAG-FILE.

       CLOSE-TAG-FILE.
           CLOSE TAG-FILE
           DISPLAY WS-TAG-COUNT " tag(s) written to "
               FUNCTION TRIM(WS-TAG-FILE-NAME).

       WRITE-TAG-LINE.
           MOVE WS-TAG-LINE TO TAG-RECORD
           WRITE TAG-RECORD.

       *> A regular tag: name, code, and the shelf price. A KG item
       *> is priced per kilo and shows the per-100 g figure too.
       WRITE-PRICE-TAG.
           ADD 1 TO WS-TAG-COUNT
           MOVE WS-RULE-LINE TO WS-TAG-LINE
           PERFORM WRITE-TAG-LINE
           MOVE PR-PRODUCT-NAME TO WS-TAG-LINE
           PERFORM WRITE-TAG-LINE
           MOVE SPACES TO WS-TAG-LINE
           STRING "Code: "         DELIMITED BY SIZE
                  PR-PRODUCT-CODE  DELIMITED BY SIZE
               INTO WS-TAG-LINE
           END-STRING
           PERFORM WRITE-TAG-LINE
           MOVE PR-PRODUCT-PRICE TO WS-PRICE-SHOW
           PERFORM WRITE-UNIT-PRICE-LINES
           MOVE WS-RULE-LINE TO WS-TAG-LINE
           PERFORM WRITE-TAG-LINE
           MOVE SPACES TO WS-TAG-LINE
           PERFORM WRITE-TAG-LINE.

       WRITE-UNIT-PRICE-LINES.
           MOVE SPACES TO WS-TAG-LINE
           IF PR-PRODUCT-UOM = "KG"
               STRING "PHP "         DELIMITED BY SIZE
                      WS-PRICE-SHOW  DELIMITED BY SIZE
                      " per kg"      DELIMITED BY SIZE
                   INTO WS-TAG-LINE
               END-STRING
               PERFORM WRITE-TAG-LINE
               COMPUTE WS-PER-100G ROUNDED = PR-PRODUCT-PRICE / 10
               MOVE WS-PER-100G TO WS-PER-100G-SHOW
               MOVE SPACES TO WS-TAG-LINE
               STRING "PHP "             DELIMITED BY SIZE
                      WS-PER-100G-SHOW   DELIMITED BY SIZE
                      " per 100 g"       DELIMITED BY SIZE
                   INTO WS-TAG-LINE
               END-STRING
               PERFORM WRITE-TAG-LINE
           ELSE
               STRING "PHP "         DELIMITED BY SIZE
                      WS-PRICE-SHOW  DELIMITED BY SIZE
                      " each"        DELIMITED BY SIZE
                   INTO WS-TAG-LINE
               END-STRING
               PERFORM WRITE-TAG-LINE
           END-IF.

       *> A SALE tag: the regular price, what the till charges under
       *> the promo, and the last day it runs.
       WRITE-SALE-TAG.
           ADD 1 TO WS-TAG-COUNT
           MOVE WS-RULE-LINE TO WS-TAG-LINE
           PERFORM WRITE-TAG-LINE
           MOVE PRM-END-DATE(WS-PROMO-MATCH) TO WS-F1
           MOVE SPACES TO WS-DATE-SHOW
           STRING WS-F1(1:4) "-" WS-F1(5:2) "-" WS-F1(7:2)
                  DELIMITED BY SIZE
               INTO WS-DATE-SHOW
           END-STRING
           MOVE SPACES TO WS-TAG-LINE
           STRING "*** SALE ***  until " DELIMITED BY SIZE
                  WS-DATE-SHOW           DELIMITED BY SIZE
               INTO WS-TAG-LINE
           END-STRING
           PERFORM WRITE-TAG-LINE
           MOVE PR-PRODUCT-NAME TO WS-TAG-LINE
           PERFORM WRITE-TAG-LINE
           MOVE SPACES TO WS-TAG-LINE
           STRING "Code: "         DELIMITED BY SIZE
                  PR-PRODUCT-CODE  DELIMITED BY SIZE
               INTO WS-TAG-LINE
           END-STRING
           PERFORM WRITE-TAG-LINE
           MOVE PR-PRODUCT-PRICE TO WS-PRICE-SHOW
           MOVE SPACES TO WS-TAG-LINE
           STRING "Regular PHP "   DELIMITED BY SIZE
                  WS-PRICE-SHOW    DELIMITED BY SIZE
               INTO WS-TAG-LINE
           END-STRING
           PERFORM WRITE-TAG-LINE
           PERFORM WRITE-SALE-PRICE-LINE
           MOVE WS-RULE-LINE TO WS-TAG-LINE
           PERFORM WRITE-TAG-LINE
           MOVE SPACES TO WS-TAG-LINE
           PERFORM WRITE-TAG-LINE.

       WRITE-SALE-PRICE-LINE.
           MOVE SPACES TO WS-TAG-LINE
           EVALUATE FUNCTION TRIM(PRM-PTYPE(WS-PROMO-MATCH))
               WHEN "PCT"
                   COMPUTE WS-SALE-PRICE ROUNDED =
                       PR-PRODUCT-PRICE
                       - PR-PRODUCT-PRICE
                         * PRM-VALUE1(WS-PROMO-MATCH) / 100
                   PERFORM FORMAT-NOW-PRICE
               WHEN "PESO"
                   COMPUTE WS-SALE-PRICE =
                       PR-PRODUCT-PRICE - PRM-VALUE1(WS-PROMO-MATCH)
                   PERFORM FORMAT-NOW-PRICE
               WHEN "MULTI"
                   MOVE PRM-VALUE1(WS-PROMO-MATCH)
                       TO WS-BUNDLE-QTY-SHOW
                   MOVE PRM-VALUE2(WS-PROMO-MATCH) TO WS-SALE-SHOW
                   STRING "NOW "                      DELIMITED BY SIZE
                          FUNCTION TRIM(WS-BUNDLE-QTY-SHOW)
                                                      DELIMITED BY SIZE
                          " for PHP "                 DELIMITED BY SIZE
                          WS-SALE-SHOW                DELIMITED BY SIZE
                       INTO WS-TAG-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "See the till for the promo price."
                       TO WS-TAG-LINE
           END-EVALUATE
           PERFORM WRITE-TAG-LINE.

       FORMAT-NOW-PRICE.
           IF WS-SALE-PRICE < ZERO
               MOVE ZERO TO WS-SALE-PRICE
           END-IF
           MOVE WS-SALE-PRICE TO WS-SALE-SHOW
           IF PR-PRODUCT-UOM = "KG"
               STRING "NOW PHP "     DELIMITED BY SIZE
                      WS-SALE-SHOW   DELIMITED BY SIZE
                      " per kg"      DELIMITED BY SIZE
                   INTO WS-TAG-LINE
               END-STRING
           ELSE
               STRING "NOW PHP "     DELIMITED BY SIZE
                      WS-SALE-SHOW   DELIMITED BY SIZE
                      " each"        DELIMITED BY SIZE
                   INTO WS-TAG-LINE
               END-STRING
           END-IF.
