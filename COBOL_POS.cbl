       *> loadable module and launched through LOGIN-TO-POS's CALL,
       *> never linked as its own standalone executable - see the
       *> Makefile.
       *>
       *> A business buyer's sale prints as a sales invoice: the buyer's
       *> registered name, address and TIN come off BUYERS.csv or are
       *> keyed in, and the invoice number is taken from the range
       *> INVOICE-SERIES registered for this station.
       *>
       *> What a role may do beyond selling is set on PERMISSIONS.csv
       *> (kept in USER-MAINTENANCE): catalog edit and delete, stock
       *> adjustments, barcodes, layaway rules and the supervisor
       *> approvals behind voids, refunds and price overrides. ADMIN
       *> holds them all; every refusal is logged to
       *> ACCESS-DENIALS.csv.
       *>
       *> Every row appended to RECEIPT-LOG.csv is sealed with a
       *> sequence number and a check chained to the row before it
       *> (RECEIPT-LOG-CHAIN.dat keeps the chain's head), so
       *> RECEIPT-LOG-VERIFY can prove no row was removed or edited.
       *>
       *> Nothing that moves money runs until START-OF-DAY has opened
       *> today's business day on DAY-CONTROL.dat, short of a logged
       *> admin override.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-LOG-STATUS.

           SELECT LOG-CHAIN-FILE ASSIGN TO "RECEIPT-LOG-CHAIN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.

           SELECT KIT-FILE ASSIGN TO "KITS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIT-STATUS.

           SELECT BARCODE-FILE ASSIGN TO "BARCODES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-BARCODE
               ALTERNATE RECORD KEY IS BC-PRODUCT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-BARCODE-STATUS.

           SELECT SALE-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

           SELECT PUNCH-FILE ASSIGN TO "TIME-PUNCHES.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUNCH-STATUS.

           SELECT LAYAWAY-FILE ASSIGN TO "LAYAWAYS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYAWAY-STATUS.

           SELECT LAYAWAY-LEDGER-FILE ASSIGN TO "LAYAWAY-LEDGER.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-LEDGER-STATUS.

           SELECT LAYAWAY-COUNTER-FILE ASSIGN TO "LAYAWAY-COUNTER.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-COUNTER-STATUS.

           SELECT LAYAWAY-RULES-FILE ASSIGN TO "LAYAWAY-RULES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-RULES-STATUS.

           SELECT SPECIAL-ORDER-FILE ASSIGN TO "SPECIAL-ORDERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPECIAL-ORDER-STATUS.

           SELECT SPECIAL-ORDER-LEDGER-FILE ASSIGN TO
               "SPECIAL-ORDER-LEDGER.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-LEDGER-STATUS.

           SELECT SPECIAL-ORDER-COUNTER-FILE ASSIGN TO
               "SPECIAL-ORDER-COUNTER.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-COUNTER-STATUS.

           SELECT BUYER-FILE ASSIGN TO "BUYERS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUYER-STATUS.

           SELECT INVOICE-SERIES-FILE ASSIGN TO DYNAMIC
               WS-INVOICE-SERIES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-SERIES-STATUS.

           SELECT PERMISSION-FILE ASSIGN TO "PERMISSIONS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMISSION-STATUS.

           SELECT DENIAL-FILE ASSIGN TO "ACCESS-DENIALS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENIAL-STATUS.

           SELECT STORE-PARAM-FILE ASSIGN TO "STORE-PARAMS.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT DAY-CONTROL-FILE ASSIGN TO "DAY-CONTROL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAY-CONTROL-STATUS.
           SELECT DAY-LOG-FILE ASSIGN TO "DAY-CONTROL-LOG.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAY-LOG-STATUS.

       *> PRODUCTS.CSV is now an indexed file keyed on product name, so the
       *> catalog is no longer bounded by an in-memory table size.
       *> RECEIPT_S<station>.csv holds the line items for the sale just
       01  RECEIPT-RECORD             PIC X(100).

       FD  RECEIPT-LOG-FILE.
       01  RECEIPT-LOG-RECORD         PIC X(140).

       *> RECEIPT-LOG-CHAIN.dat: the seal chain's head, one line
       *> SEQ,CHAIN for the last row sealed into any receipt log.
       FD  LOG-CHAIN-FILE.
       01  LOG-CHAIN-RECORD           PIC X(30).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD                PIC X(120).
       FD  LOT-FILE.
       01  LOT-RECORD                  PIC X(100).

       *> KITS.csv is KIT-MAINTENANCE's bill of materials: one
       *> KIT,COMPONENT,QTYPERKIT row per component. A kit is an
       *> ordinary catalog entry for its price, VAT flag, and
       *> department, but it holds no stock of its own - selling one
       *> takes the components off the shelf, and a void or return
       *> puts them back.
       FD  KIT-FILE.
       01  KIT-RECORD                  PIC X(100).

       *> BARCODES.DAT cross-references every barcode printed on a
       *> product - the each, the inner pack, the case - to the
       *> catalog name, with the number of selling units the scan
       *> stands for. A retired barcode stays on file so an old
       *> carton is refused by name instead of ringing up as
       *> "not found".
       FD  BARCODE-FILE.
       01  BARCODE-RECORD.
           05  BC-BARCODE              PIC X(20). *> Record key.
           05  BC-PRODUCT-NAME         PIC X(20). *> Catalog key.
           05  BC-PACK-QTY             PIC 9(5)V999. *> Units per scan.
           05  BC-STATUS               PIC X.
               88  BARCODE-ACTIVE          VALUE "A".
               88  BARCODE-RETIRED         VALUE "R".
           05  BC-ADDED-DATE           PIC 9(8).
           05  BC-RETIRED-DATE         PIC 9(8).

       *> SALE-JOURNAL_S<station>.csv shadows the in-memory sale
       *> line table to disk, one row per captured line in the
       *> HOLDS.csv layout, rewritten as lines ring up or void and
       FD  HOLD-FILE.
       01  HOLD-RECORD                 PIC X(100).

       *> TIME-PUNCHES.csv is the TIME-CLOCK's punch file, read only
       *> to see that the cashier is clocked in before a shift opens:
       *> DATE,TIME,USER,TYPE,STATUS,SOURCE, with a VOID row striking
       *> off the OK punch of the same date, time, user and type.
       FD  PUNCH-FILE.
       01  PUNCH-RECORD                PIC X(100).

       *> LAYAWAYS.csv holds one row per layaway opened:
       *> NUMBER,OPENDATE,CUSTNO,NAME,CONTACT,PRODUCT,QTY,PRICE,
       *> TOTAL,DEADLINE - a member number, or zero with the walk-in
       *> customer's name and contact keyed. The row never changes;
       *> what has been paid and whether it is still open is the
       *> LAYAWAY-LEDGER.csv replayed, the way AR-LEDGER.csv works:
       *> DATE,TIME,NUMBER,TYPE,AMOUNT,TENDER,USER,STATION,TXN with
       *> TYPE DEPOSIT, PAYMENT, REFUND, CANCEL, FORFEIT or COMPLETE.
       *> Money in is the deposit and the instalments; the refund
       *> handed back, the fee or forfeit kept, and the price applied
       *> to the finished sale take it out again, so what the store
       *> still holds for customers is the ledger summed.
       *> LAYAWAY-RULES.dat is one TERMDAYS,MINDEPOSITPCT,
       *> CANCELKEEPPCT,FORFEITKEEPPCT line the admin keeps.
       FD  LAYAWAY-FILE.
       01  LAYAWAY-RECORD              PIC X(150).

       FD  LAYAWAY-LEDGER-FILE.
       01  LAYAWAY-LEDGER-RECORD       PIC X(100).

       FD  LAYAWAY-COUNTER-FILE.
       01  LAYAWAY-COUNTER-RECORD      PIC 9(6).

       FD  LAYAWAY-RULES-FILE.
       01  LAYAWAY-RULES-RECORD        PIC X(100).

       *> SPECIAL-ORDERS.csv holds one row per special order taken
       *> for something the shelf does not have:
       *> NUMBER,DATE,CUSTNO,NAME,CONTACT,PRODUCT,QTY,PRICE,TOTAL,
       *> keyed the way a layaway is. Where it stands is its
       *> SPECIAL-ORDER-LEDGER.csv rows replayed - the layaway
       *> ledger's layout, DATE,TIME,NUMBER,TYPE,AMOUNT,TENDER,USER,
       *> STATION,REF - with TYPE DEPOSIT or PAYMENT for money in,
       *> ORDERED when PURCHASE-ORDER-SYSTEM puts it on a PO (REF the
       *> PO number), RECEIVED when GOODS-RECEIVING sets the units
       *> aside (REF the delivery), COLLECT when the customer takes
       *> it (REF the sale), and REFUND and CANCEL when it is called
       *> off.
       FD  SPECIAL-ORDER-FILE.
       01  SPECIAL-ORDER-RECORD        PIC X(150).

       FD  SPECIAL-ORDER-LEDGER-FILE.
       01  SPECIAL-ORDER-LEDGER-RECORD PIC X(100).

       FD  SPECIAL-ORDER-COUNTER-FILE.
       01  SPECIAL-ORDER-COUNTER-RECORD PIC 9(6).

       *> BUYERS.csv is the business-customer file, TIN,NAME,ADDRESS,
       *> one row per registered buyer, added to whenever a cashier
       *> keys in a new one and chooses to keep it.
       *> INVOICE-SERIES_S<station>.dat is this station's registered
       *> invoice range, FIRST,LAST,NEXT,QFIRST,QLAST, kept by
       *> INVOICE-SERIES and advanced here as invoices print.
       FD  BUYER-FILE.
       01  BUYER-RECORD                PIC X(120).

       FD  INVOICE-SERIES-FILE.
       01  INVOICE-SERIES-RECORD       PIC X(60).

       *> PERMISSIONS.csv grants functions to roles, one ROLE,FUNCTION
       *> row per grant; ACCESS-DENIALS.csv logs every refusal as
       *> DATE,TIME,PROGRAM,USER,ROLE,FUNCTION.
       FD  PERMISSION-FILE.
       01  PERMISSION-RECORD          PIC X(40).

       FD  DENIAL-FILE.
       01  DENIAL-RECORD              PIC X(150).

       *> STORE-PARAMS.csv holds the dated store parameters
       *> STORE-PARAMETERS maintains, one EFFDATE,VATPCT,SENIORPCT,
       *> PESOSPERPOINT,NAME,ADDRESS,TIN,MACHINE row per change.
       FD  STORE-PARAM-FILE.
       01  STORE-PARAM-RECORD         PIC X(200).

       *> DAY-CONTROL.dat is START-OF-DAY's DATE,OPEN,TIME,USER line
       *> for the business day last opened; an admin's override to
       *> sell on a day not opened is logged to DAY-CONTROL-LOG.csv
       *> as DATE,TIME,USER,OVERRIDE,STATION/CASHIER.
       FD  DAY-CONTROL-FILE.
       01  DAY-CONTROL-RECORD         PIC X(80).

       FD  DAY-LOG-FILE.
       01  DAY-LOG-RECORD             PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  DECIMAL-SEPARATOR      PIC X     VALUE '.'. *> Price formatting.
                   VALUE "M. Cash In/Out (Drawer)". *> Movements.
               10  OPTION-ARPAY   PIC X(30)
                   VALUE "A. Account Payment". *> Utang payment.
               10  OPTION-BARCODE PIC X(30)
                   VALUE "B. Barcodes". *> Scan cross-reference.
               10  OPTION-LAYAWAY PIC X(30)
                   VALUE "L. Layaway". *> Pay-over-time reserve.
               10  OPTION-SPECIAL PIC X(30)
                   VALUE "S. Special Order". *> Order for a customer.
               10  OPTION-EXIT    PIC X(30)
                   VALUE "9. Exit System". *> Exiting the system.
           05  MENU-OPTIONS-CASHIER.
               10  CASH-OPTION-VIEW PIC X(30)
                   VALUE "2. View Entries". *> Viewing entries.
               10  CASH-OPTION-SELL PIC X(30)
                   VALUE "M. Cash In/Out (Drawer)". *> Movements.
               10  CASH-OPTION-ARPAY PIC X(30)
                   VALUE "A. Account Payment". *> Utang payment.
               10  CASH-OPTION-LAYAWAY PIC X(30)
                   VALUE "L. Layaway". *> Pay-over-time reserve.
               10  CASH-OPTION-SPECIAL PIC X(30)
                   VALUE "S. Special Order". *> Order for a customer.
               10  CASH-OPTION-EXIT PIC X(30)
                   VALUE "9. Exit System". *> Exiting the system.

               88  CHOICE-GIFT        VALUE "0". *> Gift Certificate.
               88  CHOICE-CASHMOVE    VALUES "M" "m". *> Cash moves.
               88  CHOICE-ARPAY       VALUES "A" "a". *> AR payment.
               88  CHOICE-LAYAWAY     VALUES "L" "l". *> Layaway.
               88  CHOICE-SPECIAL     VALUES "S" "s". *> Special order.
               88  CHOICE-NEEDS-SHIFT VALUES "5" "6" "0" "M" "m"
                                             "A" "a" "L" "l"
                                             "S" "s". *> Money.
               88  CHOICE-EXIT        VALUE "9". *> Exit System.
           05  WS-CONTINUE-FLAG       PIC X     VALUE "Y". *> Flag to continue.
               88  CONTINUE-ENTRY     VALUE "Y". *> Indicates continuation.
       01  WS-TOTALS-VARS.
           05  WS-SALE-TAXABLE-SUBTOTAL PIC 9(7)V99. *> Taxable sum.
           05  WS-SALE-EXEMPT-SUBTOTAL  PIC 9(7)V99. *> Exempt sum.
           05  WS-SALE-TAX-AMOUNT     PIC 9(7)V99. *> VAT in force.
           05  WS-SALE-GRAND-TOTAL    PIC 9(7)V99. *> Subtotal + tax.
           05  WS-TOTALS-LABEL        PIC X(17).
           05  WS-TOTALS-AMOUNT-EDIT  PIC Z(6)9.99.

       01  WS-HOLD-FILE-STATUS        PIC XX    VALUE "00".
       01  WS-SHIFT-STATUS            PIC XX    VALUE "00".
       01  WS-PUNCH-STATUS            PIC XX    VALUE "00".
           88  PUNCH-FILE-MISSING         VALUE "35".
       01  WS-ADJUSTMENT-STATUS       PIC XX    VALUE "00".
       01  WS-LEDGER-STATUS           PIC XX    VALUE "00".
       01  WS-PRICE-HISTORY-STATUS    PIC XX    VALUE "00".
               10  LOT-EXPIRY         PIC 9(8).
               10  LOT-QTY            PIC 9(5)V999.

       *> The components of the kit on the current line, read fresh
       *> from KITS.csv whenever a line moves stock.
       01  WS-KIT-STATUS              PIC XX    VALUE "00".
           88  KIT-FILE-MISSING           VALUE "35".
       01  WS-KIT-VARS.
           05  WS-KIT-EOF-FLAG        PIC X.
               88  KIT-AT-EOF             VALUE "Y".
           05  WS-KIT-NAME            PIC X(20). *> Kit being exploded.
           05  WS-KIT-COMP-COUNT      PIC 99.
               88  LINE-IS-KIT            VALUES 1 THRU 20.
           05  WS-KIT-INDEX           PIC 99.
           05  WS-KIT-MOVE-QTY        PIC 9(5)V999. *> Kits moving.
           05  WS-KIT-COMP-MOVE       PIC 9(5)V999. *> Component units.
           05  WS-KIT-SHORT-FLAG      PIC X.
               88  KIT-STOCK-SHORT        VALUE "Y".
           05  WS-KIT-LOTS-FLAG       PIC X. *> N on a return.
               88  KIT-LOTS-RESTORED      VALUE "Y".
           05  WS-KIT-ROLLED-COST     PIC 9(7)V9999. *> One kit.
           05  WS-KIT-SAVED-RECORD    PIC X(100). *> The kit's own
       *> catalog record, held while the component records are read.
           05  WS-KIT-F1              PIC X(20). *> Unstring scratch.
           05  WS-KIT-F2              PIC X(20).
           05  WS-KIT-F3              PIC X(20).
       01  WS-KIT-TABLE.
           05  WS-KIT-ENTRY OCCURS 20 TIMES.
               10  KIT-COMP-NAME      PIC X(20).
               10  KIT-COMP-QTY       PIC 9(5)V999.

       *> The barcode scanned for the current line. A plain name or
       *> SKU entry leaves the pack quantity at one.
       01  WS-BARCODE-STATUS          PIC XX    VALUE "00".
           88  BARCODE-FILE-MISSING       VALUE "35".
       01  WS-BARCODE-VARS.
           05  WS-SCAN-PACK-QTY       PIC 9(5)V999 VALUE 1.
           05  WS-SCAN-PACK-EDIT      PIC Z(4)9.999.
           05  WS-BARCODE-CHOICE      PIC X.
           05  WS-BARCODE-ENTRY       PIC X(20).
           05  WS-BARCODE-PRODUCT     PIC X(20).
           05  WS-BARCODE-EOF-FLAG    PIC X.
               88  BARCODE-LIST-AT-EOF    VALUE "Y".
           05  WS-BARCODE-LISTED      PIC 9(3).
           05  WS-BARCODE-CLASH-FLAG  PIC X.
               88  BARCODE-CLASHES        VALUE "Y".

       *> The promos in force today, loaded once per sale. A line's
       *> product name is matched first, then its department; the
       *> first hit wins.
               10  CUST-LIMIT         PIC 9(7)V99. *> Credit limit;
       *> zero means the member buys cash only.

       *> A sale to a business buyer prints as a sales invoice. The
       *> buyer block and the invoice number ride on Invoice, Buyer
       *> and Buyer Address rows after the totals, for OUTPUT-CSV to
       *> print and VAT-SALES-BOOK to list.
       01  WS-INVOICE-VARS.
           05  WS-INVOICE-REPLY       PIC X.
           05  WS-INVOICE-ON-SALE-FLAG PIC X VALUE "N".
               88  INVOICE-ON-SALE        VALUE "Y".
           05  WS-BUYER-STATUS        PIC XX.
               88  BUYER-FILE-MISSING     VALUE "35".
           05  WS-BUYER-EOF-FLAG      PIC X.
               88  BUYER-AT-EOF           VALUE "Y".
           05  WS-BUYER-FOUND-FLAG    PIC X.
               88  BUYER-FOUND            VALUE "Y".
           05  WS-BUYER-TIN           PIC X(17). *> 000-000-000-00000.
           05  WS-BUYER-NAME          PIC X(40). *> Registered name.
           05  WS-BUYER-ADDRESS       PIC X(50).
           05  WS-BUYER-COMMAS        PIC 9(3).
           05  WS-BUYER-F1            PIC X(20). *> Unstring scratch.
           05  WS-BUYER-F2            PIC X(40).
           05  WS-BUYER-F3            PIC X(50).
           05  WS-BUYER-LINE          PIC X(120).
           05  WS-INVOICE-SERIES-NAME PIC X(40).
           05  WS-INVOICE-SERIES-STATUS PIC XX.
               88  INVOICE-SERIES-MISSING VALUE "35".
           05  WS-INVOICE-SERIES-OK-FLAG PIC X.
               88  INVOICE-SERIES-OK      VALUE "Y".
           05  WS-INV-FIRST           PIC 9(8).
           05  WS-INV-LAST            PIC 9(8).
           05  WS-INV-NEXT            PIC 9(8).
           05  WS-INV-QFIRST          PIC 9(8).
           05  WS-INV-QLAST           PIC 9(8).
           05  WS-INV-NUMBER          PIC 9(8). *> Printed on this sale.
           05  WS-INV-LEFT            PIC 9(8).
           05  WS-INV-LEFT-EDIT       PIC Z(7)9.
           05  WS-INV-WARN-AT         PIC 9(4) VALUE 50. *> Warn once
       *> this few numbers are left with no next range queued.
           05  WS-INV-F1              PIC X(10).
           05  WS-INV-F2              PIC X(10).
           05  WS-INV-F3              PIC X(10).
           05  WS-INV-F4              PIC X(10).
           05  WS-INV-F5              PIC X(10).
           05  WS-INVOICE-LINE        PIC X(100).

       01  WS-LEDGER-VARS.
           05  WS-LEDGER-TYPE         PIC X(8). *> Movement type word.
           05  WS-LEDGER-QTY-IN       PIC 9(5)V999. *> Units in, or zero.
       *> live log; the return scan swaps in a dated archive when the
       *> original sale has already been rotated out, and swaps back.

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

       *> Business-day check. WS-DAY-CLEARED-DATE is the day this
       *> till last found open, or was let sell by an admin, so the
       *> check runs once a day rather than on every sale.
       01  WS-DAY-CONTROL-VARS.
           05  WS-DAY-CONTROL-STATUS  PIC XX.
               88  DAY-CONTROL-MISSING    VALUE "35".
           05  WS-DAY-LOG-STATUS      PIC XX.
               88  DAY-LOG-MISSING        VALUE "35".
           05  WS-DAY-TODAY           PIC 9(8).
           05  WS-DAY-CLEARED-DATE    PIC 9(8) VALUE 0.
           05  WS-DAY-OPEN-DATE       PIC X(8).
           05  WS-DAY-OPEN-STATE      PIC X(10).
           05  WS-DAY-STAMP           PIC X(14). *> YYYYMMDDHHMMSS.
           05  WS-DAY-LOG-LINE        PIC X(150).

       01  WS-DISCOUNT-VARS.
           05  WS-DISCOUNT-TYPE       PIC 9. *> 0=None 1=Senior 2=PWD.
               88  SALE-IS-DISCOUNTED VALUES 1 2.
               88  DISCOUNT-IS-SENIOR VALUE 1.
               88  DISCOUNT-IS-PWD    VALUE 2.
           05  WS-DISCOUNT-ID-NUMBER  PIC X(20). *> Senior/PWD ID shown.
           05  WS-DISCOUNT-AMOUNT     PIC 9(7)V99. *> Senior/PWD rate.
           05  WS-DISCOUNT-LINE       PIC X(100).

       01  WS-PAYMENT-VARS.
               88  TENDER-IS-ACCOUNT  VALUE 6. *> Charge to the
       *> member's account - the utang book, with a limit.
               88  TENDER-IS-KNOWN    VALUES 1 THRU 6.
               88  TENDER-IS-DEPOSIT  VALUE 7. *> Never keyed - a
       *> finished layaway or a collected special order, paid by the
       *> money already taken.
           05  WS-PAYMENT-AMOUNT      PIC 9(7)V99. *> Amount tendered.
           05  WS-PAYMENT-METHOD-EDIT PIC 9.
           05  WS-PAYMENT-AMOUNT-EDIT PIC Z(6)9.99.
           05  WS-PAYMENT-REFERENCE   PIC X(20). *> GCash reference
       *> or card approval code, matched later against the
       *> provider's settlement file.
           05  WS-REFERENCE-COMMAS    PIC 99.
           05  WS-PAYMENT-LINE-PTR    PIC 999.
           05  WS-PAYMENT-LINE        PIC X(100).

       01  WS-RECEIPT-STATUS          PIC XX    VALUE "00".
           05  TEMP-ROLE              PIC X(10).
           05  TEMP-STATUS            PIC X(10).

       *> Clock-in check: this cashier's punches from today and
       *> yesterday, voids struck off; the latest standing punch has
       *> to be an IN or a break end for a shift to open.
       01  WS-CLOCK-VARS.
           05  WS-CLOCK-EOF-FLAG      PIC X.
               88  CLOCK-AT-EOF           VALUE "Y".
           05  WS-CLOCKED-IN-FLAG     PIC X.
               88  CASHIER-CLOCKED-IN     VALUE "Y".
           05  WS-CLOCK-TODAY         PIC 9(8).
           05  WS-CLOCK-FROM-DATE     PIC 9(8).
           05  WS-CLOCK-USER          PIC X(20).
           05  WS-CLOCK-LAST-KEY      PIC 9(14).
           05  WS-CLOCK-THIS-KEY      PIC 9(14).
           05  WS-CLOCK-FIELD-1       PIC X(20).
           05  WS-CLOCK-FIELD-2       PIC X(20).
           05  WS-CLOCK-FIELD-3       PIC X(20).
           05  WS-CLOCK-FIELD-4       PIC X(20).
           05  WS-CLOCK-FIELD-5       PIC X(20).
           05  WS-CLOCK-COUNT         PIC 9(3).
           05  WS-CLOCK-INDEX         PIC 9(3).
           05  WS-CLOCK-ROW OCCURS 60 TIMES.
               10  CLK-DATE           PIC 9(8).
               10  CLK-TIME           PIC 9(6).
               10  CLK-TYPE           PIC X(9).
               10  CLK-VOID-FLAG      PIC X.
                   88  CLK-IS-VOID        VALUE "Y".

       01  WS-LAYAWAY-STATUS          PIC XX    VALUE "00".
           88  LAYAWAY-FILE-MISSING       VALUE "35".
       01  WS-LAY-LEDGER-STATUS       PIC XX    VALUE "00".
           88  LAY-LEDGER-MISSING         VALUE "35".
       01  WS-LAY-COUNTER-STATUS      PIC XX    VALUE "00".
       01  WS-LAY-RULES-STATUS        PIC XX    VALUE "00".
           88  LAY-RULES-MISSING          VALUE "35".

       *> The layaway being opened, paid on, or closed, with the
       *> rules in force. The rules default to a sixty-day term, a
       *> 20% minimum deposit, 10% kept on a cancellation inside the
       *> term, and everything kept once the deadline has passed.
       01  WS-LAYAWAY-VARS.
           05  WS-LAY-CHOICE          PIC X.
           05  WS-LAY-TERM-DAYS       PIC 9(3) VALUE 60.
           05  WS-LAY-MIN-PCT         PIC 9(3) VALUE 20.
           05  WS-LAY-CANCEL-PCT      PIC 9(3) VALUE 10.
           05  WS-LAY-FORFEIT-PCT     PIC 9(3) VALUE 100.
           05  WS-LAY-PCT-REPLY       PIC X(5).
           05  WS-LAY-EOF-FLAG        PIC X.
               88  LAY-AT-EOF             VALUE "Y".
           05  WS-LAY-FOUND-FLAG      PIC X.
               88  LAYAWAY-FOUND          VALUE "Y".
           05  WS-LAY-CLOSED-FLAG     PIC X.
               88  LAYAWAY-CLOSED         VALUE "Y".
           05  WS-LAY-PICK            PIC 9(6). *> Number keyed.
           05  WS-LAY-NUMBER          PIC 9(6).
           05  WS-LAY-OPEN-DATE       PIC X(8).
           05  WS-LAY-CUSTNO          PIC 9(6). *> Zero = walk-in.
           05  WS-LAY-NAME            PIC X(30).
           05  WS-LAY-CONTACT         PIC X(15).
           05  WS-LAY-PRODUCT         PIC X(20).
           05  WS-LAY-QTY             PIC 9(5)V999.
           05  WS-LAY-PRICE           PIC 9(5)V99.
           05  WS-LAY-TOTAL           PIC 9(7)V99. *> VAT included.
           05  WS-LAY-TAX             PIC 9(7)V99.
           05  WS-LAY-DEADLINE        PIC 9(8).
           05  WS-LAY-TODAY           PIC 9(8).
           05  WS-LAY-PAID            PIC S9(7)V99. *> In, replayed.
           05  WS-LAY-BALANCE         PIC S9(7)V99.
           05  WS-LAY-MIN-DEPOSIT     PIC 9(7)V99.
           05  WS-LAY-AMOUNT          PIC 9(7)V99. *> Money keyed.
           05  WS-LAY-KEEP            PIC 9(7)V99. *> Fee kept.
           05  WS-LAY-REFUND          PIC 9(7)V99. *> Handed back.
           05  WS-LAY-KEEP-PCT        PIC 9(3).
           05  WS-LAY-ENTRY-TYPE      PIC X(8). *> Ledger TYPE.
           05  WS-LAY-CLOSE-TYPE      PIC X(8). *> CANCEL/FORFEIT.
           05  WS-LAY-LEDGER-KEY      PIC 9(6). *> Number replayed.
           05  WS-LAY-RESERVE-PRODUCT PIC X(20).
           05  WS-LAY-RESERVED        PIC 9(6)V999. *> Units held.
           05  WS-LAY-LIABILITY       PIC S9(9)V99.
           05  WS-LAY-OPEN-COUNT      PIC 9(5).
           05  WS-LAY-MONEY-FILE      PIC 9(7).99. *> Point explicit.
           05  WS-LAY-MONEY-EDIT      PIC Z(6)9.99.
           05  WS-LAY-MONEY-EDIT-2    PIC Z(6)9.99.
           05  WS-LAY-MONEY-EDIT-3    PIC -(6)9.99.
           05  WS-LAY-QTY-FILE        PIC 9(5).999.
           05  WS-LAY-PRICE-FILE      PIC 9(5).99.
           05  WS-LAY-LINE            PIC X(150).
           05  WS-LAY-F1              PIC X(30). *> Unstring scratch.
           05  WS-LAY-F2              PIC X(30).
           05  WS-LAY-F3              PIC X(30).
           05  WS-LAY-F4              PIC X(30).
           05  WS-LAY-F5              PIC X(30).
           05  WS-LAY-F6              PIC X(30).
           05  WS-LAY-F7              PIC X(30).
           05  WS-LAY-F8              PIC X(30).
           05  WS-LAY-F9              PIC X(30).
           05  WS-LAY-F10             PIC X(30).
           05  WS-LAYL-F3             PIC X(20). *> Ledger scratch.
           05  WS-LAYL-F4             PIC X(20).
           05  WS-LAYL-F5             PIC X(20).
           05  WS-LAYL-SKIP           PIC X(20).

       01  WS-SPECIAL-ORDER-STATUS    PIC XX    VALUE "00".
           88  SPECIAL-ORDER-FILE-MISSING VALUE "35".
       01  WS-SO-LEDGER-STATUS        PIC XX    VALUE "00".
           88  SO-LEDGER-MISSING          VALUE "35".
       01  WS-SO-COUNTER-STATUS       PIC XX    VALUE "00".

       *> The special order being taken, collected, or called off,
       *> and where its ledger says it stands.
       01  WS-SPECIAL-ORDER-VARS.
           05  WS-SO-CHOICE           PIC X.
           05  WS-SO-EOF-FLAG         PIC X.
               88  SO-AT-EOF              VALUE "Y".
           05  WS-SOL-EOF-FLAG        PIC X.
               88  SOL-AT-EOF             VALUE "Y".
           05  WS-SO-FOUND-FLAG       PIC X.
               88  SPECIAL-ORDER-FOUND    VALUE "Y".
           05  WS-SO-CLOSED-FLAG      PIC X.
               88  SPECIAL-ORDER-CLOSED   VALUE "Y".
           05  WS-SO-ORDERED-FLAG     PIC X.
               88  SPECIAL-ORDER-ORDERED  VALUE "Y".
           05  WS-SO-RECEIVED-FLAG    PIC X.
               88  SPECIAL-ORDER-RECEIVED VALUE "Y".
           05  WS-SO-PICK             PIC 9(6). *> Number keyed.
           05  WS-SO-NUMBER           PIC 9(6).
           05  WS-SO-DATE             PIC X(8).
           05  WS-SO-CUSTNO           PIC 9(6). *> Zero = walk-in.
           05  WS-SO-NAME             PIC X(30).
           05  WS-SO-CONTACT          PIC X(15).
           05  WS-SO-PRODUCT          PIC X(20).
           05  WS-SO-QTY              PIC 9(5)V999.
           05  WS-SO-PRICE            PIC 9(5)V99.
           05  WS-SO-TOTAL            PIC 9(7)V99. *> VAT included.
           05  WS-SO-TAX              PIC 9(7)V99.
           05  WS-SO-PAID             PIC S9(7)V99. *> In, replayed.
           05  WS-SO-BALANCE          PIC S9(7)V99.
           05  WS-SO-AMOUNT           PIC 9(7)V99. *> Money keyed.
           05  WS-SO-ENTRY-TYPE       PIC X(8). *> Ledger TYPE.
           05  WS-SO-LEDGER-KEY       PIC 9(6). *> Number replayed.
           05  WS-SO-STATE            PIC X(8). *> As listed.
           05  WS-SO-TODAY            PIC 9(8).
           05  WS-SO-AGE              PIC 9(5). *> Days since taken.
           05  WS-SO-OPEN-COUNT       PIC 9(5).
           05  WS-SO-MONEY-FILE       PIC 9(7).99. *> Point explicit.
           05  WS-SO-MONEY-EDIT       PIC Z(6)9.99.
           05  WS-SO-QTY-FILE         PIC 9(5).999.
           05  WS-SO-PRICE-FILE       PIC 9(5).99.
           05  WS-SO-LINE             PIC X(150).
           05  WS-SO-F1               PIC X(30). *> Unstring scratch.
           05  WS-SO-F2               PIC X(30).
           05  WS-SO-F3               PIC X(30).
           05  WS-SO-F4               PIC X(30).
           05  WS-SO-F5               PIC X(30).
           05  WS-SO-F6               PIC X(30).
           05  WS-SO-F7               PIC X(30).
           05  WS-SO-F8               PIC X(30).
           05  WS-SO-F9               PIC X(30).
           05  WS-SOL-F3              PIC X(20). *> Ledger scratch.
           05  WS-SOL-F4              PIC X(20).
           05  WS-SOL-F5              PIC X(20).
           05  WS-SOL-SKIP            PIC X(20).

       01  WS-TXN-VARS.
           05  WS-TRANSACTION-NUMBER  PIC 9(6). *> This sale's number.
           05  WS-TRANSACTION-DATE    PIC X(8). *> YYYYMMDD.
           05  WS-AUDIT-NEW-PRICE-EDIT PIC 9(5).99.
           05  WS-AUDIT-LINE          PIC X(120).

       *> Role permission check working data.
       01  WS-PERMISSION-STATUS       PIC XX.
           88  PERMISSION-FILE-MISSING    VALUE "35".
       01  WS-PERMISSION-EOF-FLAG     PIC X.
           88  PERMISSIONS-AT-EOF         VALUE "Y".
       01  WS-DENIAL-STATUS           PIC XX.
           88  DENIAL-FILE-MISSING        VALUE "35".
       01  WS-PERM-PROGRAM            PIC X(30)
           VALUE "POINT-OF-SALE-SYSTEM".
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
       01  WS-FULL-MENU-FLAG          PIC X VALUE "N". *> Y when the
       *> role holds any back-office function on the main menu.
           88  SHOW-FULL-MENU             VALUE "Y".

       LINKAGE SECTION.
       01  LK-USER-ROLE               PIC X(10). *> Role passed by LOGIN.
           88  USER-IS-ADMIN              VALUE "ADMIN".

       MAIN-PROCESSING.
           PERFORM CAPTURE-STATION-ID
           PERFORM SET-MENU-SCOPE
           PERFORM CHECK-INVOICE-SERIES-AT-START
           PERFORM OPEN-CATALOG
           PERFORM OPEN-SHIFT-IF-DAY-OPEN
           PERFORM CHECK-ORPHAN-JOURNAL
           PERFORM MAIN-MENU-PROCESS
               UNTIL WS-MENU-CHOICE = "9" *> Loops until the user exits.
                  WS-STATION-TAG   DELIMITED BY SIZE
                  ".csv"           DELIMITED BY SIZE
               INTO WS-JOURNAL-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-INVOICE-SERIES-NAME
           STRING "INVOICE-SERIES_" DELIMITED BY SIZE
                  WS-STATION-TAG    DELIMITED BY SIZE
                  ".dat"            DELIMITED BY SIZE
               INTO WS-INVOICE-SERIES-NAME
           END-STRING.

       CAPTURE-STATION-ATTEMPT.
               OPEN OUTPUT PRODUCT-FILE
               CLOSE PRODUCT-FILE
               OPEN I-O PRODUCT-FILE
           END-IF
           OPEN I-O BARCODE-FILE
           IF BARCODE-FILE-MISSING
               OPEN OUTPUT BARCODE-FILE
               CLOSE BARCODE-FILE
               OPEN I-O BARCODE-FILE
           END-IF.

       MAIN-MENU-PROCESS.
           DISPLAY SPACES
           DISPLAY MENU-HEADER
           DISPLAY SPACES
           IF SHOW-FULL-MENU
               DISPLAY MENU-OPTIONS
           ELSE
               DISPLAY MENU-OPTIONS-CASHIER
           DISPLAY "Enter your choice: "
           ACCEPT WS-MENU-CHOICE.

       *> Handles the user's menu choice. Add, Edit, Delete, Adjust
       *> and Barcodes need the role to hold the function on
       *> PERMISSIONS.csv - anyone else is bounced back to the menu.
       *> Anything that moves money needs an open shift, and a shift
       *> needs a clocked-in cashier - until then those choices stop
       *> here.
       PROCESS-MENU-CHOICE.
           IF CHOICE-NEEDS-SHIFT
               PERFORM CHECK-BUSINESS-DAY
           END-IF
           IF CHOICE-NEEDS-SHIFT
               AND WS-DAY-CLEARED-DATE NOT = WS-DAY-TODAY
               DISPLAY "The business day is not open - nothing can "
                   "be rung up until START-OF-DAY has run."
           ELSE
               PERFORM PROCESS-MONEY-CHOICE
           END-IF.

       PROCESS-MONEY-CHOICE.
           IF CHOICE-NEEDS-SHIFT
               PERFORM ENSURE-SHIFT-OPEN
           END-IF
           IF CHOICE-NEEDS-SHIFT AND NOT SHIFT-IS-OPEN
               DISPLAY "No shift is open - nothing can be rung up "
                   "until you clock in."
           ELSE
               PERFORM DISPATCH-MENU-CHOICE
           END-IF.

       DISPATCH-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM ADD-ENTRY-ACCESS-CHECK
               WHEN "2"
                   PERFORM VIEW-ENTRIES-ROUTINE
               WHEN "3"
                   PERFORM ACCOUNT-PAYMENT-ROUTINE
               WHEN "a"
                   PERFORM ACCOUNT-PAYMENT-ROUTINE
               WHEN "B"
                   PERFORM BARCODE-ACCESS-CHECK
               WHEN "b"
                   PERFORM BARCODE-ACCESS-CHECK
               WHEN "L"
                   PERFORM LAYAWAY-ROUTINE
               WHEN "l"
                   PERFORM LAYAWAY-ROUTINE
               WHEN "S"
                   PERFORM SPECIAL-ORDER-ROUTINE
               WHEN "s"
                   PERFORM SPECIAL-ORDER-ROUTINE
               WHEN "9"
                   PERFORM CLOSE-CATALOG
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       ADD-ENTRY-ACCESS-CHECK.
           MOVE "CATALOG-EDIT" TO WS-PERM-FUNCTION
           PERFORM CHECK-USER-PERMISSION
           IF PERMISSION-GRANTED
               PERFORM ENTRY-ADDITION-ROUTINE
           ELSE
               DISPLAY "Access denied for your role."
           END-IF.

       EDIT-ENTRY-ACCESS-CHECK.
           MOVE "CATALOG-EDIT" TO WS-PERM-FUNCTION
           PERFORM CHECK-USER-PERMISSION
           IF PERMISSION-GRANTED
               PERFORM EDIT-ENTRY-ROUTINE
           ELSE
               DISPLAY "Access denied for your role."
           END-IF.

       DELETE-ENTRY-ACCESS-CHECK.
           MOVE "CATALOG-DELETE" TO WS-PERM-FUNCTION
           PERFORM CHECK-USER-PERMISSION
           IF PERMISSION-GRANTED
               PERFORM DELETE-ENTRY-ROUTINE
           ELSE
               DISPLAY "Access denied for your role."
           END-IF.

       ADJUST-ENTRY-ACCESS-CHECK.
           MOVE "STOCK-ADJUST" TO WS-PERM-FUNCTION
           PERFORM CHECK-USER-PERMISSION
           IF PERMISSION-GRANTED
               PERFORM ADJUST-ENTRY-ROUTINE
           ELSE
               DISPLAY "Access denied for your role."
           END-IF.

       BARCODE-ACCESS-CHECK.
           MOVE "BARCODES" TO WS-PERM-FUNCTION
           PERFORM CHECK-USER-PERMISSION
           IF PERMISSION-GRANTED
               PERFORM BARCODE-MAINTENANCE-ROUTINE
           ELSE
               DISPLAY "Access denied for your role."
           END-IF.

       *> The signed-in user's own role against PERMISSIONS.csv.
       CHECK-USER-PERMISSION.
           MOVE LK-USER-ROLE TO WS-PERM-ROLE
           MOVE LK-USER-NAME TO WS-PERM-USER
           PERFORM CHECK-PERMISSION.

       *> The back-office options show only to a role that holds at
       *> least one of them; a plain cashier keeps the short menu.
       SET-MENU-SCOPE.
           MOVE "N" TO WS-FULL-MENU-FLAG
           MOVE LK-USER-ROLE TO WS-PERM-ROLE
           MOVE "CATALOG-EDIT" TO WS-PERM-FUNCTION
           PERFORM LOOKUP-PERMISSION
           IF PERMISSION-GRANTED
               MOVE "Y" TO WS-FULL-MENU-FLAG
           END-IF
           MOVE "CATALOG-DELETE" TO WS-PERM-FUNCTION
           PERFORM LOOKUP-PERMISSION
           IF PERMISSION-GRANTED
               MOVE "Y" TO WS-FULL-MENU-FLAG
           END-IF
           MOVE "STOCK-ADJUST" TO WS-PERM-FUNCTION
           PERFORM LOOKUP-PERMISSION
           IF PERMISSION-GRANTED
               MOVE "Y" TO WS-FULL-MENU-FLAG
           END-IF
           MOVE "BARCODES" TO WS-PERM-FUNCTION
           PERFORM LOOKUP-PERMISSION
           IF PERMISSION-GRANTED
               MOVE "Y" TO WS-FULL-MENU-FLAG
           END-IF.

       CLOSE-CATALOG.
           CLOSE PRODUCT-FILE
           CLOSE BARCODE-FILE
           DISPLAY "Catalog saved.".

       *> Starts a shift for whoever just signed in: captures the
       *> opening float, zeroes the shift totals, and writes the OPEN
       *> row to SHIFTS.csv.
       *> A shift only opens for a cashier clocked in at the
       *> TIME-CLOCK and not out on a break.
       OPEN-SHIFT.
           PERFORM CHECK-CLOCKED-IN
           IF CASHIER-CLOCKED-IN
               PERFORM START-SHIFT
           ELSE
               DISPLAY FUNCTION TRIM(LK-USER-NAME)
                   " is not clocked in (or is on a break) - no "
                   "shift opened."
               DISPLAY "Clock in at the TIME-CLOCK, then choose a "
                   "sale to open the shift."
           END-IF.

       *> At sign-on the float is only asked for on a day START-OF-DAY
       *> has opened. Otherwise the shift waits for the first money
       *> choice, which runs the full day check (and its override)
       *> before ENSURE-SHIFT-OPEN gets the chance to open one.
       OPEN-SHIFT-IF-DAY-OPEN.
           ACCEPT WS-DAY-TODAY FROM DATE YYYYMMDD
           PERFORM READ-DAY-CONTROL
           IF WS-DAY-OPEN-DATE = WS-DAY-TODAY
               AND FUNCTION TRIM(WS-DAY-OPEN-STATE) = "OPEN"
               MOVE WS-DAY-TODAY TO WS-DAY-CLEARED-DATE
               PERFORM OPEN-SHIFT
           ELSE
               DISPLAY "Business day " WS-DAY-TODAY
                   " has not been opened by START-OF-DAY - no "
                   "shift opened."
           END-IF.

       START-SHIFT.
           DISPLAY "Opening Float for "
               FUNCTION TRIM(LK-USER-NAME) ": "
           ACCEPT WS-AMOUNT-REPLY
           END-STRING
           PERFORM APPEND-SHIFT-LINE.

       CHECK-CLOCKED-IN.
           MOVE "N" TO WS-CLOCKED-IN-FLAG
           MOVE ZERO TO WS-CLOCK-COUNT
           MOVE ZERO TO WS-CLOCK-LAST-KEY
           MOVE LK-USER-NAME TO WS-CLOCK-USER
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CLOCK-TODAY
           COMPUTE WS-CLOCK-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CLOCK-TODAY) - 1)
           OPEN INPUT PUNCH-FILE
           IF NOT PUNCH-FILE-MISSING
               MOVE "N" TO WS-CLOCK-EOF-FLAG
               PERFORM READ-CLOCK-PUNCH UNTIL CLOCK-AT-EOF
               CLOSE PUNCH-FILE
           END-IF
           PERFORM VARYING WS-CLOCK-INDEX FROM 1 BY 1
               UNTIL WS-CLOCK-INDEX > WS-CLOCK-COUNT
               IF NOT CLK-IS-VOID(WS-CLOCK-INDEX)
                   COMPUTE WS-CLOCK-THIS-KEY =
                       CLK-DATE(WS-CLOCK-INDEX) * 1000000
                       + CLK-TIME(WS-CLOCK-INDEX)
                   IF WS-CLOCK-THIS-KEY > WS-CLOCK-LAST-KEY
                       MOVE WS-CLOCK-THIS-KEY TO WS-CLOCK-LAST-KEY
                       IF CLK-TYPE(WS-CLOCK-INDEX) = "IN"
                           OR CLK-TYPE(WS-CLOCK-INDEX) = "BREAK-IN"
                           MOVE "Y" TO WS-CLOCKED-IN-FLAG
                       ELSE
                           MOVE "N" TO WS-CLOCKED-IN-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       READ-CLOCK-PUNCH.
           READ PUNCH-FILE
               AT END
                   MOVE "Y" TO WS-CLOCK-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-CLOCK-FIELD-1 WS-CLOCK-FIELD-2
                       WS-CLOCK-FIELD-3 WS-CLOCK-FIELD-4
                       WS-CLOCK-FIELD-5
                   UNSTRING PUNCH-RECORD DELIMITED BY ","
                       INTO WS-CLOCK-FIELD-1 WS-CLOCK-FIELD-2
                            WS-CLOCK-FIELD-3 WS-CLOCK-FIELD-4
                            WS-CLOCK-FIELD-5
                   END-UNSTRING
                   IF WS-CLOCK-FIELD-3 = WS-CLOCK-USER
                       AND FUNCTION NUMVAL(WS-CLOCK-FIELD-1)
                           >= WS-CLOCK-FROM-DATE
                       PERFORM KEEP-CLOCK-PUNCH
                   END-IF
           END-READ.

       KEEP-CLOCK-PUNCH.
           IF WS-CLOCK-FIELD-5 = "VOID"
               PERFORM VARYING WS-CLOCK-INDEX FROM 1 BY 1
                   UNTIL WS-CLOCK-INDEX > WS-CLOCK-COUNT
                   IF CLK-DATE(WS-CLOCK-INDEX) =
                       FUNCTION NUMVAL(WS-CLOCK-FIELD-1)
                       AND CLK-TIME(WS-CLOCK-INDEX) =
                       FUNCTION NUMVAL(WS-CLOCK-FIELD-2)
                       AND CLK-TYPE(WS-CLOCK-INDEX) = WS-CLOCK-FIELD-4
                       MOVE "Y" TO CLK-VOID-FLAG(WS-CLOCK-INDEX)
                   END-IF
               END-PERFORM
           ELSE
               IF WS-CLOCK-COUNT < 60
                   ADD 1 TO WS-CLOCK-COUNT
                   MOVE FUNCTION NUMVAL(WS-CLOCK-FIELD-1)
                       TO CLK-DATE(WS-CLOCK-COUNT)
                   MOVE FUNCTION NUMVAL(WS-CLOCK-FIELD-2)
                       TO CLK-TIME(WS-CLOCK-COUNT)
                   MOVE WS-CLOCK-FIELD-4 TO CLK-TYPE(WS-CLOCK-COUNT)
                   MOVE "N" TO CLK-VOID-FLAG(WS-CLOCK-COUNT)
               END-IF
           END-IF.

       *> Totals the shift, prompts for the counted drawer, prints the
       *> over/short slip, and writes the CLOSE row so a short drawer
       *> is pinned to a cashier and a time, not a guess.
               PERFORM OPEN-SHIFT
           END-IF.

       *> ----------------------------------------------------------
       *> Nothing is sold on a business day START-OF-DAY has not
       *> opened - that is how last night's half-finished batch
       *> stops today's sales landing in yesterday's files. An admin
       *> can still let this till sell (a close that cannot be
       *> rerun until IT arrives, say); the override is logged and
       *> holds for the rest of the day.
       *> ----------------------------------------------------------
       CHECK-BUSINESS-DAY.
           ACCEPT WS-DAY-TODAY FROM DATE YYYYMMDD
           IF WS-DAY-CLEARED-DATE NOT = WS-DAY-TODAY
               PERFORM READ-DAY-CONTROL
               IF WS-DAY-OPEN-DATE = WS-DAY-TODAY
                   AND FUNCTION TRIM(WS-DAY-OPEN-STATE) = "OPEN"
                   MOVE WS-DAY-TODAY TO WS-DAY-CLEARED-DATE
               ELSE
                   DISPLAY "Business day " WS-DAY-TODAY
                       " has not been opened by START-OF-DAY."
                   DISPLAY "Admin override to sell anyway? (Y/N): "
                   ACCEPT WS-CONFIRMATION
                   IF CONFIRMED
                       PERFORM VERIFY-DAY-OVERRIDE
                   END-IF
               END-IF
           END-IF.

       READ-DAY-CONTROL.
           MOVE SPACES TO WS-DAY-OPEN-DATE WS-DAY-OPEN-STATE
           OPEN INPUT DAY-CONTROL-FILE
           IF NOT DAY-CONTROL-MISSING
               READ DAY-CONTROL-FILE
                   NOT AT END
                       UNSTRING DAY-CONTROL-RECORD DELIMITED BY ","
                           INTO WS-DAY-OPEN-DATE WS-DAY-OPEN-STATE
                       END-UNSTRING
               END-READ
               CLOSE DAY-CONTROL-FILE
           END-IF.

       *> The supervisor PIN check, but only an ADMIN may override;
       *> anyone else is refused and the refusal logged like any
       *> other.
       VERIFY-DAY-OVERRIDE.
           MOVE "N" TO WS-SUPV-OK-FLAG
           MOVE SPACES TO WS-PERM-ROLE
           DISPLAY "Admin Username: "
           ACCEPT WS-SUPV-USERNAME
           DISPLAY "Admin PIN: "
           ACCEPT WS-SUPV-PIN
           OPEN INPUT USER-FILE
           IF USER-FILE-MISSING
               DISPLAY "USERS.csv not found - cannot authorize."
           ELSE
               MOVE "N" TO WS-USER-EOF-FLAG
               PERFORM CHECK-SUPERVISOR-RECORD UNTIL USERS-AT-EOF
               CLOSE USER-FILE
           END-IF
           IF SUPERVISOR-APPROVED
               AND FUNCTION TRIM(WS-PERM-ROLE) = "ADMIN"
               MOVE WS-DAY-TODAY TO WS-DAY-CLEARED-DATE
               PERFORM LOG-DAY-OVERRIDE
               DISPLAY "Override accepted - this till may sell today."
           ELSE
               MOVE WS-SUPV-USERNAME TO WS-PERM-USER
               MOVE "DAY-OVERRIDE" TO WS-PERM-FUNCTION
               PERFORM LOG-ACCESS-DENIAL
               DISPLAY "Not authorized - the day stays closed."
           END-IF.

       LOG-DAY-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DAY-STAMP
           MOVE SPACES TO WS-DAY-LOG-LINE
           STRING WS-DAY-STAMP(1:8)               DELIMITED BY SIZE
                  ","                             DELIMITED BY SIZE
                  WS-DAY-STAMP(9:6)               DELIMITED BY SIZE
                  ","                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUPV-USERNAME) DELIMITED BY SIZE
                  ",OVERRIDE,"                    DELIMITED BY SIZE
                  WS-STATION-TAG                  DELIMITED BY SIZE
                  "/"                             DELIMITED BY SIZE
                  FUNCTION TRIM(LK-USER-NAME)     DELIMITED BY SIZE
               INTO WS-DAY-LOG-LINE
           END-STRING
           OPEN EXTEND DAY-LOG-FILE
           IF DAY-LOG-MISSING
               OPEN OUTPUT DAY-LOG-FILE
           END-IF
           MOVE WS-DAY-LOG-LINE TO DAY-LOG-RECORD
           WRITE DAY-LOG-RECORD
           CLOSE DAY-LOG-FILE.

       *> Applies a signed quantity delta to a product for one of the
       *> fixed shrinkage reasons and journals it with the user and
       *> timestamp - breakage stops masquerading as an ordinary edit.
               ACCEPT WS-ADJUST-DELTA-X
               MOVE FUNCTION NUMVAL(WS-ADJUST-DELTA-X)
                   TO WS-ADJUST-DELTA
               IF WS-SCAN-PACK-QTY NOT = 1
                   COMPUTE WS-ADJUST-DELTA =
                       WS-ADJUST-DELTA * WS-SCAN-PACK-QTY
                   MOVE WS-SCAN-PACK-QTY TO WS-SCAN-PACK-EDIT
                   DISPLAY "Pack barcode: delta taken as packs of "
                       WS-SCAN-PACK-EDIT
               END-IF
               DISPLAY "Reason (1=DAMAGE 2=EXPIRY 3=THEFT "
                   "4=COUNT-CORRECTION): "
               ACCEPT WS-ADJUST-REASON
           WRITE ADJUSTMENT-RECORD
           CLOSE ADJUSTMENT-FILE.

       *> ----------------------------------------------------------
       *> Barcode maintenance. Each product can carry any number of
       *> barcodes - the each, the tie, the case - and each barcode
       *> says how many selling units one scan moves. Retiring a
       *> barcode keeps the row so the history stays readable and an
       *> old label is refused by name; adding it again brings it
       *> back.
       *> ----------------------------------------------------------
       BARCODE-MAINTENANCE-ROUTINE.
           MOVE SPACES TO WS-BARCODE-CHOICE
           PERFORM BARCODE-MENU-PASS
               UNTIL WS-BARCODE-CHOICE = "4".

       BARCODE-MENU-PASS.
           DISPLAY SPACES
           DISPLAY "OSPOS | BARCODES"
           DISPLAY "1. Add Barcode"
           DISPLAY "2. Retire Barcode"
           DISPLAY "3. List Barcodes for a Product"
           DISPLAY "4. Back"
           DISPLAY "Enter your choice: "
           ACCEPT WS-BARCODE-CHOICE
           EVALUATE WS-BARCODE-CHOICE
               WHEN "1"
                   PERFORM ADD-BARCODE-ROUTINE
               WHEN "2"
                   PERFORM RETIRE-BARCODE-ROUTINE
               WHEN "3"
                   PERFORM LIST-BARCODES-ROUTINE
               WHEN "4"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       ADD-BARCODE-ROUTINE.
           DISPLAY "Barcode: "
           MOVE SPACES TO WS-BARCODE-ENTRY
           ACCEPT WS-BARCODE-ENTRY
           IF WS-BARCODE-ENTRY = SPACES
               DISPLAY "Barcode cannot be blank."
           ELSE
               PERFORM CHECK-BARCODE-CLASH
           END-IF
           IF WS-BARCODE-ENTRY NOT = SPACES
               AND NOT BARCODE-CLASHES
               DISPLAY "Product Name or Code: "
               ACCEPT WS-SALE-PRODUCT-NAME
               PERFORM FIND-ENTRY-BY-NAME
               IF NOT SALE-ITEM-FOUND
                   DISPLAY "Product not found: " WS-SALE-PRODUCT-NAME
               ELSE
                   MOVE PR-PRODUCT-NAME TO WS-BARCODE-PRODUCT
                   DISPLAY "Units per Scan (1 for a single item): "
                   ACCEPT WS-AMOUNT-REPLY
                   MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY)
                       TO WS-SCAN-PACK-QTY
                   IF WS-SCAN-PACK-QTY = ZERO
                       DISPLAY "Units per scan must be above zero."
                   ELSE
                       PERFORM STORE-BARCODE
                   END-IF
               END-IF
           END-IF
           MOVE 1 TO WS-SCAN-PACK-QTY.

       *> A barcode that is also a product name or SKU would never be
       *> reached - the name and code lookups run first - so it is
       *> refused up front.
       CHECK-BARCODE-CLASH.
           MOVE "N" TO WS-BARCODE-CLASH-FLAG
           MOVE WS-BARCODE-ENTRY TO PR-PRODUCT-NAME
           READ PRODUCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-BARCODE-CLASH-FLAG
           END-READ
           IF NOT BARCODE-CLASHES
               AND WS-BARCODE-ENTRY(6:15) = SPACES
               MOVE WS-BARCODE-ENTRY(1:5) TO PR-PRODUCT-CODE
               READ PRODUCT-FILE KEY IS PR-PRODUCT-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-BARCODE-CLASH-FLAG
               END-READ
           END-IF
           IF BARCODE-CLASHES
               DISPLAY "That is already a product name or SKU code."
           END-IF.

       STORE-BARCODE.
           MOVE WS-SCAN-PACK-QTY TO WS-SCAN-PACK-EDIT
           MOVE WS-BARCODE-ENTRY TO BC-BARCODE
           READ BARCODE-FILE
               INVALID KEY
                   MOVE WS-BARCODE-ENTRY TO BC-BARCODE
                   MOVE WS-BARCODE-PRODUCT TO BC-PRODUCT-NAME
                   MOVE WS-SCAN-PACK-QTY TO BC-PACK-QTY
                   MOVE "A" TO BC-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BC-ADDED-DATE
                   MOVE ZERO TO BC-RETIRED-DATE
                   WRITE BARCODE-RECORD
                   DISPLAY "Barcode added: " FUNCTION TRIM(BC-BARCODE)
                       " = " WS-SCAN-PACK-EDIT " x "
                       FUNCTION TRIM(BC-PRODUCT-NAME)
               NOT INVALID KEY
                   IF BARCODE-ACTIVE
                       DISPLAY "Barcode already assigned to "
                           FUNCTION TRIM(BC-PRODUCT-NAME)
                           " - retire it first."
                   ELSE
                       MOVE WS-BARCODE-PRODUCT TO BC-PRODUCT-NAME
                       MOVE WS-SCAN-PACK-QTY TO BC-PACK-QTY
                       MOVE "A" TO BC-STATUS
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO BC-ADDED-DATE
                       MOVE ZERO TO BC-RETIRED-DATE
                       REWRITE BARCODE-RECORD
                       DISPLAY "Retired barcode reinstated: "
                           FUNCTION TRIM(BC-BARCODE) " = "
                           WS-SCAN-PACK-EDIT " x "
                           FUNCTION TRIM(BC-PRODUCT-NAME)
                   END-IF
           END-READ.

       RETIRE-BARCODE-ROUTINE.
           DISPLAY "Barcode to Retire: "
           MOVE SPACES TO WS-BARCODE-ENTRY
           ACCEPT WS-BARCODE-ENTRY
           MOVE WS-BARCODE-ENTRY TO BC-BARCODE
           READ BARCODE-FILE
               INVALID KEY
                   DISPLAY "Barcode not on file: " WS-BARCODE-ENTRY
               NOT INVALID KEY
                   IF BARCODE-RETIRED
                       DISPLAY "Barcode is already retired."
                   ELSE
                       MOVE "R" TO BC-STATUS
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO BC-RETIRED-DATE
                       REWRITE BARCODE-RECORD
                       DISPLAY "Barcode retired: "
                           FUNCTION TRIM(BC-BARCODE) " ("
                           FUNCTION TRIM(BC-PRODUCT-NAME) ")"
                   END-IF
           END-READ.

       *> Walks the product-name alternate key, so every barcode on
       *> the product comes back, retired ones marked.
       LIST-BARCODES-ROUTINE.
           DISPLAY "Product Name or Code: "
           ACCEPT WS-SALE-PRODUCT-NAME
           PERFORM FIND-ENTRY-BY-NAME
           MOVE 1 TO WS-SCAN-PACK-QTY
           IF NOT SALE-ITEM-FOUND
               DISPLAY "Product not found: " WS-SALE-PRODUCT-NAME
           ELSE
               MOVE ZERO TO WS-BARCODE-LISTED
               MOVE PR-PRODUCT-NAME TO WS-BARCODE-PRODUCT
               MOVE PR-PRODUCT-NAME TO BC-PRODUCT-NAME
               DISPLAY "Barcodes for " FUNCTION TRIM(PR-PRODUCT-NAME)
               DISPLAY "BARCODE              PER SCAN  STATUS"
               MOVE "N" TO WS-BARCODE-EOF-FLAG
               START BARCODE-FILE KEY IS = BC-PRODUCT-NAME
                   INVALID KEY
                       MOVE "Y" TO WS-BARCODE-EOF-FLAG
               END-START
               PERFORM LIST-ONE-BARCODE UNTIL BARCODE-LIST-AT-EOF
               IF WS-BARCODE-LISTED = ZERO
                   DISPLAY "No barcodes on file for this product."
               END-IF
           END-IF.

       LIST-ONE-BARCODE.
           READ BARCODE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BARCODE-EOF-FLAG
               NOT AT END
                   IF BC-PRODUCT-NAME NOT = WS-BARCODE-PRODUCT
                       MOVE "Y" TO WS-BARCODE-EOF-FLAG
                   ELSE
                       ADD 1 TO WS-BARCODE-LISTED
                       MOVE BC-PACK-QTY TO WS-SCAN-PACK-EDIT
                       IF BARCODE-RETIRED
                           DISPLAY BC-BARCODE " " WS-SCAN-PACK-EDIT
                               "  RETIRED " BC-RETIRED-DATE
                       ELSE
                           DISPLAY BC-BARCODE " " WS-SCAN-PACK-EDIT
                               "  ACTIVE"
                       END-IF
                   END-IF
           END-READ.

       *> Routine to add new product entries.
       ENTRY-ADDITION-ROUTINE.
           MOVE "N" TO WS-STOP-FLAG
       SELL-ITEM-LOOP.
           PERFORM CAPTURE-SALE-DETAILS
           PERFORM FIND-ENTRY-BY-NAME
           IF SALE-ITEM-FOUND
               PERFORM APPLY-SCAN-PACK-QTY
           END-IF
           IF SALE-ITEM-FOUND
               PERFORM APPLY-SALE
           ELSE
           END-IF
           PERFORM CONTINUE-SALE-PROMPT.

       *> A case or inner-pack barcode stands for several selling
       *> units, so the keyed quantity counts packs and the line
       *> moves packs times the pack quantity.
       APPLY-SCAN-PACK-QTY.
           IF WS-SCAN-PACK-QTY NOT = 1
               COMPUTE WS-SALE-QUANTITY =
                   WS-SALE-QUANTITY * WS-SCAN-PACK-QTY
                   ON SIZE ERROR
                       DISPLAY "Quantity too large for one line."
                       MOVE "N" TO WS-SALE-FOUND-FLAG
               END-COMPUTE
               IF SALE-ITEM-FOUND
                   MOVE WS-SCAN-PACK-QTY TO WS-SCAN-PACK-EDIT
                   DISPLAY "Pack barcode: " WS-SCAN-PACK-EDIT
                       " units per pack."
               END-IF
           END-IF.

       *> Quantity is keyed free-form and NUMVALed, so a weighed item
       *> rings up as 1.250 off the scale while counted goods stay
       *> whole numbers.
       CAPTURE-SALE-DETAILS.
           DISPLAY "Enter Product Name, Code or Barcode to Sell: "
           ACCEPT WS-SALE-PRODUCT-NAME
           DISPLAY "Enter Quantity Sold (KG items take decimals): "
           ACCEPT WS-AMOUNT-REPLY
       *> record key, so it goes first; a miss falls back to a code
       *> scan when the entry is short enough to be a code.
       FIND-ENTRY-BY-NAME.
           MOVE 1 TO WS-SCAN-PACK-QTY
           MOVE WS-SALE-PRODUCT-NAME TO PR-PRODUCT-NAME
           READ PRODUCT-FILE
               INVALID KEY
                       MOVE "Y" TO WS-SALE-FOUND-FLAG
                       MOVE PR-PRODUCT-NAME TO WS-SALE-PRODUCT-NAME
               END-READ
           END-IF
           IF NOT SALE-ITEM-FOUND
               PERFORM FIND-ENTRY-BY-BARCODE
           END-IF.

       *> Last resort is the scanner: the entry is looked up as a
       *> barcode, and a hit carries its pack quantity back to the
       *> caller. The canonical name replaces the digits, just as a
       *> SKU hit does.
       FIND-ENTRY-BY-BARCODE.
           IF FUNCTION TRIM(WS-SALE-PRODUCT-NAME) NOT = SPACES
               MOVE WS-SALE-PRODUCT-NAME TO BC-BARCODE
               READ BARCODE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM RESOLVE-SCANNED-BARCODE
               END-READ
           END-IF.

       RESOLVE-SCANNED-BARCODE.
           IF BARCODE-RETIRED
               DISPLAY "Barcode " FUNCTION TRIM(BC-BARCODE)
                   " was retired - scan the current label."
           ELSE
               MOVE BC-PRODUCT-NAME TO PR-PRODUCT-NAME
               READ PRODUCT-FILE
                   INVALID KEY
                       DISPLAY "Barcode " FUNCTION TRIM(BC-BARCODE)
                           " points at a product no longer in the "
                           "catalog."
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SALE-FOUND-FLAG
                       MOVE PR-PRODUCT-NAME TO WS-SALE-PRODUCT-NAME
                       MOVE BC-PACK-QTY TO WS-SCAN-PACK-QTY
               END-READ
           END-IF.

       *> Loads the promos whose dates are in force today. Rows past
           CLOSE AUDIT-FILE.

       APPLY-SALE.
           MOVE PR-PRODUCT-NAME TO WS-KIT-NAME
           PERFORM LOAD-KIT-COMPONENTS
           IF LINE-IS-KIT
               PERFORM CHECK-KIT-STOCK
           ELSE
               MOVE "N" TO WS-KIT-SHORT-FLAG
       *> Units customers have on layaway, or that came in on their
       *> special orders, are sitting on the shelf but already
       *> spoken for, so they cannot be sold over.
               MOVE PR-PRODUCT-NAME TO WS-LAY-RESERVE-PRODUCT
               PERFORM TALLY-LAYAWAY-RESERVED
               IF WS-SALE-QUANTITY + WS-LAY-RESERVED >
                   PR-PRODUCT-QUANTITY
                   MOVE "Y" TO WS-KIT-SHORT-FLAG
                   MOVE PR-PRODUCT-QUANTITY TO WS-LEDGER-BAL-EDIT
                   DISPLAY "Insufficient stock. On hand: "
                       WS-LEDGER-BAL-EDIT
                   IF WS-LAY-RESERVED > ZERO
                       MOVE WS-LAY-RESERVED TO WS-LEDGER-BAL-EDIT
                       DISPLAY "  of which held for customers: "
                           WS-LEDGER-BAL-EDIT
                   END-IF
               END-IF
           END-IF
           IF NOT KIT-STOCK-SHORT
               MOVE PR-PRODUCT-PRICE TO WS-SALE-EFFECTIVE-PRICE
               PERFORM OFFER-PRICE-OVERRIDE
               COMPUTE WS-SALE-SUBTOTAL-NUM =
                   WS-SALE-EFFECTIVE-PRICE * WS-SALE-QUANTITY
       *> A promo in force takes its cut off the line before the
                   ADD WS-SALE-SUBTOTAL-NUM TO WS-SALE-EXEMPT-SUBTOTAL
               END-IF
               MOVE WS-SALE-EFFECTIVE-PRICE TO WS-SALE-PRICE-EDIT
       *> A kit sells at its own price but the stock, the ledger, and
       *> the lots move on its components; the line then carries the
       *> components' rolled-up cost so the margin reports see it.
               IF LINE-IS-KIT
                   MOVE WS-SALE-QUANTITY TO WS-KIT-MOVE-QTY
                   PERFORM RELIEVE-KIT-COMPONENTS
               ELSE
                   SUBTRACT WS-SALE-QUANTITY FROM PR-PRODUCT-QUANTITY
                   REWRITE PRODUCT-RECORD
                   MOVE "SALE" TO WS-LEDGER-TYPE
                   MOVE ZERO TO WS-LEDGER-QTY-IN
                   MOVE WS-SALE-QUANTITY TO WS-LEDGER-QTY-OUT
                   PERFORM APPEND-LEDGER-RECORD
                   MOVE WS-SALE-QUANTITY TO WS-LOT-RELIEF-QTY
                   PERFORM RELIEVE-PRODUCT-LOTS
               END-IF
               PERFORM WRITE-SALE-LINE
               IF WS-PROMO-DISCOUNT > ZERO
                   PERFORM WRITE-PROMO-LINE
               END-IF
               PERFORM TRACK-SALE-LINE
               MOVE WS-SALE-QUANTITY TO WS-SALE-QTY-EDIT
               IF LINE-IS-KIT
                   DISPLAY "Sold " WS-SALE-QTY-EDIT " "
                       PR-PRODUCT-UOM " of "
                       WS-SALE-PRODUCT-NAME " (kit - components "
                       "relieved)"
               ELSE
                   MOVE PR-PRODUCT-QUANTITY TO WS-LEDGER-BAL-EDIT
                   DISPLAY "Sold " WS-SALE-QTY-EDIT " "
                       PR-PRODUCT-UOM " of "
                       WS-SALE-PRODUCT-NAME ". Remaining: "
                       WS-LEDGER-BAL-EDIT
               END-IF
           END-IF.

       *> Remembers the line just rung up so it can be voided, or the
                   TO WS-RECOVERY-PICK
               EVALUATE WS-RECOVERY-PICK
                   WHEN "R"
                       IF SHIFT-IS-OPEN
                           PERFORM RECOVER-JOURNALED-SALE
                       ELSE
                           DISPLAY "No shift is open to take the "
                               "payment - journal left in place."
                       END-IF
                   WHEN "B"
                       PERFORM ROLLBACK-JOURNALED-SALE
                   WHEN OTHER

       ROLLBACK-ONE-JOURNAL-LINE.
           MOVE HOLD-NAME(WS-HOLD-ROW-INDEX) TO PR-PRODUCT-NAME
           MOVE HOLD-NAME(WS-HOLD-ROW-INDEX) TO WS-KIT-NAME
           PERFORM LOAD-KIT-COMPONENTS
           READ PRODUCT-FILE
               INVALID KEY
                   DISPLAY "Could not restore stock for "
                       HOLD-NAME(WS-HOLD-ROW-INDEX)
               NOT INVALID KEY
                   IF LINE-IS-KIT
                       MOVE HOLD-QTY(WS-HOLD-ROW-INDEX)
                           TO WS-KIT-MOVE-QTY
                       MOVE "KIT-VOID" TO WS-LEDGER-TYPE
                       MOVE "Y" TO WS-KIT-LOTS-FLAG
                       PERFORM RESTORE-KIT-COMPONENTS
                   ELSE
                       ADD HOLD-QTY(WS-HOLD-ROW-INDEX)
                           TO PR-PRODUCT-QUANTITY
                       REWRITE PRODUCT-RECORD
                       MOVE "VOID" TO WS-LEDGER-TYPE
                       MOVE HOLD-QTY(WS-HOLD-ROW-INDEX)
                           TO WS-LEDGER-QTY-IN
                       MOVE ZERO TO WS-LEDGER-QTY-OUT
                       PERFORM APPEND-LEDGER-RECORD
                       MOVE HOLD-QTY(WS-HOLD-ROW-INDEX)
                           TO WS-LOT-RELIEF-QTY
                       PERFORM RESTORE-PRODUCT-LOTS
                   END-IF
           END-READ.

       *> Parks the sale in progress in HOLDS.csv so the next customer
           END-IF.

       *> The classic skim is ring it, take the cash, void it - so a
       *> reversal takes a supervisor's PIN before it moves anything.
       *> The PIN check is the same one LOGIN-TO-POS runs against
       *> USERS.csv, and the approver's role must hold SUPV-APPROVE
       *> on PERMISSIONS.csv.
       VERIFY-SUPERVISOR.
           MOVE "N" TO WS-SUPV-OK-FLAG
           MOVE SPACES TO WS-PERM-ROLE
           DISPLAY "Supervisor authorization required."
           DISPLAY "Supervisor Username: "
           ACCEPT WS-SUPV-USERNAME
           DISPLAY "Supervisor PIN: "
           ACCEPT WS-SUPV-PIN
           OPEN INPUT USER-FILE
           IF USER-FILE-MISSING
               PERFORM CHECK-SUPERVISOR-RECORD UNTIL USERS-AT-EOF
               CLOSE USER-FILE
           END-IF
           MOVE WS-SUPV-USERNAME TO WS-PERM-USER
           MOVE "SUPV-APPROVE" TO WS-PERM-FUNCTION
           PERFORM CHECK-PERMISSION
           IF NOT PERMISSION-GRANTED
               MOVE "N" TO WS-SUPV-OK-FLAG
           END-IF
           IF NOT SUPERVISOR-APPROVED
               DISPLAY "Not authorized - nothing reversed."
           END-IF.
                   IF FUNCTION TRIM(TEMP-USERNAME) =
                       FUNCTION TRIM(WS-SUPV-USERNAME)
                       AND PIN-MATCHES
                       AND FUNCTION TRIM(TEMP-STATUS) NOT = "INACTIVE"
                       MOVE "Y" TO WS-SUPV-OK-FLAG
                       MOVE TEMP-ROLE TO WS-PERM-ROLE
                       MOVE "Y" TO WS-USER-EOF-FLAG
                   END-IF
           END-READ.
           END-IF.

       *> Puts one tracked line's quantity back on the catalog record.
       *> A kit line puts its components back instead.
       RESTORE-LINE-STOCK.
           MOVE SL-NAME(WS-VOID-INDEX) TO PR-PRODUCT-NAME
           MOVE SL-NAME(WS-VOID-INDEX) TO WS-KIT-NAME
           PERFORM LOAD-KIT-COMPONENTS
           READ PRODUCT-FILE
               INVALID KEY
                   DISPLAY "Could not restore stock for "
                       SL-NAME(WS-VOID-INDEX)
               NOT INVALID KEY
                   IF LINE-IS-KIT
                       MOVE SL-QTY(WS-VOID-INDEX) TO WS-KIT-MOVE-QTY
                       MOVE "KIT-VOID" TO WS-LEDGER-TYPE
                       MOVE "Y" TO WS-KIT-LOTS-FLAG
                       PERFORM RESTORE-KIT-COMPONENTS
                   ELSE
                       ADD SL-QTY(WS-VOID-INDEX) TO PR-PRODUCT-QUANTITY
                       REWRITE PRODUCT-RECORD
                       MOVE "VOID" TO WS-LEDGER-TYPE
                       MOVE SL-QTY(WS-VOID-INDEX) TO WS-LEDGER-QTY-IN
                       MOVE ZERO TO WS-LEDGER-QTY-OUT
                       PERFORM APPEND-LEDGER-RECORD
                       MOVE SL-QTY(WS-VOID-INDEX) TO WS-LOT-RELIEF-QTY
                       PERFORM RESTORE-PRODUCT-LOTS
                   END-IF
           END-READ.

       *> Restores the stock, backs the line out of the running
           MOVE WS-SALE-LINE TO WS-LOG-APPEND-LINE
           PERFORM APPEND-RECEIPT-LOG-LINE.

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

       *> Totals up the sale, writes the Subtotal/Discount/Taxable/
       *> Exempt/Tax/Grand Total rows, and then captures how the
       *> customer paid. Tax applies only to the taxable portion, so a
       *> VAT-exempt item sold alongside a taxed one doesn't get taxed
       *> twice. A senior citizen or PWD sale gets the senior/PWD
       *> discount and the whole sale becomes VAT exempt. The rates
       *> are the ones STORE-PARAMS.csv has in force today.
       FINALIZE-SALE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PARAM-DATE
           PERFORM LOAD-STORE-PARAMS
           PERFORM CAPTURE-CUSTOMER
           PERFORM CAPTURE-INVOICE-BUYER
           PERFORM CAPTURE-DISCOUNT
           IF SALE-IS-DISCOUNTED
               COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
                   WS-SALE-RUNNING-SUBTOTAL * WS-SENIOR-PCT / 100
               ADD WS-SALE-TAXABLE-SUBTOTAL TO WS-SALE-EXEMPT-SUBTOTAL
               MOVE ZERO TO WS-SALE-TAXABLE-SUBTOTAL
           ELSE
           END-IF

           COMPUTE WS-SALE-TAX-AMOUNT ROUNDED =
               WS-SALE-TAXABLE-SUBTOTAL * WS-VAT-PCT / 100
           COMPUTE WS-SALE-GRAND-TOTAL =
               WS-SALE-RUNNING-SUBTOTAL - WS-DISCOUNT-AMOUNT
               + WS-SALE-TAX-AMOUNT
           MOVE WS-SALE-GRAND-TOTAL TO WS-TOTALS-AMOUNT-EDIT
           PERFORM WRITE-TOTALS-LINE

           IF INVOICE-ON-SALE
               PERFORM ISSUE-SALES-INVOICE
           END-IF

           PERFORM CAPTURE-PAYMENT.

       *> Writes one totals row (Subtotal, Tax, or Grand Total) using

       *> Writes the Discount row OUTPUT-CSV already has a parse branch
       *> for, carrying the discount type and the ID presented so the
       *> log shows who the discount was granted to.
       WRITE-DISCOUNT-LINE.
           MOVE WS-DISCOUNT-AMOUNT TO WS-TOTALS-AMOUNT-EDIT
           MOVE SPACES TO WS-DISCOUNT-LINE
           DISPLAY "Grand Total Due: " WS-TOTALS-AMOUNT-EDIT
           MOVE "N" TO WS-PAYMENT-OK-FLAG
           MOVE ZERO TO WS-POINTS-REDEEMED
           MOVE SPACES TO WS-PAYMENT-REFERENCE
           PERFORM CAPTURE-PAYMENT-ATTEMPT UNTIL PAYMENT-ACCEPTED
           ADD WS-SALE-GRAND-TOTAL TO WS-SHIFT-SALES-TOTAL
           ADD 1 TO WS-SHIFT-TXN-COUNT
                   MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY)
                       TO WS-PAYMENT-AMOUNT
                   MOVE "Y" TO WS-PAYMENT-OK-FLAG
                   IF TENDER-IS-GCASH OR TENDER-IS-CARD
                       PERFORM CAPTURE-PAYMENT-REFERENCE
                   END-IF
               WHEN OTHER
                   DISPLAY "Tender must be 1 to 4."
           END-EVALUATE.

       *> GCash and card sales carry the wallet reference number or
       *> the terminal's approval code on the Payment row, so the
       *> settlement reconciliation can match the provider's file
       *> line for line. No reference, no payment - the cashier
       *> re-keys the tender. Commas would split the CSV field.
       CAPTURE-PAYMENT-REFERENCE.
           IF TENDER-IS-GCASH
               DISPLAY "GCash Reference No.: "
           ELSE
               DISPLAY "Card Approval Code: "
           END-IF
           MOVE SPACES TO WS-PAYMENT-REFERENCE
           ACCEPT WS-PAYMENT-REFERENCE
           MOVE ZERO TO WS-REFERENCE-COMMAS
           INSPECT WS-PAYMENT-REFERENCE
               TALLYING WS-REFERENCE-COMMAS FOR ALL ","
           IF WS-PAYMENT-REFERENCE = SPACES
               DISPLAY "A reference / approval code is required for "
                   "this tender."
               MOVE "N" TO WS-PAYMENT-OK-FLAG
           ELSE
               IF WS-REFERENCE-COMMAS > ZERO
                   DISPLAY "The reference cannot contain a comma."
                   MOVE SPACES TO WS-PAYMENT-REFERENCE
                   MOVE "N" TO WS-PAYMENT-OK-FLAG
               END-IF
           END-IF.

       TRY-POINTS-TENDER.
           IF NOT CUSTOMER-ON-SALE
               DISPLAY "No customer on this sale - points cannot pay."
           MOVE WS-SALE-GRAND-TOTAL TO WS-AR-AMOUNT
           PERFORM APPEND-AR-ROW.

       *> One row: DATE,TIME,CUSTNO,TYPE,AMOUNT,TXN,USER,TENDER -
       *> the tender lets the GL export post a payment to the right
       *> cash or clearing account (6 on a charge).
       APPEND-AR-ROW.
           MOVE WS-AR-AMOUNT TO WS-AR-AMOUNT-EDIT
           MOVE SPACES TO WS-AR-LINE
                  WS-AR-AMOUNT-EDIT           DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-TRANSACTION-NUMBER       DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(LK-USER-NAME) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-PAYMENT-METHOD           DELIMITED BY SIZE
               INTO WS-AR-LINE
           END-STRING
           OPEN EXTEND AR-FILE
           IF AR-FILE-MISSING
               OPEN OUTPUT AR-FILE
           END-IF
           MOVE WS-AR-LINE TO AR-RECORD
           WRITE AR-RECORD
           CLOSE AR-FILE.

       *> A payment against the utang, taken at the till: reduces the
       *> balance, goes in the drawer when it is cash, and prints a
       *> small payment slip.
       ACCOUNT-PAYMENT-ROUTINE.
           PERFORM ENSURE-SHIFT-OPEN
           DISPLAY "Customer Number: "
           ACCEPT WS-CUST-PICK
           MOVE WS-CUST-PICK TO WS-AR-CUSTOMER
           PERFORM TALLY-AR-BALANCE
           MOVE WS-AR-BALANCE TO WS-AR-BALANCE-EDIT
           DISPLAY "Balance outstanding: " WS-AR-BALANCE-EDIT
           IF WS-AR-BALANCE <= ZERO
               DISPLAY "Nothing owed - no payment taken."
           ELSE
               DISPLAY "Payment Amount: "
               ACCEPT WS-AMOUNT-REPLY
               MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY)
                   TO WS-AR-AMOUNT
               IF WS-AR-AMOUNT = ZERO
                   DISPLAY "Amount cannot be zero."
               ELSE
                   DISPLAY "Paid by (1=Cash 2=GCash 3=Card): "
                   ACCEPT WS-PAYMENT-METHOD
                   IF NOT TENDER-IS-CASH AND NOT TENDER-IS-GCASH
                       AND NOT TENDER-IS-CARD
                       DISPLAY "Tender must be 1 to 3. Not taken."
                   ELSE
                       MOVE "PAYMENT" TO WS-AR-TYPE
                       MOVE ZERO TO WS-TRANSACTION-NUMBER
                       PERFORM APPEND-AR-ROW
                       IF TENDER-IS-CASH
                           ADD WS-AR-AMOUNT TO WS-SHIFT-CASH-TOTAL
                       END-IF
                       PERFORM WRITE-ARPAY-SHIFT-LINE
                       PERFORM PRINT-AR-PAYMENT-SLIP
                   END-IF
               END-IF
           END-IF.

       WRITE-ARPAY-SHIFT-LINE.
           MOVE WS-AR-AMOUNT TO WS-AR-AMOUNT-EDIT
           MOVE SPACES TO WS-SHIFT-LINE
           STRING "ARPAY"                     DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(LK-USER-NAME) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(9:6)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-AR-AMOUNT-EDIT           DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-STATION-TAG              DELIMITED BY SIZE
               INTO WS-SHIFT-LINE
           END-STRING
           PERFORM APPEND-SHIFT-LINE.

       PRINT-AR-PAYMENT-SLIP.
           PERFORM TALLY-AR-BALANCE
           DISPLAY "------ ACCOUNT PAYMENT ------"
           DISPLAY "Customer: " WS-AR-CUSTOMER
           MOVE WS-AR-AMOUNT TO WS-CREDIT-EDIT
           DISPLAY "Paid:     " WS-CREDIT-EDIT
           MOVE WS-AR-BALANCE TO WS-AR-BALANCE-EDIT
           DISPLAY "Balance:  " WS-AR-BALANCE-EDIT
           DISPLAY "Cashier:  " FUNCTION TRIM(LK-USER-NAME)
           DISPLAY "-----------------------------".

       *> ----------------------------------------------------------
       *> Layaway: the customer picks the item, puts a deposit down,
       *> and pays the rest in instalments before the deadline. The
       *> units stay on the shelf but are held back from ordinary
       *> sales; the last instalment turns the layaway into a real
       *> sale. Every peso is a liability until then - it goes in
       *> the drawer but not in the sales total.
       *> ----------------------------------------------------------
       LAYAWAY-ROUTINE.
           PERFORM LOAD-LAYAWAY-RULES
           MOVE SPACES TO WS-LAY-CHOICE
           PERFORM LAYAWAY-MENU-PASS
               UNTIL WS-LAY-CHOICE = "6".

       LAYAWAY-MENU-PASS.
           DISPLAY SPACES
           DISPLAY "OSPOS | LAYAWAY"
           DISPLAY "1. New Layaway (Deposit)"
           DISPLAY "2. Instalment Payment"
           DISPLAY "3. Cancel / Forfeit Layaway"
           DISPLAY "4. List Open Layaways"
           DISPLAY "5. Layaway Rules"
           DISPLAY "6. Back"
           DISPLAY "Enter your choice: "
           ACCEPT WS-LAY-CHOICE
           EVALUATE WS-LAY-CHOICE
               WHEN "1"
                   PERFORM NEW-LAYAWAY-ROUTINE
               WHEN "2"
                   PERFORM LAYAWAY-PAYMENT-ROUTINE
               WHEN "3"
                   PERFORM CANCEL-LAYAWAY-ROUTINE
               WHEN "4"
                   PERFORM LIST-LAYAWAYS-ROUTINE
               WHEN "5"
                   MOVE "LAYAWAY-RULES" TO WS-PERM-FUNCTION
                   PERFORM CHECK-USER-PERMISSION
                   IF PERMISSION-GRANTED
                       PERFORM LAYAWAY-RULES-ROUTINE
                   ELSE
                       DISPLAY "Access denied for your role."
                   END-IF
               WHEN "6"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       LOAD-LAYAWAY-RULES.
           OPEN INPUT LAYAWAY-RULES-FILE
           IF NOT LAY-RULES-MISSING
               READ LAYAWAY-RULES-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-LAY-F1 WS-LAY-F2
                       MOVE SPACES TO WS-LAY-F3 WS-LAY-F4
                       UNSTRING LAYAWAY-RULES-RECORD DELIMITED BY ","
                           INTO WS-LAY-F1 WS-LAY-F2 WS-LAY-F3
                                WS-LAY-F4
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(WS-LAY-F1)
                           TO WS-LAY-TERM-DAYS
                       MOVE FUNCTION NUMVAL(WS-LAY-F2)
                           TO WS-LAY-MIN-PCT
                       MOVE FUNCTION NUMVAL(WS-LAY-F3)
                           TO WS-LAY-CANCEL-PCT
                       MOVE FUNCTION NUMVAL(WS-LAY-F4)
                           TO WS-LAY-FORFEIT-PCT
               END-READ
               CLOSE LAYAWAY-RULES-FILE
           END-IF.

       *> The admin sets the term and the three percentages; a blank
       *> reply keeps the value shown.
       LAYAWAY-RULES-ROUTINE.
           DISPLAY "Term in days (" WS-LAY-TERM-DAYS "): "
           PERFORM ACCEPT-LAYAWAY-RULE
           IF WS-LAY-PCT-REPLY NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LAY-PCT-REPLY)
                   TO WS-LAY-TERM-DAYS
           END-IF
           DISPLAY "Minimum deposit % (" WS-LAY-MIN-PCT "): "
           PERFORM ACCEPT-LAYAWAY-RULE
           IF WS-LAY-PCT-REPLY NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LAY-PCT-REPLY)
                   TO WS-LAY-MIN-PCT
           END-IF
           DISPLAY "% kept on a cancellation (" WS-LAY-CANCEL-PCT
               "): "
           PERFORM ACCEPT-LAYAWAY-RULE
           IF WS-LAY-PCT-REPLY NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LAY-PCT-REPLY)
                   TO WS-LAY-CANCEL-PCT
           END-IF
           DISPLAY "% kept once past the deadline ("
               WS-LAY-FORFEIT-PCT "): "
           PERFORM ACCEPT-LAYAWAY-RULE
           IF WS-LAY-PCT-REPLY NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LAY-PCT-REPLY)
                   TO WS-LAY-FORFEIT-PCT
           END-IF
           IF WS-LAY-TERM-DAYS = ZERO OR WS-LAY-MIN-PCT > 100
               OR WS-LAY-CANCEL-PCT > 100 OR WS-LAY-FORFEIT-PCT > 100
               DISPLAY "Term must be at least a day and percentages "
                   "no more than 100. Rules not saved."
               PERFORM LOAD-LAYAWAY-RULES
           ELSE
               MOVE SPACES TO WS-LAY-LINE
               STRING WS-LAY-TERM-DAYS    DELIMITED BY SIZE
                      ","                 DELIMITED BY SIZE
                      WS-LAY-MIN-PCT      DELIMITED BY SIZE
                      ","                 DELIMITED BY SIZE
                      WS-LAY-CANCEL-PCT   DELIMITED BY SIZE
                      ","                 DELIMITED BY SIZE
                      WS-LAY-FORFEIT-PCT  DELIMITED BY SIZE
                   INTO WS-LAY-LINE
               END-STRING
               OPEN OUTPUT LAYAWAY-RULES-FILE
               MOVE WS-LAY-LINE TO LAYAWAY-RULES-RECORD
               WRITE LAYAWAY-RULES-RECORD
               CLOSE LAYAWAY-RULES-FILE
               DISPLAY "Layaway rules saved."
           END-IF.

       ACCEPT-LAYAWAY-RULE.
           MOVE SPACES TO WS-LAY-PCT-REPLY
           ACCEPT WS-LAY-PCT-REPLY.

       *> One product per layaway. The item has to be free stock -
       *> not already held for someone else - and the deposit has to
       *> meet the minimum. A deposit covering everything is simply
       *> finished on the spot.
       NEW-LAYAWAY-ROUTINE.
           MOVE "N" TO WS-LAY-FOUND-FLAG
           PERFORM CAPTURE-LAYAWAY-CUSTOMER
           IF LAYAWAY-FOUND
               PERFORM CAPTURE-LAYAWAY-ITEM
           END-IF
           IF LAYAWAY-FOUND
               PERFORM CAPTURE-LAYAWAY-DEPOSIT
           END-IF
           IF LAYAWAY-FOUND
               PERFORM ASSIGN-LAYAWAY-NUMBER
               PERFORM APPEND-LAYAWAY-ROW
               MOVE "DEPOSIT" TO WS-LAY-ENTRY-TYPE
               MOVE ZERO TO WS-TRANSACTION-NUMBER
               PERFORM TAKE-LAYAWAY-MONEY
               MOVE WS-LAY-AMOUNT TO WS-LAY-PAID
               PERFORM PRINT-LAYAWAY-SLIP
               IF WS-LAY-PAID >= WS-LAY-TOTAL
                   PERFORM COMPLETE-LAYAWAY
               END-IF
           END-IF.

       *> A member is looked up on CUSTOMERS.csv; anyone else leaves
       *> a name and a number to be reached on. The found flag goes
       *> up only when there is someone to hold the item for.
       CAPTURE-LAYAWAY-CUSTOMER.
           MOVE SPACES TO WS-LAY-NAME WS-LAY-CONTACT
           DISPLAY "Customer Number (0 for walk-in): "
           ACCEPT WS-LAY-CUSTNO
           IF WS-LAY-CUSTNO NOT = ZERO
               PERFORM LOAD-CUSTOMER-TABLE
               MOVE ZERO TO WS-CUST-MATCH
               PERFORM VARYING WS-CUST-INDEX FROM 1 BY 1
                   UNTIL WS-CUST-INDEX > WS-CUST-COUNT
                   IF CUST-NUMBER(WS-CUST-INDEX) = WS-LAY-CUSTNO
                       MOVE WS-CUST-INDEX TO WS-CUST-MATCH
                   END-IF
               END-PERFORM
               IF WS-CUST-MATCH = ZERO
                   DISPLAY "No customer " WS-LAY-CUSTNO " on file."
               ELSE
                   MOVE CUST-NAME(WS-CUST-MATCH) TO WS-LAY-NAME
                   MOVE CUST-CONTACT(WS-CUST-MATCH) TO WS-LAY-CONTACT
                   DISPLAY "Customer: " WS-LAY-NAME
                   MOVE "Y" TO WS-LAY-FOUND-FLAG
               END-IF
           ELSE
               DISPLAY "Customer Name: "
               ACCEPT WS-LAY-NAME
               DISPLAY "Contact Number: "
               ACCEPT WS-LAY-CONTACT
               INSPECT WS-LAY-NAME REPLACING ALL "," BY " "
               INSPECT WS-LAY-CONTACT REPLACING ALL "," BY " "
               IF WS-LAY-NAME = SPACES OR WS-LAY-CONTACT = SPACES
                   DISPLAY "A walk-in layaway needs a name and a "
                       "contact number."
               ELSE
                   MOVE "Y" TO WS-LAY-FOUND-FLAG
               END-IF
           END-IF.

       CAPTURE-LAYAWAY-ITEM.
           MOVE "N" TO WS-LAY-FOUND-FLAG
           PERFORM CAPTURE-SALE-DETAILS
           PERFORM FIND-ENTRY-BY-NAME
           IF SALE-ITEM-FOUND
               PERFORM APPLY-SCAN-PACK-QTY
           END-IF
           IF NOT SALE-ITEM-FOUND
               DISPLAY "Product not found: " WS-SALE-PRODUCT-NAME
           ELSE
               MOVE PR-PRODUCT-NAME TO WS-KIT-NAME
               PERFORM LOAD-KIT-COMPONENTS
               MOVE PR-PRODUCT-NAME TO WS-LAY-RESERVE-PRODUCT
               PERFORM TALLY-LAYAWAY-RESERVED
               EVALUATE TRUE
                   WHEN LINE-IS-KIT
                       DISPLAY "Kits cannot go on layaway - lay "
                           "away the components instead."
                   WHEN WS-SALE-QUANTITY = ZERO
                       DISPLAY "Quantity cannot be zero."
                   WHEN WS-SALE-QUANTITY + WS-LAY-RESERVED >
                       PR-PRODUCT-QUANTITY
                       MOVE PR-PRODUCT-QUANTITY TO WS-LEDGER-BAL-EDIT
                       DISPLAY "Insufficient stock. On hand: "
                           WS-LEDGER-BAL-EDIT
                       MOVE WS-LAY-RESERVED TO WS-LEDGER-BAL-EDIT
                       DISPLAY "  of which held for customers: "
                           WS-LEDGER-BAL-EDIT
                   WHEN OTHER
                       MOVE "Y" TO WS-LAY-FOUND-FLAG
               END-EVALUATE
           END-IF
           IF LAYAWAY-FOUND
               MOVE PR-PRODUCT-NAME TO WS-LAY-PRODUCT
               MOVE WS-SALE-QUANTITY TO WS-LAY-QTY
               MOVE PR-PRODUCT-PRICE TO WS-LAY-PRICE
               COMPUTE WS-SALE-SUBTOTAL-NUM ROUNDED =
                   WS-LAY-PRICE * WS-LAY-QTY
               MOVE ZERO TO WS-LAY-TAX
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PARAM-DATE
               PERFORM LOAD-STORE-PARAMS
               IF PRODUCT-IS-TAXABLE
                   COMPUTE WS-LAY-TAX ROUNDED =
                       WS-SALE-SUBTOTAL-NUM * WS-VAT-PCT / 100
               END-IF
               COMPUTE WS-LAY-TOTAL =
                   WS-SALE-SUBTOTAL-NUM + WS-LAY-TAX
               COMPUTE WS-LAY-MIN-DEPOSIT ROUNDED =
                   WS-LAY-TOTAL * WS-LAY-MIN-PCT / 100
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAY-OPEN-DATE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAY-TODAY
               COMPUTE WS-LAY-DEADLINE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-LAY-TODAY)
                   + WS-LAY-TERM-DAYS)
               MOVE WS-LAY-TOTAL TO WS-LAY-MONEY-EDIT
               MOVE WS-LAY-MIN-DEPOSIT TO WS-LAY-MONEY-EDIT-2
               DISPLAY "Layaway total (VAT incl.): " WS-LAY-MONEY-EDIT
               DISPLAY "Minimum deposit:           "
                   WS-LAY-MONEY-EDIT-2
               DISPLAY "Pay in full by:            " WS-LAY-DEADLINE
           END-IF.

       CAPTURE-LAYAWAY-DEPOSIT.
           MOVE "N" TO WS-LAY-FOUND-FLAG
           DISPLAY "Deposit Amount: "
           ACCEPT WS-AMOUNT-REPLY
           MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY) TO WS-LAY-AMOUNT
           EVALUATE TRUE
               WHEN WS-LAY-AMOUNT = ZERO
                   DISPLAY "Amount cannot be zero. No layaway."
               WHEN WS-LAY-AMOUNT < WS-LAY-MIN-DEPOSIT
                   DISPLAY "Below the minimum deposit. No layaway."
               WHEN WS-LAY-AMOUNT > WS-LAY-TOTAL
                   DISPLAY "More than the layaway total. No layaway."
               WHEN OTHER
                   PERFORM CAPTURE-LAYAWAY-TENDER
           END-EVALUATE.

       CAPTURE-LAYAWAY-TENDER.
           DISPLAY "Paid by (1=Cash 2=GCash 3=Card): "
           ACCEPT WS-PAYMENT-METHOD
           IF NOT TENDER-IS-CASH AND NOT TENDER-IS-GCASH
               AND NOT TENDER-IS-CARD
               DISPLAY "Tender must be 1 to 3. Not taken."
           ELSE
               MOVE "Y" TO WS-LAY-FOUND-FLAG
           END-IF.

       ASSIGN-LAYAWAY-NUMBER.
           OPEN INPUT LAYAWAY-COUNTER-FILE
           IF WS-LAY-COUNTER-STATUS = "35"
               MOVE ZERO TO WS-LAY-NUMBER
           ELSE
               READ LAYAWAY-COUNTER-FILE
               MOVE LAYAWAY-COUNTER-RECORD TO WS-LAY-NUMBER
               CLOSE LAYAWAY-COUNTER-FILE
           END-IF
           ADD 1 TO WS-LAY-NUMBER
           MOVE WS-LAY-NUMBER TO LAYAWAY-COUNTER-RECORD
           OPEN OUTPUT LAYAWAY-COUNTER-FILE
           WRITE LAYAWAY-COUNTER-RECORD
           CLOSE LAYAWAY-COUNTER-FILE.

       APPEND-LAYAWAY-ROW.
           MOVE WS-LAY-QTY TO WS-LAY-QTY-FILE
           MOVE WS-LAY-PRICE TO WS-LAY-PRICE-FILE
           MOVE WS-LAY-TOTAL TO WS-LAY-MONEY-FILE
           MOVE SPACES TO WS-LAY-LINE
           STRING WS-LAY-NUMBER               DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-LAY-OPEN-DATE            DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-LAY-CUSTNO               DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LAY-NAME)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LAY-CONTACT) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LAY-PRODUCT) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-LAY-QTY-FILE             DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-LAY-PRICE-FILE           DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-LAY-MONEY-FILE           DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-LAY-DEADLINE             DELIMITED BY SIZE
               INTO WS-LAY-LINE
           END-STRING
           OPEN EXTEND LAYAWAY-FILE
           IF LAYAWAY-FILE-MISSING
               OPEN OUTPUT LAYAWAY-FILE
           END-IF
           MOVE WS-LAY-LINE TO LAYAWAY-RECORD
           WRITE LAYAWAY-RECORD
           CLOSE LAYAWAY-FILE.

       *> Money coming in on a layaway: the ledger row, the drawer
       *> when it is cash, and a LAYPAY row on SHIFTS.csv so the
       *> close-out can explain the extra cash.
       TAKE-LAYAWAY-MONEY.
           PERFORM APPEND-LAYAWAY-LEDGER-ROW
           IF TENDER-IS-CASH
               ADD WS-LAY-AMOUNT TO WS-SHIFT-CASH-TOTAL
           END-IF
           MOVE WS-LAY-AMOUNT TO WS-LAY-MONEY-FILE
           MOVE SPACES TO WS-SHIFT-LINE
           STRING "LAYPAY"                    DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(LK-USER-NAME) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(9:6)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-LAY-MONEY-FILE           DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-STATION-TAG              DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-PAYMENT-METHOD           DELIMITED BY SIZE
               INTO WS-SHIFT-LINE
           END-STRING
           PERFORM APPEND-SHIFT-LINE.

       *> DATE,TIME,NUMBER,TYPE,AMOUNT,TENDER,USER,STATION,TXN - the
       *> tender lets the GL export post the money to the right cash
       *> or clearing account; TXN is the finished sale's number on
       *> a COMPLETE row, zero otherwise.
       APPEND-LAYAWAY-LEDGER-ROW.
           MOVE WS-LAY-AMOUNT TO WS-LAY-MONEY-FILE
           MOVE SPACES TO WS-LAY-LINE
           STRING FUNCTION CURRENT-DATE(1:8)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(9:6)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-LAY-NUMBER               DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LAY-ENTRY-TYPE) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-LAY-MONEY-FILE           DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-PAYMENT-METHOD           DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(LK-USER-NAME) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-STATION-TAG              DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-TRANSACTION-NUMBER       DELIMITED BY SIZE
               INTO WS-LAY-LINE
           END-STRING
           OPEN EXTEND LAYAWAY-LEDGER-FILE
           IF LAY-LEDGER-MISSING
               OPEN OUTPUT LAYAWAY-LEDGER-FILE
           END-IF
           MOVE WS-LAY-LINE TO LAYAWAY-LEDGER-RECORD
           WRITE LAYAWAY-LEDGER-RECORD
           CLOSE LAYAWAY-LEDGER-FILE.

       PRINT-LAYAWAY-SLIP.
           COMPUTE WS-LAY-BALANCE = WS-LAY-TOTAL - WS-LAY-PAID
           DISPLAY "----------- LAYAWAY -----------"
           DISPLAY "Layaway No: " WS-LAY-NUMBER
           DISPLAY "Customer:   " FUNCTION TRIM(WS-LAY-NAME)
           DISPLAY "Item:       " FUNCTION TRIM(WS-LAY-PRODUCT)
           MOVE WS-LAY-QTY TO WS-SALE-QTY-EDIT
           DISPLAY "Quantity:   " WS-SALE-QTY-EDIT
           MOVE WS-LAY-TOTAL TO WS-LAY-MONEY-EDIT
           DISPLAY "Total:      " WS-LAY-MONEY-EDIT
           MOVE WS-LAY-AMOUNT TO WS-LAY-MONEY-EDIT
           DISPLAY "Paid now:   " WS-LAY-MONEY-EDIT
           MOVE WS-LAY-PAID TO WS-LAY-MONEY-EDIT
           DISPLAY "Paid to date:" WS-LAY-MONEY-EDIT
           MOVE WS-LAY-BALANCE TO WS-LAY-MONEY-EDIT
           DISPLAY "Balance:    " WS-LAY-MONEY-EDIT
           DISPLAY "Pay by:     " WS-LAY-DEADLINE
           DISPLAY "Cashier:    " FUNCTION TRIM(LK-USER-NAME)
           DISPLAY "-------------------------------".

       *> An instalment can be anything up to the balance; the one
       *> that clears it finishes the layaway. A layaway already paid
       *> up but left open for want of stock is finished from here
       *> once the delivery is in.
       LAYAWAY-PAYMENT-ROUTINE.
           PERFORM PICK-OPEN-LAYAWAY
           IF LAYAWAY-FOUND
               COMPUTE WS-LAY-BALANCE = WS-LAY-TOTAL - WS-LAY-PAID
               MOVE WS-LAY-BALANCE TO WS-LAY-MONEY-EDIT
               DISPLAY "Balance outstanding: " WS-LAY-MONEY-EDIT
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAY-TODAY
               IF WS-LAY-TODAY > WS-LAY-DEADLINE
                   DISPLAY "Note: the deadline " WS-LAY-DEADLINE
                       " has passed."
               END-IF
               IF WS-LAY-BALANCE <= ZERO
                   PERFORM COMPLETE-LAYAWAY
               ELSE
                   DISPLAY "Payment Amount: "
                   ACCEPT WS-AMOUNT-REPLY
                   MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY)
                       TO WS-LAY-AMOUNT
                   EVALUATE TRUE
                       WHEN WS-LAY-AMOUNT = ZERO
                           DISPLAY "Amount cannot be zero."
                       WHEN WS-LAY-AMOUNT > WS-LAY-BALANCE
                           DISPLAY "More than the balance - not taken."
                       WHEN OTHER
                           PERFORM TAKE-LAYAWAY-PAYMENT
                   END-EVALUATE
               END-IF
           END-IF.

       TAKE-LAYAWAY-PAYMENT.
           PERFORM CAPTURE-LAYAWAY-TENDER
           IF LAYAWAY-FOUND
               MOVE "PAYMENT" TO WS-LAY-ENTRY-TYPE
               MOVE ZERO TO WS-TRANSACTION-NUMBER
               PERFORM TAKE-LAYAWAY-MONEY
               ADD WS-LAY-AMOUNT TO WS-LAY-PAID
               PERFORM PRINT-LAYAWAY-SLIP
               IF WS-LAY-PAID >= WS-LAY-TOTAL
                   PERFORM COMPLETE-LAYAWAY
               END-IF
           END-IF.

       *> Asks for a layaway number and loads it with what has been
       *> paid on it; the found flag stays up only for one still open.
       PICK-OPEN-LAYAWAY.
           DISPLAY "Layaway Number: "
           ACCEPT WS-LAY-PICK
           PERFORM FIND-LAYAWAY
           IF NOT LAYAWAY-FOUND
               DISPLAY "No layaway " WS-LAY-PICK " on file."
           ELSE
               MOVE WS-LAY-NUMBER TO WS-LAY-LEDGER-KEY
               PERFORM REPLAY-LAYAWAY-LEDGER
               IF LAYAWAY-CLOSED
                   DISPLAY "Layaway " WS-LAY-NUMBER
                       " is already closed."
                   MOVE "N" TO WS-LAY-FOUND-FLAG
               ELSE
                   DISPLAY "Customer: " FUNCTION TRIM(WS-LAY-NAME)
                       "  Item: " FUNCTION TRIM(WS-LAY-PRODUCT)
               END-IF
           END-IF.

       FIND-LAYAWAY.
           MOVE "N" TO WS-LAY-FOUND-FLAG
           OPEN INPUT LAYAWAY-FILE
           IF NOT LAYAWAY-FILE-MISSING
               MOVE "N" TO WS-LAY-EOF-FLAG
               PERFORM READ-LAYAWAY-FOR-PICK
                   UNTIL LAY-AT-EOF OR LAYAWAY-FOUND
               CLOSE LAYAWAY-FILE
           END-IF.

       READ-LAYAWAY-FOR-PICK.
           PERFORM READ-LAYAWAY-ROW
           IF NOT LAY-AT-EOF
               AND FUNCTION NUMVAL(WS-LAY-F1) = WS-LAY-PICK
               PERFORM LOAD-LAYAWAY-FIELDS
               MOVE "Y" TO WS-LAY-FOUND-FLAG
           END-IF.

       READ-LAYAWAY-ROW.
           READ LAYAWAY-FILE
               AT END
                   MOVE "Y" TO WS-LAY-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-LAY-F1 WS-LAY-F2 WS-LAY-F3
                   MOVE SPACES TO WS-LAY-F4 WS-LAY-F5 WS-LAY-F6
                   MOVE SPACES TO WS-LAY-F7 WS-LAY-F8 WS-LAY-F9
                   MOVE SPACES TO WS-LAY-F10
                   UNSTRING LAYAWAY-RECORD DELIMITED BY ","
                       INTO WS-LAY-F1 WS-LAY-F2 WS-LAY-F3 WS-LAY-F4
                            WS-LAY-F5 WS-LAY-F6 WS-LAY-F7 WS-LAY-F8
                            WS-LAY-F9 WS-LAY-F10
                   END-UNSTRING
           END-READ.

       LOAD-LAYAWAY-FIELDS.
           MOVE FUNCTION NUMVAL(WS-LAY-F1) TO WS-LAY-NUMBER
           MOVE WS-LAY-F2(1:8) TO WS-LAY-OPEN-DATE
           MOVE FUNCTION NUMVAL(WS-LAY-F3) TO WS-LAY-CUSTNO
           MOVE WS-LAY-F4 TO WS-LAY-NAME
           MOVE WS-LAY-F5(1:15) TO WS-LAY-CONTACT
           MOVE WS-LAY-F6(1:20) TO WS-LAY-PRODUCT
           MOVE FUNCTION NUMVAL(WS-LAY-F7) TO WS-LAY-QTY
           MOVE FUNCTION NUMVAL(WS-LAY-F8) TO WS-LAY-PRICE
           MOVE FUNCTION NUMVAL(WS-LAY-F9) TO WS-LAY-TOTAL
           MOVE FUNCTION NUMVAL(WS-LAY-F10) TO WS-LAY-DEADLINE.

       *> What has gone in on one layaway and whether a COMPLETE,
       *> CANCEL or FORFEIT row has closed it.
       REPLAY-LAYAWAY-LEDGER.
           MOVE ZERO TO WS-LAY-PAID
           MOVE "N" TO WS-LAY-CLOSED-FLAG
           OPEN INPUT LAYAWAY-LEDGER-FILE
           IF NOT LAY-LEDGER-MISSING
               MOVE "N" TO WS-LAY-EOF-FLAG
               PERFORM READ-LAYAWAY-LEDGER-ROW UNTIL LAY-AT-EOF
               CLOSE LAYAWAY-LEDGER-FILE
           END-IF.

       READ-LAYAWAY-LEDGER-ROW.
           READ LAYAWAY-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-LAY-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-LAYL-F3 WS-LAYL-F4 WS-LAYL-F5
                   UNSTRING LAYAWAY-LEDGER-RECORD DELIMITED BY ","
                       INTO WS-LAYL-SKIP WS-LAYL-SKIP WS-LAYL-F3
                            WS-LAYL-F4 WS-LAYL-F5
                   END-UNSTRING
                   IF FUNCTION NUMVAL(WS-LAYL-F3) = WS-LAY-LEDGER-KEY
                       EVALUATE FUNCTION TRIM(WS-LAYL-F4)
                           WHEN "DEPOSIT"
                               ADD FUNCTION NUMVAL(WS-LAYL-F5)
                                   TO WS-LAY-PAID
                           WHEN "PAYMENT"
                               ADD FUNCTION NUMVAL(WS-LAYL-F5)
                                   TO WS-LAY-PAID
                           WHEN "COMPLETE"
                               MOVE "Y" TO WS-LAY-CLOSED-FLAG
                           WHEN "CANCEL"
                               MOVE "Y" TO WS-LAY-CLOSED-FLAG
                           WHEN "FORFEIT"
                               MOVE "Y" TO WS-LAY-CLOSED-FLAG
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       *> Units of one product held on open layaways, and on special
       *> orders that have come in but not been collected. Called
       *> for every ordinary sale line, so the open check replays
       *> the ledgers only for the rows naming the product.
       TALLY-LAYAWAY-RESERVED.
           MOVE ZERO TO WS-LAY-RESERVED
           OPEN INPUT LAYAWAY-FILE
           IF NOT LAYAWAY-FILE-MISSING
               MOVE "N" TO WS-LAY-EOF-FLAG
               PERFORM READ-LAYAWAY-FOR-RESERVE UNTIL LAY-AT-EOF
               CLOSE LAYAWAY-FILE
           END-IF
           PERFORM TALLY-SPECIAL-ORDER-HELD.

       READ-LAYAWAY-FOR-RESERVE.
           PERFORM READ-LAYAWAY-ROW
           IF NOT LAY-AT-EOF
               AND WS-LAY-F6(1:20) = WS-LAY-RESERVE-PRODUCT
               MOVE FUNCTION NUMVAL(WS-LAY-F1) TO WS-LAY-LEDGER-KEY
               PERFORM REPLAY-LAYAWAY-LEDGER
       *> The ledger replay shares the end-of-file switch.
               MOVE "N" TO WS-LAY-EOF-FLAG
               IF NOT LAYAWAY-CLOSED
                   ADD FUNCTION NUMVAL(WS-LAY-F7) TO WS-LAY-RESERVED
               END-IF
           END-IF.

       *> The layaway becomes an ordinary sale under its own
       *> transaction number: the item line, the totals, and a
       *> Payment row in tender 7 for the money already taken. Stock,
       *> the kardex and the lots move now, not when it was laid
       *> away. If the shelf has come up short in the meantime the
       *> layaway stays open, paid up, until it can be filled.
       COMPLETE-LAYAWAY.
           MOVE WS-LAY-PRODUCT TO PR-PRODUCT-NAME
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "N" TO WS-SALE-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-SALE-FOUND-FLAG
           END-READ
           IF NOT SALE-ITEM-FOUND
               DISPLAY FUNCTION TRIM(WS-LAY-PRODUCT) " is no longer "
                   "in the catalog - layaway left open, paid up."
           ELSE
               IF WS-LAY-QTY > PR-PRODUCT-QUANTITY
                   MOVE PR-PRODUCT-QUANTITY TO WS-LEDGER-BAL-EDIT
                   DISPLAY "Paid in full, but only " WS-LEDGER-BAL-EDIT
                       " on hand - layaway left open until the "
                       "stock is in."
               ELSE
                   PERFORM ASSIGN-TRANSACTION-NUMBER
                   OPEN OUTPUT RECEIPT-FILE
                   IF WS-RECEIPT-STATUS NOT = "00"
                       DISPLAY "Could not open "
                           FUNCTION TRIM(WS-RECEIPT-FILE-NAME)
                           " - layaway left open, paid up."
                   ELSE
                       PERFORM START-RECEIPT-LOG-BUFFER
                       PERFORM WRITE-TRANSACTION-HEADER
                       PERFORM WRITE-DEPOSIT-SALE
                       CLOSE RECEIPT-FILE
                       PERFORM FLUSH-RECEIPT-LOG-BUFFER
                       MOVE "COMPLETE" TO WS-LAY-ENTRY-TYPE
                       MOVE 7 TO WS-PAYMENT-METHOD
                       MOVE WS-LAY-TOTAL TO WS-LAY-AMOUNT
                       PERFORM APPEND-LAYAWAY-LEDGER-ROW
                       DISPLAY "Layaway " WS-LAY-NUMBER
                           " completed as transaction "
                           WS-TRANSACTION-NUMBER "."
                   END-IF
               END-IF
           END-IF.

       *> The sale paid for by money already held - a layaway's,
       *> or a special order's moved into the layaway fields first.
       WRITE-DEPOSIT-SALE.
           MOVE WS-LAY-PRODUCT TO WS-SALE-PRODUCT-NAME
           MOVE WS-LAY-QTY TO WS-SALE-QUANTITY
           MOVE WS-LAY-PRICE TO WS-SALE-EFFECTIVE-PRICE
           MOVE WS-LAY-PRICE TO WS-SALE-PRICE-EDIT
           COMPUTE WS-SALE-SUBTOTAL-NUM ROUNDED =
               WS-LAY-PRICE * WS-LAY-QTY
           SUBTRACT WS-SALE-QUANTITY FROM PR-PRODUCT-QUANTITY
           REWRITE PRODUCT-RECORD
           MOVE "SALE" TO WS-LEDGER-TYPE
           MOVE ZERO TO WS-LEDGER-QTY-IN
           MOVE WS-SALE-QUANTITY TO WS-LEDGER-QTY-OUT
           PERFORM APPEND-LEDGER-RECORD
           MOVE WS-SALE-QUANTITY TO WS-LOT-RELIEF-QTY
           PERFORM RELIEVE-PRODUCT-LOTS
           PERFORM WRITE-SALE-LINE
       *> The VAT is whatever the total carried over the price when
       *> it was taken, so the sale ties to the money.
           COMPUTE WS-SALE-TAX-AMOUNT =
               WS-LAY-TOTAL - WS-SALE-SUBTOTAL-NUM
           MOVE WS-LAY-TOTAL TO WS-SALE-GRAND-TOTAL
           IF WS-SALE-TAX-AMOUNT > ZERO
               MOVE WS-SALE-SUBTOTAL-NUM TO WS-SALE-TAXABLE-SUBTOTAL
               MOVE ZERO TO WS-SALE-EXEMPT-SUBTOTAL
           ELSE
               MOVE ZERO TO WS-SALE-TAXABLE-SUBTOTAL
               MOVE WS-SALE-SUBTOTAL-NUM TO WS-SALE-EXEMPT-SUBTOTAL
           END-IF
           MOVE "Subtotal" TO WS-TOTALS-LABEL
           MOVE WS-SALE-SUBTOTAL-NUM TO WS-TOTALS-AMOUNT-EDIT
           PERFORM WRITE-TOTALS-LINE
           MOVE "Taxable Sales" TO WS-TOTALS-LABEL
           MOVE WS-SALE-TAXABLE-SUBTOTAL TO WS-TOTALS-AMOUNT-EDIT
           PERFORM WRITE-TOTALS-LINE
           MOVE "VAT Exempt Sales" TO WS-TOTALS-LABEL
           MOVE WS-SALE-EXEMPT-SUBTOTAL TO WS-TOTALS-AMOUNT-EDIT
           PERFORM WRITE-TOTALS-LINE
           MOVE "Tax" TO WS-TOTALS-LABEL
           MOVE WS-SALE-TAX-AMOUNT TO WS-TOTALS-AMOUNT-EDIT
           PERFORM WRITE-TOTALS-LINE
           MOVE "Grand Total" TO WS-TOTALS-LABEL
           MOVE WS-SALE-GRAND-TOTAL TO WS-TOTALS-AMOUNT-EDIT
           PERFORM WRITE-TOTALS-LINE
           MOVE 7 TO WS-PAYMENT-METHOD
           MOVE WS-LAY-TOTAL TO WS-PAYMENT-AMOUNT
           MOVE SPACES TO WS-PAYMENT-REFERENCE
           PERFORM WRITE-PAYMENT-LINE
       *> A sale for the shift, but no cash - that came in with the
       *> deposit and the instalments.
           ADD WS-SALE-GRAND-TOTAL TO WS-SHIFT-SALES-TOTAL
           ADD 1 TO WS-SHIFT-TXN-COUNT.

       *> Inside the term the customer gets the money back less the
       *> cancellation fee; past the deadline the forfeit rule keeps
       *> what it keeps. Either way the refund is cash out of this
       *> drawer, so a supervisor signs for it.
       CANCEL-LAYAWAY-ROUTINE.
           PERFORM PICK-OPEN-LAYAWAY
           IF LAYAWAY-FOUND
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAY-TODAY
               IF WS-LAY-TODAY > WS-LAY-DEADLINE
                   MOVE "FORFEIT" TO WS-LAY-CLOSE-TYPE
                   MOVE WS-LAY-FORFEIT-PCT TO WS-LAY-KEEP-PCT
               ELSE
                   MOVE "CANCEL" TO WS-LAY-CLOSE-TYPE
                   MOVE WS-LAY-CANCEL-PCT TO WS-LAY-KEEP-PCT
               END-IF
               COMPUTE WS-LAY-KEEP ROUNDED =
                   WS-LAY-PAID * WS-LAY-KEEP-PCT / 100
               COMPUTE WS-LAY-REFUND = WS-LAY-PAID - WS-LAY-KEEP
               MOVE WS-LAY-PAID TO WS-LAY-MONEY-EDIT
               DISPLAY "Paid to date:  " WS-LAY-MONEY-EDIT
               MOVE WS-LAY-KEEP TO WS-LAY-MONEY-EDIT
               DISPLAY FUNCTION TRIM(WS-LAY-CLOSE-TYPE)
                   " - store keeps: " WS-LAY-MONEY-EDIT
               MOVE WS-LAY-REFUND TO WS-LAY-MONEY-EDIT
               DISPLAY "Cash refund:   " WS-LAY-MONEY-EDIT
               DISPLAY "Close this layaway? (Y/N): "
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = "Y" OR WS-CONFIRMATION = "y"
                   PERFORM VERIFY-SUPERVISOR
                   IF SUPERVISOR-APPROVED
                       PERFORM CLOSE-LAYAWAY-WITH-REFUND
                   END-IF
               ELSE
                   DISPLAY "Layaway left open."
               END-IF
           END-IF.

       CLOSE-LAYAWAY-WITH-REFUND.
           MOVE ZERO TO WS-TRANSACTION-NUMBER
           MOVE 1 TO WS-PAYMENT-METHOD
           IF WS-LAY-REFUND > ZERO
               MOVE "REFUND" TO WS-LAY-ENTRY-TYPE
               MOVE WS-LAY-REFUND TO WS-LAY-AMOUNT
               PERFORM APPEND-LAYAWAY-LEDGER-ROW
               SUBTRACT WS-LAY-REFUND FROM WS-SHIFT-CASH-TOTAL
               MOVE WS-LAY-REFUND TO WS-LAY-MONEY-FILE
               MOVE SPACES TO WS-SHIFT-LINE
               STRING "LAYREFUND"                 DELIMITED BY SIZE
                      ","                         DELIMITED BY SIZE
                      FUNCTION TRIM(LK-USER-NAME) DELIMITED BY SIZE
                      ","                         DELIMITED BY SIZE
                      FUNCTION CURRENT-DATE(1:8)  DELIMITED BY SIZE
                      ","                         DELIMITED BY SIZE
                      FUNCTION CURRENT-DATE(9:6)  DELIMITED BY SIZE
                      ","                         DELIMITED BY SIZE
                      WS-LAY-MONEY-FILE           DELIMITED BY SIZE
                      ","                         DELIMITED BY SIZE
                      WS-STATION-TAG              DELIMITED BY SIZE
                      ","                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUPV-USERNAME)
                                                  DELIMITED BY SIZE
                   INTO WS-SHIFT-LINE
               END-STRING
               PERFORM APPEND-SHIFT-LINE
           END-IF
           MOVE WS-LAY-CLOSE-TYPE TO WS-LAY-ENTRY-TYPE
           MOVE WS-LAY-KEEP TO WS-LAY-AMOUNT
           PERFORM APPEND-LAYAWAY-LEDGER-ROW
           MOVE WS-LAY-REFUND TO WS-LAY-MONEY-EDIT
           DISPLAY "Layaway " WS-LAY-NUMBER " closed - hand back "
               WS-LAY-MONEY-EDIT " from the drawer.".

       *> Every open layaway with what is paid and what is left, the
       *> overdue ones marked, and the money held for customers -
       *> the whole ledger summed, in less everything paid back out.
       LIST-LAYAWAYS-ROUTINE.
           MOVE ZERO TO WS-LAY-OPEN-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LAY-TODAY
           DISPLAY "------------ OPEN LAYAWAYS ------------"
           DISPLAY "NUMBER CUSTOMER             ITEM"
               "                    TOTAL       PAID  DUE"
           OPEN INPUT LAYAWAY-FILE
           IF NOT LAYAWAY-FILE-MISSING
               MOVE "N" TO WS-LAY-EOF-FLAG
               PERFORM LIST-ONE-LAYAWAY UNTIL LAY-AT-EOF
               CLOSE LAYAWAY-FILE
           END-IF
           PERFORM TOTAL-LAYAWAY-LIABILITY
           DISPLAY "Open layaways: " WS-LAY-OPEN-COUNT
           MOVE WS-LAY-LIABILITY TO WS-LAY-MONEY-EDIT-3
           DISPLAY "Deposits held for customers: " WS-LAY-MONEY-EDIT-3
           DISPLAY "---------------------------------------".

       LIST-ONE-LAYAWAY.
           PERFORM READ-LAYAWAY-ROW
           IF NOT LAY-AT-EOF
               PERFORM LOAD-LAYAWAY-FIELDS
               MOVE WS-LAY-NUMBER TO WS-LAY-LEDGER-KEY
               PERFORM REPLAY-LAYAWAY-LEDGER
               MOVE "N" TO WS-LAY-EOF-FLAG
               IF NOT LAYAWAY-CLOSED
                   ADD 1 TO WS-LAY-OPEN-COUNT
                   MOVE WS-LAY-TOTAL TO WS-LAY-MONEY-EDIT
                   MOVE WS-LAY-PAID TO WS-LAY-MONEY-EDIT-2
                   IF WS-LAY-TODAY > WS-LAY-DEADLINE
                       DISPLAY WS-LAY-NUMBER " " WS-LAY-NAME(1:20)
                           " " WS-LAY-PRODUCT " " WS-LAY-MONEY-EDIT
                           " " WS-LAY-MONEY-EDIT-2 " "
                           WS-LAY-DEADLINE " OVERDUE"
                   ELSE
                       DISPLAY WS-LAY-NUMBER " " WS-LAY-NAME(1:20)
                           " " WS-LAY-PRODUCT " " WS-LAY-MONEY-EDIT
                           " " WS-LAY-MONEY-EDIT-2 " "
                           WS-LAY-DEADLINE
                   END-IF
               END-IF
           END-IF.

       TOTAL-LAYAWAY-LIABILITY.
           MOVE ZERO TO WS-LAY-LIABILITY
           OPEN INPUT LAYAWAY-LEDGER-FILE
           IF NOT LAY-LEDGER-MISSING
               MOVE "N" TO WS-LAY-EOF-FLAG
               PERFORM SUM-LAYAWAY-LEDGER-ROW UNTIL LAY-AT-EOF
               CLOSE LAYAWAY-LEDGER-FILE
           END-IF.

       SUM-LAYAWAY-LEDGER-ROW.
           READ LAYAWAY-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-LAY-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-LAYL-F4 WS-LAYL-F5
                   UNSTRING LAYAWAY-LEDGER-RECORD DELIMITED BY ","
                       INTO WS-LAYL-SKIP WS-LAYL-SKIP WS-LAYL-SKIP
                            WS-LAYL-F4 WS-LAYL-F5
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-LAYL-F4) = "DEPOSIT"
                       OR FUNCTION TRIM(WS-LAYL-F4) = "PAYMENT"
                       ADD FUNCTION NUMVAL(WS-LAYL-F5)
                           TO WS-LAY-LIABILITY
                   ELSE
                       SUBTRACT FUNCTION NUMVAL(WS-LAYL-F5)
                           FROM WS-LAY-LIABILITY
                   END-IF
           END-READ.

       *> ----------------------------------------------------------
       *> Special orders. A customer asks for something the shelf
       *> does not have; the order is taken against a member or a
       *> walk-in's name and number, with any deposit, and waits
       *> for PURCHASE-ORDER-SYSTEM to put it on the supplier's next
       *> PO. GOODS-RECEIVING sets the delivered units aside and
       *> lists who to call; the customer pays any balance here and
       *> the order becomes an ordinary sale. The deposit is held
       *> for the customer until then, the same as a layaway's.
       *> ----------------------------------------------------------
       SPECIAL-ORDER-ROUTINE.
           MOVE SPACES TO WS-SO-CHOICE
           PERFORM SPECIAL-ORDER-MENU-PASS
               UNTIL WS-SO-CHOICE = "5".

       SPECIAL-ORDER-MENU-PASS.
           DISPLAY SPACES
           DISPLAY "OSPOS | SPECIAL ORDERS"
           DISPLAY "1. New Special Order"
           DISPLAY "2. Collect Special Order"
           DISPLAY "3. Cancel Special Order"
           DISPLAY "4. List Open Special Orders"
           DISPLAY "5. Back"
           DISPLAY "Enter your choice: "
           ACCEPT WS-SO-CHOICE
           EVALUATE WS-SO-CHOICE
               WHEN "1"
                   PERFORM NEW-SPECIAL-ORDER-ROUTINE
               WHEN "2"
                   PERFORM COLLECT-SPECIAL-ORDER-ROUTINE
               WHEN "3"
                   PERFORM CANCEL-SPECIAL-ORDER-ROUTINE
               WHEN "4"
                   PERFORM LIST-SPECIAL-ORDERS-ROUTINE
               WHEN "5"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Try again."
           END-EVALUATE.

       *> One product per order, and it has to be on the catalog with
       *> a preferred supplier, or the PO run has nobody to order it
       *> from - a line the store has never carried is added through
       *> Add New Entry first, at zero stock. The deposit is
       *> optional and can be anything up to the order total.
       NEW-SPECIAL-ORDER-ROUTINE.
           PERFORM CAPTURE-SPECIAL-ORDER-CUSTOMER
           IF SPECIAL-ORDER-FOUND
               PERFORM CAPTURE-SPECIAL-ORDER-ITEM
           END-IF
           IF SPECIAL-ORDER-FOUND
               PERFORM CAPTURE-SPECIAL-ORDER-DEPOSIT
           END-IF
           IF SPECIAL-ORDER-FOUND
               PERFORM ASSIGN-SPECIAL-ORDER-NUMBER
               PERFORM APPEND-SPECIAL-ORDER-ROW
               MOVE ZERO TO WS-SO-PAID
               IF WS-SO-AMOUNT > ZERO
                   MOVE "DEPOSIT" TO WS-SO-ENTRY-TYPE
                   MOVE ZERO TO WS-TRANSACTION-NUMBER
                   PERFORM TAKE-SPECIAL-ORDER-MONEY
                   MOVE WS-SO-AMOUNT TO WS-SO-PAID
               END-IF
               PERFORM PRINT-SPECIAL-ORDER-SLIP
           END-IF.

       CAPTURE-SPECIAL-ORDER-CUSTOMER.
           MOVE "N" TO WS-SO-FOUND-FLAG
           MOVE SPACES TO WS-SO-NAME WS-SO-CONTACT
           DISPLAY "Customer Number (0 for walk-in): "
           ACCEPT WS-SO-CUSTNO
           IF WS-SO-CUSTNO NOT = ZERO
               PERFORM LOAD-CUSTOMER-TABLE
               MOVE ZERO TO WS-CUST-MATCH
               PERFORM VARYING WS-CUST-INDEX FROM 1 BY 1
                   UNTIL WS-CUST-INDEX > WS-CUST-COUNT
                   IF CUST-NUMBER(WS-CUST-INDEX) = WS-SO-CUSTNO
                       MOVE WS-CUST-INDEX TO WS-CUST-MATCH
                   END-IF
               END-PERFORM
               IF WS-CUST-MATCH = ZERO
                   DISPLAY "No customer " WS-SO-CUSTNO " on file."
               ELSE
                   MOVE CUST-NAME(WS-CUST-MATCH) TO WS-SO-NAME
                   MOVE CUST-CONTACT(WS-CUST-MATCH) TO WS-SO-CONTACT
                   DISPLAY "Customer: " WS-SO-NAME
                   MOVE "Y" TO WS-SO-FOUND-FLAG
               END-IF
           ELSE
               DISPLAY "Customer Name: "
               ACCEPT WS-SO-NAME
               DISPLAY "Contact Number: "
               ACCEPT WS-SO-CONTACT
               INSPECT WS-SO-NAME REPLACING ALL "," BY " "
               INSPECT WS-SO-CONTACT REPLACING ALL "," BY " "
               IF WS-SO-NAME = SPACES OR WS-SO-CONTACT = SPACES
                   DISPLAY "A walk-in special order needs a name and "
                       "a contact number to call when it comes in."
               ELSE
                   MOVE "Y" TO WS-SO-FOUND-FLAG
               END-IF
           END-IF.

       CAPTURE-SPECIAL-ORDER-ITEM.
           MOVE "N" TO WS-SO-FOUND-FLAG
           DISPLAY "Enter Product Name, Code or Barcode to Order: "
           ACCEPT WS-SALE-PRODUCT-NAME
           DISPLAY "Enter Quantity Wanted: "
           ACCEPT WS-AMOUNT-REPLY
           MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY) TO WS-SALE-QUANTITY
           PERFORM FIND-ENTRY-BY-NAME
           IF SALE-ITEM-FOUND
               PERFORM APPLY-SCAN-PACK-QTY
           END-IF
           IF NOT SALE-ITEM-FOUND
               DISPLAY "Product not found: " WS-SALE-PRODUCT-NAME
               DISPLAY "Add it to the catalog with its supplier "
                   "before taking the order."
           ELSE
               MOVE PR-PRODUCT-NAME TO WS-KIT-NAME
               PERFORM LOAD-KIT-COMPONENTS
               EVALUATE TRUE
                   WHEN LINE-IS-KIT
                       DISPLAY "Kits cannot be special-ordered - "
                           "order the components instead."
                   WHEN WS-SALE-QUANTITY = ZERO
                       DISPLAY "Quantity cannot be zero."
                   WHEN PR-PRODUCT-SUPPLIER = SPACES
                       DISPLAY FUNCTION TRIM(PR-PRODUCT-NAME)
                           " has no preferred supplier - set one "
                           "before taking the order."
                   WHEN OTHER
                       MOVE "Y" TO WS-SO-FOUND-FLAG
               END-EVALUATE
           END-IF
           IF SPECIAL-ORDER-FOUND
               MOVE PR-PRODUCT-NAME TO WS-SO-PRODUCT
               MOVE WS-SALE-QUANTITY TO WS-SO-QTY
               MOVE PR-PRODUCT-PRICE TO WS-SO-PRICE
               COMPUTE WS-SALE-SUBTOTAL-NUM ROUNDED =
                   WS-SO-PRICE * WS-SO-QTY
               MOVE ZERO TO WS-SO-TAX
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PARAM-DATE
               PERFORM LOAD-STORE-PARAMS
               IF PRODUCT-IS-TAXABLE
                   COMPUTE WS-SO-TAX ROUNDED =
                       WS-SALE-SUBTOTAL-NUM * WS-VAT-PCT / 100
               END-IF
               COMPUTE WS-SO-TOTAL =
                   WS-SALE-SUBTOTAL-NUM + WS-SO-TAX
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SO-DATE
               IF PR-PRODUCT-QUANTITY > ZERO
                   MOVE PR-PRODUCT-QUANTITY TO WS-LEDGER-BAL-EDIT
                   DISPLAY "Note: " WS-LEDGER-BAL-EDIT
                       " already on hand."
               END-IF
               MOVE WS-SO-TOTAL TO WS-SO-MONEY-EDIT
               DISPLAY "Order total (VAT incl.): " WS-SO-MONEY-EDIT
           END-IF.

       CAPTURE-SPECIAL-ORDER-DEPOSIT.
           MOVE "N" TO WS-SO-FOUND-FLAG
           DISPLAY "Deposit Amount (0 for none): "
           ACCEPT WS-AMOUNT-REPLY
           MOVE FUNCTION NUMVAL(WS-AMOUNT-REPLY) TO WS-SO-AMOUNT
           EVALUATE TRUE
               WHEN WS-SO-AMOUNT > WS-SO-TOTAL
                   DISPLAY "More than the order total. "
                       "No special order."
               WHEN WS-SO-AMOUNT = ZERO
                   MOVE "Y" TO WS-SO-FOUND-FLAG
               WHEN OTHER
                   PERFORM CAPTURE-SPECIAL-ORDER-TENDER
           END-EVALUATE.

       CAPTURE-SPECIAL-ORDER-TENDER.
           MOVE "N" TO WS-SO-FOUND-FLAG
           DISPLAY "Paid by (1=Cash 2=GCash 3=Card): "
           ACCEPT WS-PAYMENT-METHOD
           IF NOT TENDER-IS-CASH AND NOT TENDER-IS-GCASH
               AND NOT TENDER-IS-CARD
               DISPLAY "Tender must be 1 to 3. Not taken."
           ELSE
               MOVE "Y" TO WS-SO-FOUND-FLAG
           END-IF.

       ASSIGN-SPECIAL-ORDER-NUMBER.
           OPEN INPUT SPECIAL-ORDER-COUNTER-FILE
           IF WS-SO-COUNTER-STATUS = "35"
               MOVE ZERO TO WS-SO-NUMBER
           ELSE
               READ SPECIAL-ORDER-COUNTER-FILE
               MOVE SPECIAL-ORDER-COUNTER-RECORD TO WS-SO-NUMBER
               CLOSE SPECIAL-ORDER-COUNTER-FILE
           END-IF
           ADD 1 TO WS-SO-NUMBER
           MOVE WS-SO-NUMBER TO SPECIAL-ORDER-COUNTER-RECORD
           OPEN OUTPUT SPECIAL-ORDER-COUNTER-FILE
           WRITE SPECIAL-ORDER-COUNTER-RECORD
           CLOSE SPECIAL-ORDER-COUNTER-FILE.

       APPEND-SPECIAL-ORDER-ROW.
           MOVE WS-SO-QTY TO WS-SO-QTY-FILE
           MOVE WS-SO-PRICE TO WS-SO-PRICE-FILE
           MOVE WS-SO-TOTAL TO WS-SO-MONEY-FILE
           MOVE SPACES TO WS-SO-LINE
           STRING WS-SO-NUMBER                DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-SO-DATE                  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-SO-CUSTNO                DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SO-NAME)   DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SO-CONTACT) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SO-PRODUCT) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-SO-QTY-FILE              DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-SO-PRICE-FILE            DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-SO-MONEY-FILE            DELIMITED BY SIZE
               INTO WS-SO-LINE
           END-STRING
           OPEN EXTEND SPECIAL-ORDER-FILE
           IF SPECIAL-ORDER-FILE-MISSING
               OPEN OUTPUT SPECIAL-ORDER-FILE
           END-IF
           MOVE WS-SO-LINE TO SPECIAL-ORDER-RECORD
           WRITE SPECIAL-ORDER-RECORD
           CLOSE SPECIAL-ORDER-FILE.

       *> Money coming in on a special order: the ledger row, the
       *> drawer when it is cash, and an SOPAY row on SHIFTS.csv so
       *> the close-out can explain the extra cash.
       TAKE-SPECIAL-ORDER-MONEY.
           PERFORM APPEND-SO-LEDGER-ROW
           IF TENDER-IS-CASH
               ADD WS-SO-AMOUNT TO WS-SHIFT-CASH-TOTAL
           END-IF
           MOVE WS-SO-AMOUNT TO WS-SO-MONEY-FILE
           MOVE SPACES TO WS-SHIFT-LINE
           STRING "SOPAY"                     DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(LK-USER-NAME) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(9:6)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-SO-MONEY-FILE            DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-STATION-TAG              DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-PAYMENT-METHOD           DELIMITED BY SIZE
               INTO WS-SHIFT-LINE
           END-STRING
           PERFORM APPEND-SHIFT-LINE.

       *> DATE,TIME,NUMBER,TYPE,AMOUNT,TENDER,USER,STATION,REF - REF
       *> is the sale's transaction number on a COLLECT row, zero on
       *> the rows the till writes otherwise.
       APPEND-SO-LEDGER-ROW.
           MOVE WS-SO-AMOUNT TO WS-SO-MONEY-FILE
           MOVE SPACES TO WS-SO-LINE
           STRING FUNCTION CURRENT-DATE(1:8)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(9:6)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-SO-NUMBER                DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SO-ENTRY-TYPE) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-SO-MONEY-FILE            DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-PAYMENT-METHOD           DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(LK-USER-NAME) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-STATION-TAG              DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-TRANSACTION-NUMBER       DELIMITED BY SIZE
               INTO WS-SO-LINE
           END-STRING
           OPEN EXTEND SPECIAL-ORDER-LEDGER-FILE
           IF SO-LEDGER-MISSING
               OPEN OUTPUT SPECIAL-ORDER-LEDGER-FILE
           END-IF
           MOVE WS-SO-LINE TO SPECIAL-ORDER-LEDGER-RECORD
           WRITE SPECIAL-ORDER-LEDGER-RECORD
           CLOSE SPECIAL-ORDER-LEDGER-FILE.

       PRINT-SPECIAL-ORDER-SLIP.
           COMPUTE WS-SO-BALANCE = WS-SO-TOTAL - WS-SO-PAID
           DISPLAY "--------- SPECIAL ORDER ---------"
           DISPLAY "Order No:   " WS-SO-NUMBER
           DISPLAY "Customer:   " FUNCTION TRIM(WS-SO-NAME)
           DISPLAY "Contact:    " FUNCTION TRIM(WS-SO-CONTACT)
           DISPLAY "Item:       " FUNCTION TRIM(WS-SO-PRODUCT)
           MOVE WS-SO-QTY TO WS-SALE-QTY-EDIT
           DISPLAY "Quantity:   " WS-SALE-QTY-EDIT
           MOVE WS-SO-TOTAL TO WS-SO-MONEY-EDIT
           DISPLAY "Total:      " WS-SO-MONEY-EDIT
           MOVE WS-SO-PAID TO WS-SO-MONEY-EDIT
           DISPLAY "Deposit:    " WS-SO-MONEY-EDIT
           MOVE WS-SO-BALANCE TO WS-SO-MONEY-EDIT
           DISPLAY "Balance:    " WS-SO-MONEY-EDIT
           DISPLAY "We will call when it comes in."
           DISPLAY "Cashier:    " FUNCTION TRIM(LK-USER-NAME)
           DISPLAY "---------------------------------".

       *> Only an order GOODS-RECEIVING has set units aside for can
       *> be collected. Any balance is taken first; the order then
       *> goes through as a sale paid in tender 7, and if the sale
       *> cannot be written the money stays on the order, paid up,
       *> for the next try.
       COLLECT-SPECIAL-ORDER-ROUTINE.
           PERFORM PICK-OPEN-SPECIAL-ORDER
           IF SPECIAL-ORDER-FOUND
               AND NOT SPECIAL-ORDER-RECEIVED
               DISPLAY "Special order " WS-SO-NUMBER
                   " has not come in yet."
               MOVE "N" TO WS-SO-FOUND-FLAG
           END-IF
           IF SPECIAL-ORDER-FOUND
               PERFORM CHECK-SPECIAL-ORDER-STOCK
           END-IF
           IF SPECIAL-ORDER-FOUND
               COMPUTE WS-SO-BALANCE = WS-SO-TOTAL - WS-SO-PAID
               IF WS-SO-BALANCE > ZERO
                   MOVE WS-SO-BALANCE TO WS-SO-MONEY-EDIT
                   DISPLAY "Balance to pay: " WS-SO-MONEY-EDIT
                   MOVE WS-SO-BALANCE TO WS-SO-AMOUNT
                   PERFORM CAPTURE-SPECIAL-ORDER-TENDER
                   IF SPECIAL-ORDER-FOUND
                       MOVE "PAYMENT" TO WS-SO-ENTRY-TYPE
                       MOVE ZERO TO WS-TRANSACTION-NUMBER
                       PERFORM TAKE-SPECIAL-ORDER-MONEY
                       ADD WS-SO-AMOUNT TO WS-SO-PAID
                   END-IF
               END-IF
           END-IF
           IF SPECIAL-ORDER-FOUND
               PERFORM HAND-OVER-SPECIAL-ORDER
           END-IF.

       CHECK-SPECIAL-ORDER-STOCK.
           MOVE WS-SO-PRODUCT TO PR-PRODUCT-NAME
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "N" TO WS-SALE-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-SALE-FOUND-FLAG
           END-READ
           IF NOT SALE-ITEM-FOUND
               DISPLAY FUNCTION TRIM(WS-SO-PRODUCT) " is no longer "
                   "in the catalog - order left open."
               MOVE "N" TO WS-SO-FOUND-FLAG
           ELSE
               IF WS-SO-QTY > PR-PRODUCT-QUANTITY
                   MOVE PR-PRODUCT-QUANTITY TO WS-LEDGER-BAL-EDIT
                   DISPLAY "Only " WS-LEDGER-BAL-EDIT " on hand - "
                       "order left open until the stock is found."
                   MOVE "N" TO WS-SO-FOUND-FLAG
               END-IF
           END-IF.

       *> The sale writer works off the layaway fields, so the order
       *> is moved into them; the product record read by the stock
       *> check is still current.
       HAND-OVER-SPECIAL-ORDER.
           PERFORM ASSIGN-TRANSACTION-NUMBER
           OPEN OUTPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "Could not open "
                   FUNCTION TRIM(WS-RECEIPT-FILE-NAME)
                   " - order left open, paid up."
           ELSE
               PERFORM START-RECEIPT-LOG-BUFFER
               PERFORM WRITE-TRANSACTION-HEADER
               MOVE WS-SO-PRODUCT TO WS-LAY-PRODUCT
               MOVE WS-SO-QTY TO WS-LAY-QTY
               MOVE WS-SO-PRICE TO WS-LAY-PRICE
               MOVE WS-SO-TOTAL TO WS-LAY-TOTAL
               PERFORM WRITE-DEPOSIT-SALE
               CLOSE RECEIPT-FILE
               PERFORM FLUSH-RECEIPT-LOG-BUFFER
               MOVE "COLLECT" TO WS-SO-ENTRY-TYPE
               MOVE 7 TO WS-PAYMENT-METHOD
               MOVE WS-SO-TOTAL TO WS-SO-AMOUNT
               PERFORM APPEND-SO-LEDGER-ROW
               DISPLAY "Special order " WS-SO-NUMBER
                   " collected as transaction "
                   WS-TRANSACTION-NUMBER "."
           END-IF.

       *> A called-off order hands the whole deposit back - the store
       *> keeps nothing, and whatever came in for it goes on the
       *> shelf as ordinary stock. Cash out of the drawer needs a
       *> supervisor.
       CANCEL-SPECIAL-ORDER-ROUTINE.
           PERFORM PICK-OPEN-SPECIAL-ORDER
           IF SPECIAL-ORDER-FOUND
               MOVE WS-SO-PAID TO WS-SO-MONEY-EDIT
               DISPLAY "Deposit to hand back: " WS-SO-MONEY-EDIT
               DISPLAY "Cancel this special order? (Y/N): "
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = "Y" OR WS-CONFIRMATION = "y"
                   IF WS-SO-PAID > ZERO
                       PERFORM VERIFY-SUPERVISOR
                       IF SUPERVISOR-APPROVED
                           PERFORM REFUND-SPECIAL-ORDER-DEPOSIT
                           PERFORM CLOSE-SPECIAL-ORDER
                       END-IF
                   ELSE
                       PERFORM CLOSE-SPECIAL-ORDER
                   END-IF
               ELSE
                   DISPLAY "Special order left open."
               END-IF
           END-IF.

       REFUND-SPECIAL-ORDER-DEPOSIT.
           MOVE ZERO TO WS-TRANSACTION-NUMBER
           MOVE 1 TO WS-PAYMENT-METHOD
           MOVE "REFUND" TO WS-SO-ENTRY-TYPE
           MOVE WS-SO-PAID TO WS-SO-AMOUNT
           PERFORM APPEND-SO-LEDGER-ROW
           SUBTRACT WS-SO-AMOUNT FROM WS-SHIFT-CASH-TOTAL
           MOVE WS-SO-AMOUNT TO WS-SO-MONEY-FILE
           MOVE SPACES TO WS-SHIFT-LINE
           STRING "SOREFUND"                  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(LK-USER-NAME) DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(9:6)  DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-SO-MONEY-FILE            DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-STATION-TAG              DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUPV-USERNAME)
                                              DELIMITED BY SIZE
               INTO WS-SHIFT-LINE
           END-STRING
           PERFORM APPEND-SHIFT-LINE
           MOVE WS-SO-AMOUNT TO WS-SO-MONEY-EDIT
           DISPLAY "Hand back " WS-SO-MONEY-EDIT " from the drawer.".

       CLOSE-SPECIAL-ORDER.
           MOVE ZERO TO WS-TRANSACTION-NUMBER
           MOVE ZERO TO WS-SO-AMOUNT
           MOVE "CANCEL" TO WS-SO-ENTRY-TYPE
           PERFORM APPEND-SO-LEDGER-ROW
           DISPLAY "Special order " WS-SO-NUMBER " cancelled."
           IF SPECIAL-ORDER-RECEIVED
               DISPLAY "The units set aside for it are free stock "
                   "again."
           END-IF.

       *> Asks for an order number and loads it with what its ledger
       *> says; the found flag stays up only for one still open.
       PICK-OPEN-SPECIAL-ORDER.
           DISPLAY "Special Order Number: "
           ACCEPT WS-SO-PICK
           PERFORM FIND-SPECIAL-ORDER
           IF NOT SPECIAL-ORDER-FOUND
               DISPLAY "No special order " WS-SO-PICK " on file."
           ELSE
               MOVE WS-SO-NUMBER TO WS-SO-LEDGER-KEY
               PERFORM REPLAY-SPECIAL-ORDER-LEDGER
               IF SPECIAL-ORDER-CLOSED
                   DISPLAY "Special order " WS-SO-NUMBER
                       " is already closed."
                   MOVE "N" TO WS-SO-FOUND-FLAG
               ELSE
                   DISPLAY "Customer: " FUNCTION TRIM(WS-SO-NAME)
                       "  Item: " FUNCTION TRIM(WS-SO-PRODUCT)
               END-IF
           END-IF.

       FIND-SPECIAL-ORDER.
           MOVE "N" TO WS-SO-FOUND-FLAG
           OPEN INPUT SPECIAL-ORDER-FILE
           IF NOT SPECIAL-ORDER-FILE-MISSING
               MOVE "N" TO WS-SO-EOF-FLAG
               PERFORM READ-SPECIAL-ORDER-FOR-PICK
                   UNTIL SO-AT-EOF OR SPECIAL-ORDER-FOUND
               CLOSE SPECIAL-ORDER-FILE
           END-IF.

       READ-SPECIAL-ORDER-FOR-PICK.
           PERFORM READ-SPECIAL-ORDER-ROW
           IF NOT SO-AT-EOF
               AND FUNCTION NUMVAL(WS-SO-F1) = WS-SO-PICK
               PERFORM LOAD-SPECIAL-ORDER-FIELDS
               MOVE "Y" TO WS-SO-FOUND-FLAG
           END-IF.

       READ-SPECIAL-ORDER-ROW.
           READ SPECIAL-ORDER-FILE
               AT END
                   MOVE "Y" TO WS-SO-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-SO-F1 WS-SO-F2 WS-SO-F3
                   MOVE SPACES TO WS-SO-F4 WS-SO-F5 WS-SO-F6
                   MOVE SPACES TO WS-SO-F7 WS-SO-F8 WS-SO-F9
                   UNSTRING SPECIAL-ORDER-RECORD DELIMITED BY ","
                       INTO WS-SO-F1 WS-SO-F2 WS-SO-F3 WS-SO-F4
                            WS-SO-F5 WS-SO-F6 WS-SO-F7 WS-SO-F8
                            WS-SO-F9
                   END-UNSTRING
           END-READ.

       LOAD-SPECIAL-ORDER-FIELDS.
           MOVE FUNCTION NUMVAL(WS-SO-F1) TO WS-SO-NUMBER
           MOVE WS-SO-F2(1:8) TO WS-SO-DATE
           MOVE FUNCTION NUMVAL(WS-SO-F3) TO WS-SO-CUSTNO
           MOVE WS-SO-F4 TO WS-SO-NAME
           MOVE WS-SO-F5(1:15) TO WS-SO-CONTACT
           MOVE WS-SO-F6(1:20) TO WS-SO-PRODUCT
           MOVE FUNCTION NUMVAL(WS-SO-F7) TO WS-SO-QTY
           MOVE FUNCTION NUMVAL(WS-SO-F8) TO WS-SO-PRICE
           MOVE FUNCTION NUMVAL(WS-SO-F9) TO WS-SO-TOTAL.

       *> What has been paid on one order, whether it is on a PO yet
       *> or in the back room, and whether COLLECT or CANCEL has
       *> closed it.
       REPLAY-SPECIAL-ORDER-LEDGER.
           MOVE ZERO TO WS-SO-PAID
           MOVE "N" TO WS-SO-CLOSED-FLAG
           MOVE "N" TO WS-SO-ORDERED-FLAG
           MOVE "N" TO WS-SO-RECEIVED-FLAG
           OPEN INPUT SPECIAL-ORDER-LEDGER-FILE
           IF NOT SO-LEDGER-MISSING
               MOVE "N" TO WS-SOL-EOF-FLAG
               PERFORM READ-SO-LEDGER-ROW UNTIL SOL-AT-EOF
               CLOSE SPECIAL-ORDER-LEDGER-FILE
           END-IF.

       READ-SO-LEDGER-ROW.
           READ SPECIAL-ORDER-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-SOL-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-SOL-F3 WS-SOL-F4 WS-SOL-F5
                   UNSTRING SPECIAL-ORDER-LEDGER-RECORD
                       DELIMITED BY ","
                       INTO WS-SOL-SKIP WS-SOL-SKIP WS-SOL-F3
                            WS-SOL-F4 WS-SOL-F5
                   END-UNSTRING
                   IF FUNCTION NUMVAL(WS-SOL-F3) = WS-SO-LEDGER-KEY
                       EVALUATE FUNCTION TRIM(WS-SOL-F4)
                           WHEN "DEPOSIT"
                               ADD FUNCTION NUMVAL(WS-SOL-F5)
                                   TO WS-SO-PAID
                           WHEN "PAYMENT"
                               ADD FUNCTION NUMVAL(WS-SOL-F5)
                                   TO WS-SO-PAID
                           WHEN "ORDERED"
                               MOVE "Y" TO WS-SO-ORDERED-FLAG
                           WHEN "RECEIVED"
                               MOVE "Y" TO WS-SO-RECEIVED-FLAG
                           WHEN "COLLECT"
                               MOVE "Y" TO WS-SO-CLOSED-FLAG
                           WHEN "CANCEL"
                               MOVE "Y" TO WS-SO-CLOSED-FLAG
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       *> Units of WS-LAY-RESERVE-PRODUCT sitting in the back room
       *> for customers who have not collected yet, added to what
       *> the layaways hold.
       TALLY-SPECIAL-ORDER-HELD.
           OPEN INPUT SPECIAL-ORDER-FILE
           IF NOT SPECIAL-ORDER-FILE-MISSING
               MOVE "N" TO WS-SO-EOF-FLAG
               PERFORM READ-SPECIAL-ORDER-FOR-HOLD UNTIL SO-AT-EOF
               CLOSE SPECIAL-ORDER-FILE
           END-IF.

       READ-SPECIAL-ORDER-FOR-HOLD.
           PERFORM READ-SPECIAL-ORDER-ROW
           IF NOT SO-AT-EOF
               AND WS-SO-F6(1:20) = WS-LAY-RESERVE-PRODUCT
               MOVE FUNCTION NUMVAL(WS-SO-F1) TO WS-SO-LEDGER-KEY
               PERFORM REPLAY-SPECIAL-ORDER-LEDGER
               IF SPECIAL-ORDER-RECEIVED
                   AND NOT SPECIAL-ORDER-CLOSED
                   ADD FUNCTION NUMVAL(WS-SO-F7) TO WS-LAY-RESERVED
               END-IF
           END-IF.

       *> Every open order with where it stands and how long since it
       *> was taken. SPECIAL-ORDER-AGING prints the fuller list.
       LIST-SPECIAL-ORDERS-ROUTINE.
           MOVE ZERO TO WS-SO-OPEN-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SO-TODAY
           DISPLAY "--------- OPEN SPECIAL ORDERS ---------"
           DISPLAY "NUMBER CUSTOMER             ITEM"
               "                 STATUS    DAYS    DEPOSIT"
           OPEN INPUT SPECIAL-ORDER-FILE
           IF NOT SPECIAL-ORDER-FILE-MISSING
               MOVE "N" TO WS-SO-EOF-FLAG
               PERFORM LIST-ONE-SPECIAL-ORDER UNTIL SO-AT-EOF
               CLOSE SPECIAL-ORDER-FILE
           END-IF
           DISPLAY "Open special orders: " WS-SO-OPEN-COUNT
           DISPLAY "---------------------------------------".

       LIST-ONE-SPECIAL-ORDER.
           PERFORM READ-SPECIAL-ORDER-ROW
           IF NOT SO-AT-EOF
               PERFORM LOAD-SPECIAL-ORDER-FIELDS
               MOVE WS-SO-NUMBER TO WS-SO-LEDGER-KEY
               PERFORM REPLAY-SPECIAL-ORDER-LEDGER
               IF NOT SPECIAL-ORDER-CLOSED
                   ADD 1 TO WS-SO-OPEN-COUNT
                   EVALUATE TRUE
                       WHEN SPECIAL-ORDER-RECEIVED
                           MOVE "CALL" TO WS-SO-STATE
                       WHEN SPECIAL-ORDER-ORDERED
                           MOVE "ON PO" TO WS-SO-STATE
                       WHEN OTHER
                           MOVE "TO ORDER" TO WS-SO-STATE
                   END-EVALUATE
                   COMPUTE WS-SO-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-SO-TODAY)
                       - FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-SO-DATE))
                   MOVE WS-SO-PAID TO WS-SO-MONEY-EDIT
                   DISPLAY WS-SO-NUMBER " " WS-SO-NAME(1:20) " "
                       WS-SO-PRODUCT " " WS-SO-STATE "  " WS-SO-AGE
                       " " WS-SO-MONEY-EDIT
               END-IF
           END-IF.

       *> Sold at the till like any other item, except the money
       *> taken is a liability, not a sale - it goes in the drawer
           END-IF.

       *> The drawer took gift-certificate money this shift; the row
       *> keeps the close-out able to explain the extra cash. The
       *> tender rides last so the GL export knows where it went.
       WRITE-GCSALE-SHIFT-LINE.
           MOVE WS-CREDIT-AMOUNT TO WS-CREDIT-EDIT-2
           MOVE SPACES TO WS-SHIFT-LINE
                  WS-CREDIT-EDIT-2            DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-STATION-TAG              DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-PAYMENT-METHOD           DELIMITED BY SIZE
               INTO WS-SHIFT-LINE
           END-STRING
           PERFORM APPEND-SHIFT-LINE.
           MOVE WS-PAYMENT-AMOUNT TO WS-PAYMENT-AMOUNT-EDIT

           MOVE SPACES TO WS-PAYMENT-LINE
           MOVE 1 TO WS-PAYMENT-LINE-PTR
           STRING "Payment"                DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WS-PAYMENT-METHOD-EDIT   DELIMITED BY SIZE
                  WS-PAYMENT-AMOUNT-EDIT   DELIMITED BY SIZE
                  ",0"                     DELIMITED BY SIZE
               INTO WS-PAYMENT-LINE
               WITH POINTER WS-PAYMENT-LINE-PTR
           END-STRING
       *> A fifth field only when there is a reference, so cash rows
       *> keep the layout every older reader expects.
           IF WS-PAYMENT-REFERENCE NOT = SPACES
               STRING ","                  DELIMITED BY SIZE
                      WS-PAYMENT-REFERENCE DELIMITED BY "  "
                   INTO WS-PAYMENT-LINE
                   WITH POINTER WS-PAYMENT-LINE-PTR
               END-STRING
           END-IF

           MOVE WS-PAYMENT-LINE TO RECEIPT-RECORD
           WRITE RECEIPT-RECORD
                   CONTINUE
               WHEN "Manual Entry"
                   CONTINUE
               WHEN "Invoice"
                   CONTINUE
               WHEN "Buyer"
                   CONTINUE
               WHEN "Buyer Address"
                   CONTINUE
       *> A VOIDED marker means the sale never completed - nothing on
       *> it is returnable. A SUSPENDED marker drops the fragment the
       *> same way; the recalled sale re-lists its lines later on.
       *> and writes the refund transaction into the running log.
       APPLY-RETURN.
           MOVE WS-RETURN-PRODUCT-NAME TO PR-PRODUCT-NAME
           MOVE WS-RETURN-PRODUCT-NAME TO WS-KIT-NAME
           PERFORM LOAD-KIT-COMPONENTS
           READ PRODUCT-FILE
               INVALID KEY
                   DISPLAY "Product no longer in the catalog - "
                       "refund not recorded: " WS-RETURN-PRODUCT-NAME
               NOT INVALID KEY
       *> A returned kit goes back as its components, lots untouched
       *> the same as any other return.
                   IF LINE-IS-KIT
                       MOVE WS-RETURN-QUANTITY TO WS-KIT-MOVE-QTY
                       MOVE "KIT-RTN" TO WS-LEDGER-TYPE
                       MOVE "N" TO WS-KIT-LOTS-FLAG
                       PERFORM RESTORE-KIT-COMPONENTS
                   ELSE
                       ADD WS-RETURN-QUANTITY TO PR-PRODUCT-QUANTITY
                       REWRITE PRODUCT-RECORD
                       MOVE "RETURN" TO WS-LEDGER-TYPE
                       MOVE WS-RETURN-QUANTITY TO WS-LEDGER-QTY-IN
                       MOVE ZERO TO WS-LEDGER-QTY-OUT
                       PERFORM APPEND-LEDGER-RECORD
                   END-IF
                   PERFORM ASSIGN-TRANSACTION-NUMBER
                   COMPUTE WS-RETURN-AMOUNT =
                       WS-RETURN-PRICE * WS-RETURN-QUANTITY
                   DISPLAY "Refund of " WS-TOTALS-AMOUNT-EDIT
                       " recorded under transaction "
                       WS-TRANSACTION-NUMBER
                   IF LINE-IS-KIT
                       DISPLAY "Kit components restored to stock."
                   ELSE
                       MOVE PR-PRODUCT-QUANTITY TO WS-LEDGER-BAL-EDIT
                       DISPLAY "Stock restored. On hand now: "
                           WS-LEDGER-BAL-EDIT
                   END-IF
           END-READ.

       *> The refund transaction in the log: its own header, a Refund
           CLOSE PRICE-HISTORY-FILE.

       *> Asks for an optional loyalty number before checkout. A
       *> member earns a point per so many pesos and can pay with the
       *> balance; a walk-in just presses 0 and nothing changes.
       CAPTURE-CUSTOMER.
           MOVE "N" TO WS-CUST-ON-SALE-FLAG
           END-READ.

       *> Points move after the payment row: the redeemed amount
       *> comes off, a point per WS-PESOS-PER-POINT of the total
       *> (today's rate, loaded by FINALIZE-SALE) goes on, the
       *> master is written back, and Customer and Points rows go
       *> onto the receipt and the log for OUTPUT-CSV to print.
       SETTLE-LOYALTY-POINTS.
           IF CUSTOMER-ON-SALE
               DIVIDE WS-SALE-GRAND-TOTAL BY WS-PESOS-PER-POINT
                   GIVING WS-POINTS-EARNED
               SUBTRACT WS-POINTS-REDEEMED
                   FROM CUST-POINTS(WS-CUST-MATCH)
           END-PERFORM
           CLOSE CUSTOMER-FILE.

       *> ----------------------------------------------------------
       *> Sales invoices for business buyers. The buyer is looked up
       *> by TIN on BUYERS.csv, or keyed in (and kept there if the
       *> cashier says so). No registered range with numbers left
       *> means no invoice - the sale goes out on an ordinary
       *> receipt and the cashier is told why.
       *> ----------------------------------------------------------
       CAPTURE-INVOICE-BUYER.
           MOVE "N" TO WS-INVOICE-ON-SALE-FLAG
           MOVE SPACES TO WS-INVOICE-REPLY
           DISPLAY "Sales Invoice for a business buyer? (Y/N): "
           ACCEPT WS-INVOICE-REPLY
           IF WS-INVOICE-REPLY = "Y" OR WS-INVOICE-REPLY = "y"
               PERFORM LOAD-INVOICE-SERIES
               IF NOT INVOICE-SERIES-OK
                   DISPLAY "No invoice numbers left in this "
                       "station's registered range - register one "
                       "in INVOICE-SERIES. This sale prints as an "
                       "ordinary receipt."
               ELSE
                   PERFORM CAPTURE-BUYER-DETAILS
               END-IF
           END-IF.

       CAPTURE-BUYER-DETAILS.
           MOVE SPACES TO WS-BUYER-TIN
           DISPLAY "Buyer TIN: "
           ACCEPT WS-BUYER-TIN
           MOVE ZERO TO WS-BUYER-COMMAS
           INSPECT WS-BUYER-TIN TALLYING WS-BUYER-COMMAS FOR ALL ","
           IF WS-BUYER-TIN = SPACES OR WS-BUYER-COMMAS > ZERO
               DISPLAY "A TIN without commas is needed for an "
                   "invoice - this sale prints as an ordinary "
                   "receipt."
           ELSE
               PERFORM FIND-BUYER-BY-TIN
               IF BUYER-FOUND
                   DISPLAY "Buyer: " FUNCTION TRIM(WS-BUYER-NAME)
                   DISPLAY "Address: "
                       FUNCTION TRIM(WS-BUYER-ADDRESS)
               ELSE
                   DISPLAY "TIN not on BUYERS.csv - key in the "
                       "buyer's details."
                   PERFORM KEY-IN-BUYER
               END-IF
               IF WS-BUYER-NAME NOT = SPACES
                   MOVE "Y" TO WS-INVOICE-ON-SALE-FLAG
               END-IF
           END-IF.

       FIND-BUYER-BY-TIN.
           MOVE "N" TO WS-BUYER-FOUND-FLAG
           MOVE SPACES TO WS-BUYER-NAME WS-BUYER-ADDRESS
           OPEN INPUT BUYER-FILE
           IF NOT BUYER-FILE-MISSING
               MOVE "N" TO WS-BUYER-EOF-FLAG
               PERFORM READ-BUYER-ROW UNTIL BUYER-AT-EOF
               CLOSE BUYER-FILE
           END-IF.

       READ-BUYER-ROW.
           READ BUYER-FILE
               AT END
                   MOVE "Y" TO WS-BUYER-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-BUYER-F1 WS-BUYER-F2 WS-BUYER-F3
                   UNSTRING BUYER-RECORD DELIMITED BY ","
                       INTO WS-BUYER-F1 WS-BUYER-F2 WS-BUYER-F3
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-BUYER-F1) =
                       FUNCTION TRIM(WS-BUYER-TIN)
                       MOVE WS-BUYER-F2 TO WS-BUYER-NAME
                       MOVE WS-BUYER-F3 TO WS-BUYER-ADDRESS
                       MOVE "Y" TO WS-BUYER-FOUND-FLAG
                       MOVE "Y" TO WS-BUYER-EOF-FLAG
                   END-IF
           END-READ.

       *> Addresses are written with commas more often than not, so
       *> commas in a keyed name or address become spaces rather than
       *> splitting the CSV row.
       KEY-IN-BUYER.
           DISPLAY "Registered Name: "
           ACCEPT WS-BUYER-NAME
           DISPLAY "Business Address: "
           ACCEPT WS-BUYER-ADDRESS
           INSPECT WS-BUYER-NAME REPLACING ALL "," BY " "
           INSPECT WS-BUYER-ADDRESS REPLACING ALL "," BY " "
           IF WS-BUYER-NAME = SPACES
               DISPLAY "No registered name - this sale prints as an "
                   "ordinary receipt."
           ELSE
               DISPLAY "Keep this buyer on BUYERS.csv? (Y/N): "
               MOVE SPACES TO WS-INVOICE-REPLY
               ACCEPT WS-INVOICE-REPLY
               IF WS-INVOICE-REPLY = "Y" OR WS-INVOICE-REPLY = "y"
                   PERFORM APPEND-BUYER-ROW
               END-IF
           END-IF.

       APPEND-BUYER-ROW.
           MOVE SPACES TO WS-BUYER-LINE
           STRING FUNCTION TRIM(WS-BUYER-TIN)     DELIMITED BY SIZE
                  ","                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BUYER-NAME)    DELIMITED BY SIZE
                  ","                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BUYER-ADDRESS) DELIMITED BY SIZE
               INTO WS-BUYER-LINE
           END-STRING
           OPEN EXTEND BUYER-FILE
           IF BUYER-FILE-MISSING
               OPEN OUTPUT BUYER-FILE
           END-IF
           MOVE WS-BUYER-LINE TO BUYER-RECORD
           WRITE BUYER-RECORD
           CLOSE BUYER-FILE.

       *> Reads this station's range. A current range used up with
       *> another queued behind it moves onto the queued one here;
       *> the move is written back when the first number from it is
       *> issued.
       LOAD-INVOICE-SERIES.
           MOVE "N" TO WS-INVOICE-SERIES-OK-FLAG
           MOVE ZERO TO WS-INV-FIRST WS-INV-LAST WS-INV-NEXT
           MOVE ZERO TO WS-INV-QFIRST WS-INV-QLAST
           OPEN INPUT INVOICE-SERIES-FILE
           IF NOT INVOICE-SERIES-MISSING
               READ INVOICE-SERIES-FILE
                   NOT AT END
                       MOVE SPACES TO WS-INV-F1 WS-INV-F2 WS-INV-F3
                       MOVE SPACES TO WS-INV-F4 WS-INV-F5
                       UNSTRING INVOICE-SERIES-RECORD DELIMITED BY ","
                           INTO WS-INV-F1 WS-INV-F2 WS-INV-F3
                                WS-INV-F4 WS-INV-F5
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL(WS-INV-F1) TO WS-INV-FIRST
                       MOVE FUNCTION NUMVAL(WS-INV-F2) TO WS-INV-LAST
                       MOVE FUNCTION NUMVAL(WS-INV-F3) TO WS-INV-NEXT
                       MOVE FUNCTION NUMVAL(WS-INV-F4)
                           TO WS-INV-QFIRST
                       MOVE FUNCTION NUMVAL(WS-INV-F5) TO WS-INV-QLAST
               END-READ
               CLOSE INVOICE-SERIES-FILE
           END-IF
           IF WS-INV-NEXT > WS-INV-LAST AND WS-INV-QFIRST NOT = ZERO
               MOVE WS-INV-QFIRST TO WS-INV-FIRST
               MOVE WS-INV-QFIRST TO WS-INV-NEXT
               MOVE WS-INV-QLAST TO WS-INV-LAST
               MOVE ZERO TO WS-INV-QFIRST WS-INV-QLAST
           END-IF
           IF WS-INV-FIRST NOT = ZERO
               AND WS-INV-NEXT >= WS-INV-FIRST
               AND WS-INV-NEXT <= WS-INV-LAST
               MOVE "Y" TO WS-INVOICE-SERIES-OK-FLAG
           END-IF.

       *> Takes the next number, writes the station's range back
       *> before anything prints so a crash can never reissue it,
       *> and puts the invoice rows after the totals.
       ISSUE-SALES-INVOICE.
           MOVE WS-INV-NEXT TO WS-INV-NUMBER
           ADD 1 TO WS-INV-NEXT
           MOVE SPACES TO INVOICE-SERIES-RECORD
           STRING WS-INV-FIRST  DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WS-INV-LAST   DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WS-INV-NEXT   DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WS-INV-QFIRST DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WS-INV-QLAST  DELIMITED BY SIZE
               INTO INVOICE-SERIES-RECORD
           END-STRING
           OPEN OUTPUT INVOICE-SERIES-FILE
           WRITE INVOICE-SERIES-RECORD
           CLOSE INVOICE-SERIES-FILE

           MOVE SPACES TO WS-INVOICE-LINE
           STRING "Invoice"                   DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  WS-INV-NUMBER               DELIMITED BY SIZE
                  ","                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BUYER-TIN) DELIMITED BY SIZE
               INTO WS-INVOICE-LINE
           END-STRING
           PERFORM WRITE-INVOICE-ROW

           MOVE SPACES TO WS-INVOICE-LINE
           STRING "Buyer"                      DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BUYER-NAME) DELIMITED BY SIZE
               INTO WS-INVOICE-LINE
           END-STRING
           PERFORM WRITE-INVOICE-ROW

           MOVE SPACES TO WS-INVOICE-LINE
           STRING "Buyer Address"                 DELIMITED BY SIZE
                  ","                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BUYER-ADDRESS) DELIMITED BY SIZE
               INTO WS-INVOICE-LINE
           END-STRING
           PERFORM WRITE-INVOICE-ROW

           DISPLAY "Sales Invoice No. " WS-INV-NUMBER
           PERFORM WARN-INVOICE-RANGE-LOW.

       WRITE-INVOICE-ROW.
           MOVE WS-INVOICE-LINE TO RECEIPT-RECORD
           WRITE RECEIPT-RECORD
           MOVE WS-INVOICE-LINE TO WS-LOG-APPEND-LINE
           PERFORM APPEND-RECEIPT-LOG-LINE.

       *> A station that issues invoices hears at sign-on, and after
       *> every invoice, once its range is nearly gone with nothing
       *> queued behind it - the BIR takes weeks to register more.
       CHECK-INVOICE-SERIES-AT-START.
           PERFORM LOAD-INVOICE-SERIES
           IF WS-INV-FIRST NOT = ZERO
               PERFORM WARN-INVOICE-RANGE-LOW
           END-IF.

       WARN-INVOICE-RANGE-LOW.
           IF WS-INV-NEXT > WS-INV-LAST
               MOVE ZERO TO WS-INV-LEFT
           ELSE
               COMPUTE WS-INV-LEFT = WS-INV-LAST - WS-INV-NEXT + 1
           END-IF
           IF WS-INV-QFIRST = ZERO AND WS-INV-LEFT <= WS-INV-WARN-AT
               MOVE WS-INV-LEFT TO WS-INV-LEFT-EDIT
               DISPLAY "*** Only " FUNCTION TRIM(WS-INV-LEFT-EDIT)
                   " sales invoice numbers left for station "
                   WS-STATION-TAG " - register the next range in "
                   "INVOICE-SERIES. ***"
           END-IF.

       *> One kardex line: DATE,TIME,PRODUCT,TYPE,IN,OUT,BALANCE,
       *> USER. The balance is PR-PRODUCT-QUANTITY as it stands after
       *> the movement, so the caller appends while the record is
           END-PERFORM
           CLOSE LOT-FILE.

       *> ----------------------------------------------------------
       *> Kits: the components of WS-KIT-NAME come off KITS.csv into
       *> the table; a product with no rows there is an ordinary
       *> item and the count stays zero. The movers below keep the
       *> kit's own catalog record in hand across the component
       *> reads, so the line that follows still prices, taxes, and
       *> departments as the kit.
       *> ----------------------------------------------------------
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

       *> Every component must cover the kits asked for before any
       *> of them moves - half a gift basket is no sale. Component
       *> units held for layaways and special orders are spoken for
       *> here just as they are for a plain sale.
       CHECK-KIT-STOCK.
           MOVE "N" TO WS-KIT-SHORT-FLAG
           MOVE PRODUCT-RECORD TO WS-KIT-SAVED-RECORD
           PERFORM VARYING WS-KIT-INDEX FROM 1 BY 1
               UNTIL WS-KIT-INDEX > WS-KIT-COMP-COUNT
               MOVE KIT-COMP-NAME(WS-KIT-INDEX) TO PR-PRODUCT-NAME
               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-KIT-SHORT-FLAG
                       DISPLAY "Kit component not in the catalog: "
                           KIT-COMP-NAME(WS-KIT-INDEX)
                   NOT INVALID KEY
                       COMPUTE WS-KIT-COMP-MOVE =
                           WS-SALE-QUANTITY * KIT-COMP-QTY(WS-KIT-INDEX)
                       MOVE KIT-COMP-NAME(WS-KIT-INDEX)
                           TO WS-LAY-RESERVE-PRODUCT
                       PERFORM TALLY-LAYAWAY-RESERVED
                       IF WS-KIT-COMP-MOVE + WS-LAY-RESERVED >
                           PR-PRODUCT-QUANTITY
                           MOVE "Y" TO WS-KIT-SHORT-FLAG
                           MOVE PR-PRODUCT-QUANTITY
                               TO WS-LEDGER-BAL-EDIT
                           DISPLAY "Insufficient stock of kit "
                               "component " PR-PRODUCT-NAME
                               ". On hand: " WS-LEDGER-BAL-EDIT
                           IF WS-LAY-RESERVED > ZERO
                               MOVE WS-LAY-RESERVED
                                   TO WS-LEDGER-BAL-EDIT
                               DISPLAY "  of which held for "
                                   "customers: " WS-LEDGER-BAL-EDIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-KIT-SAVED-RECORD TO PRODUCT-RECORD.

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
                   DISPLAY "Could not relieve kit component "
                       KIT-COMP-NAME(WS-KIT-INDEX)
               NOT INVALID KEY
                   COMPUTE WS-KIT-COMP-MOVE =
                       WS-KIT-MOVE-QTY * KIT-COMP-QTY(WS-KIT-INDEX)
                   COMPUTE WS-KIT-ROLLED-COST = WS-KIT-ROLLED-COST
                       + PR-PRODUCT-COST * KIT-COMP-QTY(WS-KIT-INDEX)
                   SUBTRACT WS-KIT-COMP-MOVE FROM PR-PRODUCT-QUANTITY
                   REWRITE PRODUCT-RECORD
                   MOVE "KIT-SALE" TO WS-LEDGER-TYPE
                   MOVE ZERO TO WS-LEDGER-QTY-IN
                   MOVE WS-KIT-COMP-MOVE TO WS-LEDGER-QTY-OUT
                   PERFORM APPEND-LEDGER-RECORD
                   MOVE WS-KIT-COMP-MOVE TO WS-LOT-RELIEF-QTY
                   PERFORM RELIEVE-PRODUCT-LOTS
           END-READ.

       *> The caller sets the ledger word (KIT-VOID or KIT-RTN) and
       *> whether the lots take the units back, the same split the
       *> single-product void and return paths make.
       RESTORE-KIT-COMPONENTS.
           MOVE PRODUCT-RECORD TO WS-KIT-SAVED-RECORD
           PERFORM RESTORE-ONE-KIT-COMPONENT
               VARYING WS-KIT-INDEX FROM 1 BY 1
               UNTIL WS-KIT-INDEX > WS-KIT-COMP-COUNT
           MOVE WS-KIT-SAVED-RECORD TO PRODUCT-RECORD.

       RESTORE-ONE-KIT-COMPONENT.
           MOVE KIT-COMP-NAME(WS-KIT-INDEX) TO PR-PRODUCT-NAME
           READ PRODUCT-FILE
               INVALID KEY
                   DISPLAY "Could not restore kit component "
                       KIT-COMP-NAME(WS-KIT-INDEX)
               NOT INVALID KEY
                   COMPUTE WS-KIT-COMP-MOVE =
                       WS-KIT-MOVE-QTY * KIT-COMP-QTY(WS-KIT-INDEX)
                   ADD WS-KIT-COMP-MOVE TO PR-PRODUCT-QUANTITY
                   REWRITE PRODUCT-RECORD
                   MOVE WS-KIT-COMP-MOVE TO WS-LEDGER-QTY-IN
                   MOVE ZERO TO WS-LEDGER-QTY-OUT
                   PERFORM APPEND-LEDGER-RECORD
                   IF KIT-LOTS-RESTORED
                       MOVE WS-KIT-COMP-MOVE TO WS-LOT-RELIEF-QTY
                       PERFORM RESTORE-PRODUCT-LOTS
                   END-IF
           END-READ.

       *> Takes one already-built line for RECEIPT-LOG.csv. Every
       *> writer goes through here. While a transaction is open the
       *> line only buffers; the whole block goes to disk together in
       *> FLUSH-RECEIPT-LOG-BUFFER. Outside a transaction (a lone
       *> marker row) it appends directly as before. Either way each
       *> row is sealed into the chain as it is written.
       APPEND-RECEIPT-LOG-LINE.
           IF LOG-IS-BUFFERING
               IF WS-LOG-BUFFER-COUNT >= 250
               IF WS-RECEIPT-LOG-STATUS = "35"
                   OPEN OUTPUT RECEIPT-LOG-FILE
               END-IF
               PERFORM LOAD-LOG-CHAIN
               MOVE WS-LOG-APPEND-LINE TO WS-SEAL-TEXT
               PERFORM SEAL-LOG-ROW
               WRITE RECEIPT-LOG-RECORD
               CLOSE RECEIPT-LOG-FILE
               PERFORM SAVE-LOG-CHAIN
           END-IF.

       START-RECEIPT-LOG-BUFFER.
               IF WS-RECEIPT-LOG-STATUS = "35"
                   OPEN OUTPUT RECEIPT-LOG-FILE
               END-IF
               PERFORM LOAD-LOG-CHAIN
               PERFORM WRITE-ONE-BUFFERED-ROW
                   VARYING WS-LOG-BUFFER-INDEX FROM 1 BY 1
                   UNTIL WS-LOG-BUFFER-INDEX > WS-LOG-BUFFER-COUNT
               CLOSE RECEIPT-LOG-FILE
               PERFORM SAVE-LOG-CHAIN
               MOVE ZERO TO WS-LOG-BUFFER-COUNT
           END-IF.

       WRITE-ONE-BUFFERED-ROW.
           MOVE WS-LOG-BUFFER-ROW(WS-LOG-BUFFER-INDEX)
               TO WS-SEAL-TEXT
           PERFORM SEAL-LOG-ROW
           WRITE RECEIPT-LOG-RECORD.

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

       *> ----------------------------------------------------------
       *> The credential hash: a running 31x product folded under a
       *> nine-digit modulus, salted with the length. Every program
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
