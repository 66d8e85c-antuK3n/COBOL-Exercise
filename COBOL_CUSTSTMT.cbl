       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-LOG-FILE.
       01  RECEIPT-LOG-RECORD         PIC X(140).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD            PIC X(100).
