       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-LOG-FILE.
       01  RECEIPT-LOG-RECORD         PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS              PIC XX.
