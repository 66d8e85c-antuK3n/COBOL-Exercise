               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.

       *> AR-LEDGER.csv: DATE,TIME,CUSTNO,TYPE,AMOUNT,TXN,USER,TENDER -
       *> CHARGE and PAYMENT rows appended in date order by the POS.

       DATA DIVISION.
