       01  WS-FIELD-DATE              PIC X(8).
       01  WS-FIELD-TIME              PIC X(6).
       01  WS-FIELD-PRODUCT           PIC X(20).
       01  WS-FIELD-TYPE              PIC X(12).
       01  WS-FIELD-IN                PIC X(10).
       01  WS-FIELD-OUT               PIC X(10).
       01  WS-FIELD-BALANCE           PIC X(10).
               DISPLAY " STOCK CARD: " WS-WANTED-PRODUCT
               DISPLAY " " WS-FROM-DATE " TO " WS-TO-DATE
               DISPLAY "----------------------------------------------"
               DISPLAY "DATE     TIME   TYPE             IN   OUT   BAL"
                   "  BY"
               PERFORM READ-LEDGER-LINE UNTIL AT-EOF
               CLOSE LEDGER-FILE
