       DATA DIVISION.
       FILE SECTION.
       FD  WORK-FILE.
       01  WORK-RECORD                PIC X(140).

       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD          PIC X(260).

       WORKING-STORAGE SECTION.
       01  WS-WORK-STATUS             PIC XX.
           88  FILE-TOO-BIG               VALUE "Y".
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 5000 TIMES.
               10  LN-TEXT            PIC X(140).
               10  LN-OK-FLAG         PIC X.
                   88  LINE-IS-GOOD       VALUE "Y".

                   CONTINUE
               WHEN "Manual Entry"
                   CONTINUE
               WHEN "Invoice"
                   CONTINUE
               WHEN "Buyer"
                   CONTINUE
               WHEN "Buyer Address"
                   CONTINUE
               WHEN OTHER
                   IF WS-FIELD-TALLY < 4
                       MOVE "N" TO WS-LINE-OK-FLAG
               AND FUNCTION TRIM(WS-F1) NOT = "PAID-OUT"
               AND FUNCTION TRIM(WS-F1) NOT = "SAFE-DROP"
               AND FUNCTION TRIM(WS-F1) NOT = "ARPAY"
               AND FUNCTION TRIM(WS-F1) NOT = "LAYPAY"
               AND FUNCTION TRIM(WS-F1) NOT = "LAYREFUND"
               AND FUNCTION TRIM(WS-F1) NOT = "SOPAY"
               AND FUNCTION TRIM(WS-F1) NOT = "SOREFUND"
               MOVE "N" TO WS-LINE-OK-FLAG
               MOVE "unknown row label" TO WS-FAIL-REASON
           ELSE
