       DATA DIVISION.
       FILE SECTION.
       FD  DAY-LOG-FILE.
       01  DAY-LOG-RECORD             PIC X(140).

       FD  MONTH-LOG-FILE.
       01  MONTH-LOG-RECORD           PIC X(140).

       FD  PROBE-FILE.
       01  PROBE-RECORD               PIC X(100).
       01  WS-DAY-OVERFLOW-FLAG       PIC X.
           88  DAY-TOO-BIG                VALUE "Y".
       01  WS-DAY-BUFFER.
           05  WS-DAY-LINE OCCURS 5000 TIMES PIC X(140).

       01  WS-FAMILY-INDEX            PIC 9.
       01  WS-FAMILY-PREFIX           PIC X(20).
