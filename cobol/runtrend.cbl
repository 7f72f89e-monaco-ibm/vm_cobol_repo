           05  RHST-RESTART-FLAG            PIC X(01).
           05  RHST-SELECT-FLAG             PIC X(01).
           05  RHST-SELECTED-COUNT          PIC 9(08).
           05  RHST-CLOSED-SKIPPED          PIC 9(08).
           05  RHST-DORMANT-SKIPPED         PIC 9(08).

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-RECORD             PIC X(132).
