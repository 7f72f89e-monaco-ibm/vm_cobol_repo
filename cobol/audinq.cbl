      *   and prints every change on record for that account - the   *
      *   change date and time, the channel it came from (O online   *
      *   via HELLOINQ, B batch via CUSTMNT), the user and terminal, *
      *   the field changed, and the before and after values, and    *
      *   for a change applied under dual control the user who       *
      *   approved it.                                               *
      *                                                               *
      *   Accounts with no history are reported as such.  Return     *
      *   code 4 is set when any requested account had no history,   *
           05  AHST-FIELD-NAME             PIC X(10).
           05  AHST-BEFORE-VALUE           PIC X(30).
           05  AHST-AFTER-VALUE            PIC X(30).
           05  AHST-LOAD-DATE              PIC 9(08).
           05  AHST-APPROVER-ID            PIC X(08).
           05  FILLER                      PIC X(01).

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-RECORD           PIC X(132).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(30) VALUE
               "AFTER".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE
               "APPROVER".

       01  WS-INQ-DETAIL-LINE.
           05  WS-DTL-CHANGE-DATE          PIC 9999/99/99.
           05  WS-DTL-BEFORE-VALUE         PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-AFTER-VALUE          PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-APPROVER-ID          PIC X(08).

       01  WS-NO-HISTORY-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           MOVE AHST-FIELD-NAME TO WS-DTL-FIELD-NAME
           MOVE AHST-BEFORE-VALUE TO WS-DTL-BEFORE-VALUE
           MOVE AHST-AFTER-VALUE TO WS-DTL-AFTER-VALUE
           MOVE AHST-APPROVER-ID TO WS-DTL-APPROVER-ID
           MOVE WS-INQ-DETAIL-LINE TO INQUIRY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           ADD 1 TO WS-ACCOUNT-CHANGE-COUNT
