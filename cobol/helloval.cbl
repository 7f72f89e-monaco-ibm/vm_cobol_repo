      *   and loaded into the keyed customer master by the          *
      *   HELLODUP step before HELLO runs.                           *
      *                                                               *
      *   The branch code is checked against the branch master      *
      *   (BRNMAST): a branch not on file is rejected R005 and a    *
      *   branch closed by BRNMNT is rejected R006, so customers    *
      *   of a closed branch must come through on its successor.    *
      *                                                               *
      *   Rejects are also tracked on the keyed reject-tracking     *
      *   file (REJTRACK, a VSAM KSDS on the account number) with a *
      *   status lifecycle:  O open, C corrected, R recycled,       *
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCL-STEP-NAME
               FILE STATUS IS WS-CYCLCTL-FILE-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO BRNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-BRANCH-CODE
               FILE STATUS IS WS-BRNMAST-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           05  CYCL-STATUS-CODE            PIC X(01).
           05  CYCL-RETURN-CODE            PIC 9(02).
           05  FILLER                      PIC X(05).

       FD  BRANCH-MASTER-FILE.
       01  BRANCH-MASTER-RECORD.
           05  BRN-BRANCH-CODE             PIC X(05).
           05  BRN-BRANCH-NAME             PIC X(30).
           05  BRN-REGION-CODE             PIC X(05).
           05  BRN-STATUS-CODE             PIC X(01).
               88  BRN-OPEN                    VALUE 'O'.
               88  BRN-CLOSED                  VALUE 'C'.
           05  BRN-SUCCESSOR-CODE          PIC X(05).
           05  BRN-CLOSE-DATE              PIC 9(08).
           05  BRN-LAST-MAINT-DATE         PIC 9(08).
           05  FILLER                      PIC X(18).
      /
       WORKING-STORAGE SECTION.


       77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.

       77  WS-BRNMAST-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-BRANCH-CHECK-SWITCH          PIC X(01) VALUE 'O'.
           88  BRANCH-IS-OPEN                  VALUE 'O'.
           88  BRANCH-IS-CLOSED                VALUE 'C'.
           88  BRANCH-NOT-ON-MASTER            VALUE 'N'.

       77  WS-REJTRACK-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-TRACK-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  TRACK-RECORD-FOUND              VALUE 'Y'.
           PERFORM 1130-OPEN-CYCLE-CONTROL THRU 1130-EXIT
           PERFORM 1140-STAMP-STEP-START THRU 1140-EXIT
           PERFORM 1200-OPEN-REJECT-TRACK THRU 1200-EXIT
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRNMAST-FILE-STATUS NOT = "00"
               MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"               TO WS-ERR-OPERATION
               MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN INPUT CUSTOMER-INPUT-FILE
           IF WS-CUSTRAW-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-INPUT-FILE" TO WS-ERR-FILE-NAME
           INSPECT WS-UPPER-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM 2150-CHECK-BRANCH THRU 2150-EXIT
           EVALUATE TRUE
               WHEN THE-NAME = SPACES
                   SET RECORD-IS-INVALID TO TRUE
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "R004" TO REJ-REASON-CODE
                   MOVE "ACCOUNT NUMBER IS ZERO" TO REJ-REASON-TEXT
               WHEN BRANCH-NOT-ON-MASTER
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "R005" TO REJ-REASON-CODE
                   MOVE "BRANCH NOT ON BRANCH MASTER" TO
                       REJ-REASON-TEXT
               WHEN BRANCH-IS-CLOSED
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "R006" TO REJ-REASON-CODE
                   MOVE "BRANCH IS CLOSED" TO REJ-REASON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2150-CHECK-BRANCH.
           MOVE CUST-BRANCH-CODE TO BRN-BRANCH-CODE
           READ BRANCH-MASTER-FILE
           EVALUATE WS-BRNMAST-FILE-STATUS
               WHEN "00"
                   IF BRN-CLOSED
                       SET BRANCH-IS-CLOSED TO TRUE
                   ELSE
                       SET BRANCH-IS-OPEN TO TRUE
                   END-IF
               WHEN "23"
                   SET BRANCH-NOT-ON-MASTER TO TRUE
               WHEN OTHER
                   MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
                   MOVE "READ"               TO WS-ERR-OPERATION
                   MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE.
       2150-EXIT.
           EXIT.

      *    Insert or restep the reject on the keyed tracking file.
      *    Rejects whose account number is not numeric cannot be
      *    keyed and stay on the flat reject file only.
               MOVE WS-REJTRACK-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE BRANCH-MASTER-FILE
           IF WS-BRNMAST-FILE-STATUS NOT = "00"
               MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"              TO WS-ERR-OPERATION
               MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 8500-DISPLAY-CONTROL-TOTALS THRU 8500-EXIT
           PERFORM 8550-WRITE-EDIT-CONTROL-TOTALS THRU 8550-EXIT.
       8000-EXIT.
