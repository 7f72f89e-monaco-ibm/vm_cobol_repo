      *   record is written so the end-of-cycle reconciliation can  *
      *   allow for the dropped duplicates.                          *
      *                                                               *
      *   The master is updated in place rather than reloaded, so   *
      *   the lifecycle fields kept only on the master (status,     *
      *   status dates, last greeted / maintained) survive the      *
      *   load:  an account already on file has its feed data       *
      *   refreshed and its lifecycle fields kept; a new account    *
      *   is added as active from the cycle date.  Every account    *
      *   loaded is stamped with the cycle date; after the load,    *
      *   accounts the feed no longer supplies are removed, except  *
      *   closed accounts, which stay on file until the retention   *
      *   run (HISTPURG) purges them.  The retained closed accounts *
      *   are listed on the duplicate report and counted on the     *
      *   dedup-control record, because HELLO reads them too.       *
      *                                                               *
      *   Cycle sequencing:  refuses to start (return code 12)      *
      *   until the HELLOVAL step has completed on the cycle-       *
      *   control file (CYCLCTL) for the same cycle date, and       *

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-MAST-ACCOUNT-NO
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           05  CUST-MAST-BRANCH-CODE       PIC X(05).
           05  CUST-MAST-LANGUAGE-CODE     PIC X(02).
           05  FILLER                      PIC X(03).
           05  CUST-MAST-STATUS-CODE       PIC X(01).
           05  CUST-MAST-STATUS-DATE       PIC 9(08).
           05  CUST-MAST-DORMANT-DATE      PIC 9(08).
           05  CUST-MAST-CLOSED-DATE       PIC 9(08).
           05  CUST-MAST-LAST-GREET-DATE   PIC 9(08).
           05  CUST-MAST-LAST-MAINT-DATE   PIC 9(08).
           05  CUST-MAST-LAST-LOAD-DATE    PIC 9(08).
           05  FILLER                      PIC X(21).

       FD  DUPLICATE-REPORT-FILE.
       01  DUPLICATE-REPORT-RECORD         PIC X(132).
           05  DCTL-ACCEPTED-COUNT         PIC 9(08).
           05  DCTL-SURVIVOR-COUNT         PIC 9(08).
           05  DCTL-DUPLICATE-COUNT        PIC 9(08).
           05  DCTL-RETAINED-COUNT         PIC 9(08).

       FD  CYCLE-CONTROL-FILE.
       01  CYCLE-CONTROL-RECORD.
       77  WS-SURVIVOR-HELD-SWITCH        PIC X(01) VALUE 'N'.
           88  SURVIVOR-RECORD-HELD           VALUE 'Y'.

       77  WS-SWEEP-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-MASTER-SWEEP            VALUE 'Y'.

       77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
       77  WS-RELEASE-SEQ-NO              PIC 9(08) VALUE ZERO.
       77  WS-HELD-SEQ-NO                 PIC 9(08) VALUE ZERO.
       77  WS-ACCEPTED-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-SURVIVOR-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-DUPLICATE-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-NEW-ACCOUNT-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-RETAINED-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-REMOVED-COUNT               PIC 9(08) VALUE ZERO.
       77  WS-DUP-LINE-COUNT              PIC 9(03) VALUE ZERO.

       77  WS-CUSTACC-FILE-STATUS         PIC X(02) VALUE "00".
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 4500-SWEEP-UNLOADED-ACCOUNTS THRU 4500-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           IF WS-DUPLICATE-COUNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
               MOVE WS-CUSTACC-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER-FILE
               IF WS-CUSTMAST-FILE-STATUS NOT = "00"
                   MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"                 TO WS-ERR-OPERATION
                   MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
               CLOSE CUSTOMER-MASTER-FILE
               OPEN I-O CUSTOMER-MASTER-FILE
           END-IF
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"                 TO WS-ERR-OPERATION
       3200-EXIT.
           EXIT.

      *    An account already on the master keeps its lifecycle
      *    fields and has only the feed data refreshed; a record
      *    still in the old layout (status blank) is started off as
      *    active.  A new account is added as active.
       4000-WRITE-SURVIVOR.
           MOVE WS-HELD-SURVIVOR-RECORD (31:10) TO CUST-MAST-ACCOUNT-NO
           READ CUSTOMER-MASTER-FILE
           EVALUATE WS-CUSTMAST-FILE-STATUS
               WHEN "00"
                   MOVE WS-HELD-SURVIVOR-RECORD TO
                       CUSTOMER-MASTER-RECORD (1:50)
                   IF CUST-MAST-STATUS-CODE = SPACE
                       PERFORM 4100-START-LIFECYCLE THRU 4100-EXIT
                   END-IF
                   MOVE WS-CURRENT-DATE TO CUST-MAST-LAST-LOAD-DATE
                   REWRITE CUSTOMER-MASTER-RECORD
                   MOVE "REWRITE" TO WS-ERR-OPERATION
               WHEN "23"
                   MOVE SPACES TO CUSTOMER-MASTER-RECORD
                   MOVE WS-HELD-SURVIVOR-RECORD TO
                       CUSTOMER-MASTER-RECORD (1:50)
                   PERFORM 4100-START-LIFECYCLE THRU 4100-EXIT
                   MOVE WS-CURRENT-DATE TO CUST-MAST-LAST-LOAD-DATE
                   WRITE CUSTOMER-MASTER-RECORD
                   MOVE "WRITE" TO WS-ERR-OPERATION
                   ADD 1 TO WS-NEW-ACCOUNT-COUNT
               WHEN OTHER
                   MOVE "READ" TO WS-ERR-OPERATION
           END-EVALUATE
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
       4000-EXIT.
           EXIT.

       4100-START-LIFECYCLE.
           MOVE 'A' TO CUST-MAST-STATUS-CODE
           MOVE WS-CURRENT-DATE TO CUST-MAST-STATUS-DATE
           MOVE ZERO TO CUST-MAST-DORMANT-DATE
           MOVE ZERO TO CUST-MAST-CLOSED-DATE
           MOVE ZERO TO CUST-MAST-LAST-GREET-DATE
           MOVE ZERO TO CUST-MAST-LAST-MAINT-DATE.
       4100-EXIT.
           EXIT.

      *    Accounts not stamped by this cycle's load are no longer
      *    supplied by the feed.  Closed accounts are kept for the
      *    retention run; the rest are removed, as the full reload
      *    used to.
       4500-SWEEP-UNLOADED-ACCOUNTS.
           MOVE ZERO TO CUST-MAST-ACCOUNT-NO
           START CUSTOMER-MASTER-FILE
               KEY NOT LESS THAN CUST-MAST-ACCOUNT-NO
           EVALUATE WS-CUSTMAST-FILE-STATUS
               WHEN "00"
                   PERFORM 4600-READ-NEXT-MASTER THRU 4600-EXIT
                   PERFORM 4700-CHECK-UNLOADED-ACCOUNT THRU 4700-EXIT
                       UNTIL END-OF-MASTER-SWEEP
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
                   MOVE "START"                TO WS-ERR-OPERATION
                   MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE.
       4500-EXIT.
           EXIT.

       4600-READ-NEXT-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER-SWEEP TO TRUE
               NOT AT END
                   IF WS-CUSTMAST-FILE-STATUS NOT = "00"
                       MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"                 TO WS-ERR-OPERATION
                       MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ.
       4600-EXIT.
           EXIT.

       4700-CHECK-UNLOADED-ACCOUNT.
           IF CUST-MAST-LAST-LOAD-DATE = WS-CURRENT-DATE
               GO TO 4700-READ-NEXT
           END-IF
           MOVE CUST-MAST-ACCOUNT-NO TO WS-DUP-ACCOUNT-NO
           MOVE CUST-MAST-NAME TO WS-DUP-NAME
           MOVE ZERO TO WS-DUP-SEQ-NO
           IF CUST-MAST-STATUS-CODE = 'C'
               MOVE "RETAINED - CLOSED, NOT IN FEED" TO
                   WS-DUP-DISPOSITION
               ADD 1 TO WS-RETAINED-COUNT
           ELSE
               DELETE CUSTOMER-MASTER-FILE RECORD
               IF WS-CUSTMAST-FILE-STATUS NOT = "00"
                   MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
                   MOVE "DELETE"               TO WS-ERR-OPERATION
                   MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
               MOVE "REMOVED - NO LONGER IN FEED" TO
                   WS-DUP-DISPOSITION
               ADD 1 TO WS-REMOVED-COUNT
           END-IF
           MOVE WS-DUP-DETAIL-LINE TO DUPLICATE-REPORT-RECORD
           PERFORM 6100-WRITE-DUPLICATE-LINE THRU 6100-EXIT.
       4700-READ-NEXT.
           PERFORM 4600-READ-NEXT-MASTER THRU 4600-EXIT.
       4700-EXIT.
           EXIT.

       5000-REPORT-DROPPED-DUPLICATE.
           MOVE WS-HELD-SURVIVOR-RECORD (31:10) TO WS-DUP-ACCOUNT-NO
           MOVE WS-HELD-SURVIVOR-RECORD (1:30) TO WS-DUP-NAME
           MOVE WS-ACCEPTED-COUNT TO DCTL-ACCEPTED-COUNT
           MOVE WS-SURVIVOR-COUNT TO DCTL-SURVIVOR-COUNT
           MOVE WS-DUPLICATE-COUNT TO DCTL-DUPLICATE-COUNT
           MOVE WS-RETAINED-COUNT TO DCTL-RETAINED-COUNT
           WRITE DEDUP-CONTROL-RECORD
           IF WS-DUPCTL-FILE-STATUS NOT = "00"
               MOVE "DEDUP-CONTROL-FILE" TO WS-ERR-FILE-NAME
           DISPLAY "HELLODUP - DE-DUPLICATION CONTROL TOTALS"
           DISPLAY "  ACCEPTED RECORDS READ = " WS-ACCEPTED-COUNT
           DISPLAY "  SURVIVORS LOADED      = " WS-SURVIVOR-COUNT
           DISPLAY "  DUPLICATES DROPPED    = " WS-DUPLICATE-COUNT
           DISPLAY "  NEW ACCOUNTS ADDED    = " WS-NEW-ACCOUNT-COUNT
           DISPLAY "  CLOSED ACCTS RETAINED = " WS-RETAINED-COUNT
           DISPLAY "  ACCOUNTS REMOVED      = " WS-REMOVED-COUNT.
       8000-EXIT.
           EXIT.

