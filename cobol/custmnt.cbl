      *   Transaction actions:                                        *
      *     A - add a new customer (rejected when already on file)   *
      *     C - change name / branch / language (blank = no change)  *
      *     D - close the customer account                            *
      *     R - reinstate a closed or dormant account to active      *
      *                                                               *
      *   Each transaction carries the user ID of the person who     *
      *   keyed it (blank is taken as CUSTMNT).                       *
      *                                                               *
      *   Name and branch changes and closes are under dual          *
      *   control:  they are not applied here but written to the    *
      *   pending-change file (PENDCHG, one record per field with    *
      *   the keying user, the date and time, and the before and    *
      *   after image) for a second user to approve or reject        *
      *   through the HELLOAPR transaction, and are counted as       *
      *   pending.  A close is held as the STATUS field going to     *
      *   CLOSED.  Language changes, adds, and reinstatements are    *
      *   applied at once.                                            *
      *                                                               *
      *   A delete no longer removes the customer from the master:   *
      *   once approved, the account is marked closed with the      *
      *   closing date and is skipped by the greeting run from then  *
      *   on.  The retention                                          *
      *   run (HISTPURG) removes closed accounts once they pass the  *
      *   CUSTMAST retention period.  Changes to a closed account    *
      *   are rejected until it is reinstated.  Every status change  *
      *   is audited as the STATUS field - an added account as NEW   *
      *   to ACTIVE - and every applied transaction stamps the       *
      *   last-maintained date that the dormancy sweep (CUSTDORM)    *
      *   checks.                                                     *
      *                                                               *
      *   Adds and changed fields are edited with the same rules     *
      *   the edit pass enforces (name present and upper case,       *
      *   account numeric and nonzero, branch on the branch master   *
      *   (BRNMAST) and open).  A printed audit trail                *
      *   shows a before-and-after image of every field changed      *
      *   and the counts of transactions applied, rejected, and      *
      *   not found.                                                  *
           SELECT AUDIT-EXTRACT-FILE ASSIGN TO MNTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTAUD-FILE-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO BRNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-BRANCH-CODE
               FILE STATUS IS WS-BRNMAST-FILE-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PENDCHG-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           05  CUST-MAST-BRANCH-CODE       PIC X(05).
           05  CUST-MAST-LANGUAGE-CODE     PIC X(02).
           05  FILLER                      PIC X(03).
           05  CUST-MAST-STATUS-CODE       PIC X(01).
               88  CUST-MAST-ACTIVE            VALUE 'A' ' '.
               88  CUST-MAST-DORMANT           VALUE 'D'.
               88  CUST-MAST-CLOSED            VALUE 'C'.
           05  CUST-MAST-STATUS-DATE       PIC 9(08).
           05  CUST-MAST-DORMANT-DATE      PIC 9(08).
           05  CUST-MAST-CLOSED-DATE       PIC 9(08).
           05  CUST-MAST-LAST-GREET-DATE   PIC 9(08).
           05  CUST-MAST-LAST-MAINT-DATE   PIC 9(08).
           05  CUST-MAST-LAST-LOAD-DATE    PIC 9(08).
           05  FILLER                      PIC X(21).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
               88  TRN-ADD                     VALUE 'A'.
               88  TRN-CHANGE                  VALUE 'C'.
               88  TRN-DELETE                  VALUE 'D'.
               88  TRN-REINSTATE               VALUE 'R'.
           05  TRN-ACCOUNT-NO              PIC X(10).
           05  TRN-NAME                    PIC X(30).
           05  TRN-BRANCH-CODE             PIC X(05).
           05  TRN-LANGUAGE-CODE           PIC X(02).
           05  TRN-USER-ID                 PIC X(08).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD             PIC X(132).
           05  MAUD-FIELD-NAME             PIC X(10).
           05  MAUD-BEFORE-VALUE           PIC X(30).
           05  MAUD-AFTER-VALUE            PIC X(30).
           05  MAUD-PROGRAM-ID             PIC X(08).

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

       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-RECORD.
           05  PEND-KEY.
               10  PEND-ACCOUNT-NO         PIC 9(10).
               10  PEND-ENTRY-DATE         PIC 9(08).
               10  PEND-ENTRY-TIME         PIC 9(06).
               10  PEND-SEQ-NO             PIC 9(02).
           05  PEND-STATUS-CODE            PIC X(01).
               88  PEND-PENDING                VALUE 'P'.
               88  PEND-APPROVED               VALUE 'A'.
               88  PEND-REJECTED               VALUE 'R'.
               88  PEND-EXPIRED                VALUE 'X'.
           05  PEND-SOURCE-CODE            PIC X(01).
               88  PEND-FROM-ONLINE            VALUE 'O'.
               88  PEND-FROM-BATCH             VALUE 'B'.
           05  PEND-MAKER-USER-ID          PIC X(08).
           05  PEND-MAKER-TERMINAL         PIC X(04).
           05  PEND-FIELD-NAME             PIC X(10).
           05  PEND-BEFORE-VALUE           PIC X(30).
           05  PEND-AFTER-VALUE            PIC X(30).
           05  PEND-CHECKER-USER-ID        PIC X(08).
           05  PEND-DECISION-DATE          PIC 9(08).
           05  PEND-DECISION-TIME          PIC 9(06).
           05  FILLER                      PIC X(28).
      /
       WORKING-STORAGE SECTION.

       COPY HELLOCPY.

       77  WS-UPPER-NAME                  PIC X(30) VALUE SPACES.
       77  WS-STATUS-TEXT                 PIC X(10) VALUE SPACES.

       77  WS-TRAN-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  END-OF-TRANSACTIONS            VALUE 'Y'.
       77  WS-APPLIED-COUNT               PIC 9(08) VALUE ZERO.
       77  WS-REJECTED-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-NOTFOUND-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-PENDED-COUNT                PIC 9(08) VALUE ZERO.
       77  WS-PEND-SEQ-NO                 PIC 9(02) VALUE ZERO.
       77  WS-MAKER-USER-ID               PIC X(08) VALUE SPACES.
       77  WS-AUDIT-LINE-COUNT            PIC 9(03) VALUE ZERO.

       77  WS-CUSTMAST-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-CUSTTRAN-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-MNTRPT-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-MNTAUD-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-BRNMAST-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-PENDCHG-FILE-STATUS         PIC X(02) VALUE "00".

       01  WS-ERROR-MESSAGE.
           05  WS-ERR-FILE-NAME           PIC X(20).
           05  FILLER                     PIC X(07) VALUE
               " AFTER ".
           05  WS-AUD-AFTER-VALUE          PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-AUD-PENDING-FLAG         PIC X(07) VALUE SPACES.

       01  WS-AUDIT-TOTAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
               MOVE WS-MNTAUD-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRNMAST-FILE-STATUS NOT = "00"
               MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"               TO WS-ERR-OPERATION
               MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 1100-OPEN-PENDING-CHANGES THRU 1100-EXIT
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE
           MOVE WS-AUDIT-HEADING-1 TO AUDIT-REPORT-RECORD
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
       1000-EXIT.
           EXIT.

      *    The pending-change file is created empty the first time.
       1100-OPEN-PENDING-CHANGES.
           OPEN I-O PENDING-CHANGE-FILE
           IF WS-PENDCHG-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-CHANGE-FILE
               IF WS-PENDCHG-FILE-STATUS = "00"
                   CLOSE PENDING-CHANGE-FILE
                   OPEN I-O PENDING-CHANGE-FILE
               END-IF
           END-IF
           IF WS-PENDCHG-FILE-STATUS NOT = "00"
               MOVE "PENDING-CHANGE-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"                TO WS-ERR-OPERATION
               MOVE WS-PENDCHG-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

       1600-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
           EXIT.

       2000-APPLY-TRANSACTION.
           MOVE ZERO TO WS-PEND-SEQ-NO
           IF TRN-USER-ID = SPACES
               MOVE "CUSTMNT " TO WS-MAKER-USER-ID
           ELSE
               MOVE TRN-USER-ID TO WS-MAKER-USER-ID
           END-IF
           EVALUATE TRUE
               WHEN TRN-ADD
                   PERFORM 3200-APPLY-ADD THRU 3200-EXIT
                   PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
               WHEN TRN-DELETE
                   PERFORM 3400-APPLY-DELETE THRU 3400-EXIT
               WHEN TRN-REINSTATE
                   PERFORM 3600-APPLY-REINSTATE THRU 3600-EXIT
               WHEN OTHER
                   MOVE "REJECTED - INVALID ACTION CODE"
                       TO WS-AUD-RESULT-TEXT
               PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
           ELSE
               PERFORM 2300-CHECK-NAME-UPPERCASE THRU 2300-EXIT
           END-IF
           IF TRAN-IS-VALID
               PERFORM 2350-CHECK-BRANCH THRU 2350-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
       2300-EXIT.
           EXIT.

      *    The branch must be on the branch master and still open;
      *    customers of a closed branch belong on its successor.
       2350-CHECK-BRANCH.
           MOVE TRN-BRANCH-CODE TO BRN-BRANCH-CODE
           READ BRANCH-MASTER-FILE
           EVALUATE WS-BRNMAST-FILE-STATUS
               WHEN "00"
                   IF BRN-CLOSED
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE "REJECTED - BRANCH IS CLOSED"
                           TO WS-AUD-RESULT-TEXT
                       PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
                   END-IF
               WHEN "23"
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "REJECTED - BRANCH NOT ON BRANCH MASTER"
                       TO WS-AUD-RESULT-TEXT
                   PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               WHEN OTHER
                   MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
                   MOVE "READ"               TO WS-ERR-OPERATION
                   MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE.
       2350-EXIT.
           EXIT.

       2400-VALIDATE-TRAN-KEY.
           SET TRAN-IS-VALID TO TRUE
           EVALUATE TRUE
               ADD 1 TO WS-NOTFOUND-COUNT
               GO TO 3100-EXIT
           END-IF
           IF CUST-MAST-CLOSED
               MOVE "REJECTED - ACCOUNT IS CLOSED"
                   TO WS-AUD-RESULT-TEXT
               PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3100-EXIT
           END-IF
           SET TRAN-IS-VALID TO TRUE
           IF TRN-NAME NOT = SPACES
               PERFORM 2300-CHECK-NAME-UPPERCASE THRU 2300-EXIT
           END-IF
           IF TRAN-IS-VALID AND TRN-BRANCH-CODE NOT = SPACES
               PERFORM 2350-CHECK-BRANCH THRU 2350-EXIT
           END-IF
           IF TRAN-IS-INVALID
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN TRN-NAME = SPACES AND TRN-BRANCH-CODE = SPACES
                   MOVE "APPLIED - CUSTOMER CHANGED"
                       TO WS-AUD-RESULT-TEXT
               WHEN TRN-LANGUAGE-CODE = SPACES
                   MOVE "PENDING - SENT FOR APPROVAL"
                       TO WS-AUD-RESULT-TEXT
               WHEN OTHER
                   MOVE "APPLIED IN PART - REST SENT FOR APPROVAL"
                       TO WS-AUD-RESULT-TEXT
           END-EVALUATE
           PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
           MOVE CUSTOMER-MASTER-RECORD TO CUSTOMER-RECORD
           IF TRN-NAME NOT = SPACES
               MOVE "NAME" TO WS-AUD-FIELD-NAME
               MOVE THE-NAME TO WS-AUD-BEFORE-VALUE
               MOVE TRN-NAME TO WS-AUD-AFTER-VALUE
               PERFORM 3900-WRITE-PENDING-CHANGE THRU 3900-EXIT
           END-IF
           IF TRN-BRANCH-CODE NOT = SPACES
               MOVE "BRANCH" TO WS-AUD-FIELD-NAME
               MOVE CUST-BRANCH-CODE TO WS-AUD-BEFORE-VALUE
               MOVE TRN-BRANCH-CODE TO WS-AUD-AFTER-VALUE
               PERFORM 3900-WRITE-PENDING-CHANGE THRU 3900-EXIT
           END-IF
           IF WS-PEND-SEQ-NO GREATER THAN ZERO
               ADD 1 TO WS-PENDED-COUNT
           END-IF
           IF TRN-LANGUAGE-CODE = SPACES
               AND WS-PEND-SEQ-NO GREATER THAN ZERO
               GO TO 3100-EXIT
           END-IF
           IF TRN-LANGUAGE-CODE NOT = SPACES
               MOVE "LANGUAGE" TO WS-AUD-FIELD-NAME
               PERFORM 6200-WRITE-AUDIT-FIELD THRU 6200-EXIT
               MOVE TRN-LANGUAGE-CODE TO CUST-LANGUAGE-CODE
           END-IF
           MOVE WS-CURRENT-DATE TO CUST-LAST-MAINT-DATE
           MOVE CUSTOMER-RECORD TO CUSTOMER-MASTER-RECORD
           PERFORM 3800-REWRITE-MASTER THRU 3800-EXIT
           ADD 1 TO WS-APPLIED-COUNT.
       3100-EXIT.
           EXIT.
           MOVE TRN-ACCOUNT-NO TO CUST-ACCOUNT-NO (1:10)
           MOVE TRN-BRANCH-CODE TO CUST-BRANCH-CODE
           MOVE TRN-LANGUAGE-CODE TO CUST-LANGUAGE-CODE
           MOVE 'A' TO CUST-STATUS-CODE
           MOVE WS-CURRENT-DATE TO CUST-STATUS-DATE
           MOVE ZERO TO CUST-DORMANT-DATE
           MOVE ZERO TO CUST-CLOSED-DATE
           MOVE ZERO TO CUST-LAST-GREET-DATE
           MOVE WS-CURRENT-DATE TO CUST-LAST-MAINT-DATE
           MOVE ZERO TO CUST-LAST-LOAD-DATE
           MOVE CUSTOMER-RECORD TO CUSTOMER-MASTER-RECORD
           WRITE CUSTOMER-MASTER-RECORD
           EVALUATE WS-CUSTMAST-FILE-STATUS
                   MOVE "APPLIED - CUSTOMER ADDED"
                       TO WS-AUD-RESULT-TEXT
                   PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
                   MOVE "STATUS" TO WS-AUD-FIELD-NAME
                   MOVE "NEW" TO WS-AUD-BEFORE-VALUE
                   MOVE "ACTIVE" TO WS-AUD-AFTER-VALUE
                   PERFORM 6200-WRITE-AUDIT-FIELD THRU 6200-EXIT
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN "22"
                   MOVE "REJECTED - ACCOUNT ALREADY ON FILE"
               ADD 1 TO WS-NOTFOUND-COUNT
               GO TO 3400-EXIT
           END-IF
           IF CUST-MAST-CLOSED
               MOVE "REJECTED - ACCOUNT ALREADY CLOSED"
                   TO WS-AUD-RESULT-TEXT
               PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3400-EXIT
           END-IF
      *    The close itself is applied by HELLOAPR on approval.
           MOVE "PENDING - CLOSE SENT FOR APPROVAL"
               TO WS-AUD-RESULT-TEXT
           PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
           PERFORM 3700-DESCRIBE-STATUS THRU 3700-EXIT
           MOVE "STATUS" TO WS-AUD-FIELD-NAME
           MOVE WS-STATUS-TEXT TO WS-AUD-BEFORE-VALUE
           MOVE "CLOSED" TO WS-AUD-AFTER-VALUE
           PERFORM 3900-WRITE-PENDING-CHANGE THRU 3900-EXIT
           ADD 1 TO WS-PENDED-COUNT.
       3400-EXIT.
           EXIT.

      *    A closed or dormant account goes back to active; the
      *    closing and dormancy dates are cleared.
       3600-APPLY-REINSTATE.
           PERFORM 2400-VALIDATE-TRAN-KEY THRU 2400-EXIT
           IF TRAN-IS-INVALID
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3600-EXIT
           END-IF
           PERFORM 2500-READ-MASTER-BY-KEY THRU 2500-EXIT
           IF NOT MASTER-RECORD-FOUND
               MOVE "NOT FOUND - ACCOUNT NOT ON MASTER"
                   TO WS-AUD-RESULT-TEXT
               PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               ADD 1 TO WS-NOTFOUND-COUNT
               GO TO 3600-EXIT
           END-IF
           IF CUST-MAST-ACTIVE
               MOVE "REJECTED - ACCOUNT IS ALREADY ACTIVE"
                   TO WS-AUD-RESULT-TEXT
               PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3600-EXIT
           END-IF
           MOVE "APPLIED - ACCOUNT REINSTATED" TO WS-AUD-RESULT-TEXT
           PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
           PERFORM 3700-DESCRIBE-STATUS THRU 3700-EXIT
           MOVE "STATUS" TO WS-AUD-FIELD-NAME
           MOVE WS-STATUS-TEXT TO WS-AUD-BEFORE-VALUE
           MOVE 'A' TO CUST-MAST-STATUS-CODE
           MOVE WS-CURRENT-DATE TO CUST-MAST-STATUS-DATE
           MOVE ZERO TO CUST-MAST-DORMANT-DATE
           MOVE ZERO TO CUST-MAST-CLOSED-DATE
           MOVE WS-CURRENT-DATE TO CUST-MAST-LAST-MAINT-DATE
           PERFORM 3700-DESCRIBE-STATUS THRU 3700-EXIT
           MOVE WS-STATUS-TEXT TO WS-AUD-AFTER-VALUE
           PERFORM 6200-WRITE-AUDIT-FIELD THRU 6200-EXIT
           PERFORM 3800-REWRITE-MASTER THRU 3800-EXIT
           ADD 1 TO WS-APPLIED-COUNT.
       3600-EXIT.
           EXIT.

       3700-DESCRIBE-STATUS.
           EVALUATE TRUE
               WHEN CUST-MAST-CLOSED
                   MOVE "CLOSED" TO WS-STATUS-TEXT
               WHEN CUST-MAST-DORMANT
                   MOVE "DORMANT" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
           END-EVALUATE.
       3700-EXIT.
           EXIT.

       3800-REWRITE-MASTER.
           REWRITE CUSTOMER-MASTER-RECORD
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"              TO WS-ERR-OPERATION
               MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       3800-EXIT.
           EXIT.

      *    Holds one field change for approval.  The before and
      *    after images are shown on the audit report, flagged as
      *    pending; the audit extract is written when it is applied.
      *    The sequence number separates the fields of one
      *    transaction and is stepped past any entry already keyed
      *    for the account in the same second.
       3900-WRITE-PENDING-CHANGE.
           MOVE "PENDING" TO WS-AUD-PENDING-FLAG
           MOVE WS-AUDIT-FIELD-LINE TO AUDIT-REPORT-RECORD
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
           MOVE SPACES TO WS-AUD-PENDING-FLAG
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE TRN-ACCOUNT-NO TO PEND-ACCOUNT-NO (1:10)
           MOVE WS-CURRENT-DATE TO PEND-ENTRY-DATE
           MOVE WS-CURRENT-TIME (1:6) TO PEND-ENTRY-TIME
           ADD 1 TO WS-PEND-SEQ-NO
           MOVE WS-PEND-SEQ-NO TO PEND-SEQ-NO
           SET PEND-PENDING TO TRUE
           SET PEND-FROM-BATCH TO TRUE
           MOVE WS-MAKER-USER-ID TO PEND-MAKER-USER-ID
           MOVE WS-AUD-FIELD-NAME TO PEND-FIELD-NAME
           MOVE WS-AUD-BEFORE-VALUE TO PEND-BEFORE-VALUE
           MOVE WS-AUD-AFTER-VALUE TO PEND-AFTER-VALUE
           MOVE ZERO TO PEND-DECISION-DATE
           MOVE ZERO TO PEND-DECISION-TIME
           MOVE "22" TO WS-PENDCHG-FILE-STATUS
           PERFORM 3950-WRITE-PENDING-RECORD THRU 3950-EXIT
               UNTIL WS-PENDCHG-FILE-STATUS NOT = "22"
                  OR PEND-SEQ-NO GREATER THAN 89
           IF WS-PENDCHG-FILE-STATUS NOT = "00"
               MOVE "PENDING-CHANGE-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"               TO WS-ERR-OPERATION
               MOVE WS-PENDCHG-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       3900-EXIT.
           EXIT.

       3950-WRITE-PENDING-RECORD.
           WRITE PENDING-CHANGE-RECORD
           IF WS-PENDCHG-FILE-STATUS = "22"
               ADD 10 TO PEND-SEQ-NO
           END-IF.
       3950-EXIT.
           EXIT.

       6000-WRITE-AUDIT-LINE.
           MOVE WS-AUD-FIELD-NAME TO MAUD-FIELD-NAME
           MOVE WS-AUD-BEFORE-VALUE TO MAUD-BEFORE-VALUE
           MOVE WS-AUD-AFTER-VALUE TO MAUD-AFTER-VALUE
           MOVE "CUSTMNT " TO MAUD-PROGRAM-ID
           WRITE AUDIT-EXTRACT-RECORD
           IF WS-MNTAUD-FILE-STATUS NOT = "00"
               MOVE "AUDIT-EXTRACT-FILE" TO WS-ERR-FILE-NAME
           MOVE WS-NOTFOUND-COUNT TO WS-AUD-TOTAL-VALUE
           MOVE WS-AUDIT-TOTAL-LINE TO AUDIT-REPORT-RECORD
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
           MOVE "TRANSACTIONS PENDING" TO WS-AUD-TOTAL-LABEL
           MOVE WS-PENDED-COUNT TO WS-AUD-TOTAL-VALUE
           MOVE WS-AUDIT-TOTAL-LINE TO AUDIT-REPORT-RECORD
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
           MOVE "*** END OF MAINTENANCE AUDIT ***"
               TO AUDIT-REPORT-RECORD
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
               MOVE WS-MNTAUD-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE BRANCH-MASTER-FILE
           IF WS-BRNMAST-FILE-STATUS NOT = "00"
               MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"              TO WS-ERR-OPERATION
               MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE PENDING-CHANGE-FILE
           IF WS-PENDCHG-FILE-STATUS NOT = "00"
               MOVE "PENDING-CHANGE-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"               TO WS-ERR-OPERATION
               MOVE WS-PENDCHG-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           DISPLAY "CUSTMNT - TRANSACTIONS APPLIED   = "
               WS-APPLIED-COUNT
           DISPLAY "CUSTMNT - TRANSACTIONS REJECTED  = "
               WS-REJECTED-COUNT
           DISPLAY "CUSTMNT - TRANSACTIONS NOT FOUND = "
               WS-NOTFOUND-COUNT
           DISPLAY "CUSTMNT - TRANSACTIONS PENDING   = "
               WS-PENDED-COUNT.
       8000-EXIT.
           EXIT.

