       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRNCONS.
      *****************************************************************
      *                                                               *
      *   Closed-branch customer consolidation.  Reads the customer  *
      *   master (CUSTMAST) in account order and looks up every      *
      *   customer's branch on the branch master (BRNMAST).  A       *
      *   customer still carried on a branch that BRNMNT has closed  *
      *   is moved to the closed branch's successor; when the        *
      *   successor has itself since closed, the successor chain is  *
      *   followed to the first open branch.                         *
      *                                                               *
      *   Every move is written to the audit extract file (MNTAUD)   *
      *   in the same layout CUSTMNT writes, tagged with this        *
      *   program's name, so the AUDMERGE job folds the branch       *
      *   moves into the consolidated audit-history file.  MNTAUD   *
      *   is extended, not replaced, so this run must follow the     *
      *   day's CUSTMNT run and precede AUDMERGE.                     *
      *                                                               *
      *   A printed consolidation report lists every customer        *
      *   moved, every customer whose closed branch has no open      *
      *   successor, and every customer whose branch is not on the   *
      *   branch master at all.  Return code 4 when any customer     *
      *   could not be moved or carries an unknown branch.           *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-MAST-ACCOUNT-NO
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO BRNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-BRANCH-CODE
               FILE STATUS IS WS-BRNMAST-FILE-STATUS.

           SELECT AUDIT-EXTRACT-FILE ASSIGN TO MNTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTAUD-FILE-STATUS.

           SELECT CONSOLIDATION-REPORT-FILE ASSIGN TO CONSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONSRPT-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-MAST-NAME              PIC X(30).
           05  CUST-MAST-ACCOUNT-NO        PIC 9(10).
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

       FD  AUDIT-EXTRACT-FILE.
       01  AUDIT-EXTRACT-RECORD.
           05  MAUD-CHANGE-DATE            PIC 9(08).
           05  MAUD-CHANGE-TIME            PIC 9(06).
           05  MAUD-ACCOUNT-NO             PIC X(10).
           05  MAUD-FIELD-NAME             PIC X(10).
           05  MAUD-BEFORE-VALUE           PIC X(30).
           05  MAUD-AFTER-VALUE            PIC X(30).
           05  MAUD-PROGRAM-ID             PIC X(08).

       FD  CONSOLIDATION-REPORT-FILE.
       01  CONSOLIDATION-REPORT-RECORD     PIC X(132).
      /
       WORKING-STORAGE SECTION.

       77  WS-MASTER-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  END-OF-MASTER-FILE             VALUE 'Y'.

       77  WS-BRANCH-FOUND-SWITCH         PIC X(01) VALUE 'N'.
           88  BRANCH-RECORD-FOUND            VALUE 'Y'.

       77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
       77  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.

      *    A successor chain longer than this is treated as a loop.
       77  WS-MAX-CHAIN-HOPS              PIC 9(02) VALUE 10.
       77  WS-CHAIN-HOPS                  PIC 9(02) VALUE ZERO.
       77  WS-OLD-BRANCH-CODE             PIC X(05) VALUE SPACES.
       77  WS-NEW-BRANCH-CODE             PIC X(05) VALUE SPACES.

       77  WS-MASTER-READ-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-MOVED-COUNT                 PIC 9(08) VALUE ZERO.
       77  WS-NO-SUCCESSOR-COUNT          PIC 9(08) VALUE ZERO.
       77  WS-UNKNOWN-BRANCH-COUNT        PIC 9(08) VALUE ZERO.
       77  WS-REPORT-LINE-COUNT           PIC 9(08) VALUE ZERO.

       77  WS-CUSTMAST-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-BRNMAST-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-MNTAUD-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-CONSRPT-FILE-STATUS         PIC X(02) VALUE "00".

       01  WS-ERROR-MESSAGE.
           05  WS-ERR-FILE-NAME           PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-ERR-OPERATION           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE
               "FILE STATUS = ".
           05  WS-ERR-STATUS               PIC X(02).

       01  WS-CONS-HEADING-1.
           05  FILLER                     PIC X(42) VALUE
               "BRNCONS CLOSED BRANCH CONSOLIDATION       ".
           05  FILLER                     PIC X(10) VALUE
               "RUN DATE: ".
           05  WS-HDG-RUN-DATE             PIC 9999/99/99.

       01  WS-CONS-HEADING-2.
           05  FILLER                     PIC X(12) VALUE
               "ACCOUNT     ".
           05  FILLER                     PIC X(31) VALUE
               "CUSTOMER NAME                  ".
           05  FILLER                     PIC X(07) VALUE
               "FROM   ".
           05  FILLER                     PIC X(07) VALUE
               "TO     ".
           05  FILLER                     PIC X(06) VALUE
               "RESULT".

       01  WS-CONS-DETAIL-LINE.
           05  WS-DTL-ACCOUNT-NO           PIC 9(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-CUSTOMER-NAME        PIC X(30).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DTL-FROM-BRANCH          PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-TO-BRANCH            PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-RESULT-TEXT          PIC X(40).

       01  WS-CONS-TOTAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CONS-TOTAL-LABEL         PIC X(26).
           05  FILLER                     PIC X(02) VALUE
               "= ".
           05  WS-CONS-TOTAL-VALUE         PIC ZZ,ZZZ,ZZ9.
      /
       PROCEDURE DIVISION.
       Main.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CHECK-CUSTOMER THRU 2000-EXIT
               UNTIL END-OF-MASTER-FILE
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           IF WS-NO-SUCCESSOR-COUNT GREATER THAN ZERO
               OR WS-UNKNOWN-BRANCH-COUNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"                 TO WS-ERR-OPERATION
               MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRNMAST-FILE-STATUS NOT = "00"
               MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"               TO WS-ERR-OPERATION
               MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN EXTEND AUDIT-EXTRACT-FILE
           IF WS-MNTAUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-EXTRACT-FILE
           END-IF
           IF WS-MNTAUD-FILE-STATUS NOT = "00"
               MOVE "AUDIT-EXTRACT-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"               TO WS-ERR-OPERATION
               MOVE WS-MNTAUD-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN OUTPUT CONSOLIDATION-REPORT-FILE
           IF WS-CONSRPT-FILE-STATUS NOT = "00"
               MOVE "CONSOLIDATION-REPORT" TO WS-ERR-FILE-NAME
               MOVE "OPEN"                 TO WS-ERR-OPERATION
               MOVE WS-CONSRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE
           MOVE WS-CONS-HEADING-1 TO CONSOLIDATION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE WS-CONS-HEADING-2 TO CONSOLIDATION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           PERFORM 1500-READ-MASTER THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

       1500-READ-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
               NOT AT END
                   IF WS-CUSTMAST-FILE-STATUS = "00"
                       ADD 1 TO WS-MASTER-READ-COUNT
                   ELSE
                       MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"                 TO WS-ERR-OPERATION
                       MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ.
       1500-EXIT.
           EXIT.

       2000-CHECK-CUSTOMER.
           MOVE CUST-MAST-BRANCH-CODE TO WS-OLD-BRANCH-CODE
           MOVE SPACES TO WS-NEW-BRANCH-CODE
           MOVE WS-OLD-BRANCH-CODE TO BRN-BRANCH-CODE
           PERFORM 2500-READ-BRANCH-BY-KEY THRU 2500-EXIT
           IF NOT BRANCH-RECORD-FOUND
               MOVE "EXCEPTION - BRANCH NOT ON MASTER"
                   TO WS-DTL-RESULT-TEXT
               PERFORM 6100-WRITE-DETAIL-LINE THRU 6100-EXIT
               ADD 1 TO WS-UNKNOWN-BRANCH-COUNT
               GO TO 2000-READ-NEXT
           END-IF
           IF BRN-OPEN
               GO TO 2000-READ-NEXT
           END-IF
           PERFORM 2200-FIND-OPEN-SUCCESSOR THRU 2200-EXIT
           IF WS-NEW-BRANCH-CODE = SPACES
               MOVE "EXCEPTION - NO OPEN SUCCESSOR BRANCH"
                   TO WS-DTL-RESULT-TEXT
               PERFORM 6100-WRITE-DETAIL-LINE THRU 6100-EXIT
               ADD 1 TO WS-NO-SUCCESSOR-COUNT
               GO TO 2000-READ-NEXT
           END-IF
           PERFORM 3000-MOVE-CUSTOMER THRU 3000-EXIT.
       2000-READ-NEXT.
           PERFORM 1500-READ-MASTER THRU 1500-EXIT.
       2000-EXIT.
           EXIT.

      *    Entered with the closed branch in the branch record area.
      *    Leaves the first open branch down the successor chain in
      *    WS-NEW-BRANCH-CODE, or spaces when the chain ends at a
      *    missing branch or runs past the hop limit.
       2200-FIND-OPEN-SUCCESSOR.
           MOVE ZERO TO WS-CHAIN-HOPS
           PERFORM 2300-FOLLOW-SUCCESSOR THRU 2300-EXIT
               UNTIL WS-NEW-BRANCH-CODE NOT = SPACES
                  OR NOT BRANCH-RECORD-FOUND
                  OR WS-CHAIN-HOPS NOT LESS THAN WS-MAX-CHAIN-HOPS.
       2200-EXIT.
           EXIT.

       2300-FOLLOW-SUCCESSOR.
           ADD 1 TO WS-CHAIN-HOPS
           IF BRN-SUCCESSOR-CODE = SPACES
               MOVE 'N' TO WS-BRANCH-FOUND-SWITCH
               GO TO 2300-EXIT
           END-IF
           MOVE BRN-SUCCESSOR-CODE TO BRN-BRANCH-CODE
           PERFORM 2500-READ-BRANCH-BY-KEY THRU 2500-EXIT
           IF BRANCH-RECORD-FOUND AND BRN-OPEN
               MOVE BRN-BRANCH-CODE TO WS-NEW-BRANCH-CODE
           END-IF.
       2300-EXIT.
           EXIT.

       2500-READ-BRANCH-BY-KEY.
           MOVE 'N' TO WS-BRANCH-FOUND-SWITCH
           READ BRANCH-MASTER-FILE
           EVALUATE WS-BRNMAST-FILE-STATUS
               WHEN "00"
                   SET BRANCH-RECORD-FOUND TO TRUE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
                   MOVE "READ"               TO WS-ERR-OPERATION
                   MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE.
       2500-EXIT.
           EXIT.

       3000-MOVE-CUSTOMER.
           MOVE WS-NEW-BRANCH-CODE TO CUST-MAST-BRANCH-CODE
           REWRITE CUSTOMER-MASTER-RECORD
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"              TO WS-ERR-OPERATION
               MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           MOVE "MOVED TO SUCCESSOR BRANCH" TO WS-DTL-RESULT-TEXT
           PERFORM 6100-WRITE-DETAIL-LINE THRU 6100-EXIT
           PERFORM 6300-WRITE-AUDIT-EXTRACT THRU 6300-EXIT
           ADD 1 TO WS-MOVED-COUNT.
       3000-EXIT.
           EXIT.

       6000-WRITE-REPORT-LINE.
           WRITE CONSOLIDATION-REPORT-RECORD
           IF WS-CONSRPT-FILE-STATUS NOT = "00"
               MOVE "CONSOLIDATION-REPORT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"                TO WS-ERR-OPERATION
               MOVE WS-CONSRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           ADD 1 TO WS-REPORT-LINE-COUNT.
       6000-EXIT.
           EXIT.

       6100-WRITE-DETAIL-LINE.
           MOVE CUST-MAST-ACCOUNT-NO TO WS-DTL-ACCOUNT-NO
           MOVE CUST-MAST-NAME TO WS-DTL-CUSTOMER-NAME
           MOVE WS-OLD-BRANCH-CODE TO WS-DTL-FROM-BRANCH
           MOVE WS-NEW-BRANCH-CODE TO WS-DTL-TO-BRANCH
           MOVE WS-CONS-DETAIL-LINE TO CONSOLIDATION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       6100-EXIT.
           EXIT.

       6300-WRITE-AUDIT-EXTRACT.
           MOVE WS-CURRENT-DATE TO MAUD-CHANGE-DATE
           MOVE WS-CURRENT-TIME (1:6) TO MAUD-CHANGE-TIME
           MOVE CUST-MAST-ACCOUNT-NO TO MAUD-ACCOUNT-NO
           MOVE "BRANCH" TO MAUD-FIELD-NAME
           MOVE WS-OLD-BRANCH-CODE TO MAUD-BEFORE-VALUE
           MOVE WS-NEW-BRANCH-CODE TO MAUD-AFTER-VALUE
           MOVE "BRNCONS " TO MAUD-PROGRAM-ID
           WRITE AUDIT-EXTRACT-RECORD
           IF WS-MNTAUD-FILE-STATUS NOT = "00"
               MOVE "AUDIT-EXTRACT-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"              TO WS-ERR-OPERATION
               MOVE WS-MNTAUD-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       6300-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "CUSTOMERS READ" TO WS-CONS-TOTAL-LABEL
           MOVE WS-MASTER-READ-COUNT TO WS-CONS-TOTAL-VALUE
           MOVE WS-CONS-TOTAL-LINE TO CONSOLIDATION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "CUSTOMERS MOVED" TO WS-CONS-TOTAL-LABEL
           MOVE WS-MOVED-COUNT TO WS-CONS-TOTAL-VALUE
           MOVE WS-CONS-TOTAL-LINE TO CONSOLIDATION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "NO OPEN SUCCESSOR" TO WS-CONS-TOTAL-LABEL
           MOVE WS-NO-SUCCESSOR-COUNT TO WS-CONS-TOTAL-VALUE
           MOVE WS-CONS-TOTAL-LINE TO CONSOLIDATION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "BRANCH NOT ON MASTER" TO WS-CONS-TOTAL-LABEL
           MOVE WS-UNKNOWN-BRANCH-COUNT TO WS-CONS-TOTAL-VALUE
           MOVE WS-CONS-TOTAL-LINE TO CONSOLIDATION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "*** END OF BRANCH CONSOLIDATION ***"
               TO CONSOLIDATION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           CLOSE CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"                TO WS-ERR-OPERATION
               MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE BRANCH-MASTER-FILE
           IF WS-BRNMAST-FILE-STATUS NOT = "00"
               MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"              TO WS-ERR-OPERATION
               MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE AUDIT-EXTRACT-FILE
           IF WS-MNTAUD-FILE-STATUS NOT = "00"
               MOVE "AUDIT-EXTRACT-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"              TO WS-ERR-OPERATION
               MOVE WS-MNTAUD-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE CONSOLIDATION-REPORT-FILE
           IF WS-CONSRPT-FILE-STATUS NOT = "00"
               MOVE "CONSOLIDATION-REPORT" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"                TO WS-ERR-OPERATION
               MOVE WS-CONSRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           DISPLAY "BRNCONS - CUSTOMERS READ        = "
               WS-MASTER-READ-COUNT
           DISPLAY "BRNCONS - CUSTOMERS MOVED       = "
               WS-MOVED-COUNT
           DISPLAY "BRNCONS - NO OPEN SUCCESSOR     = "
               WS-NO-SUCCESSOR-COUNT
           DISPLAY "BRNCONS - BRANCH NOT ON MASTER  = "
               WS-UNKNOWN-BRANCH-COUNT.
       8000-EXIT.
           EXIT.

       9000-ABEND.
           DISPLAY "BRNCONS - FILE I/O ERROR - " WS-ERROR-MESSAGE
           MOVE 16 TO RETURN-CODE
           GOBACK.
       9000-EXIT.
           EXIT.

       END PROGRAM BRNCONS.
