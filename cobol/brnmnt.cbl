       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRNMNT.
      *****************************************************************
      *                                                               *
      *   Branch reference master maintenance.  Applies a            *
      *   transaction file of adds, changes, and closes keyed on     *
      *   the branch code against the branch master (BRNMAST, a      *
      *   VSAM KSDS on the branch code).  The branch master is the   *
      *   reference the HELLOVAL edit, CUSTMNT, and the HELLOINQ     *
      *   online transaction check every customer branch code        *
      *   against, and supplies the branch name and region printed   *
      *   by HELLOBRN and BRNQUAL.                                    *
      *                                                               *
      *   Transaction actions:                                        *
      *     A - add a new open branch (name and region required;     *
      *         rejected when already on file)                       *
      *     C - change name / region (blank = no change); a closed   *
      *         branch cannot be changed                              *
      *     X - close the branch; the successor branch is required,  *
      *         must differ from the branch, and must be on file     *
      *         and open.  The BRNCONS consolidation run then moves  *
      *         the closed branch's customers to the successor.      *
      *                                                               *
      *   A printed audit trail shows a before-and-after image of    *
      *   every field changed and the counts of transactions         *
      *   applied, rejected, and not found.                           *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER-FILE ASSIGN TO BRNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-BRANCH-CODE
               FILE STATUS IS WS-BRNMAST-FILE-STATUS.

           SELECT BRANCH-TRAN-FILE ASSIGN TO BRNTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRNTRAN-FILE-STATUS.

           SELECT AUDIT-REPORT-FILE ASSIGN TO BRNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRNRPT-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
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

       FD  BRANCH-TRAN-FILE.
       01  BRANCH-TRAN-RECORD.
           05  BTRN-ACTION-CODE            PIC X(01).
               88  BTRN-ADD                    VALUE 'A'.
               88  BTRN-CHANGE                 VALUE 'C'.
               88  BTRN-CLOSE                  VALUE 'X'.
           05  BTRN-BRANCH-CODE            PIC X(05).
           05  BTRN-BRANCH-NAME            PIC X(30).
           05  BTRN-REGION-CODE            PIC X(05).
           05  BTRN-SUCCESSOR-CODE         PIC X(05).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD             PIC X(132).
      /
       WORKING-STORAGE SECTION.

       77  WS-TRAN-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  END-OF-TRANSACTIONS            VALUE 'Y'.

       77  WS-BRANCH-FOUND-SWITCH         PIC X(01) VALUE 'N'.
           88  BRANCH-RECORD-FOUND            VALUE 'Y'.

       77  WS-TRAN-VALID-SWITCH           PIC X(01) VALUE 'Y'.
           88  TRAN-IS-VALID                  VALUE 'Y'.
           88  TRAN-IS-INVALID                VALUE 'N'.

       77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.

       77  WS-TRANS-READ-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-APPLIED-COUNT               PIC 9(08) VALUE ZERO.
       77  WS-REJECTED-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-NOTFOUND-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-AUDIT-LINE-COUNT            PIC 9(03) VALUE ZERO.

       77  WS-BRNMAST-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-BRNTRAN-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-BRNRPT-FILE-STATUS          PIC X(02) VALUE "00".

       01  WS-ERROR-MESSAGE.
           05  WS-ERR-FILE-NAME           PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-ERR-OPERATION           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE
               "FILE STATUS = ".
           05  WS-ERR-STATUS               PIC X(02).

       01  WS-AUDIT-HEADING-1.
           05  FILLER                     PIC X(42) VALUE
               "BRNMNT BRANCH MASTER MAINTENANCE AUDIT    ".
           05  FILLER                     PIC X(10) VALUE
               "RUN DATE: ".
           05  WS-HDG-RUN-DATE             PIC 9999/99/99.

       01  WS-AUDIT-ACTION-LINE.
           05  FILLER                     PIC X(07) VALUE
               "ACTION ".
           05  WS-AUD-ACTION-CODE          PIC X(01).
           05  FILLER                     PIC X(09) VALUE
               "  BRANCH ".
           05  WS-AUD-BRANCH-CODE          PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-AUD-RESULT-TEXT          PIC X(40).

       01  WS-AUDIT-FIELD-LINE.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-AUD-FIELD-NAME           PIC X(10).
           05  FILLER                     PIC X(08) VALUE
               " BEFORE ".
           05  WS-AUD-BEFORE-VALUE         PIC X(30).
           05  FILLER                     PIC X(07) VALUE
               " AFTER ".
           05  WS-AUD-AFTER-VALUE          PIC X(30).

       01  WS-AUDIT-TOTAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-AUD-TOTAL-LABEL          PIC X(26).
           05  FILLER                     PIC X(02) VALUE
               "= ".
           05  WS-AUD-TOTAL-VALUE          PIC ZZ,ZZZ,ZZ9.
      /
       PROCEDURE DIVISION.
       Main.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
               UNTIL END-OF-TRANSACTIONS
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           IF WS-REJECTED-COUNT GREATER THAN ZERO
               OR WS-NOTFOUND-COUNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN I-O BRANCH-MASTER-FILE
           IF WS-BRNMAST-FILE-STATUS = "35"
               OPEN OUTPUT BRANCH-MASTER-FILE
               IF WS-BRNMAST-FILE-STATUS NOT = "00"
                   MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"               TO WS-ERR-OPERATION
                   MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
               CLOSE BRANCH-MASTER-FILE
               OPEN I-O BRANCH-MASTER-FILE
           END-IF
           IF WS-BRNMAST-FILE-STATUS NOT = "00"
               MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"               TO WS-ERR-OPERATION
               MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN INPUT BRANCH-TRAN-FILE
           IF WS-BRNTRAN-FILE-STATUS NOT = "00"
               MOVE "BRANCH-TRAN-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"             TO WS-ERR-OPERATION
               MOVE WS-BRNTRAN-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN OUTPUT AUDIT-REPORT-FILE
           IF WS-BRNRPT-FILE-STATUS NOT = "00"
               MOVE "AUDIT-REPORT-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"              TO WS-ERR-OPERATION
               MOVE WS-BRNRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE
           MOVE WS-AUDIT-HEADING-1 TO AUDIT-REPORT-RECORD
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
           PERFORM 1600-READ-TRANSACTION THRU 1600-EXIT.
       1000-EXIT.
           EXIT.

       1600-READ-TRANSACTION.
           READ BRANCH-TRAN-FILE
               AT END
                   SET END-OF-TRANSACTIONS TO TRUE
               NOT AT END
                   IF WS-BRNTRAN-FILE-STATUS = "00"
                       ADD 1 TO WS-TRANS-READ-COUNT
                   ELSE
                       MOVE "BRANCH-TRAN-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"             TO WS-ERR-OPERATION
                       MOVE WS-BRNTRAN-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ.
       1600-EXIT.
           EXIT.

       2000-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN BTRN-ADD
                   PERFORM 3200-APPLY-ADD THRU 3200-EXIT
               WHEN BTRN-CHANGE
                   PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
               WHEN BTRN-CLOSE
                   PERFORM 3400-APPLY-CLOSE THRU 3400-EXIT
               WHEN OTHER
                   MOVE "REJECTED - INVALID ACTION CODE"
                       TO WS-AUD-RESULT-TEXT
                   PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           PERFORM 1600-READ-TRANSACTION THRU 1600-EXIT.
       2000-EXIT.
           EXIT.

       2400-VALIDATE-TRAN-FIELDS.
           SET TRAN-IS-VALID TO TRUE
           EVALUATE TRUE
               WHEN BTRN-BRANCH-CODE = SPACES
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "REJECTED - BRANCH CODE IS BLANK"
                       TO WS-AUD-RESULT-TEXT
                   PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               WHEN BTRN-ADD AND BTRN-BRANCH-NAME = SPACES
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "REJECTED - BRANCH NAME IS BLANK"
                       TO WS-AUD-RESULT-TEXT
                   PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               WHEN BTRN-ADD AND BTRN-REGION-CODE = SPACES
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "REJECTED - REGION IS BLANK"
                       TO WS-AUD-RESULT-TEXT
                   PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               WHEN BTRN-CLOSE AND BTRN-SUCCESSOR-CODE = SPACES
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "REJECTED - SUCCESSOR BRANCH IS BLANK"
                       TO WS-AUD-RESULT-TEXT
                   PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               WHEN BTRN-CLOSE
                   AND BTRN-SUCCESSOR-CODE = BTRN-BRANCH-CODE
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "REJECTED - BRANCH IS ITS OWN SUCCESSOR"
                       TO WS-AUD-RESULT-TEXT
                   PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2400-EXIT.
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

       3100-APPLY-CHANGE.
           PERFORM 2400-VALIDATE-TRAN-FIELDS THRU 2400-EXIT
           IF TRAN-IS-INVALID
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3100-EXIT
           END-IF
           MOVE BTRN-BRANCH-CODE TO BRN-BRANCH-CODE
           PERFORM 2500-READ-BRANCH-BY-KEY THRU 2500-EXIT
           IF NOT BRANCH-RECORD-FOUND
               MOVE "NOT FOUND - BRANCH NOT ON MASTER"
                   TO WS-AUD-RESULT-TEXT
               PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               ADD 1 TO WS-NOTFOUND-COUNT
               GO TO 3100-EXIT
           END-IF
           IF BRN-CLOSED
               MOVE "REJECTED - BRANCH IS CLOSED"
                   TO WS-AUD-RESULT-TEXT
               PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3100-EXIT
           END-IF
           MOVE "APPLIED - BRANCH CHANGED" TO WS-AUD-RESULT-TEXT
           PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
           IF BTRN-BRANCH-NAME NOT = SPACES
               MOVE "NAME" TO WS-AUD-FIELD-NAME
               MOVE BRN-BRANCH-NAME TO WS-AUD-BEFORE-VALUE
               MOVE BTRN-BRANCH-NAME TO WS-AUD-AFTER-VALUE
               PERFORM 6200-WRITE-AUDIT-FIELD THRU 6200-EXIT
               MOVE BTRN-BRANCH-NAME TO BRN-BRANCH-NAME
           END-IF
           IF BTRN-REGION-CODE NOT = SPACES
               MOVE "REGION" TO WS-AUD-FIELD-NAME
               MOVE BRN-REGION-CODE TO WS-AUD-BEFORE-VALUE
               MOVE BTRN-REGION-CODE TO WS-AUD-AFTER-VALUE
               PERFORM 6200-WRITE-AUDIT-FIELD THRU 6200-EXIT
               MOVE BTRN-REGION-CODE TO BRN-REGION-CODE
           END-IF
           MOVE WS-CURRENT-DATE TO BRN-LAST-MAINT-DATE
           REWRITE BRANCH-MASTER-RECORD
           IF WS-BRNMAST-FILE-STATUS NOT = "00"
               MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"            TO WS-ERR-OPERATION
               MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           ADD 1 TO WS-APPLIED-COUNT.
       3100-EXIT.
           EXIT.

       3200-APPLY-ADD.
           PERFORM 2400-VALIDATE-TRAN-FIELDS THRU 2400-EXIT
           IF TRAN-IS-INVALID
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3200-EXIT
           END-IF
           MOVE SPACES TO BRANCH-MASTER-RECORD
           MOVE BTRN-BRANCH-CODE TO BRN-BRANCH-CODE
           MOVE BTRN-BRANCH-NAME TO BRN-BRANCH-NAME
           MOVE BTRN-REGION-CODE TO BRN-REGION-CODE
           MOVE 'O' TO BRN-STATUS-CODE
           MOVE ZERO TO BRN-CLOSE-DATE
           MOVE WS-CURRENT-DATE TO BRN-LAST-MAINT-DATE
           WRITE BRANCH-MASTER-RECORD
           EVALUATE WS-BRNMAST-FILE-STATUS
               WHEN "00"
                   MOVE "APPLIED - BRANCH ADDED"
                       TO WS-AUD-RESULT-TEXT
                   PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN "22"
                   MOVE "REJECTED - BRANCH ALREADY ON FILE"
                       TO WS-AUD-RESULT-TEXT
                   PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
                   MOVE "WRITE"              TO WS-ERR-OPERATION
                   MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      *    The successor is read first so the branch being closed is
      *    the record in the buffer when it is rewritten.
       3400-APPLY-CLOSE.
           PERFORM 2400-VALIDATE-TRAN-FIELDS THRU 2400-EXIT
           IF TRAN-IS-INVALID
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3400-EXIT
           END-IF
           MOVE BTRN-SUCCESSOR-CODE TO BRN-BRANCH-CODE
           PERFORM 2500-READ-BRANCH-BY-KEY THRU 2500-EXIT
           IF NOT BRANCH-RECORD-FOUND
               MOVE "REJECTED - SUCCESSOR NOT ON MASTER"
                   TO WS-AUD-RESULT-TEXT
               PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3400-EXIT
           END-IF
           IF BRN-CLOSED
               MOVE "REJECTED - SUCCESSOR BRANCH IS CLOSED"
                   TO WS-AUD-RESULT-TEXT
               PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3400-EXIT
           END-IF
           MOVE BTRN-BRANCH-CODE TO BRN-BRANCH-CODE
           PERFORM 2500-READ-BRANCH-BY-KEY THRU 2500-EXIT
           IF NOT BRANCH-RECORD-FOUND
               MOVE "NOT FOUND - BRANCH NOT ON MASTER"
                   TO WS-AUD-RESULT-TEXT
               PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               ADD 1 TO WS-NOTFOUND-COUNT
               GO TO 3400-EXIT
           END-IF
           IF BRN-CLOSED
               MOVE "REJECTED - BRANCH ALREADY CLOSED"
                   TO WS-AUD-RESULT-TEXT
               PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3400-EXIT
           END-IF
           MOVE "APPLIED - BRANCH CLOSED" TO WS-AUD-RESULT-TEXT
           PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
           MOVE "STATUS" TO WS-AUD-FIELD-NAME
           MOVE BRN-STATUS-CODE TO WS-AUD-BEFORE-VALUE
           MOVE 'C' TO WS-AUD-AFTER-VALUE
           PERFORM 6200-WRITE-AUDIT-FIELD THRU 6200-EXIT
           MOVE "SUCCESSOR" TO WS-AUD-FIELD-NAME
           MOVE BRN-SUCCESSOR-CODE TO WS-AUD-BEFORE-VALUE
           MOVE BTRN-SUCCESSOR-CODE TO WS-AUD-AFTER-VALUE
           PERFORM 6200-WRITE-AUDIT-FIELD THRU 6200-EXIT
           MOVE 'C' TO BRN-STATUS-CODE
           MOVE BTRN-SUCCESSOR-CODE TO BRN-SUCCESSOR-CODE
           MOVE WS-CURRENT-DATE TO BRN-CLOSE-DATE
           MOVE WS-CURRENT-DATE TO BRN-LAST-MAINT-DATE
           REWRITE BRANCH-MASTER-RECORD
           IF WS-BRNMAST-FILE-STATUS NOT = "00"
               MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"            TO WS-ERR-OPERATION
               MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           ADD 1 TO WS-APPLIED-COUNT.
       3400-EXIT.
           EXIT.

       6000-WRITE-AUDIT-LINE.
           WRITE AUDIT-REPORT-RECORD
           IF WS-BRNRPT-FILE-STATUS NOT = "00"
               MOVE "AUDIT-REPORT-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"             TO WS-ERR-OPERATION
               MOVE WS-BRNRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           ADD 1 TO WS-AUDIT-LINE-COUNT.
       6000-EXIT.
           EXIT.

       6100-WRITE-AUDIT-ACTION.
           MOVE BTRN-ACTION-CODE TO WS-AUD-ACTION-CODE
           MOVE BTRN-BRANCH-CODE TO WS-AUD-BRANCH-CODE
           MOVE WS-AUDIT-ACTION-LINE TO AUDIT-REPORT-RECORD
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT.
       6100-EXIT.
           EXIT.

       6200-WRITE-AUDIT-FIELD.
           MOVE WS-AUDIT-FIELD-LINE TO AUDIT-REPORT-RECORD
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT.
       6200-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE SPACES TO AUDIT-REPORT-RECORD
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
           MOVE "TRANSACTIONS READ" TO WS-AUD-TOTAL-LABEL
           MOVE WS-TRANS-READ-COUNT TO WS-AUD-TOTAL-VALUE
           MOVE WS-AUDIT-TOTAL-LINE TO AUDIT-REPORT-RECORD
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
           MOVE "TRANSACTIONS APPLIED" TO WS-AUD-TOTAL-LABEL
           MOVE WS-APPLIED-COUNT TO WS-AUD-TOTAL-VALUE
           MOVE WS-AUDIT-TOTAL-LINE TO AUDIT-REPORT-RECORD
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
           MOVE "TRANSACTIONS REJECTED" TO WS-AUD-TOTAL-LABEL
           MOVE WS-REJECTED-COUNT TO WS-AUD-TOTAL-VALUE
           MOVE WS-AUDIT-TOTAL-LINE TO AUDIT-REPORT-RECORD
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
           MOVE "TRANSACTIONS NOT FOUND" TO WS-AUD-TOTAL-LABEL
           MOVE WS-NOTFOUND-COUNT TO WS-AUD-TOTAL-VALUE
           MOVE WS-AUDIT-TOTAL-LINE TO AUDIT-REPORT-RECORD
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
           MOVE "*** END OF BRANCH MAINTENANCE AUDIT ***"
               TO AUDIT-REPORT-RECORD
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
           CLOSE BRANCH-MASTER-FILE
           IF WS-BRNMAST-FILE-STATUS NOT = "00"
               MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"              TO WS-ERR-OPERATION
               MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE BRANCH-TRAN-FILE
           IF WS-BRNTRAN-FILE-STATUS NOT = "00"
               MOVE "BRANCH-TRAN-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"            TO WS-ERR-OPERATION
               MOVE WS-BRNTRAN-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE AUDIT-REPORT-FILE
           IF WS-BRNRPT-FILE-STATUS NOT = "00"
               MOVE "AUDIT-REPORT-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"             TO WS-ERR-OPERATION
               MOVE WS-BRNRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           DISPLAY "BRNMNT - TRANSACTIONS APPLIED   = "
               WS-APPLIED-COUNT
           DISPLAY "BRNMNT - TRANSACTIONS REJECTED  = "
               WS-REJECTED-COUNT
           DISPLAY "BRNMNT - TRANSACTIONS NOT FOUND = "
               WS-NOTFOUND-COUNT.
       8000-EXIT.
           EXIT.

       9000-ABEND.
           DISPLAY "BRNMNT - FILE I/O ERROR - " WS-ERROR-MESSAGE
           MOVE 16 TO RETURN-CODE
           GOBACK.
       9000-EXIT.
           EXIT.

       END PROGRAM BRNMNT.
