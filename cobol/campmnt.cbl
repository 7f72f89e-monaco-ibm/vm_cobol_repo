       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPMNT.
      *****************************************************************
      *                                                               *
      *   Greeting-campaign master maintenance.  Applies a           *
      *   transaction file of adds, changes, and expires keyed on    *
      *   the campaign ID against the campaign master (CAMPMAST, a   *
      *   VSAM KSDS on the campaign ID) that HELLO loads at          *
      *   initialization, so marketing can run targeted greetings   *
      *   without a program change.                                   *
      *                                                               *
      *   A campaign carries its start and end dates, a priority     *
      *   (999 highest), up to ten target branch codes and up to     *
      *   five target language codes, and the greeting template to   *
      *   send.  A blank branch list targets every branch and a      *
      *   blank language list every language.  On each run date     *
      *   HELLO greets a customer with the highest-priority active   *
      *   campaign the customer qualifies for, falling back to the   *
      *   GREETTMP template for the customer's language.             *
      *                                                               *
      *   Transaction actions:                                        *
      *     A - add a new campaign (rejected when already on file)   *
      *     C - change the campaign - the transaction carries the    *
      *         complete definition, which replaces the one on file  *
      *         (also reactivates an expired campaign)               *
      *     E - expire the campaign (HELLO stops loading it)         *
      *                                                               *
      *   Adds and changes are edited:  the start date must be       *
      *   numeric and not zero, the end date must not be before the  *
      *   start date, the priority must be numeric, the template     *
      *   text must not be blank, and every target branch must be   *
      *   on the branch master (BRNMAST) and open.  Template text    *
      *   may embed the &NAME and &BRANCH substitution slots, as on  *
      *   GREETTMP.  A printed audit trail shows a before-and-after  *
      *   image of every field changed and the counts of             *
      *   transactions applied, rejected, and not found.              *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-MASTER-FILE ASSIGN TO CAMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAMP-CAMPAIGN-ID
               FILE STATUS IS WS-CAMPMAST-FILE-STATUS.

           SELECT CAMPAIGN-TRAN-FILE ASSIGN TO CAMPTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMPTRAN-FILE-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO BRNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-BRANCH-CODE
               FILE STATUS IS WS-BRNMAST-FILE-STATUS.

           SELECT AUDIT-REPORT-FILE ASSIGN TO CAMPMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMPMRPT-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-MASTER-FILE.
       01  CAMPAIGN-MASTER-RECORD.
           05  CAMP-CAMPAIGN-ID            PIC X(08).
           05  CAMP-DESCRIPTION            PIC X(30).
           05  CAMP-START-DATE             PIC 9(08).
           05  CAMP-END-DATE               PIC 9(08).
           05  CAMP-PRIORITY               PIC 9(03).
           05  CAMP-STATUS-CODE            PIC X(01).
               88  CAMP-ACTIVE                 VALUE 'A'.
               88  CAMP-EXPIRED                VALUE 'E'.
           05  CAMP-TARGET-BRANCHES.
               10  CAMP-TARGET-BRANCH      PIC X(05) OCCURS 10 TIMES.
           05  CAMP-TARGET-LANGUAGES.
               10  CAMP-TARGET-LANGUAGE    PIC X(02) OCCURS 5 TIMES.
           05  CAMP-TEMPLATE-TEXT          PIC X(60).
           05  CAMP-LAST-MAINT-DATE        PIC 9(08).
           05  FILLER                      PIC X(14).

       FD  CAMPAIGN-TRAN-FILE.
       01  CAMPAIGN-TRAN-RECORD.
           05  CTRN-ACTION-CODE            PIC X(01).
               88  CTRN-ADD                    VALUE 'A'.
               88  CTRN-CHANGE                 VALUE 'C'.
               88  CTRN-EXPIRE                 VALUE 'E'.
           05  CTRN-CAMPAIGN-ID            PIC X(08).
           05  CTRN-DESCRIPTION            PIC X(30).
           05  CTRN-START-DATE             PIC 9(08).
           05  CTRN-END-DATE               PIC 9(08).
           05  CTRN-PRIORITY               PIC 9(03).
           05  CTRN-TARGET-BRANCHES.
               10  CTRN-TARGET-BRANCH      PIC X(05) OCCURS 10 TIMES.
           05  CTRN-TARGET-LANGUAGES.
               10  CTRN-TARGET-LANGUAGE    PIC X(02) OCCURS 5 TIMES.
           05  CTRN-TEMPLATE-TEXT          PIC X(60).

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

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD             PIC X(132).
      /
       WORKING-STORAGE SECTION.

       77  WS-TRAN-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  END-OF-TRANSACTIONS            VALUE 'Y'.

       77  WS-CAMPAIGN-FOUND-SWITCH       PIC X(01) VALUE 'N'.
           88  CAMPAIGN-RECORD-FOUND          VALUE 'Y'.

       77  WS-TRAN-VALID-SWITCH           PIC X(01) VALUE 'Y'.
           88  TRAN-IS-VALID                  VALUE 'Y'.
           88  TRAN-IS-INVALID                VALUE 'N'.

       77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
       77  WS-TARGET-IDX                  PIC 9(02) VALUE ZERO.

       77  WS-TRANS-READ-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-APPLIED-COUNT               PIC 9(08) VALUE ZERO.
       77  WS-REJECTED-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-NOTFOUND-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-AUDIT-LINE-COUNT            PIC 9(03) VALUE ZERO.

       77  WS-CAMPMAST-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-CAMPTRAN-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-BRNMAST-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-CAMPMRPT-FILE-STATUS        PIC X(02) VALUE "00".

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
               "CAMPMNT GREETING CAMPAIGN MAINTENANCE     ".
           05  FILLER                     PIC X(10) VALUE
               "RUN DATE: ".
           05  WS-HDG-RUN-DATE             PIC 9999/99/99.

       01  WS-AUDIT-ACTION-LINE.
           05  FILLER                     PIC X(07) VALUE
               "ACTION ".
           05  WS-AUD-ACTION-CODE          PIC X(01).
           05  FILLER                     PIC X(11) VALUE
               "  CAMPAIGN ".
           05  WS-AUD-CAMPAIGN-ID          PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-AUD-RESULT-TEXT          PIC X(45).

      *    The 60-byte template text will not fit a single 132-byte
      *    line with both images, so the before and after values are
      *    printed on separate lines.
       77  WS-AUD-BEFORE-VALUE            PIC X(60) VALUE SPACES.
       77  WS-AUD-AFTER-VALUE             PIC X(60) VALUE SPACES.

       01  WS-AUDIT-VALUE-LINE.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-AUD-FIELD-NAME           PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-AUD-VALUE-LABEL          PIC X(08).
           05  WS-AUD-VALUE-TEXT           PIC X(60).

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
           OPEN I-O CAMPAIGN-MASTER-FILE
           IF WS-CAMPMAST-FILE-STATUS = "35"
               OPEN OUTPUT CAMPAIGN-MASTER-FILE
               IF WS-CAMPMAST-FILE-STATUS NOT = "00"
                   MOVE "CAMPAIGN-MASTER" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"            TO WS-ERR-OPERATION
                   MOVE WS-CAMPMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
               CLOSE CAMPAIGN-MASTER-FILE
               OPEN I-O CAMPAIGN-MASTER-FILE
           END-IF
           IF WS-CAMPMAST-FILE-STATUS NOT = "00"
               MOVE "CAMPAIGN-MASTER" TO WS-ERR-FILE-NAME
               MOVE "OPEN"            TO WS-ERR-OPERATION
               MOVE WS-CAMPMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN INPUT CAMPAIGN-TRAN-FILE
           IF WS-CAMPTRAN-FILE-STATUS NOT = "00"
               MOVE "CAMPAIGN-TRAN-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"               TO WS-ERR-OPERATION
               MOVE WS-CAMPTRAN-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRNMAST-FILE-STATUS NOT = "00"
               MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"               TO WS-ERR-OPERATION
               MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN OUTPUT AUDIT-REPORT-FILE
           IF WS-CAMPMRPT-FILE-STATUS NOT = "00"
               MOVE "AUDIT-REPORT-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"              TO WS-ERR-OPERATION
               MOVE WS-CAMPMRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE
           MOVE WS-AUDIT-HEADING-1 TO AUDIT-REPORT-RECORD
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
           PERFORM 1600-READ-TRANSACTION THRU 1600-EXIT.
       1000-EXIT.
           EXIT.

       1600-READ-TRANSACTION.
           READ CAMPAIGN-TRAN-FILE
               AT END
                   SET END-OF-TRANSACTIONS TO TRUE
               NOT AT END
                   IF WS-CAMPTRAN-FILE-STATUS = "00"
                       ADD 1 TO WS-TRANS-READ-COUNT
                   ELSE
                       MOVE "CAMPAIGN-TRAN-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"               TO WS-ERR-OPERATION
                       MOVE WS-CAMPTRAN-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ.
       1600-EXIT.
           EXIT.

       2000-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN CTRN-ADD
                   PERFORM 3200-APPLY-ADD THRU 3200-EXIT
               WHEN CTRN-CHANGE
                   PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
               WHEN CTRN-EXPIRE
                   PERFORM 3400-APPLY-EXPIRE THRU 3400-EXIT
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
               WHEN CTRN-CAMPAIGN-ID = SPACES
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "REJECTED - CAMPAIGN ID IS BLANK"
                       TO WS-AUD-RESULT-TEXT
                   PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               WHEN CTRN-EXPIRE
                   CONTINUE
               WHEN CTRN-START-DATE NOT NUMERIC
                   OR CTRN-START-DATE = ZERO
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "REJECTED - START DATE INVALID"
                       TO WS-AUD-RESULT-TEXT
                   PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               WHEN CTRN-END-DATE NOT NUMERIC
                   OR CTRN-END-DATE LESS THAN CTRN-START-DATE
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "REJECTED - END DATE BEFORE START DATE"
                       TO WS-AUD-RESULT-TEXT
                   PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               WHEN CTRN-PRIORITY NOT NUMERIC
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "REJECTED - PRIORITY NOT NUMERIC"
                       TO WS-AUD-RESULT-TEXT
                   PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               WHEN CTRN-TEMPLATE-TEXT = SPACES
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE "REJECTED - TEMPLATE TEXT IS BLANK"
                       TO WS-AUD-RESULT-TEXT
                   PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               WHEN OTHER
                   PERFORM 2450-CHECK-TARGET-BRANCH THRU 2450-EXIT
                       VARYING WS-TARGET-IDX FROM 1 BY 1
                       UNTIL WS-TARGET-IDX GREATER THAN 10
                           OR TRAN-IS-INVALID
           END-EVALUATE.
       2400-EXIT.
           EXIT.

      *    A target branch must be on the branch master and still
      *    open; a campaign aimed at a closed branch would never
      *    reach anyone, since its customers belong on the successor.
       2450-CHECK-TARGET-BRANCH.
           IF CTRN-TARGET-BRANCH (WS-TARGET-IDX) = SPACES
               GO TO 2450-EXIT
           END-IF
           MOVE CTRN-TARGET-BRANCH (WS-TARGET-IDX) TO BRN-BRANCH-CODE
           READ BRANCH-MASTER-FILE
           EVALUATE WS-BRNMAST-FILE-STATUS
               WHEN "00"
                   IF BRN-CLOSED
                       SET TRAN-IS-INVALID TO TRUE
                       MOVE SPACES TO WS-AUD-RESULT-TEXT
                       STRING "REJECTED - TARGET BRANCH "
                                  DELIMITED BY SIZE
                              BRN-BRANCH-CODE DELIMITED BY SIZE
                              " IS CLOSED" DELIMITED BY SIZE
                           INTO WS-AUD-RESULT-TEXT
                       PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
                   END-IF
               WHEN "23"
                   SET TRAN-IS-INVALID TO TRUE
                   MOVE SPACES TO WS-AUD-RESULT-TEXT
                   STRING "REJECTED - TARGET BRANCH "
                              DELIMITED BY SIZE
                          BRN-BRANCH-CODE DELIMITED BY SIZE
                          " NOT ON MASTER" DELIMITED BY SIZE
                       INTO WS-AUD-RESULT-TEXT
                   PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               WHEN OTHER
                   MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
                   MOVE "READ"               TO WS-ERR-OPERATION
                   MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE.
       2450-EXIT.
           EXIT.

       2500-READ-CAMPAIGN-BY-KEY.
           MOVE 'N' TO WS-CAMPAIGN-FOUND-SWITCH
           MOVE CTRN-CAMPAIGN-ID TO CAMP-CAMPAIGN-ID
           READ CAMPAIGN-MASTER-FILE
           EVALUATE WS-CAMPMAST-FILE-STATUS
               WHEN "00"
                   SET CAMPAIGN-RECORD-FOUND TO TRUE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "CAMPAIGN-MASTER" TO WS-ERR-FILE-NAME
                   MOVE "READ"            TO WS-ERR-OPERATION
                   MOVE WS-CAMPMAST-FILE-STATUS TO WS-ERR-STATUS
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
           PERFORM 2500-READ-CAMPAIGN-BY-KEY THRU 2500-EXIT
           IF NOT CAMPAIGN-RECORD-FOUND
               MOVE "NOT FOUND - CAMPAIGN NOT ON MASTER"
                   TO WS-AUD-RESULT-TEXT
               PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               ADD 1 TO WS-NOTFOUND-COUNT
               GO TO 3100-EXIT
           END-IF
           MOVE "APPLIED - CAMPAIGN CHANGED" TO WS-AUD-RESULT-TEXT
           PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
           PERFORM 3150-AUDIT-CHANGED-FIELDS THRU 3150-EXIT
           MOVE CTRN-DESCRIPTION TO CAMP-DESCRIPTION
           MOVE CTRN-START-DATE TO CAMP-START-DATE
           MOVE CTRN-END-DATE TO CAMP-END-DATE
           MOVE CTRN-PRIORITY TO CAMP-PRIORITY
           MOVE CTRN-TARGET-BRANCHES TO CAMP-TARGET-BRANCHES
           MOVE CTRN-TARGET-LANGUAGES TO CAMP-TARGET-LANGUAGES
           MOVE CTRN-TEMPLATE-TEXT TO CAMP-TEMPLATE-TEXT
           MOVE 'A' TO CAMP-STATUS-CODE
           MOVE WS-CURRENT-DATE TO CAMP-LAST-MAINT-DATE
           REWRITE CAMPAIGN-MASTER-RECORD
           IF WS-CAMPMAST-FILE-STATUS NOT = "00"
               MOVE "CAMPAIGN-MASTER" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"         TO WS-ERR-OPERATION
               MOVE WS-CAMPMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           ADD 1 TO WS-APPLIED-COUNT.
       3100-EXIT.
           EXIT.

      *    Print a before-and-after image of each field the change
      *    actually alters.
       3150-AUDIT-CHANGED-FIELDS.
           IF CTRN-DESCRIPTION NOT = CAMP-DESCRIPTION
               MOVE "DESC" TO WS-AUD-FIELD-NAME
               MOVE CAMP-DESCRIPTION TO WS-AUD-BEFORE-VALUE
               MOVE CTRN-DESCRIPTION TO WS-AUD-AFTER-VALUE
               PERFORM 6200-WRITE-AUDIT-FIELD THRU 6200-EXIT
           END-IF
           IF CTRN-START-DATE NOT = CAMP-START-DATE
               MOVE "START" TO WS-AUD-FIELD-NAME
               MOVE CAMP-START-DATE TO WS-AUD-BEFORE-VALUE
               MOVE CTRN-START-DATE TO WS-AUD-AFTER-VALUE
               PERFORM 6200-WRITE-AUDIT-FIELD THRU 6200-EXIT
           END-IF
           IF CTRN-END-DATE NOT = CAMP-END-DATE
               MOVE "END" TO WS-AUD-FIELD-NAME
               MOVE CAMP-END-DATE TO WS-AUD-BEFORE-VALUE
               MOVE CTRN-END-DATE TO WS-AUD-AFTER-VALUE
               PERFORM 6200-WRITE-AUDIT-FIELD THRU 6200-EXIT
           END-IF
           IF CTRN-PRIORITY NOT = CAMP-PRIORITY
               MOVE "PRIORITY" TO WS-AUD-FIELD-NAME
               MOVE CAMP-PRIORITY TO WS-AUD-BEFORE-VALUE
               MOVE CTRN-PRIORITY TO WS-AUD-AFTER-VALUE
               PERFORM 6200-WRITE-AUDIT-FIELD THRU 6200-EXIT
           END-IF
           IF CTRN-TARGET-BRANCHES NOT = CAMP-TARGET-BRANCHES
               MOVE "BRANCHES" TO WS-AUD-FIELD-NAME
               MOVE CAMP-TARGET-BRANCHES TO WS-AUD-BEFORE-VALUE
               MOVE CTRN-TARGET-BRANCHES TO WS-AUD-AFTER-VALUE
               PERFORM 6200-WRITE-AUDIT-FIELD THRU 6200-EXIT
           END-IF
           IF CTRN-TARGET-LANGUAGES NOT = CAMP-TARGET-LANGUAGES
               MOVE "LANGUAGES" TO WS-AUD-FIELD-NAME
               MOVE CAMP-TARGET-LANGUAGES TO WS-AUD-BEFORE-VALUE
               MOVE CTRN-TARGET-LANGUAGES TO WS-AUD-AFTER-VALUE
               PERFORM 6200-WRITE-AUDIT-FIELD THRU 6200-EXIT
           END-IF
           IF CTRN-TEMPLATE-TEXT NOT = CAMP-TEMPLATE-TEXT
               MOVE "TEXT" TO WS-AUD-FIELD-NAME
               MOVE CAMP-TEMPLATE-TEXT TO WS-AUD-BEFORE-VALUE
               MOVE CTRN-TEMPLATE-TEXT TO WS-AUD-AFTER-VALUE
               PERFORM 6200-WRITE-AUDIT-FIELD THRU 6200-EXIT
           END-IF
           IF CAMP-EXPIRED
               MOVE "STATUS" TO WS-AUD-FIELD-NAME
               MOVE CAMP-STATUS-CODE TO WS-AUD-BEFORE-VALUE
               MOVE 'A' TO WS-AUD-AFTER-VALUE
               PERFORM 6200-WRITE-AUDIT-FIELD THRU 6200-EXIT
           END-IF.
       3150-EXIT.
           EXIT.

       3200-APPLY-ADD.
           PERFORM 2400-VALIDATE-TRAN-FIELDS THRU 2400-EXIT
           IF TRAN-IS-INVALID
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3200-EXIT
           END-IF
           MOVE SPACES TO CAMPAIGN-MASTER-RECORD
           MOVE CTRN-CAMPAIGN-ID TO CAMP-CAMPAIGN-ID
           MOVE CTRN-DESCRIPTION TO CAMP-DESCRIPTION
           MOVE CTRN-START-DATE TO CAMP-START-DATE
           MOVE CTRN-END-DATE TO CAMP-END-DATE
           MOVE CTRN-PRIORITY TO CAMP-PRIORITY
           MOVE CTRN-TARGET-BRANCHES TO CAMP-TARGET-BRANCHES
           MOVE CTRN-TARGET-LANGUAGES TO CAMP-TARGET-LANGUAGES
           MOVE CTRN-TEMPLATE-TEXT TO CAMP-TEMPLATE-TEXT
           MOVE 'A' TO CAMP-STATUS-CODE
           MOVE WS-CURRENT-DATE TO CAMP-LAST-MAINT-DATE
           WRITE CAMPAIGN-MASTER-RECORD
           EVALUATE WS-CAMPMAST-FILE-STATUS
               WHEN "00"
                   MOVE "APPLIED - CAMPAIGN ADDED"
                       TO WS-AUD-RESULT-TEXT
                   PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN "22"
                   MOVE "REJECTED - CAMPAIGN ALREADY ON FILE"
                       TO WS-AUD-RESULT-TEXT
                   PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   MOVE "CAMPAIGN-MASTER" TO WS-ERR-FILE-NAME
                   MOVE "WRITE"           TO WS-ERR-OPERATION
                   MOVE WS-CAMPMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE.
       3200-EXIT.
           EXIT.

       3400-APPLY-EXPIRE.
           PERFORM 2400-VALIDATE-TRAN-FIELDS THRU 2400-EXIT
           IF TRAN-IS-INVALID
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3400-EXIT
           END-IF
           PERFORM 2500-READ-CAMPAIGN-BY-KEY THRU 2500-EXIT
           IF NOT CAMPAIGN-RECORD-FOUND
               MOVE "NOT FOUND - CAMPAIGN NOT ON MASTER"
                   TO WS-AUD-RESULT-TEXT
               PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
               ADD 1 TO WS-NOTFOUND-COUNT
               GO TO 3400-EXIT
           END-IF
           MOVE "APPLIED - CAMPAIGN EXPIRED" TO WS-AUD-RESULT-TEXT
           PERFORM 6100-WRITE-AUDIT-ACTION THRU 6100-EXIT
           MOVE "STATUS" TO WS-AUD-FIELD-NAME
           MOVE CAMP-STATUS-CODE TO WS-AUD-BEFORE-VALUE
           MOVE 'E' TO WS-AUD-AFTER-VALUE
           PERFORM 6200-WRITE-AUDIT-FIELD THRU 6200-EXIT
           MOVE 'E' TO CAMP-STATUS-CODE
           MOVE WS-CURRENT-DATE TO CAMP-LAST-MAINT-DATE
           REWRITE CAMPAIGN-MASTER-RECORD
           IF WS-CAMPMAST-FILE-STATUS NOT = "00"
               MOVE "CAMPAIGN-MASTER" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"         TO WS-ERR-OPERATION
               MOVE WS-CAMPMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           ADD 1 TO WS-APPLIED-COUNT.
       3400-EXIT.
           EXIT.

       6000-WRITE-AUDIT-LINE.
           WRITE AUDIT-REPORT-RECORD
           IF WS-CAMPMRPT-FILE-STATUS NOT = "00"
               MOVE "AUDIT-REPORT-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"             TO WS-ERR-OPERATION
               MOVE WS-CAMPMRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           ADD 1 TO WS-AUDIT-LINE-COUNT.
       6000-EXIT.
           EXIT.

       6100-WRITE-AUDIT-ACTION.
           MOVE CTRN-ACTION-CODE TO WS-AUD-ACTION-CODE
           MOVE CTRN-CAMPAIGN-ID TO WS-AUD-CAMPAIGN-ID
           MOVE WS-AUDIT-ACTION-LINE TO AUDIT-REPORT-RECORD
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT.
       6100-EXIT.
           EXIT.

       6200-WRITE-AUDIT-FIELD.
           MOVE "BEFORE  " TO WS-AUD-VALUE-LABEL
           MOVE WS-AUD-BEFORE-VALUE TO WS-AUD-VALUE-TEXT
           MOVE WS-AUDIT-VALUE-LINE TO AUDIT-REPORT-RECORD
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
           MOVE "AFTER   " TO WS-AUD-VALUE-LABEL
           MOVE WS-AUD-AFTER-VALUE TO WS-AUD-VALUE-TEXT
           MOVE WS-AUDIT-VALUE-LINE TO AUDIT-REPORT-RECORD
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
           MOVE "*** END OF CAMPAIGN MAINTENANCE AUDIT ***"
               TO AUDIT-REPORT-RECORD
           PERFORM 6000-WRITE-AUDIT-LINE THRU 6000-EXIT
           CLOSE CAMPAIGN-MASTER-FILE
           IF WS-CAMPMAST-FILE-STATUS NOT = "00"
               MOVE "CAMPAIGN-MASTER" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"           TO WS-ERR-OPERATION
               MOVE WS-CAMPMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE CAMPAIGN-TRAN-FILE
           IF WS-CAMPTRAN-FILE-STATUS NOT = "00"
               MOVE "CAMPAIGN-TRAN-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"              TO WS-ERR-OPERATION
               MOVE WS-CAMPTRAN-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE BRANCH-MASTER-FILE
           IF WS-BRNMAST-FILE-STATUS NOT = "00"
               MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"              TO WS-ERR-OPERATION
               MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE AUDIT-REPORT-FILE
           IF WS-CAMPMRPT-FILE-STATUS NOT = "00"
               MOVE "AUDIT-REPORT-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"             TO WS-ERR-OPERATION
               MOVE WS-CAMPMRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           DISPLAY "CAMPMNT - TRANSACTIONS APPLIED   = "
               WS-APPLIED-COUNT
           DISPLAY "CAMPMNT - TRANSACTIONS REJECTED  = "
               WS-REJECTED-COUNT
           DISPLAY "CAMPMNT - TRANSACTIONS NOT FOUND = "
               WS-NOTFOUND-COUNT.
       8000-EXIT.
           EXIT.

       9000-ABEND.
           DISPLAY "CAMPMNT - FILE I/O ERROR - " WS-ERROR-MESSAGE
           MOVE 16 TO RETURN-CODE
           GOBACK.
       9000-EXIT.
           EXIT.

       END PROGRAM CAMPMNT.
