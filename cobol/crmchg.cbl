       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRMCHG.
      *****************************************************************
      *                                                               *
      *   Nightly customer change feed to the CRM system.  CRMFEED   *
      *   only ever carries greetings, so customer maintenance done  *
      *   through CUSTMNT, HELLOINQ, the branch consolidation run    *
      *   (BRNCONS) and the dormancy sweep (CUSTDORM) used to reach  *
      *   CRM only when someone keyed it there by hand.  This step   *
      *   reads the consolidated audit history (AUDHIST) for the     *
      *   entries AUDMERGE loaded on the cycle date - both the       *
      *   online (O) and batch (B) channels - and writes one record  *
      *   per changed customer to the change feed (CRMCHGF) with     *
      *   the customer's current values from the customer master     *
      *   (CUSTMAST):                                                 *
      *                                                               *
      *     A - added     - the account was added, or reinstated     *
      *                     from closed, during the day              *
      *     C - changed   - any other change to a customer still     *
      *                     open on the master                       *
      *     D - deleted   - the account is closed, or no longer on   *
      *                     the master at all                        *
      *                                                               *
      *   Record layout (80 bytes):                                   *
      *     H - header    feed date, environment, date and time the  *
      *                   feed was created                            *
      *     D - detail    change type, account, name, branch,        *
      *                   language, status and status date, date     *
      *                   and time of the last change, and the       *
      *                   channel(s) it came through (O, B or M for   *
      *                   both)                                       *
      *     T - trailer   detail record count, hash total of the     *
      *                   detail account numbers, and the audit      *
      *                   entries the feed was built from            *
      *                                                               *
      *   Balance:  the online and batch entries selected, and the   *
      *   hash total of their account numbers, must agree with the   *
      *   control totals AUDMERGE left on AUDTOTS for the day.  Out  *
      *   of balance, the feed is written but the step ends with     *
      *   return code 12 and is marked abnormal on the cycle-control *
      *   file (CYCLCTL), so it is not transmitted.                  *
      *                                                               *
      *   PARM='ENV,YYYYMMDD,FORCE' - cycle date as for the other    *
      *   cycle steps.  The run is refused (return code 12) when     *
      *   AUDTOTS is missing or is not for the cycle date, i.e.      *
      *   AUDMERGE has not loaded the day's changes; FORCE builds    *
      *   the feed anyway from whatever was loaded on the cycle      *
      *   date, skips the balance, and sets return code 4.           *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-HISTORY-FILE ASSIGN TO AUDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AHST-KEY
               FILE STATUS IS WS-AUDHIST-FILE-STATUS.

           SELECT AUDIT-TOTALS-FILE ASSIGN TO AUDTOTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTOTS-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MAST-ACCOUNT-NO
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT CRM-CHANGE-FILE ASSIGN TO CRMCHGF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMCHGF-FILE-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCL-STEP-NAME
               FILE STATUS IS WS-CYCLCTL-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-HISTORY-FILE.
       01  AUDIT-HISTORY-RECORD.
           05  AHST-KEY.
               10  AHST-ACCOUNT-NO         PIC X(10).
               10  AHST-CHANGE-DATE        PIC 9(08).
               10  AHST-CHANGE-TIME        PIC 9(06).
               10  AHST-SEQ-NO             PIC 9(04).
           05  AHST-CHANNEL-CODE           PIC X(01).
           05  AHST-USER-ID                PIC X(08).
           05  AHST-TERMINAL-ID            PIC X(04).
           05  AHST-FIELD-NAME             PIC X(10).
           05  AHST-BEFORE-VALUE           PIC X(30).
           05  AHST-AFTER-VALUE            PIC X(30).
           05  AHST-LOAD-DATE              PIC 9(08).
           05  AHST-APPROVER-ID            PIC X(08).
           05  FILLER                      PIC X(01).

       FD  AUDIT-TOTALS-FILE.
       01  AUDIT-TOTALS-RECORD.
           05  AUDT-LOAD-DATE              PIC 9(08).
           05  AUDT-ENV-CODE               PIC X(04).
           05  AUDT-QUEUE-READ             PIC 9(08).
           05  AUDT-BATCH-READ             PIC 9(08).
           05  AUDT-ONLINE-LOADED          PIC 9(08).
           05  AUDT-BATCH-LOADED           PIC 9(08).
           05  AUDT-LOADED-COUNT           PIC 9(08).
           05  AUDT-ACCOUNT-HASH           PIC 9(18).
           05  FILLER                      PIC X(10).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-MAST-NAME              PIC X(30).
           05  CUST-MAST-ACCOUNT-NO        PIC 9(10).
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

       FD  CRM-CHANGE-FILE.
       01  CRM-CHANGE-HEADER.
           05  CCHH-RECORD-TYPE            PIC X(01).
           05  CCHH-FEED-DATE              PIC 9(08).
           05  CCHH-ENV-CODE               PIC X(04).
           05  CCHH-CREATED-DATE           PIC 9(08).
           05  CCHH-CREATED-TIME           PIC 9(06).
           05  CCHH-FEED-NAME              PIC X(08).
           05  FILLER                      PIC X(45).
       01  CRM-CHANGE-DETAIL.
           05  CCHG-RECORD-TYPE            PIC X(01).
           05  CCHG-CHANGE-TYPE            PIC X(01).
           05  CCHG-ACCOUNT-NO             PIC 9(10).
           05  CCHG-NAME                   PIC X(30).
           05  CCHG-BRANCH-CODE            PIC X(05).
           05  CCHG-LANGUAGE-CODE          PIC X(02).
           05  CCHG-STATUS-CODE            PIC X(01).
           05  CCHG-STATUS-DATE            PIC 9(08).
           05  CCHG-CHANGE-DATE            PIC 9(08).
           05  CCHG-CHANGE-TIME            PIC 9(06).
           05  CCHG-CHANNEL-CODE           PIC X(01).
           05  FILLER                      PIC X(07).
       01  CRM-CHANGE-TRAILER.
           05  CCHT-RECORD-TYPE            PIC X(01).
           05  CCHT-RECORD-COUNT           PIC 9(08).
           05  CCHT-ACCOUNT-HASH           PIC 9(18).
           05  CCHT-AUDIT-ENTRIES          PIC 9(08).
           05  FILLER                      PIC X(45).

       FD  CYCLE-CONTROL-FILE.
       01  CYCLE-CONTROL-RECORD.
           05  CYCL-STEP-NAME              PIC X(08).
           05  CYCL-RUN-DATE               PIC 9(08).
           05  CYCL-ENV-CODE               PIC X(04).
           05  CYCL-START-TIME             PIC 9(06).
           05  CYCL-END-TIME               PIC 9(06).
           05  CYCL-STATUS-CODE            PIC X(01).
           05  CYCL-RETURN-CODE            PIC 9(02).
           05  FILLER                      PIC X(05).
      /
       WORKING-STORAGE SECTION.

       77  WS-AUDHIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  END-OF-AUDIT-HISTORY           VALUE 'Y'.
       77  WS-BALANCE-SWITCH              PIC X(01) VALUE 'Y'.
           88  FEED-IN-BALANCE                VALUE 'Y'.
           88  FEED-OUT-OF-BALANCE            VALUE 'N'.
       77  WS-BALANCE-SKIP-SWITCH         PIC X(01) VALUE 'N'.
           88  BALANCE-SKIPPED                VALUE 'Y'.

       77  WS-GROUP-ACCOUNT-NO            PIC X(10) VALUE SPACES.
       77  WS-GROUP-ADDED-SWITCH          PIC X(01) VALUE 'N'.
           88  GROUP-ACCOUNT-ADDED            VALUE 'Y'.
       77  WS-GROUP-ONLINE-SWITCH         PIC X(01) VALUE 'N'.
           88  GROUP-HAS-ONLINE               VALUE 'Y'.
       77  WS-GROUP-BATCH-SWITCH          PIC X(01) VALUE 'N'.
           88  GROUP-HAS-BATCH                VALUE 'Y'.
       77  WS-GROUP-CHANGE-DATE           PIC 9(08) VALUE ZERO.
       77  WS-GROUP-CHANGE-TIME           PIC 9(06) VALUE ZERO.

       77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
       77  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
       77  WS-HASH-ACCOUNT-NO             PIC 9(10) VALUE ZERO.

       77  WS-HISTORY-READ-COUNT          PIC 9(08) VALUE ZERO.
       77  WS-ENTRIES-SELECTED            PIC 9(08) VALUE ZERO.
       77  WS-ONLINE-SELECTED             PIC 9(08) VALUE ZERO.
       77  WS-BATCH-SELECTED              PIC 9(08) VALUE ZERO.
       77  WS-SELECTED-HASH               PIC 9(18) VALUE ZERO.
       77  WS-DETAIL-COUNT                PIC 9(08) VALUE ZERO.
       77  WS-DETAIL-HASH                 PIC 9(18) VALUE ZERO.
       77  WS-ADDED-COUNT                 PIC 9(08) VALUE ZERO.
       77  WS-CHANGED-COUNT               PIC 9(08) VALUE ZERO.
       77  WS-DELETED-COUNT               PIC 9(08) VALUE ZERO.
       77  WS-INVALID-ACCOUNT-COUNT       PIC 9(08) VALUE ZERO.

       77  WS-AUDHIST-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-AUDTOTS-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-CUSTMAST-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-CRMCHGF-FILE-STATUS         PIC X(02) VALUE "00".

       77  WS-PARM-ENV-CODE                PIC X(04) VALUE "PROD".
       77  WS-PARM-RUN-DATE                PIC 9(08) VALUE ZERO.
       77  WS-PARM-FORCE-TEXT              PIC X(05) VALUE SPACES.
           88  FORCE-OVERRIDE-REQUESTED        VALUE "FORCE".

       77  WS-CYCLCTL-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-CYCLCTL-OPEN-SWITCH          PIC X(01) VALUE 'N'.
           88  CYCLE-CONTROL-OPEN              VALUE 'Y'.
       77  WS-CYCLE-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  CYCLE-STEP-FOUND                VALUE 'Y'.
       77  WS-STEP-NAME                    PIC X(08) VALUE "CRMCHG  ".
       77  WS-STAMP-TIME                   PIC 9(08) VALUE ZERO.

       01  WS-ERROR-MESSAGE.
           05  WS-ERR-FILE-NAME           PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-ERR-OPERATION           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE
               "FILE STATUS = ".
           05  WS-ERR-STATUS               PIC X(02).
      /
       LINKAGE SECTION.

       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH              PIC S9(04) COMP.
           05  LK-PARM-TEXT                PIC X(20).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.
       Main.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
               UNTIL END-OF-AUDIT-HISTORY
           IF WS-GROUP-ACCOUNT-NO NOT = SPACES
               PERFORM 3000-WRITE-CUSTOMER-CHANGE THRU 3000-EXIT
           END-IF
           PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
           PERFORM 5000-BALANCE-TO-AUDMERGE THRU 5000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           IF FEED-OUT-OF-BALANCE
               DISPLAY "CRMCHG - CHANGE FEED OUT OF BALANCE WITH "
                   "AUDMERGE, DO NOT TRANSMIT"
               PERFORM 9600-MARK-STEP-ABNORMAL THRU 9600-EXIT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF BALANCE-SKIPPED
               OR WS-INVALID-ACCOUNT-COUNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           PERFORM 8900-MARK-STEP-COMPLETE THRU 8900-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM 1050-PARSE-PARM THRU 1050-EXIT
           PERFORM 1130-OPEN-CYCLE-CONTROL THRU 1130-EXIT
           PERFORM 1200-READ-AUDIT-TOTALS THRU 1200-EXIT
           PERFORM 1140-STAMP-STEP-START THRU 1140-EXIT
           OPEN INPUT AUDIT-HISTORY-FILE
           IF WS-AUDHIST-FILE-STATUS = "35"
               DISPLAY "CRMCHG - AUDIT HISTORY NOT FOUND, "
                   "NO CHANGES TO SEND"
               SET END-OF-AUDIT-HISTORY TO TRUE
           ELSE
               IF WS-AUDHIST-FILE-STATUS NOT = "00"
                   MOVE "AUDIT-HISTORY-FILE" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"               TO WS-ERR-OPERATION
                   MOVE WS-AUDHIST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"                 TO WS-ERR-OPERATION
               MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN OUTPUT CRM-CHANGE-FILE
           IF WS-CRMCHGF-FILE-STATUS NOT = "00"
               MOVE "CRM-CHANGE-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"            TO WS-ERR-OPERATION
               MOVE WS-CRMCHGF-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           MOVE SPACES TO CRM-CHANGE-HEADER
           MOVE 'H' TO CCHH-RECORD-TYPE
           MOVE WS-CURRENT-DATE TO CCHH-FEED-DATE
           MOVE WS-PARM-ENV-CODE TO CCHH-ENV-CODE
           ACCEPT CCHH-CREATED-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-TIME (1:6) TO CCHH-CREATED-TIME
           MOVE "CRMCHG" TO CCHH-FEED-NAME
           PERFORM 6000-WRITE-CHANGE-RECORD THRU 6000-EXIT
           IF NOT END-OF-AUDIT-HISTORY
               PERFORM 1500-READ-AUDIT-HISTORY THRU 1500-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1050-PARSE-PARM.
           IF LK-PARM-LENGTH GREATER THAN ZERO
               UNSTRING LK-PARM-TEXT DELIMITED BY ","
                   INTO WS-PARM-ENV-CODE WS-PARM-RUN-DATE
                       WS-PARM-FORCE-TEXT
               IF WS-PARM-RUN-DATE NOT = ZERO
                   MOVE WS-PARM-RUN-DATE TO WS-CURRENT-DATE
               END-IF
           END-IF.
       1050-EXIT.
           EXIT.

       1130-OPEN-CYCLE-CONTROL.
           OPEN I-O CYCLE-CONTROL-FILE
           IF WS-CYCLCTL-FILE-STATUS = "35"
               OPEN OUTPUT CYCLE-CONTROL-FILE
               IF WS-CYCLCTL-FILE-STATUS NOT = "00"
                   MOVE "CYCLE-CONTROL-FILE" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"               TO WS-ERR-OPERATION
                   MOVE WS-CYCLCTL-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
               CLOSE CYCLE-CONTROL-FILE
               OPEN I-O CYCLE-CONTROL-FILE
           END-IF
           IF WS-CYCLCTL-FILE-STATUS NOT = "00"
               MOVE "CYCLE-CONTROL-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"               TO WS-ERR-OPERATION
               MOVE WS-CYCLCTL-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           SET CYCLE-CONTROL-OPEN TO TRUE.
       1130-EXIT.
           EXIT.

       1140-STAMP-STEP-START.
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE 'N' TO WS-CYCLE-FOUND-SWITCH
           MOVE WS-STEP-NAME TO CYCL-STEP-NAME
           READ CYCLE-CONTROL-FILE
           EVALUATE WS-CYCLCTL-FILE-STATUS
               WHEN "00"
                   SET CYCLE-STEP-FOUND TO TRUE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "CYCLE-CONTROL-FILE" TO WS-ERR-FILE-NAME
                   MOVE "READ"               TO WS-ERR-OPERATION
                   MOVE WS-CYCLCTL-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE
           MOVE WS-STEP-NAME TO CYCL-STEP-NAME
           MOVE WS-CURRENT-DATE TO CYCL-RUN-DATE
           MOVE WS-PARM-ENV-CODE TO CYCL-ENV-CODE
           MOVE WS-STAMP-TIME (1:6) TO CYCL-START-TIME
           MOVE ZERO TO CYCL-END-TIME
           MOVE 'I' TO CYCL-STATUS-CODE
           MOVE ZERO TO CYCL-RETURN-CODE
           IF CYCLE-STEP-FOUND
               REWRITE CYCLE-CONTROL-RECORD
           ELSE
               WRITE CYCLE-CONTROL-RECORD
           END-IF
           IF WS-CYCLCTL-FILE-STATUS NOT = "00"
               MOVE "CYCLE-CONTROL-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"              TO WS-ERR-OPERATION
               MOVE WS-CYCLCTL-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       1140-EXIT.
           EXIT.

      *    AUDTOTS must hold the cycle date's load totals; otherwise
      *    AUDMERGE has not loaded the day's changes yet.
       1200-READ-AUDIT-TOTALS.
           OPEN INPUT AUDIT-TOTALS-FILE
           IF WS-AUDTOTS-FILE-STATUS = "35"
               MOVE ZERO TO AUDT-LOAD-DATE
               MOVE SPACES TO AUDT-ENV-CODE
           ELSE
               IF WS-AUDTOTS-FILE-STATUS NOT = "00"
                   MOVE "AUDIT-TOTALS-FILE" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"              TO WS-ERR-OPERATION
                   MOVE WS-AUDTOTS-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
               READ AUDIT-TOTALS-FILE
                   AT END
                       MOVE ZERO TO AUDT-LOAD-DATE
                       MOVE SPACES TO AUDT-ENV-CODE
               END-READ
               CLOSE AUDIT-TOTALS-FILE
           END-IF
           IF AUDT-LOAD-DATE = WS-CURRENT-DATE
               AND AUDT-ENV-CODE = WS-PARM-ENV-CODE
               GO TO 1200-EXIT
           END-IF
           IF FORCE-OVERRIDE-REQUESTED
               DISPLAY "CRMCHG - AUDIT LOAD CHECK OVERRIDDEN BY "
                   "FORCE, AUDTOTS IS NOT FOR CYCLE " WS-CURRENT-DATE
               DISPLAY "CRMCHG - BALANCE TO AUDMERGE WILL BE SKIPPED"
               SET BALANCE-SKIPPED TO TRUE
           ELSE
               DISPLAY "CRMCHG - RUN REFUSED, AUDMERGE HAS NOT LOADED "
                   "THE CHANGES FOR CYCLE " WS-CURRENT-DATE
               DISPLAY "CRMCHG - RUN AUDMERGE FOR THE CYCLE, OR RERUN "
                   "WITH FORCE AS THE THIRD PARM VALUE TO OVERRIDE"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
       1200-EXIT.
           EXIT.

       1500-READ-AUDIT-HISTORY.
           READ AUDIT-HISTORY-FILE
               AT END
                   SET END-OF-AUDIT-HISTORY TO TRUE
               NOT AT END
                   IF WS-AUDHIST-FILE-STATUS = "00"
                       ADD 1 TO WS-HISTORY-READ-COUNT
                   ELSE
                       MOVE "AUDIT-HISTORY-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"               TO WS-ERR-OPERATION
                       MOVE WS-AUDHIST-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ.
       1500-EXIT.
           EXIT.

      *    The history is in account order, so each customer's
      *    entries for the day arrive together and the customer is
      *    written once when the account changes.
       2000-PROCESS-HISTORY.
           IF AHST-LOAD-DATE NOT NUMERIC
               OR AHST-LOAD-DATE NOT = WS-CURRENT-DATE
               GO TO 2000-READ-NEXT
           END-IF
           ADD 1 TO WS-ENTRIES-SELECTED
           IF AHST-CHANNEL-CODE = 'O'
               ADD 1 TO WS-ONLINE-SELECTED
           ELSE
               ADD 1 TO WS-BATCH-SELECTED
           END-IF
           IF AHST-ACCOUNT-NO NUMERIC
               MOVE AHST-ACCOUNT-NO TO WS-HASH-ACCOUNT-NO
               ADD WS-HASH-ACCOUNT-NO TO WS-SELECTED-HASH
           END-IF
           IF AHST-ACCOUNT-NO NOT = WS-GROUP-ACCOUNT-NO
               IF WS-GROUP-ACCOUNT-NO NOT = SPACES
                   PERFORM 3000-WRITE-CUSTOMER-CHANGE THRU 3000-EXIT
               END-IF
               PERFORM 2100-START-CUSTOMER-GROUP THRU 2100-EXIT
           END-IF
           PERFORM 2200-NOTE-CHANGE THRU 2200-EXIT.
       2000-READ-NEXT.
           PERFORM 1500-READ-AUDIT-HISTORY THRU 1500-EXIT.
       2000-EXIT.
           EXIT.

       2100-START-CUSTOMER-GROUP.
           MOVE AHST-ACCOUNT-NO TO WS-GROUP-ACCOUNT-NO
           MOVE 'N' TO WS-GROUP-ADDED-SWITCH
           MOVE 'N' TO WS-GROUP-ONLINE-SWITCH
           MOVE 'N' TO WS-GROUP-BATCH-SWITCH
           MOVE ZERO TO WS-GROUP-CHANGE-DATE
           MOVE ZERO TO WS-GROUP-CHANGE-TIME.
       2100-EXIT.
           EXIT.

      *    An account added during the day, or reinstated from
      *    closed, is new to CRM.  Entries arrive in change date and
      *    time order within the account, so the last one seen is
      *    the latest change.
       2200-NOTE-CHANGE.
           IF AHST-FIELD-NAME = "STATUS"
               AND (AHST-BEFORE-VALUE = "NEW"
                   OR AHST-BEFORE-VALUE = "CLOSED")
               SET GROUP-ACCOUNT-ADDED TO TRUE
           END-IF
           IF AHST-CHANNEL-CODE = 'O'
               SET GROUP-HAS-ONLINE TO TRUE
           ELSE
               SET GROUP-HAS-BATCH TO TRUE
           END-IF
           MOVE AHST-CHANGE-DATE TO WS-GROUP-CHANGE-DATE
           MOVE AHST-CHANGE-TIME TO WS-GROUP-CHANGE-TIME.
       2200-EXIT.
           EXIT.

      *    The feed carries the customer as the master holds it now;
      *    a closed account, or one no longer on the master, is a
      *    delete whatever else happened to it during the day.
       3000-WRITE-CUSTOMER-CHANGE.
           IF WS-GROUP-ACCOUNT-NO NOT NUMERIC
               DISPLAY "CRMCHG - AUDIT HISTORY ACCOUNT NOT NUMERIC, "
                   "NOT SENT: " WS-GROUP-ACCOUNT-NO
               ADD 1 TO WS-INVALID-ACCOUNT-COUNT
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO CRM-CHANGE-DETAIL
           MOVE 'D' TO CCHG-RECORD-TYPE
           MOVE WS-GROUP-ACCOUNT-NO TO CCHG-ACCOUNT-NO
           MOVE ZERO TO CCHG-STATUS-DATE
           MOVE WS-GROUP-CHANGE-DATE TO CCHG-CHANGE-DATE
           MOVE WS-GROUP-CHANGE-TIME TO CCHG-CHANGE-TIME
           EVALUATE TRUE
               WHEN GROUP-HAS-ONLINE AND GROUP-HAS-BATCH
                   MOVE 'M' TO CCHG-CHANNEL-CODE
               WHEN GROUP-HAS-ONLINE
                   MOVE 'O' TO CCHG-CHANNEL-CODE
               WHEN OTHER
                   MOVE 'B' TO CCHG-CHANNEL-CODE
           END-EVALUATE
           MOVE WS-GROUP-ACCOUNT-NO TO CUST-MAST-ACCOUNT-NO
           READ CUSTOMER-MASTER-FILE
           EVALUATE WS-CUSTMAST-FILE-STATUS
               WHEN "00"
                   MOVE CUST-MAST-NAME TO CCHG-NAME
                   MOVE CUST-MAST-BRANCH-CODE TO CCHG-BRANCH-CODE
                   MOVE CUST-MAST-LANGUAGE-CODE TO CCHG-LANGUAGE-CODE
                   MOVE CUST-MAST-STATUS-CODE TO CCHG-STATUS-CODE
                   MOVE CUST-MAST-STATUS-DATE TO CCHG-STATUS-DATE
                   EVALUATE TRUE
                       WHEN CUST-MAST-CLOSED
                           MOVE 'D' TO CCHG-CHANGE-TYPE
                       WHEN GROUP-ACCOUNT-ADDED
                           MOVE 'A' TO CCHG-CHANGE-TYPE
                       WHEN OTHER
                           MOVE 'C' TO CCHG-CHANGE-TYPE
                   END-EVALUATE
               WHEN "23"
                   MOVE 'D' TO CCHG-CHANGE-TYPE
               WHEN OTHER
                   MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
                   MOVE "READ"                 TO WS-ERR-OPERATION
                   MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE
           EVALUATE CCHG-CHANGE-TYPE
               WHEN 'A'
                   ADD 1 TO WS-ADDED-COUNT
               WHEN 'D'
                   ADD 1 TO WS-DELETED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CHANGED-COUNT
           END-EVALUATE
           PERFORM 6000-WRITE-CHANGE-RECORD THRU 6000-EXIT
           ADD 1 TO WS-DETAIL-COUNT
           ADD CCHG-ACCOUNT-NO TO WS-DETAIL-HASH.
       3000-EXIT.
           EXIT.

       4000-WRITE-TRAILER.
           MOVE SPACES TO CRM-CHANGE-TRAILER
           MOVE 'T' TO CCHT-RECORD-TYPE
           MOVE WS-DETAIL-COUNT TO CCHT-RECORD-COUNT
           MOVE WS-DETAIL-HASH TO CCHT-ACCOUNT-HASH
           MOVE WS-ENTRIES-SELECTED TO CCHT-AUDIT-ENTRIES
           PERFORM 6000-WRITE-CHANGE-RECORD THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

      *    Every entry AUDMERGE loaded for the day must have been
      *    read into the feed, channel by channel, with the same
      *    account hash total.
       5000-BALANCE-TO-AUDMERGE.
           IF BALANCE-SKIPPED
               GO TO 5000-EXIT
           END-IF
           IF WS-ONLINE-SELECTED NOT = AUDT-ONLINE-LOADED
               DISPLAY "CRMCHG - ONLINE ENTRIES " WS-ONLINE-SELECTED
                   " NOT EQUAL AUDMERGE ONLINE LOADED "
                   AUDT-ONLINE-LOADED
               SET FEED-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-BATCH-SELECTED NOT = AUDT-BATCH-LOADED
               DISPLAY "CRMCHG - BATCH ENTRIES " WS-BATCH-SELECTED
                   " NOT EQUAL AUDMERGE BATCH LOADED "
                   AUDT-BATCH-LOADED
               SET FEED-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-SELECTED-HASH NOT = AUDT-ACCOUNT-HASH
               DISPLAY "CRMCHG - ENTRY ACCOUNT HASH " WS-SELECTED-HASH
                   " NOT EQUAL AUDMERGE HASH " AUDT-ACCOUNT-HASH
               SET FEED-OUT-OF-BALANCE TO TRUE
           END-IF.
       5000-EXIT.
           EXIT.

       6000-WRITE-CHANGE-RECORD.
           WRITE CRM-CHANGE-DETAIL
           IF WS-CRMCHGF-FILE-STATUS NOT = "00"
               MOVE "CRM-CHANGE-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"           TO WS-ERR-OPERATION
               MOVE WS-CRMCHGF-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       8000-TERMINATE.
           IF WS-AUDHIST-FILE-STATUS NOT = "35"
               CLOSE AUDIT-HISTORY-FILE
               IF WS-AUDHIST-FILE-STATUS NOT = "00"
                   MOVE "AUDIT-HISTORY-FILE" TO WS-ERR-FILE-NAME
                   MOVE "CLOSE"              TO WS-ERR-OPERATION
                   MOVE WS-AUDHIST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF
           CLOSE CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"                TO WS-ERR-OPERATION
               MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE CRM-CHANGE-FILE
           IF WS-CRMCHGF-FILE-STATUS NOT = "00"
               MOVE "CRM-CHANGE-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"           TO WS-ERR-OPERATION
               MOVE WS-CRMCHGF-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           DISPLAY "CRMCHG - CRM CHANGE FEED CONTROL TOTALS"
           DISPLAY "  CYCLE DATE              = " WS-CURRENT-DATE
           DISPLAY "  HISTORY RECORDS READ    = " WS-HISTORY-READ-COUNT
           DISPLAY "  ENTRIES FOR CYCLE DATE  = " WS-ENTRIES-SELECTED
           DISPLAY "    ONLINE                = " WS-ONLINE-SELECTED
           DISPLAY "    BATCH                 = " WS-BATCH-SELECTED
           DISPLAY "  CUSTOMERS ADDED         = " WS-ADDED-COUNT
           DISPLAY "  CUSTOMERS CHANGED       = " WS-CHANGED-COUNT
           DISPLAY "  CUSTOMERS DELETED       = " WS-DELETED-COUNT
           DISPLAY "  FEED DETAIL RECORDS     = " WS-DETAIL-COUNT
           DISPLAY "  FEED ACCOUNT HASH       = " WS-DETAIL-HASH
           DISPLAY "  INVALID ACCOUNTS        = "
               WS-INVALID-ACCOUNT-COUNT
           IF BALANCE-SKIPPED
               DISPLAY "  BALANCE TO AUDMERGE     = SKIPPED (FORCE)"
           ELSE
               IF FEED-IN-BALANCE
                   DISPLAY "  BALANCE TO AUDMERGE     = IN BALANCE"
               ELSE
                   DISPLAY "  BALANCE TO AUDMERGE     = OUT OF BALANCE"
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

       8900-MARK-STEP-COMPLETE.
           IF NOT CYCLE-CONTROL-OPEN
               GO TO 8900-EXIT
           END-IF
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE WS-STEP-NAME TO CYCL-STEP-NAME
           READ CYCLE-CONTROL-FILE
           IF WS-CYCLCTL-FILE-STATUS NOT = "00"
               MOVE "CYCLE-CONTROL-FILE" TO WS-ERR-FILE-NAME
               MOVE "READ"               TO WS-ERR-OPERATION
               MOVE WS-CYCLCTL-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           MOVE WS-STAMP-TIME (1:6) TO CYCL-END-TIME
           MOVE 'C' TO CYCL-STATUS-CODE
           MOVE RETURN-CODE TO CYCL-RETURN-CODE
           REWRITE CYCLE-CONTROL-RECORD
           IF WS-CYCLCTL-FILE-STATUS NOT = "00"
               MOVE "CYCLE-CONTROL-FILE" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"            TO WS-ERR-OPERATION
               MOVE WS-CYCLCTL-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           MOVE 'N' TO WS-CYCLCTL-OPEN-SWITCH
           CLOSE CYCLE-CONTROL-FILE
           IF WS-CYCLCTL-FILE-STATUS NOT = "00"
               MOVE "CYCLE-CONTROL-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"              TO WS-ERR-OPERATION
               MOVE WS-CYCLCTL-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       8900-EXIT.
           EXIT.

       9000-ABEND.
           DISPLAY "CRMCHG - FILE I/O ERROR - " WS-ERROR-MESSAGE
           PERFORM 9600-MARK-STEP-ABNORMAL THRU 9600-EXIT
           MOVE 16 TO RETURN-CODE
           GOBACK.
       9000-EXIT.
           EXIT.

       9600-MARK-STEP-ABNORMAL.
           IF NOT CYCLE-CONTROL-OPEN
               GO TO 9600-EXIT
           END-IF
           MOVE 'N' TO WS-CYCLCTL-OPEN-SWITCH
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE WS-STEP-NAME TO CYCL-STEP-NAME
           READ CYCLE-CONTROL-FILE
           IF WS-CYCLCTL-FILE-STATUS = "00"
               MOVE WS-STAMP-TIME (1:6) TO CYCL-END-TIME
               MOVE 'A' TO CYCL-STATUS-CODE
               MOVE 16 TO CYCL-RETURN-CODE
               REWRITE CYCLE-CONTROL-RECORD
               CLOSE CYCLE-CONTROL-FILE
           ELSE
               DISPLAY "CRMCHG - UNABLE TO MARK CYCLE STEP "
                   "ABNORMAL, FILE STATUS = " WS-CYCLCTL-FILE-STATUS
           END-IF.
       9600-EXIT.
           EXIT.

       END PROGRAM CRMCHG.
