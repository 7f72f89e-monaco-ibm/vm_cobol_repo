       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDORM.
      *****************************************************************
      *                                                               *
      *   Monthly customer dormancy sweep.  Reads the customer       *
      *   master (CUSTMAST) in account order and marks dormant       *
      *   every active customer with no greeting and no maintenance  *
      *   within the dormancy period.  The customer's last activity  *
      *   is the latest of its last-greeted date (stamped by HELLO), *
      *   its last-maintained date (stamped by CUSTMNT and           *
      *   HELLOINQ), and the date its status last changed, so a      *
      *   newly loaded or reinstated account always gets the full    *
      *   period.  Dormant customers are skipped by the greeting     *
      *   run until CUSTMNT reinstates them.                          *
      *                                                               *
      *   PARM='MONTHS,YYYYMMDD' gives the dormancy period in        *
      *   months (default 12) and the as-of date the period is       *
      *   counted back from (default today).                          *
      *                                                               *
      *   Every status change is written to the audit extract file  *
      *   (MNTAUD) in the same layout CUSTMNT writes, as the STATUS  *
      *   field and tagged with this program's name, so the          *
      *   AUDMERGE job folds the sweep into the consolidated         *
      *   audit-history file.  MNTAUD is extended, not replaced, so  *
      *   this run must follow the day's CUSTMNT run and precede     *
      *   AUDMERGE.                                                   *
      *                                                               *
      *   A printed dormancy report (DORMRPT) lists every customer   *
      *   marked dormant with its last activity date, and the counts *
      *   of customers read, marked, already dormant, and closed.    *
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

           SELECT AUDIT-EXTRACT-FILE ASSIGN TO MNTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTAUD-FILE-STATUS.

           SELECT DORMANCY-REPORT-FILE ASSIGN TO DORMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DORMRPT-FILE-STATUS.
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

       FD  AUDIT-EXTRACT-FILE.
       01  AUDIT-EXTRACT-RECORD.
           05  MAUD-CHANGE-DATE            PIC 9(08).
           05  MAUD-CHANGE-TIME            PIC 9(06).
           05  MAUD-ACCOUNT-NO             PIC X(10).
           05  MAUD-FIELD-NAME             PIC X(10).
           05  MAUD-BEFORE-VALUE           PIC X(30).
           05  MAUD-AFTER-VALUE            PIC X(30).
           05  MAUD-PROGRAM-ID             PIC X(08).

       FD  DORMANCY-REPORT-FILE.
       01  DORMANCY-REPORT-RECORD          PIC X(132).
      /
       WORKING-STORAGE SECTION.

       77  WS-MASTER-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  END-OF-MASTER-FILE             VALUE 'Y'.

       77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
       77  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.

       77  WS-PARM-MONTHS                 PIC 9(03) VALUE ZERO.
       77  WS-PARM-AS-OF-DATE             PIC 9(08) VALUE ZERO.
       77  WS-DORMANT-MONTHS              PIC 9(03) VALUE 12.
       77  WS-AS-OF-DATE                  PIC 9(08) VALUE ZERO.
       77  WS-CUTOFF-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-LAST-ACTIVITY-DATE          PIC 9(08) VALUE ZERO.
       77  WS-WORK-YEAR                   PIC 9(04) VALUE ZERO.
       77  WS-WORK-MONTH                  PIC 9(02) VALUE ZERO.
       77  WS-WORK-DAY                    PIC 9(02) VALUE ZERO.
       77  WS-TOTAL-MONTHS                PIC S9(06) VALUE ZERO.
       77  WS-MONTH-REMAINDER             PIC 9(02) VALUE ZERO.

       77  WS-MASTER-READ-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-MARKED-DORMANT-COUNT        PIC 9(08) VALUE ZERO.
       77  WS-ALREADY-DORMANT-COUNT       PIC 9(08) VALUE ZERO.
       77  WS-CLOSED-COUNT                PIC 9(08) VALUE ZERO.
       77  WS-STILL-ACTIVE-COUNT          PIC 9(08) VALUE ZERO.
       77  WS-REPORT-LINE-COUNT           PIC 9(08) VALUE ZERO.

       77  WS-CUSTMAST-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-MNTAUD-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-DORMRPT-FILE-STATUS         PIC X(02) VALUE "00".

       01  WS-ERROR-MESSAGE.
           05  WS-ERR-FILE-NAME           PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-ERR-OPERATION           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE
               "FILE STATUS = ".
           05  WS-ERR-STATUS               PIC X(02).

       01  WS-DORM-HEADING-1.
           05  FILLER                     PIC X(42) VALUE
               "CUSTDORM CUSTOMER DORMANCY SWEEP          ".
           05  FILLER                     PIC X(10) VALUE
               "RUN DATE: ".
           05  WS-HDG-RUN-DATE             PIC 9999/99/99.

       01  WS-DORM-HEADING-2.
           05  FILLER                     PIC X(17) VALUE
               "DORMANCY PERIOD: ".
           05  WS-HDG-MONTHS               PIC ZZ9.
           05  FILLER                     PIC X(29) VALUE
               " MONTHS  NO ACTIVITY SINCE: ".
           05  WS-HDG-CUTOFF-DATE          PIC 9999/99/99.

       01  WS-DORM-HEADING-3.
           05  FILLER                     PIC X(12) VALUE
               "ACCOUNT     ".
           05  FILLER                     PIC X(31) VALUE
               "CUSTOMER NAME                  ".
           05  FILLER                     PIC X(08) VALUE
               "BRANCH  ".
           05  FILLER                     PIC X(12) VALUE
               "LAST ACTIVE ".
           05  FILLER                     PIC X(06) VALUE
               "RESULT".

       01  WS-DORM-DETAIL-LINE.
           05  WS-DTL-ACCOUNT-NO           PIC 9(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-CUSTOMER-NAME        PIC X(30).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DTL-BRANCH-CODE          PIC X(05).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-LAST-ACTIVE          PIC 9999/99/99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-RESULT-TEXT          PIC X(40).

       01  WS-DORM-TOTAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DORM-TOTAL-LABEL         PIC X(26).
           05  FILLER                     PIC X(02) VALUE
               "= ".
           05  WS-DORM-TOTAL-VALUE         PIC ZZ,ZZZ,ZZ9.
      /
       LINKAGE SECTION.

       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH              PIC S9(04) COMP.
           05  LK-PARM-TEXT                PIC X(20).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.
       Main.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CHECK-CUSTOMER THRU 2000-EXIT
               UNTIL END-OF-MASTER-FILE
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM 1100-PARSE-PARM THRU 1100-EXIT
           PERFORM 1200-COMPUTE-CUTOFF-DATE THRU 1200-EXIT
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"                 TO WS-ERR-OPERATION
               MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
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
           OPEN OUTPUT DORMANCY-REPORT-FILE
           IF WS-DORMRPT-FILE-STATUS NOT = "00"
               MOVE "DORMANCY-REPORT" TO WS-ERR-FILE-NAME
               MOVE "OPEN"            TO WS-ERR-OPERATION
               MOVE WS-DORMRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE
           MOVE WS-DORM-HEADING-1 TO DORMANCY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE WS-DORMANT-MONTHS TO WS-HDG-MONTHS
           MOVE WS-CUTOFF-DATE TO WS-HDG-CUTOFF-DATE
           MOVE WS-DORM-HEADING-2 TO DORMANCY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE SPACES TO DORMANCY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE WS-DORM-HEADING-3 TO DORMANCY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           PERFORM 1500-READ-MASTER THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

       1100-PARSE-PARM.
           IF LK-PARM-LENGTH GREATER THAN ZERO
               UNSTRING LK-PARM-TEXT DELIMITED BY ","
                   INTO WS-PARM-MONTHS WS-PARM-AS-OF-DATE
           END-IF
           IF WS-PARM-MONTHS GREATER THAN ZERO
               MOVE WS-PARM-MONTHS TO WS-DORMANT-MONTHS
           END-IF
           IF WS-PARM-AS-OF-DATE GREATER THAN ZERO
               MOVE WS-PARM-AS-OF-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE
           END-IF.
       1100-EXIT.
           EXIT.

      *    Count the dormancy period back from the as-of date by
      *    calendar months, keeping the day of the month.
       1200-COMPUTE-CUTOFF-DATE.
           MOVE WS-AS-OF-DATE (1:4) TO WS-WORK-YEAR
           MOVE WS-AS-OF-DATE (5:2) TO WS-WORK-MONTH
           MOVE WS-AS-OF-DATE (7:2) TO WS-WORK-DAY
           COMPUTE WS-TOTAL-MONTHS =
               (WS-WORK-YEAR * 12) + WS-WORK-MONTH - 1
                   - WS-DORMANT-MONTHS
           IF WS-TOTAL-MONTHS LESS THAN ZERO
               MOVE ZERO TO WS-CUTOFF-DATE
               GO TO 1200-EXIT
           END-IF
           DIVIDE WS-TOTAL-MONTHS BY 12
               GIVING WS-WORK-YEAR
               REMAINDER WS-MONTH-REMAINDER
           COMPUTE WS-WORK-MONTH = WS-MONTH-REMAINDER + 1
           COMPUTE WS-CUTOFF-DATE =
               (WS-WORK-YEAR * 10000) +
               (WS-WORK-MONTH * 100) +
               WS-WORK-DAY.
       1200-EXIT.
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
           IF CUST-MAST-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
               GO TO 2000-READ-NEXT
           END-IF
           IF CUST-MAST-DORMANT
               ADD 1 TO WS-ALREADY-DORMANT-COUNT
               GO TO 2000-READ-NEXT
           END-IF
           PERFORM 2200-FIND-LAST-ACTIVITY THRU 2200-EXIT
           IF WS-LAST-ACTIVITY-DATE NOT LESS THAN WS-CUTOFF-DATE
               ADD 1 TO WS-STILL-ACTIVE-COUNT
               GO TO 2000-READ-NEXT
           END-IF
           PERFORM 3000-MARK-DORMANT THRU 3000-EXIT.
       2000-READ-NEXT.
           PERFORM 1500-READ-MASTER THRU 1500-EXIT.
       2000-EXIT.
           EXIT.

       2200-FIND-LAST-ACTIVITY.
           MOVE CUST-MAST-STATUS-DATE TO WS-LAST-ACTIVITY-DATE
           IF CUST-MAST-LAST-GREET-DATE GREATER THAN
               WS-LAST-ACTIVITY-DATE
               MOVE CUST-MAST-LAST-GREET-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF
           IF CUST-MAST-LAST-MAINT-DATE GREATER THAN
               WS-LAST-ACTIVITY-DATE
               MOVE CUST-MAST-LAST-MAINT-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF.
       2200-EXIT.
           EXIT.

       3000-MARK-DORMANT.
           MOVE 'D' TO CUST-MAST-STATUS-CODE
           MOVE WS-AS-OF-DATE TO CUST-MAST-STATUS-DATE
           MOVE WS-AS-OF-DATE TO CUST-MAST-DORMANT-DATE
           REWRITE CUSTOMER-MASTER-RECORD
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"              TO WS-ERR-OPERATION
               MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           MOVE "MARKED DORMANT" TO WS-DTL-RESULT-TEXT
           PERFORM 6100-WRITE-DETAIL-LINE THRU 6100-EXIT
           PERFORM 6300-WRITE-AUDIT-EXTRACT THRU 6300-EXIT
           ADD 1 TO WS-MARKED-DORMANT-COUNT.
       3000-EXIT.
           EXIT.

       6000-WRITE-REPORT-LINE.
           WRITE DORMANCY-REPORT-RECORD
           IF WS-DORMRPT-FILE-STATUS NOT = "00"
               MOVE "DORMANCY-REPORT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"           TO WS-ERR-OPERATION
               MOVE WS-DORMRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           ADD 1 TO WS-REPORT-LINE-COUNT.
       6000-EXIT.
           EXIT.

       6100-WRITE-DETAIL-LINE.
           MOVE CUST-MAST-ACCOUNT-NO TO WS-DTL-ACCOUNT-NO
           MOVE CUST-MAST-NAME TO WS-DTL-CUSTOMER-NAME
           MOVE CUST-MAST-BRANCH-CODE TO WS-DTL-BRANCH-CODE
           MOVE WS-LAST-ACTIVITY-DATE TO WS-DTL-LAST-ACTIVE
           MOVE WS-DORM-DETAIL-LINE TO DORMANCY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       6100-EXIT.
           EXIT.

       6300-WRITE-AUDIT-EXTRACT.
           MOVE WS-CURRENT-DATE TO MAUD-CHANGE-DATE
           MOVE WS-CURRENT-TIME (1:6) TO MAUD-CHANGE-TIME
           MOVE CUST-MAST-ACCOUNT-NO TO MAUD-ACCOUNT-NO
           MOVE "STATUS" TO MAUD-FIELD-NAME
           MOVE "ACTIVE" TO MAUD-BEFORE-VALUE
           MOVE "DORMANT" TO MAUD-AFTER-VALUE
           MOVE "CUSTDORM" TO MAUD-PROGRAM-ID
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
           MOVE SPACES TO DORMANCY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "CUSTOMERS READ" TO WS-DORM-TOTAL-LABEL
           MOVE WS-MASTER-READ-COUNT TO WS-DORM-TOTAL-VALUE
           MOVE WS-DORM-TOTAL-LINE TO DORMANCY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "MARKED DORMANT" TO WS-DORM-TOTAL-LABEL
           MOVE WS-MARKED-DORMANT-COUNT TO WS-DORM-TOTAL-VALUE
           MOVE WS-DORM-TOTAL-LINE TO DORMANCY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "STILL ACTIVE" TO WS-DORM-TOTAL-LABEL
           MOVE WS-STILL-ACTIVE-COUNT TO WS-DORM-TOTAL-VALUE
           MOVE WS-DORM-TOTAL-LINE TO DORMANCY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "ALREADY DORMANT" TO WS-DORM-TOTAL-LABEL
           MOVE WS-ALREADY-DORMANT-COUNT TO WS-DORM-TOTAL-VALUE
           MOVE WS-DORM-TOTAL-LINE TO DORMANCY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "CLOSED - NOT CHECKED" TO WS-DORM-TOTAL-LABEL
           MOVE WS-CLOSED-COUNT TO WS-DORM-TOTAL-VALUE
           MOVE WS-DORM-TOTAL-LINE TO DORMANCY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "*** END OF DORMANCY SWEEP ***"
               TO DORMANCY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           CLOSE CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"                TO WS-ERR-OPERATION
               MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE AUDIT-EXTRACT-FILE
           IF WS-MNTAUD-FILE-STATUS NOT = "00"
               MOVE "AUDIT-EXTRACT-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"              TO WS-ERR-OPERATION
               MOVE WS-MNTAUD-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE DORMANCY-REPORT-FILE
           IF WS-DORMRPT-FILE-STATUS NOT = "00"
               MOVE "DORMANCY-REPORT" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"           TO WS-ERR-OPERATION
               MOVE WS-DORMRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           DISPLAY "CUSTDORM - DORMANCY CUTOFF DATE  = "
               WS-CUTOFF-DATE
           DISPLAY "CUSTDORM - CUSTOMERS READ        = "
               WS-MASTER-READ-COUNT
           DISPLAY "CUSTDORM - MARKED DORMANT        = "
               WS-MARKED-DORMANT-COUNT
           DISPLAY "CUSTDORM - STILL ACTIVE          = "
               WS-STILL-ACTIVE-COUNT
           DISPLAY "CUSTDORM - ALREADY DORMANT       = "
               WS-ALREADY-DORMANT-COUNT
           DISPLAY "CUSTDORM - CLOSED, NOT CHECKED   = "
               WS-CLOSED-COUNT.
       8000-EXIT.
           EXIT.

       9000-ABEND.
           DISPLAY "CUSTDORM - FILE I/O ERROR - " WS-ERROR-MESSAGE
           MOVE 16 TO RETURN-CODE
           GOBACK.
       9000-EXIT.
           EXIT.

       END PROGRAM CUSTDORM.
