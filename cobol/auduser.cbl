       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDUSER.
      *****************************************************************
      *                                                               *
      *   Operator activity and security review report.  AUDINQ     *
      *   shows what happened to one account; this report shows     *
      *   what each user did.  It reads the whole audit history      *
      *   file (AUDHIST) and takes every change made inside the      *
      *   PARM date range:                                            *
      *                                                               *
      *     PARM='YYYYMMDD,YYYYMMDD,NNN,NNN' - first and last change *
      *         date (both required), the same-account limit         *
      *         (default 5), and the own-branch rate in percent      *
      *         (default 50).                                         *
      *                                                               *
      *   The activity report (AUDURPT) has five sections:            *
      *                                                               *
      *     1. Activity by channel and user ID - changes by field    *
      *        (NAME / BRANCH / LANGUAGE / STATUS / other), changes  *
      *        outside business hours, first and last change, with  *
      *        channel and grand totals.                              *
      *     2. Online changes outside business hours - made on a     *
      *        day the calendar file (CALFILE) does not mark as a    *
      *        business day, on a date not on the calendar, or on a *
      *        business day before 08:00 or from 18:00.  Batch       *
      *        changes carry the time the job ran, so they are only  *
      *        counted in section 1.                                  *
      *     3. Users who changed the same account more than the      *
      *        same-account limit within the range.                   *
      *     4. Users whose changes to customers of their own home    *
      *        branch exceed the own-branch rate.  The customer's    *
      *        branch is the branch on the customer master           *
      *        (CUSTMAST) now; changes to customers no longer on     *
      *        the master are left out of the rate.                   *
      *     5. Exceptions - online changes by a user ID that is not  *
      *        on the authorized-user list (AUTHUSER - user ID,      *
      *        name, home branch, extracted by Security).            *
      *                                                               *
      *   The run is refused (return code 12) without a date range,  *
      *   or if CALFILE or AUTHUSER is not present, since sections   *
      *   2 and 5 could not be produced.  Return code 4 is set when  *
      *   section 5 lists any user, so the exceptions are followed   *
      *   up.                                                         *
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

           SELECT CALENDAR-FILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CALFILE-FILE-STATUS.

           SELECT AUTHORIZED-USER-FILE ASSIGN TO AUTHUSER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUSR-USER-ID
               FILE STATUS IS WS-AUTHUSER-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MAST-ACCOUNT-NO
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT ACTIVITY-REPORT-FILE ASSIGN TO AUDURPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDURPT-FILE-STATUS.
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

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-DATE                    PIC 9(08).
           05  CAL-DAY-TYPE                PIC X(01).
           05  CAL-PERIOD-END-FLAG         PIC X(01).
           05  FILLER                      PIC X(10).

       FD  AUTHORIZED-USER-FILE.
       01  AUTHORIZED-USER-RECORD.
           05  AUSR-USER-ID                PIC X(08).
           05  AUSR-USER-NAME              PIC X(30).
           05  AUSR-HOME-BRANCH            PIC X(05).
           05  FILLER                      PIC X(37).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-MAST-NAME              PIC X(30).
           05  CUST-MAST-ACCOUNT-NO        PIC 9(10).
           05  CUST-MAST-BRANCH-CODE       PIC X(05).
           05  FILLER                      PIC X(75).

       FD  ACTIVITY-REPORT-FILE.
       01  ACTIVITY-REPORT-RECORD          PIC X(132).
      /
       WORKING-STORAGE SECTION.

       77  WS-MAX-USERS                   PIC 9(04) COMP VALUE 1000.
       77  WS-MAX-ACCOUNT-USERS           PIC 9(04) COMP VALUE 50.
       77  WS-MAX-HOURS-LINES             PIC 9(04) COMP VALUE 2000.
       77  WS-MAX-REPEAT-LINES            PIC 9(04) COMP VALUE 1000.

       77  WS-BUSINESS-START-TIME         PIC 9(06) VALUE 080000.
       77  WS-BUSINESS-END-TIME           PIC 9(06) VALUE 180000.

       77  WS-AUDHIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  END-OF-AUDIT-HISTORY           VALUE 'Y'.

       77  WS-USER-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  USER-FOUND                     VALUE 'Y'.

       77  WS-CUSTMAST-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88  CUSTMAST-OPEN                  VALUE 'Y'.

       77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.

       77  WS-PARM-FROM-DATE              PIC 9(08) VALUE ZERO.
       77  WS-PARM-TO-DATE                PIC 9(08) VALUE ZERO.
       77  WS-PARM-ACCOUNT-LIMIT          PIC 9(03) VALUE ZERO.
       77  WS-PARM-BRANCH-RATE            PIC 9(03) VALUE ZERO.
       77  WS-ACCOUNT-LIMIT               PIC 9(03) VALUE 5.
       77  WS-BRANCH-RATE                 PIC 9(03) VALUE 50.

       77  WS-PREV-ACCOUNT-NO             PIC X(10) VALUE LOW-VALUES.
       77  WS-ACCOUNT-BRANCH-CODE         PIC X(05) VALUE SPACES.
       77  WS-CAL-LAST-DATE               PIC 9(08) VALUE ZERO.
       77  WS-CAL-LAST-DAY-TYPE           PIC X(01) VALUE SPACE.
       77  WS-OUT-HOURS-REASON            PIC X(16) VALUE SPACES.
       77  WS-FIELD-SUB                   PIC 9(04) COMP VALUE ZERO.
       77  WS-NEW-USER-KEY                PIC X(09) VALUE SPACES.
       77  WS-USR-SUB                     PIC 9(04) COMP VALUE ZERO.
       77  WS-INSERT-SUB                  PIC 9(04) COMP VALUE ZERO.
       77  WS-SHIFT-SUB                   PIC 9(04) COMP VALUE ZERO.
       77  WS-AU-SUB                      PIC 9(04) COMP VALUE ZERO.
       77  WS-LINE-SUB                    PIC 9(04) COMP VALUE ZERO.
       77  WS-OWN-BRANCH-PCT              PIC 9(03)V9 VALUE ZERO.
       77  WS-PRINT-CHANNEL               PIC X(01) VALUE SPACE.
       77  WS-SECTION-LINE-COUNT          PIC 9(08) VALUE ZERO.

       77  WS-AUDIT-READ-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-IN-RANGE-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-USER-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  WS-ACCOUNT-USER-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  WS-HOURS-LINE-COUNT            PIC 9(04) COMP VALUE ZERO.
       77  WS-REPEAT-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
       77  WS-HOURS-TOTAL-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-HOURS-UNLISTED-COUNT        PIC 9(08) VALUE ZERO.
       77  WS-REPEAT-TOTAL-COUNT          PIC 9(08) VALUE ZERO.
       77  WS-REPEAT-UNLISTED-COUNT       PIC 9(08) VALUE ZERO.
       77  WS-ACCOUNT-USERS-DROPPED       PIC 9(08) VALUE ZERO.
       77  WS-OWN-BRANCH-USER-COUNT       PIC 9(08) VALUE ZERO.
       77  WS-UNAUTHORIZED-USER-COUNT     PIC 9(08) VALUE ZERO.

       77  WS-AUDHIST-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-CALFILE-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-AUTHUSER-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-CUSTMAST-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-AUDURPT-FILE-STATUS         PIC X(02) VALUE "00".

      *    One entry per channel and user ID, kept in channel / user
      *    order as users are added.  The field counts are NAME,
      *    BRANCH, LANGUAGE, STATUS, and any other field.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-USR-IDX.
               10  WS-USR-KEY.
                   15  WS-USR-CHANNEL-CODE PIC X(01).
                   15  WS-USR-USER-ID      PIC X(08).
               10  WS-USR-AUTH-FLAG        PIC X(01).
                   88  WS-USR-AUTHORIZED       VALUE 'Y'.
               10  WS-USR-HOME-BRANCH      PIC X(05).
               10  WS-USR-TOTAL-COUNT      PIC 9(07).
               10  WS-USR-FIELD-COUNT OCCURS 5 TIMES
                                           PIC 9(07).
               10  WS-USR-OUT-HOURS-COUNT  PIC 9(07).
               10  WS-USR-BRANCH-KNOWN     PIC 9(07).
               10  WS-USR-OWN-BRANCH       PIC 9(07).
               10  WS-USR-FIRST-DATE       PIC 9(08).
               10  WS-USR-LAST-DATE        PIC 9(08).

      *    Users who changed the account now being read; cleared at
      *    each account break after the repeat check.
       01  WS-ACCOUNT-USER-TABLE.
           05  WS-ACCOUNT-USER-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-AU-IDX.
               10  WS-AU-CHANNEL-CODE      PIC X(01).
               10  WS-AU-USER-ID           PIC X(08).
               10  WS-AU-CHANGE-COUNT      PIC 9(05).
               10  WS-AU-FIRST-DATE        PIC 9(08).
               10  WS-AU-LAST-DATE         PIC 9(08).

       01  WS-HOURS-TABLE.
           05  WS-HOURS-ENTRY OCCURS 2000 TIMES.
               10  WS-HRS-USER-ID          PIC X(08).
               10  WS-HRS-CHANGE-DATE      PIC 9(08).
               10  WS-HRS-CHANGE-TIME      PIC 9(06).
               10  WS-HRS-REASON           PIC X(16).
               10  WS-HRS-ACCOUNT-NO       PIC X(10).
               10  WS-HRS-FIELD-NAME       PIC X(10).
               10  WS-HRS-TERMINAL-ID      PIC X(04).

       01  WS-REPEAT-TABLE.
           05  WS-REPEAT-ENTRY OCCURS 1000 TIMES.
               10  WS-RPT-CHANNEL-CODE     PIC X(01).
               10  WS-RPT-USER-ID          PIC X(08).
               10  WS-RPT-ACCOUNT-NO       PIC X(10).
               10  WS-RPT-CHANGE-COUNT     PIC 9(05).
               10  WS-RPT-FIRST-DATE       PIC 9(08).
               10  WS-RPT-LAST-DATE        PIC 9(08).

       01  WS-ACTIVITY-TOTALS.
           05  WS-TOT-TOTAL-COUNT          PIC 9(07).
           05  WS-TOT-FIELD-COUNT OCCURS 5 TIMES
                                           PIC 9(07).
           05  WS-TOT-OUT-HOURS-COUNT      PIC 9(07).

       01  WS-CHANNEL-TOTALS.
           05  WS-CHN-TOTAL-COUNT          PIC 9(07).
           05  WS-CHN-FIELD-COUNT OCCURS 5 TIMES
                                           PIC 9(07).
           05  WS-CHN-OUT-HOURS-COUNT      PIC 9(07).

       01  WS-ERROR-MESSAGE.
           05  WS-ERR-FILE-NAME           PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-ERR-OPERATION           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE
               "FILE STATUS = ".
           05  WS-ERR-STATUS               PIC X(02).

       01  WS-ACT-HEADING-1.
           05  FILLER                     PIC X(42) VALUE
               "AUDUSER OPERATOR ACTIVITY SECURITY REVIEW".
           05  FILLER                     PIC X(10) VALUE
               "RUN DATE: ".
           05  WS-HDG-RUN-DATE             PIC 9999/99/99.

       01  WS-ACT-HEADING-2.
           05  FILLER                     PIC X(14) VALUE
               "CHANGES FROM: ".
           05  WS-HDG-FROM-DATE            PIC 9999/99/99.
           05  FILLER                     PIC X(06) VALUE
               "  TO: ".
           05  WS-HDG-TO-DATE              PIC 9999/99/99.
           05  FILLER                     PIC X(23) VALUE
               "  SAME-ACCOUNT LIMIT: ".
           05  WS-HDG-ACCOUNT-LIMIT        PIC ZZ9.
           05  FILLER                     PIC X(20) VALUE
               "  OWN-BRANCH RATE: ".
           05  WS-HDG-BRANCH-RATE          PIC ZZ9.
           05  FILLER                     PIC X(01) VALUE "%".

       01  WS-SECTION-HEADING.
           05  WS-SEC-HEADING-TEXT         PIC X(80).

       01  WS-USER-COLUMN-HEADING.
           05  FILLER                     PIC X(25) VALUE
               "CH  USER ID   HOME   AUTH".
           05  FILLER                     PIC X(09) VALUE
               "    TOTAL".
           05  FILLER                     PIC X(09) VALUE
               "     NAME".
           05  FILLER                     PIC X(09) VALUE
               "   BRANCH".
           05  FILLER                     PIC X(09) VALUE
               " LANGUAGE".
           05  FILLER                     PIC X(09) VALUE
               "   STATUS".
           05  FILLER                     PIC X(09) VALUE
               "    OTHER".
           05  FILLER                     PIC X(09) VALUE
               "  OUT-HRS".
           05  FILLER                     PIC X(24) VALUE
               "  FIRST CHG   LAST CHG".

       01  WS-USER-DETAIL-LINE.
           05  WS-UDL-CHANNEL-CODE         PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-UDL-USER-ID              PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-UDL-HOME-BRANCH          PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-UDL-AUTH-TEXT            PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-UDL-TOTAL-COUNT          PIC ZZZ,ZZ9.
           05  WS-UDL-FIELD-GROUP OCCURS 5 TIMES.
               10  FILLER                 PIC X(02).
               10  WS-UDL-FIELD-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-UDL-OUT-HOURS-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-UDL-FIRST-DATE           PIC 9999/99/99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-UDL-LAST-DATE            PIC 9999/99/99.

       01  WS-HOURS-COLUMN-HEADING.
           05  FILLER                     PIC X(40) VALUE
               "USER ID   DATE       TIME      REASON   ".
           05  FILLER                     PIC X(40) VALUE
               "         ACCOUNT     FIELD       TERM".

       01  WS-HOURS-DETAIL-LINE.
           05  WS-HDL-USER-ID              PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-HDL-CHANGE-DATE          PIC 9999/99/99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HDL-CHANGE-TIME          PIC 99B99B99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-HDL-REASON               PIC X(16).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-HDL-ACCOUNT-NO           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-HDL-FIELD-NAME           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-HDL-TERMINAL-ID          PIC X(04).

       01  WS-REPEAT-COLUMN-HEADING.
           05  FILLER                     PIC X(40) VALUE
               "CH  USER ID   ACCOUNT     CHANGES  FIRST".
           05  FILLER                     PIC X(16) VALUE
               " CHG   LAST CHG".

       01  WS-REPEAT-DETAIL-LINE.
           05  WS-RDL-CHANNEL-CODE         PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-RDL-USER-ID              PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RDL-ACCOUNT-NO           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RDL-CHANGE-COUNT         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RDL-FIRST-DATE           PIC 9999/99/99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RDL-LAST-DATE            PIC 9999/99/99.

       01  WS-BRANCH-COLUMN-HEADING.
           05  FILLER                     PIC X(40) VALUE
               "CH  USER ID   HOME    BRANCH KNOWN   OWN".
           05  FILLER                     PIC X(16) VALUE
               " BRANCH    RATE".

       01  WS-BRANCH-DETAIL-LINE.
           05  WS-BDL-CHANNEL-CODE         PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-BDL-USER-ID              PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-BDL-HOME-BRANCH          PIC X(05).
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  WS-BDL-BRANCH-KNOWN         PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  WS-BDL-OWN-BRANCH           PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-BDL-OWN-BRANCH-PCT       PIC ZZ9.9.
           05  FILLER                     PIC X(01) VALUE "%".

       01  WS-EXCP-COLUMN-HEADING.
           05  FILLER                     PIC X(40) VALUE
               "USER ID     CHANGES  FIRST CHG   LAST CH".
           05  FILLER                     PIC X(01) VALUE
               "G".

       01  WS-EXCP-DETAIL-LINE.
           05  WS-EDL-USER-ID              PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-EDL-CHANGE-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-EDL-FIRST-DATE           PIC 9999/99/99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-EDL-LAST-DATE            PIC 9999/99/99.

       01  WS-ACT-TOTAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-ACT-TOTAL-LABEL          PIC X(26).
           05  FILLER                     PIC X(02) VALUE
               "= ".
           05  WS-ACT-TOTAL-VALUE          PIC ZZ,ZZZ,ZZ9.
      /
       LINKAGE SECTION.

       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH              PIC S9(04) COMP.
           05  LK-PARM-TEXT                PIC X(40).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.
       Main.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-AUDIT-ENTRY THRU 2000-EXIT
               UNTIL END-OF-AUDIT-HISTORY
           PERFORM 2500-CHECK-ACCOUNT-REPEATS THRU 2500-EXIT
           PERFORM 5000-PRINT-USER-ACTIVITY THRU 5000-EXIT
           PERFORM 5400-PRINT-OUT-OF-HOURS THRU 5400-EXIT
           PERFORM 5600-PRINT-REPEATED-ACCOUNTS THRU 5600-EXIT
           PERFORM 5800-PRINT-OWN-BRANCH-RATES THRU 5800-EXIT
           PERFORM 6000-PRINT-UNAUTHORIZED THRU 6000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           IF WS-UNAUTHORIZED-USER-COUNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-PARSE-PARM THRU 1100-EXIT
           IF WS-PARM-FROM-DATE = ZERO
               OR WS-PARM-TO-DATE = ZERO
               OR WS-PARM-FROM-DATE GREATER THAN WS-PARM-TO-DATE
               DISPLAY "AUDUSER - RUN REFUSED, NO VALID DATE RANGE IN "
                   "PARM - USE PARM='YYYYMMDD,YYYYMMDD,NNN,NNN'"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CALENDAR-FILE
           IF WS-CALFILE-FILE-STATUS = "35"
               DISPLAY "AUDUSER - RUN REFUSED, CALENDAR FILE NOT "
                   "FOUND - BUSINESS HOURS CANNOT BE CHECKED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CALFILE-FILE-STATUS NOT = "00"
               MOVE "CALENDAR-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"          TO WS-ERR-OPERATION
               MOVE WS-CALFILE-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN INPUT AUTHORIZED-USER-FILE
           IF WS-AUTHUSER-FILE-STATUS = "35"
               DISPLAY "AUDUSER - RUN REFUSED, AUTHORIZED-USER FILE "
                   "NOT FOUND - USERS CANNOT BE CHECKED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-AUTHUSER-FILE-STATUS NOT = "00"
               MOVE "AUTHORIZED-USER" TO WS-ERR-FILE-NAME
               MOVE "OPEN"            TO WS-ERR-OPERATION
               MOVE WS-AUTHUSER-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS = "35"
               DISPLAY "AUDUSER - CUSTOMER MASTER NOT FOUND, "
                   "OWN-BRANCH RATES NOT PRODUCED"
           ELSE
               IF WS-CUSTMAST-FILE-STATUS NOT = "00"
                   MOVE "CUSTOMER-MASTER" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"            TO WS-ERR-OPERATION
                   MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
               SET CUSTMAST-OPEN TO TRUE
           END-IF
           OPEN INPUT AUDIT-HISTORY-FILE
           IF WS-AUDHIST-FILE-STATUS NOT = "00"
               MOVE "AUDIT-HISTORY-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"               TO WS-ERR-OPERATION
               MOVE WS-AUDHIST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN OUTPUT ACTIVITY-REPORT-FILE
           IF WS-AUDURPT-FILE-STATUS NOT = "00"
               MOVE "ACTIVITY-REPORT" TO WS-ERR-FILE-NAME
               MOVE "OPEN"            TO WS-ERR-OPERATION
               MOVE WS-AUDURPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE
           MOVE WS-ACT-HEADING-1 TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           MOVE WS-PARM-FROM-DATE TO WS-HDG-FROM-DATE
           MOVE WS-PARM-TO-DATE TO WS-HDG-TO-DATE
           MOVE WS-ACCOUNT-LIMIT TO WS-HDG-ACCOUNT-LIMIT
           MOVE WS-BRANCH-RATE TO WS-HDG-BRANCH-RATE
           MOVE WS-ACT-HEADING-2 TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           INITIALIZE WS-ACTIVITY-TOTALS
           PERFORM 1500-READ-AUDIT-HISTORY THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

       1100-PARSE-PARM.
           IF LK-PARM-LENGTH GREATER THAN ZERO
               UNSTRING LK-PARM-TEXT DELIMITED BY ","
                   INTO WS-PARM-FROM-DATE WS-PARM-TO-DATE
                        WS-PARM-ACCOUNT-LIMIT WS-PARM-BRANCH-RATE
           END-IF
           IF WS-PARM-ACCOUNT-LIMIT GREATER THAN ZERO
               MOVE WS-PARM-ACCOUNT-LIMIT TO WS-ACCOUNT-LIMIT
           END-IF
           IF WS-PARM-BRANCH-RATE GREATER THAN ZERO
               AND WS-PARM-BRANCH-RATE NOT GREATER THAN 100
               MOVE WS-PARM-BRANCH-RATE TO WS-BRANCH-RATE
           END-IF.
       1100-EXIT.
           EXIT.

       1500-READ-AUDIT-HISTORY.
           READ AUDIT-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-AUDIT-HISTORY TO TRUE
               NOT AT END
                   IF WS-AUDHIST-FILE-STATUS NOT = "00"
                       MOVE "AUDIT-HISTORY-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"               TO WS-ERR-OPERATION
                       MOVE WS-AUDHIST-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
                   ADD 1 TO WS-AUDIT-READ-COUNT
           END-READ.
       1500-EXIT.
           EXIT.

      *    AUDHIST is in account order, so the account's branch is
      *    read once per account and the same-account check is made
      *    at each account break.
       2000-PROCESS-AUDIT-ENTRY.
           IF AHST-CHANGE-DATE LESS THAN WS-PARM-FROM-DATE
               OR AHST-CHANGE-DATE GREATER THAN WS-PARM-TO-DATE
               GO TO 2000-READ-NEXT
           END-IF
           ADD 1 TO WS-IN-RANGE-COUNT
           IF AHST-ACCOUNT-NO NOT = WS-PREV-ACCOUNT-NO
               PERFORM 2500-CHECK-ACCOUNT-REPEATS THRU 2500-EXIT
               PERFORM 2100-LOAD-ACCOUNT-BRANCH THRU 2100-EXIT
               MOVE AHST-ACCOUNT-NO TO WS-PREV-ACCOUNT-NO
           END-IF
           PERFORM 2200-FIND-USER THRU 2200-EXIT
           ADD 1 TO WS-USR-TOTAL-COUNT (WS-USR-SUB)
           EVALUATE AHST-FIELD-NAME
               WHEN "NAME"
                   MOVE 1 TO WS-FIELD-SUB
               WHEN "BRANCH"
                   MOVE 2 TO WS-FIELD-SUB
               WHEN "LANGUAGE"
                   MOVE 3 TO WS-FIELD-SUB
               WHEN "STATUS"
                   MOVE 4 TO WS-FIELD-SUB
               WHEN OTHER
                   MOVE 5 TO WS-FIELD-SUB
           END-EVALUATE
           ADD 1 TO WS-USR-FIELD-COUNT (WS-USR-SUB, WS-FIELD-SUB)
           IF WS-USR-FIRST-DATE (WS-USR-SUB) = ZERO
               OR AHST-CHANGE-DATE LESS THAN
                   WS-USR-FIRST-DATE (WS-USR-SUB)
               MOVE AHST-CHANGE-DATE TO WS-USR-FIRST-DATE (WS-USR-SUB)
           END-IF
           IF AHST-CHANGE-DATE GREATER THAN
               WS-USR-LAST-DATE (WS-USR-SUB)
               MOVE AHST-CHANGE-DATE TO WS-USR-LAST-DATE (WS-USR-SUB)
           END-IF
           PERFORM 2300-CHECK-BUSINESS-HOURS THRU 2300-EXIT
           IF WS-OUT-HOURS-REASON NOT = SPACES
               ADD 1 TO WS-USR-OUT-HOURS-COUNT (WS-USR-SUB)
               IF AHST-CHANNEL-CODE = 'O'
                   PERFORM 2350-STORE-HOURS-LINE THRU 2350-EXIT
               END-IF
           END-IF
           IF WS-ACCOUNT-BRANCH-CODE NOT = SPACES
               AND WS-USR-HOME-BRANCH (WS-USR-SUB) NOT = SPACES
               ADD 1 TO WS-USR-BRANCH-KNOWN (WS-USR-SUB)
               IF WS-ACCOUNT-BRANCH-CODE =
                   WS-USR-HOME-BRANCH (WS-USR-SUB)
                   ADD 1 TO WS-USR-OWN-BRANCH (WS-USR-SUB)
               END-IF
           END-IF
           PERFORM 2400-COUNT-ACCOUNT-USER THRU 2400-EXIT.
       2000-READ-NEXT.
           PERFORM 1500-READ-AUDIT-HISTORY THRU 1500-EXIT.
       2000-EXIT.
           EXIT.

       2100-LOAD-ACCOUNT-BRANCH.
           MOVE SPACES TO WS-ACCOUNT-BRANCH-CODE
           IF NOT CUSTMAST-OPEN
               OR AHST-ACCOUNT-NO IS NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           MOVE AHST-ACCOUNT-NO TO CUST-MAST-ACCOUNT-NO
           READ CUSTOMER-MASTER-FILE
           EVALUATE WS-CUSTMAST-FILE-STATUS
               WHEN "00"
                   MOVE CUST-MAST-BRANCH-CODE TO WS-ACCOUNT-BRANCH-CODE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "CUSTOMER-MASTER" TO WS-ERR-FILE-NAME
                   MOVE "READ"            TO WS-ERR-OPERATION
                   MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *    Find the channel / user entry, adding it in key order the
      *    first time the user is seen.  A new user is looked up on
      *    the authorized-user list for the exceptions section and
      *    the home branch.
       2200-FIND-USER.
           MOVE AHST-CHANNEL-CODE TO WS-NEW-USER-KEY (1:1)
           MOVE AHST-USER-ID TO WS-NEW-USER-KEY (2:8)
           MOVE 'N' TO WS-USER-FOUND-SWITCH
           COMPUTE WS-INSERT-SUB = WS-USER-COUNT + 1
           IF WS-USER-COUNT GREATER THAN ZERO
               SET WS-USR-IDX TO 1
               SEARCH WS-USER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-USR-IDX GREATER THAN WS-USER-COUNT
                       CONTINUE
                   WHEN WS-USR-KEY (WS-USR-IDX) = WS-NEW-USER-KEY
                       SET USER-FOUND TO TRUE
                       SET WS-INSERT-SUB TO WS-USR-IDX
                   WHEN WS-USR-KEY (WS-USR-IDX) GREATER THAN
                       WS-NEW-USER-KEY
                       SET WS-INSERT-SUB TO WS-USR-IDX
               END-SEARCH
           END-IF
           MOVE WS-INSERT-SUB TO WS-USR-SUB
           IF USER-FOUND
               GO TO 2200-EXIT
           END-IF
           IF WS-USER-COUNT NOT LESS THAN WS-MAX-USERS
               DISPLAY "AUDUSER - USER TABLE FULL AT "
                   WS-MAX-USERS " ENTRIES"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2250-SHIFT-USER-DOWN THRU 2250-EXIT
               VARYING WS-SHIFT-SUB FROM WS-USER-COUNT BY -1
               UNTIL WS-SHIFT-SUB LESS THAN WS-INSERT-SUB
           ADD 1 TO WS-USER-COUNT
           INITIALIZE WS-USER-ENTRY (WS-USR-SUB)
           MOVE AHST-CHANNEL-CODE TO WS-USR-CHANNEL-CODE (WS-USR-SUB)
           MOVE AHST-USER-ID TO WS-USR-USER-ID (WS-USR-SUB)
           MOVE AHST-USER-ID TO AUSR-USER-ID
           READ AUTHORIZED-USER-FILE
           EVALUATE WS-AUTHUSER-FILE-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-USR-AUTH-FLAG (WS-USR-SUB)
                   MOVE AUSR-HOME-BRANCH TO
                       WS-USR-HOME-BRANCH (WS-USR-SUB)
               WHEN "23"
                   MOVE 'N' TO WS-USR-AUTH-FLAG (WS-USR-SUB)
               WHEN OTHER
                   MOVE "AUTHORIZED-USER" TO WS-ERR-FILE-NAME
                   MOVE "READ"            TO WS-ERR-OPERATION
                   MOVE WS-AUTHUSER-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.

       2250-SHIFT-USER-DOWN.
           MOVE WS-USER-ENTRY (WS-SHIFT-SUB) TO
               WS-USER-ENTRY (WS-SHIFT-SUB + 1).
       2250-EXIT.
           EXIT.

      *    Business hours are 08:00 up to 18:00 on a day the calendar
      *    marks B; WS-OUT-HOURS-REASON is left blank inside them.
       2300-CHECK-BUSINESS-HOURS.
           MOVE SPACES TO WS-OUT-HOURS-REASON
           IF AHST-CHANGE-DATE NOT = WS-CAL-LAST-DATE
               MOVE AHST-CHANGE-DATE TO CAL-DATE
               READ CALENDAR-FILE
               EVALUATE WS-CALFILE-FILE-STATUS
                   WHEN "00"
                       MOVE CAL-DAY-TYPE TO WS-CAL-LAST-DAY-TYPE
                   WHEN "23"
                       MOVE SPACE TO WS-CAL-LAST-DAY-TYPE
                   WHEN OTHER
                       MOVE "CALENDAR-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"          TO WS-ERR-OPERATION
                       MOVE WS-CALFILE-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
               END-EVALUATE
               MOVE AHST-CHANGE-DATE TO WS-CAL-LAST-DATE
           END-IF
           EVALUATE WS-CAL-LAST-DAY-TYPE
               WHEN 'B'
                   IF AHST-CHANGE-TIME LESS THAN WS-BUSINESS-START-TIME
                       OR AHST-CHANGE-TIME NOT LESS THAN
                           WS-BUSINESS-END-TIME
                       MOVE "OUTSIDE HOURS" TO WS-OUT-HOURS-REASON
                   END-IF
               WHEN 'H'
                   MOVE "HOLIDAY" TO WS-OUT-HOURS-REASON
               WHEN 'W'
                   MOVE "WEEKEND" TO WS-OUT-HOURS-REASON
               WHEN OTHER
                   MOVE "NOT ON CALENDAR" TO WS-OUT-HOURS-REASON
           END-EVALUATE.
       2300-EXIT.
           EXIT.

       2350-STORE-HOURS-LINE.
           ADD 1 TO WS-HOURS-TOTAL-COUNT
           IF WS-HOURS-LINE-COUNT NOT LESS THAN WS-MAX-HOURS-LINES
               ADD 1 TO WS-HOURS-UNLISTED-COUNT
               GO TO 2350-EXIT
           END-IF
           ADD 1 TO WS-HOURS-LINE-COUNT
           MOVE WS-HOURS-LINE-COUNT TO WS-LINE-SUB
           MOVE AHST-USER-ID TO WS-HRS-USER-ID (WS-LINE-SUB)
           MOVE AHST-CHANGE-DATE TO WS-HRS-CHANGE-DATE (WS-LINE-SUB)
           MOVE AHST-CHANGE-TIME TO WS-HRS-CHANGE-TIME (WS-LINE-SUB)
           MOVE WS-OUT-HOURS-REASON TO WS-HRS-REASON (WS-LINE-SUB)
           MOVE AHST-ACCOUNT-NO TO WS-HRS-ACCOUNT-NO (WS-LINE-SUB)
           MOVE AHST-FIELD-NAME TO WS-HRS-FIELD-NAME (WS-LINE-SUB)
           MOVE AHST-TERMINAL-ID TO WS-HRS-TERMINAL-ID (WS-LINE-SUB).
       2350-EXIT.
           EXIT.

       2400-COUNT-ACCOUNT-USER.
           IF WS-ACCOUNT-USER-COUNT GREATER THAN ZERO
               SET WS-AU-IDX TO 1
               SEARCH WS-ACCOUNT-USER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AU-IDX GREATER THAN WS-ACCOUNT-USER-COUNT
                       CONTINUE
                   WHEN WS-AU-CHANNEL-CODE (WS-AU-IDX) =
                           AHST-CHANNEL-CODE
                       AND WS-AU-USER-ID (WS-AU-IDX) = AHST-USER-ID
                       ADD 1 TO WS-AU-CHANGE-COUNT (WS-AU-IDX)
                       MOVE AHST-CHANGE-DATE TO
                           WS-AU-LAST-DATE (WS-AU-IDX)
                       GO TO 2400-EXIT
               END-SEARCH
           END-IF
           IF WS-ACCOUNT-USER-COUNT NOT LESS THAN WS-MAX-ACCOUNT-USERS
               ADD 1 TO WS-ACCOUNT-USERS-DROPPED
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNT-USER-COUNT
           SET WS-AU-IDX TO WS-ACCOUNT-USER-COUNT
           MOVE AHST-CHANNEL-CODE TO WS-AU-CHANNEL-CODE (WS-AU-IDX)
           MOVE AHST-USER-ID TO WS-AU-USER-ID (WS-AU-IDX)
           MOVE 1 TO WS-AU-CHANGE-COUNT (WS-AU-IDX)
           MOVE AHST-CHANGE-DATE TO WS-AU-FIRST-DATE (WS-AU-IDX)
           MOVE AHST-CHANGE-DATE TO WS-AU-LAST-DATE (WS-AU-IDX).
       2400-EXIT.
           EXIT.

      *    Entries within an account are in date order, so the first
      *    and last dates held are the account's first and last
      *    change by the user.
       2500-CHECK-ACCOUNT-REPEATS.
           PERFORM 2550-CHECK-ONE-ACCOUNT-USER THRU 2550-EXIT
               VARYING WS-AU-SUB FROM 1 BY 1
               UNTIL WS-AU-SUB GREATER THAN WS-ACCOUNT-USER-COUNT
           MOVE ZERO TO WS-ACCOUNT-USER-COUNT.
       2500-EXIT.
           EXIT.

       2550-CHECK-ONE-ACCOUNT-USER.
           IF WS-AU-CHANGE-COUNT (WS-AU-SUB) NOT GREATER THAN
               WS-ACCOUNT-LIMIT
               GO TO 2550-EXIT
           END-IF
           ADD 1 TO WS-REPEAT-TOTAL-COUNT
           IF WS-REPEAT-LINE-COUNT NOT LESS THAN WS-MAX-REPEAT-LINES
               ADD 1 TO WS-REPEAT-UNLISTED-COUNT
               GO TO 2550-EXIT
           END-IF
           ADD 1 TO WS-REPEAT-LINE-COUNT
           MOVE WS-REPEAT-LINE-COUNT TO WS-LINE-SUB
           MOVE WS-AU-CHANNEL-CODE (WS-AU-SUB) TO
               WS-RPT-CHANNEL-CODE (WS-LINE-SUB)
           MOVE WS-AU-USER-ID (WS-AU-SUB) TO
               WS-RPT-USER-ID (WS-LINE-SUB)
           MOVE WS-PREV-ACCOUNT-NO TO WS-RPT-ACCOUNT-NO (WS-LINE-SUB)
           MOVE WS-AU-CHANGE-COUNT (WS-AU-SUB) TO
               WS-RPT-CHANGE-COUNT (WS-LINE-SUB)
           MOVE WS-AU-FIRST-DATE (WS-AU-SUB) TO
               WS-RPT-FIRST-DATE (WS-LINE-SUB)
           MOVE WS-AU-LAST-DATE (WS-AU-SUB) TO
               WS-RPT-LAST-DATE (WS-LINE-SUB).
       2550-EXIT.
           EXIT.

      *    Section 1 - one line per channel / user with a total line
      *    at each change of channel and a grand total at the end.
       5000-PRINT-USER-ACTIVITY.
           MOVE "1. ACTIVITY BY CHANNEL AND USER ID" TO
               WS-SEC-HEADING-TEXT
           PERFORM 7100-WRITE-SECTION-HEADING THRU 7100-EXIT
           MOVE WS-USER-COLUMN-HEADING TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           IF WS-USER-COUNT = ZERO
               MOVE "NO CHANGES IN THE DATE RANGE" TO
                   ACTIVITY-REPORT-RECORD
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               GO TO 5000-EXIT
           END-IF
           INITIALIZE WS-CHANNEL-TOTALS
           MOVE WS-USR-CHANNEL-CODE (1) TO WS-PRINT-CHANNEL
           PERFORM 5100-PRINT-USER-LINE THRU 5100-EXIT
               VARYING WS-USR-SUB FROM 1 BY 1
               UNTIL WS-USR-SUB GREATER THAN WS-USER-COUNT
           PERFORM 5200-PRINT-CHANNEL-TOTAL THRU 5200-EXIT
           MOVE SPACES TO WS-USER-DETAIL-LINE
           MOVE "ALL" TO WS-UDL-USER-ID
           MOVE WS-TOT-TOTAL-COUNT TO WS-UDL-TOTAL-COUNT
           PERFORM 5300-MOVE-GRAND-FIELD THRU 5300-EXIT
               VARYING WS-FIELD-SUB FROM 1 BY 1
               UNTIL WS-FIELD-SUB GREATER THAN 5
           MOVE WS-TOT-OUT-HOURS-COUNT TO WS-UDL-OUT-HOURS-COUNT
           MOVE WS-USER-DETAIL-LINE TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       5000-EXIT.
           EXIT.

       5100-PRINT-USER-LINE.
           IF WS-USR-CHANNEL-CODE (WS-USR-SUB) NOT = WS-PRINT-CHANNEL
               PERFORM 5200-PRINT-CHANNEL-TOTAL THRU 5200-EXIT
               INITIALIZE WS-CHANNEL-TOTALS
               MOVE WS-USR-CHANNEL-CODE (WS-USR-SUB) TO
                   WS-PRINT-CHANNEL
           END-IF
           MOVE SPACES TO WS-USER-DETAIL-LINE
           MOVE WS-USR-CHANNEL-CODE (WS-USR-SUB) TO
               WS-UDL-CHANNEL-CODE
           MOVE WS-USR-USER-ID (WS-USR-SUB) TO WS-UDL-USER-ID
           MOVE WS-USR-HOME-BRANCH (WS-USR-SUB) TO WS-UDL-HOME-BRANCH
           IF WS-USR-AUTHORIZED (WS-USR-SUB)
               MOVE "YES" TO WS-UDL-AUTH-TEXT
           ELSE
               MOVE "NO" TO WS-UDL-AUTH-TEXT
           END-IF
           MOVE WS-USR-TOTAL-COUNT (WS-USR-SUB) TO WS-UDL-TOTAL-COUNT
           ADD WS-USR-TOTAL-COUNT (WS-USR-SUB) TO WS-CHN-TOTAL-COUNT
           ADD WS-USR-TOTAL-COUNT (WS-USR-SUB) TO WS-TOT-TOTAL-COUNT
           PERFORM 5150-MOVE-USER-FIELD THRU 5150-EXIT
               VARYING WS-FIELD-SUB FROM 1 BY 1
               UNTIL WS-FIELD-SUB GREATER THAN 5
           MOVE WS-USR-OUT-HOURS-COUNT (WS-USR-SUB) TO
               WS-UDL-OUT-HOURS-COUNT
           ADD WS-USR-OUT-HOURS-COUNT (WS-USR-SUB) TO
               WS-CHN-OUT-HOURS-COUNT
           ADD WS-USR-OUT-HOURS-COUNT (WS-USR-SUB) TO
               WS-TOT-OUT-HOURS-COUNT
           MOVE WS-USR-FIRST-DATE (WS-USR-SUB) TO WS-UDL-FIRST-DATE
           MOVE WS-USR-LAST-DATE (WS-USR-SUB) TO WS-UDL-LAST-DATE
           MOVE WS-USER-DETAIL-LINE TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       5100-EXIT.
           EXIT.

       5150-MOVE-USER-FIELD.
           MOVE WS-USR-FIELD-COUNT (WS-USR-SUB, WS-FIELD-SUB) TO
               WS-UDL-FIELD-COUNT (WS-FIELD-SUB)
           ADD WS-USR-FIELD-COUNT (WS-USR-SUB, WS-FIELD-SUB) TO
               WS-CHN-FIELD-COUNT (WS-FIELD-SUB)
           ADD WS-USR-FIELD-COUNT (WS-USR-SUB, WS-FIELD-SUB) TO
               WS-TOT-FIELD-COUNT (WS-FIELD-SUB).
       5150-EXIT.
           EXIT.

       5200-PRINT-CHANNEL-TOTAL.
           MOVE SPACES TO WS-USER-DETAIL-LINE
           MOVE WS-PRINT-CHANNEL TO WS-UDL-CHANNEL-CODE
           MOVE "TOTAL" TO WS-UDL-USER-ID
           MOVE WS-CHN-TOTAL-COUNT TO WS-UDL-TOTAL-COUNT
           PERFORM 5250-MOVE-CHANNEL-FIELD THRU 5250-EXIT
               VARYING WS-FIELD-SUB FROM 1 BY 1
               UNTIL WS-FIELD-SUB GREATER THAN 5
           MOVE WS-CHN-OUT-HOURS-COUNT TO WS-UDL-OUT-HOURS-COUNT
           MOVE WS-USER-DETAIL-LINE TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       5200-EXIT.
           EXIT.

       5250-MOVE-CHANNEL-FIELD.
           MOVE WS-CHN-FIELD-COUNT (WS-FIELD-SUB) TO
               WS-UDL-FIELD-COUNT (WS-FIELD-SUB).
       5250-EXIT.
           EXIT.

       5300-MOVE-GRAND-FIELD.
           MOVE WS-TOT-FIELD-COUNT (WS-FIELD-SUB) TO
               WS-UDL-FIELD-COUNT (WS-FIELD-SUB).
       5300-EXIT.
           EXIT.

      *    Section 2 - online changes outside business hours, in the
      *    order found (account order).
       5400-PRINT-OUT-OF-HOURS.
           MOVE "2. ONLINE CHANGES OUTSIDE BUSINESS HOURS" TO
               WS-SEC-HEADING-TEXT
           PERFORM 7100-WRITE-SECTION-HEADING THRU 7100-EXIT
           MOVE WS-HOURS-COLUMN-HEADING TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           IF WS-HOURS-LINE-COUNT = ZERO
               MOVE "NONE" TO ACTIVITY-REPORT-RECORD
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               GO TO 5400-EXIT
           END-IF
           PERFORM 5500-PRINT-HOURS-LINE THRU 5500-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB GREATER THAN WS-HOURS-LINE-COUNT
           IF WS-HOURS-UNLISTED-COUNT GREATER THAN ZERO
               MOVE "MORE NOT LISTED" TO WS-ACT-TOTAL-LABEL
               MOVE WS-HOURS-UNLISTED-COUNT TO WS-ACT-TOTAL-VALUE
               MOVE WS-ACT-TOTAL-LINE TO ACTIVITY-REPORT-RECORD
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           END-IF.
       5400-EXIT.
           EXIT.

       5500-PRINT-HOURS-LINE.
           MOVE WS-HRS-USER-ID (WS-LINE-SUB) TO WS-HDL-USER-ID
           MOVE WS-HRS-CHANGE-DATE (WS-LINE-SUB) TO WS-HDL-CHANGE-DATE
           MOVE WS-HRS-CHANGE-TIME (WS-LINE-SUB) TO WS-HDL-CHANGE-TIME
           MOVE WS-HRS-REASON (WS-LINE-SUB) TO WS-HDL-REASON
           MOVE WS-HRS-ACCOUNT-NO (WS-LINE-SUB) TO WS-HDL-ACCOUNT-NO
           MOVE WS-HRS-FIELD-NAME (WS-LINE-SUB) TO WS-HDL-FIELD-NAME
           MOVE WS-HRS-TERMINAL-ID (WS-LINE-SUB) TO WS-HDL-TERMINAL-ID
           MOVE WS-HOURS-DETAIL-LINE TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       5500-EXIT.
           EXIT.

       5600-PRINT-REPEATED-ACCOUNTS.
           MOVE SPACES TO WS-SEC-HEADING-TEXT
           STRING "3. USERS WHO CHANGED THE SAME ACCOUNT MORE THAN "
                   DELIMITED BY SIZE
               WS-HDG-ACCOUNT-LIMIT DELIMITED BY SIZE
               " TIMES" DELIMITED BY SIZE
               INTO WS-SEC-HEADING-TEXT
           PERFORM 7100-WRITE-SECTION-HEADING THRU 7100-EXIT
           MOVE WS-REPEAT-COLUMN-HEADING TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           IF WS-REPEAT-LINE-COUNT = ZERO
               MOVE "NONE" TO ACTIVITY-REPORT-RECORD
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               GO TO 5600-EXIT
           END-IF
           PERFORM 5700-PRINT-REPEAT-LINE THRU 5700-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB GREATER THAN WS-REPEAT-LINE-COUNT
           IF WS-REPEAT-UNLISTED-COUNT GREATER THAN ZERO
               MOVE "MORE NOT LISTED" TO WS-ACT-TOTAL-LABEL
               MOVE WS-REPEAT-UNLISTED-COUNT TO WS-ACT-TOTAL-VALUE
               MOVE WS-ACT-TOTAL-LINE TO ACTIVITY-REPORT-RECORD
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           END-IF.
       5600-EXIT.
           EXIT.

       5700-PRINT-REPEAT-LINE.
           MOVE WS-RPT-CHANNEL-CODE (WS-LINE-SUB) TO
               WS-RDL-CHANNEL-CODE
           MOVE WS-RPT-USER-ID (WS-LINE-SUB) TO WS-RDL-USER-ID
           MOVE WS-RPT-ACCOUNT-NO (WS-LINE-SUB) TO WS-RDL-ACCOUNT-NO
           MOVE WS-RPT-CHANGE-COUNT (WS-LINE-SUB) TO
               WS-RDL-CHANGE-COUNT
           MOVE WS-RPT-FIRST-DATE (WS-LINE-SUB) TO WS-RDL-FIRST-DATE
           MOVE WS-RPT-LAST-DATE (WS-LINE-SUB) TO WS-RDL-LAST-DATE
           MOVE WS-REPEAT-DETAIL-LINE TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       5700-EXIT.
           EXIT.

       5800-PRINT-OWN-BRANCH-RATES.
           MOVE SPACES TO WS-SEC-HEADING-TEXT
           STRING "4. USERS CHANGING OWN-BRANCH CUSTOMERS ABOVE "
                   DELIMITED BY SIZE
               WS-HDG-BRANCH-RATE DELIMITED BY SIZE
               "% OF THEIR CHANGES" DELIMITED BY SIZE
               INTO WS-SEC-HEADING-TEXT
           PERFORM 7100-WRITE-SECTION-HEADING THRU 7100-EXIT
           MOVE WS-BRANCH-COLUMN-HEADING TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           PERFORM 5900-CHECK-OWN-BRANCH-RATE THRU 5900-EXIT
               VARYING WS-USR-SUB FROM 1 BY 1
               UNTIL WS-USR-SUB GREATER THAN WS-USER-COUNT
           IF WS-OWN-BRANCH-USER-COUNT = ZERO
               MOVE "NONE" TO ACTIVITY-REPORT-RECORD
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           END-IF.
       5800-EXIT.
           EXIT.

       5900-CHECK-OWN-BRANCH-RATE.
           IF WS-USR-BRANCH-KNOWN (WS-USR-SUB) = ZERO
               GO TO 5900-EXIT
           END-IF
           COMPUTE WS-OWN-BRANCH-PCT ROUNDED =
               WS-USR-OWN-BRANCH (WS-USR-SUB) * 100 /
               WS-USR-BRANCH-KNOWN (WS-USR-SUB)
           IF WS-OWN-BRANCH-PCT NOT GREATER THAN WS-BRANCH-RATE
               GO TO 5900-EXIT
           END-IF
           ADD 1 TO WS-OWN-BRANCH-USER-COUNT
           MOVE WS-USR-CHANNEL-CODE (WS-USR-SUB) TO
               WS-BDL-CHANNEL-CODE
           MOVE WS-USR-USER-ID (WS-USR-SUB) TO WS-BDL-USER-ID
           MOVE WS-USR-HOME-BRANCH (WS-USR-SUB) TO WS-BDL-HOME-BRANCH
           MOVE WS-USR-BRANCH-KNOWN (WS-USR-SUB) TO
               WS-BDL-BRANCH-KNOWN
           MOVE WS-USR-OWN-BRANCH (WS-USR-SUB) TO WS-BDL-OWN-BRANCH
           MOVE WS-OWN-BRANCH-PCT TO WS-BDL-OWN-BRANCH-PCT
           MOVE WS-BRANCH-DETAIL-LINE TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       5900-EXIT.
           EXIT.

       6000-PRINT-UNAUTHORIZED.
           MOVE "5. EXCEPTIONS - ONLINE USERS NOT ON AUTHORIZED LIST"
               TO WS-SEC-HEADING-TEXT
           PERFORM 7100-WRITE-SECTION-HEADING THRU 7100-EXIT
           MOVE WS-EXCP-COLUMN-HEADING TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           PERFORM 6100-CHECK-USER-AUTHORIZED THRU 6100-EXIT
               VARYING WS-USR-SUB FROM 1 BY 1
               UNTIL WS-USR-SUB GREATER THAN WS-USER-COUNT
           IF WS-UNAUTHORIZED-USER-COUNT = ZERO
               MOVE "NONE" TO ACTIVITY-REPORT-RECORD
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       6100-CHECK-USER-AUTHORIZED.
           IF WS-USR-CHANNEL-CODE (WS-USR-SUB) NOT = 'O'
               OR WS-USR-AUTHORIZED (WS-USR-SUB)
               GO TO 6100-EXIT
           END-IF
           ADD 1 TO WS-UNAUTHORIZED-USER-COUNT
           MOVE WS-USR-USER-ID (WS-USR-SUB) TO WS-EDL-USER-ID
           MOVE WS-USR-TOTAL-COUNT (WS-USR-SUB) TO WS-EDL-CHANGE-COUNT
           MOVE WS-USR-FIRST-DATE (WS-USR-SUB) TO WS-EDL-FIRST-DATE
           MOVE WS-USR-LAST-DATE (WS-USR-SUB) TO WS-EDL-LAST-DATE
           MOVE WS-EXCP-DETAIL-LINE TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       6100-EXIT.
           EXIT.

       7000-WRITE-REPORT-LINE.
           WRITE ACTIVITY-REPORT-RECORD
           IF WS-AUDURPT-FILE-STATUS NOT = "00"
               MOVE "ACTIVITY-REPORT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"           TO WS-ERR-OPERATION
               MOVE WS-AUDURPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

       7100-WRITE-SECTION-HEADING.
           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           MOVE WS-SECTION-HEADING TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       7100-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE SPACES TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           MOVE "AUDIT ENTRIES READ" TO WS-ACT-TOTAL-LABEL
           MOVE WS-AUDIT-READ-COUNT TO WS-ACT-TOTAL-VALUE
           MOVE WS-ACT-TOTAL-LINE TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           MOVE "CHANGES IN DATE RANGE" TO WS-ACT-TOTAL-LABEL
           MOVE WS-IN-RANGE-COUNT TO WS-ACT-TOTAL-VALUE
           MOVE WS-ACT-TOTAL-LINE TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           MOVE "CHANNEL / USER IDS" TO WS-ACT-TOTAL-LABEL
           MOVE WS-USER-COUNT TO WS-ACT-TOTAL-VALUE
           MOVE WS-ACT-TOTAL-LINE TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           MOVE "ONLINE OUTSIDE HOURS" TO WS-ACT-TOTAL-LABEL
           MOVE WS-HOURS-TOTAL-COUNT TO WS-ACT-TOTAL-VALUE
           MOVE WS-ACT-TOTAL-LINE TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           MOVE "SAME-ACCOUNT REPEATS" TO WS-ACT-TOTAL-LABEL
           MOVE WS-REPEAT-TOTAL-COUNT TO WS-ACT-TOTAL-VALUE
           MOVE WS-ACT-TOTAL-LINE TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           MOVE "OWN-BRANCH RATE EXCEEDED" TO WS-ACT-TOTAL-LABEL
           MOVE WS-OWN-BRANCH-USER-COUNT TO WS-ACT-TOTAL-VALUE
           MOVE WS-ACT-TOTAL-LINE TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           MOVE "UNAUTHORIZED ONLINE USERS" TO WS-ACT-TOTAL-LABEL
           MOVE WS-UNAUTHORIZED-USER-COUNT TO WS-ACT-TOTAL-VALUE
           MOVE WS-ACT-TOTAL-LINE TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           IF WS-ACCOUNT-USERS-DROPPED GREATER THAN ZERO
               MOVE "ACCOUNT USERS NOT CHECKED" TO WS-ACT-TOTAL-LABEL
               MOVE WS-ACCOUNT-USERS-DROPPED TO WS-ACT-TOTAL-VALUE
               MOVE WS-ACT-TOTAL-LINE TO ACTIVITY-REPORT-RECORD
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           END-IF
           MOVE "*** END OF OPERATOR ACTIVITY REVIEW ***"
               TO ACTIVITY-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           CLOSE AUDIT-HISTORY-FILE
           IF WS-AUDHIST-FILE-STATUS NOT = "00"
               MOVE "AUDIT-HISTORY-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"              TO WS-ERR-OPERATION
               MOVE WS-AUDHIST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE CALENDAR-FILE
           IF WS-CALFILE-FILE-STATUS NOT = "00"
               MOVE "CALENDAR-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"         TO WS-ERR-OPERATION
               MOVE WS-CALFILE-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE AUTHORIZED-USER-FILE
           IF WS-AUTHUSER-FILE-STATUS NOT = "00"
               MOVE "AUTHORIZED-USER" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"           TO WS-ERR-OPERATION
               MOVE WS-AUTHUSER-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           IF CUSTMAST-OPEN
               CLOSE CUSTOMER-MASTER-FILE
               IF WS-CUSTMAST-FILE-STATUS NOT = "00"
                   MOVE "CUSTOMER-MASTER" TO WS-ERR-FILE-NAME
                   MOVE "CLOSE"           TO WS-ERR-OPERATION
                   MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF
           CLOSE ACTIVITY-REPORT-FILE
           IF WS-AUDURPT-FILE-STATUS NOT = "00"
               MOVE "ACTIVITY-REPORT" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"           TO WS-ERR-OPERATION
               MOVE WS-AUDURPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           DISPLAY "AUDUSER - CHANGES IN DATE RANGE   = "
               WS-IN-RANGE-COUNT
           DISPLAY "AUDUSER - ONLINE OUTSIDE HOURS    = "
               WS-HOURS-TOTAL-COUNT
           DISPLAY "AUDUSER - UNAUTHORIZED USERS      = "
               WS-UNAUTHORIZED-USER-COUNT.
       8000-EXIT.
           EXIT.

       9000-ABEND.
           DISPLAY "AUDUSER - FILE I/O ERROR - " WS-ERROR-MESSAGE
           MOVE 16 TO RETURN-CODE
           GOBACK.
       9000-EXIT.
           EXIT.

       END PROGRAM AUDUSER.
