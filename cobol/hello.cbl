      *   HELLORECON balances the partial cycle and RUNTREND leaves  *
      *   it out of its volume-swing flags.                           *
      *                                                               *
      *   CUSTOMER LIFECYCLE:  closed and dormant customers on the   *
      *   master are skipped - not printed, not greeted, and not     *
      *   written to the CRM extract - and counted separately on     *
      *   the summary trailer, the run-totals record, and the        *
      *   run-history record, so HELLORECON can still balance the    *
      *   master against the edit.  Each customer greeted has the    *
      *   cycle date stamped on the master as its last-greeted date, *
      *   which the CUSTDORM dormancy sweep reads.                    *
      *                                                               *
      *   CONTACT HISTORY:  every customer greeted is recorded on    *
      *   the contact-history file (CONTHIST, keyed on the account   *
      *   number) with the cycle date, the template language used,   *
      *   and the greetings sent in the rolling month; CRMACK adds   *
      *   the CRM outcome.  A customer last greeted fewer than the   *
      *   minimum number of days ago is skipped - not printed, not   *
      *   greeted - and counted as a frequency skip on the summary   *
      *   trailer and the run-totals record.  The minimum comes     *
      *   from the fifth PARM value when given, otherwise from the   *
      *   contact-control record (CONTCTL), otherwise one day, and   *
      *   is never less than one day, so a FORCE rerun cannot greet  *
      *   a customer twice on the same cycle date.  On a restart,    *
      *   a customer the history shows already greeted this cycle   *
      *   was written to the extract before the failure and is      *
      *   counted without being greeted again.                       *
      *   e.g.  PARM='PROD,20260822,,,7'.                             *
      *                                                               *
      *   CAMPAIGNS:  the campaigns on the campaign master           *
      *   (CAMPMAST, maintained by CAMPMNT) that are active and      *
      *   whose start and end dates span the PARM run date are       *
      *   loaded at initialization.  Each customer is greeted with   *
      *   the template of the highest-priority campaign whose target *
      *   branches and target languages include the customer (a     *
      *   blank list includes everyone; on equal priority the lower  *
      *   campaign ID wins), and the CRM extract record is tagged    *
      *   with that campaign ID so CAMPRSLT can report the results.  *
      *   A customer no campaign targets gets the GREETTMP template  *
      *   for the customer's language and a blank campaign ID.       *
      *                                                               *
      *   RESENDS:  the CRMRESND step runs next and appends the      *
      *   previous cycle's bounced and unacknowledged greetings to   *
      *   this run's CRM extract.  The run-totals record is written  *
      *   with a zero resend count and the resend flag off; CRMRESND *
      *   stamps its count there for HELLORECON.                      *
      *                                                               *
      *   PARTITIONED RUNS:  a sixth PARM value PART=nn (01-20),     *
      *   given with an ACCT= range, runs this job as one partition  *
      *   of a cycle split into concurrent account ranges, e.g.      *
      *   PARM='PROD,20260822,,ACCT=0000000000-4999999999,,PART=01'. *
      *   Each partition stamps its own cycle-control step (HELLOP  *
      *   and the partition number), points its RUNLOCK, CHKPTF,    *
      *   CRMFEED, HELORPT and RUNTOTS DDs at datasets of its own,   *
      *   carries its number, account range and restart flag on its *
      *   run-totals record, and heads its report pages with the     *
      *   partition.  No run-history entry is written; the HELLOMRG  *
      *   step merges the partitions into the single cycle feed,    *
      *   totals, history entry and report once all are complete.  *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CALFILE-FILE-STATUS.

           SELECT CONTACT-HISTORY-FILE ASSIGN TO CONTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHST-ACCOUNT-NO
               FILE STATUS IS WS-CONTHIST-FILE-STATUS.

           SELECT CONTACT-CONTROL-FILE ASSIGN TO CONTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTCTL-FILE-STATUS.

           SELECT CAMPAIGN-MASTER-FILE ASSIGN TO CAMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAMP-CAMPAIGN-ID
               FILE STATUS IS WS-CAMPMAST-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
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

       FD  GREETING-TEMPLATE-FILE.
       01  GREETING-TEMPLATE-RECORD.
           05  CKPT-RECORDS-PROCESSED       PIC 9(08).
           05  CKPT-LAST-PAGE-NO            PIC 9(05).
           05  CKPT-SUPPRESSED-COUNT        PIC 9(08).
           05  CKPT-CLOSED-SKIPPED          PIC 9(08).
           05  CKPT-DORMANT-SKIPPED         PIC 9(08).
           05  CKPT-FREQ-SKIPPED            PIC 9(08).
           05  CKPT-CAMPAIGN-GREETED        PIC 9(08).

       FD  CRM-EXTRACT-FILE.
       01  CRM-EXTRACT-RECORD.
           05  CRM-EXT-ACCOUNT-NO           PIC 9(10).
           05  CRM-EXT-TS-DATE              PIC 9(08).
           05  CRM-EXT-TS-TIME              PIC 9(06).
           05  CRM-EXT-CAMPAIGN-ID          PIC X(08).

       FD  EDIT-CONTROL-FILE.
       01  EDIT-CONTROL-RECORD.
           05  RTOT-SUPPRESSED-COUNT        PIC 9(08).
           05  RTOT-SELECT-FLAG             PIC X(01).
           05  RTOT-SELECTED-COUNT          PIC 9(08).
           05  RTOT-CLOSED-SKIPPED          PIC 9(08).
           05  RTOT-DORMANT-SKIPPED         PIC 9(08).
           05  RTOT-FREQ-SKIPPED            PIC 9(08).
           05  RTOT-RESENDS-ISSUED          PIC 9(08).
           05  RTOT-RESEND-FLAG             PIC X(01).
           05  RTOT-PARTITION-NO            PIC 9(02).
           05  RTOT-RANGE-LOW               PIC 9(10).
           05  RTOT-RANGE-HIGH              PIC 9(10).
           05  RTOT-RESTART-FLAG            PIC X(01).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
           05  RHST-RESTART-FLAG            PIC X(01).
           05  RHST-SELECT-FLAG             PIC X(01).
           05  RHST-SELECTED-COUNT          PIC 9(08).
           05  RHST-CLOSED-SKIPPED          PIC 9(08).
           05  RHST-DORMANT-SKIPPED         PIC 9(08).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RLOK-RUN-DATE                PIC 9(08).
           05  RLOK-ENV-CODE                PIC X(04).
           05  RLOK-STATUS-CODE             PIC X(01).
           05  RLOK-RUN-STAMP-TIME          PIC 9(06).

       FD  CYCLE-CONTROL-FILE.
       01  CYCLE-CONTROL-RECORD.
           05  CAL-DAY-TYPE                 PIC X(01).
           05  CAL-PERIOD-END-FLAG          PIC X(01).
           05  FILLER                       PIC X(10).

       FD  CONTACT-HISTORY-FILE.
       01  CONTACT-HISTORY-RECORD.
           05  CHST-ACCOUNT-NO              PIC 9(10).
           05  CHST-LAST-GREET-DATE         PIC 9(08).
           05  CHST-LAST-LANGUAGE           PIC X(02).
           05  CHST-WINDOW-START-DATE       PIC 9(08).
           05  CHST-MONTH-GREET-COUNT       PIC 9(04).
           05  CHST-LAST-OUTCOME-CODE       PIC X(01).
           05  CHST-LAST-OUTCOME-DATE       PIC 9(08).
           05  CHST-LAST-SKIP-DATE          PIC 9(08).
           05  CHST-LAST-GREET-TIME         PIC 9(06).
           05  CHST-CONSEC-BOUNCES          PIC 9(03).
           05  FILLER                       PIC X(22).

       FD  CONTACT-CONTROL-FILE.
       01  CONTACT-CONTROL-RECORD.
           05  CCTL-MIN-CONTACT-DAYS        PIC 9(03).
           05  FILLER                       PIC X(77).

       FD  CAMPAIGN-MASTER-FILE.
       01  CAMPAIGN-MASTER-RECORD.
           05  CAMP-CAMPAIGN-ID             PIC X(08).
           05  CAMP-DESCRIPTION             PIC X(30).
           05  CAMP-START-DATE              PIC 9(08).
           05  CAMP-END-DATE                PIC 9(08).
           05  CAMP-PRIORITY                PIC 9(03).
           05  CAMP-STATUS-CODE             PIC X(01).
               88  CAMP-ACTIVE                  VALUE 'A'.
               88  CAMP-EXPIRED                 VALUE 'E'.
           05  CAMP-TARGET-BRANCHES         PIC X(50).
           05  CAMP-TARGET-LANGUAGES        PIC X(10).
           05  CAMP-TEMPLATE-TEXT           PIC X(60).
           05  CAMP-LAST-MAINT-DATE         PIC 9(08).
           05  FILLER                       PIC X(14).
      /
       WORKING-STORAGE SECTION.

       77  WS-SEL-SCAN-IDX                 PIC 9(02) VALUE ZERO.
       77  WS-SELECTED-SWITCH              PIC X(01) VALUE 'Y'.
           88  CUSTOMER-SELECTED               VALUE 'Y'.
       77  WS-PARM-PARTITION-TEXT          PIC X(07) VALUE SPACES.
       77  WS-PARTITION-NO                 PIC 9(02) VALUE ZERO.
       77  WS-MAX-PARTITIONS               PIC 9(02) VALUE 20.
       77  WS-PARTITION-SWITCH             PIC X(01) VALUE 'N'.
           88  PARTITION-RUN                   VALUE 'Y'.

       01  WS-SELECT-BRANCH-TABLE.
           05  WS-SELECT-BRANCH-ENTRY OCCURS 10 TIMES
           88  LOCK-RUN-IN-PROGRESS            VALUE 'I'.
           88  LOCK-RUN-ABENDED                VALUE 'A'.
           88  LOCK-RUN-COMPLETED              VALUE 'C'.
       77  WS-LOCK-RUN-STAMP-TIME          PIC 9(06) VALUE ZERO.
       77  WS-RUN-STAMP-TIME               PIC 9(06) VALUE ZERO.

       77  WS-GREETING-TEXT                PIC X(60) VALUE SPACES.
       77  WS-GREETTMP-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-DEFAULT-TEMPLATE             PIC X(60) VALUE
           "HELLO &NAME".

       77  WS-CAMPMAST-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-CAMPMAST-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  END-OF-CAMPAIGN-FILE            VALUE 'Y'.
       77  WS-MAX-CAMPAIGNS                PIC 9(04) COMP VALUE 50.
       77  WS-CAMP-LOAD-COUNT              PIC 9(04) COMP VALUE ZERO.
       77  WS-CAMPAIGNS-ACTIVE-COUNT       PIC 9(04) VALUE ZERO.
       77  WS-BEST-CAMP-IDX                PIC 9(04) COMP VALUE ZERO.
       77  WS-BEST-CAMP-PRIORITY           PIC 9(03) VALUE ZERO.
       77  WS-TARGET-IDX                   PIC 9(02) VALUE ZERO.
       77  WS-CAMP-BRANCH-SWITCH           PIC X(01) VALUE 'N'.
           88  CAMPAIGN-BRANCH-MATCHED         VALUE 'Y'.
       77  WS-CAMP-LANGUAGE-SWITCH         PIC X(01) VALUE 'N'.
           88  CAMPAIGN-LANGUAGE-MATCHED       VALUE 'Y'.
       77  WS-GREETING-CAMPAIGN-ID         PIC X(08) VALUE SPACES.
       77  WS-CAMPAIGN-GREETED-COUNT       PIC 9(08) VALUE ZERO.

       77  WS-TMPL-WORK                    PIC X(67) VALUE SPACES.
       77  WS-TPL-POS                      PIC 9(04) COMP VALUE ZERO.
       77  WS-OUT-POS                      PIC 9(04) COMP VALUE ZERO.
       77  WS-SUPPRESSED-SWITCH            PIC X(01) VALUE 'N'.
           88  CUSTOMER-SUPPRESSED             VALUE 'Y'.
       77  WS-SUPPRESSED-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-CLOSED-SKIPPED-COUNT         PIC 9(08) VALUE ZERO.
       77  WS-DORMANT-SKIPPED-COUNT        PIC 9(08) VALUE ZERO.
       77  WS-FREQ-SKIPPED-COUNT           PIC 9(08) VALUE ZERO.

       77  WS-CONTHIST-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-CONTCTL-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-PARM-MIN-DAYS                PIC 9(03) VALUE ZERO.
       77  WS-MIN-CONTACT-DAYS             PIC 9(03) VALUE 1.
       77  WS-CONTACT-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
       77  WS-MONTH-WINDOW-DATE            PIC 9(08) VALUE ZERO.
       77  WS-GREETING-LANGUAGE            PIC X(02) VALUE SPACES.
       77  WS-HISTORY-FOUND-SWITCH         PIC X(01) VALUE 'N'.
           88  CONTACT-HISTORY-FOUND           VALUE 'Y'.
       77  WS-CONTACT-ACTION-SWITCH        PIC X(01) VALUE 'G'.
           88  CONTACT-GREET                   VALUE 'G'.
           88  CONTACT-TOO-SOON                VALUE 'S'.
           88  CONTACT-ALREADY-SENT            VALUE 'R'.
       77  WS-WORK-YEAR                    PIC 9(04) VALUE ZERO.
       77  WS-WORK-MONTH                   PIC 9(02) VALUE ZERO.
       77  WS-WORK-DAY                     PIC 9(02) VALUE ZERO.
       77  WS-LEAP-QUOTIENT                PIC 9(04) VALUE ZERO.
       77  WS-LEAP-REMAINDER               PIC 9(03) VALUE ZERO.

       01  WS-MONTH-DAYS-VALUES.
           05  FILLER                      PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS               PIC 9(02) OCCURS 12 TIMES.

       77  WS-END-TIME                     PIC 9(08) VALUE ZERO.
       77  WS-START-HOURS                   PIC 99 VALUE ZERO.
               10  WS-TMPL-LANG-CODE       PIC X(02).
               10  WS-TMPL-TEXT            PIC X(60).

       01  WS-CAMPAIGN-TABLE.
           05  WS-CAMPAIGN-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-CAMP-IDX.
               10  WS-CAMP-ID              PIC X(08).
               10  WS-CAMP-PRIORITY        PIC 9(03).
               10  WS-CAMP-BRANCH-LIST.
                   15  WS-CAMP-BRANCH      PIC X(05) OCCURS 10 TIMES.
               10  WS-CAMP-LANGUAGE-LIST.
                   15  WS-CAMP-LANGUAGE    PIC X(02) OCCURS 5 TIMES.
               10  WS-CAMP-TEXT            PIC X(60).

       01  WS-ERROR-MESSAGE.
           05  WS-ERR-FILE-NAME           PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE
               "ENV: ".
           05  WS-HDG-ENV-CODE             PIC X(04).
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  WS-HDG-PART-LABEL           PIC X(06) VALUE SPACES.
           05  WS-HDG-PART-NO              PIC X(02) VALUE SPACES.

       01  WS-PAGE-FOOTING.
           05  FILLER                     PIC X(25) VALUE
           PERFORM 1145-CHECK-MASKED-MASTER THRU 1145-EXIT
           PERFORM 1150-ACQUIRE-RUN-LOCK THRU 1150-EXIT
           PERFORM 1140-STAMP-STEP-START THRU 1140-EXIT
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"                 TO WS-ERR-OPERATION
           PERFORM 3000-WRITE-PAGE-HEADER THRU 3000-EXIT
           PERFORM 1300-READ-EDIT-CONTROL-TOTALS THRU 1300-EXIT
           PERFORM 1350-OPEN-SUPPRESSION-FILE THRU 1350-EXIT
           PERFORM 1360-OPEN-CONTACT-HISTORY THRU 1360-EXIT
           PERFORM 1370-SET-CONTACT-WINDOW THRU 1370-EXIT
           PERFORM 1400-LOAD-GREETING-TABLE THRU 1400-EXIT
           PERFORM 1480-LOAD-CAMPAIGN-TABLE THRU 1480-EXIT
           IF RESTART-IN-PROGRESS
               PERFORM 1600-SKIP-TO-RESTART-POINT THRU 1600-EXIT
           ELSE
               UNSTRING LK-PARM-TEXT DELIMITED BY ","
                   INTO WS-PARM-ENV-CODE WS-PARM-RUN-DATE
                       WS-PARM-FORCE-TEXT WS-PARM-SELECT-TEXT
                       WS-PARM-MIN-DAYS WS-PARM-PARTITION-TEXT
               IF WS-PARM-RUN-DATE NOT = ZERO
                   MOVE WS-PARM-RUN-DATE TO WS-CURRENT-DATE
               END-IF
               PERFORM 1105-PARSE-SELECTION THRU 1105-EXIT
               PERFORM 1106-PARSE-PARTITION THRU 1106-EXIT
           END-IF.
       1100-EXIT.
           EXIT.
       1105-EXIT.
           EXIT.

      *    A partition is one account range of a cycle split across
      *    concurrent runs.  It runs under its own cycle-control step
      *    name (HELLOPnn) with its own lock, checkpoint, extract,
      *    report and run-totals datasets, and leaves the run-history
      *    entry to the HELLOMRG merge step.
       1106-PARSE-PARTITION.
           IF WS-PARM-PARTITION-TEXT = SPACES
               GO TO 1106-EXIT
           END-IF
           IF WS-PARM-PARTITION-TEXT (1:5) NOT = "PART="
               OR WS-PARM-PARTITION-TEXT (6:2) NOT NUMERIC
               PERFORM 1109-REFUSE-PARTITION THRU 1109-EXIT
           END-IF
           MOVE WS-PARM-PARTITION-TEXT (6:2) TO WS-PARTITION-NO
           IF WS-PARTITION-NO = ZERO
               OR WS-PARTITION-NO GREATER THAN WS-MAX-PARTITIONS
               OR NOT ACCOUNT-RANGE-SELECTED
               PERFORM 1109-REFUSE-PARTITION THRU 1109-EXIT
           END-IF
           SET PARTITION-RUN TO TRUE
           MOVE "HELLOP" TO WS-STEP-NAME (1:6)
           MOVE WS-PARM-PARTITION-TEXT (6:2) TO WS-STEP-NAME (7:2).
       1106-EXIT.
           EXIT.

       1107-COUNT-SELECT-BRANCH.
           IF WS-SELECT-BRANCH-CODE (WS-SEL-SCAN-IDX) NOT = SPACES
               MOVE WS-SEL-SCAN-IDX TO WS-SELECT-BRANCH-COUNT
       1108-EXIT.
           EXIT.

       1109-REFUSE-PARTITION.
           DISPLAY "HELLO - RUN REFUSED, INVALID PARTITION IN "
               "PARM: " WS-PARM-PARTITION-TEXT
           DISPLAY "HELLO - USE PART=NN (01 TO " WS-MAX-PARTITIONS
               ") WITH AN ACCT=LLLLLLLLLL-HHHHHHHHHH SELECTION"
           MOVE 12 TO RETURN-CODE
           GOBACK.
       1109-EXIT.
           EXIT.

      *    Validate the PARM run date against the business-
      *    processing calendar:  it must be a business day, and it
      *    must be the next business day after the last run on the
                           MOVE RLOK-ENV-CODE TO WS-LOCK-ENV-CODE
                           MOVE RLOK-STATUS-CODE TO
                               WS-LOCK-STATUS-CODE
                           MOVE RLOK-RUN-STAMP-TIME TO
                               WS-LOCK-RUN-STAMP-TIME
                       ELSE
                           MOVE "RUN-CONTROL-FILE" TO WS-ERR-FILE-NAME
                           MOVE "READ"             TO WS-ERR-OPERATION
                   GOBACK
               END-IF
           END-IF
      *    The run stamp identifies this cycle's greetings on the
      *    contact history.  An unfinished run for the same cycle
      *    date hands its stamp on, so a restart or rerun can tell
      *    the greetings that attempt made from earlier contacts.
           IF (LOCK-RUN-IN-PROGRESS OR LOCK-RUN-ABENDED)
               AND WS-LOCK-RUN-DATE = WS-CURRENT-DATE
               AND WS-LOCK-RUN-STAMP-TIME NOT = ZERO
               MOVE WS-LOCK-RUN-STAMP-TIME TO WS-RUN-STAMP-TIME
           ELSE
               MOVE WS-CURRENT-TIME (1:6) TO WS-RUN-STAMP-TIME
           END-IF
           MOVE 'I' TO WS-LOCK-STATUS-CODE
           PERFORM 1180-WRITE-RUN-LOCK THRU 1180-EXIT.
       1150-EXIT.
           MOVE WS-CURRENT-DATE TO RLOK-RUN-DATE
           MOVE WS-PARM-ENV-CODE TO RLOK-ENV-CODE
           MOVE WS-LOCK-STATUS-CODE TO RLOK-STATUS-CODE
           MOVE WS-RUN-STAMP-TIME TO RLOK-RUN-STAMP-TIME
           WRITE RUN-CONTROL-RECORD
           IF WS-RUNLOCK-FILE-STATUS NOT = "00"
               MOVE "RUN-CONTROL-FILE" TO WS-ERR-FILE-NAME
                           MOVE CKPT-LAST-PAGE-NO TO WS-PAGE-COUNT
                           MOVE CKPT-SUPPRESSED-COUNT TO
                               WS-SUPPRESSED-COUNT
                           MOVE CKPT-CLOSED-SKIPPED TO
                               WS-CLOSED-SKIPPED-COUNT
                           MOVE CKPT-DORMANT-SKIPPED TO
                               WS-DORMANT-SKIPPED-COUNT
                           MOVE CKPT-FREQ-SKIPPED TO
                               WS-FREQ-SKIPPED-COUNT
                           MOVE CKPT-CAMPAIGN-GREETED TO
                               WS-CAMPAIGN-GREETED-COUNT
                           SET RESTART-IN-PROGRESS TO TRUE
                           MOVE 'Y' TO WS-RESTART-RUN-FLAG
                       ELSE
       1350-EXIT.
           EXIT.

       1360-OPEN-CONTACT-HISTORY.
           OPEN I-O CONTACT-HISTORY-FILE
           IF WS-CONTHIST-FILE-STATUS = "35"
               OPEN OUTPUT CONTACT-HISTORY-FILE
               IF WS-CONTHIST-FILE-STATUS NOT = "00"
                   MOVE "CONTACT-HISTORY-FILE" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"                 TO WS-ERR-OPERATION
                   MOVE WS-CONTHIST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
               CLOSE CONTACT-HISTORY-FILE
               OPEN I-O CONTACT-HISTORY-FILE
           END-IF
           IF WS-CONTHIST-FILE-STATUS NOT = "00"
               MOVE "CONTACT-HISTORY-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"                 TO WS-ERR-OPERATION
               MOVE WS-CONTHIST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       1360-EXIT.
           EXIT.

      *    The minimum days between contacts comes from the fifth
      *    PARM value, else the contact-control record, else one
      *    day.  A customer last greeted after the cutoff date is
      *    too soon to greet again.  The rolling month for the
      *    greetings-sent count starts after the same day of the
      *    previous month.
       1370-SET-CONTACT-WINDOW.
           IF WS-PARM-MIN-DAYS NOT = ZERO
               MOVE WS-PARM-MIN-DAYS TO WS-MIN-CONTACT-DAYS
           ELSE
               PERFORM 1375-READ-CONTACT-CONTROL THRU 1375-EXIT
           END-IF
           IF WS-MIN-CONTACT-DAYS = ZERO
               MOVE 1 TO WS-MIN-CONTACT-DAYS
           END-IF
           MOVE WS-CURRENT-DATE (1:4) TO WS-WORK-YEAR
           MOVE WS-CURRENT-DATE (5:2) TO WS-WORK-MONTH
           MOVE WS-CURRENT-DATE (7:2) TO WS-WORK-DAY
           PERFORM 1380-STEP-BACK-ONE-DAY THRU 1380-EXIT
               WS-MIN-CONTACT-DAYS TIMES
           COMPUTE WS-CONTACT-CUTOFF-DATE =
               (WS-WORK-YEAR * 10000) +
               (WS-WORK-MONTH * 100) +
               WS-WORK-DAY
           MOVE WS-CURRENT-DATE (1:4) TO WS-WORK-YEAR
           MOVE WS-CURRENT-DATE (5:2) TO WS-WORK-MONTH
           MOVE WS-CURRENT-DATE (7:2) TO WS-WORK-DAY
           IF WS-WORK-MONTH = 1
               MOVE 12 TO WS-WORK-MONTH
               SUBTRACT 1 FROM WS-WORK-YEAR
           ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
           END-IF
           COMPUTE WS-MONTH-WINDOW-DATE =
               (WS-WORK-YEAR * 10000) +
               (WS-WORK-MONTH * 100) +
               WS-WORK-DAY
           DISPLAY "HELLO - MINIMUM DAYS BETWEEN CONTACTS = "
               WS-MIN-CONTACT-DAYS ", CONTACT CUTOFF DATE = "
               WS-CONTACT-CUTOFF-DATE.
       1370-EXIT.
           EXIT.

       1375-READ-CONTACT-CONTROL.
           OPEN INPUT CONTACT-CONTROL-FILE
           IF WS-CONTCTL-FILE-STATUS = "35"
               DISPLAY "HELLO - CONTACT CONTROL FILE NOT FOUND, "
                   "DEFAULT MINIMUM DAYS WILL BE USED"
               GO TO 1375-EXIT
           END-IF
           IF WS-CONTCTL-FILE-STATUS NOT = "00"
               MOVE "CONTACT-CONTROL-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"                 TO WS-ERR-OPERATION
               MOVE WS-CONTCTL-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           READ CONTACT-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-CONTCTL-FILE-STATUS = "00"
                       IF CCTL-MIN-CONTACT-DAYS NUMERIC
                           MOVE CCTL-MIN-CONTACT-DAYS TO
                               WS-MIN-CONTACT-DAYS
                       END-IF
                   ELSE
                       MOVE "CONTACT-CONTROL-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"                 TO WS-ERR-OPERATION
                       MOVE WS-CONTCTL-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ
           CLOSE CONTACT-CONTROL-FILE
           IF WS-CONTCTL-FILE-STATUS NOT = "00"
               MOVE "CONTACT-CONTROL-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"                TO WS-ERR-OPERATION
               MOVE WS-CONTCTL-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       1375-EXIT.
           EXIT.

       1380-STEP-BACK-ONE-DAY.
           IF WS-WORK-DAY GREATER THAN 1
               SUBTRACT 1 FROM WS-WORK-DAY
               GO TO 1380-EXIT
           END-IF
           IF WS-WORK-MONTH GREATER THAN 1
               SUBTRACT 1 FROM WS-WORK-MONTH
           ELSE
               MOVE 12 TO WS-WORK-MONTH
               SUBTRACT 1 FROM WS-WORK-YEAR
           END-IF
           MOVE WS-MONTH-DAYS (WS-WORK-MONTH) TO WS-WORK-DAY
           IF WS-WORK-MONTH NOT = 2
               GO TO 1380-EXIT
           END-IF
           DIVIDE WS-WORK-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER NOT = ZERO
               GO TO 1380-EXIT
           END-IF
           MOVE 29 TO WS-WORK-DAY
           DIVIDE WS-WORK-YEAR BY 100
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER NOT = ZERO
               GO TO 1380-EXIT
           END-IF
           DIVIDE WS-WORK-YEAR BY 400
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER NOT = ZERO
               MOVE 28 TO WS-WORK-DAY
           END-IF.
       1380-EXIT.
           EXIT.

       1400-LOAD-GREETING-TABLE.
           OPEN INPUT GREETING-TEMPLATE-FILE
           IF WS-GREETTMP-FILE-STATUS = "35"
       1470-EXIT.
           EXIT.

      *    Only campaigns that are active and in date on the run
      *    date are kept; they are read in campaign-ID order.
       1480-LOAD-CAMPAIGN-TABLE.
           OPEN INPUT CAMPAIGN-MASTER-FILE
           IF WS-CAMPMAST-FILE-STATUS = "35"
               DISPLAY "HELLO - CAMPAIGN MASTER NOT FOUND, "
                   "NO CAMPAIGNS APPLIED"
               GO TO 1480-EXIT
           END-IF
           IF WS-CAMPMAST-FILE-STATUS NOT = "00"
               MOVE "CAMPAIGN-MASTER" TO WS-ERR-FILE-NAME
               MOVE "OPEN"            TO WS-ERR-OPERATION
               MOVE WS-CAMPMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 1485-READ-CAMPAIGN THRU 1485-EXIT
           PERFORM 1490-STORE-CAMPAIGN THRU 1490-EXIT
               UNTIL END-OF-CAMPAIGN-FILE
           CLOSE CAMPAIGN-MASTER-FILE
           IF WS-CAMPMAST-FILE-STATUS NOT = "00"
               MOVE "CAMPAIGN-MASTER" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"           TO WS-ERR-OPERATION
               MOVE WS-CAMPMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           MOVE WS-CAMP-LOAD-COUNT TO WS-CAMPAIGNS-ACTIVE-COUNT.
       1480-EXIT.
           EXIT.

       1485-READ-CAMPAIGN.
           READ CAMPAIGN-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-CAMPAIGN-FILE TO TRUE
               NOT AT END
                   IF WS-CAMPMAST-FILE-STATUS NOT = "00"
                       MOVE "CAMPAIGN-MASTER" TO WS-ERR-FILE-NAME
                       MOVE "READ"            TO WS-ERR-OPERATION
                       MOVE WS-CAMPMAST-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ.
       1485-EXIT.
           EXIT.

       1490-STORE-CAMPAIGN.
           IF CAMP-ACTIVE
               AND CAMP-START-DATE NOT GREATER THAN WS-CURRENT-DATE
               AND CAMP-END-DATE NOT LESS THAN WS-CURRENT-DATE
               IF WS-CAMP-LOAD-COUNT NOT LESS THAN WS-MAX-CAMPAIGNS
                   DISPLAY "HELLO - CAMPAIGN TABLE FULL AT "
                       WS-MAX-CAMPAIGNS " ENTRIES"
                   PERFORM 9500-MARK-LOCK-ABNORMAL THRU 9500-EXIT
                   PERFORM 9600-MARK-STEP-ABNORMAL THRU 9600-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-CAMP-LOAD-COUNT
               SET WS-CAMP-IDX TO WS-CAMP-LOAD-COUNT
               MOVE CAMP-CAMPAIGN-ID TO WS-CAMP-ID (WS-CAMP-IDX)
               MOVE CAMP-PRIORITY TO WS-CAMP-PRIORITY (WS-CAMP-IDX)
               MOVE CAMP-TARGET-BRANCHES TO
                   WS-CAMP-BRANCH-LIST (WS-CAMP-IDX)
               MOVE CAMP-TARGET-LANGUAGES TO
                   WS-CAMP-LANGUAGE-LIST (WS-CAMP-IDX)
               MOVE CAMP-TEMPLATE-TEXT TO WS-CAMP-TEXT (WS-CAMP-IDX)
           END-IF
           PERFORM 1485-READ-CAMPAIGN THRU 1485-EXIT.
       1490-EXIT.
           EXIT.

       1500-READ-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
               PERFORM 1500-READ-CUSTOMER THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF
           IF CUST-CLOSED
               ADD 1 TO WS-CLOSED-SKIPPED-COUNT
               PERFORM 1500-READ-CUSTOMER THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF
           IF CUST-DORMANT
               ADD 1 TO WS-DORMANT-SKIPPED-COUNT
               PERFORM 1500-READ-CUSTOMER THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2300-CHECK-CONTACT-HISTORY THRU 2300-EXIT
           IF CONTACT-TOO-SOON
               ADD 1 TO WS-FREQ-SKIPPED-COUNT
               PERFORM 6700-STAMP-CONTACT-SKIP THRU 6700-EXIT
               PERFORM 1500-READ-CUSTOMER THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF
           IF CONTACT-ALREADY-SENT
               GO TO 2000-COUNT-PROCESSED
           END-IF
           PERFORM 2200-CHECK-SUPPRESSION THRU 2200-EXIT
           PERFORM 2400-SELECT-CAMPAIGN THRU 2400-EXIT
           PERFORM 2500-LOOKUP-GREETING-TEXT THRU 2500-EXIT
           PERFORM 2600-BUILD-GREETING-LINE THRU 2600-EXIT
           PERFORM 5000-PRINT-LINE THRU 5000-EXIT
               MOVE "WELCOME TO COBOL" TO WS-DTL-TEXT
               PERFORM 5000-PRINT-LINE THRU 5000-EXIT
               PERFORM 6000-WRITE-CRM-EXTRACT THRU 6000-EXIT
               IF WS-GREETING-CAMPAIGN-ID NOT = SPACES
                   ADD 1 TO WS-CAMPAIGN-GREETED-COUNT
               END-IF
               PERFORM 6500-STAMP-LAST-GREETED THRU 6500-EXIT
               PERFORM 6600-RECORD-CONTACT THRU 6600-EXIT
           END-IF.
       2000-COUNT-PROCESSED.
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-GREETINGS-ISSUED-COUNT
           DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-INTERVAL
       2200-EXIT.
           EXIT.

      *    A customer greeted after the contact cutoff date is too
      *    soon to greet again.  A greeting carrying this run's own
      *    stamp was made by an earlier attempt at the same cycle:
      *    on a restart it is already on the extract and is only
      *    counted; on a rerun the extract was rebuilt, so the
      *    customer is greeted again.
       2300-CHECK-CONTACT-HISTORY.
           MOVE 'G' TO WS-CONTACT-ACTION-SWITCH
           MOVE 'N' TO WS-HISTORY-FOUND-SWITCH
           MOVE CUST-ACCOUNT-NO TO CHST-ACCOUNT-NO
           READ CONTACT-HISTORY-FILE
           EVALUATE WS-CONTHIST-FILE-STATUS
               WHEN "00"
                   SET CONTACT-HISTORY-FOUND TO TRUE
               WHEN "23"
                   GO TO 2300-EXIT
               WHEN OTHER
                   MOVE "CONTACT-HISTORY-FILE" TO WS-ERR-FILE-NAME
                   MOVE "READ"                 TO WS-ERR-OPERATION
                   MOVE WS-CONTHIST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE
           IF CHST-LAST-GREET-DATE = WS-CURRENT-DATE
               AND CHST-LAST-GREET-TIME = WS-RUN-STAMP-TIME
               IF WS-RESTART-RUN-FLAG = 'Y'
                   SET CONTACT-ALREADY-SENT TO TRUE
               END-IF
               GO TO 2300-EXIT
           END-IF
           IF CHST-LAST-GREET-DATE GREATER THAN WS-CONTACT-CUTOFF-DATE
               SET CONTACT-TOO-SOON TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

      *    Campaigns are held in campaign-ID order, so on equal
      *    priority the lowest campaign ID is kept.
       2400-SELECT-CAMPAIGN.
           MOVE ZERO TO WS-BEST-CAMP-IDX
           MOVE ZERO TO WS-BEST-CAMP-PRIORITY
           MOVE SPACES TO WS-GREETING-CAMPAIGN-ID
           IF WS-CAMP-LOAD-COUNT = ZERO
               GO TO 2400-EXIT
           END-IF
           PERFORM 2410-CHECK-ONE-CAMPAIGN THRU 2410-EXIT
               VARYING WS-CAMP-IDX FROM 1 BY 1
               UNTIL WS-CAMP-IDX GREATER THAN WS-CAMP-LOAD-COUNT
           IF WS-BEST-CAMP-IDX GREATER THAN ZERO
               SET WS-CAMP-IDX TO WS-BEST-CAMP-IDX
               MOVE WS-CAMP-ID (WS-CAMP-IDX) TO WS-GREETING-CAMPAIGN-ID
           END-IF.
       2400-EXIT.
           EXIT.

      *    A blank target list includes every branch or language.
       2410-CHECK-ONE-CAMPAIGN.
           IF WS-BEST-CAMP-IDX GREATER THAN ZERO
               AND WS-CAMP-PRIORITY (WS-CAMP-IDX) NOT GREATER THAN
                   WS-BEST-CAMP-PRIORITY
               GO TO 2410-EXIT
           END-IF
           IF WS-CAMP-BRANCH-LIST (WS-CAMP-IDX) = SPACES
               SET CAMPAIGN-BRANCH-MATCHED TO TRUE
           ELSE
               MOVE 'N' TO WS-CAMP-BRANCH-SWITCH
               PERFORM 2420-MATCH-TARGET-BRANCH THRU 2420-EXIT
                   VARYING WS-TARGET-IDX FROM 1 BY 1
                   UNTIL WS-TARGET-IDX GREATER THAN 10
                       OR CAMPAIGN-BRANCH-MATCHED
           END-IF
           IF NOT CAMPAIGN-BRANCH-MATCHED
               GO TO 2410-EXIT
           END-IF
           IF WS-CAMP-LANGUAGE-LIST (WS-CAMP-IDX) = SPACES
               SET CAMPAIGN-LANGUAGE-MATCHED TO TRUE
           ELSE
               MOVE 'N' TO WS-CAMP-LANGUAGE-SWITCH
               PERFORM 2430-MATCH-TARGET-LANGUAGE THRU 2430-EXIT
                   VARYING WS-TARGET-IDX FROM 1 BY 1
                   UNTIL WS-TARGET-IDX GREATER THAN 5
                       OR CAMPAIGN-LANGUAGE-MATCHED
           END-IF
           IF NOT CAMPAIGN-LANGUAGE-MATCHED
               GO TO 2410-EXIT
           END-IF
           SET WS-BEST-CAMP-IDX TO WS-CAMP-IDX
           MOVE WS-CAMP-PRIORITY (WS-CAMP-IDX) TO WS-BEST-CAMP-PRIORITY.
       2410-EXIT.
           EXIT.

       2420-MATCH-TARGET-BRANCH.
           IF WS-CAMP-BRANCH (WS-CAMP-IDX WS-TARGET-IDX) =
               CUST-BRANCH-CODE
               SET CAMPAIGN-BRANCH-MATCHED TO TRUE
           END-IF.
       2420-EXIT.
           EXIT.

       2430-MATCH-TARGET-LANGUAGE.
           IF WS-CAMP-LANGUAGE (WS-CAMP-IDX WS-TARGET-IDX) =
               CUST-LANGUAGE-CODE
               SET CAMPAIGN-LANGUAGE-MATCHED TO TRUE
           END-IF.
       2430-EXIT.
           EXIT.

      *    A campaign greeting uses the campaign's template; the
      *    history records the customer's language only when the
      *    campaign was aimed at particular languages.
       2500-LOOKUP-GREETING-TEXT.
           MOVE WS-DEFAULT-TEMPLATE TO WS-GREETING-TEXT
           MOVE SPACES TO WS-GREETING-LANGUAGE
           IF WS-BEST-CAMP-IDX GREATER THAN ZERO
               SET WS-CAMP-IDX TO WS-BEST-CAMP-IDX
               MOVE WS-CAMP-TEXT (WS-CAMP-IDX) TO WS-GREETING-TEXT
               IF WS-CAMP-LANGUAGE-LIST (WS-CAMP-IDX) NOT = SPACES
                   MOVE CUST-LANGUAGE-CODE TO WS-GREETING-LANGUAGE
               END-IF
               GO TO 2500-EXIT
           END-IF
           IF WS-TMPL-LOAD-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF
                   CONTINUE
               WHEN WS-TMPL-LANG-CODE (WS-LANG-IDX) = CUST-LANGUAGE-CODE
                   MOVE WS-TMPL-TEXT (WS-LANG-IDX) TO WS-GREETING-TEXT
                   MOVE WS-TMPL-LANG-CODE (WS-LANG-IDX) TO
                       WS-GREETING-LANGUAGE
           END-SEARCH.
       2500-EXIT.
           EXIT.
           MOVE WS-CURRENT-TIME(5:2) TO WS-HDG-RUN-SS
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE-NO
           MOVE WS-PARM-ENV-CODE TO WS-HDG-ENV-CODE
           IF PARTITION-RUN
               MOVE "PART: " TO WS-HDG-PART-LABEL
               MOVE WS-PARTITION-NO TO WS-HDG-PART-NO
           END-IF
           MOVE WS-PAGE-HEADING-1 TO HELLO-REPORT-RECORD
           WRITE HELLO-REPORT-RECORD
           PERFORM 9100-CHECK-REPORT-WRITE THRU 9100-EXIT
           MOVE CUST-ACCOUNT-NO TO CRM-EXT-ACCOUNT-NO
           MOVE WS-CURRENT-DATE TO CRM-EXT-TS-DATE
           MOVE WS-CURRENT-TIME(1:6) TO CRM-EXT-TS-TIME
           MOVE WS-GREETING-CAMPAIGN-ID TO CRM-EXT-CAMPAIGN-ID
           WRITE CRM-EXTRACT-RECORD
           IF WS-CRMFEED-FILE-STATUS NOT = "00"
               MOVE "CRM-EXTRACT-FILE" TO WS-ERR-FILE-NAME
       6000-EXIT.
           EXIT.

       6500-STAMP-LAST-GREETED.
           MOVE WS-CURRENT-DATE TO CUST-MAST-LAST-GREET-DATE
           REWRITE CUSTOMER-MASTER-RECORD
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"              TO WS-ERR-OPERATION
               MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       6500-EXIT.
           EXIT.

      *    A greeting repeated under this run's own stamp was counted
      *    in the rolling month when it was first made.
       6600-RECORD-CONTACT.
           IF NOT CONTACT-HISTORY-FOUND
               MOVE SPACES TO CONTACT-HISTORY-RECORD
               MOVE CUST-ACCOUNT-NO TO CHST-ACCOUNT-NO
               MOVE ZERO TO CHST-LAST-GREET-DATE
               MOVE ZERO TO CHST-LAST-GREET-TIME
               MOVE ZERO TO CHST-WINDOW-START-DATE
               MOVE ZERO TO CHST-MONTH-GREET-COUNT
               MOVE ZERO TO CHST-LAST-OUTCOME-DATE
               MOVE ZERO TO CHST-LAST-SKIP-DATE
               MOVE ZERO TO CHST-CONSEC-BOUNCES
           END-IF
           IF CHST-LAST-GREET-DATE = WS-CURRENT-DATE
               AND CHST-LAST-GREET-TIME = WS-RUN-STAMP-TIME
               CONTINUE
           ELSE
               IF CHST-WINDOW-START-DATE NOT GREATER THAN
                   WS-MONTH-WINDOW-DATE
                   MOVE WS-CURRENT-DATE TO CHST-WINDOW-START-DATE
                   MOVE 1 TO CHST-MONTH-GREET-COUNT
               ELSE
                   ADD 1 TO CHST-MONTH-GREET-COUNT
               END-IF
           END-IF
           MOVE WS-CURRENT-DATE TO CHST-LAST-GREET-DATE
           MOVE WS-RUN-STAMP-TIME TO CHST-LAST-GREET-TIME
           MOVE WS-GREETING-LANGUAGE TO CHST-LAST-LANGUAGE
           IF CONTACT-HISTORY-FOUND
               REWRITE CONTACT-HISTORY-RECORD
           ELSE
               WRITE CONTACT-HISTORY-RECORD
           END-IF
           IF WS-CONTHIST-FILE-STATUS NOT = "00"
               MOVE "CONTACT-HISTORY-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"                TO WS-ERR-OPERATION
               MOVE WS-CONTHIST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       6600-EXIT.
           EXIT.

       6700-STAMP-CONTACT-SKIP.
           MOVE WS-CURRENT-DATE TO CHST-LAST-SKIP-DATE
           REWRITE CONTACT-HISTORY-RECORD
           IF WS-CONTHIST-FILE-STATUS NOT = "00"
               MOVE "CONTACT-HISTORY-FILE" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"              TO WS-ERR-OPERATION
               MOVE WS-CONTHIST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       6700-EXIT.
           EXIT.

       7000-WRITE-CHECKPOINT.
           MOVE CUST-ACCOUNT-NO TO CKPT-LAST-ACCOUNT-NO
           MOVE WS-RECORD-COUNT TO CKPT-RECORDS-PROCESSED
           MOVE WS-PAGE-COUNT TO CKPT-LAST-PAGE-NO
           MOVE WS-SUPPRESSED-COUNT TO CKPT-SUPPRESSED-COUNT
           MOVE WS-CLOSED-SKIPPED-COUNT TO CKPT-CLOSED-SKIPPED
           MOVE WS-DORMANT-SKIPPED-COUNT TO CKPT-DORMANT-SKIPPED
           MOVE WS-FREQ-SKIPPED-COUNT TO CKPT-FREQ-SKIPPED
           MOVE WS-CAMPAIGN-GREETED-COUNT TO CKPT-CAMPAIGN-GREETED
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CHKPT-FILE-STATUS NOT = "00"
               MOVE "CHECKPOINT-FILE" TO WS-ERR-FILE-NAME
           PERFORM 8600-WRITE-SUMMARY-TRAILER THRU 8600-EXIT
           PERFORM 3600-WRITE-PAGE-FOOTER THRU 3600-EXIT
           PERFORM 8700-WRITE-RUN-TOTALS THRU 8700-EXIT
           IF NOT PARTITION-RUN
               PERFORM 8800-APPEND-RUN-HISTORY THRU 8800-EXIT
           END-IF
           PERFORM 7500-CLEAR-CHECKPOINT THRU 7500-EXIT
           CLOSE CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF
           CLOSE CONTACT-HISTORY-FILE
           IF WS-CONTHIST-FILE-STATUS NOT = "00"
               MOVE "CONTACT-HISTORY-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"                TO WS-ERR-OPERATION
               MOVE WS-CONTHIST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           MOVE 'C' TO WS-LOCK-STATUS-CODE
           PERFORM 1180-WRITE-RUN-LOCK THRU 1180-EXIT.
       8000-EXIT.
                  WS-SUPPRESSED-COUNT    DELIMITED BY SIZE
               INTO WS-DTL-TEXT
           PERFORM 5000-PRINT-LINE THRU 5000-EXIT
           MOVE SPACES TO WS-DTL-TEXT
           STRING "CLOSED - SKIPPED  = " DELIMITED BY SIZE
                  WS-CLOSED-SKIPPED-COUNT DELIMITED BY SIZE
               INTO WS-DTL-TEXT
           PERFORM 5000-PRINT-LINE THRU 5000-EXIT
           MOVE SPACES TO WS-DTL-TEXT
           STRING "DORMANT - SKIPPED = " DELIMITED BY SIZE
                  WS-DORMANT-SKIPPED-COUNT DELIMITED BY SIZE
               INTO WS-DTL-TEXT
           PERFORM 5000-PRINT-LINE THRU 5000-EXIT
           MOVE SPACES TO WS-DTL-TEXT
           STRING "TOO SOON - SKIPPED= " DELIMITED BY SIZE
                  WS-FREQ-SKIPPED-COUNT  DELIMITED BY SIZE
               INTO WS-DTL-TEXT
           PERFORM 5000-PRINT-LINE THRU 5000-EXIT
           MOVE SPACES TO WS-DTL-TEXT
           STRING "MIN DAYS BETWEEN  = " DELIMITED BY SIZE
                  WS-MIN-CONTACT-DAYS    DELIMITED BY SIZE
               INTO WS-DTL-TEXT
           PERFORM 5000-PRINT-LINE THRU 5000-EXIT
           MOVE SPACES TO WS-DTL-TEXT
           STRING "CAMPAIGNS ACTIVE  = " DELIMITED BY SIZE
                  WS-CAMPAIGNS-ACTIVE-COUNT DELIMITED BY SIZE
               INTO WS-DTL-TEXT
           PERFORM 5000-PRINT-LINE THRU 5000-EXIT
           MOVE SPACES TO WS-DTL-TEXT
           STRING "CAMPAIGN GREETINGS= " DELIMITED BY SIZE
                  WS-CAMPAIGN-GREETED-COUNT DELIMITED BY SIZE
               INTO WS-DTL-TEXT
           PERFORM 5000-PRINT-LINE THRU 5000-EXIT
           IF NOT FULL-RUN-SELECTED
               MOVE SPACES TO WS-DTL-TEXT
               STRING "PARTIAL RUN MODE  = " DELIMITED BY SIZE
                   INTO WS-DTL-TEXT
               PERFORM 5000-PRINT-LINE THRU 5000-EXIT
           END-IF
           IF PARTITION-RUN
               MOVE SPACES TO WS-DTL-TEXT
               STRING "PARTITION         = " DELIMITED BY SIZE
                      WS-PARTITION-NO        DELIMITED BY SIZE
                      "  ACCOUNTS "          DELIMITED BY SIZE
                      WS-SELECT-ACCT-LOW     DELIMITED BY SIZE
                      "-"                    DELIMITED BY SIZE
                      WS-SELECT-ACCT-HIGH    DELIMITED BY SIZE
                   INTO WS-DTL-TEXT
               PERFORM 5000-PRINT-LINE THRU 5000-EXIT
           END-IF
           MOVE SPACES TO WS-DTL-TEXT
           STRING "ELAPSED RUN TIME  = " DELIMITED BY SIZE
                  WS-ELAPSED-HOURS       DELIMITED BY SIZE
           MOVE WS-SUPPRESSED-COUNT TO RTOT-SUPPRESSED-COUNT
           MOVE WS-SELECT-MODE TO RTOT-SELECT-FLAG
           MOVE WS-RECORD-COUNT TO RTOT-SELECTED-COUNT
           MOVE WS-CLOSED-SKIPPED-COUNT TO RTOT-CLOSED-SKIPPED
           MOVE WS-DORMANT-SKIPPED-COUNT TO RTOT-DORMANT-SKIPPED
           MOVE WS-FREQ-SKIPPED-COUNT TO RTOT-FREQ-SKIPPED
           MOVE ZERO TO RTOT-RESENDS-ISSUED
           MOVE 'N' TO RTOT-RESEND-FLAG
           MOVE WS-PARTITION-NO TO RTOT-PARTITION-NO
           MOVE WS-SELECT-ACCT-LOW TO RTOT-RANGE-LOW
           MOVE WS-SELECT-ACCT-HIGH TO RTOT-RANGE-HIGH
           MOVE WS-RESTART-RUN-FLAG TO RTOT-RESTART-FLAG
           WRITE RUN-TOTALS-RECORD
           IF WS-RUNTOTS-FILE-STATUS NOT = "00"
               MOVE "RUN-TOTALS-FILE" TO WS-ERR-FILE-NAME
           MOVE WS-RESTART-RUN-FLAG TO RHST-RESTART-FLAG
           MOVE WS-SELECT-MODE TO RHST-SELECT-FLAG
           MOVE WS-RECORD-COUNT TO RHST-SELECTED-COUNT
           MOVE WS-CLOSED-SKIPPED-COUNT TO RHST-CLOSED-SKIPPED
           MOVE WS-DORMANT-SKIPPED-COUNT TO RHST-DORMANT-SKIPPED
           WRITE RUN-HISTORY-RECORD
           IF WS-RUNHIST-FILE-STATUS NOT = "00"
               MOVE "RUN-HISTORY-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CURRENT-DATE TO RLOK-RUN-DATE
               MOVE WS-PARM-ENV-CODE TO RLOK-ENV-CODE
               MOVE 'A' TO RLOK-STATUS-CODE
               MOVE WS-RUN-STAMP-TIME TO RLOK-RUN-STAMP-TIME
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           ELSE
