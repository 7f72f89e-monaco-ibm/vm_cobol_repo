       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRMRESND.
      *****************************************************************
      *                                                               *
      *   CRM resend step.  Reads the resend extract CRMACK cut on   *
      *   the previous cycle (CRMRSND - greetings that bounced or    *
      *   were never acknowledged) and appends a fresh copy of each  *
      *   one to this cycle's CRM extract feed (CRMFEED), stamped    *
      *   with this cycle's date, so CRMACK matches the outcome      *
      *   like any other greeting.  Runs after HELLO has built the   *
      *   cycle's feed and before CRMACK.                             *
      *                                                               *
      *   A retry-control record (RSNDCTL, one per account) tracks  *
      *   the greeting being retried:  its original timestamp, the  *
      *   number of resends issued for it, and the stamp of the     *
      *   latest send.  A resend record whose stamp is the latest   *
      *   send carries the retry count on; any other stamp is a new *
      *   greeting that failed and starts the count again.           *
      *                                                               *
      *   Each pending resend is then:                                *
      *     dropped      - account closed, dormant or no longer on  *
      *                    the customer master, already on the do-  *
      *                    not-greet file (SUPPFILE), or greeted     *
      *                    again by HELLO this cycle                 *
      *     suppressed   - the customer has bounced the bounce-limit *
      *                    number of times in a row (consecutive    *
      *                    bounce count on CONTHIST, kept by CRMACK):*
      *                    a SUPPFILE entry is written with reason   *
      *                    BNCE and this cycle as effective date,    *
      *                    and retrying stops                         *
      *     exhausted    - the greeting has already been resent the  *
      *                    maximum number of times; retrying stops   *
      *     resent       - otherwise                                  *
      *   and is listed on the resend report (RSNDRPT) with totals  *
      *   of resends issued, retries exhausted and new automatic    *
      *   suppressions.                                               *
      *                                                               *
      *   The number of resends appended is stamped on the run-      *
      *   totals record (RUNTOTS) HELLO wrote, so HELLORECON can     *
      *   still balance the feed.  The step refuses to run twice    *
      *   against the same feed (return code 12); rerun from HELLO. *
      *                                                               *
      *   PARM='ENV,YYYYMMDD,FORCE,RETRIES,BOUNCES' - cycle date as  *
      *   for the other cycle steps, FORCE overrides the predeces-  *
      *   sor and cycle-date checks, RETRIES is the maximum resends *
      *   per greeting (default 3) and BOUNCES the consecutive-      *
      *   bounce limit (default 3).                                   *
      *                                                               *
      *   Cycle sequencing:  refuses to start (return code 12)      *
      *   until the HELLO step has completed on the cycle-control   *
      *   file (CYCLCTL) for the same cycle date, and stamps its    *
      *   own completion there.  Return code 4 is set when any      *
      *   retries were exhausted or customers auto-suppressed.       *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESEND-FILE ASSIGN TO CRMRSND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMRSND-FILE-STATUS.

           SELECT CRM-EXTRACT-FILE ASSIGN TO CRMFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMFEED-FILE-STATUS.

           SELECT RETRY-CONTROL-FILE ASSIGN TO RSNDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTRY-ACCOUNT-NO
               FILE STATUS IS WS-RSNDCTL-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MAST-ACCOUNT-NO
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT CONTACT-HISTORY-FILE ASSIGN TO CONTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHST-ACCOUNT-NO
               FILE STATUS IS WS-CONTHIST-FILE-STATUS.

           SELECT SUPPRESSION-FILE ASSIGN TO SUPPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPP-ACCOUNT-NO
               FILE STATUS IS WS-SUPPFILE-FILE-STATUS.

           SELECT RUN-TOTALS-FILE ASSIGN TO RUNTOTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNTOTS-FILE-STATUS.

           SELECT RESEND-REPORT-FILE ASSIGN TO RSNDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSNDRPT-FILE-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCL-STEP-NAME
               FILE STATUS IS WS-CYCLCTL-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  RESEND-FILE.
       01  RESEND-RECORD.
           05  RSND-NAME                   PIC X(30).
           05  RSND-ACCOUNT-NO             PIC 9(10).
           05  RSND-TS-DATE                PIC 9(08).
           05  RSND-TS-TIME                PIC 9(06).
           05  RSND-CAMPAIGN-ID            PIC X(08).

       FD  CRM-EXTRACT-FILE.
       01  CRM-EXTRACT-RECORD.
           05  CRM-EXT-NAME                PIC X(30).
           05  CRM-EXT-ACCOUNT-NO          PIC 9(10).
           05  CRM-EXT-TS-DATE             PIC 9(08).
           05  CRM-EXT-TS-TIME             PIC 9(06).
           05  CRM-EXT-CAMPAIGN-ID         PIC X(08).

       FD  RETRY-CONTROL-FILE.
       01  RETRY-CONTROL-RECORD.
           05  RTRY-ACCOUNT-NO             PIC 9(10).
           05  RTRY-GREET-DATE             PIC 9(08).
           05  RTRY-GREET-TIME             PIC 9(06).
           05  RTRY-RETRY-COUNT            PIC 9(03).
           05  RTRY-LAST-SEND-DATE         PIC 9(08).
           05  RTRY-LAST-SEND-TIME         PIC 9(06).
           05  RTRY-PRIOR-SEND-DATE        PIC 9(08).
           05  RTRY-PRIOR-SEND-TIME        PIC 9(06).
           05  RTRY-STATUS-CODE            PIC X(01).
               88  RTRY-PENDING                VALUE 'P'.
               88  RTRY-EXHAUSTED              VALUE 'X'.
               88  RTRY-SUPPRESSED             VALUE 'S'.
           05  RTRY-LAST-UPDATE-DATE       PIC 9(08).
           05  FILLER                      PIC X(16).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-MAST-NAME              PIC X(30).
           05  CUST-MAST-ACCOUNT-NO        PIC 9(10).
           05  CUST-MAST-BRANCH-CODE       PIC X(05).
           05  CUST-MAST-LANGUAGE-CODE     PIC X(02).
           05  FILLER                      PIC X(03).
           05  CUST-MAST-STATUS-CODE       PIC X(01).
               88  CUST-MAST-DORMANT           VALUE 'D'.
               88  CUST-MAST-CLOSED            VALUE 'C'.
           05  CUST-MAST-STATUS-DATE       PIC 9(08).
           05  CUST-MAST-DORMANT-DATE      PIC 9(08).
           05  CUST-MAST-CLOSED-DATE       PIC 9(08).
           05  CUST-MAST-LAST-GREET-DATE   PIC 9(08).
           05  CUST-MAST-LAST-MAINT-DATE   PIC 9(08).
           05  CUST-MAST-LAST-LOAD-DATE    PIC 9(08).
           05  FILLER                      PIC X(21).

       FD  CONTACT-HISTORY-FILE.
       01  CONTACT-HISTORY-RECORD.
           05  CHST-ACCOUNT-NO             PIC 9(10).
           05  CHST-LAST-GREET-DATE        PIC 9(08).
           05  CHST-LAST-LANGUAGE          PIC X(02).
           05  CHST-WINDOW-START-DATE      PIC 9(08).
           05  CHST-MONTH-GREET-COUNT      PIC 9(04).
           05  CHST-LAST-OUTCOME-CODE      PIC X(01).
           05  CHST-LAST-OUTCOME-DATE      PIC 9(08).
           05  CHST-LAST-SKIP-DATE         PIC 9(08).
           05  CHST-LAST-GREET-TIME        PIC 9(06).
           05  CHST-CONSEC-BOUNCES         PIC 9(03).
           05  FILLER                      PIC X(22).

       FD  SUPPRESSION-FILE.
       01  SUPPRESSION-RECORD.
           05  SUPP-ACCOUNT-NO             PIC 9(10).
           05  SUPP-REASON-CODE            PIC X(04).
           05  SUPP-EFF-DATE               PIC 9(08).
           05  FILLER                      PIC X(08).

       FD  RUN-TOTALS-FILE.
       01  RUN-TOTALS-RECORD.
           05  RTOT-RUN-DATE               PIC 9(08).
           05  RTOT-ENV-CODE               PIC X(04).
           05  RTOT-RECORDS-READ           PIC 9(08).
           05  RTOT-GREETINGS-ISSUED       PIC 9(08).
           05  RTOT-REJECTED-COUNT         PIC 9(08).
           05  RTOT-SUPPRESSED-COUNT       PIC 9(08).
           05  RTOT-SELECT-FLAG            PIC X(01).
           05  RTOT-SELECTED-COUNT         PIC 9(08).
           05  RTOT-CLOSED-SKIPPED         PIC 9(08).
           05  RTOT-DORMANT-SKIPPED        PIC 9(08).
           05  RTOT-FREQ-SKIPPED           PIC 9(08).
           05  RTOT-RESENDS-ISSUED         PIC 9(08).
           05  RTOT-RESEND-FLAG            PIC X(01).
               88  RTOT-RESENDS-APPENDED       VALUE 'Y'.
           05  RTOT-PARTITION-NO           PIC 9(02).
           05  RTOT-RANGE-LOW              PIC 9(10).
           05  RTOT-RANGE-HIGH             PIC 9(10).
           05  RTOT-RESTART-FLAG           PIC X(01).

       FD  RESEND-REPORT-FILE.
       01  RESEND-REPORT-RECORD            PIC X(132).

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

       77  WS-RESEND-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  END-OF-RESEND-FILE             VALUE 'Y'.

       77  WS-CONTHIST-PRESENT-SWITCH     PIC X(01) VALUE 'N'.
           88  CONTACT-HISTORY-PRESENT        VALUE 'Y'.

       77  WS-RETRY-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  RETRY-RECORD-FOUND             VALUE 'Y'.

       77  WS-RESEND-ACTION-SWITCH        PIC X(01) VALUE SPACE.
           88  RESEND-DROPPED                 VALUE 'D'.
           88  RESEND-ISSUED                  VALUE 'R'.
           88  RESEND-EXHAUSTED               VALUE 'X'.
           88  RESEND-SUPPRESSED              VALUE 'S'.

       77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
       77  WS-SEND-TIME                   PIC 9(06) VALUE ZERO.
       77  WS-MAX-RETRIES                 PIC 9(03) VALUE 3.
       77  WS-BOUNCE-LIMIT                PIC 9(03) VALUE 3.
       77  WS-CONSEC-BOUNCES              PIC 9(03) VALUE ZERO.
       77  WS-BOUNCE-REASON-CODE          PIC X(04) VALUE "BNCE".

       77  WS-PENDING-READ-COUNT          PIC 9(08) VALUE ZERO.
       77  WS-RESENDS-ISSUED-COUNT        PIC 9(08) VALUE ZERO.
       77  WS-EXHAUSTED-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-AUTO-SUPPRESSED-COUNT       PIC 9(08) VALUE ZERO.
       77  WS-ALREADY-SUPPRESSED-COUNT    PIC 9(08) VALUE ZERO.
       77  WS-INELIGIBLE-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-REGREETED-COUNT             PIC 9(08) VALUE ZERO.

       77  WS-CRMRSND-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-CRMFEED-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-RSNDCTL-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-CUSTMAST-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-CONTHIST-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-SUPPFILE-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-RUNTOTS-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-RSNDRPT-FILE-STATUS         PIC X(02) VALUE "00".

       77  WS-PARM-ENV-CODE                PIC X(04) VALUE "PROD".
       77  WS-PARM-RUN-DATE                PIC 9(08) VALUE ZERO.
       77  WS-PARM-FORCE-TEXT              PIC X(05) VALUE SPACES.
           88  FORCE-OVERRIDE-REQUESTED        VALUE "FORCE".
       77  WS-PARM-MAX-RETRIES             PIC 9(03) VALUE ZERO.
       77  WS-PARM-BOUNCE-LIMIT            PIC 9(03) VALUE ZERO.

       77  WS-CYCLCTL-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-CYCLCTL-OPEN-SWITCH          PIC X(01) VALUE 'N'.
           88  CYCLE-CONTROL-OPEN              VALUE 'Y'.
       77  WS-CYCLE-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  CYCLE-STEP-FOUND                VALUE 'Y'.
       77  WS-STEP-NAME                    PIC X(08) VALUE "CRMRESND".
       77  WS-PRED-STEP-NAME               PIC X(08) VALUE "HELLO   ".
       77  WS-STAMP-TIME                   PIC 9(08) VALUE ZERO.

       01  WS-ERROR-MESSAGE.
           05  WS-ERR-FILE-NAME           PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-ERR-OPERATION           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE
               "FILE STATUS = ".
           05  WS-ERR-STATUS               PIC X(02).

       01  WS-RSND-HEADING-1.
           05  FILLER                     PIC X(42) VALUE
               "CRMRESND CRM RESEND AND RETRY REPORT      ".
           05  FILLER                     PIC X(10) VALUE
               "RUN DATE: ".
           05  WS-HDG-RUN-DATE             PIC 9999/99/99.

       01  WS-RSND-HEADING-2.
           05  FILLER                     PIC X(10) VALUE
               "ACCOUNT NO".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(30) VALUE
               "CUSTOMER NAME".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE
               "GREETED ON".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE
               "RETRY".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE
               "BOUNCES".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(40) VALUE
               "ACTION".

       01  WS-RSND-DETAIL-LINE.
           05  WS-DTL-ACCOUNT-NO           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-NAME                 PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-GREET-DATE           PIC 9999/99/99.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-DTL-RETRY-COUNT          PIC ZZ9.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  WS-DTL-BOUNCES              PIC ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-ACTION-TEXT          PIC X(40).

       01  WS-RSND-TOTAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-TOT-LABEL                PIC X(30).
           05  FILLER                     PIC X(02) VALUE
               "= ".
           05  WS-TOT-VALUE                PIC ZZ,ZZZ,ZZ9.
      /
       LINKAGE SECTION.

       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH              PIC S9(04) COMP.
           05  LK-PARM-TEXT                PIC X(40).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.
       Main.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-RESEND THRU 2000-EXIT
               UNTIL END-OF-RESEND-FILE
           PERFORM 7000-UPDATE-RUN-TOTALS THRU 7000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           IF WS-EXHAUSTED-COUNT GREATER THAN ZERO
               OR WS-AUTO-SUPPRESSED-COUNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           PERFORM 8900-MARK-STEP-COMPLETE THRU 8900-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1050-PARSE-PARM THRU 1050-EXIT
           PERFORM 1130-OPEN-CYCLE-CONTROL THRU 1130-EXIT
           PERFORM 1135-CHECK-PREDECESSOR-STEP THRU 1135-EXIT
           PERFORM 1400-READ-RUN-TOTALS THRU 1400-EXIT
           PERFORM 1140-STAMP-STEP-START THRU 1140-EXIT
           MOVE WS-STAMP-TIME (1:6) TO WS-SEND-TIME
           OPEN INPUT RESEND-FILE
           EVALUATE WS-CRMRSND-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "CRMRESND - NO RESEND EXTRACT FOUND, "
                       "NOTHING TO RESEND"
                   SET END-OF-RESEND-FILE TO TRUE
               WHEN OTHER
                   MOVE "RESEND-FILE" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"        TO WS-ERR-OPERATION
                   MOVE WS-CRMRSND-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE
           OPEN EXTEND CRM-EXTRACT-FILE
           IF WS-CRMFEED-FILE-STATUS NOT = "00"
               MOVE "CRM-EXTRACT-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"             TO WS-ERR-OPERATION
               MOVE WS-CRMFEED-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"                 TO WS-ERR-OPERATION
               MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN INPUT CONTACT-HISTORY-FILE
           EVALUATE WS-CONTHIST-FILE-STATUS
               WHEN "00"
                   SET CONTACT-HISTORY-PRESENT TO TRUE
               WHEN "35"
                   DISPLAY "CRMRESND - CONTACT HISTORY NOT FOUND, "
                       "NO BOUNCE HISTORY APPLIED"
               WHEN OTHER
                   MOVE "CONTACT-HISTORY" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"            TO WS-ERR-OPERATION
                   MOVE WS-CONTHIST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE
           PERFORM 1150-OPEN-SUPPRESSION-FILE THRU 1150-EXIT
           PERFORM 1160-OPEN-RETRY-CONTROL THRU 1160-EXIT
           OPEN OUTPUT RESEND-REPORT-FILE
           IF WS-RSNDRPT-FILE-STATUS NOT = "00"
               MOVE "RESEND-REPORT-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"               TO WS-ERR-OPERATION
               MOVE WS-RSNDRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE
           MOVE WS-RSND-HEADING-1 TO RESEND-REPORT-RECORD
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE WS-RSND-HEADING-2 TO RESEND-REPORT-RECORD
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           IF NOT END-OF-RESEND-FILE
               PERFORM 1500-READ-RESEND THRU 1500-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1050-PARSE-PARM.
           IF LK-PARM-LENGTH GREATER THAN ZERO
               UNSTRING LK-PARM-TEXT DELIMITED BY ","
                   INTO WS-PARM-ENV-CODE WS-PARM-RUN-DATE
                       WS-PARM-FORCE-TEXT WS-PARM-MAX-RETRIES
                       WS-PARM-BOUNCE-LIMIT
               IF WS-PARM-RUN-DATE NOT = ZERO
                   MOVE WS-PARM-RUN-DATE TO WS-CURRENT-DATE
               END-IF
               IF WS-PARM-MAX-RETRIES NOT = ZERO
                   MOVE WS-PARM-MAX-RETRIES TO WS-MAX-RETRIES
               END-IF
               IF WS-PARM-BOUNCE-LIMIT NOT = ZERO
                   MOVE WS-PARM-BOUNCE-LIMIT TO WS-BOUNCE-LIMIT
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

       1135-CHECK-PREDECESSOR-STEP.
           MOVE WS-PRED-STEP-NAME TO CYCL-STEP-NAME
           READ CYCLE-CONTROL-FILE
           IF WS-CYCLCTL-FILE-STATUS = "00"
               AND CYCL-STATUS-CODE = 'C'
               AND CYCL-RUN-DATE = WS-CURRENT-DATE
               GO TO 1135-EXIT
           END-IF
           IF FORCE-OVERRIDE-REQUESTED
               DISPLAY "CRMRESND - CYCLE CHECK OVERRIDDEN BY FORCE, "
                   "PREDECESSOR " WS-PRED-STEP-NAME " NOT COMPLETE "
                   "FOR CYCLE " WS-CURRENT-DATE
           ELSE
               DISPLAY "CRMRESND - RUN REFUSED, PREDECESSOR STEP "
                   WS-PRED-STEP-NAME " HAS NOT COMPLETED FOR "
                   "CYCLE " WS-CURRENT-DATE
               DISPLAY "CRMRESND - RUN THE MISSING STEP, OR RERUN "
                   "WITH FORCE AS THE THIRD PARM VALUE TO OVERRIDE"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
       1135-EXIT.
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

       1150-OPEN-SUPPRESSION-FILE.
           OPEN I-O SUPPRESSION-FILE
           IF WS-SUPPFILE-FILE-STATUS = "35"
               OPEN OUTPUT SUPPRESSION-FILE
               IF WS-SUPPFILE-FILE-STATUS NOT = "00"
                   MOVE "SUPPRESSION-FILE" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"             TO WS-ERR-OPERATION
                   MOVE WS-SUPPFILE-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
               CLOSE SUPPRESSION-FILE
               OPEN I-O SUPPRESSION-FILE
           END-IF
           IF WS-SUPPFILE-FILE-STATUS NOT = "00"
               MOVE "SUPPRESSION-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"             TO WS-ERR-OPERATION
               MOVE WS-SUPPFILE-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       1150-EXIT.
           EXIT.

       1160-OPEN-RETRY-CONTROL.
           OPEN I-O RETRY-CONTROL-FILE
           IF WS-RSNDCTL-FILE-STATUS = "35"
               OPEN OUTPUT RETRY-CONTROL-FILE
               IF WS-RSNDCTL-FILE-STATUS NOT = "00"
                   MOVE "RETRY-CONTROL-FILE" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"               TO WS-ERR-OPERATION
                   MOVE WS-RSNDCTL-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
               CLOSE RETRY-CONTROL-FILE
               OPEN I-O RETRY-CONTROL-FILE
           END-IF
           IF WS-RSNDCTL-FILE-STATUS NOT = "00"
               MOVE "RETRY-CONTROL-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"               TO WS-ERR-OPERATION
               MOVE WS-RSNDCTL-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       1160-EXIT.
           EXIT.

      *    The resends are appended to the feed HELLO built for this
      *    cycle, so its run-totals record must be there, must be for
      *    the PARM cycle date, and must not already carry resends.
      *    The file is left open for the count to be stamped on it.
       1400-READ-RUN-TOTALS.
           OPEN I-O RUN-TOTALS-FILE
           IF WS-RUNTOTS-FILE-STATUS NOT = "00"
               MOVE "RUN-TOTALS-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"            TO WS-ERR-OPERATION
               MOVE WS-RUNTOTS-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           READ RUN-TOTALS-FILE
               AT END
                   DISPLAY "CRMRESND - RUN REFUSED, HELLO RUN TOTALS "
                       "ARE EMPTY"
                   PERFORM 9600-MARK-STEP-ABNORMAL THRU 9600-EXIT
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-READ
           IF WS-RUNTOTS-FILE-STATUS NOT = "00"
               MOVE "RUN-TOTALS-FILE" TO WS-ERR-FILE-NAME
               MOVE "READ"            TO WS-ERR-OPERATION
               MOVE WS-RUNTOTS-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           IF RTOT-RUN-DATE NOT = WS-CURRENT-DATE
               IF FORCE-OVERRIDE-REQUESTED
                   DISPLAY "CRMRESND - CYCLE DATE CHECK OVERRIDDEN "
                       "BY FORCE - HELLO RAN CYCLE " RTOT-RUN-DATE
               ELSE
                   DISPLAY "CRMRESND - RUN REFUSED - HELLO RAN "
                       "CYCLE " RTOT-RUN-DATE ", PARM CYCLE IS "
                       WS-CURRENT-DATE
                   DISPLAY "CRMRESND - CORRECT THE PARM CYCLE DATE, "
                       "OR RERUN WITH FORCE AS THE THIRD PARM VALUE "
                       "TO OVERRIDE"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF RTOT-RESENDS-APPENDED
               DISPLAY "CRMRESND - RUN REFUSED, " RTOT-RESENDS-ISSUED
                   " RESENDS ALREADY APPENDED TO THIS CYCLE'S FEED"
               DISPLAY "CRMRESND - RERUN FROM THE HELLO STEP TO "
                   "REBUILD THE FEED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
       1400-EXIT.
           EXIT.

       1500-READ-RESEND.
           READ RESEND-FILE
               AT END
                   SET END-OF-RESEND-FILE TO TRUE
               NOT AT END
                   IF WS-CRMRSND-FILE-STATUS = "00"
                       ADD 1 TO WS-PENDING-READ-COUNT
                   ELSE
                       MOVE "RESEND-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"        TO WS-ERR-OPERATION
                       MOVE WS-CRMRSND-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ.
       1500-EXIT.
           EXIT.

       2000-PROCESS-RESEND.
           MOVE SPACE TO WS-RESEND-ACTION-SWITCH
           MOVE ZERO TO WS-CONSEC-BOUNCES
           MOVE RSND-TS-DATE TO WS-DTL-GREET-DATE
           MOVE ZERO TO WS-DTL-RETRY-COUNT
           PERFORM 2100-CHECK-CUSTOMER THRU 2100-EXIT
           IF NOT RESEND-DROPPED
               PERFORM 2200-CHECK-SUPPRESSION THRU 2200-EXIT
           END-IF
           IF NOT RESEND-DROPPED
               PERFORM 2300-CHECK-CONTACT-HISTORY THRU 2300-EXIT
           END-IF
           IF NOT RESEND-DROPPED
               PERFORM 2400-LOCATE-RETRY-RECORD THRU 2400-EXIT
               PERFORM 2500-DECIDE-RETRY THRU 2500-EXIT
               PERFORM 2600-SAVE-RETRY-RECORD THRU 2600-EXIT
           END-IF
           PERFORM 6000-WRITE-DETAIL-LINE THRU 6000-EXIT
           PERFORM 1500-READ-RESEND THRU 1500-EXIT.
       2000-EXIT.
           EXIT.

       2100-CHECK-CUSTOMER.
           MOVE RSND-ACCOUNT-NO TO CUST-MAST-ACCOUNT-NO
           READ CUSTOMER-MASTER-FILE
           EVALUATE WS-CUSTMAST-FILE-STATUS
               WHEN "00"
                   IF CUST-MAST-CLOSED
                       SET RESEND-DROPPED TO TRUE
                       MOVE "ACCOUNT CLOSED - NOT RESENT"
                           TO WS-DTL-ACTION-TEXT
                       ADD 1 TO WS-INELIGIBLE-COUNT
                   END-IF
                   IF CUST-MAST-DORMANT
                       SET RESEND-DROPPED TO TRUE
                       MOVE "ACCOUNT DORMANT - NOT RESENT"
                           TO WS-DTL-ACTION-TEXT
                       ADD 1 TO WS-INELIGIBLE-COUNT
                   END-IF
               WHEN "23"
                   SET RESEND-DROPPED TO TRUE
                   MOVE "NOT ON CUSTOMER MASTER - NOT RESENT"
                       TO WS-DTL-ACTION-TEXT
                   ADD 1 TO WS-INELIGIBLE-COUNT
               WHEN OTHER
                   MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
                   MOVE "READ"                 TO WS-ERR-OPERATION
                   MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-CHECK-SUPPRESSION.
           MOVE RSND-ACCOUNT-NO TO SUPP-ACCOUNT-NO
           READ SUPPRESSION-FILE
           EVALUATE WS-SUPPFILE-FILE-STATUS
               WHEN "00"
                   SET RESEND-DROPPED TO TRUE
                   MOVE "ALREADY SUPPRESSED - NOT RESENT"
                       TO WS-DTL-ACTION-TEXT
                   ADD 1 TO WS-ALREADY-SUPPRESSED-COUNT
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "SUPPRESSION-FILE" TO WS-ERR-FILE-NAME
                   MOVE "READ"             TO WS-ERR-OPERATION
                   MOVE WS-SUPPFILE-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *    A customer HELLO greeted again this cycle has a newer
      *    greeting on the feed already; the old one is not resent.
       2300-CHECK-CONTACT-HISTORY.
           IF NOT CONTACT-HISTORY-PRESENT
               GO TO 2300-EXIT
           END-IF
           MOVE RSND-ACCOUNT-NO TO CHST-ACCOUNT-NO
           READ CONTACT-HISTORY-FILE
           EVALUATE WS-CONTHIST-FILE-STATUS
               WHEN "00"
                   IF CHST-CONSEC-BOUNCES NUMERIC
                       MOVE CHST-CONSEC-BOUNCES TO WS-CONSEC-BOUNCES
                   END-IF
                   IF CHST-LAST-GREET-DATE = WS-CURRENT-DATE
                       SET RESEND-DROPPED TO TRUE
                       MOVE "GREETED AGAIN THIS CYCLE - NOT RESENT"
                           TO WS-DTL-ACTION-TEXT
                       ADD 1 TO WS-REGREETED-COUNT
                   END-IF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "CONTACT-HISTORY" TO WS-ERR-FILE-NAME
                   MOVE "READ"            TO WS-ERR-OPERATION
                   MOVE WS-CONTHIST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *    A resend stamped with the latest send carries the retry
      *    count on.  When this cycle has already resent it (a rerun
      *    from HELLO), the resend matches the send before that and
      *    the count is stepped back.  Anything else is a new
      *    greeting that failed, and counting starts again.
       2400-LOCATE-RETRY-RECORD.
           MOVE 'N' TO WS-RETRY-FOUND-SWITCH
           MOVE RSND-ACCOUNT-NO TO RTRY-ACCOUNT-NO
           READ RETRY-CONTROL-FILE
           EVALUATE WS-RSNDCTL-FILE-STATUS
               WHEN "00"
                   SET RETRY-RECORD-FOUND TO TRUE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "RETRY-CONTROL-FILE" TO WS-ERR-FILE-NAME
                   MOVE "READ"               TO WS-ERR-OPERATION
                   MOVE WS-RSNDCTL-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE
           IF RETRY-RECORD-FOUND
               IF RTRY-LAST-SEND-DATE = WS-CURRENT-DATE
                   AND RSND-TS-DATE = RTRY-PRIOR-SEND-DATE
                   AND RSND-TS-TIME = RTRY-PRIOR-SEND-TIME
                   AND RTRY-RETRY-COUNT GREATER THAN ZERO
                   SUBTRACT 1 FROM RTRY-RETRY-COUNT
                   MOVE RTRY-PRIOR-SEND-DATE TO RTRY-LAST-SEND-DATE
                   MOVE RTRY-PRIOR-SEND-TIME TO RTRY-LAST-SEND-TIME
                   GO TO 2400-EXIT
               END-IF
               IF RSND-TS-DATE = RTRY-LAST-SEND-DATE
                   AND RSND-TS-TIME = RTRY-LAST-SEND-TIME
                   GO TO 2400-EXIT
               END-IF
           END-IF
           MOVE RSND-ACCOUNT-NO TO RTRY-ACCOUNT-NO
           MOVE RSND-TS-DATE TO RTRY-GREET-DATE
           MOVE RSND-TS-TIME TO RTRY-GREET-TIME
           MOVE ZERO TO RTRY-RETRY-COUNT
           MOVE RSND-TS-DATE TO RTRY-LAST-SEND-DATE
           MOVE RSND-TS-TIME TO RTRY-LAST-SEND-TIME
           MOVE ZERO TO RTRY-PRIOR-SEND-DATE
           MOVE ZERO TO RTRY-PRIOR-SEND-TIME
           SET RTRY-PENDING TO TRUE.
       2400-EXIT.
           EXIT.

       2500-DECIDE-RETRY.
           MOVE RTRY-GREET-DATE TO WS-DTL-GREET-DATE
           IF WS-CONSEC-BOUNCES NOT LESS THAN WS-BOUNCE-LIMIT
               PERFORM 3000-AUTO-SUPPRESS THRU 3000-EXIT
               GO TO 2500-EXIT
           END-IF
           IF RTRY-RETRY-COUNT NOT LESS THAN WS-MAX-RETRIES
               SET RESEND-EXHAUSTED TO TRUE
               SET RTRY-EXHAUSTED TO TRUE
               MOVE "RETRIES EXHAUSTED - NOT RESENT"
                   TO WS-DTL-ACTION-TEXT
               ADD 1 TO WS-EXHAUSTED-COUNT
               GO TO 2500-EXIT
           END-IF
           PERFORM 4000-ISSUE-RESEND THRU 4000-EXIT.
       2500-EXIT.
           EXIT.

       2600-SAVE-RETRY-RECORD.
           MOVE WS-CURRENT-DATE TO RTRY-LAST-UPDATE-DATE
           MOVE RTRY-RETRY-COUNT TO WS-DTL-RETRY-COUNT
           IF RETRY-RECORD-FOUND
               REWRITE RETRY-CONTROL-RECORD
           ELSE
               WRITE RETRY-CONTROL-RECORD
           END-IF
           IF WS-RSNDCTL-FILE-STATUS NOT = "00"
               MOVE "RETRY-CONTROL-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"              TO WS-ERR-OPERATION
               MOVE WS-RSNDCTL-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

       3000-AUTO-SUPPRESS.
           MOVE SPACES TO SUPPRESSION-RECORD
           MOVE RSND-ACCOUNT-NO TO SUPP-ACCOUNT-NO
           MOVE WS-BOUNCE-REASON-CODE TO SUPP-REASON-CODE
           MOVE WS-CURRENT-DATE TO SUPP-EFF-DATE
           WRITE SUPPRESSION-RECORD
           IF WS-SUPPFILE-FILE-STATUS NOT = "00"
               MOVE "SUPPRESSION-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"            TO WS-ERR-OPERATION
               MOVE WS-SUPPFILE-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           SET RESEND-SUPPRESSED TO TRUE
           SET RTRY-SUPPRESSED TO TRUE
           MOVE "AUTO-SUPPRESSED - CONSECUTIVE BOUNCES"
               TO WS-DTL-ACTION-TEXT
           ADD 1 TO WS-AUTO-SUPPRESSED-COUNT.
       3000-EXIT.
           EXIT.

       4000-ISSUE-RESEND.
           MOVE RSND-NAME TO CRM-EXT-NAME
           MOVE RSND-ACCOUNT-NO TO CRM-EXT-ACCOUNT-NO
           MOVE WS-CURRENT-DATE TO CRM-EXT-TS-DATE
           MOVE WS-SEND-TIME TO CRM-EXT-TS-TIME
           MOVE RSND-CAMPAIGN-ID TO CRM-EXT-CAMPAIGN-ID
           WRITE CRM-EXTRACT-RECORD
           IF WS-CRMFEED-FILE-STATUS NOT = "00"
               MOVE "CRM-EXTRACT-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"            TO WS-ERR-OPERATION
               MOVE WS-CRMFEED-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           ADD 1 TO RTRY-RETRY-COUNT
           MOVE RTRY-LAST-SEND-DATE TO RTRY-PRIOR-SEND-DATE
           MOVE RTRY-LAST-SEND-TIME TO RTRY-PRIOR-SEND-TIME
           MOVE WS-CURRENT-DATE TO RTRY-LAST-SEND-DATE
           MOVE WS-SEND-TIME TO RTRY-LAST-SEND-TIME
           SET RTRY-PENDING TO TRUE
           SET RESEND-ISSUED TO TRUE
           MOVE "RESENT" TO WS-DTL-ACTION-TEXT
           ADD 1 TO WS-RESENDS-ISSUED-COUNT.
       4000-EXIT.
           EXIT.

       6000-WRITE-DETAIL-LINE.
           MOVE RSND-ACCOUNT-NO TO WS-DTL-ACCOUNT-NO
           MOVE RSND-NAME TO WS-DTL-NAME
           MOVE WS-CONSEC-BOUNCES TO WS-DTL-BOUNCES
           MOVE WS-RSND-DETAIL-LINE TO RESEND-REPORT-RECORD
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT.
       6000-EXIT.
           EXIT.

       6100-WRITE-REPORT-LINE.
           WRITE RESEND-REPORT-RECORD
           IF WS-RSNDRPT-FILE-STATUS NOT = "00"
               MOVE "RESEND-REPORT-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"              TO WS-ERR-OPERATION
               MOVE WS-RSNDRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

       6500-PRINT-TOTALS.
           MOVE SPACES TO RESEND-REPORT-RECORD
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE "PENDING RESENDS READ" TO WS-TOT-LABEL
           MOVE WS-PENDING-READ-COUNT TO WS-TOT-VALUE
           MOVE WS-RSND-TOTAL-LINE TO RESEND-REPORT-RECORD
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE "RESENDS ISSUED" TO WS-TOT-LABEL
           MOVE WS-RESENDS-ISSUED-COUNT TO WS-TOT-VALUE
           MOVE WS-RSND-TOTAL-LINE TO RESEND-REPORT-RECORD
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE "RETRIES EXHAUSTED" TO WS-TOT-LABEL
           MOVE WS-EXHAUSTED-COUNT TO WS-TOT-VALUE
           MOVE WS-RSND-TOTAL-LINE TO RESEND-REPORT-RECORD
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE "NEW AUTO-SUPPRESSIONS" TO WS-TOT-LABEL
           MOVE WS-AUTO-SUPPRESSED-COUNT TO WS-TOT-VALUE
           MOVE WS-RSND-TOTAL-LINE TO RESEND-REPORT-RECORD
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE "ALREADY SUPPRESSED" TO WS-TOT-LABEL
           MOVE WS-ALREADY-SUPPRESSED-COUNT TO WS-TOT-VALUE
           MOVE WS-RSND-TOTAL-LINE TO RESEND-REPORT-RECORD
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE "CLOSED / DORMANT / NOT ON MAST" TO WS-TOT-LABEL
           MOVE WS-INELIGIBLE-COUNT TO WS-TOT-VALUE
           MOVE WS-RSND-TOTAL-LINE TO RESEND-REPORT-RECORD
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE "GREETED AGAIN THIS CYCLE" TO WS-TOT-LABEL
           MOVE WS-REGREETED-COUNT TO WS-TOT-VALUE
           MOVE WS-RSND-TOTAL-LINE TO RESEND-REPORT-RECORD
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE "MAXIMUM RESENDS PER GREETING" TO WS-TOT-LABEL
           MOVE WS-MAX-RETRIES TO WS-TOT-VALUE
           MOVE WS-RSND-TOTAL-LINE TO RESEND-REPORT-RECORD
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE "CONSECUTIVE BOUNCE LIMIT" TO WS-TOT-LABEL
           MOVE WS-BOUNCE-LIMIT TO WS-TOT-VALUE
           MOVE WS-RSND-TOTAL-LINE TO RESEND-REPORT-RECORD
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
           MOVE "*** END OF CRM RESEND AND RETRY REPORT ***"
               TO RESEND-REPORT-RECORD
           PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT.
       6500-EXIT.
           EXIT.

       7000-UPDATE-RUN-TOTALS.
           MOVE WS-RESENDS-ISSUED-COUNT TO RTOT-RESENDS-ISSUED
           SET RTOT-RESENDS-APPENDED TO TRUE
           REWRITE RUN-TOTALS-RECORD
           IF WS-RUNTOTS-FILE-STATUS NOT = "00"
               MOVE "RUN-TOTALS-FILE" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"         TO WS-ERR-OPERATION
               MOVE WS-RUNTOTS-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

       8000-TERMINATE.
           PERFORM 6500-PRINT-TOTALS THRU 6500-EXIT
           IF WS-CRMRSND-FILE-STATUS NOT = "35"
               CLOSE RESEND-FILE
               IF WS-CRMRSND-FILE-STATUS NOT = "00"
                   MOVE "RESEND-FILE" TO WS-ERR-FILE-NAME
                   MOVE "CLOSE"       TO WS-ERR-OPERATION
                   MOVE WS-CRMRSND-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF
           CLOSE CRM-EXTRACT-FILE
           IF WS-CRMFEED-FILE-STATUS NOT = "00"
               MOVE "CRM-EXTRACT-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"            TO WS-ERR-OPERATION
               MOVE WS-CRMFEED-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE RUN-TOTALS-FILE
           IF WS-RUNTOTS-FILE-STATUS NOT = "00"
               MOVE "RUN-TOTALS-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"           TO WS-ERR-OPERATION
               MOVE WS-RUNTOTS-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"                TO WS-ERR-OPERATION
               MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           IF CONTACT-HISTORY-PRESENT
               CLOSE CONTACT-HISTORY-FILE
               IF WS-CONTHIST-FILE-STATUS NOT = "00"
                   MOVE "CONTACT-HISTORY" TO WS-ERR-FILE-NAME
                   MOVE "CLOSE"           TO WS-ERR-OPERATION
                   MOVE WS-CONTHIST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF
           CLOSE SUPPRESSION-FILE
           IF WS-SUPPFILE-FILE-STATUS NOT = "00"
               MOVE "SUPPRESSION-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"            TO WS-ERR-OPERATION
               MOVE WS-SUPPFILE-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE RETRY-CONTROL-FILE
           IF WS-RSNDCTL-FILE-STATUS NOT = "00"
               MOVE "RETRY-CONTROL-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"              TO WS-ERR-OPERATION
               MOVE WS-RSNDCTL-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE RESEND-REPORT-FILE
           IF WS-RSNDRPT-FILE-STATUS NOT = "00"
               MOVE "RESEND-REPORT-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"              TO WS-ERR-OPERATION
               MOVE WS-RSNDRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           DISPLAY "CRMRESND - CRM RESEND CONTROL TOTALS"
           DISPLAY "  PENDING RESENDS READ= " WS-PENDING-READ-COUNT
           DISPLAY "  RESENDS ISSUED      = " WS-RESENDS-ISSUED-COUNT
           DISPLAY "  RETRIES EXHAUSTED   = " WS-EXHAUSTED-COUNT
           DISPLAY "  AUTO-SUPPRESSED     = " WS-AUTO-SUPPRESSED-COUNT
           DISPLAY "  ALREADY SUPPRESSED  = "
               WS-ALREADY-SUPPRESSED-COUNT
           DISPLAY "  NOT ELIGIBLE        = " WS-INELIGIBLE-COUNT
           DISPLAY "  GREETED THIS CYCLE  = " WS-REGREETED-COUNT.
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
           DISPLAY "CRMRESND - FILE I/O ERROR - " WS-ERROR-MESSAGE
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
               DISPLAY "CRMRESND - UNABLE TO MARK CYCLE STEP "
                   "ABNORMAL, FILE STATUS = " WS-CYCLCTL-FILE-STATUS
           END-IF.
       9600-EXIT.
           EXIT.

       END PROGRAM CRMRESND.
