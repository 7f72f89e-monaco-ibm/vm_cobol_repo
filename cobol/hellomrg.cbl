       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOMRG.
      *****************************************************************
      *                                                               *
      *   Partitioned HELLO merge and balance step.  When the month- *
      *   end greeting run is split into concurrent account-range    *
      *   partitions (HELLO with PART=nn), each partition writes its *
      *   own CRM extract, report and run-totals datasets.  This    *
      *   step combines them into the single cycle the rest of the  *
      *   greeting cycle expects:                                     *
      *     CRMFEED  - the partition extracts (concatenated on DD    *
      *                CRMFEEDP) sorted into one feed in account     *
      *                order                                          *
      *     RUNTOTS  - the partition run totals (concatenated on DD  *
      *                RUNTOTP) summed into one cycle total; the     *
      *                edit rejects are cycle-wide and taken once     *
      *     RUNHIST  - one run-history entry for the cycle, with the *
      *                elapsed time from the first partition start   *
      *                to the last partition end                      *
      *     HELORPT  - the partition reports (concatenated on DD     *
      *                HELORPTP, in partition order) copied with the *
      *                pages renumbered continuously, followed by a  *
      *                cycle summary page listing every partition     *
      *                                                               *
      *   The merge refuses to run (return code 12, no override)    *
      *   unless every partition 01 through the partition count in  *
      *   the PARM has completed on the cycle-control file (CYCLCTL) *
      *   for the cycle date and environment, no partition beyond   *
      *   the count ran for the cycle, and each partition's run-    *
      *   totals record is present exactly once with account ranges *
      *   that do not overlap.  When the ranges run from the lowest *
      *   to the highest account number without a gap the merged    *
      *   cycle is a full run; otherwise it is carried as an         *
      *   account-range partial run, as HELLO itself would record it.*
      *                                                               *
      *   Balance:  every partition's records on the merged feed     *
      *   must equal its processed count less its suppressed count, *
      *   and every feed record must fall in a partition's range.    *
      *   An out-of-balance merge writes the report but neither the  *
      *   run totals nor the run history, and ends with return code *
      *   12 and the step marked abnormal.                            *
      *                                                               *
      *   The merge stamps the cycle-control file as the HELLO step, *
      *   so CRMRESND, CRMACK and HELLORECON downstream see an       *
      *   ordinary single HELLO cycle.                                *
      *                                                               *
      *   PARM='ENV,YYYYMMDD,NN' - environment, cycle date and the   *
      *   number of partitions the cycle was split into (01-20).    *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-TOTALS-FILE ASSIGN TO RUNTOTP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNTOTP-FILE-STATUS.

           SELECT PARTITION-FEED-FILE ASSIGN TO CRMFEEDP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMFEEDP-FILE-STATUS.

           SELECT SORT-FEED-WORK ASSIGN TO SORTWK01.

           SELECT CRM-EXTRACT-FILE ASSIGN TO CRMFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMFEED-FILE-STATUS.

           SELECT PARTITION-REPORT-FILE ASSIGN TO HELORPTP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELORPTP-FILE-STATUS.

           SELECT HELLO-REPORT-FILE ASSIGN TO HELORPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELORPT-FILE-STATUS.

           SELECT RUN-TOTALS-FILE ASSIGN TO RUNTOTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNTOTS-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-FILE-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYCL-STEP-NAME
               FILE STATUS IS WS-CYCLCTL-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-TOTALS-FILE.
       01  PARTITION-TOTALS-RECORD.
           05  PTOT-RUN-DATE               PIC 9(08).
           05  PTOT-ENV-CODE               PIC X(04).
           05  PTOT-RECORDS-READ           PIC 9(08).
           05  PTOT-GREETINGS-ISSUED       PIC 9(08).
           05  PTOT-REJECTED-COUNT         PIC 9(08).
           05  PTOT-SUPPRESSED-COUNT       PIC 9(08).
           05  PTOT-SELECT-FLAG            PIC X(01).
           05  PTOT-SELECTED-COUNT         PIC 9(08).
           05  PTOT-CLOSED-SKIPPED         PIC 9(08).
           05  PTOT-DORMANT-SKIPPED        PIC 9(08).
           05  PTOT-FREQ-SKIPPED           PIC 9(08).
           05  PTOT-RESENDS-ISSUED         PIC 9(08).
           05  PTOT-RESEND-FLAG            PIC X(01).
           05  PTOT-PARTITION-NO           PIC 9(02).
           05  PTOT-RANGE-LOW              PIC 9(10).
           05  PTOT-RANGE-HIGH             PIC 9(10).
           05  PTOT-RESTART-FLAG           PIC X(01).

       FD  PARTITION-FEED-FILE.
       01  PARTITION-FEED-RECORD           PIC X(62).

       SD  SORT-FEED-WORK.
       01  SORT-FEED-RECORD.
           05  SFD-NAME                    PIC X(30).
           05  SFD-ACCOUNT-NO              PIC 9(10).
           05  SFD-TS-DATE                 PIC 9(08).
           05  SFD-TS-TIME                 PIC 9(06).
           05  SFD-CAMPAIGN-ID             PIC X(08).

       FD  CRM-EXTRACT-FILE.
       01  CRM-EXTRACT-RECORD.
           05  CRM-EXT-NAME                PIC X(30).
           05  CRM-EXT-ACCOUNT-NO          PIC 9(10).
           05  CRM-EXT-TS-DATE             PIC 9(08).
           05  CRM-EXT-TS-TIME             PIC 9(06).
           05  CRM-EXT-CAMPAIGN-ID         PIC X(08).

       FD  PARTITION-REPORT-FILE.
       01  PARTITION-REPORT-RECORD.
           05  PRPT-PAGE-LABEL             PIC X(07).
           05  PRPT-PAGE-NO                PIC X(05).
           05  FILLER                      PIC X(68).

       FD  HELLO-REPORT-FILE.
       01  HELLO-REPORT-RECORD             PIC X(80).

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
           05  RTOT-PARTITION-NO           PIC 9(02).
           05  RTOT-RANGE-LOW              PIC 9(10).
           05  RTOT-RANGE-HIGH             PIC 9(10).
           05  RTOT-RESTART-FLAG           PIC X(01).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
           05  RHST-RUN-DATE               PIC 9(08).
           05  RHST-ENV-CODE               PIC X(04).
           05  RHST-RECORDS-READ           PIC 9(08).
           05  RHST-GREETINGS-ISSUED       PIC 9(08).
           05  RHST-REJECTED-COUNT         PIC 9(08).
           05  RHST-ELAPSED-SECS           PIC 9(07).
           05  RHST-RESTART-FLAG           PIC X(01).
           05  RHST-SELECT-FLAG            PIC X(01).
           05  RHST-SELECTED-COUNT         PIC 9(08).
           05  RHST-CLOSED-SKIPPED         PIC 9(08).
           05  RHST-DORMANT-SKIPPED        PIC 9(08).

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

       77  WS-RUNTOTP-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  END-OF-PARTITION-TOTALS        VALUE 'Y'.
       77  WS-CRMFEED-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  END-OF-MERGED-FEED             VALUE 'Y'.
       77  WS-HELORPTP-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88  END-OF-PARTITION-REPORTS       VALUE 'Y'.
       77  WS-HIST-SCAN-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  END-OF-HISTORY-SCAN            VALUE 'Y'.

       77  WS-REFUSAL-SWITCH              PIC X(01) VALUE 'N'.
           88  MERGE-REFUSED                  VALUE 'Y'.
       77  WS-BALANCE-SWITCH              PIC X(01) VALUE 'Y'.
           88  MERGE-IN-BALANCE               VALUE 'Y'.
           88  MERGE-OUT-OF-BALANCE           VALUE 'N'.
       77  WS-RANGE-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  FEED-RANGE-FOUND               VALUE 'Y'.
       77  WS-CYCLE-ALREADY-SWITCH        PIC X(01) VALUE 'N'.
           88  CYCLE-ALREADY-IN-HISTORY       VALUE 'Y'.

       77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
       77  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.
       77  WS-PARTITION-COUNT             PIC 9(02) VALUE ZERO.
       77  WS-MAX-PARTITIONS              PIC 9(02) VALUE 20.
       77  WS-PART-IDX                    PIC 9(02) VALUE ZERO.
       77  WS-PRIOR-IDX                   PIC 9(02) VALUE ZERO.
       77  WS-PART-STEP-NAME              PIC X(08) VALUE SPACES.
       77  WS-PAGE-COUNT                  PIC 9(05) VALUE ZERO.
       77  WS-PAGE-NO-EDIT                PIC ZZZZ9.
       77  WS-REPORT-LINES-COPIED         PIC 9(08) VALUE ZERO.
       77  WS-DTL-TEXT                    PIC X(60) VALUE SPACES.
       77  WS-NEXT-RANGE-LOW              PIC 9(10) VALUE ZERO.
       77  WS-HIGHEST-ACCOUNT-NO          PIC 9(10) VALUE 9999999999.

       77  WS-MERGED-SELECT-FLAG          PIC X(01) VALUE 'F'.
           88  MERGED-FULL-RUN                VALUE 'F'.
       77  WS-MERGED-RESTART-FLAG         PIC X(01) VALUE 'N'.
       77  WS-TOTAL-RECORDS-READ          PIC 9(08) VALUE ZERO.
       77  WS-TOTAL-GREETINGS             PIC 9(08) VALUE ZERO.
       77  WS-TOTAL-REJECTED              PIC 9(08) VALUE ZERO.
       77  WS-TOTAL-SUPPRESSED            PIC 9(08) VALUE ZERO.
       77  WS-TOTAL-SELECTED              PIC 9(08) VALUE ZERO.
       77  WS-TOTAL-CLOSED-SKIPPED        PIC 9(08) VALUE ZERO.
       77  WS-TOTAL-DORMANT-SKIPPED       PIC 9(08) VALUE ZERO.
       77  WS-TOTAL-FREQ-SKIPPED          PIC 9(08) VALUE ZERO.
       77  WS-TOTAL-FEED-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-STRAY-FEED-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-EXPECTED-FEED-COUNT         PIC 9(08) VALUE ZERO.

       77  WS-FIRST-START-TIME            PIC 9(06) VALUE 999999.
       77  WS-LAST-END-TIME               PIC 9(06) VALUE ZERO.
       77  WS-START-HOURS                 PIC 99 VALUE ZERO.
       77  WS-START-MINUTES               PIC 99 VALUE ZERO.
       77  WS-START-SECONDS               PIC 99 VALUE ZERO.
       77  WS-END-HOURS                   PIC 99 VALUE ZERO.
       77  WS-END-MINUTES                 PIC 99 VALUE ZERO.
       77  WS-END-SECONDS                 PIC 99 VALUE ZERO.
       77  WS-START-TOTAL-SECS            PIC 9(07) VALUE ZERO.
       77  WS-END-TOTAL-SECS              PIC 9(07) VALUE ZERO.
       77  WS-ELAPSED-TOTAL-SECS          PIC 9(07) VALUE ZERO.
       77  WS-ELAPSED-WORK-MINS           PIC 9(05) VALUE ZERO.
       77  WS-ELAPSED-HOURS               PIC 99 VALUE ZERO.
       77  WS-ELAPSED-MINUTES             PIC 99 VALUE ZERO.
       77  WS-ELAPSED-SECONDS             PIC 99 VALUE ZERO.

       77  WS-RUNTOTP-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-CRMFEEDP-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-CRMFEED-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-HELORPTP-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-HELORPT-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-RUNTOTS-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-RUNHIST-FILE-STATUS         PIC X(02) VALUE "00".

       77  WS-PARM-ENV-CODE                PIC X(04) VALUE "PROD".
       77  WS-PARM-RUN-DATE                PIC 9(08) VALUE ZERO.
       77  WS-PARM-PARTITION-TEXT          PIC X(02) VALUE SPACES.

       77  WS-CYCLCTL-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-CYCLCTL-OPEN-SWITCH          PIC X(01) VALUE 'N'.
           88  CYCLE-CONTROL-OPEN              VALUE 'Y'.
       77  WS-CYCLE-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  CYCLE-STEP-FOUND                VALUE 'Y'.
       77  WS-STEP-NAME                    PIC X(08) VALUE "HELLO   ".
       77  WS-STAMP-TIME                   PIC 9(08) VALUE ZERO.

       01  WS-PARTITION-TABLE.
           05  WS-PARTITION-ENTRY OCCURS 20 TIMES.
               10  WS-PT-LOADED            PIC X(01).
               10  WS-PT-RANGE-LOW         PIC 9(10).
               10  WS-PT-RANGE-HIGH        PIC 9(10).
               10  WS-PT-RECORDS-READ      PIC 9(08).
               10  WS-PT-GREETINGS         PIC 9(08).
               10  WS-PT-SUPPRESSED        PIC 9(08).
               10  WS-PT-FEED-COUNT        PIC 9(08).
               10  WS-PT-RESTART-FLAG      PIC X(01).
               10  WS-PT-BALANCE-FLAG      PIC X(01).

       01  WS-ERROR-MESSAGE.
           05  WS-ERR-FILE-NAME           PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-ERR-OPERATION           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE
               "FILE STATUS = ".
           05  WS-ERR-STATUS               PIC X(02).

       01  WS-PAGE-HEADING-1.
           05  FILLER                     PIC X(25) VALUE
               "HELLO CUSTOMER GREETING ".
           05  FILLER                     PIC X(07) VALUE
               "REPORT ".
           05  FILLER                     PIC X(10) VALUE
               "RUN DATE: ".
           05  WS-HDG-RUN-DATE             PIC 9999/99/99.
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE
               "RUN TIME: ".
           05  WS-HDG-RUN-HH               PIC 99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HDG-RUN-MM               PIC 99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HDG-RUN-SS               PIC 99.

       01  WS-PAGE-HEADING-2.
           05  FILLER                     PIC X(07) VALUE
               "PAGE   ".
           05  WS-HDG-PAGE-NO              PIC ZZZZ9.
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE
               "ENV: ".
           05  WS-HDG-ENV-CODE             PIC X(04).
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  FILLER                     PIC X(13) VALUE
               "CYCLE SUMMARY".

       01  WS-PAGE-FOOTING.
           05  FILLER                     PIC X(25) VALUE
               "*** END OF REPORT PAGE *".

       01  WS-DETAIL-LINE.
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  WS-DTL-GREETING             PIC X(60) VALUE SPACES.

       01  WS-PARTITION-HEADING.
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  FILLER                     PIC X(04) VALUE "PART".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(21) VALUE
               "ACCOUNT RANGE".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE
               "PROCESSD".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE
               "SUPPRESS".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE
               " ON FEED".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(03) VALUE "RST".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE
               "BALANCE".

       01  WS-PARTITION-LINE.
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-PL-PART-NO               PIC 9(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-PL-RANGE-LOW             PIC 9(10).
           05  FILLER                     PIC X(01) VALUE "-".
           05  WS-PL-RANGE-HIGH            PIC 9(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-PL-PROCESSED             PIC ZZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-PL-SUPPRESSED            PIC ZZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-PL-FEED-COUNT            PIC ZZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-PL-RESTART-FLAG          PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-PL-BALANCE-TEXT          PIC X(08).
      /
       LINKAGE SECTION.

       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH              PIC S9(04) COMP.
           05  LK-PARM-TEXT                PIC X(20).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.
       Main.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-MERGE-FEEDS THRU 2000-EXIT
           PERFORM 2100-COUNT-MERGED-FEED THRU 2100-EXIT
           PERFORM 3000-BALANCE-PARTITIONS THRU 3000-EXIT
           PERFORM 4000-COPY-PARTITION-REPORTS THRU 4000-EXIT
           PERFORM 5000-WRITE-CYCLE-SUMMARY THRU 5000-EXIT
           IF MERGE-OUT-OF-BALANCE
               DISPLAY "HELLOMRG - PARTITIONS OUT OF BALANCE, RUN "
                   "TOTALS AND RUN HISTORY NOT WRITTEN"
               DISPLAY "HELLOMRG - SEE THE CYCLE SUMMARY ON HELORPT, "
                   "CORRECT AND RERUN THE FAILING PARTITIONS"
               PERFORM 9600-MARK-STEP-ABNORMAL THRU 9600-EXIT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 7000-WRITE-RUN-TOTALS THRU 7000-EXIT
           PERFORM 7500-APPEND-RUN-HISTORY THRU 7500-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           MOVE ZERO TO RETURN-CODE
           PERFORM 8900-MARK-STEP-COMPLETE THRU 8900-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM 1050-PARSE-PARM THRU 1050-EXIT
           PERFORM 1130-OPEN-CYCLE-CONTROL THRU 1130-EXIT
           PERFORM 1200-CHECK-PARTITION-STEPS THRU 1200-EXIT
           PERFORM 1300-LOAD-PARTITION-TOTALS THRU 1300-EXIT
           PERFORM 1400-CHECK-PARTITION-RANGES THRU 1400-EXIT
           IF MERGE-REFUSED
               DISPLAY "HELLOMRG - RUN REFUSED, THE PARTITIONS OF "
                   "CYCLE " WS-CURRENT-DATE " ARE NOT COMPLETE"
               DISPLAY "HELLOMRG - RUN OR RERUN THE PARTITIONS LISTED "
                   "ABOVE, THEN RERUN THE MERGE"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1140-STAMP-STEP-START THRU 1140-EXIT.
       1000-EXIT.
           EXIT.

       1050-PARSE-PARM.
           IF LK-PARM-LENGTH GREATER THAN ZERO
               UNSTRING LK-PARM-TEXT DELIMITED BY ","
                   INTO WS-PARM-ENV-CODE WS-PARM-RUN-DATE
                       WS-PARM-PARTITION-TEXT
               IF WS-PARM-RUN-DATE NOT = ZERO
                   MOVE WS-PARM-RUN-DATE TO WS-CURRENT-DATE
               END-IF
           END-IF
           IF WS-PARM-PARTITION-TEXT NUMERIC
               MOVE WS-PARM-PARTITION-TEXT TO WS-PARTITION-COUNT
           END-IF
           IF WS-PARTITION-COUNT = ZERO
               OR WS-PARTITION-COUNT GREATER THAN WS-MAX-PARTITIONS
               DISPLAY "HELLOMRG - RUN REFUSED, PARTITION COUNT "
                   "MISSING OR INVALID IN PARM: " LK-PARM-TEXT
               DISPLAY "HELLOMRG - USE PARM='ENV,YYYYMMDD,NN' WITH "
                   "NN FROM 01 TO " WS-MAX-PARTITIONS
               MOVE 12 TO RETURN-CODE
               GOBACK
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

      *    Every partition up to the PARM count must have completed
      *    for this cycle date and environment, and none beyond it
      *    may have run for the cycle - a wrong count would otherwise
      *    drop a partition's customers from the cycle.  There is no
      *    FORCE override.  The earliest partition start and latest
      *    partition end give the cycle's elapsed time.
       1200-CHECK-PARTITION-STEPS.
           PERFORM 1210-CHECK-ONE-PARTITION THRU 1210-EXIT
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX GREATER THAN WS-MAX-PARTITIONS.
       1200-EXIT.
           EXIT.

       1210-CHECK-ONE-PARTITION.
           MOVE "HELLOP" TO WS-PART-STEP-NAME (1:6)
           MOVE WS-PART-IDX TO WS-PART-STEP-NAME (7:2)
           MOVE WS-PART-STEP-NAME TO CYCL-STEP-NAME
           READ CYCLE-CONTROL-FILE
           EVALUATE WS-CYCLCTL-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   IF WS-PART-IDX NOT GREATER THAN WS-PARTITION-COUNT
                       DISPLAY "HELLOMRG - PARTITION " WS-PART-IDX
                           " HAS NEVER RUN"
                       SET MERGE-REFUSED TO TRUE
                   END-IF
                   GO TO 1210-EXIT
               WHEN OTHER
                   MOVE "CYCLE-CONTROL-FILE" TO WS-ERR-FILE-NAME
                   MOVE "READ"               TO WS-ERR-OPERATION
                   MOVE WS-CYCLCTL-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE
           IF WS-PART-IDX GREATER THAN WS-PARTITION-COUNT
               IF CYCL-RUN-DATE = WS-CURRENT-DATE
                   AND CYCL-ENV-CODE = WS-PARM-ENV-CODE
                   DISPLAY "HELLOMRG - PARTITION " WS-PART-IDX
                       " ALSO RAN FOR CYCLE " WS-CURRENT-DATE
                       ", BEYOND THE PARM PARTITION COUNT"
                   SET MERGE-REFUSED TO TRUE
               END-IF
               GO TO 1210-EXIT
           END-IF
           IF CYCL-RUN-DATE NOT = WS-CURRENT-DATE
               OR CYCL-ENV-CODE NOT = WS-PARM-ENV-CODE
               DISPLAY "HELLOMRG - PARTITION " WS-PART-IDX
                   " LAST RAN CYCLE " CYCL-RUN-DATE " "
                   CYCL-ENV-CODE
               SET MERGE-REFUSED TO TRUE
               GO TO 1210-EXIT
           END-IF
           IF CYCL-STATUS-CODE NOT = 'C'
               DISPLAY "HELLOMRG - PARTITION " WS-PART-IDX
                   " IS INCOMPLETE, STATUS " CYCL-STATUS-CODE
               SET MERGE-REFUSED TO TRUE
               GO TO 1210-EXIT
           END-IF
           IF CYCL-START-TIME LESS THAN WS-FIRST-START-TIME
               MOVE CYCL-START-TIME TO WS-FIRST-START-TIME
           END-IF
           IF CYCL-END-TIME GREATER THAN WS-LAST-END-TIME
               MOVE CYCL-END-TIME TO WS-LAST-END-TIME
           END-IF.
       1210-EXIT.
           EXIT.

       1300-LOAD-PARTITION-TOTALS.
           MOVE SPACES TO WS-PARTITION-TABLE
           OPEN INPUT PARTITION-TOTALS-FILE
           IF WS-RUNTOTP-FILE-STATUS NOT = "00"
               MOVE "PARTITION-TOTALS" TO WS-ERR-FILE-NAME
               MOVE "OPEN"             TO WS-ERR-OPERATION
               MOVE WS-RUNTOTP-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 1310-READ-PARTITION-TOTALS THRU 1310-EXIT
           PERFORM 1320-STORE-PARTITION-TOTALS THRU 1320-EXIT
               UNTIL END-OF-PARTITION-TOTALS
           CLOSE PARTITION-TOTALS-FILE
           IF WS-RUNTOTP-FILE-STATUS NOT = "00"
               MOVE "PARTITION-TOTALS" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"            TO WS-ERR-OPERATION
               MOVE WS-RUNTOTP-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 1330-CHECK-TOTALS-PRESENT THRU 1330-EXIT
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX GREATER THAN WS-PARTITION-COUNT.
       1300-EXIT.
           EXIT.

       1310-READ-PARTITION-TOTALS.
           READ PARTITION-TOTALS-FILE
               AT END
                   SET END-OF-PARTITION-TOTALS TO TRUE
               NOT AT END
                   IF WS-RUNTOTP-FILE-STATUS NOT = "00"
                       MOVE "PARTITION-TOTALS" TO WS-ERR-FILE-NAME
                       MOVE "READ"             TO WS-ERR-OPERATION
                       MOVE WS-RUNTOTP-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ.
       1310-EXIT.
           EXIT.

       1320-STORE-PARTITION-TOTALS.
           IF PTOT-PARTITION-NO NOT NUMERIC
               OR PTOT-PARTITION-NO = ZERO
               OR PTOT-PARTITION-NO GREATER THAN WS-PARTITION-COUNT
               DISPLAY "HELLOMRG - RUN TOTALS FOR CYCLE "
                   PTOT-RUN-DATE " ARE NOT FROM A PARTITION OF THIS "
                   "CYCLE, PARTITION " PTOT-PARTITION-NO
               SET MERGE-REFUSED TO TRUE
               GO TO 1320-READ-NEXT
           END-IF
           MOVE PTOT-PARTITION-NO TO WS-PART-IDX
           IF PTOT-RUN-DATE NOT = WS-CURRENT-DATE
               OR PTOT-ENV-CODE NOT = WS-PARM-ENV-CODE
               DISPLAY "HELLOMRG - RUN TOTALS FOR PARTITION "
                   WS-PART-IDX " ARE FOR CYCLE " PTOT-RUN-DATE " "
                   PTOT-ENV-CODE
               SET MERGE-REFUSED TO TRUE
               GO TO 1320-READ-NEXT
           END-IF
           IF WS-PT-LOADED (WS-PART-IDX) = 'Y'
               DISPLAY "HELLOMRG - RUN TOTALS FOR PARTITION "
                   WS-PART-IDX " APPEAR MORE THAN ONCE"
               SET MERGE-REFUSED TO TRUE
               GO TO 1320-READ-NEXT
           END-IF
           MOVE 'Y' TO WS-PT-LOADED (WS-PART-IDX)
           MOVE PTOT-RANGE-LOW TO WS-PT-RANGE-LOW (WS-PART-IDX)
           MOVE PTOT-RANGE-HIGH TO WS-PT-RANGE-HIGH (WS-PART-IDX)
           MOVE PTOT-RECORDS-READ TO WS-PT-RECORDS-READ (WS-PART-IDX)
           MOVE PTOT-GREETINGS-ISSUED TO WS-PT-GREETINGS (WS-PART-IDX)
           MOVE PTOT-SUPPRESSED-COUNT TO
               WS-PT-SUPPRESSED (WS-PART-IDX)
           MOVE ZERO TO WS-PT-FEED-COUNT (WS-PART-IDX)
           MOVE PTOT-RESTART-FLAG TO WS-PT-RESTART-FLAG (WS-PART-IDX)
           MOVE 'Y' TO WS-PT-BALANCE-FLAG (WS-PART-IDX)
           ADD PTOT-RECORDS-READ TO WS-TOTAL-RECORDS-READ
           ADD PTOT-GREETINGS-ISSUED TO WS-TOTAL-GREETINGS
           ADD PTOT-SUPPRESSED-COUNT TO WS-TOTAL-SUPPRESSED
           ADD PTOT-SELECTED-COUNT TO WS-TOTAL-SELECTED
           ADD PTOT-CLOSED-SKIPPED TO WS-TOTAL-CLOSED-SKIPPED
           ADD PTOT-DORMANT-SKIPPED TO WS-TOTAL-DORMANT-SKIPPED
           ADD PTOT-FREQ-SKIPPED TO WS-TOTAL-FREQ-SKIPPED
           MOVE PTOT-REJECTED-COUNT TO WS-TOTAL-REJECTED
           IF PTOT-RESTART-FLAG = 'Y'
               MOVE 'Y' TO WS-MERGED-RESTART-FLAG
           END-IF.
       1320-READ-NEXT.
           PERFORM 1310-READ-PARTITION-TOTALS THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

       1330-CHECK-TOTALS-PRESENT.
           IF WS-PT-LOADED (WS-PART-IDX) NOT = 'Y'
               DISPLAY "HELLOMRG - NO RUN TOTALS FOR PARTITION "
                   WS-PART-IDX " ON RUNTOTP"
               SET MERGE-REFUSED TO TRUE
           END-IF.
       1330-EXIT.
           EXIT.

      *    Partition ranges may not overlap.  Ranges that run from
      *    the lowest to the highest account number with no gap make
      *    a full cycle; any gap leaves it an account-range partial.
       1400-CHECK-PARTITION-RANGES.
           IF MERGE-REFUSED
               GO TO 1400-EXIT
           END-IF
           MOVE 'F' TO WS-MERGED-SELECT-FLAG
           IF WS-PT-RANGE-LOW (1) NOT = ZERO
               MOVE 'A' TO WS-MERGED-SELECT-FLAG
           END-IF
           IF WS-PT-RANGE-HIGH (WS-PARTITION-COUNT) NOT =
               WS-HIGHEST-ACCOUNT-NO
               MOVE 'A' TO WS-MERGED-SELECT-FLAG
           END-IF
           PERFORM 1410-CHECK-ONE-RANGE THRU 1410-EXIT
               VARYING WS-PART-IDX FROM 2 BY 1
               UNTIL WS-PART-IDX GREATER THAN WS-PARTITION-COUNT.
       1400-EXIT.
           EXIT.

       1410-CHECK-ONE-RANGE.
           SUBTRACT 1 FROM WS-PART-IDX GIVING WS-PRIOR-IDX
           IF WS-PT-RANGE-LOW (WS-PART-IDX) NOT GREATER THAN
               WS-PT-RANGE-HIGH (WS-PRIOR-IDX)
               DISPLAY "HELLOMRG - PARTITION " WS-PART-IDX
                   " ACCOUNT RANGE OVERLAPS OR PRECEDES PARTITION "
                   WS-PRIOR-IDX
               SET MERGE-REFUSED TO TRUE
               GO TO 1410-EXIT
           END-IF
           COMPUTE WS-NEXT-RANGE-LOW =
               WS-PT-RANGE-HIGH (WS-PRIOR-IDX) + 1
           IF WS-PT-RANGE-LOW (WS-PART-IDX) NOT = WS-NEXT-RANGE-LOW
               MOVE 'A' TO WS-MERGED-SELECT-FLAG
           END-IF.
       1410-EXIT.
           EXIT.

       2000-MERGE-FEEDS.
           SORT SORT-FEED-WORK
               ON ASCENDING KEY SFD-ACCOUNT-NO
               ON ASCENDING KEY SFD-TS-DATE
               ON ASCENDING KEY SFD-TS-TIME
               USING PARTITION-FEED-FILE
               GIVING CRM-EXTRACT-FILE
           IF SORT-RETURN NOT = ZERO
               DISPLAY "HELLOMRG - FEED MERGE SORT FAILED, "
                   "SORT-RETURN = " SORT-RETURN
               PERFORM 9600-MARK-STEP-ABNORMAL THRU 9600-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       2000-EXIT.
           EXIT.

      *    Each record on the merged feed is credited to the partition
      *    whose account range holds it.
       2100-COUNT-MERGED-FEED.
           OPEN INPUT CRM-EXTRACT-FILE
           IF WS-CRMFEED-FILE-STATUS NOT = "00"
               MOVE "CRM-EXTRACT-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"             TO WS-ERR-OPERATION
               MOVE WS-CRMFEED-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 2150-READ-MERGED-FEED THRU 2150-EXIT
               UNTIL END-OF-MERGED-FEED
           CLOSE CRM-EXTRACT-FILE
           IF WS-CRMFEED-FILE-STATUS NOT = "00"
               MOVE "CRM-EXTRACT-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"            TO WS-ERR-OPERATION
               MOVE WS-CRMFEED-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2150-READ-MERGED-FEED.
           READ CRM-EXTRACT-FILE
               AT END
                   SET END-OF-MERGED-FEED TO TRUE
                   GO TO 2150-EXIT
           END-READ
           IF WS-CRMFEED-FILE-STATUS NOT = "00"
               MOVE "CRM-EXTRACT-FILE" TO WS-ERR-FILE-NAME
               MOVE "READ"             TO WS-ERR-OPERATION
               MOVE WS-CRMFEED-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           ADD 1 TO WS-TOTAL-FEED-COUNT
           MOVE 'N' TO WS-RANGE-FOUND-SWITCH
           PERFORM 2160-CREDIT-PARTITION THRU 2160-EXIT
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX GREATER THAN WS-PARTITION-COUNT
                   OR FEED-RANGE-FOUND
           IF NOT FEED-RANGE-FOUND
               ADD 1 TO WS-STRAY-FEED-COUNT
           END-IF.
       2150-EXIT.
           EXIT.

       2160-CREDIT-PARTITION.
           IF CRM-EXT-ACCOUNT-NO NOT LESS THAN
               WS-PT-RANGE-LOW (WS-PART-IDX)
               AND CRM-EXT-ACCOUNT-NO NOT GREATER THAN
               WS-PT-RANGE-HIGH (WS-PART-IDX)
               ADD 1 TO WS-PT-FEED-COUNT (WS-PART-IDX)
               SET FEED-RANGE-FOUND TO TRUE
           END-IF.
       2160-EXIT.
           EXIT.

       3000-BALANCE-PARTITIONS.
           PERFORM 3100-BALANCE-ONE-PARTITION THRU 3100-EXIT
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX GREATER THAN WS-PARTITION-COUNT
           IF WS-STRAY-FEED-COUNT GREATER THAN ZERO
               DISPLAY "HELLOMRG - " WS-STRAY-FEED-COUNT
                   " FEED RECORDS OUTSIDE EVERY PARTITION RANGE"
               SET MERGE-OUT-OF-BALANCE TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-BALANCE-ONE-PARTITION.
           SUBTRACT WS-PT-SUPPRESSED (WS-PART-IDX) FROM
               WS-PT-GREETINGS (WS-PART-IDX)
               GIVING WS-EXPECTED-FEED-COUNT
           IF WS-PT-FEED-COUNT (WS-PART-IDX) NOT =
               WS-EXPECTED-FEED-COUNT
               MOVE 'N' TO WS-PT-BALANCE-FLAG (WS-PART-IDX)
               SET MERGE-OUT-OF-BALANCE TO TRUE
               DISPLAY "HELLOMRG - PARTITION " WS-PART-IDX
                   " EXPECTED " WS-EXPECTED-FEED-COUNT
                   " FEED RECORDS, FOUND "
                   WS-PT-FEED-COUNT (WS-PART-IDX)
           END-IF.
       3100-EXIT.
           EXIT.

      *    The partition reports arrive concatenated in partition
      *    order.  Each page heading keeps its partition label and
      *    takes the next page number of the cycle report.
       4000-COPY-PARTITION-REPORTS.
           OPEN INPUT PARTITION-REPORT-FILE
           IF WS-HELORPTP-FILE-STATUS NOT = "00"
               MOVE "PARTITION-REPORTS" TO WS-ERR-FILE-NAME
               MOVE "OPEN"              TO WS-ERR-OPERATION
               MOVE WS-HELORPTP-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN OUTPUT HELLO-REPORT-FILE
           IF WS-HELORPT-FILE-STATUS NOT = "00"
               MOVE "HELLO-REPORT-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"              TO WS-ERR-OPERATION
               MOVE WS-HELORPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 4100-COPY-REPORT-LINE THRU 4100-EXIT
               UNTIL END-OF-PARTITION-REPORTS
           CLOSE PARTITION-REPORT-FILE
           IF WS-HELORPTP-FILE-STATUS NOT = "00"
               MOVE "PARTITION-REPORTS" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"             TO WS-ERR-OPERATION
               MOVE WS-HELORPTP-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-COPY-REPORT-LINE.
           READ PARTITION-REPORT-FILE
               AT END
                   SET END-OF-PARTITION-REPORTS TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF WS-HELORPTP-FILE-STATUS NOT = "00"
               MOVE "PARTITION-REPORTS" TO WS-ERR-FILE-NAME
               MOVE "READ"              TO WS-ERR-OPERATION
               MOVE WS-HELORPTP-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           IF PRPT-PAGE-LABEL = "PAGE   "
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT TO WS-PAGE-NO-EDIT
               MOVE WS-PAGE-NO-EDIT TO PRPT-PAGE-NO
           END-IF
           MOVE PARTITION-REPORT-RECORD TO HELLO-REPORT-RECORD
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           ADD 1 TO WS-REPORT-LINES-COPIED.
       4100-EXIT.
           EXIT.

       5000-WRITE-CYCLE-SUMMARY.
           PERFORM 5050-COMPUTE-ELAPSED-TIME THRU 5050-EXIT
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE
           MOVE WS-CURRENT-TIME (1:2) TO WS-HDG-RUN-HH
           MOVE WS-CURRENT-TIME (3:2) TO WS-HDG-RUN-MM
           MOVE WS-CURRENT-TIME (5:2) TO WS-HDG-RUN-SS
           MOVE WS-PAGE-COUNT TO WS-HDG-PAGE-NO
           MOVE WS-PARM-ENV-CODE TO WS-HDG-ENV-CODE
           MOVE WS-PAGE-HEADING-1 TO HELLO-REPORT-RECORD
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE WS-PAGE-HEADING-2 TO HELLO-REPORT-RECORD
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE SPACES TO WS-DTL-TEXT
           STRING "PARTITIONS MERGED = " DELIMITED BY SIZE
                  WS-PARTITION-COUNT     DELIMITED BY SIZE
               INTO WS-DTL-TEXT
           PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
           MOVE SPACES TO HELLO-REPORT-RECORD
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE WS-PARTITION-HEADING TO HELLO-REPORT-RECORD
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           PERFORM 5100-PRINT-PARTITION-LINE THRU 5100-EXIT
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX GREATER THAN WS-PARTITION-COUNT
           MOVE SPACES TO HELLO-REPORT-RECORD
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           MOVE "CYCLE SUMMARY" TO WS-DTL-TEXT
           PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
           MOVE SPACES TO WS-DTL-TEXT
           STRING "RECORDS READ      = " DELIMITED BY SIZE
                  WS-TOTAL-RECORDS-READ  DELIMITED BY SIZE
               INTO WS-DTL-TEXT
           PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
           MOVE SPACES TO WS-DTL-TEXT
           STRING "GREETINGS ISSUED  = " DELIMITED BY SIZE
                  WS-TOTAL-GREETINGS     DELIMITED BY SIZE
               INTO WS-DTL-TEXT
           PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
           MOVE SPACES TO WS-DTL-TEXT
           STRING "REJECTS           = " DELIMITED BY SIZE
                  WS-TOTAL-REJECTED      DELIMITED BY SIZE
               INTO WS-DTL-TEXT
           PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
           MOVE SPACES TO WS-DTL-TEXT
           STRING "SUPPRESSED        = " DELIMITED BY SIZE
                  WS-TOTAL-SUPPRESSED    DELIMITED BY SIZE
               INTO WS-DTL-TEXT
           PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
           MOVE SPACES TO WS-DTL-TEXT
           STRING "CLOSED - SKIPPED  = " DELIMITED BY SIZE
                  WS-TOTAL-CLOSED-SKIPPED DELIMITED BY SIZE
               INTO WS-DTL-TEXT
           PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
           MOVE SPACES TO WS-DTL-TEXT
           STRING "DORMANT - SKIPPED = " DELIMITED BY SIZE
                  WS-TOTAL-DORMANT-SKIPPED DELIMITED BY SIZE
               INTO WS-DTL-TEXT
           PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
           MOVE SPACES TO WS-DTL-TEXT
           STRING "TOO SOON - SKIPPED= " DELIMITED BY SIZE
                  WS-TOTAL-FREQ-SKIPPED  DELIMITED BY SIZE
               INTO WS-DTL-TEXT
           PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
           MOVE SPACES TO WS-DTL-TEXT
           STRING "CRM FEED RECORDS  = " DELIMITED BY SIZE
                  WS-TOTAL-FEED-COUNT    DELIMITED BY SIZE
               INTO WS-DTL-TEXT
           PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
           IF NOT MERGED-FULL-RUN
               MOVE SPACES TO WS-DTL-TEXT
               STRING "PARTIAL RUN MODE  = " DELIMITED BY SIZE
                      WS-MERGED-SELECT-FLAG  DELIMITED BY SIZE
                   INTO WS-DTL-TEXT
               PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
           END-IF
           MOVE SPACES TO WS-DTL-TEXT
           STRING "ELAPSED CYCLE TIME= " DELIMITED BY SIZE
                  WS-ELAPSED-HOURS       DELIMITED BY SIZE
                  ":"                    DELIMITED BY SIZE
                  WS-ELAPSED-MINUTES     DELIMITED BY SIZE
                  ":"                    DELIMITED BY SIZE
                  WS-ELAPSED-SECONDS     DELIMITED BY SIZE
               INTO WS-DTL-TEXT
           PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
           IF MERGE-IN-BALANCE
               MOVE "PARTITIONS IN BALANCE WITH THE MERGED FEED"
                   TO WS-DTL-TEXT
           ELSE
               MOVE "*** PARTITIONS OUT OF BALANCE - CYCLE NOT MERGED"
                   TO WS-DTL-TEXT
           END-IF
           PERFORM 5800-PRINT-DETAIL THRU 5800-EXIT
           MOVE WS-PAGE-FOOTING TO HELLO-REPORT-RECORD
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT
           CLOSE HELLO-REPORT-FILE
           IF WS-HELORPT-FILE-STATUS NOT = "00"
               MOVE "HELLO-REPORT-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"             TO WS-ERR-OPERATION
               MOVE WS-HELORPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      *    Partition start and end stamps are times of day; a cycle
      *    that ran past midnight wraps, as in HELLO itself.
       5050-COMPUTE-ELAPSED-TIME.
           MOVE WS-FIRST-START-TIME (1:2) TO WS-START-HOURS
           MOVE WS-FIRST-START-TIME (3:2) TO WS-START-MINUTES
           MOVE WS-FIRST-START-TIME (5:2) TO WS-START-SECONDS
           MOVE WS-LAST-END-TIME (1:2)    TO WS-END-HOURS
           MOVE WS-LAST-END-TIME (3:2)    TO WS-END-MINUTES
           MOVE WS-LAST-END-TIME (5:2)    TO WS-END-SECONDS
           COMPUTE WS-START-TOTAL-SECS =
               (WS-START-HOURS * 3600) +
               (WS-START-MINUTES * 60) +
               WS-START-SECONDS
           COMPUTE WS-END-TOTAL-SECS =
               (WS-END-HOURS * 3600) +
               (WS-END-MINUTES * 60) +
               WS-END-SECONDS
           IF WS-END-TOTAL-SECS NOT LESS THAN WS-START-TOTAL-SECS
               COMPUTE WS-ELAPSED-TOTAL-SECS =
                   WS-END-TOTAL-SECS - WS-START-TOTAL-SECS
           ELSE
               COMPUTE WS-ELAPSED-TOTAL-SECS =
                   WS-END-TOTAL-SECS - WS-START-TOTAL-SECS + 86400
           END-IF
           DIVIDE WS-ELAPSED-TOTAL-SECS BY 3600
               GIVING WS-ELAPSED-HOURS
               REMAINDER WS-ELAPSED-WORK-MINS
           DIVIDE WS-ELAPSED-WORK-MINS BY 60
               GIVING WS-ELAPSED-MINUTES
               REMAINDER WS-ELAPSED-SECONDS.
       5050-EXIT.
           EXIT.

       5100-PRINT-PARTITION-LINE.
           MOVE WS-PART-IDX TO WS-PL-PART-NO
           MOVE WS-PT-RANGE-LOW (WS-PART-IDX) TO WS-PL-RANGE-LOW
           MOVE WS-PT-RANGE-HIGH (WS-PART-IDX) TO WS-PL-RANGE-HIGH
           MOVE WS-PT-GREETINGS (WS-PART-IDX) TO WS-PL-PROCESSED
           MOVE WS-PT-SUPPRESSED (WS-PART-IDX) TO WS-PL-SUPPRESSED
           MOVE WS-PT-FEED-COUNT (WS-PART-IDX) TO WS-PL-FEED-COUNT
           MOVE WS-PT-RESTART-FLAG (WS-PART-IDX) TO WS-PL-RESTART-FLAG
           IF WS-PT-BALANCE-FLAG (WS-PART-IDX) = 'Y'
               MOVE "OK" TO WS-PL-BALANCE-TEXT
           ELSE
               MOVE "*** OUT" TO WS-PL-BALANCE-TEXT
           END-IF
           MOVE WS-PARTITION-LINE TO HELLO-REPORT-RECORD
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
       5100-EXIT.
           EXIT.

       5800-PRINT-DETAIL.
           MOVE WS-DTL-TEXT TO WS-DTL-GREETING
           MOVE WS-DETAIL-LINE TO HELLO-REPORT-RECORD
           PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
       5800-EXIT.
           EXIT.

       5900-WRITE-REPORT-LINE.
           WRITE HELLO-REPORT-RECORD
           IF WS-HELORPT-FILE-STATUS NOT = "00"
               MOVE "HELLO-REPORT-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"             TO WS-ERR-OPERATION
               MOVE WS-HELORPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       5900-EXIT.
           EXIT.

       7000-WRITE-RUN-TOTALS.
           OPEN OUTPUT RUN-TOTALS-FILE
           IF WS-RUNTOTS-FILE-STATUS NOT = "00"
               MOVE "RUN-TOTALS-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"            TO WS-ERR-OPERATION
               MOVE WS-RUNTOTS-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           MOVE WS-CURRENT-DATE TO RTOT-RUN-DATE
           MOVE WS-PARM-ENV-CODE TO RTOT-ENV-CODE
           MOVE WS-TOTAL-RECORDS-READ TO RTOT-RECORDS-READ
           MOVE WS-TOTAL-GREETINGS TO RTOT-GREETINGS-ISSUED
           MOVE WS-TOTAL-REJECTED TO RTOT-REJECTED-COUNT
           MOVE WS-TOTAL-SUPPRESSED TO RTOT-SUPPRESSED-COUNT
           MOVE WS-MERGED-SELECT-FLAG TO RTOT-SELECT-FLAG
           MOVE WS-TOTAL-SELECTED TO RTOT-SELECTED-COUNT
           MOVE WS-TOTAL-CLOSED-SKIPPED TO RTOT-CLOSED-SKIPPED
           MOVE WS-TOTAL-DORMANT-SKIPPED TO RTOT-DORMANT-SKIPPED
           MOVE WS-TOTAL-FREQ-SKIPPED TO RTOT-FREQ-SKIPPED
           MOVE ZERO TO RTOT-RESENDS-ISSUED
           MOVE 'N' TO RTOT-RESEND-FLAG
           MOVE ZERO TO RTOT-PARTITION-NO
           MOVE WS-PT-RANGE-LOW (1) TO RTOT-RANGE-LOW
           MOVE WS-PT-RANGE-HIGH (WS-PARTITION-COUNT) TO
               RTOT-RANGE-HIGH
           MOVE WS-MERGED-RESTART-FLAG TO RTOT-RESTART-FLAG
           WRITE RUN-TOTALS-RECORD
           IF WS-RUNTOTS-FILE-STATUS NOT = "00"
               MOVE "RUN-TOTALS-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"           TO WS-ERR-OPERATION
               MOVE WS-RUNTOTS-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE RUN-TOTALS-FILE
           IF WS-RUNTOTS-FILE-STATUS NOT = "00"
               MOVE "RUN-TOTALS-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"           TO WS-ERR-OPERATION
               MOVE WS-RUNTOTS-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

      *    A rerun of the merge for a cycle already on the run history
      *    does not add a second entry for it.
       7500-APPEND-RUN-HISTORY.
           PERFORM 7600-CHECK-RUN-HISTORY THRU 7600-EXIT
           IF CYCLE-ALREADY-IN-HISTORY
               DISPLAY "HELLOMRG - RUN HISTORY ALREADY HOLDS CYCLE "
                   WS-CURRENT-DATE ", NOT APPENDED AGAIN"
               GO TO 7500-EXIT
           END-IF
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUNHIST-FILE-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           IF WS-RUNHIST-FILE-STATUS NOT = "00"
               MOVE "RUN-HISTORY-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"             TO WS-ERR-OPERATION
               MOVE WS-RUNHIST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           MOVE WS-CURRENT-DATE TO RHST-RUN-DATE
           MOVE WS-PARM-ENV-CODE TO RHST-ENV-CODE
           MOVE WS-TOTAL-RECORDS-READ TO RHST-RECORDS-READ
           MOVE WS-TOTAL-GREETINGS TO RHST-GREETINGS-ISSUED
           MOVE WS-TOTAL-REJECTED TO RHST-REJECTED-COUNT
           MOVE WS-ELAPSED-TOTAL-SECS TO RHST-ELAPSED-SECS
           MOVE WS-MERGED-RESTART-FLAG TO RHST-RESTART-FLAG
           MOVE WS-MERGED-SELECT-FLAG TO RHST-SELECT-FLAG
           MOVE WS-TOTAL-SELECTED TO RHST-SELECTED-COUNT
           MOVE WS-TOTAL-CLOSED-SKIPPED TO RHST-CLOSED-SKIPPED
           MOVE WS-TOTAL-DORMANT-SKIPPED TO RHST-DORMANT-SKIPPED
           WRITE RUN-HISTORY-RECORD
           IF WS-RUNHIST-FILE-STATUS NOT = "00"
               MOVE "RUN-HISTORY-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"            TO WS-ERR-OPERATION
               MOVE WS-RUNHIST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE RUN-HISTORY-FILE
           IF WS-RUNHIST-FILE-STATUS NOT = "00"
               MOVE "RUN-HISTORY-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"            TO WS-ERR-OPERATION
               MOVE WS-RUNHIST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       7500-EXIT.
           EXIT.

       7600-CHECK-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNHIST-FILE-STATUS = "35"
               GO TO 7600-EXIT
           END-IF
           IF WS-RUNHIST-FILE-STATUS NOT = "00"
               MOVE "RUN-HISTORY-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"             TO WS-ERR-OPERATION
               MOVE WS-RUNHIST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 7650-SCAN-RUN-HISTORY THRU 7650-EXIT
               UNTIL END-OF-HISTORY-SCAN
           CLOSE RUN-HISTORY-FILE
           IF WS-RUNHIST-FILE-STATUS NOT = "00"
               MOVE "RUN-HISTORY-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"            TO WS-ERR-OPERATION
               MOVE WS-RUNHIST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       7600-EXIT.
           EXIT.

       7650-SCAN-RUN-HISTORY.
           READ RUN-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY-SCAN TO TRUE
               NOT AT END
                   IF WS-RUNHIST-FILE-STATUS = "00"
                       IF RHST-RUN-DATE = WS-CURRENT-DATE
                           AND RHST-ENV-CODE = WS-PARM-ENV-CODE
                           SET CYCLE-ALREADY-IN-HISTORY TO TRUE
                       END-IF
                   ELSE
                       MOVE "RUN-HISTORY-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"             TO WS-ERR-OPERATION
                       MOVE WS-RUNHIST-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ.
       7650-EXIT.
           EXIT.

       8000-TERMINATE.
           DISPLAY "HELLOMRG - PARTITION MERGE CONTROL TOTALS"
           DISPLAY "  PARTITIONS MERGED   = " WS-PARTITION-COUNT
           DISPLAY "  RECORDS READ        = " WS-TOTAL-RECORDS-READ
           DISPLAY "  GREETINGS ISSUED    = " WS-TOTAL-GREETINGS
           DISPLAY "  SUPPRESSED          = " WS-TOTAL-SUPPRESSED
           DISPLAY "  CRM FEED RECORDS    = " WS-TOTAL-FEED-COUNT
           DISPLAY "  REPORT LINES COPIED = " WS-REPORT-LINES-COPIED
           DISPLAY "  REPORT PAGES        = " WS-PAGE-COUNT
           DISPLAY "  RUN MODE            = " WS-MERGED-SELECT-FLAG
           DISPLAY "  ELAPSED CYCLE SECS  = " WS-ELAPSED-TOTAL-SECS.
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
           DISPLAY "HELLOMRG - FILE I/O ERROR - " WS-ERROR-MESSAGE
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
               DISPLAY "HELLOMRG - UNABLE TO MARK CYCLE STEP "
                   "ABNORMAL, FILE STATUS = " WS-CYCLCTL-FILE-STATUS
           END-IF.
       9600-EXIT.
           EXIT.

       END PROGRAM HELLOMRG.
