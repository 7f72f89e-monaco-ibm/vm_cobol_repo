      *   independent count of the records actually present on the   *
      *   CRM extract feed (allowing for the do-not-greet customers  *
      *   HELLO suppressed from the feed, per the suppressed count   *
      *   on the run-totals record).  The closed accounts HELLODUP  *
      *   kept on the master although the feed no longer supplies   *
      *   them are added to the edit leg, and the closed and         *
      *   dormant customers HELLO skipped are added to its           *
      *   processed count, so the lifecycle skips balance, and so    *
      *   are the customers it skipped as contacted too recently.   *
      *   The resends the CRMRESND step appended to the feed after  *
      *   HELLO, per the resend count it stamped on the run-totals  *
      *   record, are added to the records expected on the feed.    *
      *   Prints an in-balance or                                     *
      *   out-of-balance report and sets a nonzero return code       *
      *   when any leg                                                *
      *   disagrees, so the downstream CRM transmission job can be   *
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

       FD  DEDUP-CONTROL-FILE.
       01  DEDUP-CONTROL-RECORD.
           05  DCTL-ACCEPTED-COUNT         PIC 9(08).
           05  DCTL-SURVIVOR-COUNT         PIC 9(08).
           05  DCTL-DUPLICATE-COUNT        PIC 9(08).
           05  DCTL-RETAINED-COUNT         PIC 9(08).

       FD  CRM-EXTRACT-FILE.
       01  CRM-EXTRACT-RECORD.
           05  CRM-EXT-ACCOUNT-NO          PIC 9(10).
           05  CRM-EXT-TS-DATE             PIC 9(08).
           05  CRM-EXT-TS-TIME             PIC 9(06).
           05  CRM-EXT-CAMPAIGN-ID         PIC X(08).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD             PIC X(80).

       77  WS-ACCEPTED-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-DUPLICATES-DROPPED          PIC 9(08) VALUE ZERO.
       77  WS-RETAINED-CLOSED-COUNT       PIC 9(08) VALUE ZERO.
       77  WS-EXPECTED-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-PROCESSED-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-CLOSED-SKIPPED-COUNT        PIC 9(08) VALUE ZERO.
       77  WS-DORMANT-SKIPPED-COUNT       PIC 9(08) VALUE ZERO.
       77  WS-FREQ-SKIPPED-COUNT          PIC 9(08) VALUE ZERO.
       77  WS-ACCOUNTED-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-SUPPRESSED-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-RESENDS-ISSUED-COUNT        PIC 9(08) VALUE ZERO.
       77  WS-EXPECTED-FEED-COUNT         PIC 9(08) VALUE ZERO.
       77  WS-CRM-EXTRACT-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-SELECT-FLAG                 PIC X(01) VALUE 'F'.
                       IF WS-DUPCTL-FILE-STATUS = "00"
                           MOVE DCTL-DUPLICATE-COUNT TO
                               WS-DUPLICATES-DROPPED
                           MOVE DCTL-RETAINED-COUNT TO
                               WS-RETAINED-CLOSED-COUNT
                       ELSE
                           MOVE "DEDUP-CONTROL-FILE" TO
                               WS-ERR-FILE-NAME
                           MOVE RTOT-SELECT-FLAG TO WS-SELECT-FLAG
                           MOVE RTOT-SELECTED-COUNT TO
                               WS-SELECTED-COUNT
                           MOVE RTOT-CLOSED-SKIPPED TO
                               WS-CLOSED-SKIPPED-COUNT
                           MOVE RTOT-DORMANT-SKIPPED TO
                               WS-DORMANT-SKIPPED-COUNT
                           MOVE RTOT-FREQ-SKIPPED TO
                               WS-FREQ-SKIPPED-COUNT
                           IF RTOT-RESENDS-ISSUED NUMERIC
                               MOVE RTOT-RESENDS-ISSUED TO
                                   WS-RESENDS-ISSUED-COUNT
                           END-IF
                           MOVE RTOT-RUN-DATE TO WS-RUN-DATE
                           MOVE RTOT-ENV-CODE TO WS-RUN-ENV-CODE
                           SET RUN-TOTALS-FOUND TO TRUE
           EXIT.

      *    A full cycle balances the edit leg (accepted less dropped
      *    duplicates, plus closed accounts retained on the master)
      *    against the processed count plus the closed and dormant
      *    customers HELLO skipped and those it skipped as contacted
      *    too recently.  A partial cycle
      *    cannot - HELLO only touched the selected population, and
      *    its selected-population count is carried for information
      *    only - so a partial cycle rests on the feed leg alone:
      *    the records actually on the feed against the processed
      *    count, allowing for suppressed customers.  Either way
      *    the resends CRMRESND appended to the feed are added to the
      *    records expected on it.
       3000-COMPARE-COUNTS.
           COMPUTE WS-EXPECTED-COUNT = WS-ACCEPTED-COUNT
               - WS-DUPLICATES-DROPPED + WS-RETAINED-CLOSED-COUNT
           COMPUTE WS-ACCOUNTED-COUNT = WS-PROCESSED-COUNT
               + WS-CLOSED-SKIPPED-COUNT + WS-DORMANT-SKIPPED-COUNT
               + WS-FREQ-SKIPPED-COUNT
           COMPUTE WS-EXPECTED-FEED-COUNT = WS-PROCESSED-COUNT
               - WS-SUPPRESSED-COUNT + WS-RESENDS-ISSUED-COUNT
           IF NOT EDITCTL-TOTALS-FOUND
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           IF NOT PARTIAL-RUN-CYCLE
               IF WS-EXPECTED-COUNT NOT = WS-ACCOUNTED-COUNT
                   SET RUN-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF
           MOVE WS-DUPLICATES-DROPPED TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RECON-REPORT-RECORD
           PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
           MOVE "CLOSED ACCTS RETAINED (DUPCTL)" TO WS-CNT-LEG-NAME
           MOVE WS-RETAINED-CLOSED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RECON-REPORT-RECORD
           PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
           MOVE "EXPECTED AFTER DEDUP" TO WS-CNT-LEG-NAME
           MOVE WS-EXPECTED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RECON-REPORT-RECORD
           MOVE WS-PROCESSED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RECON-REPORT-RECORD
           PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
           MOVE "CLOSED - SKIPPED (RUNTOTS)" TO WS-CNT-LEG-NAME
           MOVE WS-CLOSED-SKIPPED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RECON-REPORT-RECORD
           PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
           MOVE "DORMANT - SKIPPED (RUNTOTS)" TO WS-CNT-LEG-NAME
           MOVE WS-DORMANT-SKIPPED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RECON-REPORT-RECORD
           PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
           MOVE "TOO SOON - SKIPPED (RUNTOTS)" TO WS-CNT-LEG-NAME
           MOVE WS-FREQ-SKIPPED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RECON-REPORT-RECORD
           PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
           MOVE "HELLO ACCOUNTED FOR" TO WS-CNT-LEG-NAME
           MOVE WS-ACCOUNTED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RECON-REPORT-RECORD
           PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
           IF PARTIAL-RUN-CYCLE
               MOVE "  PARTIAL CYCLE - BALANCED ON FEED LEG ONLY"
                   TO WS-VERDICT-TEXT
           MOVE WS-SUPPRESSED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RECON-REPORT-RECORD
           PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
           MOVE "RESENDS APPENDED (RUNTOTS)" TO WS-CNT-LEG-NAME
           MOVE WS-RESENDS-ISSUED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RECON-REPORT-RECORD
           PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
           MOVE "EXPECTED ON CRM FEED" TO WS-CNT-LEG-NAME
           MOVE WS-EXPECTED-FEED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO RECON-REPORT-RECORD
           END-IF
           DISPLAY "HELLORECON - ACCEPTED  = " WS-ACCEPTED-COUNT
           DISPLAY "HELLORECON - PROCESSED = " WS-PROCESSED-COUNT
           DISPLAY "HELLORECON - CLOSED    = " WS-CLOSED-SKIPPED-COUNT
           DISPLAY "HELLORECON - DORMANT   = " WS-DORMANT-SKIPPED-COUNT
           DISPLAY "HELLORECON - TOO SOON  = " WS-FREQ-SKIPPED-COUNT
           DISPLAY "HELLORECON - SUPPRESSED= " WS-SUPPRESSED-COUNT
           DISPLAY "HELLORECON - RESENDS   = " WS-RESENDS-ISSUED-COUNT
           DISPLAY "HELLORECON - CRM FEED  = " WS-CRM-EXTRACT-COUNT
           IF RUN-IN-BALANCE
               DISPLAY "HELLORECON - RUN IS IN BALANCE"
