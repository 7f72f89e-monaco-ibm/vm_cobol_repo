      *   Every feed record's outcome (D delivered, B bounced, U    *
      *   never acknowledged) is also written to the matched-        *
      *   results file (CRMMATCH) so the BRNQUAL report can roll    *
      *   delivery quality up by branch.  The campaign ID HELLO     *
      *   tagged the greeting with is carried onto CRMMATCH and      *
      *   CRMRSND, so CAMPRSLT can report outcomes by campaign.     *
      *                                                               *
      *   The same outcome is carried onto the customer's contact-   *
      *   history record (CONTHIST) as the last CRM outcome, with   *
      *   the date of the greeting it answers, so the inquiry       *
      *   screen can show what became of the last greeting.  A     *
      *   run of bounces is counted there too (consecutive-bounce   *
      *   count, cleared by a delivery), which the CRMRESND step    *
      *   uses to stop resending to a dead address.                 *
      *                                                               *
      *   Acknowledgement status codes:  D - delivered               *
      *                                  B - bounced                  *
      *   FORCE overrides the date checks.                           *
      *                                                               *
      *   Cycle sequencing:  refuses to start (return code 12)      *
      *   until the CRMRESND step has completed on the cycle-       *
      *   control file (CYCLCTL) for the same cycle date, so the    *
      *   feed matched carries that cycle's resends, and stamps its *
      *   own completion there.  PARM='ENV,YYYYMMDD' sets the       *
      *   cycle; FORCE as the third PARM value overrides the        *
      *   predecessor check.                                         *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMMATCH-FILE-STATUS.

           SELECT CONTACT-HISTORY-FILE ASSIGN TO CONTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHST-ACCOUNT-NO
               FILE STATUS IS WS-CONTHIST-FILE-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  CRM-EXT-ACCOUNT-NO          PIC 9(10).
           05  CRM-EXT-TS-DATE             PIC 9(08).
           05  CRM-EXT-TS-TIME             PIC 9(06).
           05  CRM-EXT-CAMPAIGN-ID         PIC X(08).

       FD  ACK-INPUT-FILE.
       01  ACK-INPUT-RECORD.
           05  SFD-ACCOUNT-NO              PIC 9(10).
           05  SFD-TS-DATE                 PIC 9(08).
           05  SFD-TS-TIME                 PIC 9(06).
           05  SFD-CAMPAIGN-ID             PIC X(08).

       SD  SORT-ACK-WORK.
       01  SORT-ACK-RECORD.
           05  SRTF-ACCOUNT-NO             PIC 9(10).
           05  SRTF-TS-DATE                PIC 9(08).
           05  SRTF-TS-TIME                PIC 9(06).
           05  SRTF-CAMPAIGN-ID            PIC X(08).

       FD  SORTED-ACK-FILE.
       01  SORTED-ACK-RECORD.
           05  RSND-ACCOUNT-NO             PIC 9(10).
           05  RSND-TS-DATE                PIC 9(08).
           05  RSND-TS-TIME                PIC 9(06).
           05  RSND-CAMPAIGN-ID            PIC X(08).

       FD  MATCH-RESULT-FILE.
       01  MATCH-RESULT-RECORD.
           05  MTCH-TS-DATE                PIC 9(08).
           05  MTCH-TS-TIME                PIC 9(06).
           05  MTCH-OUTCOME-CODE           PIC X(01).
           05  MTCH-CAMPAIGN-ID            PIC X(08).

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

       FD  CYCLE-CONTROL-FILE.
       01  CYCLE-CONTROL-RECORD.
       77  WS-CRMMATCH-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-MATCH-OUTCOME-CODE          PIC X(01) VALUE SPACE.
       77  WS-MATCH-WRITE-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-CONTHIST-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-HISTORY-UPDATE-COUNT        PIC 9(08) VALUE ZERO.

       77  WS-PARM-ENV-CODE                PIC X(04) VALUE "PROD".
       77  WS-PARM-RUN-DATE                PIC 9(08) VALUE ZERO.
       77  WS-CYCLE-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  CYCLE-STEP-FOUND                VALUE 'Y'.
       77  WS-STEP-NAME                    PIC X(08) VALUE "CRMACK  ".
       77  WS-PRED-STEP-NAME               PIC X(08) VALUE "CRMRESND".
       77  WS-STAMP-TIME                   PIC 9(08) VALUE ZERO.

       01  WS-ERROR-MESSAGE.
               MOVE WS-CRMMATCH-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 1150-OPEN-CONTACT-HISTORY THRU 1150-EXIT
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE
           MOVE WS-EXC-HEADING-1 TO EXCEPTION-REPORT-RECORD
           PERFORM 6100-WRITE-EXCEPTION-LINE THRU 6100-EXIT
       1140-EXIT.
           EXIT.

       1150-OPEN-CONTACT-HISTORY.
           OPEN I-O CONTACT-HISTORY-FILE
           IF WS-CONTHIST-FILE-STATUS = "35"
               OPEN OUTPUT CONTACT-HISTORY-FILE
               IF WS-CONTHIST-FILE-STATUS NOT = "00"
                   MOVE "CONTACT-HISTORY" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"            TO WS-ERR-OPERATION
                   MOVE WS-CONTHIST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
               CLOSE CONTACT-HISTORY-FILE
               OPEN I-O CONTACT-HISTORY-FILE
           END-IF
           IF WS-CONTHIST-FILE-STATUS NOT = "00"
               MOVE "CONTACT-HISTORY" TO WS-ERR-FILE-NAME
               MOVE "OPEN"            TO WS-ERR-OPERATION
               MOVE WS-CONTHIST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       1150-EXIT.
           EXIT.

      *    The acknowledgements being matched must belong to the
      *    cycle HELLO ran:  the first extract record's timestamp
      *    date must match the PARM cycle date, which must be a
           MOVE SRTF-ACCOUNT-NO TO RSND-ACCOUNT-NO
           MOVE SRTF-TS-DATE TO RSND-TS-DATE
           MOVE SRTF-TS-TIME TO RSND-TS-TIME
           MOVE SRTF-CAMPAIGN-ID TO RSND-CAMPAIGN-ID
           WRITE RESEND-RECORD
           IF WS-CRMRSND-FILE-STATUS NOT = "00"
               MOVE "RESEND-FILE" TO WS-ERR-FILE-NAME
           MOVE SRTF-TS-DATE TO MTCH-TS-DATE
           MOVE SRTF-TS-TIME TO MTCH-TS-TIME
           MOVE WS-MATCH-OUTCOME-CODE TO MTCH-OUTCOME-CODE
           MOVE SRTF-CAMPAIGN-ID TO MTCH-CAMPAIGN-ID
           WRITE MATCH-RESULT-RECORD
           IF WS-CRMMATCH-FILE-STATUS NOT = "00"
               MOVE "MATCH-RESULT-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-CRMMATCH-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           ADD 1 TO WS-MATCH-WRITE-COUNT
           PERFORM 5600-UPDATE-CONTACT-HISTORY THRU 5600-EXIT.
       5500-EXIT.
           EXIT.

      *    An older outcome never overwrites the outcome of a later
      *    greeting.  A customer with no history yet (greeted before
      *    the history was kept) is given a record for this greeting.
       5600-UPDATE-CONTACT-HISTORY.
           MOVE MTCH-ACCOUNT-NO TO CHST-ACCOUNT-NO
           READ CONTACT-HISTORY-FILE
           EVALUATE WS-CONTHIST-FILE-STATUS
               WHEN "00"
                   IF MTCH-TS-DATE LESS THAN CHST-LAST-OUTCOME-DATE
                       GO TO 5600-EXIT
                   END-IF
                   IF MTCH-TS-DATE GREATER THAN CHST-LAST-OUTCOME-DATE
                       PERFORM 5650-COUNT-CONSEC-BOUNCES THRU 5650-EXIT
                   END-IF
                   MOVE MTCH-OUTCOME-CODE TO CHST-LAST-OUTCOME-CODE
                   MOVE MTCH-TS-DATE TO CHST-LAST-OUTCOME-DATE
                   REWRITE CONTACT-HISTORY-RECORD
               WHEN "23"
                   MOVE SPACES TO CONTACT-HISTORY-RECORD
                   MOVE MTCH-ACCOUNT-NO TO CHST-ACCOUNT-NO
                   MOVE MTCH-TS-DATE TO CHST-LAST-GREET-DATE
                   MOVE MTCH-TS-TIME TO CHST-LAST-GREET-TIME
                   MOVE MTCH-TS-DATE TO CHST-WINDOW-START-DATE
                   MOVE 1 TO CHST-MONTH-GREET-COUNT
                   MOVE MTCH-OUTCOME-CODE TO CHST-LAST-OUTCOME-CODE
                   MOVE MTCH-TS-DATE TO CHST-LAST-OUTCOME-DATE
                   MOVE ZERO TO CHST-LAST-SKIP-DATE
                   MOVE ZERO TO CHST-CONSEC-BOUNCES
                   PERFORM 5650-COUNT-CONSEC-BOUNCES THRU 5650-EXIT
                   WRITE CONTACT-HISTORY-RECORD
               WHEN OTHER
                   MOVE "CONTACT-HISTORY" TO WS-ERR-FILE-NAME
                   MOVE "READ"            TO WS-ERR-OPERATION
                   MOVE WS-CONTHIST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE
           IF WS-CONTHIST-FILE-STATUS NOT = "00"
               MOVE "CONTACT-HISTORY" TO WS-ERR-FILE-NAME
               MOVE "WRITE"           TO WS-ERR-OPERATION
               MOVE WS-CONTHIST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           ADD 1 TO WS-HISTORY-UPDATE-COUNT.
       5600-EXIT.
           EXIT.

      *    Consecutive bounces are counted once per greeting date, so
      *    a rematch of the same cycle does not count a bounce twice.
      *    A delivery breaks the run; no acknowledgement leaves it.
       5650-COUNT-CONSEC-BOUNCES.
           IF CHST-CONSEC-BOUNCES NOT NUMERIC
               MOVE ZERO TO CHST-CONSEC-BOUNCES
           END-IF
           EVALUATE MTCH-OUTCOME-CODE
               WHEN 'B'
                   IF CHST-CONSEC-BOUNCES LESS THAN 999
                       ADD 1 TO CHST-CONSEC-BOUNCES
                   END-IF
               WHEN 'D'
                   MOVE ZERO TO CHST-CONSEC-BOUNCES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       5650-EXIT.
           EXIT.

       6000-WRITE-FEED-EXCEPTION.
           MOVE SRTF-ACCOUNT-NO TO WS-EXC-ACCOUNT-NO
           MOVE SRTF-NAME TO WS-EXC-NAME
               MOVE WS-CRMMATCH-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE CONTACT-HISTORY-FILE
           IF WS-CONTHIST-FILE-STATUS NOT = "00"
               MOVE "CONTACT-HISTORY" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"           TO WS-ERR-OPERATION
               MOVE WS-CONTHIST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           DISPLAY "CRMACK - CRM ACKNOWLEDGEMENT CONTROL TOTALS"
           DISPLAY "  FEED RECORDS READ   = " WS-FEED-READ-COUNT
           DISPLAY "  ACKS READ           = " WS-ACK-READ-COUNT
           DISPLAY "  NEVER ACKNOWLEDGED  = " WS-UNACKED-COUNT
           DISPLAY "  ACKS WITHOUT EXTRACT= " WS-ORPHAN-ACK-COUNT
           DISPLAY "  RESEND RECORDS CUT  = " WS-RESEND-COUNT
           DISPLAY "  MATCH RESULTS CUT   = " WS-MATCH-WRITE-COUNT
           DISPLAY "  HISTORIES UPDATED   = " WS-HISTORY-UPDATE-COUNT.
       8000-EXIT.
           EXIT.

