       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPRSLT.
      *****************************************************************
      *                                                               *
      *   Campaign results report.  Reads the matched acknowledge-   *
      *   ment results that CRMACK cuts (CRMMATCH, one outcome per   *
      *   feed record - D delivered, B bounced, U never acknow-      *
      *   ledged - carrying the campaign ID HELLO tagged the         *
      *   greeting with), looks each account up on the keyed        *
      *   customer master to find its branch and the branch master  *
      *   (BRNMAST) to find the branch name, and rolls the outcomes *
      *   up by campaign and CUST-BRANCH-CODE:  sent, delivered,    *
      *   bounced and never-acknowledged counts per branch, with a  *
      *   subtotal line after the last branch of each campaign.     *
      *                                                               *
      *   Each campaign is headed with its description and dates    *
      *   from the campaign master (CAMPMAST).  Greetings sent with *
      *   the standard language template carry no campaign ID and   *
      *   are reported first, under (NONE).                          *
      *                                                               *
      *   Accounts no longer on the customer master are rolled up   *
      *   under the pseudo-branch ?????, as in BRNQUAL.              *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATCH-RESULT-FILE ASSIGN TO CRMMATCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMMATCH-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MAST-ACCOUNT-NO
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO BRNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-BRANCH-CODE
               FILE STATUS IS WS-BRNMAST-FILE-STATUS.

           SELECT CAMPAIGN-MASTER-FILE ASSIGN TO CAMPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAMP-CAMPAIGN-ID
               FILE STATUS IS WS-CAMPMAST-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT RESULTS-REPORT-FILE ASSIGN TO CAMPRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMPRRPT-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  MATCH-RESULT-FILE.
       01  MATCH-RESULT-RECORD.
           05  MTCH-ACCOUNT-NO             PIC 9(10).
           05  MTCH-TS-DATE                PIC 9(08).
           05  MTCH-TS-TIME                PIC 9(06).
           05  MTCH-OUTCOME-CODE           PIC X(01).
           05  MTCH-CAMPAIGN-ID            PIC X(08).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-MAST-NAME              PIC X(30).
           05  CUST-MAST-ACCOUNT-NO        PIC 9(10).
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
           05  CAMP-TARGET-BRANCHES        PIC X(50).
           05  CAMP-TARGET-LANGUAGES       PIC X(10).
           05  CAMP-TEMPLATE-TEXT          PIC X(60).
           05  CAMP-LAST-MAINT-DATE        PIC 9(08).
           05  FILLER                      PIC X(14).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-CAMPAIGN-ID            PIC X(08).
           05  SORT-BRANCH-CODE            PIC X(05).
           05  SORT-BRANCH-NAME            PIC X(30).
           05  SORT-OUTCOME-CODE           PIC X(01).

       FD  RESULTS-REPORT-FILE.
       01  RESULTS-REPORT-RECORD           PIC X(132).
      /
       WORKING-STORAGE SECTION.

       77  WS-MATCH-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-MATCH-FILE              VALUE 'Y'.

       77  WS-SORT-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  END-OF-SORTED-RESULTS          VALUE 'Y'.

       77  WS-FIRST-RECORD-SWITCH         PIC X(01) VALUE 'Y'.
           88  FIRST-SORTED-RECORD            VALUE 'Y'.

       77  WS-CAMPMAST-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88  CAMPAIGN-MASTER-OPEN           VALUE 'Y'.

       77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
       77  WS-PRIOR-CAMPAIGN-ID           PIC X(08) VALUE SPACES.
       77  WS-PRIOR-BRANCH-CODE           PIC X(05) VALUE SPACES.
       77  WS-PRIOR-BRANCH-NAME           PIC X(30) VALUE SPACES.

       77  WS-MATCH-READ-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-NOTFOUND-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-UNKNOWN-BRANCH-COUNT        PIC 9(08) VALUE ZERO.
       77  WS-UNKNOWN-CAMPAIGN-COUNT      PIC 9(08) VALUE ZERO.
       77  WS-CAMPAIGN-COUNT              PIC 9(08) VALUE ZERO.

       77  WS-BRN-SENT-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-BRN-DELIVERED-COUNT         PIC 9(08) VALUE ZERO.
       77  WS-BRN-BOUNCED-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-BRN-UNACKED-COUNT           PIC 9(08) VALUE ZERO.

       77  WS-CMP-SENT-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-CMP-DELIVERED-COUNT         PIC 9(08) VALUE ZERO.
       77  WS-CMP-BOUNCED-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-CMP-UNACKED-COUNT           PIC 9(08) VALUE ZERO.

       77  WS-GRD-SENT-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-GRD-DELIVERED-COUNT         PIC 9(08) VALUE ZERO.
       77  WS-GRD-BOUNCED-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-GRD-UNACKED-COUNT           PIC 9(08) VALUE ZERO.

       77  WS-CRMMATCH-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-CUSTMAST-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-BRNMAST-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-CAMPMAST-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-CAMPRRPT-FILE-STATUS        PIC X(02) VALUE "00".

       01  WS-ERROR-MESSAGE.
           05  WS-ERR-FILE-NAME           PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-ERR-OPERATION           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE
               "FILE STATUS = ".
           05  WS-ERR-STATUS               PIC X(02).

       01  WS-RSLT-HEADING-1.
           05  FILLER                     PIC X(42) VALUE
               "CAMPRSLT CAMPAIGN RESULTS REPORT          ".
           05  FILLER                     PIC X(10) VALUE
               "RUN DATE: ".
           05  WS-HDG-RUN-DATE             PIC 9999/99/99.

       01  WS-RSLT-HEADING-2.
           05  FILLER                     PIC X(06) VALUE
               "BRANCH".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(30) VALUE
               "BRANCH NAME".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE
               "      SENT".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE
               " DELIVERED".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE
               "   BOUNCED".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE
               "  UNACKED ".

       01  WS-CAMPAIGN-HEADING.
           05  FILLER                     PIC X(09) VALUE
               "CAMPAIGN ".
           05  WS-CHD-CAMPAIGN-ID          PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CHD-DESCRIPTION          PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CHD-DATE-RANGE.
               10  FILLER                 PIC X(05) VALUE
                   "FROM ".
               10  WS-CHD-START-DATE       PIC 9999/99/99.
               10  FILLER                 PIC X(04) VALUE
                   " TO ".
               10  WS-CHD-END-DATE         PIC 9999/99/99.

       01  WS-RSLT-DETAIL-LINE.
           05  WS-DTL-BRANCH-CODE          PIC X(05).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-BRANCH-NAME          PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-SENT                 PIC ZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-DELIVERED            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-BOUNCED              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-UNACKED              PIC ZZ,ZZZ,ZZ9.

       01  WS-CAMPAIGN-SUBTOTAL-LINE.
           05  FILLER                     PIC X(09) VALUE
               "CAMPAIGN ".
           05  WS-CST-CAMPAIGN-ID          PIC X(08).
           05  FILLER                     PIC X(23) VALUE
               " SUBTOTAL".
           05  WS-CST-SENT                 PIC ZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CST-DELIVERED            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CST-BOUNCED              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CST-UNACKED              PIC ZZ,ZZZ,ZZ9.

       01  WS-RSLT-TOTAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-TOT-LABEL                PIC X(26).
           05  FILLER                     PIC X(02) VALUE
               "= ".
           05  WS-TOT-VALUE                PIC ZZ,ZZZ,ZZ9.
      /
       PROCEDURE DIVISION.
       Main.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CAMPAIGN-ID
               ON ASCENDING KEY SORT-BRANCH-CODE
               INPUT PROCEDURE IS 2000-RELEASE-OUTCOMES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-SUMMARIZE-CAMPAIGNS
                   THRU 3000-EXIT
           IF SORT-RETURN NOT = ZERO
               DISPLAY "CAMPRSLT - SORT FAILED, SORT-RETURN = "
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 6500-PRINT-GRAND-TOTALS THRU 6500-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           IF WS-GRD-BOUNCED-COUNT GREATER THAN ZERO
               OR WS-GRD-UNACKED-COUNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

      *    The campaign master only supplies descriptions and dates
      *    for the headings; without it the report still runs.
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT MATCH-RESULT-FILE
           IF WS-CRMMATCH-FILE-STATUS NOT = "00"
               MOVE "MATCH-RESULT-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"              TO WS-ERR-OPERATION
               MOVE WS-CRMMATCH-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"                 TO WS-ERR-OPERATION
               MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRNMAST-FILE-STATUS NOT = "00"
               MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"               TO WS-ERR-OPERATION
               MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN INPUT CAMPAIGN-MASTER-FILE
           EVALUATE WS-CAMPMAST-FILE-STATUS
               WHEN "00"
                   SET CAMPAIGN-MASTER-OPEN TO TRUE
               WHEN "35"
                   DISPLAY "CAMPRSLT - CAMPAIGN MASTER NOT FOUND, "
                       "NO CAMPAIGN DESCRIPTIONS SHOWN"
               WHEN OTHER
                   MOVE "CAMPAIGN-MASTER-FILE" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"                 TO WS-ERR-OPERATION
                   MOVE WS-CAMPMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE
           OPEN OUTPUT RESULTS-REPORT-FILE
           IF WS-CAMPRRPT-FILE-STATUS NOT = "00"
               MOVE "RESULTS-REPORT-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"                TO WS-ERR-OPERATION
               MOVE WS-CAMPRRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE
           MOVE WS-RSLT-HEADING-1 TO RESULTS-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE WS-RSLT-HEADING-2 TO RESULTS-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE SPACES TO RESULTS-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       1000-EXIT.
           EXIT.

       1500-READ-MATCH-RESULT.
           READ MATCH-RESULT-FILE
               AT END
                   SET END-OF-MATCH-FILE TO TRUE
               NOT AT END
                   IF WS-CRMMATCH-FILE-STATUS = "00"
                       ADD 1 TO WS-MATCH-READ-COUNT
                   ELSE
                       MOVE "MATCH-RESULT-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"              TO WS-ERR-OPERATION
                       MOVE WS-CRMMATCH-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ.
       1500-EXIT.
           EXIT.

       2000-RELEASE-OUTCOMES.
           PERFORM 1500-READ-MATCH-RESULT THRU 1500-EXIT
           PERFORM 2100-RELEASE-ONE-OUTCOME THRU 2100-EXIT
               UNTIL END-OF-MATCH-FILE.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-OUTCOME.
           MOVE MTCH-ACCOUNT-NO TO CUST-MAST-ACCOUNT-NO
           READ CUSTOMER-MASTER-FILE
           EVALUATE WS-CUSTMAST-FILE-STATUS
               WHEN "00"
                   MOVE CUST-MAST-BRANCH-CODE TO SORT-BRANCH-CODE
                   PERFORM 2200-LOOKUP-BRANCH THRU 2200-EXIT
               WHEN "23"
                   MOVE "?????" TO SORT-BRANCH-CODE
                   MOVE "*** ACCOUNT NOT ON MASTER ***"
                       TO SORT-BRANCH-NAME
                   ADD 1 TO WS-NOTFOUND-COUNT
               WHEN OTHER
                   MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
                   MOVE "READ"                 TO WS-ERR-OPERATION
                   MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE
           MOVE MTCH-CAMPAIGN-ID TO SORT-CAMPAIGN-ID
           MOVE MTCH-OUTCOME-CODE TO SORT-OUTCOME-CODE
           RELEASE SORT-WORK-RECORD
           PERFORM 1500-READ-MATCH-RESULT THRU 1500-EXIT.
       2100-EXIT.
           EXIT.

       2200-LOOKUP-BRANCH.
           MOVE CUST-MAST-BRANCH-CODE TO BRN-BRANCH-CODE
           READ BRANCH-MASTER-FILE
           EVALUATE WS-BRNMAST-FILE-STATUS
               WHEN "00"
                   MOVE BRN-BRANCH-NAME TO SORT-BRANCH-NAME
               WHEN "23"
                   MOVE "*** NOT ON BRANCH MASTER ***"
                       TO SORT-BRANCH-NAME
                   ADD 1 TO WS-UNKNOWN-BRANCH-COUNT
               WHEN OTHER
                   MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
                   MOVE "READ"               TO WS-ERR-OPERATION
                   MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE.
       2200-EXIT.
           EXIT.

       3000-SUMMARIZE-CAMPAIGNS.
           PERFORM 3100-RETURN-SORTED-OUTCOME THRU 3100-EXIT
           PERFORM 3200-PROCESS-SORTED-OUTCOME THRU 3200-EXIT
               UNTIL END-OF-SORTED-RESULTS
           IF NOT FIRST-SORTED-RECORD
               PERFORM 4000-FINISH-BRANCH THRU 4000-EXIT
               PERFORM 4700-FINISH-CAMPAIGN THRU 4700-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RETURN-SORTED-OUTCOME.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORTED-RESULTS TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

       3200-PROCESS-SORTED-OUTCOME.
           IF FIRST-SORTED-RECORD
               PERFORM 3300-SAVE-PRIOR-BRANCH THRU 3300-EXIT
               PERFORM 3500-START-CAMPAIGN THRU 3500-EXIT
               MOVE 'N' TO WS-FIRST-RECORD-SWITCH
           END-IF
           EVALUATE TRUE
               WHEN SORT-CAMPAIGN-ID NOT = WS-PRIOR-CAMPAIGN-ID
                   PERFORM 4000-FINISH-BRANCH THRU 4000-EXIT
                   PERFORM 4700-FINISH-CAMPAIGN THRU 4700-EXIT
                   PERFORM 3300-SAVE-PRIOR-BRANCH THRU 3300-EXIT
                   PERFORM 3500-START-CAMPAIGN THRU 3500-EXIT
               WHEN SORT-BRANCH-CODE NOT = WS-PRIOR-BRANCH-CODE
                   PERFORM 4000-FINISH-BRANCH THRU 4000-EXIT
                   PERFORM 3300-SAVE-PRIOR-BRANCH THRU 3300-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD 1 TO WS-BRN-SENT-COUNT
           ADD 1 TO WS-CMP-SENT-COUNT
           ADD 1 TO WS-GRD-SENT-COUNT
           EVALUATE SORT-OUTCOME-CODE
               WHEN 'D'
                   ADD 1 TO WS-BRN-DELIVERED-COUNT
                   ADD 1 TO WS-CMP-DELIVERED-COUNT
                   ADD 1 TO WS-GRD-DELIVERED-COUNT
               WHEN 'B'
                   ADD 1 TO WS-BRN-BOUNCED-COUNT
                   ADD 1 TO WS-CMP-BOUNCED-COUNT
                   ADD 1 TO WS-GRD-BOUNCED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-BRN-UNACKED-COUNT
                   ADD 1 TO WS-CMP-UNACKED-COUNT
                   ADD 1 TO WS-GRD-UNACKED-COUNT
           END-EVALUATE
           PERFORM 3100-RETURN-SORTED-OUTCOME THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-SAVE-PRIOR-BRANCH.
           MOVE SORT-CAMPAIGN-ID TO WS-PRIOR-CAMPAIGN-ID
           MOVE SORT-BRANCH-CODE TO WS-PRIOR-BRANCH-CODE
           MOVE SORT-BRANCH-NAME TO WS-PRIOR-BRANCH-NAME.
       3300-EXIT.
           EXIT.

      *    Print the campaign heading from the campaign master.
       3500-START-CAMPAIGN.
           ADD 1 TO WS-CAMPAIGN-COUNT
           MOVE SPACES TO WS-CHD-DESCRIPTION
           MOVE ZERO TO WS-CHD-START-DATE
           MOVE ZERO TO WS-CHD-END-DATE
           IF WS-PRIOR-CAMPAIGN-ID = SPACES
               MOVE "(NONE)" TO WS-CHD-CAMPAIGN-ID
               MOVE "STANDARD GREETING TEMPLATE" TO WS-CHD-DESCRIPTION
               GO TO 3500-PRINT
           END-IF
           MOVE WS-PRIOR-CAMPAIGN-ID TO WS-CHD-CAMPAIGN-ID
           IF NOT CAMPAIGN-MASTER-OPEN
               MOVE "*** NOT ON CAMPAIGN MASTER ***"
                   TO WS-CHD-DESCRIPTION
               ADD 1 TO WS-UNKNOWN-CAMPAIGN-COUNT
               GO TO 3500-PRINT
           END-IF
           MOVE WS-PRIOR-CAMPAIGN-ID TO CAMP-CAMPAIGN-ID
           READ CAMPAIGN-MASTER-FILE
           EVALUATE WS-CAMPMAST-FILE-STATUS
               WHEN "00"
                   MOVE CAMP-DESCRIPTION TO WS-CHD-DESCRIPTION
                   MOVE CAMP-START-DATE TO WS-CHD-START-DATE
                   MOVE CAMP-END-DATE TO WS-CHD-END-DATE
               WHEN "23"
                   MOVE "*** NOT ON CAMPAIGN MASTER ***"
                       TO WS-CHD-DESCRIPTION
                   ADD 1 TO WS-UNKNOWN-CAMPAIGN-COUNT
               WHEN OTHER
                   MOVE "CAMPAIGN-MASTER-FILE" TO WS-ERR-FILE-NAME
                   MOVE "READ"                 TO WS-ERR-OPERATION
                   MOVE WS-CAMPMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE.
       3500-PRINT.
           MOVE WS-CAMPAIGN-HEADING TO RESULTS-REPORT-RECORD
           IF WS-CHD-START-DATE = ZERO
               MOVE SPACES TO RESULTS-REPORT-RECORD (52:29)
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       3500-EXIT.
           EXIT.

       4000-FINISH-BRANCH.
           MOVE WS-PRIOR-BRANCH-CODE TO WS-DTL-BRANCH-CODE
           MOVE WS-PRIOR-BRANCH-NAME TO WS-DTL-BRANCH-NAME
           MOVE WS-BRN-SENT-COUNT TO WS-DTL-SENT
           MOVE WS-BRN-DELIVERED-COUNT TO WS-DTL-DELIVERED
           MOVE WS-BRN-BOUNCED-COUNT TO WS-DTL-BOUNCED
           MOVE WS-BRN-UNACKED-COUNT TO WS-DTL-UNACKED
           MOVE WS-RSLT-DETAIL-LINE TO RESULTS-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE ZERO TO WS-BRN-SENT-COUNT
           MOVE ZERO TO WS-BRN-DELIVERED-COUNT
           MOVE ZERO TO WS-BRN-BOUNCED-COUNT
           MOVE ZERO TO WS-BRN-UNACKED-COUNT.
       4000-EXIT.
           EXIT.

       4700-FINISH-CAMPAIGN.
           MOVE WS-CHD-CAMPAIGN-ID TO WS-CST-CAMPAIGN-ID
           MOVE WS-CMP-SENT-COUNT TO WS-CST-SENT
           MOVE WS-CMP-DELIVERED-COUNT TO WS-CST-DELIVERED
           MOVE WS-CMP-BOUNCED-COUNT TO WS-CST-BOUNCED
           MOVE WS-CMP-UNACKED-COUNT TO WS-CST-UNACKED
           MOVE WS-CAMPAIGN-SUBTOTAL-LINE TO RESULTS-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE SPACES TO RESULTS-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE ZERO TO WS-CMP-SENT-COUNT
           MOVE ZERO TO WS-CMP-DELIVERED-COUNT
           MOVE ZERO TO WS-CMP-BOUNCED-COUNT
           MOVE ZERO TO WS-CMP-UNACKED-COUNT.
       4700-EXIT.
           EXIT.

       6000-WRITE-REPORT-LINE.
           WRITE RESULTS-REPORT-RECORD
           IF WS-CAMPRRPT-FILE-STATUS NOT = "00"
               MOVE "RESULTS-REPORT-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"               TO WS-ERR-OPERATION
               MOVE WS-CAMPRRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       6500-PRINT-GRAND-TOTALS.
           MOVE SPACES TO RESULTS-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "CAMPAIGNS REPORTED" TO WS-TOT-LABEL
           MOVE WS-CAMPAIGN-COUNT TO WS-TOT-VALUE
           MOVE WS-RSLT-TOTAL-LINE TO RESULTS-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "OUTCOMES READ" TO WS-TOT-LABEL
           MOVE WS-MATCH-READ-COUNT TO WS-TOT-VALUE
           MOVE WS-RSLT-TOTAL-LINE TO RESULTS-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "SENT" TO WS-TOT-LABEL
           MOVE WS-GRD-SENT-COUNT TO WS-TOT-VALUE
           MOVE WS-RSLT-TOTAL-LINE TO RESULTS-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "DELIVERED" TO WS-TOT-LABEL
           MOVE WS-GRD-DELIVERED-COUNT TO WS-TOT-VALUE
           MOVE WS-RSLT-TOTAL-LINE TO RESULTS-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "BOUNCED" TO WS-TOT-LABEL
           MOVE WS-GRD-BOUNCED-COUNT TO WS-TOT-VALUE
           MOVE WS-RSLT-TOTAL-LINE TO RESULTS-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "NEVER ACKNOWLEDGED" TO WS-TOT-LABEL
           MOVE WS-GRD-UNACKED-COUNT TO WS-TOT-VALUE
           MOVE WS-RSLT-TOTAL-LINE TO RESULTS-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "ACCOUNTS NOT ON MASTER" TO WS-TOT-LABEL
           MOVE WS-NOTFOUND-COUNT TO WS-TOT-VALUE
           MOVE WS-RSLT-TOTAL-LINE TO RESULTS-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "BRANCH NOT ON BRNMAST" TO WS-TOT-LABEL
           MOVE WS-UNKNOWN-BRANCH-COUNT TO WS-TOT-VALUE
           MOVE WS-RSLT-TOTAL-LINE TO RESULTS-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "CAMPAIGN NOT ON CAMPMAST" TO WS-TOT-LABEL
           MOVE WS-UNKNOWN-CAMPAIGN-COUNT TO WS-TOT-VALUE
           MOVE WS-RSLT-TOTAL-LINE TO RESULTS-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "*** END OF CAMPAIGN RESULTS REPORT ***"
               TO RESULTS-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       6500-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE MATCH-RESULT-FILE
           IF WS-CRMMATCH-FILE-STATUS NOT = "00"
               MOVE "MATCH-RESULT-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"             TO WS-ERR-OPERATION
               MOVE WS-CRMMATCH-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"                TO WS-ERR-OPERATION
               MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE BRANCH-MASTER-FILE
           IF WS-BRNMAST-FILE-STATUS NOT = "00"
               MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"              TO WS-ERR-OPERATION
               MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           IF CAMPAIGN-MASTER-OPEN
               CLOSE CAMPAIGN-MASTER-FILE
               IF WS-CAMPMAST-FILE-STATUS NOT = "00"
                   MOVE "CAMPAIGN-MASTER-FILE" TO WS-ERR-FILE-NAME
                   MOVE "CLOSE"                TO WS-ERR-OPERATION
                   MOVE WS-CAMPMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF
           CLOSE RESULTS-REPORT-FILE
           IF WS-CAMPRRPT-FILE-STATUS NOT = "00"
               MOVE "RESULTS-REPORT-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"               TO WS-ERR-OPERATION
               MOVE WS-CAMPRRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           DISPLAY "CAMPRSLT - OUTCOMES READ       = "
               WS-MATCH-READ-COUNT
           DISPLAY "CAMPRSLT - CAMPAIGNS REPORTED  = "
               WS-CAMPAIGN-COUNT
           DISPLAY "CAMPRSLT - ACCOUNTS NOT FOUND  = "
               WS-NOTFOUND-COUNT.
       8000-EXIT.
           EXIT.

       9000-ABEND.
           DISPLAY "CAMPRSLT - FILE I/O ERROR - " WS-ERROR-MESSAGE
           MOVE 16 TO RETURN-CODE
           GOBACK.
       9000-EXIT.
           EXIT.

       END PROGRAM CAMPRSLT.
