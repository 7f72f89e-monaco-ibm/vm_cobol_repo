      *   acknowledgement results that CRMACK cuts (CRMMATCH, one    *
      *   outcome per feed record - D delivered, B bounced, U never  *
      *   acknowledged), looks each account up on the keyed          *
      *   customer master to find its branch and the branch master  *
      *   (BRNMAST) to find the branch name and region, and rolls   *
      *   the outcomes up by region and CUST-BRANCH-CODE: delivered *
      *   count, bounce count, never-acknowledged count, and bounce *
      *   rate per branch, a subtotal line after the last branch of *
      *   each region, followed by a ranked worst-offenders section *
      *   so regional managers can see where the contact data is    *
      *   stale.                                                      *
      *                                                               *
      *   Accounts no longer on the customer master are rolled up   *
      *   under the pseudo-branch ?????, and branches not on the    *
      *   branch master under the pseudo-region ?????.               *
      *                                                               *
      *****************************************************************
      /
               RECORD KEY IS CUST-MAST-ACCOUNT-NO
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO BRNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-BRANCH-CODE
               FILE STATUS IS WS-BRNMAST-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

           SELECT QUALITY-REPORT-FILE ASSIGN TO BRNQRPT
           05  MTCH-TS-DATE                PIC 9(08).
           05  MTCH-TS-TIME                PIC 9(06).
           05  MTCH-OUTCOME-CODE           PIC X(01).
           05  MTCH-CAMPAIGN-ID            PIC X(08).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
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

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-REGION-CODE            PIC X(05).
           05  SORT-BRANCH-CODE            PIC X(05).
           05  SORT-BRANCH-NAME            PIC X(30).
           05  SORT-OUTCOME-CODE           PIC X(01).

       FD  QUALITY-REPORT-FILE.

       77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
       77  WS-PRIOR-BRANCH-CODE           PIC X(05) VALUE SPACES.
       77  WS-PRIOR-BRANCH-NAME           PIC X(30) VALUE SPACES.
       77  WS-PRIOR-REGION-CODE           PIC X(05) VALUE SPACES.

       77  WS-MATCH-READ-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-NOTFOUND-COUNT              PIC 9(08) VALUE ZERO.
       77  WS-UNKNOWN-BRANCH-COUNT        PIC 9(08) VALUE ZERO.

       77  WS-BRN-DELIVERED-COUNT         PIC 9(08) VALUE ZERO.
       77  WS-BRN-BOUNCED-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-BRN-OUTCOME-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-BRN-BOUNCE-RATE             PIC 9(03)V9(01) VALUE ZERO.

       77  WS-RGN-DELIVERED-COUNT         PIC 9(08) VALUE ZERO.
       77  WS-RGN-BOUNCED-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-RGN-UNACKED-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-RGN-OUTCOME-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-RGN-BOUNCE-RATE             PIC 9(03)V9(01) VALUE ZERO.

       77  WS-GRD-DELIVERED-COUNT         PIC 9(08) VALUE ZERO.
       77  WS-GRD-BOUNCED-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-GRD-UNACKED-COUNT           PIC 9(08) VALUE ZERO.

       77  WS-BRANCH-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  WS-REGION-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  WS-RANK-IDX                    PIC 9(04) COMP VALUE ZERO.
       77  WS-PASS-IDX                    PIC 9(04) COMP VALUE ZERO.
       77  WS-COMPARE-IDX                 PIC 9(04) COMP VALUE ZERO.

       77  WS-CRMMATCH-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-CUSTMAST-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-BRNMAST-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-BRNQRPT-FILE-STATUS         PIC X(02) VALUE "00".

       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-BRN-IDX.
               10  WS-TBL-BRANCH-CODE      PIC X(05).
               10  WS-TBL-BRANCH-NAME      PIC X(30).
               10  WS-TBL-DELIVERED        PIC 9(08).
               10  WS-TBL-BOUNCED          PIC 9(08).
               10  WS-TBL-UNACKED          PIC 9(08).

       01  WS-SWAP-ENTRY.
           05  WS-SWP-BRANCH-CODE          PIC X(05).
           05  WS-SWP-BRANCH-NAME          PIC X(30).
           05  WS-SWP-DELIVERED            PIC 9(08).
           05  WS-SWP-BOUNCED              PIC 9(08).
           05  WS-SWP-UNACKED              PIC 9(08).
           05  WS-HDG-RUN-DATE             PIC 9999/99/99.

       01  WS-QUAL-HEADING-2.
           05  FILLER                     PIC X(06) VALUE
               "REGION".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(06) VALUE
               "BRANCH".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(30) VALUE
               "BRANCH NAME".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE
               " DELIVERED".
           05  FILLER                     PIC X(02) VALUE SPACES.
               "BOUNCE RATE %".

       01  WS-QUAL-DETAIL-LINE.
           05  WS-DTL-REGION-CODE          PIC X(05).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-BRANCH-CODE          PIC X(05).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-BRANCH-NAME          PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-DELIVERED            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-BOUNCED              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  WS-DTL-BOUNCE-RATE          PIC ZZ9.9.

       01  WS-REGION-SUBTOTAL-LINE.
           05  FILLER                     PIC X(07) VALUE
               "REGION ".
           05  WS-RST-REGION-CODE          PIC X(05).
           05  FILLER                     PIC X(36) VALUE
               " SUBTOTAL".
           05  WS-RST-DELIVERED            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RST-BOUNCED              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RST-UNACKED              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  WS-RST-BOUNCE-RATE          PIC ZZ9.9.

       01  WS-RANK-DETAIL-LINE.
           05  WS-RNK-RANK-NO              PIC Z9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RNK-BRANCH-CODE          PIC X(05).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-RNK-BRANCH-NAME          PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RNK-BOUNCED              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  WS-RNK-BOUNCE-RATE          PIC ZZ9.9.
           05  FILLER                     PIC X(06) VALUE
               "BRANCH".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(30) VALUE
               "BRANCH NAME".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE
               "   BOUNCED".
           05  FILLER                     PIC X(02) VALUE SPACES.
       Main.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-REGION-CODE
               ON ASCENDING KEY SORT-BRANCH-CODE
               INPUT PROCEDURE IS 2000-RELEASE-OUTCOMES
                   THRU 2000-EXIT
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
           OPEN OUTPUT QUALITY-REPORT-FILE
           IF WS-BRNQRPT-FILE-STATUS NOT = "00"
               MOVE "QUALITY-REPORT-FILE" TO WS-ERR-FILE-NAME
           EVALUATE WS-CUSTMAST-FILE-STATUS
               WHEN "00"
                   MOVE CUST-MAST-BRANCH-CODE TO SORT-BRANCH-CODE
                   PERFORM 2200-LOOKUP-BRANCH THRU 2200-EXIT
               WHEN "23"
                   MOVE "?????" TO SORT-BRANCH-CODE
                   MOVE "?????" TO SORT-REGION-CODE
                   MOVE "*** ACCOUNT NOT ON MASTER ***"
                       TO SORT-BRANCH-NAME
                   ADD 1 TO WS-NOTFOUND-COUNT
               WHEN OTHER
                   MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
       2100-EXIT.
           EXIT.

       2200-LOOKUP-BRANCH.
           MOVE CUST-MAST-BRANCH-CODE TO BRN-BRANCH-CODE
           READ BRANCH-MASTER-FILE
           EVALUATE WS-BRNMAST-FILE-STATUS
               WHEN "00"
                   MOVE BRN-REGION-CODE TO SORT-REGION-CODE
                   MOVE BRN-BRANCH-NAME TO SORT-BRANCH-NAME
               WHEN "23"
                   MOVE "?????" TO SORT-REGION-CODE
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

       3000-SUMMARIZE-BRANCHES.
           PERFORM 3100-RETURN-SORTED-OUTCOME THRU 3100-EXIT
           PERFORM 3200-PROCESS-SORTED-OUTCOME THRU 3200-EXIT
               UNTIL END-OF-SORTED-RESULTS
           IF NOT FIRST-SORTED-RECORD
               PERFORM 4000-FINISH-BRANCH THRU 4000-EXIT
               PERFORM 4700-FINISH-REGION THRU 4700-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3200-PROCESS-SORTED-OUTCOME.
           IF FIRST-SORTED-RECORD
               PERFORM 3300-SAVE-PRIOR-BRANCH THRU 3300-EXIT
               MOVE 'N' TO WS-FIRST-RECORD-SWITCH
           END-IF
           EVALUATE TRUE
               WHEN SORT-REGION-CODE NOT = WS-PRIOR-REGION-CODE
                   PERFORM 4000-FINISH-BRANCH THRU 4000-EXIT
                   PERFORM 4700-FINISH-REGION THRU 4700-EXIT
                   PERFORM 3300-SAVE-PRIOR-BRANCH THRU 3300-EXIT
               WHEN SORT-BRANCH-CODE NOT = WS-PRIOR-BRANCH-CODE
                   PERFORM 4000-FINISH-BRANCH THRU 4000-EXIT
                   PERFORM 3300-SAVE-PRIOR-BRANCH THRU 3300-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE SORT-OUTCOME-CODE
               WHEN 'D'
                   ADD 1 TO WS-BRN-DELIVERED-COUNT
                   ADD 1 TO WS-RGN-DELIVERED-COUNT
                   ADD 1 TO WS-GRD-DELIVERED-COUNT
               WHEN 'B'
                   ADD 1 TO WS-BRN-BOUNCED-COUNT
                   ADD 1 TO WS-RGN-BOUNCED-COUNT
                   ADD 1 TO WS-GRD-BOUNCED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-BRN-UNACKED-COUNT
                   ADD 1 TO WS-RGN-UNACKED-COUNT
                   ADD 1 TO WS-GRD-UNACKED-COUNT
           END-EVALUATE
           PERFORM 3100-RETURN-SORTED-OUTCOME THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-SAVE-PRIOR-BRANCH.
           MOVE SORT-REGION-CODE TO WS-PRIOR-REGION-CODE
           MOVE SORT-BRANCH-CODE TO WS-PRIOR-BRANCH-CODE
           MOVE SORT-BRANCH-NAME TO WS-PRIOR-BRANCH-NAME.
       3300-EXIT.
           EXIT.

       4000-FINISH-BRANCH.
           COMPUTE WS-BRN-OUTCOME-COUNT =
               WS-BRN-DELIVERED-COUNT +
           ELSE
               MOVE ZERO TO WS-BRN-BOUNCE-RATE
           END-IF
           MOVE WS-PRIOR-REGION-CODE TO WS-DTL-REGION-CODE
           MOVE WS-PRIOR-BRANCH-CODE TO WS-DTL-BRANCH-CODE
           MOVE WS-PRIOR-BRANCH-NAME TO WS-DTL-BRANCH-NAME
           MOVE WS-BRN-DELIVERED-COUNT TO WS-DTL-DELIVERED
           MOVE WS-BRN-BOUNCED-COUNT TO WS-DTL-BOUNCED
           MOVE WS-BRN-UNACKED-COUNT TO WS-DTL-UNACKED
           SET WS-BRN-IDX TO WS-BRANCH-COUNT
           MOVE WS-PRIOR-BRANCH-CODE TO
               WS-TBL-BRANCH-CODE (WS-BRN-IDX)
           MOVE WS-PRIOR-BRANCH-NAME TO
               WS-TBL-BRANCH-NAME (WS-BRN-IDX)
           MOVE WS-BRN-DELIVERED-COUNT TO
               WS-TBL-DELIVERED (WS-BRN-IDX)
           MOVE WS-BRN-BOUNCED-COUNT TO WS-TBL-BOUNCED (WS-BRN-IDX)
       4500-EXIT.
           EXIT.

       4700-FINISH-REGION.
           ADD 1 TO WS-REGION-COUNT
           COMPUTE WS-RGN-OUTCOME-COUNT =
               WS-RGN-DELIVERED-COUNT +
               WS-RGN-BOUNCED-COUNT +
               WS-RGN-UNACKED-COUNT
           IF WS-RGN-OUTCOME-COUNT GREATER THAN ZERO
               COMPUTE WS-RGN-BOUNCE-RATE ROUNDED =
                   (WS-RGN-BOUNCED-COUNT * 100)
                       / WS-RGN-OUTCOME-COUNT
           ELSE
               MOVE ZERO TO WS-RGN-BOUNCE-RATE
           END-IF
           MOVE WS-PRIOR-REGION-CODE TO WS-RST-REGION-CODE
           MOVE WS-RGN-DELIVERED-COUNT TO WS-RST-DELIVERED
           MOVE WS-RGN-BOUNCED-COUNT TO WS-RST-BOUNCED
           MOVE WS-RGN-UNACKED-COUNT TO WS-RST-UNACKED
           MOVE WS-RGN-BOUNCE-RATE TO WS-RST-BOUNCE-RATE
           MOVE WS-REGION-SUBTOTAL-LINE TO QUALITY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE SPACES TO QUALITY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE ZERO TO WS-RGN-DELIVERED-COUNT
           MOVE ZERO TO WS-RGN-BOUNCED-COUNT
           MOVE ZERO TO WS-RGN-UNACKED-COUNT.
       4700-EXIT.
           EXIT.

      *    Rank the branch table by bounce rate, highest first,
      *    bounce count breaking ties, then print the top offenders
      *    that actually bounced anything.
           MOVE WS-WORST-PRINTED TO WS-RNK-RANK-NO
           MOVE WS-TBL-BRANCH-CODE (WS-BRN-IDX) TO
               WS-RNK-BRANCH-CODE
           MOVE WS-TBL-BRANCH-NAME (WS-BRN-IDX) TO
               WS-RNK-BRANCH-NAME
           MOVE WS-TBL-BOUNCED (WS-BRN-IDX) TO WS-RNK-BOUNCED
           MOVE WS-TBL-BOUNCE-RATE (WS-BRN-IDX) TO
               WS-RNK-BOUNCE-RATE
       6500-PRINT-GRAND-TOTALS.
           MOVE SPACES TO QUALITY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "REGIONS REPORTED" TO WS-TOT-LABEL
           MOVE WS-REGION-COUNT TO WS-TOT-VALUE
           MOVE WS-QUAL-TOTAL-LINE TO QUALITY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "BRANCHES REPORTED" TO WS-TOT-LABEL
           MOVE WS-BRANCH-COUNT TO WS-TOT-VALUE
           MOVE WS-QUAL-TOTAL-LINE TO QUALITY-REPORT-RECORD
           MOVE WS-NOTFOUND-COUNT TO WS-TOT-VALUE
           MOVE WS-QUAL-TOTAL-LINE TO QUALITY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "BRANCH NOT ON BRNMAST" TO WS-TOT-LABEL
           MOVE WS-UNKNOWN-BRANCH-COUNT TO WS-TOT-VALUE
           MOVE WS-QUAL-TOTAL-LINE TO QUALITY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "*** END OF BRANCH DELIVERY QUALITY REPORT ***"
               TO QUALITY-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
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
           CLOSE QUALITY-REPORT-FILE
           IF WS-BRNQRPT-FILE-STATUS NOT = "00"
               MOVE "QUALITY-REPORT-FILE" TO WS-ERR-FILE-NAME
           END-IF
           DISPLAY "BRNQUAL - OUTCOMES READ       = "
               WS-MATCH-READ-COUNT
           DISPLAY "BRNQUAL - REGIONS REPORTED    = " WS-REGION-COUNT
           DISPLAY "BRNQUAL - BRANCHES REPORTED   = " WS-BRANCH-COUNT
           DISPLAY "BRNQUAL - ACCOUNTS NOT FOUND  = "
               WS-NOTFOUND-COUNT.
