      *****************************************************************
      *                                                               *
      *   Branch activity summary report.  Reads the edited          *
      *   customer master, looks up each customer's branch on the    *
      *   branch master (BRNMAST) for its name and region, sorts by  *
      *   region, branch, and account, and prints one page per       *
      *   branch showing the branch name and region and the number   *
      *   of customers greeted in that branch with a breakdown by    *
      *   preferred language (EN / FR / SP / other).  A subtotal     *
      *   page follows the last branch of each region, and grand     *
      *   totals across all branches close the report, for          *
      *   distribution with the morning reports.  Customers on a     *
      *   branch not on the branch master are grouped under region  *
      *   ????? so they stand out for correction.                    *
      *   Closed and dormant accounts are not greeted and are left   *
      *   out of the branch counts; the number left out is shown    *
      *   with the grand totals.                                      *
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

           SELECT BRANCH-REPORT-FILE ASSIGN TO BRNCHRPT
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
           05  SORT-CUSTOMER-IMAGE.
               10  SORT-NAME               PIC X(30).
               10  SORT-ACCOUNT-NO         PIC 9(10).
               10  SORT-BRANCH-CODE        PIC X(05).
               10  SORT-LANGUAGE-CODE      PIC X(02).
               10  FILLER                  PIC X(03).
               10  SORT-LIFECYCLE-DATA     PIC X(70).
           05  SORT-REGION-CODE            PIC X(05).
           05  SORT-BRANCH-NAME            PIC X(30).
           05  SORT-BRANCH-STATUS          PIC X(01).

       FD  BRANCH-REPORT-FILE.
       01  BRANCH-REPORT-RECORD            PIC X(80).
       77  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  END-OF-SORTED-CUSTOMERS        VALUE 'Y'.

       77  WS-MASTER-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  END-OF-MASTER-FILE             VALUE 'Y'.

       77  WS-FIRST-RECORD-SWITCH         PIC X(01) VALUE 'Y'.
           88  FIRST-SORTED-RECORD            VALUE 'Y'.

       77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
       77  WS-PRIOR-BRANCH-CODE           PIC X(05) VALUE SPACES.
       77  WS-PRIOR-BRANCH-NAME           PIC X(30) VALUE SPACES.
       77  WS-PRIOR-BRANCH-STATUS         PIC X(01) VALUE SPACES.
       77  WS-PRIOR-REGION-CODE           PIC X(05) VALUE SPACES.
       77  WS-CUR-REGION-CODE             PIC X(05) VALUE SPACES.
       77  WS-CUR-BRANCH-NAME             PIC X(30) VALUE SPACES.
       77  WS-CUR-BRANCH-STATUS           PIC X(01) VALUE SPACES.

       77  WS-BRN-TOTAL-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-BRN-ENGLISH-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-BRN-SPANISH-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-BRN-OTHER-COUNT             PIC 9(08) VALUE ZERO.

       77  WS-RGN-TOTAL-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-RGN-ENGLISH-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-RGN-FRENCH-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-RGN-SPANISH-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-RGN-OTHER-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-RGN-BRANCH-COUNT            PIC 9(05) VALUE ZERO.

       77  WS-GRD-TOTAL-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-GRD-ENGLISH-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-GRD-FRENCH-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-GRD-SPANISH-COUNT           PIC 9(08) VALUE ZERO.
       77  WS-GRD-OTHER-COUNT             PIC 9(08) VALUE ZERO.
       77  WS-BRANCH-COUNT                PIC 9(05) VALUE ZERO.
       77  WS-REGION-COUNT                PIC 9(05) VALUE ZERO.
       77  WS-UNKNOWN-BRANCH-COUNT        PIC 9(08) VALUE ZERO.
       77  WS-NOT-ACTIVE-COUNT            PIC 9(08) VALUE ZERO.

       77  WS-CUSTMAST-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-BRNMAST-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-BRNCHRPT-FILE-STATUS        PIC X(02) VALUE "00".

       01  WS-ERROR-MESSAGE.
           05  FILLER                     PIC X(08) VALUE
               "BRANCH: ".
           05  WS-HDG-BRANCH-CODE          PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-HDG-BRANCH-NAME          PIC X(30).
           05  FILLER                     PIC X(10) VALUE
               "  REGION: ".
           05  WS-HDG-REGION-CODE          PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-HDG-BRANCH-STATUS        PIC X(06).

       01  WS-REGION-HEADING.
           05  FILLER                     PIC X(25) VALUE
               "REGION SUBTOTAL - REGION ".
           05  WS-HDG-RGN-REGION-CODE      PIC X(05).
           05  FILLER                     PIC X(13) VALUE
               "   BRANCHES: ".
           05  WS-HDG-RGN-BRANCH-COUNT     PIC ZZZZ9.

       01  WS-LANGUAGE-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE
               "BRANCHES: ".
           05  WS-HDG-BRANCH-COUNT         PIC ZZZZ9.
           05  FILLER                     PIC X(12) VALUE
               "   REGIONS: ".
           05  WS-HDG-REGION-COUNT         PIC ZZZZ9.

       01  WS-PAGE-FOOTING.
           05  FILLER                     PIC X(25) VALUE
       Main.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-REGION-CODE
               ON ASCENDING KEY SORT-BRANCH-CODE
               ON ASCENDING KEY SORT-ACCOUNT-NO
               INPUT PROCEDURE IS 1600-RELEASE-CUSTOMERS
                   THRU 1600-EXIT
               OUTPUT PROCEDURE IS 2000-REPORT-BRANCHES
                   THRU 2000-EXIT
           IF SORT-RETURN NOT = ZERO
               MOVE "OPEN"               TO WS-ERR-OPERATION
               MOVE WS-BRNCHRPT-FILE-STATUS TO WS-ERR-STATUS
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
           END-IF.
       1000-EXIT.
           EXIT.

       1500-READ-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
               NOT AT END
                   IF WS-CUSTMAST-FILE-STATUS NOT = "00"
                       MOVE "CUSTOMER-MASTER-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"                 TO WS-ERR-OPERATION
                       MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ.
       1500-EXIT.
           EXIT.

       1600-RELEASE-CUSTOMERS.
           PERFORM 1500-READ-MASTER THRU 1500-EXIT
           PERFORM 1700-RELEASE-ONE-CUSTOMER THRU 1700-EXIT
               UNTIL END-OF-MASTER-FILE.
       1600-EXIT.
           EXIT.

       1700-RELEASE-ONE-CUSTOMER.
           IF CUST-MAST-STATUS-CODE = 'C' OR 'D'
               ADD 1 TO WS-NOT-ACTIVE-COUNT
               GO TO 1700-READ-NEXT
           END-IF
           MOVE CUSTOMER-MASTER-RECORD TO SORT-CUSTOMER-IMAGE
           PERFORM 1800-LOOKUP-BRANCH THRU 1800-EXIT
           RELEASE SORT-WORK-RECORD.
       1700-READ-NEXT.
           PERFORM 1500-READ-MASTER THRU 1500-EXIT.
       1700-EXIT.
           EXIT.

      *    A branch not on the branch master sorts under region ?????
      *    so the unknown branches print together at the end.
       1800-LOOKUP-BRANCH.
           MOVE CUST-MAST-BRANCH-CODE TO BRN-BRANCH-CODE
           READ BRANCH-MASTER-FILE
           EVALUATE WS-BRNMAST-FILE-STATUS
               WHEN "00"
                   MOVE BRN-REGION-CODE TO SORT-REGION-CODE
                   MOVE BRN-BRANCH-NAME TO SORT-BRANCH-NAME
                   MOVE BRN-STATUS-CODE TO SORT-BRANCH-STATUS
               WHEN "23"
                   MOVE "?????" TO SORT-REGION-CODE
                   MOVE "*** NOT ON BRANCH MASTER ***"
                       TO SORT-BRANCH-NAME
                   MOVE SPACE TO SORT-BRANCH-STATUS
                   ADD 1 TO WS-UNKNOWN-BRANCH-COUNT
               WHEN OTHER
                   MOVE "BRANCH-MASTER-FILE" TO WS-ERR-FILE-NAME
                   MOVE "READ"               TO WS-ERR-OPERATION
                   MOVE WS-BRNMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE.
       1800-EXIT.
           EXIT.

       2000-REPORT-BRANCHES.
           PERFORM 2100-RETURN-SORTED-CUSTOMER THRU 2100-EXIT
           PERFORM 2200-PROCESS-SORTED-CUSTOMER THRU 2200-EXIT
               UNTIL END-OF-SORTED-CUSTOMERS
           IF NOT FIRST-SORTED-RECORD
               PERFORM 4000-PRINT-BRANCH-PAGE THRU 4000-EXIT
               PERFORM 4500-PRINT-REGION-TOTALS THRU 4500-EXIT
           END-IF
           PERFORM 5000-PRINT-GRAND-TOTALS THRU 5000-EXIT.
       2000-EXIT.
               AT END
                   SET END-OF-SORTED-CUSTOMERS TO TRUE
               NOT AT END
                   MOVE SORT-CUSTOMER-IMAGE TO CUSTOMER-RECORD
                   MOVE SORT-REGION-CODE TO WS-CUR-REGION-CODE
                   MOVE SORT-BRANCH-NAME TO WS-CUR-BRANCH-NAME
                   MOVE SORT-BRANCH-STATUS TO WS-CUR-BRANCH-STATUS
           END-RETURN.
       2100-EXIT.
           EXIT.

       2200-PROCESS-SORTED-CUSTOMER.
           IF FIRST-SORTED-RECORD
               PERFORM 2250-SAVE-PRIOR-BRANCH THRU 2250-EXIT
               MOVE 'N' TO WS-FIRST-RECORD-SWITCH
           END-IF
           EVALUATE TRUE
               WHEN WS-CUR-REGION-CODE NOT = WS-PRIOR-REGION-CODE
                   PERFORM 4000-PRINT-BRANCH-PAGE THRU 4000-EXIT
                   PERFORM 4500-PRINT-REGION-TOTALS THRU 4500-EXIT
                   PERFORM 2250-SAVE-PRIOR-BRANCH THRU 2250-EXIT
               WHEN CUST-BRANCH-CODE NOT = WS-PRIOR-BRANCH-CODE
                   PERFORM 4000-PRINT-BRANCH-PAGE THRU 4000-EXIT
                   PERFORM 2250-SAVE-PRIOR-BRANCH THRU 2250-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2300-COUNT-CUSTOMER THRU 2300-EXIT
           PERFORM 2100-RETURN-SORTED-CUSTOMER THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2250-SAVE-PRIOR-BRANCH.
           MOVE CUST-BRANCH-CODE TO WS-PRIOR-BRANCH-CODE
           MOVE WS-CUR-BRANCH-NAME TO WS-PRIOR-BRANCH-NAME
           MOVE WS-CUR-BRANCH-STATUS TO WS-PRIOR-BRANCH-STATUS
           MOVE WS-CUR-REGION-CODE TO WS-PRIOR-REGION-CODE.
       2250-EXIT.
           EXIT.

       2300-COUNT-CUSTOMER.
           ADD 1 TO WS-BRN-TOTAL-COUNT
           ADD 1 TO WS-RGN-TOTAL-COUNT
           ADD 1 TO WS-GRD-TOTAL-COUNT
           EVALUATE TRUE
               WHEN LANG-ENGLISH
                   ADD 1 TO WS-BRN-ENGLISH-COUNT
                   ADD 1 TO WS-RGN-ENGLISH-COUNT
                   ADD 1 TO WS-GRD-ENGLISH-COUNT
               WHEN LANG-FRENCH
                   ADD 1 TO WS-BRN-FRENCH-COUNT
                   ADD 1 TO WS-RGN-FRENCH-COUNT
                   ADD 1 TO WS-GRD-FRENCH-COUNT
               WHEN LANG-SPANISH
                   ADD 1 TO WS-BRN-SPANISH-COUNT
                   ADD 1 TO WS-RGN-SPANISH-COUNT
                   ADD 1 TO WS-GRD-SPANISH-COUNT
               WHEN OTHER
                   ADD 1 TO WS-BRN-OTHER-COUNT
                   ADD 1 TO WS-RGN-OTHER-COUNT
                   ADD 1 TO WS-GRD-OTHER-COUNT
           END-EVALUATE.
       2300-EXIT.

       4000-PRINT-BRANCH-PAGE.
           ADD 1 TO WS-BRANCH-COUNT
           ADD 1 TO WS-RGN-BRANCH-COUNT
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE
           MOVE WS-BRANCH-HEADING-1 TO BRANCH-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE WS-PRIOR-BRANCH-CODE TO WS-HDG-BRANCH-CODE
           MOVE WS-PRIOR-BRANCH-NAME TO WS-HDG-BRANCH-NAME
           MOVE WS-PRIOR-REGION-CODE TO WS-HDG-REGION-CODE
           IF WS-PRIOR-BRANCH-STATUS = 'C'
               MOVE "CLOSED" TO WS-HDG-BRANCH-STATUS
           ELSE
               MOVE SPACES TO WS-HDG-BRANCH-STATUS
           END-IF
           MOVE WS-BRANCH-HEADING-2 TO BRANCH-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE SPACES TO BRANCH-REPORT-RECORD
       4000-EXIT.
           EXIT.

       4500-PRINT-REGION-TOTALS.
           ADD 1 TO WS-REGION-COUNT
           MOVE WS-PRIOR-REGION-CODE TO WS-HDG-RGN-REGION-CODE
           MOVE WS-RGN-BRANCH-COUNT TO WS-HDG-RGN-BRANCH-COUNT
           MOVE WS-REGION-HEADING TO BRANCH-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE SPACES TO BRANCH-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "CUSTOMERS GREETED" TO WS-LNG-LABEL
           MOVE WS-RGN-TOTAL-COUNT TO WS-LNG-VALUE
           MOVE WS-LANGUAGE-LINE TO BRANCH-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "  ENGLISH (EN)" TO WS-LNG-LABEL
           MOVE WS-RGN-ENGLISH-COUNT TO WS-LNG-VALUE
           MOVE WS-LANGUAGE-LINE TO BRANCH-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "  FRENCH  (FR)" TO WS-LNG-LABEL
           MOVE WS-RGN-FRENCH-COUNT TO WS-LNG-VALUE
           MOVE WS-LANGUAGE-LINE TO BRANCH-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "  SPANISH (SP)" TO WS-LNG-LABEL
           MOVE WS-RGN-SPANISH-COUNT TO WS-LNG-VALUE
           MOVE WS-LANGUAGE-LINE TO BRANCH-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "  OTHER" TO WS-LNG-LABEL
           MOVE WS-RGN-OTHER-COUNT TO WS-LNG-VALUE
           MOVE WS-LANGUAGE-LINE TO BRANCH-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE WS-PAGE-FOOTING TO BRANCH-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE ZERO TO WS-RGN-TOTAL-COUNT
           MOVE ZERO TO WS-RGN-ENGLISH-COUNT
           MOVE ZERO TO WS-RGN-FRENCH-COUNT
           MOVE ZERO TO WS-RGN-SPANISH-COUNT
           MOVE ZERO TO WS-RGN-OTHER-COUNT
           MOVE ZERO TO WS-RGN-BRANCH-COUNT.
       4500-EXIT.
           EXIT.

       5000-PRINT-GRAND-TOTALS.
           MOVE WS-BRANCH-COUNT TO WS-HDG-BRANCH-COUNT
           MOVE WS-REGION-COUNT TO WS-HDG-REGION-COUNT
           MOVE WS-GRAND-HEADING TO BRANCH-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE SPACES TO BRANCH-REPORT-RECORD
           MOVE WS-GRD-OTHER-COUNT TO WS-LNG-VALUE
           MOVE WS-LANGUAGE-LINE TO BRANCH-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "CLOSED/DORMANT OMITTED" TO WS-LNG-LABEL
           MOVE WS-NOT-ACTIVE-COUNT TO WS-LNG-VALUE
           MOVE WS-LANGUAGE-LINE TO BRANCH-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "*** END OF BRANCH ACTIVITY REPORT ***"
               TO BRANCH-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
           EXIT.

       8000-TERMINATE.
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
           CLOSE BRANCH-REPORT-FILE
           IF WS-BRNCHRPT-FILE-STATUS NOT = "00"
               MOVE "BRANCH-REPORT-FILE" TO WS-ERR-FILE-NAME
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           DISPLAY "HELLOBRN - BRANCHES REPORTED  = " WS-BRANCH-COUNT
           DISPLAY "HELLOBRN - REGIONS REPORTED   = " WS-REGION-COUNT
           DISPLAY "HELLOBRN - UNKNOWN BRANCH     = "
               WS-UNKNOWN-BRANCH-COUNT
           DISPLAY "HELLOBRN - CUSTOMERS COUNTED  = "
               WS-GRD-TOTAL-COUNT
           DISPLAY "HELLOBRN - CLOSED/DORMANT     = "
               WS-NOT-ACTIVE-COUNT.
       8000-EXIT.
           EXIT.

