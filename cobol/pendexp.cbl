       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDEXP.
      *****************************************************************
      *                                                               *
      *   Daily pending-change expiry and exception report.  Name    *
      *   and branch changes keyed through HELLOINQ or CUSTMNT, and  *
      *   closes keyed through CUSTMNT, wait on the pending-change   *
      *   file (PENDCHG) until a second user approves or rejects     *
      *   them through HELLOAPR.  This run reads PENDCHG in key      *
      *   order and expires every change still pending that was     *
      *   keyed the expiry period or more days before the as-of      *
      *   date:  the entry is marked expired (X) with this program   *
      *   as the deciding user and the as-of date, so it drops off   *
      *   the approval list and is never applied.  The keying user   *
      *   must key it again if it is still wanted.                   *
      *                                                               *
      *   PARM='DAYS,YYYYMMDD' gives the expiry period in days       *
      *   (default 5) and the as-of date it is counted back from     *
      *   (default today).                                            *
      *                                                               *
      *   The exception report (PENDRPT) lists every change expired  *
      *   this run - account, field, batch or online, the user and   *
      *   terminal that keyed it, the date and time keyed, and the   *
      *   before and after values - and the counts of entries read, *
      *   still pending, expired, and already decided.  Return code  *
      *   4 is set when anything expired, so the exceptions are      *
      *   followed up.                                                *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PENDCHG-FILE-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO PENDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDRPT-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-RECORD.
           05  PEND-KEY.
               10  PEND-ACCOUNT-NO         PIC 9(10).
               10  PEND-ENTRY-DATE         PIC 9(08).
               10  PEND-ENTRY-TIME         PIC 9(06).
               10  PEND-SEQ-NO             PIC 9(02).
           05  PEND-STATUS-CODE            PIC X(01).
               88  PEND-PENDING                VALUE 'P'.
               88  PEND-APPROVED               VALUE 'A'.
               88  PEND-REJECTED               VALUE 'R'.
               88  PEND-EXPIRED                VALUE 'X'.
           05  PEND-SOURCE-CODE            PIC X(01).
               88  PEND-FROM-ONLINE            VALUE 'O'.
               88  PEND-FROM-BATCH             VALUE 'B'.
           05  PEND-MAKER-USER-ID          PIC X(08).
           05  PEND-MAKER-TERMINAL         PIC X(04).
           05  PEND-FIELD-NAME             PIC X(10).
           05  PEND-BEFORE-VALUE           PIC X(30).
           05  PEND-AFTER-VALUE            PIC X(30).
           05  PEND-CHECKER-USER-ID        PIC X(08).
           05  PEND-DECISION-DATE          PIC 9(08).
           05  PEND-DECISION-TIME          PIC 9(06).
           05  FILLER                      PIC X(28).

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-RECORD         PIC X(132).
      /
       WORKING-STORAGE SECTION.

       77  WS-PENDCHG-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  END-OF-PENDING-FILE            VALUE 'Y'.

       77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
       77  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.

       77  WS-PARM-DAYS                   PIC 9(03) VALUE ZERO.
       77  WS-PARM-AS-OF-DATE             PIC 9(08) VALUE ZERO.
       77  WS-EXPIRY-DAYS                 PIC 9(03) VALUE 5.
       77  WS-AS-OF-DATE                  PIC 9(08) VALUE ZERO.
       77  WS-CUTOFF-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-WORK-YEAR                   PIC 9(04) VALUE ZERO.
       77  WS-WORK-MONTH                  PIC 9(02) VALUE ZERO.
       77  WS-WORK-DAY                    PIC 9(02) VALUE ZERO.
       77  WS-LEAP-QUOTIENT               PIC 9(04) VALUE ZERO.
       77  WS-LEAP-REMAINDER              PIC 9(03) VALUE ZERO.

       01  WS-MONTH-DAYS-VALUES.
           05  FILLER                      PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS               PIC 9(02) OCCURS 12 TIMES.

       77  WS-PENDING-READ-COUNT          PIC 9(08) VALUE ZERO.
       77  WS-STILL-PENDING-COUNT         PIC 9(08) VALUE ZERO.
       77  WS-EXPIRED-COUNT               PIC 9(08) VALUE ZERO.
       77  WS-DECIDED-COUNT               PIC 9(08) VALUE ZERO.
       77  WS-REPORT-LINE-COUNT           PIC 9(08) VALUE ZERO.

       77  WS-PENDCHG-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-PENDRPT-FILE-STATUS         PIC X(02) VALUE "00".

       01  WS-ERROR-MESSAGE.
           05  WS-ERR-FILE-NAME           PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-ERR-OPERATION           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE
               "FILE STATUS = ".
           05  WS-ERR-STATUS               PIC X(02).

       01  WS-EXCP-HEADING-1.
           05  FILLER                     PIC X(42) VALUE
               "PENDEXP PENDING CHANGE EXPIRY EXCEPTIONS  ".
           05  FILLER                     PIC X(10) VALUE
               "RUN DATE: ".
           05  WS-HDG-RUN-DATE             PIC 9999/99/99.

       01  WS-EXCP-HEADING-2.
           05  FILLER                     PIC X(15) VALUE
               "EXPIRY PERIOD: ".
           05  WS-HDG-DAYS                 PIC ZZ9.
           05  FILLER                     PIC X(24) VALUE
               " DAYS  KEYED ON/BEFORE: ".
           05  WS-HDG-CUTOFF-DATE          PIC 9999/99/99.

       01  WS-EXCP-HEADING-3.
           05  FILLER                     PIC X(12) VALUE
               "ACCOUNT     ".
           05  FILLER                     PIC X(12) VALUE
               "FIELD       ".
           05  FILLER                     PIC X(05) VALUE
               "SRC  ".
           05  FILLER                     PIC X(10) VALUE
               "KEYED BY  ".
           05  FILLER                     PIC X(06) VALUE
               "TERM  ".
           05  FILLER                     PIC X(21) VALUE
               "KEYED ON             ".
           05  FILLER                     PIC X(32) VALUE
               "BEFORE".
           05  FILLER                     PIC X(05) VALUE
               "AFTER".

       01  WS-EXCP-DETAIL-LINE.
           05  WS-DTL-ACCOUNT-NO           PIC 9(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-FIELD-NAME           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-SOURCE-CODE          PIC X(01).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-DTL-MAKER-USER-ID        PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-MAKER-TERMINAL       PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-ENTRY-DATE           PIC 9999/99/99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DTL-ENTRY-TIME           PIC 99B99B99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-BEFORE-VALUE         PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-AFTER-VALUE          PIC X(30).

       01  WS-EXCP-TOTAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-EXCP-TOTAL-LABEL         PIC X(26).
           05  FILLER                     PIC X(02) VALUE
               "= ".
           05  WS-EXCP-TOTAL-VALUE         PIC ZZ,ZZZ,ZZ9.
      /
       LINKAGE SECTION.

       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH              PIC S9(04) COMP.
           05  LK-PARM-TEXT                PIC X(20).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.
       Main.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CHECK-PENDING-CHANGE THRU 2000-EXIT
               UNTIL END-OF-PENDING-FILE
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           IF WS-EXPIRED-COUNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM 1100-PARSE-PARM THRU 1100-EXIT
           PERFORM 1200-COMPUTE-CUTOFF-DATE THRU 1200-EXIT
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           IF WS-PENDRPT-FILE-STATUS NOT = "00"
               MOVE "EXCEPTION-REPORT" TO WS-ERR-FILE-NAME
               MOVE "OPEN"             TO WS-ERR-OPERATION
               MOVE WS-PENDRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE
           MOVE WS-EXCP-HEADING-1 TO EXCEPTION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE WS-EXPIRY-DAYS TO WS-HDG-DAYS
           MOVE WS-CUTOFF-DATE TO WS-HDG-CUTOFF-DATE
           MOVE WS-EXCP-HEADING-2 TO EXCEPTION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE WS-EXCP-HEADING-3 TO EXCEPTION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           OPEN I-O PENDING-CHANGE-FILE
           IF WS-PENDCHG-FILE-STATUS = "35"
               DISPLAY "PENDEXP - PENDING-CHANGE FILE NOT FOUND, "
                   "NOTHING TO EXPIRE"
               SET END-OF-PENDING-FILE TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF WS-PENDCHG-FILE-STATUS NOT = "00"
               MOVE "PENDING-CHANGE-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"                TO WS-ERR-OPERATION
               MOVE WS-PENDCHG-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 1500-READ-PENDING THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

       1100-PARSE-PARM.
           IF LK-PARM-LENGTH GREATER THAN ZERO
               UNSTRING LK-PARM-TEXT DELIMITED BY ","
                   INTO WS-PARM-DAYS WS-PARM-AS-OF-DATE
           END-IF
           IF WS-PARM-DAYS GREATER THAN ZERO
               MOVE WS-PARM-DAYS TO WS-EXPIRY-DAYS
           END-IF
           IF WS-PARM-AS-OF-DATE GREATER THAN ZERO
               MOVE WS-PARM-AS-OF-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE
           END-IF.
       1100-EXIT.
           EXIT.

      *    Count the expiry period back from the as-of date a day at
      *    a time; a change keyed on or before the cutoff has waited
      *    the full period.
       1200-COMPUTE-CUTOFF-DATE.
           MOVE WS-AS-OF-DATE (1:4) TO WS-WORK-YEAR
           MOVE WS-AS-OF-DATE (5:2) TO WS-WORK-MONTH
           MOVE WS-AS-OF-DATE (7:2) TO WS-WORK-DAY
           PERFORM 1300-STEP-BACK-ONE-DAY THRU 1300-EXIT
               WS-EXPIRY-DAYS TIMES
           COMPUTE WS-CUTOFF-DATE =
               (WS-WORK-YEAR * 10000) +
               (WS-WORK-MONTH * 100) +
               WS-WORK-DAY.
       1200-EXIT.
           EXIT.

       1300-STEP-BACK-ONE-DAY.
           IF WS-WORK-DAY GREATER THAN 1
               SUBTRACT 1 FROM WS-WORK-DAY
               GO TO 1300-EXIT
           END-IF
           IF WS-WORK-MONTH GREATER THAN 1
               SUBTRACT 1 FROM WS-WORK-MONTH
           ELSE
               MOVE 12 TO WS-WORK-MONTH
               SUBTRACT 1 FROM WS-WORK-YEAR
           END-IF
           MOVE WS-MONTH-DAYS (WS-WORK-MONTH) TO WS-WORK-DAY
           IF WS-WORK-MONTH NOT = 2
               GO TO 1300-EXIT
           END-IF
           DIVIDE WS-WORK-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER NOT = ZERO
               GO TO 1300-EXIT
           END-IF
           MOVE 29 TO WS-WORK-DAY
           DIVIDE WS-WORK-YEAR BY 100
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER NOT = ZERO
               GO TO 1300-EXIT
           END-IF
           DIVIDE WS-WORK-YEAR BY 400
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER NOT = ZERO
               MOVE 28 TO WS-WORK-DAY
           END-IF.
       1300-EXIT.
           EXIT.

       1500-READ-PENDING.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   SET END-OF-PENDING-FILE TO TRUE
               NOT AT END
                   IF WS-PENDCHG-FILE-STATUS = "00"
                       ADD 1 TO WS-PENDING-READ-COUNT
                   ELSE
                       MOVE "PENDING-CHANGE-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"                TO WS-ERR-OPERATION
                       MOVE WS-PENDCHG-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ.
       1500-EXIT.
           EXIT.

       2000-CHECK-PENDING-CHANGE.
           IF NOT PEND-PENDING
               ADD 1 TO WS-DECIDED-COUNT
               GO TO 2000-READ-NEXT
           END-IF
           IF PEND-ENTRY-DATE GREATER THAN WS-CUTOFF-DATE
               ADD 1 TO WS-STILL-PENDING-COUNT
               GO TO 2000-READ-NEXT
           END-IF
           PERFORM 3000-EXPIRE-CHANGE THRU 3000-EXIT.
       2000-READ-NEXT.
           PERFORM 1500-READ-PENDING THRU 1500-EXIT.
       2000-EXIT.
           EXIT.

       3000-EXPIRE-CHANGE.
           SET PEND-EXPIRED TO TRUE
           MOVE "PENDEXP " TO PEND-CHECKER-USER-ID
           MOVE WS-AS-OF-DATE TO PEND-DECISION-DATE
           MOVE WS-CURRENT-TIME (1:6) TO PEND-DECISION-TIME
           REWRITE PENDING-CHANGE-RECORD
           IF WS-PENDCHG-FILE-STATUS NOT = "00"
               MOVE "PENDING-CHANGE-FILE" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"             TO WS-ERR-OPERATION
               MOVE WS-PENDCHG-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 6100-WRITE-DETAIL-LINE THRU 6100-EXIT
           ADD 1 TO WS-EXPIRED-COUNT.
       3000-EXIT.
           EXIT.

       6000-WRITE-REPORT-LINE.
           WRITE EXCEPTION-REPORT-RECORD
           IF WS-PENDRPT-FILE-STATUS NOT = "00"
               MOVE "EXCEPTION-REPORT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"            TO WS-ERR-OPERATION
               MOVE WS-PENDRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           ADD 1 TO WS-REPORT-LINE-COUNT.
       6000-EXIT.
           EXIT.

       6100-WRITE-DETAIL-LINE.
           MOVE PEND-ACCOUNT-NO TO WS-DTL-ACCOUNT-NO
           MOVE PEND-FIELD-NAME TO WS-DTL-FIELD-NAME
           MOVE PEND-SOURCE-CODE TO WS-DTL-SOURCE-CODE
           MOVE PEND-MAKER-USER-ID TO WS-DTL-MAKER-USER-ID
           MOVE PEND-MAKER-TERMINAL TO WS-DTL-MAKER-TERMINAL
           MOVE PEND-ENTRY-DATE TO WS-DTL-ENTRY-DATE
           MOVE PEND-ENTRY-TIME TO WS-DTL-ENTRY-TIME
           MOVE PEND-BEFORE-VALUE TO WS-DTL-BEFORE-VALUE
           MOVE PEND-AFTER-VALUE TO WS-DTL-AFTER-VALUE
           MOVE WS-EXCP-DETAIL-LINE TO EXCEPTION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
       6100-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "PENDING ENTRIES READ" TO WS-EXCP-TOTAL-LABEL
           MOVE WS-PENDING-READ-COUNT TO WS-EXCP-TOTAL-VALUE
           MOVE WS-EXCP-TOTAL-LINE TO EXCEPTION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "STILL PENDING" TO WS-EXCP-TOTAL-LABEL
           MOVE WS-STILL-PENDING-COUNT TO WS-EXCP-TOTAL-VALUE
           MOVE WS-EXCP-TOTAL-LINE TO EXCEPTION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "EXPIRED THIS RUN" TO WS-EXCP-TOTAL-LABEL
           MOVE WS-EXPIRED-COUNT TO WS-EXCP-TOTAL-VALUE
           MOVE WS-EXCP-TOTAL-LINE TO EXCEPTION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "ALREADY DECIDED" TO WS-EXCP-TOTAL-LABEL
           MOVE WS-DECIDED-COUNT TO WS-EXCP-TOTAL-VALUE
           MOVE WS-EXCP-TOTAL-LINE TO EXCEPTION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           MOVE "*** END OF PENDING CHANGE EXCEPTIONS ***"
               TO EXCEPTION-REPORT-RECORD
           PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
           IF WS-PENDCHG-FILE-STATUS NOT = "35"
               CLOSE PENDING-CHANGE-FILE
               IF WS-PENDCHG-FILE-STATUS NOT = "00"
                   MOVE "PENDING-CHANGE-FILE" TO WS-ERR-FILE-NAME
                   MOVE "CLOSE"               TO WS-ERR-OPERATION
                   MOVE WS-PENDCHG-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF
           CLOSE EXCEPTION-REPORT-FILE
           IF WS-PENDRPT-FILE-STATUS NOT = "00"
               MOVE "EXCEPTION-REPORT" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"            TO WS-ERR-OPERATION
               MOVE WS-PENDRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           DISPLAY "PENDEXP - PENDING ENTRIES READ   = "
               WS-PENDING-READ-COUNT
           DISPLAY "PENDEXP - EXPIRED THIS RUN       = "
               WS-EXPIRED-COUNT
           DISPLAY "PENDEXP - STILL PENDING          = "
               WS-STILL-PENDING-COUNT.
       8000-EXIT.
           EXIT.

       9000-ABEND.
           DISPLAY "PENDEXP - FILE I/O ERROR - " WS-ERROR-MESSAGE
           MOVE 16 TO RETURN-CODE
           GOBACK.
       9000-EXIT.
           EXIT.

       END PROGRAM PENDEXP.
