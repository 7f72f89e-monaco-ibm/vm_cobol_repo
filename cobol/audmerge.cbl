      *     HAUDQ  - the drained HAUD extrapartition transient-data  *
      *              queue written by the HELLOINQ online            *
      *              transaction (user, terminal, julian date and    *
      *              time, account, field, before / after images)    *
      *              and by the HELLOAPR change-approval             *
      *              transaction, which also carries the approving   *
      *              user (the user is then the one who keyed the    *
      *              change); loaded with channel code O (online).    *
      *                                                               *
      *     MNTAUD - the audit extract cut by the CUSTMNT batch      *
      *              maintenance run and extended by the BRNCONS     *
      *              branch consolidation run and the CUSTDORM       *
      *              dormancy sweep (change date and                 *
      *              time, account, field, before / after images,    *
      *              writing program); loaded with channel code B    *
      *              (batch) and the writing program as the user.    *
      *                                                               *
      *   The AUDINQ program reports the consolidated history for    *
      *   any account, so change disputes no longer need the report  *
      *   archive and a CICS queue dump.                              *
      *                                                               *
      *   Every history record loaded is stamped with the load date  *
      *   (PARM='ENV,YYYYMMDD', default PROD and today), and the     *
      *   run's control totals - records loaded by channel and the   *
      *   hash total of their account numbers - are written to the   *
      *   one-record audit totals file (AUDTOTS).  A second load on  *
      *   the same date adds to that day's totals.  The nightly CRM  *
      *   change feed (CRMCHG) selects the day's history by the load *
      *   date and balances against these totals.                     *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS AHST-KEY
               FILE STATUS IS WS-AUDHIST-FILE-STATUS.

           SELECT AUDIT-TOTALS-FILE ASSIGN TO AUDTOTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTOTS-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           05  QAUD-FIELD-NAME             PIC X(10).
           05  QAUD-BEFORE-VALUE           PIC X(30).
           05  QAUD-AFTER-VALUE            PIC X(30).
           05  QAUD-APPROVER-ID            PIC X(08).

       FD  BATCH-AUDIT-FILE.
       01  BATCH-AUDIT-RECORD.
           05  MAUD-FIELD-NAME             PIC X(10).
           05  MAUD-BEFORE-VALUE           PIC X(30).
           05  MAUD-AFTER-VALUE            PIC X(30).
           05  MAUD-PROGRAM-ID             PIC X(08).

       FD  AUDIT-HISTORY-FILE.
       01  AUDIT-HISTORY-RECORD.
           05  AHST-FIELD-NAME             PIC X(10).
           05  AHST-BEFORE-VALUE           PIC X(30).
           05  AHST-AFTER-VALUE            PIC X(30).
           05  AHST-LOAD-DATE              PIC 9(08).
           05  AHST-APPROVER-ID            PIC X(08).
           05  FILLER                      PIC X(01).

       FD  AUDIT-TOTALS-FILE.
       01  AUDIT-TOTALS-RECORD.
           05  AUDT-LOAD-DATE              PIC 9(08).
           05  AUDT-ENV-CODE               PIC X(04).
           05  AUDT-QUEUE-READ             PIC 9(08).
           05  AUDT-BATCH-READ             PIC 9(08).
           05  AUDT-ONLINE-LOADED          PIC 9(08).
           05  AUDT-BATCH-LOADED           PIC 9(08).
           05  AUDT-LOADED-COUNT           PIC 9(08).
           05  AUDT-ACCOUNT-HASH           PIC 9(18).
           05  FILLER                      PIC X(10).
      /
       WORKING-STORAGE SECTION.

       77  WS-QUEUE-READ-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-BATCH-READ-COUNT            PIC 9(08) VALUE ZERO.
       77  WS-LOADED-COUNT                PIC 9(08) VALUE ZERO.
       77  WS-ONLINE-LOADED-COUNT         PIC 9(08) VALUE ZERO.
       77  WS-BATCH-LOADED-COUNT          PIC 9(08) VALUE ZERO.
       77  WS-ACCOUNT-HASH                PIC 9(18) VALUE ZERO.
       77  WS-HASH-ACCOUNT-NO             PIC 9(10) VALUE ZERO.

       77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
       77  WS-PARM-ENV-CODE               PIC X(04) VALUE "PROD".
       77  WS-PARM-RUN-DATE               PIC 9(08) VALUE ZERO.

       77  WS-HAUDQ-FILE-STATUS           PIC X(02) VALUE "00".
       77  WS-MNTAUD-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-AUDHIST-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-AUDTOTS-FILE-STATUS         PIC X(02) VALUE "00".

       77  WS-JULIAN-CENTURY              PIC 9(01) VALUE ZERO.
       77  WS-JULIAN-YY                   PIC 9(02) VALUE ZERO.
               "FILE STATUS = ".
           05  WS-ERR-STATUS               PIC X(02).
      /
       LINKAGE SECTION.

       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH              PIC S9(04) COMP.
           05  LK-PARM-TEXT                PIC X(20).
      /
       PROCEDURE DIVISION USING LK-PARM-AREA.
       Main.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-MERGE-QUEUE-RECORD THRU 2000-EXIT
           PERFORM 3000-MERGE-BATCH-RECORD THRU 3000-EXIT
               UNTIL END-OF-BATCH-FILE
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           PERFORM 8500-WRITE-AUDIT-TOTALS THRU 8500-EXIT
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           IF LK-PARM-LENGTH GREATER THAN ZERO
               UNSTRING LK-PARM-TEXT DELIMITED BY ","
                   INTO WS-PARM-ENV-CODE WS-PARM-RUN-DATE
               IF WS-PARM-RUN-DATE NOT = ZERO
                   MOVE WS-PARM-RUN-DATE TO WS-CURRENT-DATE
               END-IF
           END-IF
           OPEN I-O AUDIT-HISTORY-FILE
           IF WS-AUDHIST-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-HISTORY-FILE
           MOVE QAUD-FIELD-NAME TO AHST-FIELD-NAME
           MOVE QAUD-BEFORE-VALUE TO AHST-BEFORE-VALUE
           MOVE QAUD-AFTER-VALUE TO AHST-AFTER-VALUE
           MOVE QAUD-APPROVER-ID TO AHST-APPROVER-ID
           PERFORM 5000-INSERT-HISTORY-RECORD THRU 5000-EXIT
           PERFORM 1500-READ-QUEUE-AUDIT THRU 1500-EXIT.
       2000-EXIT.
           MOVE MAUD-CHANGE-DATE TO AHST-CHANGE-DATE
           MOVE MAUD-CHANGE-TIME TO AHST-CHANGE-TIME
           MOVE 'B' TO AHST-CHANNEL-CODE
           IF MAUD-PROGRAM-ID = SPACES
               MOVE "CUSTMNT " TO AHST-USER-ID
           ELSE
               MOVE MAUD-PROGRAM-ID TO AHST-USER-ID
           END-IF
           MOVE "BATC" TO AHST-TERMINAL-ID
           MOVE MAUD-FIELD-NAME TO AHST-FIELD-NAME
           MOVE MAUD-BEFORE-VALUE TO AHST-BEFORE-VALUE
           MOVE MAUD-AFTER-VALUE TO AHST-AFTER-VALUE
           MOVE SPACES TO AHST-APPROVER-ID
           PERFORM 5000-INSERT-HISTORY-RECORD THRU 5000-EXIT
           PERFORM 1600-READ-BATCH-AUDIT THRU 1600-EXIT.
       3000-EXIT.
      *    to the same account in the same second keep distinct keys.
       5000-INSERT-HISTORY-RECORD.
           MOVE 'N' TO WS-WRITTEN-SWITCH
           MOVE WS-CURRENT-DATE TO AHST-LOAD-DATE
           MOVE 1 TO AHST-SEQ-NO
           PERFORM 5100-WRITE-HISTORY-RECORD THRU 5100-EXIT
               UNTIL HISTORY-RECORD-WRITTEN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-LOADED-COUNT
           IF AHST-CHANNEL-CODE = 'O'
               ADD 1 TO WS-ONLINE-LOADED-COUNT
           ELSE
               ADD 1 TO WS-BATCH-LOADED-COUNT
           END-IF
           IF AHST-ACCOUNT-NO NUMERIC
               MOVE AHST-ACCOUNT-NO TO WS-HASH-ACCOUNT-NO
               ADD WS-HASH-ACCOUNT-NO TO WS-ACCOUNT-HASH
           END-IF.
       5000-EXIT.
           EXIT.

           DISPLAY "AUDMERGE - AUDIT MERGE CONTROL TOTALS"
           DISPLAY "  ONLINE QUEUE RECORDS  = " WS-QUEUE-READ-COUNT
           DISPLAY "  BATCH EXTRACT RECORDS = " WS-BATCH-READ-COUNT
           DISPLAY "  HISTORY RECORDS ADDED = " WS-LOADED-COUNT
           DISPLAY "  LOAD DATE             = " WS-CURRENT-DATE.
       8000-EXIT.
           EXIT.

      *    The totals file holds one record for the load date; an
      *    earlier load on the same date is carried into this one.
       8500-WRITE-AUDIT-TOTALS.
           MOVE ZERO TO AUDT-LOAD-DATE
           OPEN INPUT AUDIT-TOTALS-FILE
           IF WS-AUDTOTS-FILE-STATUS = "00"
               READ AUDIT-TOTALS-FILE
                   AT END
                       MOVE ZERO TO AUDT-LOAD-DATE
               END-READ
               CLOSE AUDIT-TOTALS-FILE
           END-IF
           IF AUDT-LOAD-DATE = WS-CURRENT-DATE
               AND AUDT-ENV-CODE = WS-PARM-ENV-CODE
               DISPLAY "AUDMERGE - ADDING TO EARLIER LOAD TOTALS FOR "
                   WS-CURRENT-DATE
               ADD WS-QUEUE-READ-COUNT TO AUDT-QUEUE-READ
               ADD WS-BATCH-READ-COUNT TO AUDT-BATCH-READ
               ADD WS-ONLINE-LOADED-COUNT TO AUDT-ONLINE-LOADED
               ADD WS-BATCH-LOADED-COUNT TO AUDT-BATCH-LOADED
               ADD WS-LOADED-COUNT TO AUDT-LOADED-COUNT
               ADD WS-ACCOUNT-HASH TO AUDT-ACCOUNT-HASH
           ELSE
               MOVE SPACES TO AUDIT-TOTALS-RECORD
               MOVE WS-CURRENT-DATE TO AUDT-LOAD-DATE
               MOVE WS-PARM-ENV-CODE TO AUDT-ENV-CODE
               MOVE WS-QUEUE-READ-COUNT TO AUDT-QUEUE-READ
               MOVE WS-BATCH-READ-COUNT TO AUDT-BATCH-READ
               MOVE WS-ONLINE-LOADED-COUNT TO AUDT-ONLINE-LOADED
               MOVE WS-BATCH-LOADED-COUNT TO AUDT-BATCH-LOADED
               MOVE WS-LOADED-COUNT TO AUDT-LOADED-COUNT
               MOVE WS-ACCOUNT-HASH TO AUDT-ACCOUNT-HASH
           END-IF
           OPEN OUTPUT AUDIT-TOTALS-FILE
           IF WS-AUDTOTS-FILE-STATUS NOT = "00"
               MOVE "AUDIT-TOTALS-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"              TO WS-ERR-OPERATION
               MOVE WS-AUDTOTS-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           WRITE AUDIT-TOTALS-RECORD
           IF WS-AUDTOTS-FILE-STATUS NOT = "00"
               MOVE "AUDIT-TOTALS-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"             TO WS-ERR-OPERATION
               MOVE WS-AUDTOTS-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE AUDIT-TOTALS-FILE
           IF WS-AUDTOTS-FILE-STATUS NOT = "00"
               MOVE "AUDIT-TOTALS-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"             TO WS-ERR-OPERATION
               MOVE WS-AUDTOTS-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       8500-EXIT.
           EXIT.

       9000-ABEND.
           DISPLAY "AUDMERGE - FILE I/O ERROR - " WS-ERROR-MESSAGE
           MOVE 16 TO RETURN-CODE
