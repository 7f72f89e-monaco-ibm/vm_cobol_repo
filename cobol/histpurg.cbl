      *   of what was moved or deleted.  A dataset with no rule on   *
      *   RETRULES is fully retained and flagged on the report.      *
      *                                                               *
      *   The customer master (CUSTMAST) is aged the same way, but   *
      *   only for accounts closed by customer maintenance:  a       *
      *   closed account is kept until its closing date passes the   *
      *   CUSTMAST keep cutoff, then archived (customer and status   *
      *   portion) or purged and deleted from the master.  This is   *
      *   the only step that physically removes a closed account.    *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMRSNDO-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-MAST-ACCOUNT-NO
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHFILE-FILE-STATUS.
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
           05  RHST-RUN-DATE               PIC 9(08).
           05  RHST-REST-OF-RECORD         PIC X(61).

       FD  RUN-HISTORY-OUT-FILE.
       01  RUN-HISTORY-OUT-RECORD          PIC X(69).

       FD  CRM-EXTRACT-FILE.
       01  CRM-EXTRACT-RECORD.
           05  CRM-EXT-ACCOUNT-NO          PIC 9(10).
           05  CRM-EXT-TS-DATE             PIC 9(08).
           05  CRM-EXT-TS-TIME             PIC 9(06).
           05  CRM-EXT-CAMPAIGN-ID         PIC X(08).

       FD  CRM-EXTRACT-OUT-FILE.
       01  CRM-EXTRACT-OUT-RECORD          PIC X(62).

       FD  ACK-INPUT-FILE.
       01  ACK-INPUT-RECORD.
           05  RSND-ACCOUNT-NO             PIC 9(10).
           05  RSND-TS-DATE                PIC 9(08).
           05  RSND-TS-TIME                PIC 9(06).
           05  RSND-CAMPAIGN-ID            PIC X(08).

       FD  RESEND-OUT-FILE.
       01  RESEND-OUT-RECORD               PIC X(62).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-MAST-NAME              PIC X(30).
           05  CUST-MAST-ACCOUNT-NO        PIC 9(10).
           05  CUST-MAST-BRANCH-CODE       PIC X(05).
           05  CUST-MAST-LANGUAGE-CODE     PIC X(02).
           05  FILLER                      PIC X(03).
           05  CUST-MAST-STATUS-CODE       PIC X(01).
               88  CUST-MAST-CLOSED            VALUE 'C'.
           05  CUST-MAST-STATUS-DATE       PIC 9(08).
           05  CUST-MAST-DORMANT-DATE      PIC 9(08).
           05  CUST-MAST-CLOSED-DATE       PIC 9(08).
           05  CUST-MAST-LAST-GREET-DATE   PIC 9(08).
           05  CUST-MAST-LAST-MAINT-DATE   PIC 9(08).
           05  CUST-MAST-LAST-LOAD-DATE    PIC 9(08).
           05  FILLER                      PIC X(21).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
       77  WS-CRMACKFO-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-CRMRSND-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-CRMRSNDO-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-CUSTMAST-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-ARCHFILE-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-PURGRPT-FILE-STATUS         PIC X(02) VALUE "00".

           PERFORM 4000-PURGE-CRM-EXTRACT THRU 4000-EXIT
           PERFORM 5000-PURGE-ACK-FILE THRU 5000-EXIT
           PERFORM 6000-PURGE-RESEND-FILE THRU 6000-EXIT
           PERFORM 6500-PURGE-CLOSED-ACCOUNTS THRU 6500-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           MOVE ZERO TO RETURN-CODE
           GOBACK.
                   WS-HOLD-CUTOFF-DATE
                   MOVE SPACES TO ARCH-RECORD-IMAGE
                   MOVE RUN-HISTORY-RECORD TO
                       ARCH-RECORD-IMAGE (1:69)
                   PERFORM 2600-WRITE-ARCHIVE-RECORD THRU 2600-EXIT
               END-IF
               PERFORM 2500-CLASSIFY-RECORD-DATES THRU 2500-EXIT
                   WS-HOLD-CUTOFF-DATE
                   MOVE SPACES TO ARCH-RECORD-IMAGE
                   MOVE CRM-EXTRACT-RECORD TO
                       ARCH-RECORD-IMAGE (1:62)
                   PERFORM 2600-WRITE-ARCHIVE-RECORD THRU 2600-EXIT
               END-IF
               PERFORM 2500-CLASSIFY-RECORD-DATES THRU 2500-EXIT
                   WS-HOLD-CUTOFF-DATE
                   MOVE SPACES TO ARCH-RECORD-IMAGE
                   MOVE RESEND-RECORD TO
                       ARCH-RECORD-IMAGE (1:62)
                   PERFORM 2600-WRITE-ARCHIVE-RECORD THRU 2600-EXIT
               END-IF
               PERFORM 2500-CLASSIFY-RECORD-DATES THRU 2500-EXIT
       6200-EXIT.
           EXIT.

      *    Closed customer accounts stay on the customer master
      *    until their closing date passes the CUSTMAST keep cutoff.
      *    Active and dormant accounts are never touched and are not
      *    counted.  An expired closed account inside the legal hold
      *    is archived as its customer and lifecycle-status portion
      *    (the first 75 bytes) before it is deleted.
       6500-PURGE-CLOSED-ACCOUNTS.
           MOVE "CUSTMAST" TO WS-DATASET-TAG
           PERFORM 2700-START-DATASET THRU 2700-EXIT
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS = "35"
               SET END-OF-INPUT-FILE TO TRUE
               GO TO 6500-REPORT
           END-IF
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER" TO WS-ERR-FILE-NAME
               MOVE "OPEN"            TO WS-ERR-OPERATION
               MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 6600-READ-CUSTOMER-MASTER THRU 6600-EXIT
           PERFORM 6700-DISPOSE-CLOSED-ACCOUNT THRU 6700-EXIT
               UNTIL END-OF-INPUT-FILE
           CLOSE CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"           TO WS-ERR-OPERATION
               MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       6500-REPORT.
           PERFORM 2800-REPORT-DATASET THRU 2800-EXIT.
       6500-EXIT.
           EXIT.

       6600-READ-CUSTOMER-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
               NOT AT END
                   IF WS-CUSTMAST-FILE-STATUS NOT = "00"
                       MOVE "CUSTOMER-MASTER" TO WS-ERR-FILE-NAME
                       MOVE "READ"            TO WS-ERR-OPERATION
                       MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ.
       6600-EXIT.
           EXIT.

       6700-DISPOSE-CLOSED-ACCOUNT.
           IF NOT CUST-MAST-CLOSED
               GO TO 6700-READ-NEXT
           END-IF
           MOVE CUST-MAST-CLOSED-DATE TO WS-RECORD-CYCLE-DATE
           IF NOT RULE-FOUND
               OR WS-RECORD-CYCLE-DATE NOT LESS THAN
                   WS-KEEP-CUTOFF-DATE
               ADD 1 TO WS-RETAINED-COUNT
               GO TO 6700-READ-NEXT
           END-IF
           IF WS-RECORD-CYCLE-DATE NOT LESS THAN
               WS-HOLD-CUTOFF-DATE
               MOVE SPACES TO ARCH-RECORD-IMAGE
               MOVE CUSTOMER-MASTER-RECORD (1:75) TO
                   ARCH-RECORD-IMAGE (1:75)
               PERFORM 2600-WRITE-ARCHIVE-RECORD THRU 2600-EXIT
           END-IF
           PERFORM 2500-CLASSIFY-RECORD-DATES THRU 2500-EXIT
           DELETE CUSTOMER-MASTER-FILE RECORD
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "CUSTOMER-MASTER" TO WS-ERR-FILE-NAME
               MOVE "DELETE"          TO WS-ERR-OPERATION
               MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       6700-READ-NEXT.
           PERFORM 6600-READ-CUSTOMER-MASTER THRU 6600-EXIT.
       6700-EXIT.
           EXIT.

       7000-WRITE-REPORT-LINE.
           WRITE PURGE-REPORT-RECORD
           IF WS-PURGRPT-FILE-STATUS NOT = "00"
