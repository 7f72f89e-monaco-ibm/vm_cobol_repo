      *   with any outstanding reject reason read directly by key    *
      *   from the reject-tracking file (REJTRACK) that HELLOVAL     *
      *   maintains, and lets an authorized operator correct the     *
      *   name, branch, or language code.  The branch               *
      *   name is shown from the branch master (BRNMAST).  Changes  *
      *   are edited with the same rules the batch edit enforces     *
      *   (name present and upper case, account numeric and         *
      *   nonzero, a new branch on the branch master and open) and  *
      *   every applied change writes an audit record (user,        *
      *   terminal, date, time, field, before and after image) to   *
      *   the HAUD transient-data queue.                              *
      *                                                               *
      *   Name and branch changes are under dual control:  they are *
      *   not applied here but written to the pending-change file   *
      *   (PENDCHG, one record per field with the keying user and   *
      *   terminal, the date and time, and the before and after     *
      *   image) for a second user to approve or reject through     *
      *   the HELLOAPR transaction.  A language change is applied   *
      *   and audited at once.                                        *
      *                                                               *
      *   The account's lifecycle status (active, dormant, or       *
      *   closed) is shown with the date it was set.  A closed      *
      *   account cannot be changed here; it must be reinstated by  *
      *   customer maintenance (CUSTMNT) first.  Every applied      *
      *   change stamps the last-maintained date that the dormancy  *
      *   sweep (CUSTDORM) checks.                                    *
      *                                                               *
      *   The customer's contact history (CONTHIST) is shown so the *
      *   call center can say why a greeting was or was not sent:   *
      *   the date last greeted and the template language used,    *
      *   the greetings sent in the rolling month, the last CRM     *
      *   outcome, and the last date HELLO skipped the customer as  *
      *   contacted too recently.                                    *
      *                                                               *
      *   Operator keys:  ENTER - inquire on the account entered    *
      *                   PF5   - apply a language change and send *
      *                           name/branch changes for approval  *
      *                   PF3   - exit                                *
      *                                                               *
      *   Update authority is checked against the CUSTMAST file     *
           05  RTRK-CUSTOMER-RECORD        PIC X(50).
           05  FILLER                      PIC X(07).

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

       01  CONTACT-HISTORY-RECORD.
           05  CHST-ACCOUNT-NO             PIC 9(10).
           05  CHST-LAST-GREET-DATE        PIC 9(08).
           05  CHST-LAST-LANGUAGE          PIC X(02).
           05  CHST-WINDOW-START-DATE      PIC 9(08).
           05  CHST-MONTH-GREET-COUNT      PIC 9(04).
           05  CHST-LAST-OUTCOME-CODE      PIC X(01).
               88  CHST-DELIVERED              VALUE 'D'.
               88  CHST-BOUNCED                VALUE 'B'.
               88  CHST-UNACKNOWLEDGED         VALUE 'U'.
           05  CHST-LAST-OUTCOME-DATE      PIC 9(08).
           05  CHST-LAST-SKIP-DATE         PIC 9(08).
           05  CHST-LAST-GREET-TIME        PIC 9(06).
           05  CHST-CONSEC-BOUNCES         PIC 9(03).
           05  FILLER                      PIC X(22).

       77  WS-UPPER-NAME                  PIC X(30) VALUE SPACES.

       77  WS-VALID-SWITCH                PIC X(01) VALUE 'Y'.
       77  WS-AUDIT-FAIL-SWITCH           PIC X(01) VALUE 'N'.
           88  AUDIT-WRITE-FAILED             VALUE 'Y'.

       77  WS-PENDING-FAIL-SWITCH         PIC X(01) VALUE 'N'.
           88  PENDING-WRITE-FAILED           VALUE 'Y'.

       77  WS-APPLIED-SWITCH              PIC X(01) VALUE 'N'.
           88  CHANGE-APPLIED                 VALUE 'Y'.

       77  WS-PENDED-COUNT                PIC 9(02) VALUE ZERO.

       77  WS-KEY-ACCOUNT-NO              PIC 9(10) VALUE ZERO.
       77  WS-KEY-BRANCH-CODE             PIC X(05) VALUE SPACES.
       77  WS-RESP-CODE                   PIC S9(08) COMP VALUE ZERO.
       77  WS-RESP2-CODE                  PIC S9(08) COMP VALUE ZERO.
       77  WS-UPDATE-AUTH                 PIC S9(08) COMP VALUE ZERO.
       77  WS-USER-ID                     PIC X(08) VALUE SPACES.
       77  WS-AUDIT-LENGTH                PIC S9(04) COMP VALUE +114.
       77  WS-ABSTIME                     PIC S9(15) COMP-3 VALUE ZERO.
       77  WS-TODAY-DATE                  PIC 9(08) VALUE ZERO.
       77  WS-NOW-TIME                    PIC 9(06) VALUE ZERO.

       01  WS-STATUS-DISPLAY.
           05  WS-STAT-TEXT                PIC X(08).
           05  FILLER                     PIC X(07) VALUE
               " SINCE ".
           05  WS-STAT-DATE                PIC 9999/99/99.

       77  WS-EDIT-DATE                   PIC 9999/99/99.
       77  WS-EDIT-COUNT                  PIC ZZZ9.

       01  WS-OUTCOME-DISPLAY.
           05  WS-OUTC-TEXT                PIC X(16).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-OUTC-DATE                PIC 9999/99/99.

       COPY DFHAID.

           05  AUD-FIELD-NAME              PIC X(10).
           05  AUD-BEFORE-VALUE            PIC X(30).
           05  AUD-AFTER-VALUE             PIC X(30).
           05  AUD-APPROVER-ID             PIC X(08).

       01  WS-GOODBYE-MESSAGE             PIC X(29) VALUE
           "HELLOINQ SESSION ENDED       ".
                   MOVE CUST-LANGUAGE-CODE TO LANGCDO
                   MOVE "CUSTOMER FOUND - OVERTYPE AND PF5 TO CHANGE"
                       TO MSGLNO
                   IF CUST-CLOSED
                       MOVE "ACCOUNT IS CLOSED - INQUIRY ONLY"
                           TO MSGLNO
                   END-IF
                   PERFORM 3600-SHOW-BRANCH-NAME THRU 3600-EXIT
                   PERFORM 3700-SHOW-ACCOUNT-STATUS THRU 3700-EXIT
                   PERFORM 3800-SHOW-CONTACT-HISTORY THRU 3800-EXIT
                   PERFORM 3500-FIND-OUTSTANDING-REJECT THRU 3500-EXIT
               WHEN DFHRESP(NOTFND)
                   MOVE SPACES TO CUSTNMO
                   MOVE SPACES TO BRANCHO
                   MOVE SPACES TO BRNNMO
                   MOVE SPACES TO LANGCDO
                   MOVE SPACES TO ACSTATO
                   PERFORM 3850-CLEAR-CONTACT-HISTORY THRU 3850-EXIT
                   MOVE "ACCOUNT NOT ON CUSTOMER MASTER" TO MSGLNO
                   PERFORM 3500-FIND-OUTSTANDING-REJECT THRU 3500-EXIT
               WHEN OTHER
       3500-EXIT.
           EXIT.

       3600-SHOW-BRANCH-NAME.
           MOVE CUST-BRANCH-CODE TO WS-KEY-BRANCH-CODE
           EXEC CICS READ
               FILE('BRNMAST')
               INTO(BRANCH-MASTER-RECORD)
               RIDFLD(WS-KEY-BRANCH-CODE)
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE WS-RESP-CODE
               WHEN DFHRESP(NORMAL)
                   IF BRN-CLOSED
                       MOVE "*** BRANCH CLOSED ***" TO BRNNMO
                   ELSE
                       MOVE BRN-BRANCH-NAME TO BRNNMO
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE "*** NOT ON BRANCH MASTER ***" TO BRNNMO
               WHEN OTHER
                   MOVE SPACES TO BRNNMO
           END-EVALUATE.
       3600-EXIT.
           EXIT.

       3700-SHOW-ACCOUNT-STATUS.
           EVALUATE TRUE
               WHEN CUST-CLOSED
                   MOVE "CLOSED" TO WS-STAT-TEXT
               WHEN CUST-DORMANT
                   MOVE "DORMANT" TO WS-STAT-TEXT
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-STAT-TEXT
           END-EVALUATE
           IF CUST-STATUS-DATE NUMERIC
               AND CUST-STATUS-DATE GREATER THAN ZERO
               MOVE CUST-STATUS-DATE TO WS-STAT-DATE
               MOVE WS-STATUS-DISPLAY TO ACSTATO
           ELSE
               MOVE WS-STAT-TEXT TO ACSTATO
           END-IF.
       3700-EXIT.
           EXIT.

       3800-SHOW-CONTACT-HISTORY.
           PERFORM 3850-CLEAR-CONTACT-HISTORY THRU 3850-EXIT
           EXEC CICS READ
               FILE('CONTHIST')
               INTO(CONTACT-HISTORY-RECORD)
               RIDFLD(WS-KEY-ACCOUNT-NO)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NOTFND)
               MOVE "NEVER" TO LSTGRTO
               GO TO 3800-EXIT
           END-IF
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               GO TO 3800-EXIT
           END-IF
           IF CHST-LAST-GREET-DATE GREATER THAN ZERO
               MOVE CHST-LAST-GREET-DATE TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE TO LSTGRTO
               IF CHST-LAST-LANGUAGE = SPACES
                   MOVE "DEFAULT" TO LSTLNGO
               ELSE
                   MOVE CHST-LAST-LANGUAGE TO LSTLNGO
               END-IF
           ELSE
               MOVE "NEVER" TO LSTGRTO
           END-IF
           MOVE CHST-MONTH-GREET-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO MTHCNTO
           EVALUATE TRUE
               WHEN CHST-DELIVERED
                   MOVE "DELIVERED" TO WS-OUTC-TEXT
               WHEN CHST-BOUNCED
                   MOVE "BOUNCED" TO WS-OUTC-TEXT
               WHEN CHST-UNACKNOWLEDGED
                   MOVE "NOT ACKNOWLEDGED" TO WS-OUTC-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-OUTC-TEXT
           END-EVALUATE
           IF WS-OUTC-TEXT = SPACES
               MOVE "NONE RECEIVED" TO CRMOUTO
           ELSE
               MOVE CHST-LAST-OUTCOME-DATE TO WS-OUTC-DATE
               MOVE WS-OUTCOME-DISPLAY TO CRMOUTO
           END-IF
           IF CHST-LAST-SKIP-DATE GREATER THAN ZERO
               MOVE CHST-LAST-SKIP-DATE TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE TO LSTSKPO
           END-IF.
       3800-EXIT.
           EXIT.

       3850-CLEAR-CONTACT-HISTORY.
           MOVE SPACES TO LSTGRTO
           MOVE SPACES TO LSTLNGO
           MOVE SPACES TO MTHCNTO
           MOVE SPACES TO CRMOUTO
           MOVE SPACES TO LSTSKPO.
       3850-EXIT.
           EXIT.

       4000-UPDATE-CUSTOMER.
           EXEC CICS QUERY SECURITY
               RESTYPE('FILE')
           IF RECORD-IS-INVALID
               GO TO 4000-EXIT
           END-IF
           IF CUSTNML = ZERO AND BRANCHL = ZERO AND LANGCDL = ZERO
               MOVE "NO CHANGES ENTERED - OVERTYPE NAME/BRANCH/LANGUAGE"
                   TO MSGLNO
               GO TO 4000-EXIT
           END-IF
                   MOVE "CUSTOMER MASTER READ FAILED" TO MSGLNO
                   GO TO 4000-EXIT
           END-EVALUATE
           IF CUST-CLOSED
               MOVE "ACCOUNT IS CLOSED - REINSTATE IT BEFORE CHANGING"
                   TO MSGLNO
               PERFORM 3700-SHOW-ACCOUNT-STATUS THRU 3700-EXIT
               GO TO 4000-EXIT
           END-IF
           PERFORM 4200-EDIT-NEW-BRANCH THRU 4200-EXIT
           IF RECORD-IS-INVALID
               GO TO 4000-EXIT
           END-IF
           PERFORM 4500-APPLY-AND-AUDIT-CHANGES THRU 4500-EXIT
           IF PENDING-WRITE-FAILED
               MOVE "PENDING-CHANGE WRITE FAILED - CHANGES NOT APPLIED"
                   TO MSGLNO
               GO TO 4000-EXIT
           END-IF
           IF AUDIT-WRITE-FAILED
               MOVE "AUDIT WRITE FAILED - CHANGES NOT APPLIED"
                   TO MSGLNO
               GO TO 4000-EXIT
           END-IF
           IF NOT CHANGE-APPLIED
               PERFORM 4700-RELEASE-CUSTOMER THRU 4700-EXIT
               GO TO 4000-EXIT
           END-IF
           MOVE WS-TODAY-DATE TO CUST-LAST-MAINT-DATE
           EXEC CICS REWRITE
               FILE('CUSTMAST')
               FROM(CUSTOMER-RECORD)
               MOVE THE-NAME TO CUSTNMO
               MOVE CUST-BRANCH-CODE TO BRANCHO
               MOVE CUST-LANGUAGE-CODE TO LANGCDO
               PERFORM 3600-SHOW-BRANCH-NAME THRU 3600-EXIT
               PERFORM 3700-SHOW-ACCOUNT-STATUS THRU 3700-EXIT
               IF WS-PENDED-COUNT GREATER THAN ZERO
                   MOVE
                     "LANGUAGE UPDATED - NAME/BRANCH SENT FOR APPROVAL"
                     TO MSGLNO
               ELSE
                   MOVE "CUSTOMER UPDATED AND AUDIT WRITTEN" TO MSGLNO
               END-IF
           ELSE
               MOVE "CUSTOMER MASTER REWRITE FAILED" TO MSGLNO
           END-IF.
       4100-EXIT.
           EXIT.

      *    Only a branch that differs from the one on file is edited,
      *    so a customer still carried on a closed branch can have a
      *    name or language corrected before consolidation.
       4200-EDIT-NEW-BRANCH.
           SET RECORD-IS-VALID TO TRUE
           IF BRANCHL = ZERO
               OR BRANCHI = CUST-BRANCH-CODE
               GO TO 4200-EXIT
           END-IF
           MOVE BRANCHI TO WS-KEY-BRANCH-CODE
           EXEC CICS READ
               FILE('BRNMAST')
               INTO(BRANCH-MASTER-RECORD)
               RIDFLD(WS-KEY-BRANCH-CODE)
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE WS-RESP-CODE
               WHEN DFHRESP(NORMAL)
                   IF BRN-CLOSED
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "BRANCH IS CLOSED" TO MSGLNO
                   END-IF
               WHEN DFHRESP(NOTFND)
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "BRANCH NOT ON BRANCH MASTER" TO MSGLNO
               WHEN OTHER
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "BRANCH MASTER READ FAILED" TO MSGLNO
           END-EVALUATE.
       4200-EXIT.
           EXIT.

      *    Name and branch changes are held on the pending-change
      *    file for approval; only a language change is applied to
      *    the record read for update.
       4500-APPLY-AND-AUDIT-CHANGES.
           MOVE 'N' TO WS-AUDIT-FAIL-SWITCH
           MOVE 'N' TO WS-PENDING-FAIL-SWITCH
           MOVE 'N' TO WS-APPLIED-SWITCH
           MOVE ZERO TO WS-PENDED-COUNT
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-DATE)
               TIME(WS-NOW-TIME)
           END-EXEC
           MOVE WS-USER-ID TO AUD-USER-ID
           MOVE EIBTRMID TO AUD-TERMINAL-ID
           MOVE EIBDATE TO AUD-DATE
           MOVE EIBTIME TO AUD-TIME
           MOVE ACCTNOI TO AUD-ACCOUNT-NO
           MOVE SPACES TO AUD-APPROVER-ID
           IF CUSTNML GREATER THAN ZERO
               AND CUSTNMI NOT = THE-NAME
               MOVE "NAME" TO PEND-FIELD-NAME
               MOVE THE-NAME TO PEND-BEFORE-VALUE
               MOVE CUSTNMI TO PEND-AFTER-VALUE
               PERFORM 5100-WRITE-PENDING-CHANGE THRU 5100-EXIT
               IF PENDING-WRITE-FAILED
                   GO TO 4500-EXIT
               END-IF
           END-IF
           IF BRANCHL GREATER THAN ZERO
               AND BRANCHI NOT = CUST-BRANCH-CODE
               MOVE "BRANCH" TO PEND-FIELD-NAME
               MOVE CUST-BRANCH-CODE TO PEND-BEFORE-VALUE
               MOVE BRANCHI TO PEND-AFTER-VALUE
               PERFORM 5100-WRITE-PENDING-CHANGE THRU 5100-EXIT
               IF PENDING-WRITE-FAILED
                   GO TO 4500-EXIT
               END-IF
           END-IF
           IF LANGCDL GREATER THAN ZERO
               AND LANGCDI NOT = CUST-LANGUAGE-CODE
                   GO TO 4500-EXIT
               END-IF
               MOVE LANGCDI TO CUST-LANGUAGE-CODE
               SET CHANGE-APPLIED TO TRUE
           END-IF.
       4500-EXIT.
           EXIT.

      *    Nothing to rewrite:  the record is released and the screen
      *    shows the values still on file.
       4700-RELEASE-CUSTOMER.
           EXEC CICS UNLOCK
               FILE('CUSTMAST')
           END-EXEC
           MOVE THE-NAME TO CUSTNMO
           MOVE CUST-BRANCH-CODE TO BRANCHO
           MOVE CUST-LANGUAGE-CODE TO LANGCDO
           PERFORM 3600-SHOW-BRANCH-NAME THRU 3600-EXIT
           PERFORM 3700-SHOW-ACCOUNT-STATUS THRU 3700-EXIT
           IF WS-PENDED-COUNT GREATER THAN ZERO
               MOVE "CHANGE SENT FOR APPROVAL - NOT YET APPLIED"
                   TO MSGLNO
           ELSE
               MOVE "NO CHANGES - VALUES MATCH THE CUSTOMER MASTER"
                   TO MSGLNO
           END-IF.
       4700-EXIT.
           EXIT.

       5000-WRITE-AUDIT-RECORD.
           EXEC CICS WRITEQ TD
               QUEUE('HAUD')
       5000-EXIT.
           EXIT.

      *    The key carries the entry date and time; the sequence
      *    number separates the fields of one update and is stepped
      *    past any entry already keyed in the same second.
       5100-WRITE-PENDING-CHANGE.
           MOVE WS-KEY-ACCOUNT-NO TO PEND-ACCOUNT-NO
           MOVE WS-TODAY-DATE TO PEND-ENTRY-DATE
           MOVE WS-NOW-TIME TO PEND-ENTRY-TIME
           ADD 1 TO WS-PENDED-COUNT
           MOVE WS-PENDED-COUNT TO PEND-SEQ-NO
           SET PEND-PENDING TO TRUE
           SET PEND-FROM-ONLINE TO TRUE
           MOVE WS-USER-ID TO PEND-MAKER-USER-ID
           MOVE EIBTRMID TO PEND-MAKER-TERMINAL
           MOVE SPACES TO PEND-CHECKER-USER-ID
           MOVE ZERO TO PEND-DECISION-DATE
           MOVE ZERO TO PEND-DECISION-TIME
           MOVE DFHRESP(DUPREC) TO WS-RESP-CODE
           PERFORM 5110-WRITE-PENDING-RECORD THRU 5110-EXIT
               UNTIL WS-RESP-CODE NOT = DFHRESP(DUPREC)
                  OR PEND-SEQ-NO GREATER THAN 89
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               SET PENDING-WRITE-FAILED TO TRUE
           END-IF.
       5100-EXIT.
           EXIT.

       5110-WRITE-PENDING-RECORD.
           EXEC CICS WRITE
               FILE('PENDCHG')
               FROM(PENDING-CHANGE-RECORD)
               RIDFLD(PEND-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(DUPREC)
               ADD 10 TO PEND-SEQ-NO
           END-IF.
       5110-EXIT.
           EXIT.

       7000-SEND-SCREEN.
           EXEC CICS SEND
               MAP('HELOINQ')
