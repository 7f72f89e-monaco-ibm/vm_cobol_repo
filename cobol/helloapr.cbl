       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOAPR.
      *****************************************************************
      *                                                               *
      *   Online customer change approval (CICS).  Transaction      *
      *   HAPR, mapset HELOAPRS.  Name and branch changes keyed     *
      *   through HELLOINQ or CUSTMNT, and closes keyed through     *
      *   CUSTMNT, are not applied when keyed but held on the       *
      *   pending-change file (PENDCHG) until a second user         *
      *   approves them here.                                        *
      *                                                               *
      *   The screen lists the changes still pending, ten to a      *
      *   page, from the start account entered (or from the first   *
      *   on file):  account, field, the user who keyed it, the     *
      *   date keyed, and the before and after values.  The         *
      *   approver enters A (approve) or R (reject) against any     *
      *   line and presses ENTER.                                    *
      *                                                               *
      *   Approve - the customer master (CUSTMAST) must still hold  *
      *             the before value (for a close, the account must *
      *             not already be closed) and a new branch must    *
      *             still be open on the branch master (BRNMAST).   *
      *             The change is applied, the last-maintained date *
      *             is stamped, and an audit record is written to   *
      *             the HAUD transient-data queue with the user who *
      *             keyed the change and the approving user.         *
      *   Reject  - the change is not applied.                      *
      *                                                               *
      *   Either way the pending entry is marked decided with the   *
      *   approving user and the date and time.  A user can never   *
      *   approve a change they keyed themselves (they may reject   *
      *   it, to withdraw it).  Entries still pending after the     *
      *   set number of days are expired by PENDEXP.                *
      *                                                               *
      *   Operator keys:  ENTER - act on the lines marked, refresh  *
      *                   PF8   - next page                           *
      *                   PF3   - exit                                *
      *                                                               *
      *   Approver authority is checked against the FACILITY        *
      *   resource HELLO.CUSTCHG.APPROVE; users without read        *
      *   access to it cannot use the transaction.                   *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
      /
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HELLOCPY.

       COPY HELOAPRM.

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

       77  WS-BROWSE-END-SWITCH           PIC X(01) VALUE 'N'.
           88  BROWSE-ENDED                   VALUE 'Y'.

       77  WS-LINE-REFUSED-SWITCH         PIC X(01) VALUE 'N'.
           88  LINE-REFUSED                   VALUE 'Y'.

       77  WS-ACTION-CODE                 PIC X(01) VALUE SPACE.
           88  ACTION-APPROVE                 VALUE 'A'.
           88  ACTION-REJECT                  VALUE 'R'.

       77  WS-LINE-SUB                    PIC S9(04) COMP VALUE ZERO.
       77  WS-LIST-COUNT                  PIC S9(04) COMP VALUE ZERO.
       77  WS-APPROVED-COUNT              PIC 9(02) VALUE ZERO.
       77  WS-REJECTED-COUNT              PIC 9(02) VALUE ZERO.
       77  WS-KEY-BRANCH-CODE             PIC X(05) VALUE SPACES.
       77  WS-RESP-CODE                   PIC S9(08) COMP VALUE ZERO.
       77  WS-APPROVE-AUTH                PIC S9(08) COMP VALUE ZERO.
       77  WS-APPROVER-RESOURCE           PIC X(21) VALUE
           "HELLO.CUSTCHG.APPROVE".
       77  WS-APPROVER-RESOURCE-LENGTH    PIC S9(08) COMP VALUE +21.
       77  WS-USER-ID                     PIC X(08) VALUE SPACES.
       77  WS-AUDIT-LENGTH                PIC S9(04) COMP VALUE +114.
       77  WS-COMMAREA-LENGTH             PIC S9(04) COMP VALUE +323.
       77  WS-ABSTIME                     PIC S9(15) COMP-3 VALUE ZERO.
       77  WS-TODAY-DATE                  PIC 9(08) VALUE ZERO.
       77  WS-NOW-TIME                    PIC 9(06) VALUE ZERO.
       77  WS-REFUSAL-REASON              PIC X(45) VALUE SPACES.
       77  WS-REFUSAL-TEXT                PIC X(60) VALUE SPACES.
       77  WS-EDIT-LINE                   PIC Z9.

       01  WS-BROWSE-KEY.
           05  WS-BRW-ACCOUNT-NO           PIC 9(10).
           05  WS-BRW-ENTRY-DATE           PIC 9(08).
           05  WS-BRW-ENTRY-TIME           PIC 9(06).
           05  WS-BRW-SEQ-NO               PIC 9(02).

       01  WS-LIST-LINE.
           05  WS-LST-ACCOUNT-NO           PIC 9(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-LST-FIELD-NAME           PIC X(06).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-LST-MAKER-USER-ID        PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-LST-ENTRY-DATE           PIC 9999/99/99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-LST-BEFORE-VALUE         PIC X(17).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-LST-AFTER-VALUE          PIC X(17).

       01  WS-RESULT-MESSAGE.
           05  WS-RSLT-APPROVED            PIC Z9.
           05  FILLER                     PIC X(11) VALUE
               " APPROVED, ".
           05  WS-RSLT-REJECTED            PIC Z9.
           05  FILLER                     PIC X(09) VALUE
               " REJECTED".

       COPY DFHAID.

       01  WS-AUDIT-RECORD.
           05  AUD-USER-ID                 PIC X(08).
           05  AUD-TERMINAL-ID             PIC X(04).
           05  AUD-DATE                    PIC 9(07).
           05  AUD-TIME                    PIC 9(07).
           05  AUD-ACCOUNT-NO              PIC X(10).
           05  AUD-FIELD-NAME              PIC X(10).
           05  AUD-BEFORE-VALUE            PIC X(30).
           05  AUD-AFTER-VALUE             PIC X(30).
           05  AUD-APPROVER-ID             PIC X(08).

       01  WS-GOODBYE-MESSAGE             PIC X(29) VALUE
           "HELLOAPR SESSION ENDED       ".

       01  WS-NOT-AUTH-MESSAGE            PIC X(44) VALUE
           "HELLOAPR - NOT AUTHORIZED TO APPROVE CHANGES".

       01  WS-NEXT-COMMAREA.
           05  WS-CA-STATE-FLAG            PIC X(01) VALUE 'S'.
           05  WS-CA-START-ACCOUNT         PIC X(10) VALUE SPACES.
           05  WS-CA-PAGE-KEY              PIC X(26) VALUE SPACES.
           05  WS-CA-NEXT-KEY              PIC X(26) VALUE SPACES.
           05  WS-CA-LINE-KEY              PIC X(26) OCCURS 10 TIMES.
      /
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  CA-STATE-FLAG               PIC X(01).
           05  CA-START-ACCOUNT            PIC X(10).
           05  CA-PAGE-KEY                 PIC X(26).
           05  CA-NEXT-KEY                 PIC X(26).
           05  CA-LINE-KEY                 PIC X(26) OCCURS 10 TIMES.
      /
       PROCEDURE DIVISION.
       Main.
           PERFORM 1100-CHECK-APPROVER THRU 1100-EXIT
           IF EIBCALEN = ZERO
               PERFORM 1000-FIRST-TIME THRU 1000-EXIT
           ELSE
               PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT
           END-IF
           EXEC CICS RETURN
               TRANSID('HAPR')
               COMMAREA(WS-NEXT-COMMAREA)
               LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       1000-FIRST-TIME.
           MOVE ZERO TO WS-BRW-ACCOUNT-NO
           MOVE ZERO TO WS-BRW-ENTRY-DATE
           MOVE ZERO TO WS-BRW-ENTRY-TIME
           MOVE ZERO TO WS-BRW-SEQ-NO
           PERFORM 2900-SHOW-PAGE THRU 2900-EXIT
           EXEC CICS SEND
               MAP('HELOAPR')
               MAPSET('HELOAPRS')
               FROM(HELOAPRO)
               ERASE
           END-EXEC.
       1000-EXIT.
           EXIT.

       1100-CHECK-APPROVER.
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC
           EXEC CICS QUERY SECURITY
               RESCLASS('FACILITY')
               RESID(WS-APPROVER-RESOURCE)
               RESIDLENGTH(WS-APPROVER-RESOURCE-LENGTH)
               READ(WS-APPROVE-AUTH)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               OR WS-APPROVE-AUTH NOT = DFHVALUE(READABLE)
               PERFORM 8100-NOT-AUTHORIZED THRU 8100-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

       1200-GET-DATE-TIME.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-DATE)
               TIME(WS-NOW-TIME)
           END-EXEC.
       1200-EXIT.
           EXIT.

       2000-PROCESS-SCREEN.
           MOVE DFHCOMMAREA TO WS-NEXT-COMMAREA
           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
               PERFORM 8000-END-SESSION THRU 8000-EXIT
               GO TO 2000-EXIT
           END-IF
           EXEC CICS RECEIVE
               MAP('HELOAPR')
               MAPSET('HELOAPRS')
               INTO(HELOAPRI)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO HELOAPRI
           END-IF
           EVALUATE EIBAID
               WHEN DFHENTER
                   MOVE ZERO TO WS-APPROVED-COUNT
                   MOVE ZERO TO WS-REJECTED-COUNT
                   MOVE SPACES TO WS-REFUSAL-TEXT
                   PERFORM 1200-GET-DATE-TIME THRU 1200-EXIT
                   PERFORM 4000-PROCESS-LINE THRU 4000-EXIT
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB GREATER THAN 10
                   PERFORM 2100-SET-START-KEY THRU 2100-EXIT
                   PERFORM 2900-SHOW-PAGE THRU 2900-EXIT
                   PERFORM 2200-SET-RESULT-MESSAGE THRU 2200-EXIT
               WHEN DFHPF8
                   IF WS-CA-NEXT-KEY = HIGH-VALUES
                       MOVE WS-CA-PAGE-KEY TO WS-BROWSE-KEY
                       PERFORM 2900-SHOW-PAGE THRU 2900-EXIT
                       MOVE "NO MORE PENDING CHANGES - END OF LIST"
                           TO MSGLNO
                   ELSE
                       MOVE WS-CA-NEXT-KEY TO WS-BROWSE-KEY
                       PERFORM 2900-SHOW-PAGE THRU 2900-EXIT
                   END-IF
               WHEN OTHER
                   MOVE WS-CA-PAGE-KEY TO WS-BROWSE-KEY
                   PERFORM 2900-SHOW-PAGE THRU 2900-EXIT
                   MOVE "INVALID KEY - USE ENTER, PF8, OR PF3"
                       TO MSGLNO
           END-EVALUATE
           PERFORM 7000-SEND-SCREEN THRU 7000-EXIT.
       2000-EXIT.
           EXIT.

      *    A new start account restarts the list there; otherwise
      *    the page just acted on is shown again, less the lines
      *    that were decided.
       2100-SET-START-KEY.
           MOVE WS-CA-PAGE-KEY TO WS-BROWSE-KEY
           IF STACCTL = ZERO
               IF WS-CA-START-ACCOUNT NOT = SPACES
                   MOVE ZERO TO WS-BRW-ACCOUNT-NO
                   MOVE ZERO TO WS-BRW-ENTRY-DATE
                   MOVE ZERO TO WS-BRW-ENTRY-TIME
                   MOVE ZERO TO WS-BRW-SEQ-NO
                   MOVE SPACES TO WS-CA-START-ACCOUNT
               END-IF
               GO TO 2100-EXIT
           END-IF
           IF STACCTI NOT NUMERIC
               IF WS-REFUSAL-TEXT = SPACES
                   MOVE "START ACCOUNT MUST BE NUMERIC"
                       TO WS-REFUSAL-TEXT
               END-IF
               GO TO 2100-EXIT
           END-IF
           IF STACCTI NOT = WS-CA-START-ACCOUNT
               MOVE STACCTI TO WS-BRW-ACCOUNT-NO
               MOVE ZERO TO WS-BRW-ENTRY-DATE
               MOVE ZERO TO WS-BRW-ENTRY-TIME
               MOVE ZERO TO WS-BRW-SEQ-NO
               MOVE STACCTI TO WS-CA-START-ACCOUNT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-SET-RESULT-MESSAGE.
           IF WS-REFUSAL-TEXT NOT = SPACES
               MOVE WS-REFUSAL-TEXT TO MSGLNO
               GO TO 2200-EXIT
           END-IF
           IF WS-APPROVED-COUNT GREATER THAN ZERO
               OR WS-REJECTED-COUNT GREATER THAN ZERO
               MOVE WS-APPROVED-COUNT TO WS-RSLT-APPROVED
               MOVE WS-REJECTED-COUNT TO WS-RSLT-REJECTED
               MOVE WS-RESULT-MESSAGE TO MSGLNO
           END-IF.
       2200-EXIT.
           EXIT.

       2900-SHOW-PAGE.
           MOVE LOW-VALUES TO HELOAPRO
           PERFORM 3000-BUILD-PAGE THRU 3000-EXIT.
       2900-EXIT.
           EXIT.

      *    Lists the next ten pending entries from the browse key.
      *    One more pending entry is read, when there is one, to
      *    give the key PF8 starts the next page from.
       3000-BUILD-PAGE.
           PERFORM 3100-CLEAR-LINE THRU 3100-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB GREATER THAN 10
           MOVE WS-BROWSE-KEY TO WS-CA-PAGE-KEY
           MOVE HIGH-VALUES TO WS-CA-NEXT-KEY
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-BROWSE-END-SWITCH
           EXEC CICS STARTBR
               FILE('PENDCHG')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE WS-RESP-CODE
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE "NO CHANGES PENDING APPROVAL" TO MSGLNO
                   GO TO 3000-EXIT
               WHEN OTHER
                   MOVE "PENDING-CHANGE FILE BROWSE FAILED" TO MSGLNO
                   GO TO 3000-EXIT
           END-EVALUATE
           PERFORM 3200-READ-NEXT-PENDING THRU 3200-EXIT
               UNTIL BROWSE-ENDED
           EXEC CICS ENDBR
               FILE('PENDCHG')
           END-EXEC
           IF WS-LIST-COUNT = ZERO
               MOVE "NO CHANGES PENDING APPROVAL" TO MSGLNO
           ELSE
               MOVE "ENTER A TO APPROVE OR R TO REJECT AND PRESS ENTER"
                   TO MSGLNO
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CLEAR-LINE.
           MOVE SPACES TO ACTO (WS-LINE-SUB)
           MOVE SPACES TO LINO (WS-LINE-SUB)
           MOVE SPACES TO WS-CA-LINE-KEY (WS-LINE-SUB).
       3100-EXIT.
           EXIT.

       3200-READ-NEXT-PENDING.
           EXEC CICS READNEXT
               FILE('PENDCHG')
               INTO(PENDING-CHANGE-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               SET BROWSE-ENDED TO TRUE
               GO TO 3200-EXIT
           END-IF
           IF NOT PEND-PENDING
               GO TO 3200-EXIT
           END-IF
           IF WS-LIST-COUNT = 10
               MOVE PEND-KEY TO WS-CA-NEXT-KEY
               SET BROWSE-ENDED TO TRUE
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-LIST-COUNT
           MOVE PEND-ACCOUNT-NO TO WS-LST-ACCOUNT-NO
           MOVE PEND-FIELD-NAME TO WS-LST-FIELD-NAME
           MOVE PEND-MAKER-USER-ID TO WS-LST-MAKER-USER-ID
           MOVE PEND-ENTRY-DATE TO WS-LST-ENTRY-DATE
           MOVE PEND-BEFORE-VALUE TO WS-LST-BEFORE-VALUE
           MOVE PEND-AFTER-VALUE TO WS-LST-AFTER-VALUE
           MOVE WS-LIST-LINE TO LINO (WS-LIST-COUNT)
           MOVE PEND-KEY TO WS-CA-LINE-KEY (WS-LIST-COUNT).
       3200-EXIT.
           EXIT.

      *    The pending entry is read for update and must still be
      *    pending.  The keying user may reject (withdraw) their own
      *    change but never approve it.
       4000-PROCESS-LINE.
           MOVE 'N' TO WS-LINE-REFUSED-SWITCH
           IF ACTL (WS-LINE-SUB) = ZERO
               OR ACTI (WS-LINE-SUB) = SPACE
               OR ACTI (WS-LINE-SUB) = LOW-VALUE
               OR WS-CA-LINE-KEY (WS-LINE-SUB) = SPACES
               GO TO 4000-EXIT
           END-IF
           MOVE ACTI (WS-LINE-SUB) TO WS-ACTION-CODE
           INSPECT WS-ACTION-CODE CONVERTING "ar" TO "AR"
           IF NOT ACTION-APPROVE AND NOT ACTION-REJECT
               MOVE "ACTION MUST BE A OR R" TO WS-REFUSAL-REASON
               PERFORM 4900-REFUSE-LINE THRU 4900-EXIT
               GO TO 4000-EXIT
           END-IF
           EXEC CICS READ
               FILE('PENDCHG')
               INTO(PENDING-CHANGE-RECORD)
               RIDFLD(WS-CA-LINE-KEY (WS-LINE-SUB))
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE WS-RESP-CODE
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE "CHANGE NO LONGER ON FILE" TO WS-REFUSAL-REASON
                   PERFORM 4900-REFUSE-LINE THRU 4900-EXIT
                   GO TO 4000-EXIT
               WHEN OTHER
                   MOVE "PENDING-CHANGE READ FAILED"
                       TO WS-REFUSAL-REASON
                   PERFORM 4900-REFUSE-LINE THRU 4900-EXIT
                   GO TO 4000-EXIT
           END-EVALUATE
           IF NOT PEND-PENDING
               MOVE "CHANGE ALREADY DECIDED OR EXPIRED"
                   TO WS-REFUSAL-REASON
               PERFORM 4900-REFUSE-LINE THRU 4900-EXIT
           END-IF
           IF ACTION-APPROVE
               AND PEND-MAKER-USER-ID = WS-USER-ID
               MOVE "YOU CANNOT APPROVE YOUR OWN CHANGE"
                   TO WS-REFUSAL-REASON
               PERFORM 4900-REFUSE-LINE THRU 4900-EXIT
           END-IF
           IF LINE-REFUSED
               EXEC CICS UNLOCK
                   FILE('PENDCHG')
               END-EXEC
               GO TO 4000-EXIT
           END-IF
           IF ACTION-APPROVE
               PERFORM 4100-APPLY-PENDING-CHANGE THRU 4100-EXIT
               IF LINE-REFUSED
                   EXEC CICS UNLOCK
                       FILE('PENDCHG')
                   END-EXEC
                   GO TO 4000-EXIT
               END-IF
               SET PEND-APPROVED TO TRUE
           ELSE
               SET PEND-REJECTED TO TRUE
           END-IF
           MOVE WS-USER-ID TO PEND-CHECKER-USER-ID
           MOVE WS-TODAY-DATE TO PEND-DECISION-DATE
           MOVE WS-NOW-TIME TO PEND-DECISION-TIME
           EXEC CICS REWRITE
               FILE('PENDCHG')
               FROM(PENDING-CHANGE-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE "PENDING-CHANGE REWRITE FAILED"
                   TO WS-REFUSAL-REASON
               PERFORM 4900-REFUSE-LINE THRU 4900-EXIT
               GO TO 4000-EXIT
           END-IF
           IF ACTION-APPROVE
               ADD 1 TO WS-APPROVED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
       4000-EXIT.
           EXIT.

      *    The master must still hold the value the change was keyed
      *    against; anything changed since is refused so the keying
      *    user can look again.
       4100-APPLY-PENDING-CHANGE.
           EXEC CICS READ
               FILE('CUSTMAST')
               INTO(CUSTOMER-RECORD)
               RIDFLD(PEND-ACCOUNT-NO)
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE WS-RESP-CODE
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE "ACCOUNT NO LONGER ON CUSTOMER MASTER"
                       TO WS-REFUSAL-REASON
                   PERFORM 4900-REFUSE-LINE THRU 4900-EXIT
                   GO TO 4100-EXIT
               WHEN OTHER
                   MOVE "CUSTOMER MASTER READ FAILED"
                       TO WS-REFUSAL-REASON
                   PERFORM 4900-REFUSE-LINE THRU 4900-EXIT
                   GO TO 4100-EXIT
           END-EVALUATE
           EVALUATE TRUE
               WHEN CUST-CLOSED
                   MOVE "ACCOUNT IS CLOSED" TO WS-REFUSAL-REASON
                   PERFORM 4900-REFUSE-LINE THRU 4900-EXIT
               WHEN PEND-FIELD-NAME = "NAME"
                   IF THE-NAME NOT = PEND-BEFORE-VALUE
                       MOVE "NAME CHANGED SINCE THE CHANGE WAS KEYED"
                           TO WS-REFUSAL-REASON
                       PERFORM 4900-REFUSE-LINE THRU 4900-EXIT
                   ELSE
                       MOVE PEND-AFTER-VALUE TO THE-NAME
                   END-IF
               WHEN PEND-FIELD-NAME = "BRANCH"
                   IF CUST-BRANCH-CODE NOT = PEND-BEFORE-VALUE
                       MOVE "BRANCH CHANGED SINCE THE CHANGE WAS KEYED"
                           TO WS-REFUSAL-REASON
                       PERFORM 4900-REFUSE-LINE THRU 4900-EXIT
                   ELSE
                       PERFORM 4200-CHECK-NEW-BRANCH THRU 4200-EXIT
                   END-IF
               WHEN PEND-FIELD-NAME = "STATUS"
                   MOVE 'C' TO CUST-STATUS-CODE
                   MOVE WS-TODAY-DATE TO CUST-STATUS-DATE
                   MOVE WS-TODAY-DATE TO CUST-CLOSED-DATE
               WHEN OTHER
                   MOVE "FIELD CANNOT BE APPROVED HERE"
                       TO WS-REFUSAL-REASON
                   PERFORM 4900-REFUSE-LINE THRU 4900-EXIT
           END-EVALUATE
           IF LINE-REFUSED
               EXEC CICS UNLOCK
                   FILE('CUSTMAST')
               END-EXEC
               GO TO 4100-EXIT
           END-IF
           MOVE WS-TODAY-DATE TO CUST-LAST-MAINT-DATE
           MOVE PEND-MAKER-USER-ID TO AUD-USER-ID
           MOVE PEND-MAKER-TERMINAL TO AUD-TERMINAL-ID
           MOVE EIBDATE TO AUD-DATE
           MOVE EIBTIME TO AUD-TIME
           MOVE PEND-ACCOUNT-NO TO AUD-ACCOUNT-NO
           MOVE PEND-FIELD-NAME TO AUD-FIELD-NAME
           MOVE PEND-BEFORE-VALUE TO AUD-BEFORE-VALUE
           MOVE PEND-AFTER-VALUE TO AUD-AFTER-VALUE
           MOVE WS-USER-ID TO AUD-APPROVER-ID
           EXEC CICS WRITEQ TD
               QUEUE('HAUD')
               FROM(WS-AUDIT-RECORD)
               LENGTH(WS-AUDIT-LENGTH)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK
                   FILE('CUSTMAST')
               END-EXEC
               MOVE "AUDIT WRITE FAILED - CHANGE NOT APPLIED"
                   TO WS-REFUSAL-REASON
               PERFORM 4900-REFUSE-LINE THRU 4900-EXIT
               GO TO 4100-EXIT
           END-IF
           EXEC CICS REWRITE
               FILE('CUSTMAST')
               FROM(CUSTOMER-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE "CUSTOMER MASTER REWRITE FAILED"
                   TO WS-REFUSAL-REASON
               PERFORM 4900-REFUSE-LINE THRU 4900-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *    The new branch must still be on the branch master and
      *    open when the move is approved.
       4200-CHECK-NEW-BRANCH.
           MOVE PEND-AFTER-VALUE TO WS-KEY-BRANCH-CODE
           EXEC CICS READ
               FILE('BRNMAST')
               INTO(BRANCH-MASTER-RECORD)
               RIDFLD(WS-KEY-BRANCH-CODE)
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE WS-RESP-CODE
               WHEN DFHRESP(NORMAL)
                   IF BRN-CLOSED
                       MOVE "NEW BRANCH IS NOW CLOSED"
                           TO WS-REFUSAL-REASON
                       PERFORM 4900-REFUSE-LINE THRU 4900-EXIT
                   ELSE
                       MOVE WS-KEY-BRANCH-CODE TO CUST-BRANCH-CODE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE "NEW BRANCH NOT ON BRANCH MASTER"
                       TO WS-REFUSAL-REASON
                   PERFORM 4900-REFUSE-LINE THRU 4900-EXIT
               WHEN OTHER
                   MOVE "BRANCH MASTER READ FAILED"
                       TO WS-REFUSAL-REASON
                   PERFORM 4900-REFUSE-LINE THRU 4900-EXIT
           END-EVALUATE.
       4200-EXIT.
           EXIT.

      *    The first line refused is reported on the message line.
       4900-REFUSE-LINE.
           SET LINE-REFUSED TO TRUE
           IF WS-REFUSAL-TEXT = SPACES
               MOVE WS-LINE-SUB TO WS-EDIT-LINE
               STRING "LINE " DELIMITED BY SIZE
                      WS-EDIT-LINE DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-REFUSAL-REASON DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
           END-IF.
       4900-EXIT.
           EXIT.

       7000-SEND-SCREEN.
           EXEC CICS SEND
               MAP('HELOAPR')
               MAPSET('HELOAPRS')
               FROM(HELOAPRO)
               DATAONLY
           END-EXEC.
       7000-EXIT.
           EXIT.

       8000-END-SESSION.
           EXEC CICS SEND TEXT
               FROM(WS-GOODBYE-MESSAGE)
               LENGTH(29)
               ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
       8000-EXIT.
           EXIT.

       8100-NOT-AUTHORIZED.
           EXEC CICS SEND TEXT
               FROM(WS-NOT-AUTH-MESSAGE)
               LENGTH(44)
               ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
       8100-EXIT.
           EXIT.

       END PROGRAM HELLOAPR.
