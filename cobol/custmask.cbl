      *     - names are replaced with a generated value built from   *
      *       the masked account number;                              *
      *     - branch and language codes are preserved so HELLOBRN    *
      *       and the greeting lookup stay realistic;                 *
      *     - the lifecycle status and dates are carried over as     *
      *       they are, so closed and dormant accounts are skipped   *
      *       the same way in a TEST run.                             *
      *                                                               *
      *   The masked records are sorted into the new key order and   *
      *   loaded like the HELLODUP master load.  A marker record is  *
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

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-BRANCH-CODE            PIC X(05).
           05  SORT-LANGUAGE-CODE          PIC X(02).
           05  FILLER                      PIC X(03).
           05  SORT-LIFECYCLE-DATA         PIC X(70).

       FD  MASKED-MASTER-FILE.
       01  MASKED-MASTER-RECORD.
           05  MASK-MAST-BRANCH-CODE       PIC X(05).
           05  MASK-MAST-LANGUAGE-CODE     PIC X(02).
           05  FILLER                      PIC X(03).
           05  MASK-MAST-LIFECYCLE-DATA    PIC X(70).

       FD  MASK-MARKER-FILE.
       01  MASK-MARKER-RECORD.
           MOVE WS-MASKED-ACCOUNT-NO TO SORT-ACCOUNT-NO (1:10)
           MOVE CUST-MAST-BRANCH-CODE TO SORT-BRANCH-CODE
           MOVE CUST-MAST-LANGUAGE-CODE TO SORT-LANGUAGE-CODE
           MOVE CUSTOMER-MASTER-RECORD (51:70) TO SORT-LIFECYCLE-DATA
           RELEASE SORT-WORK-RECORD
           PERFORM 1500-READ-MASTER THRU 1500-EXIT.
       2100-EXIT.
