       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTERAS.
      *****************************************************************
      *                                                               *
      *   Customer data erasure.  Driven by the erasure-request file *
      *   (ERASREQ - request ID, account number, date received, and  *
      *   the user who verified the request), it removes or          *
      *   overwrites the customer in every HELLO dataset:             *
      *                                                               *
      *     CUSTMAST, REJTRACK, CONTHIST, RSNDCTL - record deleted;  *
      *     SUPPFILE - cut down to the account number and reason     *
      *         ERAS (added if the customer was not suppressed), so  *
      *         the customer can never be greeted again;              *
      *     AUDHIST, PENDCHG - before and after values overwritten,  *
      *         the entries themselves kept for the change trail     *
      *         (a change still pending is expired);                  *
      *     CRMFEED, CRMRSND, CRMCHGF - customer name overwritten,   *
      *         the records kept so cycle counts and the change-feed *
      *         trailer still balance;                                *
      *     MNTAUD - before and after values overwritten, so batch   *
      *         changes AUDMERGE has still to load reach AUDHIST     *
      *         already erased;                                       *
      *     CRMACKF, ARCHFILE - records for the account dropped.      *
      *                                                               *
      *   The sequential datasets are handled the way HISTPURG       *
      *   handles them:  each is copied to its retained output       *
      *   (CRMFEEDO / CRMACKFO / CRMRSNDO / ARCHFILO / CRMCHGFO /    *
      *   MNTAUDO), which the job then catalogs in place of the      *
      *   input.  A dataset that is not present is reported as such  *
      *   and skipped, and the certificate says so in its result.    *
      *                                                               *
      *   A request is refused, and nothing is changed for it, when  *
      *   the account is under legal hold on the legal-hold file     *
      *   (LGLHOLD - open until its release date), when it was not   *
      *   verified, when the account number is not numeric, or when  *
      *   the same account was already requested in the run.  The    *
      *   run is refused (return code 12) if LGLHOLD is not present, *
      *   since holds could not be checked.                           *
      *                                                               *
      *   The certificate report (ERASRPT) gives, for every request  *
      *   in the order received, the result and, for an erased       *
      *   customer, each dataset with the records affected and the   *
      *   action taken.  Return code 4 is set when any request was   *
      *   refused, so the refusals are followed up.                   *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASURE-REQUEST-FILE ASSIGN TO ERASREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERASREQ-FILE-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO LGLHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LHLD-ACCOUNT-NO
               FILE STATUS IS WS-LGLHOLD-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MAST-ACCOUNT-NO
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT REJECT-TRACK-FILE ASSIGN TO REJTRACK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTRK-ACCOUNT-NO
               FILE STATUS IS WS-REJTRACK-FILE-STATUS.

           SELECT SUPPRESSION-FILE ASSIGN TO SUPPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPP-ACCOUNT-NO
               FILE STATUS IS WS-SUPPFILE-FILE-STATUS.

           SELECT CONTACT-HISTORY-FILE ASSIGN TO CONTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHST-ACCOUNT-NO
               FILE STATUS IS WS-CONTHIST-FILE-STATUS.

           SELECT RETRY-CONTROL-FILE ASSIGN TO RSNDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTRY-ACCOUNT-NO
               FILE STATUS IS WS-RSNDCTL-FILE-STATUS.

           SELECT AUDIT-HISTORY-FILE ASSIGN TO AUDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHST-KEY
               FILE STATUS IS WS-AUDHIST-FILE-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PENDCHG-FILE-STATUS.

           SELECT CRM-EXTRACT-FILE ASSIGN TO CRMFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMFEED-FILE-STATUS.

           SELECT CRM-EXTRACT-OUT-FILE ASSIGN TO CRMFEEDO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMFEEDO-FILE-STATUS.

           SELECT ACK-INPUT-FILE ASSIGN TO CRMACKF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMACKF-FILE-STATUS.

           SELECT ACK-OUTPUT-FILE ASSIGN TO CRMACKFO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMACKFO-FILE-STATUS.

           SELECT RESEND-FILE ASSIGN TO CRMRSND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMRSND-FILE-STATUS.

           SELECT RESEND-OUT-FILE ASSIGN TO CRMRSNDO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMRSNDO-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHFILE-FILE-STATUS.

           SELECT ARCHIVE-OUT-FILE ASSIGN TO ARCHFILO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHFILO-FILE-STATUS.

           SELECT CRM-CHANGE-FILE ASSIGN TO CRMCHGF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMCHGF-FILE-STATUS.

           SELECT CRM-CHANGE-OUT-FILE ASSIGN TO CRMCHGFO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMCHGFO-FILE-STATUS.

           SELECT BATCH-AUDIT-FILE ASSIGN TO MNTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTAUD-FILE-STATUS.

           SELECT BATCH-AUDIT-OUT-FILE ASSIGN TO MNTAUDO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTAUDO-FILE-STATUS.

           SELECT CERTIFICATE-REPORT-FILE ASSIGN TO ERASRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERASRPT-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ERASURE-REQUEST-FILE.
       01  ERASURE-REQUEST-RECORD.
           05  ERQ-REQUEST-ID              PIC X(12).
           05  ERQ-ACCOUNT-NO              PIC X(10).
           05  ERQ-RECEIVED-DATE           PIC 9(08).
           05  ERQ-VERIFIED-BY             PIC X(08).
           05  FILLER                      PIC X(42).

       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           05  LHLD-ACCOUNT-NO             PIC 9(10).
           05  LHLD-HOLD-REF               PIC X(12).
           05  LHLD-PLACED-DATE            PIC 9(08).
           05  LHLD-RELEASE-DATE           PIC 9(08).
           05  LHLD-REASON-TEXT            PIC X(30).
           05  FILLER                      PIC X(12).

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

       FD  REJECT-TRACK-FILE.
       01  REJECT-TRACK-RECORD.
           05  RTRK-ACCOUNT-NO             PIC 9(10).
           05  RTRK-STATUS-CODE            PIC X(01).
           05  RTRK-REASON-CODE            PIC X(04).
           05  RTRK-REASON-TEXT            PIC X(30).
           05  RTRK-CYCLE-COUNT            PIC 9(02).
           05  RTRK-FIRST-REJECT-DATE      PIC 9(08).
           05  RTRK-LAST-ACTION-DATE       PIC 9(08).
           05  RTRK-CUSTOMER-RECORD        PIC X(50).
           05  FILLER                      PIC X(07).

       FD  SUPPRESSION-FILE.
       01  SUPPRESSION-RECORD.
           05  SUPP-ACCOUNT-NO             PIC 9(10).
           05  SUPP-REASON-CODE            PIC X(04).
           05  SUPP-EFF-DATE               PIC 9(08).
           05  FILLER                      PIC X(08).

       FD  CONTACT-HISTORY-FILE.
       01  CONTACT-HISTORY-RECORD.
           05  CHST-ACCOUNT-NO             PIC 9(10).
           05  FILLER                      PIC X(70).

       FD  RETRY-CONTROL-FILE.
       01  RETRY-CONTROL-RECORD.
           05  RTRY-ACCOUNT-NO             PIC 9(10).
           05  FILLER                      PIC X(70).

       FD  AUDIT-HISTORY-FILE.
       01  AUDIT-HISTORY-RECORD.
           05  AHST-KEY.
               10  AHST-ACCOUNT-NO         PIC X(10).
               10  AHST-CHANGE-DATE        PIC 9(08).
               10  AHST-CHANGE-TIME        PIC 9(06).
               10  AHST-SEQ-NO             PIC 9(04).
           05  AHST-CHANNEL-CODE           PIC X(01).
           05  AHST-USER-ID                PIC X(08).
           05  AHST-TERMINAL-ID            PIC X(04).
           05  AHST-FIELD-NAME             PIC X(10).
           05  AHST-BEFORE-VALUE           PIC X(30).
           05  AHST-AFTER-VALUE            PIC X(30).
           05  AHST-LOAD-DATE              PIC 9(08).
           05  AHST-APPROVER-ID            PIC X(08).
           05  FILLER                      PIC X(01).

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

       FD  CRM-EXTRACT-FILE.
       01  CRM-EXTRACT-RECORD.
           05  CRM-EXT-NAME                PIC X(30).
           05  CRM-EXT-ACCOUNT-NO          PIC 9(10).
           05  CRM-EXT-TS-DATE             PIC 9(08).
           05  CRM-EXT-TS-TIME             PIC 9(06).
           05  CRM-EXT-CAMPAIGN-ID         PIC X(08).

       FD  CRM-EXTRACT-OUT-FILE.
       01  CRM-EXTRACT-OUT-RECORD          PIC X(62).

       FD  ACK-INPUT-FILE.
       01  ACK-INPUT-RECORD.
           05  ACK-IN-ACCOUNT-NO           PIC 9(10).
           05  ACK-IN-TS-DATE              PIC 9(08).
           05  ACK-IN-TS-TIME              PIC 9(06).
           05  ACK-IN-STATUS               PIC X(01).

       FD  ACK-OUTPUT-FILE.
       01  ACK-OUTPUT-RECORD               PIC X(25).

       FD  RESEND-FILE.
       01  RESEND-RECORD.
           05  RSND-NAME                   PIC X(30).
           05  RSND-ACCOUNT-NO             PIC 9(10).
           05  RSND-TS-DATE                PIC 9(08).
           05  RSND-TS-TIME                PIC 9(06).
           05  RSND-CAMPAIGN-ID            PIC X(08).

       FD  RESEND-OUT-FILE.
       01  RESEND-OUT-RECORD               PIC X(62).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARCH-DATASET-TAG            PIC X(08).
           05  ARCH-CYCLE-DATE             PIC 9(08).
           05  ARCH-RECORD-IMAGE           PIC X(80).

       FD  ARCHIVE-OUT-FILE.
       01  ARCHIVE-OUT-RECORD              PIC X(96).

       FD  CRM-CHANGE-FILE.
       01  CRM-CHANGE-DETAIL.
           05  CCHG-RECORD-TYPE            PIC X(01).
           05  CCHG-CHANGE-TYPE            PIC X(01).
           05  CCHG-ACCOUNT-NO             PIC 9(10).
           05  CCHG-NAME                   PIC X(30).
           05  FILLER                      PIC X(38).

       FD  CRM-CHANGE-OUT-FILE.
       01  CRM-CHANGE-OUT-RECORD           PIC X(80).

       FD  BATCH-AUDIT-FILE.
       01  BATCH-AUDIT-RECORD.
           05  MAUD-CHANGE-DATE            PIC 9(08).
           05  MAUD-CHANGE-TIME            PIC 9(06).
           05  MAUD-ACCOUNT-NO             PIC X(10).
           05  MAUD-FIELD-NAME             PIC X(10).
           05  MAUD-BEFORE-VALUE           PIC X(30).
           05  MAUD-AFTER-VALUE            PIC X(30).
           05  MAUD-PROGRAM-ID             PIC X(08).

       FD  BATCH-AUDIT-OUT-FILE.
       01  BATCH-AUDIT-OUT-RECORD          PIC X(102).

       FD  CERTIFICATE-REPORT-FILE.
       01  CERTIFICATE-REPORT-RECORD       PIC X(132).
      /
       WORKING-STORAGE SECTION.

       77  WS-MAX-REQUESTS                PIC 9(04) COMP VALUE 500.

       77  WS-REQUEST-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  END-OF-REQUEST-FILE            VALUE 'Y'.

       77  WS-INPUT-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  END-OF-INPUT-FILE              VALUE 'Y'.

       77  WS-BROWSE-SWITCH               PIC X(01) VALUE 'N'.
           88  ACCOUNT-BROWSE-DONE            VALUE 'Y'.

       77  WS-ERASE-MATCH-SWITCH          PIC X(01) VALUE 'N'.
           88  ACCOUNT-TO-ERASE               VALUE 'Y'.

       77  WS-MISSING-DATASET-SWITCH      PIC X(01) VALUE 'N'.
           88  ANY-DATASET-MISSING            VALUE 'Y'.

       77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
       77  WS-CURRENT-TIME                PIC 9(08) VALUE ZERO.

       77  WS-ERASED-VALUE                PIC X(30) VALUE
           "*** ERASED ***".
       77  WS-ERASURE-REASON-CODE         PIC X(04) VALUE "ERAS".
       77  WS-PROGRAM-USER-ID             PIC X(08) VALUE "CUSTERAS".

       77  WS-SEARCH-ACCOUNT              PIC 9(10) VALUE ZERO.
       77  WS-ARCH-ACCOUNT-TEXT           PIC X(10) VALUE SPACES.
       77  WS-REFUSAL-REASON              PIC X(80) VALUE SPACES.
       77  WS-ERASING-ACCOUNT             PIC 9(10) VALUE ZERO.
       77  WS-ERASING-ACCOUNT-TEXT        PIC X(10) VALUE SPACES.
       77  WS-DS-SUB                      PIC 9(04) COMP VALUE ZERO.
       77  WS-DS-COUNT                    PIC 9(07) VALUE ZERO.

       77  WS-REQUEST-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  WS-REQUESTS-READ-COUNT         PIC 9(08) VALUE ZERO.
       77  WS-ERASED-COUNT                PIC 9(08) VALUE ZERO.
       77  WS-HOLD-REFUSED-COUNT          PIC 9(08) VALUE ZERO.
       77  WS-OTHER-REFUSED-COUNT         PIC 9(08) VALUE ZERO.

       77  WS-ERASREQ-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-LGLHOLD-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-CUSTMAST-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-REJTRACK-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-SUPPFILE-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-CONTHIST-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-RSNDCTL-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-AUDHIST-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-PENDCHG-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-CRMFEED-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-CRMFEEDO-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-CRMACKF-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-CRMACKFO-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-CRMRSND-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-CRMRSNDO-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-ARCHFILE-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-ARCHFILO-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-CRMCHGF-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-CRMCHGFO-FILE-STATUS        PIC X(02) VALUE "00".
       77  WS-MNTAUD-FILE-STATUS          PIC X(02) VALUE "00".
       77  WS-MNTAUDO-FILE-STATUS         PIC X(02) VALUE "00".
       77  WS-ERASRPT-FILE-STATUS         PIC X(02) VALUE "00".

      *    The datasets in certificate order.  The subscript of each
      *    entry is also its subscript in WS-REQ-DS-COUNT and
      *    WS-DATASET-STATE:
      *      1 CUSTMAST   2 REJTRACK   3 SUPPFILE   4 AUDHIST
      *      5 CONTHIST   6 RSNDCTL    7 PENDCHG    8 CRMFEED
      *      9 CRMACKF   10 CRMRSND   11 ARCHFILE  12 CRMCHGF
      *     13 MNTAUD
       01  WS-DATASET-VALUES.
           05  FILLER                     PIC X(08) VALUE "CUSTMAST".
           05  FILLER                     PIC X(40) VALUE
               "RECORD DELETED".
           05  FILLER                     PIC X(08) VALUE "REJTRACK".
           05  FILLER                     PIC X(40) VALUE
               "RECORD DELETED".
           05  FILLER                     PIC X(08) VALUE "SUPPFILE".
           05  FILLER                     PIC X(40) VALUE
               "CUT DOWN TO ACCOUNT AND REASON ERAS".
           05  FILLER                     PIC X(08) VALUE "AUDHIST ".
           05  FILLER                     PIC X(40) VALUE
               "VALUES OVERWRITTEN - ENTRIES KEPT".
           05  FILLER                     PIC X(08) VALUE "CONTHIST".
           05  FILLER                     PIC X(40) VALUE
               "RECORD DELETED".
           05  FILLER                     PIC X(08) VALUE "RSNDCTL ".
           05  FILLER                     PIC X(40) VALUE
               "RECORD DELETED".
           05  FILLER                     PIC X(08) VALUE "PENDCHG ".
           05  FILLER                     PIC X(40) VALUE
               "VALUES OVERWRITTEN - PENDING EXPIRED".
           05  FILLER                     PIC X(08) VALUE "CRMFEED ".
           05  FILLER                     PIC X(40) VALUE
               "NAME OVERWRITTEN IN RETAINED COPY".
           05  FILLER                     PIC X(08) VALUE "CRMACKF ".
           05  FILLER                     PIC X(40) VALUE
               "DROPPED FROM RETAINED COPY".
           05  FILLER                     PIC X(08) VALUE "CRMRSND ".
           05  FILLER                     PIC X(40) VALUE
               "NAME OVERWRITTEN IN RETAINED COPY".
           05  FILLER                     PIC X(08) VALUE "ARCHFILE".
           05  FILLER                     PIC X(40) VALUE
               "DROPPED FROM RETAINED COPY".
           05  FILLER                     PIC X(08) VALUE "CRMCHGF ".
           05  FILLER                     PIC X(40) VALUE
               "NAME OVERWRITTEN IN RETAINED COPY".
           05  FILLER                     PIC X(08) VALUE "MNTAUD  ".
           05  FILLER                     PIC X(40) VALUE
               "VALUES OVERWRITTEN IN RETAINED COPY".
       01  WS-DATASET-TABLE REDEFINES WS-DATASET-VALUES.
           05  WS-DATASET-ENTRY OCCURS 13 TIMES.
               10  WS-DS-NAME              PIC X(08).
               10  WS-DS-ACTION            PIC X(40).

       01  WS-DATASET-STATE-TABLE.
           05  WS-DATASET-STATE OCCURS 13 TIMES.
               10  WS-DS-MISSING-FLAG      PIC X(01).
                   88  WS-DS-MISSING           VALUE 'Y'.
               10  WS-DS-TOTAL             PIC 9(08).

      *    One entry per request read, in the order received.  Only
      *    entries marked E are erased; a refused entry keeps its
      *    reason for the certificate.
       01  WS-REQUEST-TABLE.
           05  WS-REQ-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-REQ-IDX.
               10  WS-REQ-REQUEST-ID       PIC X(12).
               10  WS-REQ-ACCOUNT-TEXT     PIC X(10).
               10  WS-REQ-ACCOUNT-NO       PIC 9(10).
               10  WS-REQ-RECEIVED-DATE    PIC 9(08).
               10  WS-REQ-VERIFIED-BY      PIC X(08).
               10  WS-REQ-DISPOSITION      PIC X(01).
                   88  WS-REQ-TO-ERASE         VALUE 'E'.
                   88  WS-REQ-REFUSED          VALUE 'R'.
               10  WS-REQ-REFUSAL-REASON   PIC X(80).
               10  WS-REQ-SUPP-ACTION      PIC X(01).
                   88  WS-REQ-SUPP-ADDED       VALUE 'A'.
                   88  WS-REQ-SUPP-REDUCED     VALUE 'R'.
               10  WS-REQ-DS-COUNT OCCURS 13 TIMES
                                           PIC 9(07).

       01  WS-HOLD-REASON-WORK.
           05  FILLER                     PIC X(11) VALUE
               "LEGAL HOLD ".
           05  WS-HLD-HOLD-REF             PIC X(12).
           05  FILLER                     PIC X(08) VALUE
               " PLACED ".
           05  WS-HLD-PLACED-DATE          PIC 9999/99/99.
           05  FILLER                     PIC X(03) VALUE
               " - ".
           05  WS-HLD-REASON-TEXT          PIC X(30).

       01  WS-DUPLICATE-REASON-WORK.
           05  FILLER                     PIC X(35) VALUE
               "ACCOUNT ALREADY REQUESTED IN RUN - ".
           05  WS-DUP-REQUEST-ID           PIC X(12).

       01  WS-ERROR-MESSAGE.
           05  WS-ERR-FILE-NAME           PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-ERR-OPERATION           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(14) VALUE
               "FILE STATUS = ".
           05  WS-ERR-STATUS               PIC X(02).

       01  WS-ERAS-HEADING-1.
           05  FILLER                     PIC X(42) VALUE
               "CUSTERAS DATA ERASURE CERTIFICATES".
           05  FILLER                     PIC X(10) VALUE
               "RUN DATE: ".
           05  WS-HDG-RUN-DATE             PIC 9999/99/99.

       01  WS-CERT-HEADING.
           05  FILLER                     PIC X(09) VALUE
               "REQUEST: ".
           05  WS-CRT-REQUEST-ID           PIC X(12).
           05  FILLER                     PIC X(11) VALUE
               "  ACCOUNT: ".
           05  WS-CRT-ACCOUNT-NO           PIC X(10).
           05  FILLER                     PIC X(12) VALUE
               "  RECEIVED: ".
           05  WS-CRT-RECEIVED-DATE        PIC 9999/99/99.
           05  FILLER                     PIC X(15) VALUE
               "  VERIFIED BY: ".
           05  WS-CRT-VERIFIED-BY          PIC X(08).

       01  WS-CERT-RESULT-LINE.
           05  FILLER                     PIC X(10) VALUE
               "  RESULT: ".
           05  WS-CRT-RESULT-TEXT          PIC X(90).

       01  WS-CERT-COLUMN-HEADING.
           05  FILLER                     PIC X(12) VALUE
               "  DATASET   ".
           05  FILLER                     PIC X(12) VALUE
               "    RECORDS ".
           05  FILLER                     PIC X(12) VALUE
               " ACTION".

       01  WS-CERT-DETAIL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CRT-DATASET-NAME         PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CRT-RECORD-COUNT         PIC ZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CRT-ACTION-TEXT          PIC X(40).

       01  WS-ERAS-TOTAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-ERAS-TOTAL-LABEL         PIC X(26).
           05  FILLER                     PIC X(02) VALUE
               "= ".
           05  WS-ERAS-TOTAL-VALUE         PIC ZZ,ZZZ,ZZ9.
      /
       PROCEDURE DIVISION.
       Main.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-REQUEST THRU 2000-EXIT
               UNTIL END-OF-REQUEST-FILE
           PERFORM 2900-CLOSE-REQUEST-FILES THRU 2900-EXIT
           PERFORM 3000-ERASE-KEYED-DATASETS THRU 3000-EXIT
           PERFORM 4000-ERASE-CRM-EXTRACT THRU 4000-EXIT
           PERFORM 5000-ERASE-ACK-FILE THRU 5000-EXIT
           PERFORM 6000-ERASE-RESEND-FILE THRU 6000-EXIT
           PERFORM 6500-ERASE-ARCHIVE-FILE THRU 6500-EXIT
           PERFORM 6800-ERASE-CRM-CHANGE-FEED THRU 6800-EXIT
           PERFORM 6900-ERASE-BATCH-AUDIT THRU 6900-EXIT
           PERFORM 7050-CHECK-DATASET-MISSING THRU 7050-EXIT
               VARYING WS-DS-SUB FROM 1 BY 1
               UNTIL WS-DS-SUB GREATER THAN 13
           PERFORM 7100-PRINT-CERTIFICATE THRU 7100-EXIT
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX GREATER THAN WS-REQUEST-COUNT
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           IF WS-HOLD-REFUSED-COUNT GREATER THAN ZERO
               OR WS-OTHER-REFUSED-COUNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

      *    The legal-hold file is opened first:  without it no
      *    request can safely be processed, so the run stops before
      *    any dataset is opened.
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           INITIALIZE WS-DATASET-STATE-TABLE
           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-LGLHOLD-FILE-STATUS = "35"
               DISPLAY "CUSTERAS - RUN REFUSED, LEGAL HOLD FILE "
                   "NOT FOUND - NO REQUEST PROCESSED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-LGLHOLD-FILE-STATUS NOT = "00"
               MOVE "LEGAL-HOLD-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"            TO WS-ERR-OPERATION
               MOVE WS-LGLHOLD-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN INPUT ERASURE-REQUEST-FILE
           IF WS-ERASREQ-FILE-STATUS NOT = "00"
               MOVE "ERASURE-REQUEST" TO WS-ERR-FILE-NAME
               MOVE "OPEN"            TO WS-ERR-OPERATION
               MOVE WS-ERASREQ-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN OUTPUT CERTIFICATE-REPORT-FILE
           IF WS-ERASRPT-FILE-STATUS NOT = "00"
               MOVE "CERTIFICATE-REPORT" TO WS-ERR-FILE-NAME
               MOVE "OPEN"               TO WS-ERR-OPERATION
               MOVE WS-ERASRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE
           MOVE WS-ERAS-HEADING-1 TO CERTIFICATE-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           PERFORM 1500-READ-REQUEST THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

       1500-READ-REQUEST.
           READ ERASURE-REQUEST-FILE
               AT END
                   SET END-OF-REQUEST-FILE TO TRUE
               NOT AT END
                   IF WS-ERASREQ-FILE-STATUS NOT = "00"
                       MOVE "ERASURE-REQUEST" TO WS-ERR-FILE-NAME
                       MOVE "READ"            TO WS-ERR-OPERATION
                       MOVE WS-ERASREQ-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
                   ADD 1 TO WS-REQUESTS-READ-COUNT
           END-READ.
       1500-EXIT.
           EXIT.

      *    Every request is checked and tabled before any dataset is
      *    touched, so a refusal never leaves a customer half erased.
       2000-LOAD-REQUEST.
           IF WS-REQUEST-COUNT NOT LESS THAN WS-MAX-REQUESTS
               DISPLAY "CUSTERAS - REQUEST TABLE FULL AT "
                   WS-MAX-REQUESTS " ENTRIES - SPLIT THE REQUEST FILE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-REFUSAL-REASON
           PERFORM 2100-CHECK-REQUEST THRU 2100-EXIT
           ADD 1 TO WS-REQUEST-COUNT
           SET WS-REQ-IDX TO WS-REQUEST-COUNT
           INITIALIZE WS-REQ-ENTRY (WS-REQ-IDX)
           MOVE ERQ-REQUEST-ID TO WS-REQ-REQUEST-ID (WS-REQ-IDX)
           MOVE ERQ-ACCOUNT-NO TO WS-REQ-ACCOUNT-TEXT (WS-REQ-IDX)
           MOVE ERQ-VERIFIED-BY TO WS-REQ-VERIFIED-BY (WS-REQ-IDX)
           IF ERQ-RECEIVED-DATE IS NUMERIC
               MOVE ERQ-RECEIVED-DATE TO
                   WS-REQ-RECEIVED-DATE (WS-REQ-IDX)
           END-IF
           IF WS-REFUSAL-REASON = SPACES
               MOVE ERQ-ACCOUNT-NO TO WS-REQ-ACCOUNT-NO (WS-REQ-IDX)
               SET WS-REQ-TO-ERASE (WS-REQ-IDX) TO TRUE
               ADD 1 TO WS-ERASED-COUNT
           ELSE
               SET WS-REQ-REFUSED (WS-REQ-IDX) TO TRUE
               MOVE WS-REFUSAL-REASON TO
                   WS-REQ-REFUSAL-REASON (WS-REQ-IDX)
           END-IF
           PERFORM 1500-READ-REQUEST THRU 1500-EXIT.
       2000-EXIT.
           EXIT.

       2100-CHECK-REQUEST.
           IF ERQ-ACCOUNT-NO IS NOT NUMERIC
               MOVE "ACCOUNT NUMBER NOT NUMERIC" TO WS-REFUSAL-REASON
               ADD 1 TO WS-OTHER-REFUSED-COUNT
               GO TO 2100-EXIT
           END-IF
           IF ERQ-VERIFIED-BY = SPACES
               MOVE "REQUEST NOT VERIFIED" TO WS-REFUSAL-REASON
               ADD 1 TO WS-OTHER-REFUSED-COUNT
               GO TO 2100-EXIT
           END-IF
           MOVE ERQ-ACCOUNT-NO TO WS-SEARCH-ACCOUNT
           PERFORM 2500-FIND-ERASED-ACCOUNT THRU 2500-EXIT
           IF ACCOUNT-TO-ERASE
               MOVE WS-REQ-REQUEST-ID (WS-REQ-IDX) TO WS-DUP-REQUEST-ID
               MOVE WS-DUPLICATE-REASON-WORK TO WS-REFUSAL-REASON
               ADD 1 TO WS-OTHER-REFUSED-COUNT
               GO TO 2100-EXIT
           END-IF
           MOVE ERQ-ACCOUNT-NO TO LHLD-ACCOUNT-NO
           READ LEGAL-HOLD-FILE
           EVALUATE WS-LGLHOLD-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   GO TO 2100-EXIT
               WHEN OTHER
                   MOVE "LEGAL-HOLD-FILE" TO WS-ERR-FILE-NAME
                   MOVE "READ"            TO WS-ERR-OPERATION
                   MOVE WS-LGLHOLD-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE
      *    A hold stands until its release date has been reached.
           IF LHLD-RELEASE-DATE GREATER THAN ZERO
               AND LHLD-RELEASE-DATE NOT GREATER THAN WS-CURRENT-DATE
               GO TO 2100-EXIT
           END-IF
           MOVE LHLD-HOLD-REF TO WS-HLD-HOLD-REF
           MOVE LHLD-PLACED-DATE TO WS-HLD-PLACED-DATE
           MOVE LHLD-REASON-TEXT TO WS-HLD-REASON-TEXT
           MOVE WS-HOLD-REASON-WORK TO WS-REFUSAL-REASON
           ADD 1 TO WS-HOLD-REFUSED-COUNT.
       2100-EXIT.
           EXIT.

      *    Look WS-SEARCH-ACCOUNT up among the requests being erased;
      *    on a match WS-REQ-IDX is left on its entry.
       2500-FIND-ERASED-ACCOUNT.
           MOVE 'N' TO WS-ERASE-MATCH-SWITCH
           IF WS-ERASED-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF
           SET WS-REQ-IDX TO 1
           SEARCH WS-REQ-ENTRY
               AT END
                   GO TO 2500-EXIT
               WHEN WS-REQ-IDX GREATER THAN WS-REQUEST-COUNT
                   GO TO 2500-EXIT
               WHEN WS-REQ-TO-ERASE (WS-REQ-IDX)
                   AND WS-REQ-ACCOUNT-NO (WS-REQ-IDX) =
                       WS-SEARCH-ACCOUNT
                   CONTINUE
           END-SEARCH
           SET ACCOUNT-TO-ERASE TO TRUE.
       2500-EXIT.
           EXIT.

       2900-CLOSE-REQUEST-FILES.
           CLOSE ERASURE-REQUEST-FILE
           IF WS-ERASREQ-FILE-STATUS NOT = "00"
               MOVE "ERASURE-REQUEST" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"           TO WS-ERR-OPERATION
               MOVE WS-ERASREQ-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE LEGAL-HOLD-FILE
           IF WS-LGLHOLD-FILE-STATUS NOT = "00"
               MOVE "LEGAL-HOLD-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"           TO WS-ERR-OPERATION
               MOVE WS-LGLHOLD-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       2900-EXIT.
           EXIT.

      *    The keyed datasets are opened together and each accepted
      *    account is erased from all of them in turn.  A keyed
      *    dataset that does not exist holds nothing to erase;
      *    SUPPFILE alone is created, since the customer must end up
      *    on it.
       3000-ERASE-KEYED-DATASETS.
           PERFORM 3050-OPEN-KEYED-FILES THRU 3050-EXIT
           PERFORM 3100-ERASE-ONE-ACCOUNT THRU 3100-EXIT
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX GREATER THAN WS-REQUEST-COUNT
           PERFORM 3900-CLOSE-KEYED-FILES THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

       3050-OPEN-KEYED-FILES.
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUSTMAST-FILE-STATUS = "35"
               MOVE 'Y' TO WS-DS-MISSING-FLAG (1)
           ELSE
               IF WS-CUSTMAST-FILE-STATUS NOT = "00"
                   MOVE "CUSTOMER-MASTER" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"            TO WS-ERR-OPERATION
                   MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF
           OPEN I-O REJECT-TRACK-FILE
           IF WS-REJTRACK-FILE-STATUS = "35"
               MOVE 'Y' TO WS-DS-MISSING-FLAG (2)
           ELSE
               IF WS-REJTRACK-FILE-STATUS NOT = "00"
                   MOVE "REJECT-TRACK-FILE" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"              TO WS-ERR-OPERATION
                   MOVE WS-REJTRACK-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF
           OPEN I-O SUPPRESSION-FILE
           IF WS-SUPPFILE-FILE-STATUS = "35"
               OPEN OUTPUT SUPPRESSION-FILE
               IF WS-SUPPFILE-FILE-STATUS = "00"
                   CLOSE SUPPRESSION-FILE
                   OPEN I-O SUPPRESSION-FILE
               END-IF
           END-IF
           IF WS-SUPPFILE-FILE-STATUS NOT = "00"
               MOVE "SUPPRESSION-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"             TO WS-ERR-OPERATION
               MOVE WS-SUPPFILE-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN I-O AUDIT-HISTORY-FILE
           IF WS-AUDHIST-FILE-STATUS = "35"
               MOVE 'Y' TO WS-DS-MISSING-FLAG (4)
           ELSE
               IF WS-AUDHIST-FILE-STATUS NOT = "00"
                   MOVE "AUDIT-HISTORY-FILE" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"               TO WS-ERR-OPERATION
                   MOVE WS-AUDHIST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF
           OPEN I-O CONTACT-HISTORY-FILE
           IF WS-CONTHIST-FILE-STATUS = "35"
               MOVE 'Y' TO WS-DS-MISSING-FLAG (5)
           ELSE
               IF WS-CONTHIST-FILE-STATUS NOT = "00"
                   MOVE "CONTACT-HISTORY" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"            TO WS-ERR-OPERATION
                   MOVE WS-CONTHIST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF
           OPEN I-O RETRY-CONTROL-FILE
           IF WS-RSNDCTL-FILE-STATUS = "35"
               MOVE 'Y' TO WS-DS-MISSING-FLAG (6)
           ELSE
               IF WS-RSNDCTL-FILE-STATUS NOT = "00"
                   MOVE "RETRY-CONTROL-FILE" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"               TO WS-ERR-OPERATION
                   MOVE WS-RSNDCTL-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF
           OPEN I-O PENDING-CHANGE-FILE
           IF WS-PENDCHG-FILE-STATUS = "35"
               MOVE 'Y' TO WS-DS-MISSING-FLAG (7)
           ELSE
               IF WS-PENDCHG-FILE-STATUS NOT = "00"
                   MOVE "PENDING-CHANGE-FILE" TO WS-ERR-FILE-NAME
                   MOVE "OPEN"                TO WS-ERR-OPERATION
                   MOVE WS-PENDCHG-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF.
       3050-EXIT.
           EXIT.

       3100-ERASE-ONE-ACCOUNT.
           IF NOT WS-REQ-TO-ERASE (WS-REQ-IDX)
               GO TO 3100-EXIT
           END-IF
           MOVE WS-REQ-ACCOUNT-NO (WS-REQ-IDX) TO WS-ERASING-ACCOUNT
           MOVE WS-ERASING-ACCOUNT TO WS-ERASING-ACCOUNT-TEXT
           IF NOT WS-DS-MISSING (1)
               PERFORM 3200-DELETE-CUSTOMER-MASTER THRU 3200-EXIT
           END-IF
           IF NOT WS-DS-MISSING (2)
               PERFORM 3250-DELETE-REJECT-TRACK THRU 3250-EXIT
           END-IF
           PERFORM 3300-REDUCE-SUPPRESSION THRU 3300-EXIT
           IF NOT WS-DS-MISSING (4)
               PERFORM 3500-ERASE-AUDIT-HISTORY THRU 3500-EXIT
           END-IF
           IF NOT WS-DS-MISSING (5)
               PERFORM 3350-DELETE-CONTACT-HISTORY THRU 3350-EXIT
           END-IF
           IF NOT WS-DS-MISSING (6)
               PERFORM 3400-DELETE-RETRY-CONTROL THRU 3400-EXIT
           END-IF
           IF NOT WS-DS-MISSING (7)
               PERFORM 3600-ERASE-PENDING-CHANGES THRU 3600-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-DELETE-CUSTOMER-MASTER.
           MOVE WS-ERASING-ACCOUNT TO CUST-MAST-ACCOUNT-NO
           DELETE CUSTOMER-MASTER-FILE RECORD
           EVALUATE WS-CUSTMAST-FILE-STATUS
               WHEN "00"
                   MOVE 1 TO WS-REQ-DS-COUNT (WS-REQ-IDX, 1)
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "CUSTOMER-MASTER" TO WS-ERR-FILE-NAME
                   MOVE "DELETE"          TO WS-ERR-OPERATION
                   MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE.
       3200-EXIT.
           EXIT.

       3250-DELETE-REJECT-TRACK.
           MOVE WS-ERASING-ACCOUNT TO RTRK-ACCOUNT-NO
           DELETE REJECT-TRACK-FILE RECORD
           EVALUATE WS-REJTRACK-FILE-STATUS
               WHEN "00"
                   MOVE 1 TO WS-REQ-DS-COUNT (WS-REQ-IDX, 2)
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "REJECT-TRACK-FILE" TO WS-ERR-FILE-NAME
                   MOVE "DELETE"            TO WS-ERR-OPERATION
                   MOVE WS-REJTRACK-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE.
       3250-EXIT.
           EXIT.

      *    The suppression entry is all that is left of the customer:
      *    account number, reason ERAS, and the erasure date.  HELLO
      *    and CRMRESND skip any account on SUPPFILE whatever its
      *    reason, so the customer is never greeted again.
       3300-REDUCE-SUPPRESSION.
           MOVE WS-ERASING-ACCOUNT TO SUPP-ACCOUNT-NO
           READ SUPPRESSION-FILE
           EVALUATE WS-SUPPFILE-FILE-STATUS
               WHEN "00"
                   SET WS-REQ-SUPP-REDUCED (WS-REQ-IDX) TO TRUE
               WHEN "23"
                   SET WS-REQ-SUPP-ADDED (WS-REQ-IDX) TO TRUE
               WHEN OTHER
                   MOVE "SUPPRESSION-FILE" TO WS-ERR-FILE-NAME
                   MOVE "READ"             TO WS-ERR-OPERATION
                   MOVE WS-SUPPFILE-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE
           MOVE SPACES TO SUPPRESSION-RECORD
           MOVE WS-ERASING-ACCOUNT TO SUPP-ACCOUNT-NO
           MOVE WS-ERASURE-REASON-CODE TO SUPP-REASON-CODE
           MOVE WS-CURRENT-DATE TO SUPP-EFF-DATE
           IF WS-REQ-SUPP-ADDED (WS-REQ-IDX)
               WRITE SUPPRESSION-RECORD
               MOVE "WRITE"   TO WS-ERR-OPERATION
           ELSE
               REWRITE SUPPRESSION-RECORD
               MOVE "REWRITE" TO WS-ERR-OPERATION
           END-IF
           IF WS-SUPPFILE-FILE-STATUS NOT = "00"
               MOVE "SUPPRESSION-FILE" TO WS-ERR-FILE-NAME
               MOVE WS-SUPPFILE-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           MOVE 1 TO WS-REQ-DS-COUNT (WS-REQ-IDX, 3).
       3300-EXIT.
           EXIT.

       3350-DELETE-CONTACT-HISTORY.
           MOVE WS-ERASING-ACCOUNT TO CHST-ACCOUNT-NO
           DELETE CONTACT-HISTORY-FILE RECORD
           EVALUATE WS-CONTHIST-FILE-STATUS
               WHEN "00"
                   MOVE 1 TO WS-REQ-DS-COUNT (WS-REQ-IDX, 5)
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "CONTACT-HISTORY" TO WS-ERR-FILE-NAME
                   MOVE "DELETE"          TO WS-ERR-OPERATION
                   MOVE WS-CONTHIST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE.
       3350-EXIT.
           EXIT.

       3400-DELETE-RETRY-CONTROL.
           MOVE WS-ERASING-ACCOUNT TO RTRY-ACCOUNT-NO
           DELETE RETRY-CONTROL-FILE RECORD
           EVALUATE WS-RSNDCTL-FILE-STATUS
               WHEN "00"
                   MOVE 1 TO WS-REQ-DS-COUNT (WS-REQ-IDX, 6)
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "RETRY-CONTROL-FILE" TO WS-ERR-FILE-NAME
                   MOVE "DELETE"             TO WS-ERR-OPERATION
                   MOVE WS-RSNDCTL-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE.
       3400-EXIT.
           EXIT.

      *    Audit entries keep their key, channel, user, terminal,
      *    field name and approver, so the change trail is still
      *    complete; only the customer's values are overwritten.
       3500-ERASE-AUDIT-HISTORY.
           MOVE 'N' TO WS-BROWSE-SWITCH
           MOVE WS-ERASING-ACCOUNT-TEXT TO AHST-ACCOUNT-NO
           MOVE ZERO TO AHST-CHANGE-DATE
           MOVE ZERO TO AHST-CHANGE-TIME
           MOVE ZERO TO AHST-SEQ-NO
           START AUDIT-HISTORY-FILE
               KEY NOT LESS THAN AHST-KEY
           EVALUATE WS-AUDHIST-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   GO TO 3500-EXIT
               WHEN OTHER
                   MOVE "AUDIT-HISTORY-FILE" TO WS-ERR-FILE-NAME
                   MOVE "START"              TO WS-ERR-OPERATION
                   MOVE WS-AUDHIST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE
           PERFORM 3510-READ-NEXT-AUDIT THRU 3510-EXIT
           PERFORM 3550-ERASE-AUDIT-ENTRY THRU 3550-EXIT
               UNTIL ACCOUNT-BROWSE-DONE.
       3500-EXIT.
           EXIT.

       3510-READ-NEXT-AUDIT.
           READ AUDIT-HISTORY-FILE NEXT RECORD
               AT END
                   SET ACCOUNT-BROWSE-DONE TO TRUE
               NOT AT END
                   IF WS-AUDHIST-FILE-STATUS NOT = "00"
                       MOVE "AUDIT-HISTORY-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"               TO WS-ERR-OPERATION
                       MOVE WS-AUDHIST-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
                   IF AHST-ACCOUNT-NO NOT = WS-ERASING-ACCOUNT-TEXT
                       SET ACCOUNT-BROWSE-DONE TO TRUE
                   END-IF
           END-READ.
       3510-EXIT.
           EXIT.

       3550-ERASE-AUDIT-ENTRY.
           MOVE WS-ERASED-VALUE TO AHST-BEFORE-VALUE
           MOVE WS-ERASED-VALUE TO AHST-AFTER-VALUE
           REWRITE AUDIT-HISTORY-RECORD
           IF WS-AUDHIST-FILE-STATUS NOT = "00"
               MOVE "AUDIT-HISTORY-FILE" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"            TO WS-ERR-OPERATION
               MOVE WS-AUDHIST-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           ADD 1 TO WS-REQ-DS-COUNT (WS-REQ-IDX, 4)
           PERFORM 3510-READ-NEXT-AUDIT THRU 3510-EXIT.
       3550-EXIT.
           EXIT.

      *    Pending-change entries are treated like audit entries.  A
      *    change still waiting for approval is also expired, with
      *    this program as the deciding user, so it can never be
      *    applied to the erased customer.
       3600-ERASE-PENDING-CHANGES.
           MOVE 'N' TO WS-BROWSE-SWITCH
           MOVE WS-ERASING-ACCOUNT TO PEND-ACCOUNT-NO
           MOVE ZERO TO PEND-ENTRY-DATE
           MOVE ZERO TO PEND-ENTRY-TIME
           MOVE ZERO TO PEND-SEQ-NO
           START PENDING-CHANGE-FILE
               KEY NOT LESS THAN PEND-KEY
           EVALUATE WS-PENDCHG-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   GO TO 3600-EXIT
               WHEN OTHER
                   MOVE "PENDING-CHANGE-FILE" TO WS-ERR-FILE-NAME
                   MOVE "START"               TO WS-ERR-OPERATION
                   MOVE WS-PENDCHG-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
           END-EVALUATE
           PERFORM 3610-READ-NEXT-PENDING THRU 3610-EXIT
           PERFORM 3650-ERASE-PENDING-ENTRY THRU 3650-EXIT
               UNTIL ACCOUNT-BROWSE-DONE.
       3600-EXIT.
           EXIT.

       3610-READ-NEXT-PENDING.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   SET ACCOUNT-BROWSE-DONE TO TRUE
               NOT AT END
                   IF WS-PENDCHG-FILE-STATUS NOT = "00"
                       MOVE "PENDING-CHANGE-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"                TO WS-ERR-OPERATION
                       MOVE WS-PENDCHG-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
                   IF PEND-ACCOUNT-NO NOT = WS-ERASING-ACCOUNT
                       SET ACCOUNT-BROWSE-DONE TO TRUE
                   END-IF
           END-READ.
       3610-EXIT.
           EXIT.

       3650-ERASE-PENDING-ENTRY.
           MOVE WS-ERASED-VALUE TO PEND-BEFORE-VALUE
           MOVE WS-ERASED-VALUE TO PEND-AFTER-VALUE
           IF PEND-PENDING
               SET PEND-EXPIRED TO TRUE
               MOVE WS-PROGRAM-USER-ID TO PEND-CHECKER-USER-ID
               MOVE WS-CURRENT-DATE TO PEND-DECISION-DATE
               MOVE WS-CURRENT-TIME (1:6) TO PEND-DECISION-TIME
           END-IF
           REWRITE PENDING-CHANGE-RECORD
           IF WS-PENDCHG-FILE-STATUS NOT = "00"
               MOVE "PENDING-CHANGE-FILE" TO WS-ERR-FILE-NAME
               MOVE "REWRITE"             TO WS-ERR-OPERATION
               MOVE WS-PENDCHG-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           ADD 1 TO WS-REQ-DS-COUNT (WS-REQ-IDX, 7)
           PERFORM 3610-READ-NEXT-PENDING THRU 3610-EXIT.
       3650-EXIT.
           EXIT.

       3900-CLOSE-KEYED-FILES.
           IF NOT WS-DS-MISSING (1)
               CLOSE CUSTOMER-MASTER-FILE
               IF WS-CUSTMAST-FILE-STATUS NOT = "00"
                   MOVE "CUSTOMER-MASTER" TO WS-ERR-FILE-NAME
                   MOVE "CLOSE"           TO WS-ERR-OPERATION
                   MOVE WS-CUSTMAST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF
           IF NOT WS-DS-MISSING (2)
               CLOSE REJECT-TRACK-FILE
               IF WS-REJTRACK-FILE-STATUS NOT = "00"
                   MOVE "REJECT-TRACK-FILE" TO WS-ERR-FILE-NAME
                   MOVE "CLOSE"             TO WS-ERR-OPERATION
                   MOVE WS-REJTRACK-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF
           CLOSE SUPPRESSION-FILE
           IF WS-SUPPFILE-FILE-STATUS NOT = "00"
               MOVE "SUPPRESSION-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"            TO WS-ERR-OPERATION
               MOVE WS-SUPPFILE-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           IF NOT WS-DS-MISSING (4)
               CLOSE AUDIT-HISTORY-FILE
               IF WS-AUDHIST-FILE-STATUS NOT = "00"
                   MOVE "AUDIT-HISTORY-FILE" TO WS-ERR-FILE-NAME
                   MOVE "CLOSE"              TO WS-ERR-OPERATION
                   MOVE WS-AUDHIST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF
           IF NOT WS-DS-MISSING (5)
               CLOSE CONTACT-HISTORY-FILE
               IF WS-CONTHIST-FILE-STATUS NOT = "00"
                   MOVE "CONTACT-HISTORY" TO WS-ERR-FILE-NAME
                   MOVE "CLOSE"           TO WS-ERR-OPERATION
                   MOVE WS-CONTHIST-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF
           IF NOT WS-DS-MISSING (6)
               CLOSE RETRY-CONTROL-FILE
               IF WS-RSNDCTL-FILE-STATUS NOT = "00"
                   MOVE "RETRY-CONTROL-FILE" TO WS-ERR-FILE-NAME
                   MOVE "CLOSE"              TO WS-ERR-OPERATION
                   MOVE WS-RSNDCTL-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF
           IF NOT WS-DS-MISSING (7)
               CLOSE PENDING-CHANGE-FILE
               IF WS-PENDCHG-FILE-STATUS NOT = "00"
                   MOVE "PENDING-CHANGE-FILE" TO WS-ERR-FILE-NAME
                   MOVE "CLOSE"               TO WS-ERR-OPERATION
                   MOVE WS-PENDCHG-FILE-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-ABEND THRU 9000-EXIT
               END-IF
           END-IF.
       3900-EXIT.
           EXIT.

      *    Cycle extract:  every record is copied to the retained
      *    output, with the name overwritten for an erased account so
      *    the cycle's counts still balance.
       4000-ERASE-CRM-EXTRACT.
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           OPEN INPUT CRM-EXTRACT-FILE
           IF WS-CRMFEED-FILE-STATUS = "35"
               MOVE 'Y' TO WS-DS-MISSING-FLAG (8)
               GO TO 4000-EXIT
           END-IF
           IF WS-CRMFEED-FILE-STATUS NOT = "00"
               MOVE "CRM-EXTRACT-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"             TO WS-ERR-OPERATION
               MOVE WS-CRMFEED-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN OUTPUT CRM-EXTRACT-OUT-FILE
           IF WS-CRMFEEDO-FILE-STATUS NOT = "00"
               MOVE "CRM-EXTRACT-OUT" TO WS-ERR-FILE-NAME
               MOVE "OPEN"            TO WS-ERR-OPERATION
               MOVE WS-CRMFEEDO-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 4100-READ-CRM-EXTRACT THRU 4100-EXIT
           PERFORM 4200-COPY-CRM-EXTRACT THRU 4200-EXIT
               UNTIL END-OF-INPUT-FILE
           CLOSE CRM-EXTRACT-FILE
           IF WS-CRMFEED-FILE-STATUS NOT = "00"
               MOVE "CRM-EXTRACT-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"            TO WS-ERR-OPERATION
               MOVE WS-CRMFEED-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE CRM-EXTRACT-OUT-FILE
           IF WS-CRMFEEDO-FILE-STATUS NOT = "00"
               MOVE "CRM-EXTRACT-OUT" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"           TO WS-ERR-OPERATION
               MOVE WS-CRMFEEDO-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-READ-CRM-EXTRACT.
           READ CRM-EXTRACT-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
               NOT AT END
                   IF WS-CRMFEED-FILE-STATUS NOT = "00"
                       MOVE "CRM-EXTRACT-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"             TO WS-ERR-OPERATION
                       MOVE WS-CRMFEED-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ.
       4100-EXIT.
           EXIT.

       4200-COPY-CRM-EXTRACT.
           MOVE CRM-EXT-ACCOUNT-NO TO WS-SEARCH-ACCOUNT
           PERFORM 2500-FIND-ERASED-ACCOUNT THRU 2500-EXIT
           IF ACCOUNT-TO-ERASE
               MOVE WS-ERASED-VALUE TO CRM-EXT-NAME
               ADD 1 TO WS-REQ-DS-COUNT (WS-REQ-IDX, 8)
           END-IF
           MOVE CRM-EXTRACT-RECORD TO CRM-EXTRACT-OUT-RECORD
           WRITE CRM-EXTRACT-OUT-RECORD
           IF WS-CRMFEEDO-FILE-STATUS NOT = "00"
               MOVE "CRM-EXTRACT-OUT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"           TO WS-ERR-OPERATION
               MOVE WS-CRMFEEDO-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 4100-READ-CRM-EXTRACT THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *    Acknowledgements carry nothing but the account and the
      *    outcome, so an erased account's records are dropped.
       5000-ERASE-ACK-FILE.
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           OPEN INPUT ACK-INPUT-FILE
           IF WS-CRMACKF-FILE-STATUS = "35"
               MOVE 'Y' TO WS-DS-MISSING-FLAG (9)
               GO TO 5000-EXIT
           END-IF
           IF WS-CRMACKF-FILE-STATUS NOT = "00"
               MOVE "ACK-INPUT-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"           TO WS-ERR-OPERATION
               MOVE WS-CRMACKF-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN OUTPUT ACK-OUTPUT-FILE
           IF WS-CRMACKFO-FILE-STATUS NOT = "00"
               MOVE "ACK-OUTPUT-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"            TO WS-ERR-OPERATION
               MOVE WS-CRMACKFO-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 5100-READ-ACK-FILE THRU 5100-EXIT
           PERFORM 5200-COPY-ACK-RECORD THRU 5200-EXIT
               UNTIL END-OF-INPUT-FILE
           CLOSE ACK-INPUT-FILE
           IF WS-CRMACKF-FILE-STATUS NOT = "00"
               MOVE "ACK-INPUT-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"          TO WS-ERR-OPERATION
               MOVE WS-CRMACKF-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE ACK-OUTPUT-FILE
           IF WS-CRMACKFO-FILE-STATUS NOT = "00"
               MOVE "ACK-OUTPUT-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"           TO WS-ERR-OPERATION
               MOVE WS-CRMACKFO-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-READ-ACK-FILE.
           READ ACK-INPUT-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
               NOT AT END
                   IF WS-CRMACKF-FILE-STATUS NOT = "00"
                       MOVE "ACK-INPUT-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"           TO WS-ERR-OPERATION
                       MOVE WS-CRMACKF-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ.
       5100-EXIT.
           EXIT.

       5200-COPY-ACK-RECORD.
           MOVE ACK-IN-ACCOUNT-NO TO WS-SEARCH-ACCOUNT
           PERFORM 2500-FIND-ERASED-ACCOUNT THRU 2500-EXIT
           IF ACCOUNT-TO-ERASE
               ADD 1 TO WS-REQ-DS-COUNT (WS-REQ-IDX, 9)
               GO TO 5200-READ-NEXT
           END-IF
           MOVE ACK-INPUT-RECORD TO ACK-OUTPUT-RECORD
           WRITE ACK-OUTPUT-RECORD
           IF WS-CRMACKFO-FILE-STATUS NOT = "00"
               MOVE "ACK-OUTPUT-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"           TO WS-ERR-OPERATION
               MOVE WS-CRMACKFO-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       5200-READ-NEXT.
           PERFORM 5100-READ-ACK-FILE THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

       6000-ERASE-RESEND-FILE.
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           OPEN INPUT RESEND-FILE
           IF WS-CRMRSND-FILE-STATUS = "35"
               MOVE 'Y' TO WS-DS-MISSING-FLAG (10)
               GO TO 6000-EXIT
           END-IF
           IF WS-CRMRSND-FILE-STATUS NOT = "00"
               MOVE "RESEND-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"        TO WS-ERR-OPERATION
               MOVE WS-CRMRSND-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN OUTPUT RESEND-OUT-FILE
           IF WS-CRMRSNDO-FILE-STATUS NOT = "00"
               MOVE "RESEND-OUT-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"            TO WS-ERR-OPERATION
               MOVE WS-CRMRSNDO-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 6100-READ-RESEND-FILE THRU 6100-EXIT
           PERFORM 6200-COPY-RESEND-RECORD THRU 6200-EXIT
               UNTIL END-OF-INPUT-FILE
           CLOSE RESEND-FILE
           IF WS-CRMRSND-FILE-STATUS NOT = "00"
               MOVE "RESEND-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"       TO WS-ERR-OPERATION
               MOVE WS-CRMRSND-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE RESEND-OUT-FILE
           IF WS-CRMRSNDO-FILE-STATUS NOT = "00"
               MOVE "RESEND-OUT-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"           TO WS-ERR-OPERATION
               MOVE WS-CRMRSNDO-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       6100-READ-RESEND-FILE.
           READ RESEND-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
               NOT AT END
                   IF WS-CRMRSND-FILE-STATUS NOT = "00"
                       MOVE "RESEND-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"        TO WS-ERR-OPERATION
                       MOVE WS-CRMRSND-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ.
       6100-EXIT.
           EXIT.

       6200-COPY-RESEND-RECORD.
           MOVE RSND-ACCOUNT-NO TO WS-SEARCH-ACCOUNT
           PERFORM 2500-FIND-ERASED-ACCOUNT THRU 2500-EXIT
           IF ACCOUNT-TO-ERASE
               MOVE WS-ERASED-VALUE TO RSND-NAME
               ADD 1 TO WS-REQ-DS-COUNT (WS-REQ-IDX, 10)
           END-IF
           MOVE RESEND-RECORD TO RESEND-OUT-RECORD
           WRITE RESEND-OUT-RECORD
           IF WS-CRMRSNDO-FILE-STATUS NOT = "00"
               MOVE "RESEND-OUT-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"           TO WS-ERR-OPERATION
               MOVE WS-CRMRSNDO-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 6100-READ-RESEND-FILE THRU 6100-EXIT.
       6200-EXIT.
           EXIT.

      *    The archive holds images of records HISTPURG aged off the
      *    datasets above; the account sits where it sat in the
      *    original record.  Run-history images carry no customer.
      *    Images for an erased account are dropped.
       6500-ERASE-ARCHIVE-FILE.
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHFILE-FILE-STATUS = "35"
               MOVE 'Y' TO WS-DS-MISSING-FLAG (11)
               GO TO 6500-EXIT
           END-IF
           IF WS-ARCHFILE-FILE-STATUS NOT = "00"
               MOVE "ARCHIVE-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"         TO WS-ERR-OPERATION
               MOVE WS-ARCHFILE-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN OUTPUT ARCHIVE-OUT-FILE
           IF WS-ARCHFILO-FILE-STATUS NOT = "00"
               MOVE "ARCHIVE-OUT-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"             TO WS-ERR-OPERATION
               MOVE WS-ARCHFILO-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 6600-READ-ARCHIVE-FILE THRU 6600-EXIT
           PERFORM 6700-COPY-ARCHIVE-RECORD THRU 6700-EXIT
               UNTIL END-OF-INPUT-FILE
           CLOSE ARCHIVE-FILE
           IF WS-ARCHFILE-FILE-STATUS NOT = "00"
               MOVE "ARCHIVE-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"        TO WS-ERR-OPERATION
               MOVE WS-ARCHFILE-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE ARCHIVE-OUT-FILE
           IF WS-ARCHFILO-FILE-STATUS NOT = "00"
               MOVE "ARCHIVE-OUT-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"            TO WS-ERR-OPERATION
               MOVE WS-ARCHFILO-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       6500-EXIT.
           EXIT.

       6600-READ-ARCHIVE-FILE.
           READ ARCHIVE-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
               NOT AT END
                   IF WS-ARCHFILE-FILE-STATUS NOT = "00"
                       MOVE "ARCHIVE-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"         TO WS-ERR-OPERATION
                       MOVE WS-ARCHFILE-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ.
       6600-EXIT.
           EXIT.

       6700-COPY-ARCHIVE-RECORD.
           EVALUATE ARCH-DATASET-TAG
               WHEN "CRMFEED "
               WHEN "CRMRSND "
               WHEN "CUSTMAST"
                   MOVE ARCH-RECORD-IMAGE (31:10) TO
                       WS-ARCH-ACCOUNT-TEXT
               WHEN "CRMACKF "
                   MOVE ARCH-RECORD-IMAGE (1:10) TO
                       WS-ARCH-ACCOUNT-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-ARCH-ACCOUNT-TEXT
           END-EVALUATE
           IF WS-ARCH-ACCOUNT-TEXT IS NUMERIC
               MOVE WS-ARCH-ACCOUNT-TEXT TO WS-SEARCH-ACCOUNT
               PERFORM 2500-FIND-ERASED-ACCOUNT THRU 2500-EXIT
               IF ACCOUNT-TO-ERASE
                   ADD 1 TO WS-REQ-DS-COUNT (WS-REQ-IDX, 11)
                   GO TO 6700-READ-NEXT
               END-IF
           END-IF
           MOVE ARCHIVE-RECORD TO ARCHIVE-OUT-RECORD
           WRITE ARCHIVE-OUT-RECORD
           IF WS-ARCHFILO-FILE-STATUS NOT = "00"
               MOVE "ARCHIVE-OUT-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"            TO WS-ERR-OPERATION
               MOVE WS-ARCHFILO-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       6700-READ-NEXT.
           PERFORM 6600-READ-ARCHIVE-FILE THRU 6600-EXIT.
       6700-EXIT.
           EXIT.

      *    Change feed:  header and trailer are copied as they are,
      *    so the trailer's record count and account hash still
      *    agree; a detail for an erased account has its name
      *    overwritten.
       6800-ERASE-CRM-CHANGE-FEED.
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           OPEN INPUT CRM-CHANGE-FILE
           IF WS-CRMCHGF-FILE-STATUS = "35"
               MOVE 'Y' TO WS-DS-MISSING-FLAG (12)
               GO TO 6800-EXIT
           END-IF
           IF WS-CRMCHGF-FILE-STATUS NOT = "00"
               MOVE "CRM-CHANGE-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"            TO WS-ERR-OPERATION
               MOVE WS-CRMCHGF-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN OUTPUT CRM-CHANGE-OUT-FILE
           IF WS-CRMCHGFO-FILE-STATUS NOT = "00"
               MOVE "CRM-CHANGE-OUT-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"                TO WS-ERR-OPERATION
               MOVE WS-CRMCHGFO-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 6810-READ-CRM-CHANGE-FEED THRU 6810-EXIT
           PERFORM 6820-COPY-CRM-CHANGE-RECORD THRU 6820-EXIT
               UNTIL END-OF-INPUT-FILE
           CLOSE CRM-CHANGE-FILE
           IF WS-CRMCHGF-FILE-STATUS NOT = "00"
               MOVE "CRM-CHANGE-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"           TO WS-ERR-OPERATION
               MOVE WS-CRMCHGF-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE CRM-CHANGE-OUT-FILE
           IF WS-CRMCHGFO-FILE-STATUS NOT = "00"
               MOVE "CRM-CHANGE-OUT-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"               TO WS-ERR-OPERATION
               MOVE WS-CRMCHGFO-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       6800-EXIT.
           EXIT.

       6810-READ-CRM-CHANGE-FEED.
           READ CRM-CHANGE-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
               NOT AT END
                   IF WS-CRMCHGF-FILE-STATUS NOT = "00"
                       MOVE "CRM-CHANGE-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"            TO WS-ERR-OPERATION
                       MOVE WS-CRMCHGF-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ.
       6810-EXIT.
           EXIT.

       6820-COPY-CRM-CHANGE-RECORD.
           IF CCHG-RECORD-TYPE = 'D'
               AND CCHG-ACCOUNT-NO IS NUMERIC
               MOVE CCHG-ACCOUNT-NO TO WS-SEARCH-ACCOUNT
               PERFORM 2500-FIND-ERASED-ACCOUNT THRU 2500-EXIT
               IF ACCOUNT-TO-ERASE
                   MOVE WS-ERASED-VALUE TO CCHG-NAME
                   ADD 1 TO WS-REQ-DS-COUNT (WS-REQ-IDX, 12)
               END-IF
           END-IF
           MOVE CRM-CHANGE-DETAIL TO CRM-CHANGE-OUT-RECORD
           WRITE CRM-CHANGE-OUT-RECORD
           IF WS-CRMCHGFO-FILE-STATUS NOT = "00"
               MOVE "CRM-CHANGE-OUT-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"               TO WS-ERR-OPERATION
               MOVE WS-CRMCHGFO-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 6810-READ-CRM-CHANGE-FEED THRU 6810-EXIT.
       6820-EXIT.
           EXIT.

      *    Batch audit extract:  entries cut by CUSTMNT, CUSTDORM
      *    and BRNCONS that AUDMERGE has not yet loaded.  They are
      *    kept for the change trail with the before and after
      *    values overwritten, as on AUDHIST.
       6900-ERASE-BATCH-AUDIT.
           MOVE 'N' TO WS-INPUT-EOF-SWITCH
           OPEN INPUT BATCH-AUDIT-FILE
           IF WS-MNTAUD-FILE-STATUS = "35"
               MOVE 'Y' TO WS-DS-MISSING-FLAG (13)
               GO TO 6900-EXIT
           END-IF
           IF WS-MNTAUD-FILE-STATUS NOT = "00"
               MOVE "BATCH-AUDIT-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"             TO WS-ERR-OPERATION
               MOVE WS-MNTAUD-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           OPEN OUTPUT BATCH-AUDIT-OUT-FILE
           IF WS-MNTAUDO-FILE-STATUS NOT = "00"
               MOVE "BATCH-AUDIT-OUT-FILE" TO WS-ERR-FILE-NAME
               MOVE "OPEN"                 TO WS-ERR-OPERATION
               MOVE WS-MNTAUDO-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 6910-READ-BATCH-AUDIT THRU 6910-EXIT
           PERFORM 6920-COPY-BATCH-AUDIT THRU 6920-EXIT
               UNTIL END-OF-INPUT-FILE
           CLOSE BATCH-AUDIT-FILE
           IF WS-MNTAUD-FILE-STATUS NOT = "00"
               MOVE "BATCH-AUDIT-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"            TO WS-ERR-OPERATION
               MOVE WS-MNTAUD-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           CLOSE BATCH-AUDIT-OUT-FILE
           IF WS-MNTAUDO-FILE-STATUS NOT = "00"
               MOVE "BATCH-AUDIT-OUT-FILE" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"                TO WS-ERR-OPERATION
               MOVE WS-MNTAUDO-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       6900-EXIT.
           EXIT.

       6910-READ-BATCH-AUDIT.
           READ BATCH-AUDIT-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
               NOT AT END
                   IF WS-MNTAUD-FILE-STATUS NOT = "00"
                       MOVE "BATCH-AUDIT-FILE" TO WS-ERR-FILE-NAME
                       MOVE "READ"             TO WS-ERR-OPERATION
                       MOVE WS-MNTAUD-FILE-STATUS TO WS-ERR-STATUS
                       PERFORM 9000-ABEND THRU 9000-EXIT
                   END-IF
           END-READ.
       6910-EXIT.
           EXIT.

       6920-COPY-BATCH-AUDIT.
           IF MAUD-ACCOUNT-NO IS NUMERIC
               MOVE MAUD-ACCOUNT-NO TO WS-SEARCH-ACCOUNT
               PERFORM 2500-FIND-ERASED-ACCOUNT THRU 2500-EXIT
               IF ACCOUNT-TO-ERASE
                   MOVE WS-ERASED-VALUE TO MAUD-BEFORE-VALUE
                   MOVE WS-ERASED-VALUE TO MAUD-AFTER-VALUE
                   ADD 1 TO WS-REQ-DS-COUNT (WS-REQ-IDX, 13)
               END-IF
           END-IF
           MOVE BATCH-AUDIT-RECORD TO BATCH-AUDIT-OUT-RECORD
           WRITE BATCH-AUDIT-OUT-RECORD
           IF WS-MNTAUDO-FILE-STATUS NOT = "00"
               MOVE "BATCH-AUDIT-OUT-FILE" TO WS-ERR-FILE-NAME
               MOVE "WRITE"                TO WS-ERR-OPERATION
               MOVE WS-MNTAUDO-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           PERFORM 6910-READ-BATCH-AUDIT THRU 6910-EXIT.
       6920-EXIT.
           EXIT.

       7000-WRITE-REPORT-LINE.
           WRITE CERTIFICATE-REPORT-RECORD
           IF WS-ERASRPT-FILE-STATUS NOT = "00"
               MOVE "CERTIFICATE-REPORT" TO WS-ERR-FILE-NAME
               MOVE "WRITE"              TO WS-ERR-OPERATION
               MOVE WS-ERASRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

       7050-CHECK-DATASET-MISSING.
           IF WS-DS-MISSING (WS-DS-SUB)
               SET ANY-DATASET-MISSING TO TRUE
           END-IF.
       7050-EXIT.
           EXIT.

       7100-PRINT-CERTIFICATE.
           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           MOVE WS-REQ-REQUEST-ID (WS-REQ-IDX) TO WS-CRT-REQUEST-ID
           MOVE WS-REQ-ACCOUNT-TEXT (WS-REQ-IDX) TO WS-CRT-ACCOUNT-NO
           MOVE WS-REQ-RECEIVED-DATE (WS-REQ-IDX) TO
               WS-CRT-RECEIVED-DATE
           MOVE WS-REQ-VERIFIED-BY (WS-REQ-IDX) TO WS-CRT-VERIFIED-BY
           MOVE WS-CERT-HEADING TO CERTIFICATE-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           IF WS-REQ-REFUSED (WS-REQ-IDX)
               MOVE SPACES TO WS-CRT-RESULT-TEXT
               STRING "REFUSED - " DELIMITED BY SIZE
                   WS-REQ-REFUSAL-REASON (WS-REQ-IDX)
                       DELIMITED BY SIZE
                   INTO WS-CRT-RESULT-TEXT
               MOVE WS-CERT-RESULT-LINE TO CERTIFICATE-REPORT-RECORD
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               MOVE "NO DATASET WAS CHANGED FOR THIS REQUEST"
                   TO WS-CRT-RESULT-TEXT
               MOVE WS-CERT-RESULT-LINE TO CERTIFICATE-REPORT-RECORD
               PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
               GO TO 7100-EXIT
           END-IF
           IF ANY-DATASET-MISSING
               MOVE "ERASED - SEE DATASETS NOT PRESENT BELOW"
                   TO WS-CRT-RESULT-TEXT
           ELSE
               MOVE "ERASED FROM ALL HELLO DATASETS"
                   TO WS-CRT-RESULT-TEXT
           END-IF
           MOVE WS-CERT-RESULT-LINE TO CERTIFICATE-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           MOVE WS-CERT-COLUMN-HEADING TO CERTIFICATE-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           PERFORM 7200-PRINT-DATASET-LINE THRU 7200-EXIT
               VARYING WS-DS-SUB FROM 1 BY 1
               UNTIL WS-DS-SUB GREATER THAN 13.
       7100-EXIT.
           EXIT.

       7200-PRINT-DATASET-LINE.
           MOVE WS-REQ-DS-COUNT (WS-REQ-IDX, WS-DS-SUB) TO WS-DS-COUNT
           ADD WS-DS-COUNT TO WS-DS-TOTAL (WS-DS-SUB)
           MOVE WS-DS-NAME (WS-DS-SUB) TO WS-CRT-DATASET-NAME
           MOVE WS-DS-COUNT TO WS-CRT-RECORD-COUNT
           EVALUATE TRUE
               WHEN WS-DS-MISSING (WS-DS-SUB)
                   MOVE "DATASET NOT PRESENT - NOTHING TO ERASE"
                       TO WS-CRT-ACTION-TEXT
               WHEN WS-DS-SUB = 3
                   AND WS-REQ-SUPP-ADDED (WS-REQ-IDX)
                   MOVE "ENTRY ADDED - ACCOUNT AND REASON ERAS"
                       TO WS-CRT-ACTION-TEXT
               WHEN WS-DS-COUNT = ZERO
                   MOVE "NONE ON FILE - NO ACTION"
                       TO WS-CRT-ACTION-TEXT
               WHEN OTHER
                   MOVE WS-DS-ACTION (WS-DS-SUB) TO WS-CRT-ACTION-TEXT
           END-EVALUATE
           MOVE WS-CERT-DETAIL-LINE TO CERTIFICATE-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       7200-EXIT.
           EXIT.

       7300-PRINT-DATASET-TOTAL.
           MOVE WS-DS-NAME (WS-DS-SUB) TO WS-ERAS-TOTAL-LABEL
           MOVE WS-DS-TOTAL (WS-DS-SUB) TO WS-ERAS-TOTAL-VALUE
           MOVE WS-ERAS-TOTAL-LINE TO CERTIFICATE-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
       7300-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           MOVE "REQUESTS READ" TO WS-ERAS-TOTAL-LABEL
           MOVE WS-REQUESTS-READ-COUNT TO WS-ERAS-TOTAL-VALUE
           MOVE WS-ERAS-TOTAL-LINE TO CERTIFICATE-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           MOVE "CUSTOMERS ERASED" TO WS-ERAS-TOTAL-LABEL
           MOVE WS-ERASED-COUNT TO WS-ERAS-TOTAL-VALUE
           MOVE WS-ERAS-TOTAL-LINE TO CERTIFICATE-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           MOVE "REFUSED - LEGAL HOLD" TO WS-ERAS-TOTAL-LABEL
           MOVE WS-HOLD-REFUSED-COUNT TO WS-ERAS-TOTAL-VALUE
           MOVE WS-ERAS-TOTAL-LINE TO CERTIFICATE-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           MOVE "REFUSED - OTHER" TO WS-ERAS-TOTAL-LABEL
           MOVE WS-OTHER-REFUSED-COUNT TO WS-ERAS-TOTAL-VALUE
           MOVE WS-ERAS-TOTAL-LINE TO CERTIFICATE-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           MOVE SPACES TO CERTIFICATE-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           MOVE "RECORDS AFFECTED BY DATASET" TO
               CERTIFICATE-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           PERFORM 7300-PRINT-DATASET-TOTAL THRU 7300-EXIT
               VARYING WS-DS-SUB FROM 1 BY 1
               UNTIL WS-DS-SUB GREATER THAN 13
           MOVE "*** END OF DATA ERASURE CERTIFICATES ***"
               TO CERTIFICATE-REPORT-RECORD
           PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
           CLOSE CERTIFICATE-REPORT-FILE
           IF WS-ERASRPT-FILE-STATUS NOT = "00"
               MOVE "CERTIFICATE-REPORT" TO WS-ERR-FILE-NAME
               MOVE "CLOSE"              TO WS-ERR-OPERATION
               MOVE WS-ERASRPT-FILE-STATUS TO WS-ERR-STATUS
               PERFORM 9000-ABEND THRU 9000-EXIT
           END-IF
           DISPLAY "CUSTERAS - DATA ERASURE CONTROL TOTALS"
           DISPLAY "  REQUESTS READ        = " WS-REQUESTS-READ-COUNT
           DISPLAY "  CUSTOMERS ERASED     = " WS-ERASED-COUNT
           DISPLAY "  REFUSED - LEGAL HOLD = " WS-HOLD-REFUSED-COUNT
           DISPLAY "  REFUSED - OTHER      = " WS-OTHER-REFUSED-COUNT.
       8000-EXIT.
           EXIT.

       9000-ABEND.
           DISPLAY "CUSTERAS - FILE I/O ERROR - " WS-ERROR-MESSAGE
           MOVE 16 TO RETURN-CODE
           GOBACK.
       9000-EXIT.
           EXIT.

       END PROGRAM CUSTERAS.
