      /
       WORKING-STORAGE SECTION.

       77  WS-STEP-COUNT                  PIC 9(04) COMP VALUE 7.
       77  WS-STEP-IDX                    PIC 9(04) COMP VALUE ZERO.

       77  WS-CURRENT-DATE                PIC 9(08) VALUE ZERO.
           05  FILLER                     PIC X(08) VALUE "HELLOVAL".
           05  FILLER                     PIC X(08) VALUE "HELLODUP".
           05  FILLER                     PIC X(08) VALUE "HELLO   ".
           05  FILLER                     PIC X(08) VALUE "CRMRESND".
           05  FILLER                     PIC X(08) VALUE "CRMACK  ".
           05  FILLER                     PIC X(08) VALUE "HELLOREC".
           05  FILLER                     PIC X(08) VALUE "CRMCHG  ".

       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-DATA.
           05  WS-STEP-NAME-ENTRY OCCURS 7 TIMES
                   INDEXED BY WS-STEP-NAME-IDX.
               10  WS-TBL-STEP-NAME        PIC X(08).

