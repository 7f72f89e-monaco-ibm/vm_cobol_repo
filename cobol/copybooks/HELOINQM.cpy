      *                                                               *
      *   ACCTNO  - account number entered by the operator           *
      *   CUSTNM  - customer name (overtype to correct)              *
      *   BRANCH  - branch code (overtype to move the customer)      *
      *   BRNNM   - branch name from the branch master (display)     *
      *   LANGCD  - preferred-language code (overtype to correct)    *
      *   REJCD   - outstanding reject reason code, when any         *
      *   REJTX   - outstanding reject reason text, when any         *
      *   ACSTAT  - account lifecycle status and the date it was set *
      *   LSTGRT  - date last greeted, from the contact history      *
      *   LSTLNG  - template language of the last greeting           *
      *   MTHCNT  - greetings sent in the rolling month              *
      *   CRMOUT  - last CRM outcome and the greeting date it answers*
      *   LSTSKP  - date last skipped as contacted too recently      *
      *   MSGLN   - operator message line                             *
      *                                                               *
      *****************************************************************
           05  FILLER REDEFINES BRANCHF.
               10  BRANCHA                 PIC X(01).
           05  BRANCHI                     PIC X(05).
           05  BRNNML                      PIC S9(04) COMP.
           05  BRNNMF                      PIC X(01).
           05  FILLER REDEFINES BRNNMF.
               10  BRNNMA                  PIC X(01).
           05  BRNNMI                      PIC X(30).
           05  LANGCDL                     PIC S9(04) COMP.
           05  LANGCDF                     PIC X(01).
           05  FILLER REDEFINES LANGCDF.
           05  FILLER REDEFINES REJTXF.
               10  REJTXA                  PIC X(01).
           05  REJTXI                      PIC X(30).
           05  ACSTATL                     PIC S9(04) COMP.
           05  ACSTATF                     PIC X(01).
           05  FILLER REDEFINES ACSTATF.
               10  ACSTATA                 PIC X(01).
           05  ACSTATI                     PIC X(25).
           05  LSTGRTL                     PIC S9(04) COMP.
           05  LSTGRTF                     PIC X(01).
           05  FILLER REDEFINES LSTGRTF.
               10  LSTGRTA                 PIC X(01).
           05  LSTGRTI                     PIC X(10).
           05  LSTLNGL                     PIC S9(04) COMP.
           05  LSTLNGF                     PIC X(01).
           05  FILLER REDEFINES LSTLNGF.
               10  LSTLNGA                 PIC X(01).
           05  LSTLNGI                     PIC X(07).
           05  MTHCNTL                     PIC S9(04) COMP.
           05  MTHCNTF                     PIC X(01).
           05  FILLER REDEFINES MTHCNTF.
               10  MTHCNTA                 PIC X(01).
           05  MTHCNTI                     PIC X(04).
           05  CRMOUTL                     PIC S9(04) COMP.
           05  CRMOUTF                     PIC X(01).
           05  FILLER REDEFINES CRMOUTF.
               10  CRMOUTA                 PIC X(01).
           05  CRMOUTI                     PIC X(27).
           05  LSTSKPL                     PIC S9(04) COMP.
           05  LSTSKPF                     PIC X(01).
           05  FILLER REDEFINES LSTSKPF.
               10  LSTSKPA                 PIC X(01).
           05  LSTSKPI                     PIC X(10).
           05  MSGLNL                      PIC S9(04) COMP.
           05  MSGLNF                      PIC X(01).
           05  FILLER REDEFINES MSGLNF.
           05  FILLER                      PIC X(03).
           05  BRANCHO                     PIC X(05).
           05  FILLER                      PIC X(03).
           05  BRNNMO                      PIC X(30).
           05  FILLER                      PIC X(03).
           05  LANGCDO                     PIC X(02).
           05  FILLER                      PIC X(03).
           05  REJCDO                      PIC X(04).
           05  FILLER                      PIC X(03).
           05  REJTXO                      PIC X(30).
           05  FILLER                      PIC X(03).
           05  ACSTATO                     PIC X(25).
           05  FILLER                      PIC X(03).
           05  LSTGRTO                     PIC X(10).
           05  FILLER                      PIC X(03).
           05  LSTLNGO                     PIC X(07).
           05  FILLER                      PIC X(03).
           05  MTHCNTO                     PIC X(04).
           05  FILLER                      PIC X(03).
           05  CRMOUTO                     PIC X(27).
           05  FILLER                      PIC X(03).
           05  LSTSKPO                     PIC X(10).
           05  FILLER                      PIC X(03).
           05  MSGLNO                      PIC X(60).
