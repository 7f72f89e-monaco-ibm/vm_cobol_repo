      *****************************************************************
      *                                                               *
      *   HELOAPRM - Symbolic map for the HELLOAPR customer change   *
      *   approval screen (mapset HELOAPRS, map HELOAPR).  Field     *
      *   layout matches the BMS-generated copybook:  each field     *
      *   carries a halfword length, an attribute/flag byte, and     *
      *   the data bytes.  The ten list lines (ACT01/LIN01 through   *
      *   ACT10/LIN10) follow one another in the map and are         *
      *   carried here as a table.                                    *
      *                                                               *
      *   STACCT  - account number the list starts from              *
      *   ACT     - action for the line:  A approve, R reject        *
      *   LIN     - pending change shown on the line (display)       *
      *   MSGLN   - operator message line                             *
      *                                                               *
      *****************************************************************
       01  HELOAPRI.
           05  FILLER                      PIC X(12).
           05  STACCTL                     PIC S9(04) COMP.
           05  STACCTF                     PIC X(01).
           05  FILLER REDEFINES STACCTF.
               10  STACCTA                 PIC X(01).
           05  STACCTI                     PIC X(10).
           05  APRLINEI OCCURS 10 TIMES.
               10  ACTL                    PIC S9(04) COMP.
               10  ACTF                    PIC X(01).
               10  FILLER REDEFINES ACTF.
                   15  ACTA                PIC X(01).
               10  ACTI                    PIC X(01).
               10  LINL                    PIC S9(04) COMP.
               10  LINF                    PIC X(01).
               10  FILLER REDEFINES LINF.
                   15  LINA                PIC X(01).
               10  LINI                    PIC X(73).
           05  MSGLNL                      PIC S9(04) COMP.
           05  MSGLNF                      PIC X(01).
           05  FILLER REDEFINES MSGLNF.
               10  MSGLNA                  PIC X(01).
           05  MSGLNI                      PIC X(60).
       01  HELOAPRO REDEFINES HELOAPRI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(03).
           05  STACCTO                     PIC X(10).
           05  APRLINEO OCCURS 10 TIMES.
               10  FILLER                  PIC X(03).
               10  ACTO                    PIC X(01).
               10  FILLER                  PIC X(03).
               10  LINO                    PIC X(73).
           05  FILLER                      PIC X(03).
           05  MSGLNO                      PIC X(60).
