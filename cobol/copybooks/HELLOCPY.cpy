      *   program that needs the customer name, account number,     *
      *   branch/region code, or preferred-language flag.            *
      *                                                               *
      *   The customer master (CUSTMAST) carries the same layout.    *
      *   The first 50 bytes are the customer data the feed          *
      *   supplies; the lifecycle fields after them are kept on the  *
      *   master only:                                                *
      *     CUST-STATUS-CODE     A = active, D = dormant, C = closed  *
      *                          (blank is treated as active)         *
      *     CUST-STATUS-DATE     date the status last changed        *
      *     CUST-DORMANT-DATE    date the dormancy sweep marked it   *
      *     CUST-CLOSED-DATE     date the account was closed; the    *
      *                          retention run (HISTPURG) removes    *
      *                          closed accounts past retention      *
      *     CUST-LAST-GREET-DATE last cycle HELLO greeted it         *
      *     CUST-LAST-MAINT-DATE last CUSTMNT or HELLOINQ update     *
      *     CUST-LAST-LOAD-DATE  last cycle HELLODUP loaded it from  *
      *                          the feed                             *
      *                                                               *
      *****************************************************************
       01  CUSTOMER-RECORD.
           05  THE-NAME                    PIC X(30).
               88  LANG-FRENCH                  VALUE 'FR'.
               88  LANG-SPANISH                 VALUE 'SP'.
           05  FILLER                       PIC X(03).
           05  CUST-STATUS-CODE             PIC X(01).
               88  CUST-ACTIVE                  VALUE 'A' ' '.
               88  CUST-DORMANT                 VALUE 'D'.
               88  CUST-CLOSED                  VALUE 'C'.
           05  CUST-STATUS-DATE             PIC 9(08).
           05  CUST-DORMANT-DATE            PIC 9(08).
           05  CUST-CLOSED-DATE             PIC 9(08).
           05  CUST-LAST-GREET-DATE         PIC 9(08).
           05  CUST-LAST-MAINT-DATE         PIC 9(08).
           05  CUST-LAST-LOAD-DATE          PIC 9(08).
           05  FILLER                       PIC X(21).
