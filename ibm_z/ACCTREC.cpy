           05  ACCT-CYCLES-PAST-DUE PIC 9(2).
           05  ACCT-MIN-PAYMENT   PIC S9(5)V99 COMP-3.
           05  ACCT-CYCLE-CREDITS PIC S9(7)V99 COMP-3.
           05  COMMENTS           PIC X(16).
      * the month-end assessment's stamp - the period it last assessed
      * the account and what it charged then, so a rerun of an
      * interrupted month passes over accounts already done and still
      * counts their charges. carved out of the tail of COMMENTS -
      * spaces on records written before the fields existed
           05  ACCT-ASSESSED-PERIOD PIC X(6).
           05  ACCT-ASSESSED-INTEREST PIC S9(7)V99 COMP-3.
           05  ACCT-ASSESSED-FEE  PIC S9(5)V99 COMP-3.
      * charge-off status - the charge-off run moves the balance of an
      * account past its product's cycles threshold here and zeroes
      * ACCT-BALANCE; the month-end assessment and the letters leave a
      * charged-off account alone, and the posting run counts any
      * payment that still arrives as a recovery. carved out of the
      * tail of the old 50-byte COMMENTS - spaces on records written
      * before the fields existed
           05  ACCT-STATUS-CODE   PIC X(1).
               88  ACCT-CHARGED-OFF   VALUE 'C'.
           05  ACCT-CHARGEOFF-DATE PIC 9(8).
           05  ACCT-CHARGEOFF-AMOUNT PIC S9(7)V99 COMP-3.
           05  ACCT-RECOVERED-AMOUNT PIC S9(7)V99 COMP-3.
