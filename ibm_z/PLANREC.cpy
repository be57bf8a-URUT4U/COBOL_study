      *-----------------------
      * HARDSHIP INSTALLMENT PLAN RECORD FIELDS - ONE RECORD PER
      * ACCOUNT, KEYED ON THE ACCOUNT NUMBER. CBL0020 ENROLLS AN
      * ACCOUNT, TURNING ITS BALANCE INTO A FIXED-TERM SCHEDULE AT A
      * REDUCED RATE; THE MONTH-END ASSESSMENT JUDGES EACH INSTALLMENT
      * AND BREAKS THE PLAN ON THE FIRST ONE MISSED. A PLAN NO LONGER
      * ACTIVE STAYS ON FILE UNTIL THE ACCOUNT IS ENROLLED AGAIN.
      * COPIED UNDER EACH PROGRAM'S OWN 01 LEVEL.
      *-----------------------
           05  PL-ACCT-NO             PIC X(8).
           05  PL-STATUS-CODE         PIC X(1).
               88  PL-ACTIVE          VALUE 'A'.
               88  PL-COMPLETED       VALUE 'C'.
               88  PL-BROKEN          VALUE 'B'.
               88  PL-CANCELLED       VALUE 'X'.
           05  PL-ENROLL-DATE         PIC 9(8).
           05  PL-ORIGINAL-BALANCE    PIC 9(7)V99.
           05  PL-ANNUAL-RATE-PCT     PIC 9(2)V9(2).
           05  PL-TERM-MONTHS         PIC 9(3).
      * the level installment, and the trimmed last one that clears
      * the balance, as the amortization worked them out
           05  PL-INSTALLMENT         PIC 9(7)V99.
           05  PL-FINAL-INSTALLMENT   PIC 9(7)V99.
           05  PL-TOTAL-INTEREST      PIC 9(7)V99.
           05  PL-INSTALLMENTS-MET    PIC 9(3).
      * the month whose cycle the next installment is judged in - the
      * first is the month after enrollment
           05  PL-NEXT-DUE-PERIOD.
               10  PL-NEXT-DUE-YEAR   PIC 9(4).
               10  PL-NEXT-DUE-MONTH  PIC 9(2).
      * the day the plan completed, broke or was cancelled - zero
      * while it is active
           05  PL-CLOSED-DATE         PIC 9(8).
           05  PL-OPERATOR-ID         PIC X(8).
           05  FILLER                 PIC X(15).
