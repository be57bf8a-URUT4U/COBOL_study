           05  PT-MIN-PAY-FLOOR   PIC 9(3).
           05  PT-LOW-UTIL-PCT    PIC 9(3).
           05  PT-HIGH-UTIL-PCT   PIC 9(3).
      * cycles past due at which the charge-off run writes the
      * account off - zero or blank takes the run's default
           05  PT-CHARGEOFF-CYCLES PIC 9(2).
      * fee for a returned payment - blank takes the posting run's
      * default, zero waives it for the product
           05  PT-RETURN-FEE      PIC 9(3)V9(2).
      * how the month-end assessment figures interest - E keeps the
      * old month-end balance method, blank or A the average daily
      * balance
           05  PT-INTEREST-METHOD PIC X(1).
           05  FILLER             PIC X(3).
      *
      * one record per account needing action, sorted so the report
      * comes out grouped by recommendation
