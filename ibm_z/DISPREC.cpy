      *-----------------------
      * DISPUTED-TRANSACTION RECORD FIELDS - ONE RECORD PER DISPUTE
      * OPENED AGAINST AN ACCT-HIST DEBIT, KEYED ON THE ACCOUNT AND
      * THE DISPUTED DEBIT'S DATE AND AMOUNT. CBL0018 OPENS AND
      * RESOLVES THEM; WHILE ONE IS OPEN THE MONTH-END ASSESSMENT AND
      * THE LETTERS LEAVE ITS AMOUNT OUT OF THE BALANCE THEY JUDGE. A
      * RESOLVED DISPUTE STAYS ON FILE AS THE HISTORY. COPIED UNDER
      * EACH PROGRAM'S OWN 01 LEVEL.
      *-----------------------
           05  DP-KEY.
               10  DP-ACCT-NO         PIC X(8).
               10  DP-TRAN-DATE       PIC 9(8).
               10  DP-AMOUNT          PIC 9(7)V99.
           05  DP-STATUS-CODE         PIC X(1).
               88  DP-OPEN            VALUE 'O'.
               88  DP-CREDITED        VALUE 'C'.
               88  DP-REINSTATED      VALUE 'R'.
      * the day the dispute was opened and the day the response is
      * due by regulation
           05  DP-OPENED-DATE         PIC 9(8).
           05  DP-DUE-DATE            PIC 9(8).
      * the day it was credited or reinstated - zero while open
           05  DP-CLOSED-DATE         PIC 9(8).
           05  DP-OPERATOR-ID         PIC X(8).
           05  DP-REASON-TEXT         PIC X(30).
           05  FILLER                 PIC X(12).
