      *-----------------------
      * AUTOPAY ENROLLMENT RECORD FIELDS - ONE RECORD PER ACCOUNT,
      * KEYED ON THE ACCOUNT NUMBER. CBL0021 ENROLLS AND CANCELS, AND
      * ON EACH CYCLE'S PAYMENT DUE DATE TURNS EVERY ACTIVE ENROLLMENT
      * INTO A CREDIT FOR THE POSTING RUN AND A DEBIT ON THE CLIENT'S
      * BANK. A CANCELLED OR SUSPENDED ENROLLMENT STAYS ON FILE UNTIL
      * THE ACCOUNT IS ENROLLED AGAIN. COPIED UNDER EACH PROGRAM'S OWN
      * 01 LEVEL.
      *-----------------------
           05  AP-ACCT-NO             PIC X(8).
           05  AP-STATUS-CODE         PIC X(1).
               88  AP-ACTIVE          VALUE 'A'.
               88  AP-CANCELLED       VALUE 'X'.
      * suspended when the bank returns a debit for a reason that
      * says the bank details themselves are bad
               88  AP-SUSPENDED       VALUE 'S'.
      * M the cycle's minimum payment, F the full balance, X the fixed
      * amount below
           05  AP-PAY-OPTION          PIC X(1).
               88  AP-PAY-MINIMUM     VALUE 'M'.
               88  AP-PAY-FULL        VALUE 'F'.
               88  AP-PAY-FIXED       VALUE 'X'.
               88  AP-PAY-OPTION-OK   VALUE 'M' 'F' 'X'.
           05  AP-FIXED-AMOUNT        PIC 9(7)V99.
      * the client's bank - routing transit number, account, and C
      * for checking or S for savings
           05  AP-BANK-ROUTING        PIC 9(9).
           05  AP-BANK-ACCOUNT        PIC X(17).
           05  AP-BANK-ACCT-TYPE      PIC X(1).
               88  AP-CHECKING        VALUE 'C'.
               88  AP-SAVINGS         VALUE 'S'.
               88  AP-ACCT-TYPE-OK    VALUE 'C' 'S'.
           05  AP-ENROLL-DATE         PIC 9(8).
      * the cycle last paid, so a rerun on the same due date never
      * debits the client twice
           05  AP-LAST-PAID-PERIOD    PIC 9(6).
           05  AP-LAST-PAID-DATE      PIC 9(8).
           05  AP-LAST-PAID-AMOUNT    PIC 9(7)V99.
           05  AP-RETURN-COUNT        PIC 9(3).
           05  AP-OPERATOR-ID         PIC X(8).
           05  FILLER                 PIC X(12).
