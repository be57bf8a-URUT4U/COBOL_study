      *-----------------------
      * ELECTRONIC STATEMENT EXTRACT RECORD FIELDS - THE CONTENT OF A
      * PRINTED STATEMENT FOR THE MAIL SERVICE TO RENDER AND SEND. EACH
      * STATEMENT IS AN H HEADER WITH THE DELIVERY ADDRESS, THEN T
      * TRANSACTIONS AND AN S SUMMARY FROM CBL0003, OR AN A RECORD PER
      * ACCOUNT AND AN X EXPOSURE TOTAL FROM CBL0014. A Z TRAILER ENDS
      * THE FILE WITH ITS COUNTS. ACCOUNT NUMBERS ARE MASKED AS ON THE
      * PRINTED STATEMENT. COPIED UNDER EACH PROGRAM'S OWN 01 LEVEL.
      *-----------------------
           05  ES-RECORD-TYPE         PIC X(1).
               88  ES-HEADER          VALUE 'H'.
               88  ES-TRANSACTION     VALUE 'T'.
               88  ES-SUMMARY         VALUE 'S'.
               88  ES-ACCOUNT         VALUE 'A'.
               88  ES-EXPOSURE        VALUE 'X'.
               88  ES-TRAILER         VALUE 'Z'.
      * the masked account number on a CBL0003 statement, the
      * customer number on a consolidated one
           05  ES-STMT-REF            PIC X(8).
           05  ES-DETAIL              PIC X(141).
           05  ES-HEADER-DETAIL REDEFINES ES-DETAIL.
               10  ES-H-STMT-DATE     PIC 9(8).
               10  ES-H-PROGRAM-ID    PIC X(8).
               10  ES-H-NAME          PIC X(36).
               10  ES-H-EMAIL-ADDR    PIC X(60).
               10  FILLER             PIC X(29).
           05  ES-TRAN-DETAIL REDEFINES ES-DETAIL.
               10  ES-T-TRAN-DATE     PIC 9(8).
               10  ES-T-TYPE-TEXT     PIC X(7).
               10  ES-T-AMOUNT        PIC S9(7)V99.
               10  FILLER             PIC X(117).
      * the S, A and X records - an X total carries no account number
      * and no transaction count
           05  ES-ACCOUNT-DETAIL REDEFINES ES-DETAIL.
               10  ES-A-ACCT-NO       PIC X(8).
               10  ES-A-LIMIT         PIC S9(9)V99.
               10  ES-A-OPENING-BALANCE PIC S9(9)V99.
               10  ES-A-BALANCE       PIC S9(9)V99.
               10  ES-A-MIN-DUE       PIC S9(7)V99.
               10  ES-A-UTIL-PCT      PIC S9(3)V99.
               10  ES-A-OVER-LIMIT    PIC S9(7)V99.
               10  ES-A-TRAN-COUNT    PIC 9(5).
               10  FILLER             PIC X(72).
           05  ES-TRAILER-DETAIL REDEFINES ES-DETAIL.
               10  ES-Z-STMT-COUNT    PIC 9(7).
               10  ES-Z-RECORD-COUNT  PIC 9(9).
               10  FILLER             PIC X(125).
