      *-----------------------
      * REVIEW HOLD RECORD FIELDS - ONE RECORD PER DEBIT THE POSTING
      * RUN'S SCREENING HELD BACK, WITH THE RULES IT TRIPPED AND THE
      * FIGURES IT WAS JUDGED ON. CBL0002 ADDS TO THE HOLD FILE EACH
      * NIGHT; CBL0023 APPLIES THE REVIEWERS' DECISIONS, SENDING A
      * RELEASED DEBIT BACK TO THE NEXT POSTING RUN AND DROPPING A
      * DECLINED ONE. COPIED UNDER EACH PROGRAM'S OWN 01 LEVEL.
      *-----------------------
           05  HD-HELD-DATE           PIC 9(8).
           05  HD-ACCT-NO             PIC X(8).
           05  HD-TRAN-DATE           PIC 9(8).
           05  HD-AMOUNT              PIC S9(7)V99.
           05  HD-TYPE-CODE           PIC X(1).
      * the date the item first reached the posting run, carried so
      * a released debit that then suspends ages from the right day
           05  HD-FIRST-DATE          PIC 9(8).
      * Y for each rule the debit tripped
           05  HD-RULE-FLAGS.
               10  HD-RULE-MULTIPLE   PIC X(1).
               10  HD-RULE-DAILY      PIC X(1).
               10  HD-RULE-DORMANT    PIC X(1).
               10  HD-RULE-LIMIT      PIC X(1).
      * the account's average debit over the last twelve months, its
      * debits that day, months without activity, balance before the
      * debit and the limit in force - zero where not known
           05  HD-TYPICAL-DEBIT       PIC 9(7)V99.
           05  HD-DAILY-COUNT         PIC 9(3).
           05  HD-MONTHS-INACTIVE     PIC 9(3).
           05  HD-BALANCE             PIC S9(7)V99.
           05  HD-EFFECTIVE-LIMIT     PIC S9(7)V99.
           05  FILLER                 PIC X(21).
