      *-----------------------
      * STATEMENT DELIVERY PREFERENCE RECORD FIELDS - ONE RECORD PER
      * ACCOUNT, KEYED ON THE ACCOUNT NUMBER. CBL0024 SETS AND REMOVES
      * PREFERENCES AND MARKS AN ADDRESS THE MAIL SERVICE BOUNCED;
      * CBL0003 AND CBL0014 READ IT TO DECIDE WHETHER A STATEMENT IS
      * PRINTED, SENT ELECTRONICALLY, OR BOTH. AN ACCOUNT WITH NO
      * RECORD IS PRINTED. COPIED UNDER EACH PROGRAM'S OWN 01 LEVEL.
      *-----------------------
           05  DV-ACCT-NO             PIC X(8).
      * P printed only, E electronic only, B both
           05  DV-CHANNEL             PIC X(1).
               88  DV-CHANNEL-PRINT   VALUE 'P'.
               88  DV-CHANNEL-ELECTRONIC VALUE 'E'.
               88  DV-CHANNEL-BOTH    VALUE 'B'.
               88  DV-CHANNEL-OK      VALUE 'P' 'E' 'B'.
           05  DV-EMAIL-ADDR          PIC X(60).
      * set when the mail service returns a statement sent to this
      * address - the statement runs print instead until a new
      * address is set
           05  DV-BOUNCE-SW           PIC X(1).
               88  DV-BOUNCED         VALUE 'Y'.
           05  DV-BOUNCE-DATE         PIC 9(8).
           05  DV-BOUNCE-REASON       PIC X(4).
           05  DV-BOUNCE-COUNT        PIC 9(3).
           05  DV-UPDATED-DATE        PIC 9(8).
           05  DV-OPERATOR-ID         PIC X(8).
           05  FILLER                 PIC X(9).
