      *-----------------------
      * MONTH-END ACCOUNT SNAPSHOT RECORD FIELDS - ONE RECORD PER
      * ACCOUNT PER MONTH, KEYED ON THE MONTH AND THE ACCOUNT NUMBER SO
      * A MONTH'S SNAPSHOTS READ TOGETHER IN ACCOUNT ORDER. CBL0022
      * TAKES THE MONTH'S SNAPSHOT FROM THE ACCOUNT MASTER, PURGES
      * MONTHS PAST THE RETENTION WINDOW, AND READS THE LAST TWO
      * MONTHS FOR THE ROLL-RATE REPORT. COPIED UNDER EACH PROGRAM'S
      * OWN 01 LEVEL.
      *-----------------------
           05  SN-KEY.
               10  SN-PERIOD          PIC 9(6).
               10  SN-ACCT-NO         PIC X(8).
           05  SN-PRODUCT-CODE        PIC X(2).
           05  SN-CYCLES-PAST-DUE     PIC 9(2).
           05  SN-STATUS-CODE         PIC X(1).
               88  SN-CHARGED-OFF     VALUE 'C'.
           05  SN-BALANCE             PIC S9(7)V99.
           05  SN-LIMIT               PIC S9(7)V99.
      * balance as a percent of the limit - zero when there is no
      * limit or nothing owing
           05  SN-UTILIZATION-PCT     PIC 9(3)V9.
           05  SN-TAKEN-DATE          PIC 9(8).
           05  FILLER                 PIC X(1).
