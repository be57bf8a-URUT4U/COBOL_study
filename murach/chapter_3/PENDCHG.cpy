      ************************************************************************
      * PENDING CUSTOMER CHANGE RECORD FIELDS - ONE RECORD PER
      * FUTURE-DATED CHANGE TO A CUSTMAST RECORD, KEYED ON THE
      * EFFECTIVE DATE, THEN THE CUSTOMER, THEN A SEQUENCE NUMBER FOR
      * A SECOND CHANGE TO THE SAME CUSTOMER ON THE SAME DAY, SO THE
      * FILE READS BACK IN THE ORDER THE CHANGES FIRE. MNT1000 AND
      * RLN1000 FILE THEM, MNT1000 CANCELS THEM, AND PCH1000 APPLIES
      * EACH ONE ON ITS DATE. THE VALUES AS THEY STOOD WHEN THE CHANGE
      * WAS KEYED ARE KEPT ALONGSIDE THE NEW ONES - ONLY A FIELD WHOSE
      * NEW VALUE DIFFERS FROM ITS OLD ONE IS APPLIED, SO A CHANGE
      * MADE TO ANOTHER FIELD IN THE MEANTIME IS NOT UNDONE. A RECORD
      * STAYS ON FILE AFTER IT FIRES OR IS CANCELLED, AS THE HISTORY.
      * COPIED UNDER EACH PROGRAM'S OWN 01 LEVEL.
      ************************************************************************
           05   PC-CHANGE-KEY.
               10   PC-EFFECTIVE-DATE   PIC 9(8).
               10   PC-CUSTOMER-NUMBER  PIC 9(5).
               10   PC-SEQUENCE-NUMBER  PIC 9(3).
           05   PC-CHANGE-STATUS        PIC X(1).
               88   PC-PENDING                       VALUE "P".
               88   PC-APPLIED                       VALUE "A".
               88   PC-CANCELLED                     VALUE "C".
               88   PC-REJECTED                      VALUE "R".
      * THE PROGRAM THAT FILED THE CHANGE
           05   PC-SOURCE-PROGRAM       PIC X(8).
           05   PC-ENTERED-DATE         PIC 9(8).
      * THE DAY THE CHANGE WAS APPLIED, REJECTED, OR CANCELLED, AND
      * WHY A REJECTED ONE DIDN'T FIRE
           05   PC-CLOSED-DATE          PIC 9(8).
           05   PC-RESULT-TEXT          PIC X(30).
           05   PC-NEW-VALUES.
               10   PC-NEW-NAME         PIC X(20).
               10   PC-NEW-BRANCH       PIC 9(2).
               10   PC-NEW-SALESREP     PIC 9(2).
               10   PC-NEW-STREET       PIC X(30).
               10   PC-NEW-CITY         PIC X(20).
               10   PC-NEW-STATE        PIC X(02).
               10   PC-NEW-ZIP          PIC X(09).
               10   PC-NEW-PHONE        PIC X(15).
           05   PC-OLD-VALUES.
               10   PC-OLD-NAME         PIC X(20).
               10   PC-OLD-BRANCH       PIC 9(2).
               10   PC-OLD-SALESREP     PIC 9(2).
               10   PC-OLD-STREET       PIC X(30).
               10   PC-OLD-CITY         PIC X(20).
               10   PC-OLD-STATE        PIC X(02).
               10   PC-OLD-ZIP          PIC X(09).
               10   PC-OLD-PHONE        PIC X(15).
