      ************************************************************************
      * CHANGE HELD FOR APPROVAL RECORD FIELDS - ONE RECORD PER
      * SENSITIVE MASTER FILE CHANGE KEYED IN MNT1000, CBL0010, OR
      * BRN1000: A CREDIT LIMIT OVER THE THRESHOLD, A BRANCH OR
      * SALESREP REASSIGNMENT, AN ADDRESS CHANGE, AN ACCOUNT CLOSE, OR
      * A BRANCH DELETE. KEYED ON THE DATE AND TIME IT WAS KEYED, THEN
      * A SEQUENCE NUMBER FOR TWO KEYED IN THE SAME HUNDREDTH OF A
      * SECOND. THE CHANGE DOES NOT TOUCH THE MASTER UNTIL A SECOND
      * OPERATOR WITH APPROVER AUTHORITY ON OPERSEC.DAT APPROVES IT IN
      * APR1000; THE PROGRAM THAT FILED IT THEN APPLIES IT ON ITS NEXT
      * RUN AND CARRIES BOTH OPERATOR IDS INTO ITS OWN AUDIT TRAIL.
      * A RECORD STAYS ON FILE AFTER IT IS APPLIED OR REJECTED, AS THE
      * HISTORY. APL1000 LISTS WHAT IS WAITING AND WHAT WAS REJECTED.
      * COPIED UNDER EACH PROGRAM'S OWN 01 LEVEL.
      ************************************************************************
           05   AP-CHANGE-KEY.
               10   AP-ENTERED-DATE     PIC 9(8).
               10   AP-ENTERED-TIME     PIC 9(8).
               10   AP-SEQUENCE-NUMBER  PIC 9(3).
           05   AP-CHANGE-STATUS        PIC X(1).
               88   AP-AWAITING                      VALUE "W".
               88   AP-APPROVED                      VALUE "A".
               88   AP-APPLIED                       VALUE "D".
               88   AP-REJECTED                      VALUE "R".
               88   AP-FAILED                        VALUE "F".
      * THE PROGRAM THAT FILED THE CHANGE AND APPLIES IT, WITH ITS OWN
      * ACTION CODE FOR IT
           05   AP-SOURCE-PROGRAM       PIC X(8).
           05   AP-ACTION-CODE          PIC X(1).
      * THE MASTER RECORD'S KEY AND NAME, AND WHAT THE CHANGE DOES IN
      * WORDS, FOR THE APPROVER AND THE LISTING
           05   AP-RECORD-KEY           PIC X(8).
           05   AP-RECORD-NAME          PIC X(20).
           05   AP-DESCRIPTION          PIC X(40).
           05   AP-MAKER-ID             PIC X(8).
           05   AP-CHECKER-ID           PIC X(8).
           05   AP-DECIDED-DATE         PIC 9(8).
      * THE DAY THE CHANGE WAS APPLIED OR FAILED, AND WHY A REJECTED
      * OR FAILED ONE DIDN'T TAKE
           05   AP-CLOSED-DATE          PIC 9(8).
           05   AP-RESULT-TEXT          PIC X(30).
           05   AP-EFFECTIVE-DATE       PIC 9(8).
      * THE FILING PROGRAM'S OWN PICTURE OF THE CHANGE - MNT1000 KEEPS
      * THE ENTERED AND OLD FIELD VALUES, CBL0010 THE TRANSACTION AS
      * KEYED, BRN1000 THE BRANCH RECORD
           05   AP-CHANGE-IMAGE         PIC X(200).
