      ************************************************************************
      * NATIONAL ACCOUNT HIERARCHY RECORD FIELDS - COMPANION FILE TO
      * CUSTMAST, ONE RECORD PER CHILD CUSTOMER KEYED ON ITS CUSTOMER
      * NUMBER THE WAY CUSTCRED IS, TYING IT TO THE NATIONAL-ACCOUNT
      * PARENT IT BUYS UNDER. THE PARENT IS ITSELF A CUSTMAST
      * CUSTOMER (THE HEAD-OFFICE ACCOUNT) AND HAS NO RECORD OF ITS
      * OWN HERE - THE HIERARCHY IS ONE LEVEL DEEP, SO A PARENT IS
      * NEVER A CHILD. NAT1000 MAINTAINS IT; NAR1000 ROLLS THE
      * ACCOUNTS UP, AND PST1000 AND RPT1000 CAN WORK AT PARENT LEVEL
      * FROM IT. COPIED UNDER EACH PROGRAM'S OWN 01 LEVEL.
      ************************************************************************
           05   NA-CUSTOMER-NUMBER      PIC 9(5).
           05   NA-PARENT-NUMBER        PIC 9(5).
           05   NA-LINKED-DATE          PIC 9(8).
