      ************************************************************************
      * COMMISSION SPLIT RECORD FIELDS - COMPANION FILE TO CUSTMAST,
      * ONE RECORD PER JOINTLY WORKED CUSTOMER KEYED ON ITS CUSTOMER
      * NUMBER THE WAY CUSTCRED IS, LISTING EACH SALESREP WHO SHARES
      * THE ACCOUNT AND THEIR PERCENTAGE. THE SHARES MUST TOTAL 100;
      * A CUSTOMER WITH NO RECORD (OR A RECORD THAT DOESN'T TOTAL 100)
      * CREDITS CM-SALESREP-NUMBER IN FULL. SPL1000 MAINTAINS IT;
      * COM1000 AND SLS1000 CREDIT EACH REP THEIR SHARE OF THE SALES,
      * AND PST1000 SPLITS THE RETURNS COM1000 CLAWS BACK. COPIED
      * UNDER EACH PROGRAM'S OWN 01 LEVEL.
      ************************************************************************
           05   SP-CUSTOMER-NUMBER      PIC 9(5).
           05   SP-SHARE-COUNT          PIC 9(1).
           05   SP-SHARE OCCURS 4 TIMES.
               10   SP-BRANCH-NUMBER    PIC 9(2).
               10   SP-SALESREP-NUMBER  PIC 9(2).
               10   SP-SHARE-PCT        PIC 9(3)V9(2).
           05   SP-CHANGED-DATE         PIC 9(8).
