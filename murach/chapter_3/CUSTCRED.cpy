      ************************************************************************
      * CUSTOMER CREDIT RECORD FIELDS - COMPANION FILE TO CUSTMAST,
      * ONE RECORD PER CUSTOMER KEYED ON THE CUSTOMER NUMBER THE WAY
      * CUSTMNTH IS. CRD1000 MAINTAINS IT FOR THE CREDIT MANAGER AND
      * PST1000 READS IT TO HOLD A SALE THAT WOULD TAKE THE
      * CUSTOMER'S OPEN-ITEM EXPOSURE PAST THE LIMIT, AND FOR THE
      * PAYMENT TERMS EACH NEW INVOICE IS DUE ON. A CUSTOMER WITH NO
      * CREDIT RECORD IS NOT CHECKED AND BUYS ON NET 30. COPIED UNDER
      * EACH PROGRAM'S OWN 01 LEVEL.
      ************************************************************************
           05   CC-CUSTOMER-NUMBER      PIC 9(5).
           05   CC-CREDIT-LIMIT         PIC S9(7)V9(2).
      * O = OPEN ACCOUNT, THE LIMIT APPLIES; H = CREDIT HOLD, EVERY
      * SALE ON ACCOUNT IS HELD; X = EXEMPT FROM THE LIMIT CHECK
           05   CC-CREDIT-STATUS        PIC X(1).
               88   CC-STATUS-OPEN                   VALUE "O".
               88   CC-STATUS-HOLD                   VALUE "H".
               88   CC-STATUS-EXEMPT                 VALUE "X".
           05   CC-LAST-REVIEW-DATE     PIC 9(8).
      * PAYMENT TERMS CODE FROM TERMS.DAT - N30 = NET 30, 210 = 2/10
      * NET 30, AND SO ON
           05   CC-TERMS-CODE           PIC X(3).
