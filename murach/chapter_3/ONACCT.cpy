      ************************************************************************
      * ON-ACCOUNT CREDIT RECORD FIELDS - CASH CSH1000 COULD NOT APPLY
      * TO AN OPEN ITEM, KEPT PER CUSTOMER INSTEAD OF BEING LOST. EACH
      * CSH1000 RUN APPLIES THE OPEN CREDITS TO THE CUSTOMER'S OPEN
      * ITEMS BEFORE ANY NEW UNAPPLIED CASH IS ADDED, AND ONA1000 AGES
      * WHAT IS STILL UNUSED. A USED-UP CREDIT STAYS ON THE FILE AS
      * HISTORY WITH STATUS U. COPIED UNDER EACH PROGRAM'S OWN 01
      * LEVEL.
      ************************************************************************
           05   OA-CUSTOMER-NUMBER      PIC 9(5).
           05   FILLER                  PIC X(1).
      * THE DATE OF THE RECEIPT THE CREDIT CAME FROM
           05   OA-CREDIT-DATE          PIC 9(8).
           05   FILLER                  PIC X(1).
           05   OA-ORIGINAL-AMOUNT      PIC S9(7)V9(2).
           05   FILLER                  PIC X(1).
           05   OA-REMAINING-AMOUNT     PIC S9(7)V9(2).
           05   FILLER                  PIC X(1).
      * UC = UNAPPLIED CASH, OP = OVERPAID THE INVOICE IT NAMED,
      * NI = NAMED AN INVOICE THAT WAS NOT OPEN
           05   OA-CREDIT-SOURCE        PIC X(2).
               88   OA-SOURCE-UNAPPLIED              VALUE "UC".
               88   OA-SOURCE-OVERPAID               VALUE "OP".
               88   OA-SOURCE-NOT-OPEN               VALUE "NI".
           05   FILLER                  PIC X(1).
      * THE INVOICE THE REMITTANCE NAMED, ZERO WHEN IT NAMED NONE
           05   OA-INVOICE-NUMBER       PIC 9(7).
           05   FILLER                  PIC X(1).
           05   OA-CREDIT-STATUS        PIC X(1).
               88   OA-CREDIT-OPEN                   VALUE "O".
               88   OA-CREDIT-USED                   VALUE "U".
           05   FILLER                  PIC X(1).
           05   OA-LAST-APPLIED-DATE    PIC 9(8).
