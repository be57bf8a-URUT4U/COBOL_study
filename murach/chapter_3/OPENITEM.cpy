      ************************************************************************
      * OPEN-ITEM RECORD FIELDS - ONE INVOICE PER POSTED SALE. PST1000
      * WRITES IT WITH THE NEXT INVOICE NUMBER AND THE DUE DATE AND
      * DISCOUNT DATE ITS PAYMENT TERMS EARN, CSH1000 PAYS IT DOWN,
      * AND AGE1000 AGES WHATEVER IS STILL OPEN FROM THE DUE DATE.
      * OI-OPEN-AMOUNT STARTS AT THE INVOICE AMOUNT; STATUS GOES P
      * WHEN IT REACHES ZERO. A POSTED RETURN IS A CREDIT-MEMO ITEM
      * (TYPE C) UNDER ITS OWN NUMBER - ITS OPEN AMOUNT IS THE CREDIT
      * NOT YET NETTED AGAINST THE CUSTOMER'S INVOICES, AND CSH1000
      * NETS IT AGAINST THE INVOICE THE RETURN REFERENCED OR, FAILING
      * THAT, THE OLDEST. AN ITEM POSTED BEFORE INVOICE NUMBERS
      * CARRIES SPACES FROM OI-INVOICE-NUMBER ON AND IS TREATED AS AN
      * INVOICE DUE NET 30 FROM ITS INVOICE DATE. COPIED UNDER EACH
      * PROGRAM'S OWN 01 LEVEL.
      ************************************************************************
           05   OI-CUSTOMER-NUMBER      PIC 9(5).
           05   FILLER                  PIC X(1).
           05   OI-INVOICE-DATE         PIC 9(8).
           05   FILLER                  PIC X(1).
           05   OI-INVOICE-AMOUNT       PIC S9(5)V9(2).
           05   FILLER                  PIC X(1).
           05   OI-OPEN-AMOUNT          PIC S9(5)V9(2).
           05   FILLER                  PIC X(1).
           05   OI-ITEM-STATUS          PIC X(1).
               88   OI-ITEM-OPEN                     VALUE "O".
               88   OI-ITEM-PAID                     VALUE "P".
      * WRITTEN OFF BY WOF1000 - THE OPEN AMOUNT IS THEN WHAT IS STILL
      * UNRECOVERED
               88   OI-ITEM-WRITTEN-OFF              VALUE "W".
           05   FILLER                  PIC X(1).
           05   OI-INVOICE-NUMBER       PIC 9(7).
           05   FILLER                  PIC X(1).
           05   OI-TERMS-CODE           PIC X(3).
           05   FILLER                  PIC X(1).
           05   OI-DUE-DATE             PIC 9(8).
           05   FILLER                  PIC X(1).
      * ZERO WHEN THE TERMS CARRY NO EARLY-PAYMENT DISCOUNT
           05   OI-DISCOUNT-DATE        PIC 9(8).
           05   FILLER                  PIC X(1).
           05   OI-DISCOUNT-PCT         PIC 9(2)V9(2).
           05   FILLER                  PIC X(1).
           05   OI-DISCOUNT-TAKEN       PIC S9(5)V9(2).
           05   FILLER                  PIC X(1).
           05   OI-ITEM-TYPE            PIC X(1).
               88   OI-TYPE-INVOICE                  VALUE "I" " ".
               88   OI-TYPE-CREDIT-MEMO              VALUE "C".
           05   FILLER                  PIC X(1).
      * ON A CREDIT MEMO, THE INVOICE THE RETURN REFERENCED - ZERO
      * WHEN IT NAMED NONE
           05   OI-REFERENCE-INVOICE    PIC 9(7).
