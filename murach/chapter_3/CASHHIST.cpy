      ************************************************************************
      * CASH-APPLICATION HISTORY RECORD FIELDS - ONE RECORD FOR EVERY
      * AMOUNT CSH1000 APPLIES TO AN OPEN ITEM, KEPT PERMANENTLY THE
      * WAY SALESHIST KEEPS POSTED SALES, SO COLLECTION SPEED CAN BE
      * MEASURED AFTER OPENITEM.DAT HAS BEEN REWRITTEN. DSO1000
      * REPORTS FROM IT. COPIED UNDER EACH PROGRAM'S OWN 01 LEVEL.
      ************************************************************************
      * THE CSH1000 RUN THAT MADE THE APPLICATION
           05   CH-APPLIED-DATE         PIC 9(8).
           05   FILLER                  PIC X(1).
           05   CH-CUSTOMER-NUMBER      PIC 9(5).
           05   FILLER                  PIC X(1).
      * R = CASH RECEIPT, C = ON-ACCOUNT CREDIT, M = CREDIT MEMO,
      * V = RECOVERY ON A WRITTEN-OFF INVOICE
           05   CH-SOURCE               PIC X(1).
               88   CH-SOURCE-RECEIPT                VALUE "R".
               88   CH-SOURCE-ON-ACCOUNT             VALUE "C".
               88   CH-SOURCE-CREDIT-MEMO            VALUE "M".
               88   CH-SOURCE-RECOVERY               VALUE "V".
           05   FILLER                  PIC X(1).
      * THE DATE ON THE RECEIPT, CREDIT, OR MEMO THAT PAID
           05   CH-RECEIPT-DATE         PIC 9(8).
           05   FILLER                  PIC X(1).
      * ZERO FOR AN ITEM POSTED BEFORE INVOICE NUMBERS
           05   CH-INVOICE-NUMBER       PIC 9(7).
           05   FILLER                  PIC X(1).
           05   CH-INVOICE-DATE         PIC 9(8).
           05   FILLER                  PIC X(1).
           05   CH-DUE-DATE             PIC 9(8).
           05   FILLER                  PIC X(1).
           05   CH-APPLIED-AMOUNT       PIC S9(7)V9(2).
           05   FILLER                  PIC X(1).
           05   CH-DISCOUNT-AMOUNT      PIC S9(5)V9(2).
           05   FILLER                  PIC X(1).
      * Y WHEN THIS APPLICATION LEFT THE ITEM FULLY PAID
           05   CH-ITEM-CLEARED         PIC X(1).
