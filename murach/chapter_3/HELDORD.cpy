      ************************************************************************
      * HELD-ORDER RECORD FIELDS - ONE RECORD PER SALE PST1000 HELD
      * FOR CREDIT INSTEAD OF POSTING, WITH THE EXPOSURE AND LIMIT AS
      * THEY STOOD WHEN IT WAS HELD. HLD1000 RECORDS THE CREDIT
      * MANAGER'S RELEASE OR DECLINE ON THE SAME RECORD, SO THE FILE
      * IS ALSO THE HISTORY OF EVERY CREDIT DECISION. COPIED UNDER
      * EACH PROGRAM'S OWN 01 LEVEL.
      ************************************************************************
           05   HO-CUSTOMER-NUMBER      PIC 9(5).
           05   FILLER                  PIC X(1).
           05   HO-TRANS-DATE           PIC 9(8).
           05   FILLER                  PIC X(1).
           05   HO-TRANS-AMOUNT         PIC S9(5)V9(2).
           05   FILLER                  PIC X(1).
           05   HO-TRANS-TYPE           PIC X(1).
           05   FILLER                  PIC X(1).
           05   HO-HOLD-DATE            PIC 9(8).
           05   FILLER                  PIC X(1).
      * OL = SALE WOULD PASS THE CREDIT LIMIT, CH = CUSTOMER IS ON
      * CREDIT HOLD
           05   HO-HOLD-REASON          PIC X(2).
               88   HO-REASON-OVER-LIMIT             VALUE "OL".
               88   HO-REASON-CREDIT-HOLD            VALUE "CH".
           05   FILLER                  PIC X(1).
           05   HO-OPEN-EXPOSURE        PIC S9(9)V9(2).
           05   FILLER                  PIC X(1).
           05   HO-OVER-90-AMOUNT       PIC S9(9)V9(2).
           05   FILLER                  PIC X(1).
           05   HO-CREDIT-LIMIT         PIC S9(7)V9(2).
           05   FILLER                  PIC X(1).
      * H = STILL HELD, R = RELEASED FOR POSTING, D = DECLINED
           05   HO-ORDER-STATUS         PIC X(1).
               88   HO-ORDER-HELD                    VALUE "H".
               88   HO-ORDER-RELEASED                VALUE "R".
               88   HO-ORDER-DECLINED                VALUE "D".
           05   FILLER                  PIC X(1).
           05   HO-DECISION-DATE        PIC 9(8).
