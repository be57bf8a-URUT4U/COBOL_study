      ************************************************************************
      * CUSTOMER SEGMENT RECORD FIELDS - COMPANION FILE TO CUSTMAST,
      * ONE RECORD PER CUSTOMER KEYED ON THE CUSTOMER NUMBER THE WAY
      * CUSTCRED IS. SEG1000 REBUILDS IT EACH RUN FROM THE TWELVE
      * MONTHS OF SALESHIST.DAT ENDING ON THE SCORING DATE, SCORING
      * RECENCY OF THE LAST PURCHASE, NUMBER OF PURCHASES, AND NET
      * VALUE 1 TO 5 EACH. INQ1000 SHOWS IT, RPT1000 CARRIES IT ON
      * THE CSV EXTRACT, AND DCL1000 WORDS ITS LETTERS BY IT. A
      * CUSTOMER WITH NO RECORD HAS NOT BEEN SCORED YET. COPIED
      * UNDER EACH PROGRAM'S OWN 01 LEVEL.
      ************************************************************************
           05   SG-CUSTOMER-NUMBER      PIC 9(5).
      * A = BEST CUSTOMERS, B = STEADY, C = OCCASIONAL OR LAPSED
           05   SG-SEGMENT              PIC X(1).
               88   SG-SEGMENT-A                     VALUE "A".
               88   SG-SEGMENT-B                     VALUE "B".
               88   SG-SEGMENT-C                     VALUE "C".
      * Y = FREQUENT, HIGH-VALUE BUYER WHO HAS GONE QUIET
           05   SG-AT-RISK-SWITCH       PIC X(1).
               88   SG-AT-RISK                       VALUE "Y".
           05   SG-RECENCY-SCORE        PIC 9(1).
           05   SG-FREQUENCY-SCORE      PIC 9(1).
           05   SG-VALUE-SCORE          PIC 9(1).
      * ZERO WHEN THERE WAS NO PURCHASE IN THE TWELVE MONTHS
           05   SG-LAST-PURCHASE-DATE   PIC 9(8).
           05   SG-DAYS-SINCE-PURCHASE  PIC 9(3).
           05   SG-PURCHASE-COUNT       PIC 9(5).
           05   SG-NET-SALES            PIC S9(7)V9(2).
           05   SG-SCORED-DATE          PIC 9(8).
