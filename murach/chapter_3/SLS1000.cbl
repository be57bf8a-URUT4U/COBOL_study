      * THE SAME WAY BRANCHMST.DAT IS.
           SELECT SREPMST ASSIGN TO "SALESREP.DAT"
                   FILE STATUS IS SREPMST-STATUS.
      * CUSTOMERS WORKED JOINTLY BY TWO OR MORE SALESREPS - EACH REP
      * IS CREDITED THEIR SHARE OF THE CUSTOMER'S SALES, THE SAME
      * SPLIT COM1000 PAYS ON. A MISSING FILE MEANS NO SPLITS.
           SELECT COMMSPLT ASSIGN TO "COMMSPLT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SP-CUSTOMER-NUMBER
                   FILE STATUS IS COMMSPLT-STATUS.
           SELECT QUOTA-RPT ASSIGN TO "SLS1000.OUT"
                   FILE STATUS IS QUOTA-RPT-STATUS.
      ************************************************************************
           05   SM-HIRE-DATE            PIC 9(8).
           05   SM-ANNUAL-QUOTA         PIC 9(7)V9(2).

       FD   COMMSPLT.
       01   COMMISSION-SPLIT-RECORD.
           COPY COMMSPLT.

       FD   QUOTA-RPT.
       01   PRINT-AREA                  PIC X(132).

       77   QUOTA-RPT-STATUS            PIC X(2)     VALUE "00".
           88   QUOTA-RPT-OK                         VALUE "00".

       77   COMMSPLT-STATUS             PIC X(2)     VALUE "00".
           88   COMMSPLT-OK                          VALUE "00".
       77   COMMSPLT-OPEN-SWITCH        PIC X        VALUE "N".
           88   COMMSPLT-OPENED                      VALUE "Y".

       77   CUSTMAST-EOF-SWITCH         PIC X        VALUE "N".
           88   CUSTMAST-EOF                         VALUE "Y".
       77   SREPMST-EOF-SWITCH          PIC X        VALUE "N".
       77   WS-UNASSIGNED-COUNT         PIC 9(7)     VALUE ZERO.
       77   WS-UNASSIGNED-SALES         PIC S9(9)V99 VALUE ZERO.

      * A SPLIT IS ONLY APPLIED WHEN IT NAMES TWO TO FOUR REPS WHO ARE
      * ALL ON THE SALESREP MASTER AND ITS SHARES TOTAL EXACTLY 100 -
      * THE SAME TEST COM1000 MAKES, SO QUOTA AND COMMISSION AGREE.
       01   SPLIT-FIELDS.
           05   WS-SPLIT-SUB            PIC 9(1)     VALUE ZERO.
           05   WS-SPLIT-TOTAL-PCT      PIC 9(4)V9(2) VALUE ZERO.
           05   WS-SPLIT-SHARE          PIC S9(7)V99 VALUE ZERO.
           05   WS-SPLIT-CREDITED       PIC S9(7)V99 VALUE ZERO.
           05   WS-SPLIT-VALID-SWITCH   PIC X        VALUE "N".
               88   WS-SPLIT-VALID                   VALUE "Y".
           05   WS-SPLIT-CUSTOMER-COUNT PIC 9(7)     VALUE ZERO.
           05   WS-BAD-SPLIT-COUNT      PIC 9(7)     VALUE ZERO.

       01   QUOTA-TOTALS.
           05   WS-TOTAL-QUOTA          PIC S9(9)V99 VALUE ZERO.
           05   WS-TOTAL-ACTUAL         PIC S9(9)V99 VALUE ZERO.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT COMMSPLT
           IF COMMSPLT-OK
               SET COMMSPLT-OPENED TO TRUE
           END-IF
           OPEN OUTPUT QUOTA-RPT
           MOVE CD-MONTH TO RHL-MONTH
           MOVE CD-DAY   TO RHL-DAY

      * EACH CUSTOMER'S THIS-YTD SALES LAND ON ITS SALESREP'S TABLE
      * ENTRY. A CUSTOMER WHOSE REP HAS NO MASTER RECORD COUNTS AS
      * UNASSIGNED SO THE SHORTFALL SHOWS ON THE REPORT. A SHARED
      * CUSTOMER IS CREDITED SHARE BY SHARE INSTEAD.
       3000-ACCUMULATE-RECORD.
           PERFORM 3100-CHECK-COMMISSION-SPLIT
           IF WS-SPLIT-VALID
               ADD 1 TO WS-SPLIT-CUSTOMER-COUNT
               MOVE ZERO TO WS-SPLIT-CREDITED
               PERFORM 3200-CREDIT-ONE-SHARE
                   VARYING WS-SPLIT-SUB FROM 1 BY 1
                   UNTIL WS-SPLIT-SUB > SP-SHARE-COUNT
           ELSE
               PERFORM 3050-CREDIT-OWN-SALESREP
           END-IF
           PERFORM 2000-READ-CUSTMAST.

       3050-CREDIT-OWN-SALESREP.
           MOVE "N" TO WS-SALESREP-FOUND-SWITCH
           PERFORM VARYING WS-SALESREP-INDEX FROM 1 BY 1
               UNTIL WS-SALESREP-INDEX > WS-SALESREP-COUNT
           ELSE
               ADD 1 TO WS-UNASSIGNED-COUNT
               ADD CM-SALES-THIS-YTD TO WS-UNASSIGNED-SALES
           END-IF.

      * A CUSTOMER WITH NO SPLIT RECORD IS SIMPLY UNSPLIT. ONE WITH A
      * RECORD THAT FAILS THE CHECKS GOES TO ITS OWN REP IN FULL AND
      * IS COUNTED.
       3100-CHECK-COMMISSION-SPLIT.
           MOVE "N" TO WS-SPLIT-VALID-SWITCH
           IF NOT COMMSPLT-OPENED
               EXIT PARAGRAPH
           END-IF
           MOVE CM-CUSTOMER-NUMBER TO SP-CUSTOMER-NUMBER
           READ COMMSPLT
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO WS-SPLIT-VALID-SWITCH
           MOVE ZERO TO WS-SPLIT-TOTAL-PCT
           IF SP-SHARE-COUNT NOT NUMERIC
              OR SP-SHARE-COUNT < 2 OR SP-SHARE-COUNT > 4
               MOVE "N" TO WS-SPLIT-VALID-SWITCH
           ELSE
               PERFORM 3110-CHECK-ONE-SHARE
                   VARYING WS-SPLIT-SUB FROM 1 BY 1
                   UNTIL WS-SPLIT-SUB > SP-SHARE-COUNT
               IF WS-SPLIT-TOTAL-PCT NOT = 100
                   MOVE "N" TO WS-SPLIT-VALID-SWITCH
               END-IF
           END-IF
           IF NOT WS-SPLIT-VALID
               ADD 1 TO WS-BAD-SPLIT-COUNT
           END-IF.

       3110-CHECK-ONE-SHARE.
           IF SP-SHARE-PCT(WS-SPLIT-SUB) NOT NUMERIC
              OR SP-SHARE-PCT(WS-SPLIT-SUB) = ZERO
               MOVE "N" TO WS-SPLIT-VALID-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD SP-SHARE-PCT(WS-SPLIT-SUB) TO WS-SPLIT-TOTAL-PCT
           PERFORM 3150-FIND-SHARE-SALESREP
           IF NOT WS-SALESREP-FOUND
               MOVE "N" TO WS-SPLIT-VALID-SWITCH
           END-IF.

       3150-FIND-SHARE-SALESREP.
           MOVE "N" TO WS-SALESREP-FOUND-SWITCH
           PERFORM VARYING WS-SALESREP-INDEX FROM 1 BY 1
               UNTIL WS-SALESREP-INDEX > WS-SALESREP-COUNT
               OR WS-SALESREP-FOUND
               IF WS-ST-BRANCH(WS-SALESREP-INDEX)
                       = SP-BRANCH-NUMBER(WS-SPLIT-SUB)
                  AND WS-ST-NUMBER(WS-SALESREP-INDEX)
                       = SP-SALESREP-NUMBER(WS-SPLIT-SUB)
                   SET WS-SALESREP-FOUND TO TRUE
                   MOVE WS-SALESREP-INDEX TO WS-MATCHED-SALESREP-SUB
               END-IF
           END-PERFORM.

      * EACH SHARE IS ROUNDED TO THE CENT AND THE LAST REP TAKES
      * WHATEVER IS LEFT, SO THE SHARES ADD BACK TO THE CUSTOMER'S
      * YTD EXACTLY - THE SAME ROUNDING COM1000 USES.
       3200-CREDIT-ONE-SHARE.
           IF WS-SPLIT-SUB = SP-SHARE-COUNT
               COMPUTE WS-SPLIT-SHARE =
                   CM-SALES-THIS-YTD - WS-SPLIT-CREDITED
           ELSE
               COMPUTE WS-SPLIT-SHARE ROUNDED =
                   CM-SALES-THIS-YTD * SP-SHARE-PCT(WS-SPLIT-SUB) / 100
               ADD WS-SPLIT-SHARE TO WS-SPLIT-CREDITED
           END-IF
           PERFORM 3150-FIND-SHARE-SALESREP
           ADD WS-SPLIT-SHARE
               TO WS-ST-ACTUAL-SALES(WS-MATCHED-SALESREP-SUB).

       3500-PRINT-ONE-SALESREP.
           MOVE WS-ST-BRANCH(WS-SALESREP-INDEX)
               MOVE WS-UNASSIGNED-COUNT TO RCL-COUNT
               WRITE PRINT-AREA FROM RPT-COUNT-LINE
           END-IF
           IF WS-SPLIT-CUSTOMER-COUNT > ZERO
               MOVE "SHARED ACCOUNTS SPLIT:" TO RCL-CAPTION
               MOVE WS-SPLIT-CUSTOMER-COUNT TO RCL-COUNT
               WRITE PRINT-AREA FROM RPT-COUNT-LINE
           END-IF
           IF WS-BAD-SPLIT-COUNT > ZERO
               MOVE "INVALID SPLITS NOT APPLIED:" TO RCL-CAPTION
               MOVE WS-BAD-SPLIT-COUNT TO RCL-COUNT
               WRITE PRINT-AREA FROM RPT-COUNT-LINE
           END-IF
           IF COMMSPLT-OPENED
               CLOSE COMMSPLT
           END-IF
           CLOSE CUSTMAST
                 QUOTA-RPT.
