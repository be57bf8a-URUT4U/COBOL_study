      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Customer segmentation - scores every CUSTMAST
      *          customer on recency of last purchase, number of
      *          purchases, and net value over the twelve months of
      *          SALESHIST.DAT ending on the run date, assigns an
      *          A/B/C segment plus an at-risk flag for a frequent,
      *          high-value buyer who has gone quiet, and rebuilds
      *          CUSTSEG.DAT with the result for INQ1000, RPT1000's
      *          CSV extract, and DCL1000's letters. Lists the at-risk
      *          customers and summarizes segment counts and sales by
      *          branch.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEG1000.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT SALESHIST ASSIGN TO "SALESHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SALESHIST-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CM-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTMAST-STATUS.
      * rebuilt from scratch each run, written in CUSTMAST key order
           SELECT CUSTSEG ASSIGN TO "CUSTSEG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SG-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTSEG-STATUS.
           SELECT BRANCHMST ASSIGN TO "BRANCHMST.DAT"
                   FILE STATUS IS BRANCHMST-STATUS.
           SELECT SEGMENT-RPT ASSIGN TO "SEG1000.OUT"
                   FILE STATUS IS SEGMENT-RPT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SEGWORK.TMP".
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD   SALESHIST.
       01   SALES-HISTORY-RECORD.
           05   SH-POSTING-DATE         PIC 9(8).
           05   FILLER                  PIC X(1).
           05   SH-CUSTOMER-NUMBER      PIC 9(5).
           05   FILLER                  PIC X(1).
           05   SH-TRANS-DATE           PIC 9(8).
           05   FILLER                  PIC X(1).
           05   SH-TRANS-AMOUNT         PIC S9(5)V9(2).
           05   FILLER                  PIC X(1).
           05   SH-TRANS-TYPE           PIC X(1).
               88   SH-TYPE-SALE                     VALUE "S".
               88   SH-TYPE-RETURN                   VALUE "R".

       FD   CUSTMAST.
       01   CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD   CUSTSEG.
       01   CUSTOMER-SEGMENT-RECORD.
           COPY CUSTSEG.

       FD   BRANCHMST.
       01   BRANCH-MASTER-RECORD.
           05   BM-BRANCH-NUMBER        PIC 9(2).
           05   BM-BRANCH-NAME          PIC X(20).
           05   BM-REGION               PIC X(10).
           05   BM-MANAGER-NAME         PIC X(20).

       FD   SEGMENT-RPT.
       01   PRINT-AREA                  PIC X(132).

      * THE WINDOW'S TRANSACTIONS IN CUSTOMER ORDER, SO THE OUTPUT
      * PROCEDURE CAN MATCH THEM AGAINST CUSTMAST IN ONE PASS.
       SD   SORT-WORK-FILE.
       01   SORT-RECORD.
           05   SS-CUSTOMER-NUMBER      PIC 9(5).
           05   SS-TRANS-DATE           PIC 9(8).
           05   SS-TRANS-AMOUNT         PIC S9(5)V9(2).
           05   SS-TRANS-TYPE           PIC X(1).
               88   SS-TYPE-SALE                     VALUE "S".
               88   SS-TYPE-RETURN                   VALUE "R".

       WORKING-STORAGE SECTION.

       77   SALESHIST-STATUS            PIC X(2)     VALUE "00".
           88   SALESHIST-OK                         VALUE "00".
       77   CUSTMAST-STATUS             PIC X(2)     VALUE "00".
           88   CUSTMAST-OK                          VALUE "00".
       77   CUSTSEG-STATUS              PIC X(2)     VALUE "00".
           88   CUSTSEG-OK                           VALUE "00".
       77   BRANCHMST-STATUS            PIC X(2)     VALUE "00".
           88   BRANCHMST-OK                         VALUE "00".
       77   SEGMENT-RPT-STATUS          PIC X(2)     VALUE "00".
           88   SEGMENT-RPT-OK                       VALUE "00".

       77   SALESHIST-EOF-SWITCH        PIC X        VALUE "N".
           88   SALESHIST-EOF                        VALUE "Y".
       77   CUSTMAST-EOF-SWITCH         PIC X        VALUE "N".
           88   CUSTMAST-EOF                         VALUE "Y".
       77   BRANCHMST-EOF-SWITCH        PIC X        VALUE "N".
           88   BRANCHMST-EOF                        VALUE "Y".
       77   SORT-EOF-SWITCH             PIC X        VALUE "N".
           88   SORT-EOF                             VALUE "Y".

      * SCORE BANDS - EACH MEASURE SCORES 1 TO 5. DAYS SINCE THE LAST
      * SALE AT OR UNDER EACH LIMIT EARNS THE RECENCY SCORE; SALES
      * COUNT AND NET VALUE AT OR OVER EACH FLOOR EARN THEIRS.
       01   SCORE-BAND-VALUES.
           05   FILLER                  PIC 9(3)     VALUE 030.
           05   FILLER                  PIC 9(3)     VALUE 060.
           05   FILLER                  PIC 9(3)     VALUE 090.
           05   FILLER                  PIC 9(3)     VALUE 180.
           05   FILLER                  PIC 9(5)     VALUE 00024.
           05   FILLER                  PIC 9(5)     VALUE 00012.
           05   FILLER                  PIC 9(5)     VALUE 00006.
           05   FILLER                  PIC 9(5)     VALUE 00002.
           05   FILLER                  PIC 9(7)     VALUE 0050000.
           05   FILLER                  PIC 9(7)     VALUE 0020000.
           05   FILLER                  PIC 9(7)     VALUE 0005000.
           05   FILLER                  PIC 9(7)     VALUE 0001000.
       01   SCORE-BAND-TABLE REDEFINES SCORE-BAND-VALUES.
           05   SB-RECENCY-DAYS         PIC 9(3)     OCCURS 4 TIMES.
           05   SB-FREQUENCY-FLOOR      PIC 9(5)     OCCURS 4 TIMES.
           05   SB-VALUE-FLOOR          PIC 9(7)     OCCURS 4 TIMES.

      * THE THREE SCORES ADDED TOGETHER DECIDE THE SEGMENT. A CUSTOMER
      * WHOSE FREQUENCY AND VALUE SCORES TOGETHER REACH THE AT-RISK
      * FLOOR IS A GOOD CUSTOMER, AND IS AT RISK ONCE THEIR LAST SALE
      * IS MORE THAN THE QUIET DAYS OLD.
       77   WS-SEGMENT-A-FLOOR          PIC 9(2)     VALUE 12.
       77   WS-SEGMENT-B-FLOOR          PIC 9(2)     VALUE 8.
       77   WS-AT-RISK-FLOOR            PIC 9(2)     VALUE 7.
       77   WS-QUIET-DAYS               PIC 9(3)     VALUE 90.

       01   SCORING-WORK-FIELDS.
           05   WS-RUN-DATE             PIC 9(8)     VALUE ZERO.
           05   WS-RUN-DATE-INTEGER     PIC 9(7)     VALUE ZERO.
           05   WS-WINDOW-START-DATE    PIC 9(8)     VALUE ZERO.
           05   WS-LAST-PURCHASE-DATE   PIC 9(8)     VALUE ZERO.
           05   WS-DAYS-SINCE-PURCHASE  PIC 9(3)     VALUE ZERO.
           05   WS-PURCHASE-COUNT       PIC 9(5)     VALUE ZERO.
           05   WS-NET-SALES            PIC S9(7)V99 VALUE ZERO.
           05   WS-RECENCY-SCORE        PIC 9(1)     VALUE ZERO.
           05   WS-FREQUENCY-SCORE      PIC 9(1)     VALUE ZERO.
           05   WS-VALUE-SCORE          PIC 9(1)     VALUE ZERO.
           05   WS-TOTAL-SCORE          PIC 9(2)     VALUE ZERO.
           05   WS-BAND-SUB             PIC 9(1)     VALUE ZERO.
           05   WS-SEGMENT-SUB          PIC 9(1)     VALUE ZERO.

      * SEGMENT FIGURES BY BRANCH, SUBSCRIPTED BY BRANCH NUMBER + 1
      * THE WAY AGE1000 DOES, AND WITHIN A BRANCH BY SEGMENT - 1 = A,
      * 2 = B, 3 = C.
       01   BRANCH-TABLE-FIELDS.
           05   WS-BRANCH-ENTRY OCCURS 100 TIMES.
               10   WS-BR-ACTIVE-SWITCH PIC X.
                   88   WS-BR-ACTIVE             VALUE "Y".
               10   WS-BR-NAME          PIC X(20).
               10   WS-BR-SEGMENT OCCURS 3 TIMES.
                   15   WS-BR-COUNT     PIC 9(7).
                   15   WS-BR-SALES     PIC S9(9)V99.
               10   WS-BR-AT-RISK-COUNT PIC 9(7).

       77   WS-BRANCH-SUB               PIC 9(3)     VALUE ZERO.
       77   WS-BRANCH-NUMBER            PIC 9(2)     VALUE ZERO.

       01   COMPANY-FIGURES.
           05   WS-CO-SEGMENT OCCURS 3 TIMES.
               10   WS-CO-COUNT         PIC 9(7).
               10   WS-CO-SALES         PIC S9(9)V99.
           05   WS-CO-AT-RISK-COUNT     PIC 9(7)     VALUE ZERO.

       01   SEGMENT-COUNTERS.
           05   WS-HISTORY-READ         PIC 9(7)     VALUE ZERO.
           05   WS-HISTORY-IN-WINDOW    PIC 9(7)     VALUE ZERO.
           05   WS-HISTORY-BAD-DATE     PIC 9(7)     VALUE ZERO.
           05   WS-HISTORY-NO-CUSTOMER  PIC 9(7)     VALUE ZERO.
           05   WS-CUSTOMERS-SCORED     PIC 9(7)     VALUE ZERO.
           05   WS-CUSTOMERS-NO-SALES   PIC 9(7)     VALUE ZERO.
           05   WS-SEGMENT-WRITE-ERRORS PIC 9(7)     VALUE ZERO.

       01   CURRENT-DATE-AND-TIME.
           05   CD-YEAR                 PIC 9999.
           05   CD-MONTH                PIC 99.
           05   CD-DAY                  PIC 99.
           05   FILLER                  PIC X(13).

       01   RPT-HEADING-LINE.
           05   FILLER                  PIC X(33)    VALUE
                    "CUSTOMER SEGMENTATION - SALES ".
           05   RHL-WINDOW-START        PIC 9(8).
           05   FILLER                  PIC X(6)     VALUE " THRU ".
           05   RHL-RUN-DATE            PIC 9(8).
           05   FILLER                  PIC X(77)    VALUE SPACES.

       01   RPT-SECTION-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RSL-CAPTION             PIC X(40).
           05   FILLER                  PIC X(90)    VALUE SPACES.

       01   RPT-RISK-COLUMN-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(7)     VALUE "CUST#".
           05   FILLER                  PIC X(22)    VALUE
                    "CUSTOMER NAME".
           05   FILLER                  PIC X(7)     VALUE "BR/REP".
           05   FILLER                  PIC X(10)    VALUE
                    "LAST SALE".
           05   FILLER                  PIC X(6)     VALUE " DAYS".
           05   FILLER                  PIC X(8)     VALUE
                    "  SALES".
           05   FILLER                  PIC X(15)    VALUE
                    "    NET VALUE".
           05   FILLER                  PIC X(8)     VALUE " R F V".
           05   FILLER                  PIC X(47)    VALUE SPACES.

       01   RPT-RISK-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-CUSTOMER-NUMBER     PIC 9(5).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-CUSTOMER-NAME       PIC X(20).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-BRANCH-NUMBER       PIC 9(2).
           05   FILLER                  PIC X(1)     VALUE "/".
           05   RRL-SALESREP-NUMBER     PIC 9(2).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-LAST-PURCHASE-DATE  PIC 9(8).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-DAYS                PIC ZZ9.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-PURCHASE-COUNT      PIC ZZ,ZZ9.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RRL-NET-SALES           PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-RECENCY-SCORE       PIC 9.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RRL-FREQUENCY-SCORE     PIC 9.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RRL-VALUE-SCORE         PIC 9.
           05   FILLER                  PIC X(53)    VALUE SPACES.

       01   RPT-BRANCH-COLUMN-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(27)    VALUE
                    "BR  BRANCH NAME".
           05   FILLER                  PIC X(22)    VALUE
                    "  A-COUNT      A-SALES".
           05   FILLER                  PIC X(22)    VALUE
                    "  B-COUNT      B-SALES".
           05   FILLER                  PIC X(22)    VALUE
                    "  C-COUNT      C-SALES".
           05   FILLER                  PIC X(10)    VALUE
                    "   AT RISK".
           05   FILLER                  PIC X(27)    VALUE SPACES.

       01   RPT-BRANCH-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RBL-BRANCH-NUMBER       PIC X(2).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RBL-BRANCH-NAME         PIC X(20).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RBL-SEGMENT OCCURS 3 TIMES.
               10   RBL-COUNT           PIC Z,ZZZ,ZZ9.
               10   RBL-SALES           PIC ZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RBL-AT-RISK-COUNT       PIC Z,ZZZ,ZZ9.
           05   FILLER                  PIC X(26)    VALUE SPACES.

       01   RPT-COUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCL-CAPTION             PIC X(40).
           05   RCL-COUNT               PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(83)    VALUE SPACES.

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 1000-INITIALIZE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SS-CUSTOMER-NUMBER
                                SS-TRANS-DATE
               INPUT PROCEDURE IS 1300-SELECT-WINDOW-SALES
               OUTPUT PROCEDURE IS 2000-SCORE-ALL-CUSTOMERS.
           PERFORM 4000-TERMINATE.
           GOBACK.

      * THE WINDOW IS THE TWELVE MONTHS ENDING ON THE RUN DATE -
      * 365 DAYS COUNTING THE RUN DATE ITSELF.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           MOVE CURRENT-DATE-AND-TIME(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER - 364)
           PERFORM 1100-LOAD-BRANCH-NAMES
           OPEN INPUT SALESHIST
           IF NOT SALESHIST-OK
               DISPLAY "SEG1000: UNABLE TO OPEN SALESHIST, STATUS = "
                   SALESHIST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTMAST
           IF NOT CUSTMAST-OK
               DISPLAY "SEG1000: UNABLE TO OPEN CUSTMAST, STATUS = "
                   CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CUSTSEG
           IF NOT CUSTSEG-OK
               DISPLAY "SEG1000: UNABLE TO OPEN CUSTSEG, STATUS = "
                   CUSTSEG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT SEGMENT-RPT
           MOVE WS-WINDOW-START-DATE TO RHL-WINDOW-START
           MOVE WS-RUN-DATE TO RHL-RUN-DATE
           WRITE PRINT-AREA FROM RPT-HEADING-LINE
           MOVE "AT-RISK CUSTOMERS" TO RSL-CAPTION
           WRITE PRINT-AREA FROM RPT-SECTION-LINE
           WRITE PRINT-AREA FROM RPT-RISK-COLUMN-LINE.

       1100-LOAD-BRANCH-NAMES.
           INITIALIZE BRANCH-TABLE-FIELDS
                      COMPANY-FIGURES
           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > 100
               MOVE "N" TO WS-BR-ACTIVE-SWITCH(WS-BRANCH-SUB)
           END-PERFORM
           OPEN INPUT BRANCHMST
           IF BRANCHMST-OK
               PERFORM 1110-READ-BRANCH-RECORD
                   UNTIL BRANCHMST-EOF
               CLOSE BRANCHMST
           END-IF.

       1110-READ-BRANCH-RECORD.
           READ BRANCHMST
               AT END
                   SET BRANCHMST-EOF TO TRUE
               NOT AT END
                   MOVE BM-BRANCH-NAME
                       TO WS-BR-NAME(BM-BRANCH-NUMBER + 1)
           END-READ.

      * ONLY SALES AND RETURNS DATED INSIDE THE WINDOW GO TO THE
      * SORT. A TRANSACTION DATE THAT ISN'T A DATE IS COUNTED AND
      * LEFT OUT.
       1300-SELECT-WINDOW-SALES.
           PERFORM 1310-READ-ONE-HISTORY-RECORD
               UNTIL SALESHIST-EOF
           CLOSE SALESHIST.

       1310-READ-ONE-HISTORY-RECORD.
           READ SALESHIST
               AT END
                   SET SALESHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   IF SH-TRANS-DATE IS NOT NUMERIC
                      OR SH-CUSTOMER-NUMBER IS NOT NUMERIC
                       ADD 1 TO WS-HISTORY-BAD-DATE
                   ELSE
                       IF SH-TRANS-DATE >= WS-WINDOW-START-DATE
                          AND SH-TRANS-DATE <= WS-RUN-DATE
                          AND (SH-TYPE-SALE OR SH-TYPE-RETURN)
                           MOVE SH-CUSTOMER-NUMBER
                               TO SS-CUSTOMER-NUMBER
                           MOVE SH-TRANS-DATE   TO SS-TRANS-DATE
                           MOVE SH-TRANS-AMOUNT TO SS-TRANS-AMOUNT
                           MOVE SH-TRANS-TYPE   TO SS-TRANS-TYPE
                           RELEASE SORT-RECORD
                           ADD 1 TO WS-HISTORY-IN-WINDOW
                       END-IF
                   END-IF
           END-READ.

      * MATCHES THE SORTED TRANSACTIONS AGAINST CUSTMAST IN KEY
      * ORDER. EVERY CUSTOMER GETS A SEGMENT RECORD, WITH OR WITHOUT
      * SALES; A TRANSACTION FOR A CUSTOMER NO LONGER ON CUSTMAST IS
      * COUNTED AND SKIPPED.
       2000-SCORE-ALL-CUSTOMERS.
           PERFORM 2100-RETURN-SORTED-SALE
           PERFORM 2200-READ-CUSTMAST
           PERFORM 2300-SCORE-ONE-CUSTOMER
               UNTIL CUSTMAST-EOF
           PERFORM 2150-SKIP-ORPHAN-SALE
               UNTIL SORT-EOF.

       2100-RETURN-SORTED-SALE.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

       2150-SKIP-ORPHAN-SALE.
           ADD 1 TO WS-HISTORY-NO-CUSTOMER
           PERFORM 2100-RETURN-SORTED-SALE.

       2200-READ-CUSTMAST.
           READ CUSTMAST NEXT RECORD
               AT END
                   SET CUSTMAST-EOF TO TRUE
           END-READ.

       2300-SCORE-ONE-CUSTOMER.
           MOVE ZERO TO WS-LAST-PURCHASE-DATE
                        WS-PURCHASE-COUNT
                        WS-NET-SALES
           PERFORM 2150-SKIP-ORPHAN-SALE
               UNTIL SORT-EOF
               OR SS-CUSTOMER-NUMBER >= CM-CUSTOMER-NUMBER
           PERFORM 2310-ADD-ONE-SALE
               UNTIL SORT-EOF
               OR SS-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
           PERFORM 2400-ASSIGN-SEGMENT
           PERFORM 2500-WRITE-SEGMENT-RECORD
           PERFORM 2600-ADD-TO-BRANCH
           IF SG-AT-RISK
               PERFORM 2700-PRINT-AT-RISK-LINE
           END-IF
           ADD 1 TO WS-CUSTOMERS-SCORED
           PERFORM 2200-READ-CUSTMAST.

      * A RETURN TAKES AWAY VALUE BUT IS NOT A PURCHASE, AND DOESN'T
      * MAKE THE CUSTOMER ANY MORE RECENT.
       2310-ADD-ONE-SALE.
           IF SS-TYPE-SALE
               ADD 1 TO WS-PURCHASE-COUNT
               ADD SS-TRANS-AMOUNT TO WS-NET-SALES
               IF SS-TRANS-DATE > WS-LAST-PURCHASE-DATE
                   MOVE SS-TRANS-DATE TO WS-LAST-PURCHASE-DATE
               END-IF
           ELSE
               SUBTRACT SS-TRANS-AMOUNT FROM WS-NET-SALES
           END-IF
           PERFORM 2100-RETURN-SORTED-SALE.

       2400-ASSIGN-SEGMENT.
           IF WS-LAST-PURCHASE-DATE = ZERO
               MOVE 999 TO WS-DAYS-SINCE-PURCHASE
               ADD 1 TO WS-CUSTOMERS-NO-SALES
           ELSE
               COMPUTE WS-DAYS-SINCE-PURCHASE =
                   WS-RUN-DATE-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WS-LAST-PURCHASE-DATE)
           END-IF
           MOVE 1 TO WS-RECENCY-SCORE
                     WS-FREQUENCY-SCORE
                     WS-VALUE-SCORE
           PERFORM 2410-SCORE-ONE-BAND
               VARYING WS-BAND-SUB FROM 4 BY -1
               UNTIL WS-BAND-SUB < 1
           COMPUTE WS-TOTAL-SCORE = WS-RECENCY-SCORE
                                  + WS-FREQUENCY-SCORE
                                  + WS-VALUE-SCORE
           EVALUATE TRUE
               WHEN WS-TOTAL-SCORE >= WS-SEGMENT-A-FLOOR
                   MOVE "A" TO SG-SEGMENT
                   MOVE 1 TO WS-SEGMENT-SUB
               WHEN WS-TOTAL-SCORE >= WS-SEGMENT-B-FLOOR
                   MOVE "B" TO SG-SEGMENT
                   MOVE 2 TO WS-SEGMENT-SUB
               WHEN OTHER
                   MOVE "C" TO SG-SEGMENT
                   MOVE 3 TO WS-SEGMENT-SUB
           END-EVALUATE
           IF WS-FREQUENCY-SCORE + WS-VALUE-SCORE >= WS-AT-RISK-FLOOR
              AND WS-DAYS-SINCE-PURCHASE > WS-QUIET-DAYS
               MOVE "Y" TO SG-AT-RISK-SWITCH
           ELSE
               MOVE "N" TO SG-AT-RISK-SWITCH
           END-IF.

      * BANDS RUN FROM THE LOWEST SCORE UP, SO THE LAST BAND THE
      * CUSTOMER QUALIFIES FOR SETS THE SCORE - BAND 4 IS WORTH 2
      * AND BAND 1 IS WORTH 5.
       2410-SCORE-ONE-BAND.
           IF WS-DAYS-SINCE-PURCHASE <= SB-RECENCY-DAYS(WS-BAND-SUB)
               COMPUTE WS-RECENCY-SCORE = 6 - WS-BAND-SUB
           END-IF
           IF WS-PURCHASE-COUNT >= SB-FREQUENCY-FLOOR(WS-BAND-SUB)
               COMPUTE WS-FREQUENCY-SCORE = 6 - WS-BAND-SUB
           END-IF
           IF WS-NET-SALES >= SB-VALUE-FLOOR(WS-BAND-SUB)
               COMPUTE WS-VALUE-SCORE = 6 - WS-BAND-SUB
           END-IF.

       2500-WRITE-SEGMENT-RECORD.
           MOVE CM-CUSTOMER-NUMBER     TO SG-CUSTOMER-NUMBER
           MOVE WS-RECENCY-SCORE       TO SG-RECENCY-SCORE
           MOVE WS-FREQUENCY-SCORE     TO SG-FREQUENCY-SCORE
           MOVE WS-VALUE-SCORE         TO SG-VALUE-SCORE
           MOVE WS-LAST-PURCHASE-DATE  TO SG-LAST-PURCHASE-DATE
           MOVE WS-DAYS-SINCE-PURCHASE TO SG-DAYS-SINCE-PURCHASE
           MOVE WS-PURCHASE-COUNT      TO SG-PURCHASE-COUNT
           MOVE WS-NET-SALES           TO SG-NET-SALES
           MOVE WS-RUN-DATE            TO SG-SCORED-DATE
           WRITE CUSTOMER-SEGMENT-RECORD
               INVALID KEY
                   DISPLAY "SEG1000: CUSTSEG WRITE FAILED FOR "
                       SG-CUSTOMER-NUMBER ", STATUS = "
                       CUSTSEG-STATUS
                   ADD 1 TO WS-SEGMENT-WRITE-ERRORS
           END-WRITE.

       2600-ADD-TO-BRANCH.
           COMPUTE WS-BRANCH-SUB = CM-BRANCH-NUMBER + 1
           MOVE "Y" TO WS-BR-ACTIVE-SWITCH(WS-BRANCH-SUB)
           ADD 1 TO WS-BR-COUNT(WS-BRANCH-SUB, WS-SEGMENT-SUB)
                    WS-CO-COUNT(WS-SEGMENT-SUB)
           ADD WS-NET-SALES
               TO WS-BR-SALES(WS-BRANCH-SUB, WS-SEGMENT-SUB)
                  WS-CO-SALES(WS-SEGMENT-SUB)
           IF SG-AT-RISK
               ADD 1 TO WS-BR-AT-RISK-COUNT(WS-BRANCH-SUB)
                        WS-CO-AT-RISK-COUNT
           END-IF.

       2700-PRINT-AT-RISK-LINE.
           MOVE CM-CUSTOMER-NUMBER     TO RRL-CUSTOMER-NUMBER
           MOVE CM-CUSTOMER-NAME       TO RRL-CUSTOMER-NAME
           MOVE CM-BRANCH-NUMBER       TO RRL-BRANCH-NUMBER
           MOVE CM-SALESREP-NUMBER     TO RRL-SALESREP-NUMBER
           MOVE WS-LAST-PURCHASE-DATE  TO RRL-LAST-PURCHASE-DATE
           MOVE WS-DAYS-SINCE-PURCHASE TO RRL-DAYS
           MOVE WS-PURCHASE-COUNT      TO RRL-PURCHASE-COUNT
           MOVE WS-NET-SALES           TO RRL-NET-SALES
           MOVE WS-RECENCY-SCORE       TO RRL-RECENCY-SCORE
           MOVE WS-FREQUENCY-SCORE     TO RRL-FREQUENCY-SCORE
           MOVE WS-VALUE-SCORE         TO RRL-VALUE-SCORE
           WRITE PRINT-AREA FROM RPT-RISK-LINE.

       3700-PRINT-ONE-BRANCH.
           IF WS-BR-ACTIVE(WS-BRANCH-SUB)
               COMPUTE WS-BRANCH-NUMBER = WS-BRANCH-SUB - 1
               MOVE WS-BRANCH-NUMBER TO RBL-BRANCH-NUMBER
               MOVE WS-BR-NAME(WS-BRANCH-SUB) TO RBL-BRANCH-NAME
               PERFORM VARYING WS-SEGMENT-SUB FROM 1 BY 1
                   UNTIL WS-SEGMENT-SUB > 3
                   MOVE WS-BR-COUNT(WS-BRANCH-SUB, WS-SEGMENT-SUB)
                       TO RBL-COUNT(WS-SEGMENT-SUB)
                   MOVE WS-BR-SALES(WS-BRANCH-SUB, WS-SEGMENT-SUB)
                       TO RBL-SALES(WS-SEGMENT-SUB)
               END-PERFORM
               MOVE WS-BR-AT-RISK-COUNT(WS-BRANCH-SUB)
                   TO RBL-AT-RISK-COUNT
               WRITE PRINT-AREA FROM RPT-BRANCH-LINE
           END-IF.

       4000-TERMINATE.
           MOVE "SEGMENTS BY BRANCH" TO RSL-CAPTION
           WRITE PRINT-AREA FROM RPT-SECTION-LINE
           WRITE PRINT-AREA FROM RPT-BRANCH-COLUMN-LINE
           PERFORM 3700-PRINT-ONE-BRANCH
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > 100
           MOVE SPACES TO RBL-BRANCH-NUMBER
           MOVE "COMPANY TOTAL" TO RBL-BRANCH-NAME
           PERFORM VARYING WS-SEGMENT-SUB FROM 1 BY 1
               UNTIL WS-SEGMENT-SUB > 3
               MOVE WS-CO-COUNT(WS-SEGMENT-SUB)
                   TO RBL-COUNT(WS-SEGMENT-SUB)
               MOVE WS-CO-SALES(WS-SEGMENT-SUB)
                   TO RBL-SALES(WS-SEGMENT-SUB)
           END-PERFORM
           MOVE WS-CO-AT-RISK-COUNT TO RBL-AT-RISK-COUNT
           WRITE PRINT-AREA FROM RPT-BRANCH-LINE
           MOVE "HISTORY RECORDS READ:" TO RCL-CAPTION
           MOVE WS-HISTORY-READ TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "HISTORY RECORDS IN THE WINDOW:" TO RCL-CAPTION
           MOVE WS-HISTORY-IN-WINDOW TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "HISTORY RECORDS WITH A BAD DATE:" TO RCL-CAPTION
           MOVE WS-HISTORY-BAD-DATE TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "WINDOW RECORDS FOR NO CUSTOMER:" TO RCL-CAPTION
           MOVE WS-HISTORY-NO-CUSTOMER TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "CUSTOMERS SCORED:" TO RCL-CAPTION
           MOVE WS-CUSTOMERS-SCORED TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "CUSTOMERS WITH NO SALE IN THE WINDOW:" TO RCL-CAPTION
           MOVE WS-CUSTOMERS-NO-SALES TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "CUSTSEG WRITE ERRORS:" TO RCL-CAPTION
           MOVE WS-SEGMENT-WRITE-ERRORS TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           IF WS-SEGMENT-WRITE-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE CUSTMAST
                 CUSTSEG
                 SEGMENT-RPT.
