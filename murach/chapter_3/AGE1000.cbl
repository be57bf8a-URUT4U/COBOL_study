      * Author: Nathan Ranna
      * Date:
      * Purpose: Open-item receivables aging report - ages every item
      *          still open on OPENITEM.DAT into current (not yet
      *          due) and 1-30, 31-60, 61-90, and over-90-days-past-
      *          due buckets from the due date its payment terms
      *          earned, rolled up by branch with the branch name from
      *          BRANCHMST.DAT and a company total, so trade
      *          receivables stop being chased from memory. Credit
      *          memos not yet netted against an invoice are not aged;
      *          they show in their own column and come off the total.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD   OPENITEM.
       01   OPEN-ITEM-RECORD.
           COPY OPENITEM.

       FD   CUSTMAST.
       01   CUSTOMER-MASTER-RECORD.
           88   BRANCHMST-EOF                        VALUE "Y".

      * AGING ACCUMULATORS SUBSCRIPTED BY BRANCH NUMBER + 1 THE WAY
      * EXS1000 DOES, BUCKETS 1-5 = CURRENT/1-30/31-60/61-90/OVER 90
      * DAYS PAST DUE.
       01   BRANCH-AGING-TABLE.
           05   WS-BRANCH-AGING OCCURS 100 TIMES.
               10   WS-BA-ACTIVE-SWITCH PIC X.
                   88   WS-BA-ACTIVE             VALUE "Y".
               10   WS-BA-NAME          PIC X(20).
               10   WS-BA-BUCKET        PIC S9(9)V99 OCCURS 5 TIMES.
               10   WS-BA-CREDIT        PIC S9(9)V99.
       77   WS-BRANCH-SUB               PIC 9(3)     VALUE ZERO.
       77   WS-BUCKET-SUB               PIC 9(1)     VALUE ZERO.

       01   COMPANY-TOTALS.
           05   WS-COMPANY-BUCKET       PIC S9(9)V99 OCCURS 5 TIMES
                                                     VALUE ZERO.
           05   WS-COMPANY-CREDIT       PIC S9(9)V99 VALUE ZERO.
           05   WS-COMPANY-OPEN-TOTAL   PIC S9(9)V99 VALUE ZERO.

       01   AGING-WORK-FIELDS.
           05   WS-TODAY-INTEGER        PIC 9(7)     VALUE ZERO.
           05   WS-DUE-INTEGER          PIC 9(7)     VALUE ZERO.
           05   WS-ITEM-AGE-DAYS        PIC S9(5)    VALUE ZERO.
           05   WS-BRANCH-TOTAL         PIC S9(9)V99 VALUE ZERO.
           05   WS-UNMATCHED-COUNT      PIC 9(7)     VALUE ZERO.
           05   WS-ITEMS-AGED           PIC 9(7)     VALUE ZERO.
           05   WS-CREDIT-MEMOS-OPEN    PIC 9(7)     VALUE ZERO.

       01   CURRENT-DATE-AND-TIME.
           05   CD-YEAR                 PIC 9999.
           05   FILLER                  PIC X(8)     VALUE "BRANCH".
           05   FILLER                  PIC X(22)    VALUE
                    "BRANCH NAME".
           05   FILLER                  PIC X(14)    VALUE "CURRENT".
           05   FILLER                  PIC X(14)    VALUE "1-30 DAYS".
           05   FILLER                  PIC X(14)    VALUE "31-60 DAYS".
           05   FILLER                  PIC X(14)    VALUE "61-90 DAYS".
           05   FILLER                  PIC X(14)    VALUE "OVER 90".
           05   FILLER                  PIC X(14)    VALUE "MEMO CR".
           05   FILLER                  PIC X(14)    VALUE "TOTAL OPEN".
           05   FILLER                  PIC X(2)     VALUE SPACES.

       01   RPT-DETAIL-LINE.
           05   FILLER                  PIC X(4)     VALUE SPACES.
           05   FILLER                  PIC X(4)     VALUE SPACES.
           05   RDL-BRANCH-NAME         PIC X(20).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-BUCKET-1            PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RDL-BUCKET-2            PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RDL-BUCKET-3            PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RDL-BUCKET-4            PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RDL-BUCKET-5            PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RDL-CREDIT              PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RDL-BRANCH-TOTAL        PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(3)     VALUE SPACES.

       01   RPT-TOTAL-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(30)    VALUE
                    "COMPANY TOTAL".
           05   RTL-BUCKET-1            PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RTL-BUCKET-2            PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RTL-BUCKET-3            PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RTL-BUCKET-4            PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RTL-BUCKET-5            PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RTL-CREDIT              PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RTL-COMPANY-TOTAL       PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(3)     VALUE SPACES.

       01   RPT-COUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
               UNTIL WS-BRANCH-SUB > 100
               MOVE "N"    TO WS-BA-ACTIVE-SWITCH(WS-BRANCH-SUB)
               MOVE SPACES TO WS-BA-NAME(WS-BRANCH-SUB)
               MOVE ZERO   TO WS-BA-CREDIT(WS-BRANCH-SUB)
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
                   MOVE ZERO
                       TO WS-BA-BUCKET(WS-BRANCH-SUB WS-BUCKET-SUB)
               END-PERFORM
                       TO WS-BA-NAME(BM-BRANCH-NUMBER + 1)
           END-READ.

      * AN OPEN ITEM LANDS IN THE AGE BUCKET ITS DUE DATE EARNS
      * AND ON THE BRANCH ITS CUSTOMER BELONGS TO. AN ITEM WHOSE
      * CUSTOMER IS GONE FROM CUSTMAST IS COUNTED BUT NOT AGED - IT
      * NEEDS A CLERK, NOT A BUCKET. AN OPEN CREDIT MEMO IS CREDIT THE
      * CUSTOMER HAS NOT YET HAD NETTED - IT REDUCES THE BRANCH TOTAL
      * BUT HAS NO AGE.
       3000-AGE-ONE-ITEM.
           READ OPENITEM
               AT END
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-COUNT
               NOT INVALID KEY
                   COMPUTE WS-BRANCH-SUB = CM-BRANCH-NUMBER + 1
                   MOVE "Y" TO WS-BA-ACTIVE-SWITCH(WS-BRANCH-SUB)
                   IF OI-TYPE-CREDIT-MEMO
                       ADD OI-OPEN-AMOUNT TO WS-BA-CREDIT(WS-BRANCH-SUB)
                       ADD OI-OPEN-AMOUNT TO WS-COMPANY-CREDIT
                       SUBTRACT OI-OPEN-AMOUNT
                           FROM WS-COMPANY-OPEN-TOTAL
                       ADD 1 TO WS-CREDIT-MEMOS-OPEN
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 3110-SET-DUE-INTEGER
                   COMPUTE WS-ITEM-AGE-DAYS =
                       WS-TODAY-INTEGER - WS-DUE-INTEGER
                   EVALUATE TRUE
                       WHEN WS-ITEM-AGE-DAYS <= 0
                           MOVE 1 TO WS-BUCKET-SUB
                       WHEN WS-ITEM-AGE-DAYS <= 30
                           MOVE 2 TO WS-BUCKET-SUB
                       WHEN WS-ITEM-AGE-DAYS <= 60
                           MOVE 3 TO WS-BUCKET-SUB
                       WHEN WS-ITEM-AGE-DAYS <= 90
                           MOVE 4 TO WS-BUCKET-SUB
                       WHEN OTHER
                           MOVE 5 TO WS-BUCKET-SUB
                   END-EVALUATE
                   ADD OI-OPEN-AMOUNT
                       TO WS-BA-BUCKET(WS-BRANCH-SUB WS-BUCKET-SUB)
                   ADD OI-OPEN-AMOUNT
                   ADD 1 TO WS-ITEMS-AGED
           END-READ.

      * AN ITEM POSTED BEFORE INVOICE NUMBERS CARRIES NO DUE DATE AND
      * IS TREATED AS NET 30 FROM ITS INVOICE DATE.
       3110-SET-DUE-INTEGER.
           IF OI-DUE-DATE IS NUMERIC AND OI-DUE-DATE > ZERO
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(OI-DUE-DATE)
           ELSE
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(OI-INVOICE-DATE) + 30
           END-IF.

       3500-PRINT-ONE-BRANCH.
           IF WS-BA-ACTIVE(WS-BRANCH-SUB)
               COMPUTE RDL-BRANCH-NUMBER = WS-BRANCH-SUB - 1
               MOVE WS-BA-BUCKET(WS-BRANCH-SUB 2) TO RDL-BUCKET-2
               MOVE WS-BA-BUCKET(WS-BRANCH-SUB 3) TO RDL-BUCKET-3
               MOVE WS-BA-BUCKET(WS-BRANCH-SUB 4) TO RDL-BUCKET-4
               MOVE WS-BA-BUCKET(WS-BRANCH-SUB 5) TO RDL-BUCKET-5
               COMPUTE WS-BRANCH-TOTAL =
                   WS-BA-BUCKET(WS-BRANCH-SUB 1)
                   + WS-BA-BUCKET(WS-BRANCH-SUB 2)
                   + WS-BA-BUCKET(WS-BRANCH-SUB 3)
                   + WS-BA-BUCKET(WS-BRANCH-SUB 4)
                   + WS-BA-BUCKET(WS-BRANCH-SUB 5)
                   - WS-BA-CREDIT(WS-BRANCH-SUB)
               MOVE WS-BA-CREDIT(WS-BRANCH-SUB) TO RDL-CREDIT
               MOVE WS-BRANCH-TOTAL TO RDL-BRANCH-TOTAL
               WRITE PRINT-AREA FROM RPT-DETAIL-LINE
           END-IF.
           MOVE WS-COMPANY-BUCKET(2) TO RTL-BUCKET-2
           MOVE WS-COMPANY-BUCKET(3) TO RTL-BUCKET-3
           MOVE WS-COMPANY-BUCKET(4) TO RTL-BUCKET-4
           MOVE WS-COMPANY-BUCKET(5) TO RTL-BUCKET-5
           MOVE WS-COMPANY-CREDIT    TO RTL-CREDIT
           MOVE WS-COMPANY-OPEN-TOTAL TO RTL-COMPANY-TOTAL
           WRITE PRINT-AREA FROM RPT-TOTAL-LINE
           MOVE "OPEN ITEMS AGED:" TO RCL-CAPTION
           MOVE WS-ITEMS-AGED      TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "OPEN CREDIT MEMOS:" TO RCL-CAPTION
           MOVE WS-CREDIT-MEMOS-OPEN TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           IF WS-UNMATCHED-COUNT > ZERO
               MOVE "ITEMS WITH NO CUSTMAST CUSTOMER:"
                   TO RCL-CAPTION
