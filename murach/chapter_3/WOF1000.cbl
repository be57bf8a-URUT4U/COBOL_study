      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Bad-debt write-off run - writes off the open invoices
      *          the credit manager approved on WOFLIST.DAT, and any
      *          invoice further past due than the age on the WOFPARM
      *          card, marking each written off on OPENITEM.DAT so it
      *          leaves the aging and the credit exposure. The total
      *          goes to the ledger through GLJRNL as bad-debt expense
      *          against receivables, and a register by branch with
      *          control totals backs the entry. CSH1000 treats cash
      *          that later arrives for a written-off invoice as a
      *          recovery. The open-item file is rebuilt through a
      *          work file the way CSH1000 does it.
      *          Holds the LOCKCTL OPENITEM lock from before the first
      *          read of the open items until the rewrite is done.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOF1000.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * the approved write-off list from the credit manager - one
      * invoice per record
           SELECT WOFLIST ASSIGN TO "WOFLIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WOFLIST-STATUS.
      * one-card age threshold - an invoice more days past due than
      * this is written off without being listed; no card or zero
      * days means only the list is worked
           SELECT WOFPARM ASSIGN TO "WOFPARM.DAT"
                   FILE STATUS IS WOFPARM-STATUS.
           SELECT OPENITEM ASSIGN TO "OPENITEM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPENITEM-STATUS.
           SELECT OPENITEM-WORK ASSIGN TO "OPENITEM.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPENITEM-WORK-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTMAST-STATUS.
           SELECT BRANCHMST ASSIGN TO "BRANCHMST.DAT"
                   FILE STATUS IS BRANCHMST-STATUS.
      * shop-wide balancing file - BALRPT ties the GL-JOURNALED
      * counter left here to what is actually on GLJRNL.DAT
           SELECT BALANCE-FILE ASSIGN TO "BALANCE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BALANCE-FILE-STATUS.
           SELECT WRITEOFF-RPT ASSIGN TO "WOF1000.OUT"
                   FILE STATUS IS WRITEOFF-RPT-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD   WOFLIST.
       01   WRITEOFF-LIST-RECORD.
           05   WL-CUSTOMER-NUMBER      PIC 9(5).
           05   FILLER                  PIC X(1).
           05   WL-INVOICE-NUMBER       PIC 9(7).

       FD   WOFPARM.
       01   WOFPARM-RECORD.
           05   WPR-DAYS-PAST-DUE       PIC 9(4).

       FD   OPENITEM.
       01   OPEN-ITEM-RECORD.
           COPY OPENITEM.

       FD   OPENITEM-WORK.
       01   OPEN-ITEM-WORK-RECORD       PIC X(85).

       FD   CUSTMAST.
       01   CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD   BRANCHMST.
       01   BRANCH-MASTER-RECORD.
           05   BM-BRANCH-NUMBER        PIC 9(2).
           05   BM-BRANCH-NAME          PIC X(20).
           05   BM-REGION               PIC X(10).
           05   BM-MANAGER-NAME         PIC X(20).

       FD   BALANCE-FILE.
       01   BALANCE-RECORD.
           05   BF-JOB-NAME             PIC X(8).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   BF-COUNTER-NAME         PIC X(12).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   BF-COUNTER-VALUE        PIC 9(9).

       FD   WRITEOFF-RPT.
       01   PRINT-AREA                  PIC X(132).

       WORKING-STORAGE SECTION.

       77   WOFLIST-STATUS              PIC X(2)     VALUE "00".
           88   WOFLIST-OK                           VALUE "00".
       77   WOFPARM-STATUS              PIC X(2)     VALUE "00".
           88   WOFPARM-OK                           VALUE "00".
       77   OPENITEM-STATUS             PIC X(2)     VALUE "00".
           88   OPENITEM-OK                          VALUE "00".
       77   OPENITEM-WORK-STATUS        PIC X(2)     VALUE "00".
           88   OPENITEM-WORK-OK                     VALUE "00".
       77   CUSTMAST-STATUS             PIC X(2)     VALUE "00".
           88   CUSTMAST-OK                          VALUE "00".
       77   BRANCHMST-STATUS            PIC X(2)     VALUE "00".
           88   BRANCHMST-OK                         VALUE "00".
       77   BALANCE-FILE-STATUS         PIC X(2)     VALUE "00".
           88   BALANCE-FILE-OK                      VALUE "00".
       77   WRITEOFF-RPT-STATUS         PIC X(2)     VALUE "00".
           88   WRITEOFF-RPT-OK                      VALUE "00".

       77   WOFLIST-EOF-SWITCH          PIC X        VALUE "N".
           88   WOFLIST-EOF                          VALUE "Y".
       77   WOFPARM-EOF-SWITCH          PIC X        VALUE "N".
           88   WOFPARM-EOF                          VALUE "Y".
       77   OPENITEM-EOF-SWITCH         PIC X        VALUE "N".
           88   OPENITEM-EOF                         VALUE "Y".
       77   BRANCHMST-EOF-SWITCH        PIC X        VALUE "N".
           88   BRANCHMST-EOF                        VALUE "Y".
       77   WS-WORK-EOF-SWITCH          PIC X        VALUE "N".
           88   WS-WORK-EOF                          VALUE "Y".

      * parameters for the shared FILEERR handler - a bad status goes
      * on the job log in plain words and sets the return code
       01   FILE-ERROR-FIELDS.
           05   WS-FE-PROGRAM           PIC X(8)     VALUE "WOF1000".
           05   WS-FE-FILE              PIC X(12)    VALUE SPACES.
           05   WS-FE-OPERATION         PIC X(7)     VALUE SPACES.
           05   WS-FE-STATUS            PIC X(2)     VALUE SPACES.
           05   WS-FE-SEVERITY          PIC X(1)     VALUE SPACE.
           05   WS-FE-END-RUN           PIC X(1)     VALUE "N".
           05   WS-FE-RETURN-CODE       PIC 9(4)     VALUE ZERO.

      * THE APPROVED LIST, ONE ENTRY PER INVOICE, WITH A SWITCH SET
      * WHEN THE INVOICE IS FOUND OPEN AND WRITTEN OFF - AN ENTRY LEFT
      * UNSWITCHED IS AN EXCEPTION ON THE REGISTER.
       01   WRITEOFF-LIST-FIELDS.
           05   WS-LIST-COUNT           PIC 9(3)     VALUE ZERO.
           05   WS-LIST-INDEX           PIC 9(3)     VALUE ZERO.
           05   WS-LIST-ENTRY OCCURS 500 TIMES.
               10   WS-WL-CUSTOMER      PIC 9(5).
               10   WS-WL-INVOICE       PIC 9(7).
               10   WS-WL-DONE-SWITCH   PIC X.
                   88   WS-WL-DONE                   VALUE "Y".
           05   WS-LIST-FOUND-SWITCH    PIC X        VALUE "N".
               88   WS-LIST-FOUND                    VALUE "Y".

      * EVERY ITEM WRITTEN OFF THIS RUN, HELD FOR THE REGISTER SO IT
      * CAN PRINT BRANCH BY BRANCH WHATEVER ORDER OPENITEM IS IN.
       01   WRITEOFF-TABLE-FIELDS.
           05   WS-WO-COUNT             PIC 9(4)     VALUE ZERO.
           05   WS-WO-INDEX             PIC 9(4)     VALUE ZERO.
           05   WS-WO-ENTRY OCCURS 2000 TIMES.
               10   WS-WO-BRANCH        PIC 9(2).
               10   WS-WO-CUSTOMER      PIC 9(5).
               10   WS-WO-CUSTOMER-NAME PIC X(20).
               10   WS-WO-INVOICE       PIC 9(7).
               10   WS-WO-INVOICE-DATE  PIC 9(8).
               10   WS-WO-DAYS-PAST-DUE PIC S9(5).
               10   WS-WO-AMOUNT        PIC S9(7)V99.
               10   WS-WO-REASON        PIC X(4).

       01   BRANCH-NAME-TABLE.
           05   WS-BRANCH-NAME          PIC X(20)    OCCURS 100 TIMES.
       77   WS-BRANCH-SUB               PIC 9(3)     VALUE ZERO.

       01   WRITEOFF-WORK-FIELDS.
           05   WS-TODAY                PIC 9(8)     VALUE ZERO.
           05   WS-TODAY-INTEGER        PIC 9(7)     VALUE ZERO.
           05   WS-DUE-INTEGER          PIC 9(7)     VALUE ZERO.
           05   WS-ITEM-AGE-DAYS        PIC S9(5)    VALUE ZERO.
           05   WS-AGE-THRESHOLD        PIC 9(4)     VALUE ZERO.
           05   WS-WRITEOFF-REASON      PIC X(4)     VALUE SPACES.
           05   WS-BRANCH-COUNT         PIC 9(5)     VALUE ZERO.
           05   WS-BRANCH-AMOUNT        PIC S9(9)V99 VALUE ZERO.

       01   WRITEOFF-COUNTERS.
           05   WS-ITEMS-READ           PIC 9(7)     VALUE ZERO.
           05   WS-ITEMS-WRITTEN-OFF    PIC 9(7)     VALUE ZERO.
           05   WS-AMOUNT-WRITTEN-OFF   PIC S9(9)V99 VALUE ZERO.
           05   WS-LIST-EXCEPTIONS      PIC 9(7)     VALUE ZERO.

      * PARAMETERS FOR THE SHARED GLJRNL SUBSYSTEM - ONE BALANCED
      * DEBIT/CREDIT PAIR FOR THE RUN'S WRITE-OFF TOTAL
       01   GL-JOURNAL-FIELDS.
           05   WS-GL-JOB-NAME          PIC X(8)     VALUE "WOF1000".
           05   WS-GL-SOURCE-CODE       PIC X(12)    VALUE SPACES.
           05   WS-GL-AMOUNT            PIC S9(9)V99 VALUE ZERO.
      * ONLY AMOUNTS GLJRNL CONFIRMS IT WROTE COUNT HERE - BALRPT
      * COMPARES THIS COUNTER TO WHAT IS ACTUALLY ON GLJRNL.DAT
           05   WS-GL-JOURNALED-SW      PIC X(1)     VALUE "N".
           05   WS-GL-JOURNALED-TOTAL   PIC S9(9)V99 VALUE ZERO.

       01   CURRENT-DATE-AND-TIME.
           05   CD-YEAR                 PIC 9999.
           05   CD-MONTH                PIC 99.
           05   CD-DAY                  PIC 99.
           05   FILLER                  PIC X(13).

       01   RPT-HEADING-LINE.
           05   FILLER                  PIC X(40)    VALUE
                    "BAD-DEBT WRITE-OFF REGISTER BY BRANCH".
           05   FILLER                  PIC X(11)    VALUE "RUN DATE: ".
           05   RHL-MONTH               PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-DAY                 PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-YEAR                PIC 9999.
           05   FILLER                  PIC X(70)    VALUE SPACES.

       01   RPT-COLUMN-LINE.
           05   FILLER                  PIC X(4)     VALUE SPACES.
           05   FILLER                  PIC X(8)     VALUE "CUST".
           05   FILLER                  PIC X(22)    VALUE
                    "CUSTOMER NAME".
           05   FILLER                  PIC X(10)    VALUE "INVOICE".
           05   FILLER                  PIC X(12)    VALUE
                    "INV DATE".
           05   FILLER                  PIC X(10)    VALUE "DAYS PAST".
           05   FILLER                  PIC X(16)    VALUE
                    "     WRITTEN OFF".
           05   FILLER                  PIC X(8)     VALUE "  BASIS".
           05   FILLER                  PIC X(42)    VALUE SPACES.

       01   RPT-BRANCH-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(8)     VALUE "BRANCH".
           05   RBL-BRANCH-NUMBER       PIC 9(2).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RBL-BRANCH-NAME         PIC X(20).
           05   FILLER                  PIC X(98)    VALUE SPACES.

       01   RPT-DETAIL-LINE.
           05   FILLER                  PIC X(4)     VALUE SPACES.
           05   RDL-CUSTOMER-NUMBER     PIC 9(5).
           05   FILLER                  PIC X(3)     VALUE SPACES.
           05   RDL-CUSTOMER-NAME       PIC X(20).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-INVOICE-NUMBER      PIC 9(7).
           05   FILLER                  PIC X(3)     VALUE SPACES.
           05   RDL-INVOICE-DATE        PIC 9(8).
           05   FILLER                  PIC X(4)     VALUE SPACES.
           05   RDL-DAYS-PAST-DUE       PIC ZZ,ZZ9-.
           05   FILLER                  PIC X(5)     VALUE SPACES.
           05   RDL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(4)     VALUE SPACES.
           05   RDL-REASON              PIC X(4).
           05   FILLER                  PIC X(43)    VALUE SPACES.

       01   RPT-BRANCH-TOTAL-LINE.
           05   FILLER                  PIC X(4)     VALUE SPACES.
           05   FILLER                  PIC X(14)    VALUE
                    "BRANCH TOTAL".
           05   RBT-COUNT               PIC ZZ,ZZ9.
           05   FILLER                  PIC X(6)     VALUE " ITEMS".
           05   FILLER                  PIC X(41)    VALUE SPACES.
           05   RBT-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(48)    VALUE SPACES.

       01   RPT-EXCEPTION-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(22)    VALUE
                    "NOT WRITTEN OFF - CUST".
           05   REL-CUSTOMER-NUMBER     PIC 9(5).
           05   FILLER                  PIC X(10)    VALUE
                    "  INVOICE ".
           05   REL-INVOICE-NUMBER      PIC 9(7).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(30)    VALUE
                    "LISTED BUT NOT AN OPEN INVOICE".
           05   FILLER                  PIC X(54)    VALUE SPACES.

       01   RPT-COUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCL-CAPTION             PIC X(30).
           05   RCL-COUNT               PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(93)    VALUE SPACES.

       01   RPT-AMOUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RAL-CAPTION             PIC X(30).
           05   RAL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(85)    VALUE SPACES.

      * PARAMETERS FOR THE SHARED LOCKCTL MASTER-FILE LOCK - TAKEN
      * BEFORE THE MASTER IS OPENED FOR UPDATE, RELEASED AT THE END
       01   LOCK-FIELDS.
           05   WS-LOCK-ACTION          PIC X        VALUE "L".
           05   WS-LOCK-NAME            PIC X(8)     VALUE "OPENITEM".
           05   WS-LOCK-PROGRAM         PIC X(8)     VALUE "WOF1000".
           05   WS-LOCK-RESULT          PIC X        VALUE SPACE.
               88   WS-LOCK-TAKEN                    VALUE "Y".
           05   WS-LOCK-SAVED-RC        PIC 9(4)     VALUE ZERO.
           05   WS-LOCK-HELD-SWITCH     PIC X        VALUE "N".
               88   WS-LOCK-HELD                     VALUE "Y".

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 3000-CHECK-ONE-ITEM
               UNTIL OPENITEM-EOF.
           PERFORM 3500-RELOAD-OPEN-ITEMS.
           PERFORM 4000-TERMINATE.
           PERFORM 4900-RELEASE-MASTER-LOCK.
           GOBACK.

      * WITH NO APPROVED LIST AND NO AGE CARD THERE IS NOTHING THE
      * RUN IS ALLOWED TO WRITE OFF.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               WS-TODAY)
           PERFORM 1090-TAKE-MASTER-LOCK
           IF NOT WS-LOCK-HELD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1050-GET-AGE-THRESHOLD
           PERFORM 1100-LOAD-WRITEOFF-LIST
           IF WS-LIST-COUNT = ZERO AND WS-AGE-THRESHOLD = ZERO
               DISPLAY "WOF1000: NO APPROVED LIST ON WOFLIST.DAT AND "
                   "NO AGE ON WOFPARM.DAT - NOTHING TO WRITE OFF."
               MOVE 4 TO RETURN-CODE
               PERFORM 4900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           PERFORM 1200-LOAD-BRANCH-NAMES
           OPEN INPUT OPENITEM
           IF NOT OPENITEM-OK
               MOVE "OPENITEM" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE OPENITEM-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               PERFORM 4900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           OPEN INPUT CUSTMAST
           IF NOT CUSTMAST-OK
               MOVE "CUSTMAST" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE CUSTMAST-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               PERFORM 4900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           OPEN OUTPUT OPENITEM-WORK
           OPEN OUTPUT WRITEOFF-RPT
           MOVE CD-MONTH TO RHL-MONTH
           MOVE CD-DAY   TO RHL-DAY
           MOVE CD-YEAR  TO RHL-YEAR
           WRITE PRINT-AREA FROM RPT-HEADING-LINE
           WRITE PRINT-AREA FROM RPT-COLUMN-LINE.

      * TAKE THE OPENITEM LOCK - LOCKCTL REFUSES IT, AND SAYS WHO
      * HOLDS IT, WHILE ANOTHER UPDATER HAS THE MASTER OPEN
       1090-TAKE-MASTER-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
           MOVE "L" TO WS-LOCK-ACTION
           CALL "LOCKCTL" USING WS-LOCK-ACTION WS-LOCK-NAME
               WS-LOCK-PROGRAM WS-LOCK-RESULT
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE
           IF WS-LOCK-TAKEN
               SET WS-LOCK-HELD TO TRUE
           END-IF.

       1050-GET-AGE-THRESHOLD.
           OPEN INPUT WOFPARM
           IF WOFPARM-OK
               READ WOFPARM
                   AT END
                       SET WOFPARM-EOF TO TRUE
               END-READ
               IF NOT WOFPARM-EOF
                  AND WPR-DAYS-PAST-DUE IS NUMERIC
                   MOVE WPR-DAYS-PAST-DUE TO WS-AGE-THRESHOLD
               END-IF
               CLOSE WOFPARM
           END-IF.

       1100-LOAD-WRITEOFF-LIST.
           OPEN INPUT WOFLIST
           IF WOFLIST-OK
               PERFORM 1110-READ-LIST-RECORD
                   UNTIL WOFLIST-EOF
               CLOSE WOFLIST
           END-IF.

       1110-READ-LIST-RECORD.
           READ WOFLIST
               AT END
                   SET WOFLIST-EOF TO TRUE
               NOT AT END
                   IF WS-LIST-COUNT >= 500
                       DISPLAY "WOF1000: MORE THAN 500 INVOICES ON "
                           "WOFLIST.DAT - NOTHING WAS WRITTEN OFF."
                       MOVE 16 TO RETURN-CODE
                       PERFORM 4900-RELEASE-MASTER-LOCK
                       GOBACK
                   END-IF
                   IF WL-CUSTOMER-NUMBER IS NUMERIC
                      AND WL-INVOICE-NUMBER IS NUMERIC
                       ADD 1 TO WS-LIST-COUNT
                       MOVE WL-CUSTOMER-NUMBER
                           TO WS-WL-CUSTOMER(WS-LIST-COUNT)
                       MOVE WL-INVOICE-NUMBER
                           TO WS-WL-INVOICE(WS-LIST-COUNT)
                       MOVE "N" TO WS-WL-DONE-SWITCH(WS-LIST-COUNT)
                   END-IF
           END-READ.

       1200-LOAD-BRANCH-NAMES.
           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > 100
               MOVE SPACES TO WS-BRANCH-NAME(WS-BRANCH-SUB)
           END-PERFORM
           OPEN INPUT BRANCHMST
           IF BRANCHMST-OK
               PERFORM 1210-READ-BRANCH-RECORD
                   UNTIL BRANCHMST-EOF
               CLOSE BRANCHMST
           END-IF.

       1210-READ-BRANCH-RECORD.
           READ BRANCHMST
               AT END
                   SET BRANCHMST-EOF TO TRUE
               NOT AT END
                   MOVE BM-BRANCH-NAME
                       TO WS-BRANCH-NAME(BM-BRANCH-NUMBER + 1)
           END-READ.

      * AN OPEN INVOICE IS WRITTEN OFF WHEN IT IS ON THE APPROVED
      * LIST OR, WITH AN AGE CARD, WHEN IT IS MORE DAYS PAST DUE THAN
      * THE CARD ALLOWS. CREDIT MEMOS ARE NEVER WRITTEN OFF. EVERY
      * ITEM, TOUCHED OR NOT, PASSES THROUGH TO THE WORK FILE.
       3000-CHECK-ONE-ITEM.
           READ OPENITEM
               AT END
                   SET OPENITEM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   IF OI-ITEM-OPEN AND OI-TYPE-INVOICE
                      AND OI-OPEN-AMOUNT > ZERO
                       PERFORM 3100-DECIDE-WRITEOFF
                   END-IF
                   WRITE OPEN-ITEM-WORK-RECORD FROM OPEN-ITEM-RECORD
           END-READ.

       3100-DECIDE-WRITEOFF.
           PERFORM 3110-SET-ITEM-AGE
           MOVE SPACES TO WS-WRITEOFF-REASON
           MOVE "N" TO WS-LIST-FOUND-SWITCH
           IF OI-INVOICE-NUMBER IS NUMERIC
              AND OI-INVOICE-NUMBER > ZERO
               PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
                   UNTIL WS-LIST-INDEX > WS-LIST-COUNT
                   OR WS-LIST-FOUND
                   IF WS-WL-CUSTOMER(WS-LIST-INDEX)
                           = OI-CUSTOMER-NUMBER
                      AND WS-WL-INVOICE(WS-LIST-INDEX)
                           = OI-INVOICE-NUMBER
                      AND NOT WS-WL-DONE(WS-LIST-INDEX)
                       SET WS-LIST-FOUND TO TRUE
                       SET WS-WL-DONE(WS-LIST-INDEX) TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-LIST-FOUND
                   MOVE "LIST" TO WS-WRITEOFF-REASON
               WHEN WS-AGE-THRESHOLD > ZERO
                AND WS-ITEM-AGE-DAYS > WS-AGE-THRESHOLD
                   MOVE "AGE" TO WS-WRITEOFF-REASON
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM 3200-WRITE-OFF-ITEM.

      * AN ITEM POSTED BEFORE INVOICE NUMBERS CARRIES NO DUE DATE AND
      * IS TREATED AS NET 30 FROM ITS INVOICE DATE, AS AGE1000 DOES.
       3110-SET-ITEM-AGE.
           IF OI-DUE-DATE IS NUMERIC AND OI-DUE-DATE > ZERO
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(OI-DUE-DATE)
           ELSE
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(OI-INVOICE-DATE) + 30
           END-IF
           COMPUTE WS-ITEM-AGE-DAYS =
               WS-TODAY-INTEGER - WS-DUE-INTEGER.

      * THE ITEM KEEPS ITS OPEN AMOUNT UNDER STATUS W - IT IS WHAT IS
      * STILL UNRECOVERED, AND CSH1000 WORKS IT DOWN IF THE CUSTOMER
      * PAYS AFTER ALL.
       3200-WRITE-OFF-ITEM.
           IF WS-WO-COUNT >= 2000
               DISPLAY "WOF1000: MORE THAN 2000 ITEMS TO WRITE OFF - "
                   "NOTHING WAS WRITTEN OFF."
               CLOSE OPENITEM-WORK
               MOVE 16 TO RETURN-CODE
               PERFORM 4900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           ADD 1 TO WS-WO-COUNT
           MOVE OI-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTMAST
               INVALID KEY
                   MOVE ZERO TO WS-WO-BRANCH(WS-WO-COUNT)
                   MOVE "*NOT ON CUSTMAST*"
                       TO WS-WO-CUSTOMER-NAME(WS-WO-COUNT)
               NOT INVALID KEY
                   MOVE CM-BRANCH-NUMBER
                       TO WS-WO-BRANCH(WS-WO-COUNT)
                   MOVE CM-CUSTOMER-NAME
                       TO WS-WO-CUSTOMER-NAME(WS-WO-COUNT)
           END-READ
           MOVE OI-CUSTOMER-NUMBER TO WS-WO-CUSTOMER(WS-WO-COUNT)
           IF OI-INVOICE-NUMBER IS NUMERIC
               MOVE OI-INVOICE-NUMBER TO WS-WO-INVOICE(WS-WO-COUNT)
           ELSE
               MOVE ZERO TO WS-WO-INVOICE(WS-WO-COUNT)
           END-IF
           MOVE OI-INVOICE-DATE TO WS-WO-INVOICE-DATE(WS-WO-COUNT)
           MOVE WS-ITEM-AGE-DAYS TO WS-WO-DAYS-PAST-DUE(WS-WO-COUNT)
           MOVE OI-OPEN-AMOUNT TO WS-WO-AMOUNT(WS-WO-COUNT)
           MOVE WS-WRITEOFF-REASON TO WS-WO-REASON(WS-WO-COUNT)
           ADD 1 TO WS-ITEMS-WRITTEN-OFF
           ADD OI-OPEN-AMOUNT TO WS-AMOUNT-WRITTEN-OFF
           SET OI-ITEM-WRITTEN-OFF TO TRUE.

      * THE WORK FILE BECOMES THE NEW LIVE OPEN-ITEM FILE ONLY AFTER
      * THE WHOLE PASS COMPLETED.
       3500-RELOAD-OPEN-ITEMS.
           CLOSE OPENITEM
                 OPENITEM-WORK
           OPEN INPUT OPENITEM-WORK
           OPEN OUTPUT OPENITEM
           PERFORM 3510-RELOAD-ONE-ITEM UNTIL WS-WORK-EOF
           CLOSE OPENITEM-WORK
                 OPENITEM.

       3510-RELOAD-ONE-ITEM.
           READ OPENITEM-WORK
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   WRITE OPEN-ITEM-RECORD FROM OPEN-ITEM-WORK-RECORD
           END-READ.

       4000-TERMINATE.
           PERFORM 4100-PRINT-ONE-BRANCH
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > 100
           PERFORM 4200-PRINT-LIST-EXCEPTION
               VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-LIST-INDEX > WS-LIST-COUNT
           PERFORM 4300-WRITE-GL-JOURNAL
           MOVE "OPEN ITEMS READ:"      TO RCL-CAPTION
           MOVE WS-ITEMS-READ           TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "INVOICES ON APPROVED LIST:" TO RCL-CAPTION
           MOVE WS-LIST-COUNT           TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "LISTED NOT WRITTEN OFF:" TO RCL-CAPTION
           MOVE WS-LIST-EXCEPTIONS      TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "AGE THRESHOLD (DAYS PAST DUE):" TO RCL-CAPTION
           MOVE WS-AGE-THRESHOLD        TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "ITEMS WRITTEN OFF:"    TO RCL-CAPTION
           MOVE WS-ITEMS-WRITTEN-OFF    TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "AMOUNT WRITTEN OFF:"   TO RAL-CAPTION
           MOVE WS-AMOUNT-WRITTEN-OFF   TO RAL-AMOUNT
           WRITE PRINT-AREA FROM RPT-AMOUNT-LINE
           MOVE "AMOUNT JOURNALED TO GL:" TO RAL-CAPTION
           MOVE WS-GL-JOURNALED-TOTAL   TO RAL-AMOUNT
           WRITE PRINT-AREA FROM RPT-AMOUNT-LINE
           PERFORM 4400-WRITE-BALANCE-TOTALS
           CLOSE CUSTMAST
                 WRITEOFF-RPT.

      * HAND THE LOCK BACK ON EVERY WAY OUT OF THE RUN ONCE IT IS
      * TAKEN - A RUN THAT NEVER GOT IT HAS NOTHING TO RELEASE
       4900-RELEASE-MASTER-LOCK.
           IF WS-LOCK-HELD
               MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
               MOVE "R" TO WS-LOCK-ACTION
               CALL "LOCKCTL" USING WS-LOCK-ACTION WS-LOCK-NAME
                   WS-LOCK-PROGRAM WS-LOCK-RESULT
               MOVE WS-LOCK-SAVED-RC TO RETURN-CODE
               MOVE "N" TO WS-LOCK-HELD-SWITCH
           END-IF.

      * ONE BRANCH'S WRITE-OFFS UNDER ITS NAME FROM BRANCHMST, WITH A
      * COUNT AND AMOUNT - A BRANCH WITH NONE PRINTS NOTHING.
       4100-PRINT-ONE-BRANCH.
           MOVE ZERO TO WS-BRANCH-COUNT
                        WS-BRANCH-AMOUNT
           PERFORM VARYING WS-WO-INDEX FROM 1 BY 1
               UNTIL WS-WO-INDEX > WS-WO-COUNT
               IF WS-WO-BRANCH(WS-WO-INDEX) + 1 = WS-BRANCH-SUB
                   IF WS-BRANCH-COUNT = ZERO
                       COMPUTE RBL-BRANCH-NUMBER = WS-BRANCH-SUB - 1
                       MOVE WS-BRANCH-NAME(WS-BRANCH-SUB)
                           TO RBL-BRANCH-NAME
                       WRITE PRINT-AREA FROM RPT-BRANCH-LINE
                   END-IF
                   PERFORM 4110-PRINT-WRITEOFF-LINE
               END-IF
           END-PERFORM
           IF WS-BRANCH-COUNT > ZERO
               MOVE WS-BRANCH-COUNT  TO RBT-COUNT
               MOVE WS-BRANCH-AMOUNT TO RBT-AMOUNT
               WRITE PRINT-AREA FROM RPT-BRANCH-TOTAL-LINE
           END-IF.

       4110-PRINT-WRITEOFF-LINE.
           MOVE WS-WO-CUSTOMER(WS-WO-INDEX)  TO RDL-CUSTOMER-NUMBER
           MOVE WS-WO-CUSTOMER-NAME(WS-WO-INDEX)
               TO RDL-CUSTOMER-NAME
           MOVE WS-WO-INVOICE(WS-WO-INDEX)   TO RDL-INVOICE-NUMBER
           MOVE WS-WO-INVOICE-DATE(WS-WO-INDEX)
               TO RDL-INVOICE-DATE
           MOVE WS-WO-DAYS-PAST-DUE(WS-WO-INDEX)
               TO RDL-DAYS-PAST-DUE
           MOVE WS-WO-AMOUNT(WS-WO-INDEX)    TO RDL-AMOUNT
           MOVE WS-WO-REASON(WS-WO-INDEX)    TO RDL-REASON
           WRITE PRINT-AREA FROM RPT-DETAIL-LINE
           ADD 1 TO WS-BRANCH-COUNT
           ADD WS-WO-AMOUNT(WS-WO-INDEX) TO WS-BRANCH-AMOUNT.

      * AN APPROVED INVOICE THAT WAS NOT FOUND OPEN - ALREADY PAID,
      * ALREADY WRITTEN OFF, OR MIS-KEYED - IS LISTED FOR THE CREDIT
      * MANAGER RATHER THAN SILENTLY DROPPED.
       4200-PRINT-LIST-EXCEPTION.
           IF NOT WS-WL-DONE(WS-LIST-INDEX)
               MOVE WS-WL-CUSTOMER(WS-LIST-INDEX)
                   TO REL-CUSTOMER-NUMBER
               MOVE WS-WL-INVOICE(WS-LIST-INDEX)
                   TO REL-INVOICE-NUMBER
               WRITE PRINT-AREA FROM RPT-EXCEPTION-LINE
               ADD 1 TO WS-LIST-EXCEPTIONS
           END-IF.

      * THE RUN'S WRITE-OFF TOTAL GOES TO THE LEDGER AS A BALANCED
      * PAIR - THE ACCOUNT-MAPPING FILE POINTS BAD-DEBT AT BAD-DEBT
      * EXPENSE FOR THE DEBIT AND RECEIVABLES FOR THE CREDIT.
       4300-WRITE-GL-JOURNAL.
           IF WS-AMOUNT-WRITTEN-OFF NOT = ZERO
               MOVE "BAD-DEBT" TO WS-GL-SOURCE-CODE
               MOVE WS-AMOUNT-WRITTEN-OFF TO WS-GL-AMOUNT
               CALL "GLJRNL" USING WS-GL-JOB-NAME WS-GL-SOURCE-CODE
                   WS-GL-AMOUNT WS-GL-JOURNALED-SW
               IF WS-GL-JOURNALED-SW = "Y"
                   ADD WS-GL-AMOUNT TO WS-GL-JOURNALED-TOTAL
               END-IF
           END-IF.

       4400-WRITE-BALANCE-TOTALS.
           OPEN EXTEND BALANCE-FILE
           IF NOT BALANCE-FILE-OK
               OPEN OUTPUT BALANCE-FILE
           END-IF
           IF BALANCE-FILE-OK
               MOVE "WOF1000" TO BF-JOB-NAME
               MOVE "ITEMS-WOFF" TO BF-COUNTER-NAME
               MOVE WS-ITEMS-WRITTEN-OFF TO BF-COUNTER-VALUE
               WRITE BALANCE-RECORD
               MOVE "GL-JOURNALED" TO BF-COUNTER-NAME
               MOVE WS-GL-JOURNALED-TOTAL TO BF-COUNTER-VALUE
               WRITE BALANCE-RECORD
               CLOSE BALANCE-FILE
           END-IF.

      * EVERY BAD FILE STATUS GOES THROUGH FILEERR, WHICH LOGS IT AND
      * RAISES RETURN-CODE TO THE SHOP'S WARNING, ERROR, OR SEVERE
      * CODE - NEVER LOWERS IT. A SEVERE FAILURE RETURNS HERE AND THE
      * CALLER GOBACKS, SO PROG001'S CHAIN SEES THE CODE.
       9900-REPORT-FILE-ERROR.
           MOVE RETURN-CODE TO WS-FE-RETURN-CODE
           CALL "FILEERR" USING WS-FE-PROGRAM WS-FE-FILE
               WS-FE-OPERATION WS-FE-STATUS WS-FE-SEVERITY
               WS-FE-END-RUN WS-FE-RETURN-CODE
           MOVE WS-FE-RETURN-CODE TO RETURN-CODE
           MOVE SPACE TO WS-FE-SEVERITY.
