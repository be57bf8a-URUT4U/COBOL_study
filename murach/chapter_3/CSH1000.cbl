      * Date:
      * Purpose: Cash application - applies the day's customer
      *          payments from CASHRCPT.DAT against the open-item
      *          invoices PST1000 leaves on OPENITEM.DAT - to the
      *          invoice the remittance names first, otherwise oldest
      *          item first - taking the early-payment discount the
      *          terms allow, marking items paid as they clear and
      *          reporting the cash applied. Cash that can't be
      *          applied is kept as an on-account credit on
      *          ONACCT.DAT, and the open credits from earlier runs
      *          are applied to the customer's open items first.
      *          Credit memos PST1000 left for returns are netted
      *          against the invoice the return referenced, or the
      *          oldest, ahead of any cash. Cash that names an invoice
      *          WOF1000 wrote off is a bad-debt recovery, journaled
      *          through GLJRNL. Every application is kept on the
      *          permanent CASHHIST.DAT for DSO1000. The open-item and
      *          credit files are rebuilt through work files so a
      *          failed run never leaves a half-written live file as
      *          the only copy.
      *          Holds the LOCKCTL OPENITEM lock from before the first
      *          read of the open items until the rewrite is done.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * one payment per record from the bank deposit listing, with
      * the invoice number off the remittance advice when there was
      * one
           SELECT CASHRCPT ASSIGN TO "CASHRCPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CASHRCPT-STATUS.
           SELECT OPENITEM-WORK ASSIGN TO "OPENITEM.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPENITEM-WORK-STATUS.
      * on-account credits - cash no open item could take, carried
      * from run to run until it is used
           SELECT ONACCT ASSIGN TO "ONACCT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ONACCT-STATUS.
           SELECT ONACCT-WORK ASSIGN TO "ONACCT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ONACCT-WORK-STATUS.
      * permanent history of every amount applied to an open item -
      * which receipt, credit, or memo paid which invoice, and when
           SELECT CASHHIST ASSIGN TO "CASHHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CASHHIST-STATUS.
           SELECT CASH-RPT ASSIGN TO "CSH1000.OUT"
                   FILE STATUS IS CASH-RPT-STATUS.
      * shop-wide balancing file - BALRPT ties the GL-JOURNALED
      * counter left here to what is actually on GLJRNL.DAT
           SELECT BALANCE-FILE ASSIGN TO "BALANCE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BALANCE-FILE-STATUS.
      ************************************************************************
       DATA DIVISION.

           05   CR-RECEIPT-DATE         PIC 9(8).
           05   FILLER                  PIC X(1).
           05   CR-RECEIPT-AMOUNT       PIC 9(5)V9(2).
           05   FILLER                  PIC X(1).
      * BLANK OR ZERO WHEN THE PAYMENT NAMES NO INVOICE
           05   CR-INVOICE-NUMBER       PIC 9(7).

       FD   OPENITEM.
       01   OPEN-ITEM-RECORD.
           COPY OPENITEM.

       FD   OPENITEM-WORK.
       01   OPEN-ITEM-WORK-RECORD       PIC X(85).

       FD   ONACCT.
       01   ON-ACCOUNT-CREDIT-RECORD.
           COPY ONACCT.

       FD   ONACCT-WORK.
       01   ON-ACCOUNT-WORK-RECORD      PIC X(56).

       FD   CASHHIST.
       01   CASH-HISTORY-RECORD.
           COPY CASHHIST.

       FD   CASH-RPT.
       01   PRINT-AREA                  PIC X(132).

       FD   BALANCE-FILE.
       01   BALANCE-RECORD.
           05   BF-JOB-NAME             PIC X(8).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   BF-COUNTER-NAME         PIC X(12).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   BF-COUNTER-VALUE        PIC 9(9).

       WORKING-STORAGE SECTION.

       77   CASHRCPT-STATUS             PIC X(2)     VALUE "00".
           88   OPENITEM-WORK-OK                     VALUE "00".
       77   CASH-RPT-STATUS             PIC X(2)     VALUE "00".
           88   CASH-RPT-OK                          VALUE "00".
       77   ONACCT-STATUS               PIC X(2)     VALUE "00".
           88   ONACCT-OK                            VALUE "00".
       77   ONACCT-WORK-STATUS          PIC X(2)     VALUE "00".
           88   ONACCT-WORK-OK                       VALUE "00".
       77   CASHHIST-STATUS             PIC X(2)     VALUE "00".
           88   CASHHIST-OK                          VALUE "00".
       77   BALANCE-FILE-STATUS         PIC X(2)     VALUE "00".
           88   BALANCE-FILE-OK                      VALUE "00".
       77   ONACCT-EOF-SWITCH           PIC X        VALUE "N".
           88   ONACCT-EOF                           VALUE "Y".
       77   WS-TODAY                    PIC 9(8)     VALUE ZERO.

       77   CASHRCPT-EOF-SWITCH         PIC X        VALUE "N".
           88   CASHRCPT-EOF                         VALUE "Y".
       77   WS-WORK-EOF-SWITCH          PIC X        VALUE "N".
           88   WS-WORK-EOF                          VALUE "Y".

      * parameters for the shared FILEERR handler - a bad status goes
      * on the job log in plain words and sets the return code
       01   FILE-ERROR-FIELDS.
           05   WS-FE-PROGRAM           PIC X(8)     VALUE "CSH1000".
           05   WS-FE-FILE              PIC X(12)    VALUE SPACES.
           05   WS-FE-OPERATION         PIC X(7)     VALUE SPACES.
           05   WS-FE-STATUS            PIC X(2)     VALUE SPACES.
           05   WS-FE-SEVERITY          PIC X(1)     VALUE SPACE.
           05   WS-FE-END-RUN           PIC X(1)     VALUE "N".
           05   WS-FE-RETURN-CODE       PIC 9(4)     VALUE ZERO.

      * THE DAY'S RECEIPTS, ONE ENTRY EACH - THE FILE IS ONE DEPOSIT
      * DAY'S WORTH, SO A TABLE IS ENOUGH. A RECEIPT THAT NAMES AN
      * INVOICE IS KEPT APART FROM THE CUSTOMER'S OTHER CASH SO IT
      * PAYS THAT INVOICE AND NOTHING ELSE. THE OPEN ON-ACCOUNT
      * CREDITS LOAD AHEAD OF THE RECEIPTS, OLDEST FIRST, SO THE
      * OLDEST MONEY IS USED FIRST; A CREDIT PAYS THE INVOICE ITS
      * REMITTANCE NAMED IF THAT INVOICE HAS SINCE POSTED, AND
      * OTHERWISE THE CUSTOMER'S OLDEST ITEMS. OPEN CREDIT MEMOS
      * LOAD AHEAD OF BOTH, THE SAME WAY, SO A RETURN COMES OFF THE
      * INVOICE BEFORE ANY CASH IS SPENT ON IT.
       01   RECEIPT-TABLE-FIELDS.
           05   WS-RECEIPT-COUNT        PIC 9(3)     VALUE ZERO.
           05   WS-RECEIPT-INDEX        PIC 9(3)     VALUE ZERO.
           05   WS-RECEIPT-ENTRY OCCURS 500 TIMES.
               10   WS-RC-CUSTOMER      PIC 9(5).
               10   WS-RC-RECEIPT-DATE  PIC 9(8).
               10   WS-RC-INVOICE-NUMBER
                                        PIC 9(7).
               10   WS-RC-CASH-LEFT     PIC S9(7)V99.
               10   WS-RC-MATCHED-SWITCH
                                        PIC X.
                   88   WS-RC-INVOICE-MATCHED        VALUE "Y".
               10   WS-RC-ENTRY-TYPE    PIC X.
                   88   WS-RC-ON-ACCOUNT             VALUE "C".
                   88   WS-RC-NEW-RECEIPT            VALUE "R".
                   88   WS-RC-CREDIT-MEMO            VALUE "M".
               10   WS-RC-MEMO-SUB      PIC 9(3).
               10   WS-RC-START-AMOUNT  PIC S9(7)V99.
               10   WS-RC-ORIGINAL-AMOUNT
                                        PIC S9(7)V99.
               10   WS-RC-CREDIT-SOURCE PIC X(2).
               10   WS-RC-LAST-APPLIED  PIC 9(8).
           05   WS-MATCHED-RECEIPT-SUB  PIC 9(3)     VALUE ZERO.

      * THE OPEN CREDIT MEMOS AS THEY STOOD ON OPENITEM - WRITTEN BACK
      * AT THE END OF THE RELOAD WITH WHAT IS LEFT OF THEM, SINCE AN
      * ITEM LATER IN THE FILE CAN STILL DRAW ON ONE.
       01   CREDIT-MEMO-TABLE-FIELDS.
           05   WS-MEMO-COUNT           PIC 9(3)     VALUE ZERO.
           05   WS-MEMO-IMAGE           PIC X(85)    OCCURS 500 TIMES.

       01   APPLY-WORK-FIELDS.
           05   WS-APPLY-AMOUNT         PIC S9(7)V99 VALUE ZERO.
           05   WS-DISCOUNT-AMOUNT      PIC S9(7)V99 VALUE ZERO.
           05   WS-HISTORY-SOURCE       PIC X(1)     VALUE SPACE.

       01   CASH-COUNTERS.
           05   WS-RECEIPTS-READ        PIC 9(7)     VALUE ZERO.
           05   WS-CASH-RECEIVED        PIC S9(9)V99 VALUE ZERO.
           05   WS-CASH-APPLIED         PIC S9(9)V99 VALUE ZERO.
           05   WS-CASH-UNAPPLIED       PIC S9(9)V99 VALUE ZERO.
           05   WS-CREDITS-LOADED       PIC 9(7)     VALUE ZERO.
           05   WS-CREDIT-OPEN-BEFORE   PIC S9(9)V99 VALUE ZERO.
           05   WS-CREDIT-APPLIED       PIC S9(9)V99 VALUE ZERO.
           05   WS-CREDIT-OPEN-AFTER    PIC S9(9)V99 VALUE ZERO.
           05   WS-MEMO-OPEN-BEFORE     PIC S9(9)V99 VALUE ZERO.
           05   WS-MEMO-APPLIED         PIC S9(9)V99 VALUE ZERO.
           05   WS-MEMO-OPEN-AFTER      PIC S9(9)V99 VALUE ZERO.
           05   WS-ITEMS-DISCOUNTED     PIC 9(7)     VALUE ZERO.
           05   WS-DISCOUNTS-TAKEN      PIC S9(9)V99 VALUE ZERO.
           05   WS-ITEMS-RECOVERED      PIC 9(7)     VALUE ZERO.
           05   WS-CASH-RECOVERED       PIC S9(9)V99 VALUE ZERO.

      * PARAMETERS FOR THE SHARED GLJRNL SUBSYSTEM - ONE BALANCED
      * DEBIT/CREDIT PAIR FOR THE RUN'S BAD-DEBT RECOVERIES
       01   GL-JOURNAL-FIELDS.
           05   WS-GL-JOB-NAME          PIC X(8)     VALUE "CSH1000".
           05   WS-GL-SOURCE-CODE       PIC X(12)    VALUE SPACES.
           05   WS-GL-AMOUNT            PIC S9(9)V99 VALUE ZERO.
      * ONLY AMOUNTS GLJRNL CONFIRMS IT WROTE COUNT HERE - BALRPT
      * COMPARES THIS COUNTER TO WHAT IS ACTUALLY ON GLJRNL.DAT
           05   WS-GL-JOURNALED-SW      PIC X(1)     VALUE "N".
           05   WS-GL-JOURNALED-TOTAL   PIC S9(9)V99 VALUE ZERO.

       01   RPT-COUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
       01   RPT-UNAPPLIED-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(22)    VALUE
                    "ON ACCOUNT - CUSTOMER".
           05   RUL-CUSTOMER-NUMBER     PIC 9(5).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RUL-AMOUNT              PIC ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RUL-INVOICE-CAPTION     PIC X(8).
           05   RUL-INVOICE-NUMBER      PIC X(7).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RUL-NOTE                PIC X(30).
           05   FILLER                  PIC X(41)    VALUE SPACES.

      * PARAMETERS FOR THE SHARED LOCKCTL MASTER-FILE LOCK - TAKEN
      * BEFORE THE MASTER IS OPENED FOR UPDATE, RELEASED AT THE END
       01   LOCK-FIELDS.
           05   WS-LOCK-ACTION          PIC X        VALUE "L".
           05   WS-LOCK-NAME            PIC X(8)     VALUE "OPENITEM".
           05   WS-LOCK-PROGRAM         PIC X(8)     VALUE "CSH1000".
           05   WS-LOCK-RESULT          PIC X        VALUE SPACE.
               88   WS-LOCK-TAKEN                    VALUE "Y".
           05   WS-LOCK-SAVED-RC        PIC 9(4)     VALUE ZERO.
           05   WS-LOCK-HELD-SWITCH     PIC X        VALUE "N".
               88   WS-LOCK-HELD                     VALUE "Y".

      ************************************************************************
       PROCEDURE DIVISION.
               UNTIL OPENITEM-EOF.
           PERFORM 3500-RELOAD-OPEN-ITEMS.
           PERFORM 4000-TERMINATE.
           PERFORM 4900-RELEASE-MASTER-LOCK.
           GOBACK.

      * WITH NO RECEIPTS THE RUN STILL APPLIES ANY OPEN CREDITS TO
      * THE INVOICES POSTED SINCE THE LAST RUN
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1090-TAKE-MASTER-LOCK
           IF NOT WS-LOCK-HELD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-LOAD-CREDIT-MEMOS
           PERFORM 1150-LOAD-ON-ACCOUNT-CREDITS
           PERFORM 1100-LOAD-RECEIPT-TABLE
           IF WS-RECEIPT-COUNT = ZERO
               DISPLAY "CSH1000: NO RECEIPTS ON CASHRCPT.DAT AND NO "
                   "OPEN CREDITS OR MEMOS - NOTHING TO APPLY."
               CLOSE ONACCT-WORK
               MOVE 4 TO RETURN-CODE
               PERFORM 4900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           OPEN INPUT OPENITEM
           IF NOT OPENITEM-OK
               MOVE "OPENITEM" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE OPENITEM-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               CLOSE ONACCT-WORK
               PERFORM 4900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           OPEN OUTPUT OPENITEM-WORK
           OPEN EXTEND CASHHIST
           IF NOT CASHHIST-OK
               OPEN OUTPUT CASHHIST
           END-IF
           OPEN OUTPUT CASH-RPT.

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

       1100-LOAD-RECEIPT-TABLE.
           OPEN INPUT CASHRCPT
           IF CASHRCPT-OK
               CLOSE CASHRCPT
           END-IF.

       1110-READ-RECEIPT-RECORD.
           READ CASHRCPT
               AT END
               NOT AT END
                   ADD 1 TO WS-RECEIPTS-READ
                   ADD CR-RECEIPT-AMOUNT TO WS-CASH-RECEIVED
                   IF WS-RECEIPT-COUNT < 500
                       ADD 1 TO WS-RECEIPT-COUNT
                       MOVE CR-CUSTOMER-NUMBER
                           TO WS-RC-CUSTOMER(WS-RECEIPT-COUNT)
                       MOVE CR-RECEIPT-DATE
                           TO WS-RC-RECEIPT-DATE(WS-RECEIPT-COUNT)
                       IF CR-INVOICE-NUMBER IS NUMERIC
                           MOVE CR-INVOICE-NUMBER
                               TO WS-RC-INVOICE-NUMBER(WS-RECEIPT-COUNT)
                       ELSE
                           MOVE ZERO
                               TO WS-RC-INVOICE-NUMBER(WS-RECEIPT-COUNT)
                       END-IF
                       MOVE CR-RECEIPT-AMOUNT
                           TO WS-RC-CASH-LEFT(WS-RECEIPT-COUNT)
                       MOVE "N"
                           TO WS-RC-MATCHED-SWITCH(WS-RECEIPT-COUNT)
                       MOVE "R"
                           TO WS-RC-ENTRY-TYPE(WS-RECEIPT-COUNT)
                       MOVE CR-RECEIPT-AMOUNT
                           TO WS-RC-START-AMOUNT(WS-RECEIPT-COUNT)
                       MOVE CR-RECEIPT-AMOUNT
                           TO WS-RC-ORIGINAL-AMOUNT(WS-RECEIPT-COUNT)
                       MOVE SPACES
                           TO WS-RC-CREDIT-SOURCE(WS-RECEIPT-COUNT)
                       MOVE ZERO
                           TO WS-RC-LAST-APPLIED(WS-RECEIPT-COUNT)
                   ELSE
                       DISPLAY "CSH1000: RECEIPT TABLE FULL AT "
                           "500 RECEIPTS - SPLIT THE FILE AND "
                           "RERUN."
                       MOVE 16 TO RETURN-CODE
                       CLOSE CASHRCPT
                       CLOSE ONACCT-WORK
                       PERFORM 4900-RELEASE-MASTER-LOCK
                       GOBACK
                   END-IF
           END-READ.

      * AN OPEN CREDIT GOES INTO THE TABLE TO BE APPLIED; A USED-UP
      * ONE GOES STRAIGHT TO THE WORK FILE AS HISTORY.
       1150-LOAD-ON-ACCOUNT-CREDITS.
           OPEN OUTPUT ONACCT-WORK
           OPEN INPUT ONACCT
           IF ONACCT-OK
               PERFORM 1160-READ-CREDIT-RECORD
                   UNTIL ONACCT-EOF
               CLOSE ONACCT
           END-IF.

       1160-READ-CREDIT-RECORD.
           READ ONACCT
               AT END
                   SET ONACCT-EOF TO TRUE
               NOT AT END
                   IF OA-CREDIT-OPEN AND OA-REMAINING-AMOUNT > ZERO
                       PERFORM 1170-ADD-CREDIT-ENTRY
                   ELSE
                       WRITE ON-ACCOUNT-WORK-RECORD
                           FROM ON-ACCOUNT-CREDIT-RECORD
                   END-IF
           END-READ.

       1170-ADD-CREDIT-ENTRY.
           IF WS-RECEIPT-COUNT >= 500
               DISPLAY "CSH1000: RECEIPT TABLE FULL AT 500 ENTRIES "
                   "LOADING ON-ACCOUNT CREDITS - NOTHING WAS APPLIED."
               MOVE 16 TO RETURN-CODE
               PERFORM 4900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           ADD 1 TO WS-RECEIPT-COUNT
           ADD 1 TO WS-CREDITS-LOADED
           ADD OA-REMAINING-AMOUNT TO WS-CREDIT-OPEN-BEFORE
           MOVE OA-CUSTOMER-NUMBER
               TO WS-RC-CUSTOMER(WS-RECEIPT-COUNT)
           MOVE OA-CREDIT-DATE
               TO WS-RC-RECEIPT-DATE(WS-RECEIPT-COUNT)
           MOVE OA-INVOICE-NUMBER
               TO WS-RC-INVOICE-NUMBER(WS-RECEIPT-COUNT)
           MOVE OA-REMAINING-AMOUNT
               TO WS-RC-CASH-LEFT(WS-RECEIPT-COUNT)
           MOVE OA-REMAINING-AMOUNT
               TO WS-RC-START-AMOUNT(WS-RECEIPT-COUNT)
           MOVE OA-ORIGINAL-AMOUNT
               TO WS-RC-ORIGINAL-AMOUNT(WS-RECEIPT-COUNT)
           MOVE OA-CREDIT-SOURCE
               TO WS-RC-CREDIT-SOURCE(WS-RECEIPT-COUNT)
           MOVE OA-LAST-APPLIED-DATE
               TO WS-RC-LAST-APPLIED(WS-RECEIPT-COUNT)
           MOVE "N" TO WS-RC-MATCHED-SWITCH(WS-RECEIPT-COUNT)
           MOVE "C" TO WS-RC-ENTRY-TYPE(WS-RECEIPT-COUNT).

      * A READ-ONLY PASS OVER OPENITEM BEFORE THE APPLYING PASS PICKS
      * UP THE CREDIT MEMOS STILL OPEN.
       1200-LOAD-CREDIT-MEMOS.
           OPEN INPUT OPENITEM
           IF NOT OPENITEM-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 1210-READ-FOR-CREDIT-MEMO
               UNTIL OPENITEM-EOF
           CLOSE OPENITEM
           MOVE "N" TO OPENITEM-EOF-SWITCH.

       1210-READ-FOR-CREDIT-MEMO.
           READ OPENITEM
               AT END
                   SET OPENITEM-EOF TO TRUE
               NOT AT END
                   IF OI-TYPE-CREDIT-MEMO AND OI-ITEM-OPEN
                      AND OI-OPEN-AMOUNT > ZERO
                       PERFORM 1220-ADD-CREDIT-MEMO-ENTRY
                   END-IF
           END-READ.

       1220-ADD-CREDIT-MEMO-ENTRY.
           IF WS-RECEIPT-COUNT >= 500
               DISPLAY "CSH1000: RECEIPT TABLE FULL AT 500 ENTRIES "
                   "LOADING CREDIT MEMOS - NOTHING WAS APPLIED."
               MOVE 16 TO RETURN-CODE
               PERFORM 4900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           ADD 1 TO WS-RECEIPT-COUNT
           ADD 1 TO WS-MEMO-COUNT
           MOVE OPEN-ITEM-RECORD TO WS-MEMO-IMAGE(WS-MEMO-COUNT)
           ADD OI-OPEN-AMOUNT TO WS-MEMO-OPEN-BEFORE
           MOVE OI-CUSTOMER-NUMBER
               TO WS-RC-CUSTOMER(WS-RECEIPT-COUNT)
           MOVE OI-INVOICE-DATE
               TO WS-RC-RECEIPT-DATE(WS-RECEIPT-COUNT)
           IF OI-REFERENCE-INVOICE IS NUMERIC
               MOVE OI-REFERENCE-INVOICE
                   TO WS-RC-INVOICE-NUMBER(WS-RECEIPT-COUNT)
           ELSE
               MOVE ZERO TO WS-RC-INVOICE-NUMBER(WS-RECEIPT-COUNT)
           END-IF
           MOVE OI-OPEN-AMOUNT
               TO WS-RC-CASH-LEFT(WS-RECEIPT-COUNT)
           MOVE OI-OPEN-AMOUNT
               TO WS-RC-START-AMOUNT(WS-RECEIPT-COUNT)
           MOVE OI-INVOICE-AMOUNT
               TO WS-RC-ORIGINAL-AMOUNT(WS-RECEIPT-COUNT)
           MOVE SPACES TO WS-RC-CREDIT-SOURCE(WS-RECEIPT-COUNT)
           MOVE ZERO TO WS-RC-LAST-APPLIED(WS-RECEIPT-COUNT)
           MOVE "N" TO WS-RC-MATCHED-SWITCH(WS-RECEIPT-COUNT)
           MOVE "M" TO WS-RC-ENTRY-TYPE(WS-RECEIPT-COUNT)
           MOVE WS-MEMO-COUNT TO WS-RC-MEMO-SUB(WS-RECEIPT-COUNT).

      * FIRST PASS - A RECEIPT THAT NAMES AN INVOICE PAYS THAT
      * INVOICE, WHEREVER IT SITS IN THE FILE. EVERY ITEM, TOUCHED OR
      * NOT, PASSES THROUGH TO THE WORK FILE.
       3000-APPLY-ONE-ITEM.
           READ OPENITEM
               AT END
                   SET OPENITEM-EOF TO TRUE
               NOT AT END
                   IF OI-ITEM-OPEN AND OI-TYPE-INVOICE
                      AND OI-INVOICE-NUMBER IS NUMERIC
                      AND OI-INVOICE-NUMBER > ZERO
                       PERFORM 3050-APPLY-NAMED-RECEIPTS
                   END-IF
                   IF OI-ITEM-WRITTEN-OFF AND OI-OPEN-AMOUNT > ZERO
                      AND OI-INVOICE-NUMBER IS NUMERIC
                      AND OI-INVOICE-NUMBER > ZERO
                       PERFORM 3060-APPLY-RECOVERY
                   END-IF
                   WRITE OPEN-ITEM-WORK-RECORD FROM OPEN-ITEM-RECORD
           END-READ.

       3050-APPLY-NAMED-RECEIPTS.
           PERFORM VARYING WS-RECEIPT-INDEX FROM 1 BY 1
               UNTIL WS-RECEIPT-INDEX > WS-RECEIPT-COUNT
               OR NOT OI-ITEM-OPEN
               IF WS-RC-INVOICE-NUMBER(WS-RECEIPT-INDEX)
                       = OI-INVOICE-NUMBER
                  AND WS-RC-CUSTOMER(WS-RECEIPT-INDEX)
                       = OI-CUSTOMER-NUMBER
                   SET WS-RC-INVOICE-MATCHED(WS-RECEIPT-INDEX) TO TRUE
                   MOVE WS-RECEIPT-INDEX TO WS-MATCHED-RECEIPT-SUB
                   PERFORM 3100-APPLY-CASH-TO-ITEM
               END-IF
           END-PERFORM.

      * A NEW RECEIPT NAMING AN INVOICE WOF1000 WROTE OFF RECOVERS IT,
      * UP TO WHAT IS STILL UNRECOVERED; THE ITEM STAYS WRITTEN OFF
      * AND ANY CASH OVER GOES ON ACCOUNT AS AN OVERPAYMENT.
       3060-APPLY-RECOVERY.
           PERFORM VARYING WS-RECEIPT-INDEX FROM 1 BY 1
               UNTIL WS-RECEIPT-INDEX > WS-RECEIPT-COUNT
               OR OI-OPEN-AMOUNT NOT > ZERO
               IF WS-RC-NEW-RECEIPT(WS-RECEIPT-INDEX)
                  AND WS-RC-INVOICE-NUMBER(WS-RECEIPT-INDEX)
                       = OI-INVOICE-NUMBER
                  AND WS-RC-CUSTOMER(WS-RECEIPT-INDEX)
                       = OI-CUSTOMER-NUMBER
                  AND WS-RC-CASH-LEFT(WS-RECEIPT-INDEX) > ZERO
                   SET WS-RC-INVOICE-MATCHED(WS-RECEIPT-INDEX) TO TRUE
                   MOVE WS-RECEIPT-INDEX TO WS-MATCHED-RECEIPT-SUB
                   IF WS-RC-CASH-LEFT(WS-RECEIPT-INDEX)
                           >= OI-OPEN-AMOUNT
                       MOVE OI-OPEN-AMOUNT TO WS-APPLY-AMOUNT
                   ELSE
                       MOVE WS-RC-CASH-LEFT(WS-RECEIPT-INDEX)
                           TO WS-APPLY-AMOUNT
                   END-IF
                   SUBTRACT WS-APPLY-AMOUNT FROM OI-OPEN-AMOUNT
                   SUBTRACT WS-APPLY-AMOUNT
                       FROM WS-RC-CASH-LEFT(WS-RECEIPT-INDEX)
                   ADD WS-APPLY-AMOUNT TO WS-CASH-RECOVERED
                   ADD 1 TO WS-ITEMS-RECOVERED
                   MOVE ZERO TO WS-DISCOUNT-AMOUNT
                   MOVE "V" TO WS-HISTORY-SOURCE
                   PERFORM 3150-WRITE-CASH-HISTORY
               END-IF
           END-PERFORM.

      * SECOND PASS, AS THE WORK FILE RELOADS - THE FILE IS APPENDED
      * IN POSTING ORDER, SO READING IT FORWARD PAYS EACH CUSTOMER'S
      * OLDEST ITEMS FIRST WITH THE CASH THAT NAMED NO INVOICE AND
      * WITH THE CUSTOMER'S CREDIT MEMOS AND ON-ACCOUNT CREDITS.
       3200-APPLY-UNNAMED-RECEIPTS.
           PERFORM VARYING WS-RECEIPT-INDEX FROM 1 BY 1
               UNTIL WS-RECEIPT-INDEX > WS-RECEIPT-COUNT
               OR NOT OI-ITEM-OPEN
               IF (WS-RC-INVOICE-NUMBER(WS-RECEIPT-INDEX) = ZERO
                   OR NOT WS-RC-NEW-RECEIPT(WS-RECEIPT-INDEX))
                  AND WS-RC-CUSTOMER(WS-RECEIPT-INDEX)
                       = OI-CUSTOMER-NUMBER
                   MOVE WS-RECEIPT-INDEX TO WS-MATCHED-RECEIPT-SUB
                   PERFORM 3100-APPLY-CASH-TO-ITEM
               END-IF
           END-PERFORM.

      * A RECEIPT DATED ON OR BEFORE THE ITEM'S DISCOUNT DATE EARNS
      * THE TERMS DISCOUNT ON AN ITEM NOTHING HAS BEEN PAID ON YET,
      * PROVIDED IT COVERS THE REST - THE DISCOUNT THEN CLOSES THE
      * ITEM ALONGSIDE THE CASH. AN ON-ACCOUNT CREDIT IS NOT A
      * PAYMENT WITHIN TERMS AND EARNS NO DISCOUNT.
       3100-APPLY-CASH-TO-ITEM.
           IF WS-RC-CASH-LEFT(WS-MATCHED-RECEIPT-SUB) NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DISCOUNT-AMOUNT
           IF WS-RC-NEW-RECEIPT(WS-MATCHED-RECEIPT-SUB)
              AND OI-DISCOUNT-DATE IS NUMERIC
              AND OI-DISCOUNT-DATE > ZERO
              AND OI-DISCOUNT-PCT IS NUMERIC
              AND OI-OPEN-AMOUNT = OI-INVOICE-AMOUNT
              AND WS-RC-RECEIPT-DATE(WS-MATCHED-RECEIPT-SUB)
                   NOT > OI-DISCOUNT-DATE
               COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
                   OI-INVOICE-AMOUNT * OI-DISCOUNT-PCT / 100
               IF WS-RC-CASH-LEFT(WS-MATCHED-RECEIPT-SUB)
                       < OI-OPEN-AMOUNT - WS-DISCOUNT-AMOUNT
                   MOVE ZERO TO WS-DISCOUNT-AMOUNT
               END-IF
           END-IF
           IF WS-DISCOUNT-AMOUNT > ZERO
               SUBTRACT WS-DISCOUNT-AMOUNT FROM OI-OPEN-AMOUNT
               MOVE WS-DISCOUNT-AMOUNT TO OI-DISCOUNT-TAKEN
               ADD WS-DISCOUNT-AMOUNT TO WS-DISCOUNTS-TAKEN
               ADD 1 TO WS-ITEMS-DISCOUNTED
           END-IF
           IF WS-RC-CASH-LEFT(WS-MATCHED-RECEIPT-SUB)
                   >= OI-OPEN-AMOUNT
               MOVE OI-OPEN-AMOUNT TO WS-APPLY-AMOUNT
           ELSE
               MOVE WS-RC-CASH-LEFT(WS-MATCHED-RECEIPT-SUB)
                   TO WS-APPLY-AMOUNT
           END-IF
           SUBTRACT WS-APPLY-AMOUNT FROM OI-OPEN-AMOUNT
           SUBTRACT WS-APPLY-AMOUNT
               FROM WS-RC-CASH-LEFT(WS-MATCHED-RECEIPT-SUB)
           EVALUATE TRUE
               WHEN WS-RC-ON-ACCOUNT(WS-MATCHED-RECEIPT-SUB)
                   ADD WS-APPLY-AMOUNT TO WS-CREDIT-APPLIED
                   MOVE WS-TODAY
                       TO WS-RC-LAST-APPLIED(WS-MATCHED-RECEIPT-SUB)
                   MOVE "C" TO WS-HISTORY-SOURCE
               WHEN WS-RC-CREDIT-MEMO(WS-MATCHED-RECEIPT-SUB)
                   ADD WS-APPLY-AMOUNT TO WS-MEMO-APPLIED
                   MOVE "M" TO WS-HISTORY-SOURCE
               WHEN OTHER
                   ADD WS-APPLY-AMOUNT TO WS-CASH-APPLIED
                   MOVE "R" TO WS-HISTORY-SOURCE
           END-EVALUATE
           IF OI-OPEN-AMOUNT = ZERO
               MOVE "P" TO OI-ITEM-STATUS
               ADD 1 TO WS-ITEMS-CLEARED
           ELSE
               ADD 1 TO WS-ITEMS-PARTPAID
           END-IF
           PERFORM 3150-WRITE-CASH-HISTORY.

      * WHAT WAS APPLIED, FROM WHICH RECEIPT, CREDIT, OR MEMO, TO
      * WHICH ITEM - THE DATES DSO1000 MEASURES COLLECTION SPEED BY.
       3150-WRITE-CASH-HISTORY.
           IF WS-APPLY-AMOUNT = ZERO AND WS-DISCOUNT-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CASH-HISTORY-RECORD
           MOVE WS-TODAY TO CH-APPLIED-DATE
           MOVE OI-CUSTOMER-NUMBER TO CH-CUSTOMER-NUMBER
           MOVE WS-HISTORY-SOURCE TO CH-SOURCE
           MOVE WS-RC-RECEIPT-DATE(WS-MATCHED-RECEIPT-SUB)
               TO CH-RECEIPT-DATE
           IF OI-INVOICE-NUMBER IS NUMERIC
               MOVE OI-INVOICE-NUMBER TO CH-INVOICE-NUMBER
           ELSE
               MOVE ZERO TO CH-INVOICE-NUMBER
           END-IF
           MOVE OI-INVOICE-DATE TO CH-INVOICE-DATE
           IF OI-DUE-DATE IS NUMERIC
               MOVE OI-DUE-DATE TO CH-DUE-DATE
           ELSE
               MOVE ZERO TO CH-DUE-DATE
           END-IF
           MOVE WS-APPLY-AMOUNT TO CH-APPLIED-AMOUNT
           MOVE WS-DISCOUNT-AMOUNT TO CH-DISCOUNT-AMOUNT
           IF OI-OPEN-AMOUNT = ZERO
               MOVE "Y" TO CH-ITEM-CLEARED
           ELSE
               MOVE "N" TO CH-ITEM-CLEARED
           END-IF
           WRITE CASH-HISTORY-RECORD.

      * THE WORK FILE BECOMES THE NEW LIVE OPEN-ITEM FILE ONLY AFTER
      * THE WHOLE PASS COMPLETED.
           OPEN INPUT OPENITEM-WORK
           OPEN OUTPUT OPENITEM
           PERFORM 3510-RELOAD-ONE-ITEM UNTIL WS-WORK-EOF
           PERFORM 3600-WRITE-CREDIT-MEMO
               VARYING WS-RECEIPT-INDEX FROM 1 BY 1
               UNTIL WS-RECEIPT-INDEX > WS-RECEIPT-COUNT
           CLOSE OPENITEM-WORK
                 OPENITEM.

               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   MOVE OPEN-ITEM-WORK-RECORD TO OPEN-ITEM-RECORD
                   EVALUATE TRUE
                       WHEN OI-TYPE-CREDIT-MEMO AND OI-ITEM-OPEN
                            AND OI-OPEN-AMOUNT > ZERO
                           CONTINUE
                       WHEN OI-ITEM-OPEN AND OI-TYPE-INVOICE
                           PERFORM 3200-APPLY-UNNAMED-RECEIPTS
                           WRITE OPEN-ITEM-RECORD
                       WHEN OTHER
                           WRITE OPEN-ITEM-RECORD
                   END-EVALUATE
           END-READ.

      * THE OPEN CREDIT MEMOS HELD BACK FROM THE RELOAD GO ON THE END
      * OF THE FILE WITH WHAT IS LEFT OF EACH - PAID WHEN NOTHING IS.
       3600-WRITE-CREDIT-MEMO.
           IF NOT WS-RC-CREDIT-MEMO(WS-RECEIPT-INDEX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MEMO-IMAGE(WS-RC-MEMO-SUB(WS-RECEIPT-INDEX))
               TO OPEN-ITEM-RECORD
           MOVE WS-RC-CASH-LEFT(WS-RECEIPT-INDEX) TO OI-OPEN-AMOUNT
           IF OI-OPEN-AMOUNT = ZERO
               MOVE "P" TO OI-ITEM-STATUS
           ELSE
               ADD OI-OPEN-AMOUNT TO WS-MEMO-OPEN-AFTER
           END-IF
           WRITE OPEN-ITEM-RECORD.

       4000-TERMINATE.
           MOVE "RECEIPTS READ:"        TO RCL-CAPTION
           MOVE WS-RECEIPTS-READ        TO RCL-COUNT
           MOVE "CASH APPLIED:"         TO RAL-CAPTION
           MOVE WS-CASH-APPLIED         TO RAL-AMOUNT
           WRITE PRINT-AREA FROM RPT-AMOUNT-LINE
           MOVE "ITEMS DISCOUNTED:"     TO RCL-CAPTION
           MOVE WS-ITEMS-DISCOUNTED     TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "DISCOUNTS TAKEN:"      TO RAL-CAPTION
           MOVE WS-DISCOUNTS-TAKEN      TO RAL-AMOUNT
           WRITE PRINT-AREA FROM RPT-AMOUNT-LINE
           PERFORM 4300-WRITE-GL-JOURNAL
           MOVE "WRITE-OFFS RECOVERED:"  TO RCL-CAPTION
           MOVE WS-ITEMS-RECOVERED      TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "BAD-DEBT RECOVERED:"   TO RAL-CAPTION
           MOVE WS-CASH-RECOVERED       TO RAL-AMOUNT
           WRITE PRINT-AREA FROM RPT-AMOUNT-LINE
           PERFORM 4100-REPORT-UNAPPLIED-CASH
               VARYING WS-RECEIPT-INDEX FROM 1 BY 1
               UNTIL WS-RECEIPT-INDEX > WS-RECEIPT-COUNT
           MOVE "CASH TO ON ACCOUNT:"   TO RAL-CAPTION
           MOVE WS-CASH-UNAPPLIED       TO RAL-AMOUNT
           WRITE PRINT-AREA FROM RPT-AMOUNT-LINE
           MOVE "OPEN CREDITS BROUGHT IN:" TO RCL-CAPTION
           MOVE WS-CREDITS-LOADED       TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "CREDIT OPEN AT START:"  TO RAL-CAPTION
           MOVE WS-CREDIT-OPEN-BEFORE   TO RAL-AMOUNT
           WRITE PRINT-AREA FROM RPT-AMOUNT-LINE
           MOVE "CREDIT APPLIED:"       TO RAL-CAPTION
           MOVE WS-CREDIT-APPLIED       TO RAL-AMOUNT
           WRITE PRINT-AREA FROM RPT-AMOUNT-LINE
           MOVE "MEMO CREDIT AT START:"  TO RAL-CAPTION
           MOVE WS-MEMO-OPEN-BEFORE     TO RAL-AMOUNT
           WRITE PRINT-AREA FROM RPT-AMOUNT-LINE
           MOVE "MEMO CREDIT NETTED:"   TO RAL-CAPTION
           MOVE WS-MEMO-APPLIED         TO RAL-AMOUNT
           WRITE PRINT-AREA FROM RPT-AMOUNT-LINE
           MOVE "MEMO CREDIT LEFT OPEN:" TO RAL-CAPTION
           MOVE WS-MEMO-OPEN-AFTER      TO RAL-AMOUNT
           WRITE PRINT-AREA FROM RPT-AMOUNT-LINE
           PERFORM 4200-SAVE-ON-ACCOUNT-CREDITS
           MOVE "CREDIT OPEN AT END:"    TO RAL-CAPTION
           MOVE WS-CREDIT-OPEN-AFTER    TO RAL-AMOUNT
           WRITE PRINT-AREA FROM RPT-AMOUNT-LINE
           PERFORM 4400-WRITE-BALANCE-TOTALS
           CLOSE CASHHIST
                 CASH-RPT.

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

      * RECOVERED BAD DEBT GOES TO THE LEDGER AS A BALANCED PAIR -
      * THE ACCOUNT-MAPPING FILE POINTS BD-RECOVERY AT CASH FOR THE
      * DEBIT AND BAD-DEBT EXPENSE FOR THE CREDIT.
       4300-WRITE-GL-JOURNAL.
           IF WS-CASH-RECOVERED NOT = ZERO
               MOVE "BD-RECOVERY" TO WS-GL-SOURCE-CODE
               MOVE WS-CASH-RECOVERED TO WS-GL-AMOUNT
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
               MOVE "CSH1000" TO BF-JOB-NAME
               MOVE "GL-JOURNALED" TO BF-COUNTER-NAME
               MOVE WS-GL-JOURNALED-TOTAL TO BF-COUNTER-VALUE
               WRITE BALANCE-RECORD
               CLOSE BALANCE-FILE
           END-IF.

      * THE CREDITS BROUGHT IN GO BACK WITH WHAT IS LEFT OF THEM, AND
      * EVERY RECEIPT WITH CASH LEFT BECOMES A NEW OPEN CREDIT. THE
      * WORK FILE, WHICH ALREADY HOLDS THE USED-UP HISTORY, THEN
      * REPLACES THE LIVE CREDIT FILE.
       4200-SAVE-ON-ACCOUNT-CREDITS.
           PERFORM 4210-WRITE-ONE-CREDIT
               VARYING WS-RECEIPT-INDEX FROM 1 BY 1
               UNTIL WS-RECEIPT-INDEX > WS-RECEIPT-COUNT
           CLOSE ONACCT-WORK
           OPEN INPUT ONACCT-WORK
           OPEN OUTPUT ONACCT
           MOVE "N" TO WS-WORK-EOF-SWITCH
           PERFORM 4220-RELOAD-ONE-CREDIT UNTIL WS-WORK-EOF
           CLOSE ONACCT-WORK
                 ONACCT.

       4210-WRITE-ONE-CREDIT.
           IF WS-RC-CREDIT-MEMO(WS-RECEIPT-INDEX)
               EXIT PARAGRAPH
           END-IF
           IF WS-RC-NEW-RECEIPT(WS-RECEIPT-INDEX)
              AND WS-RC-CASH-LEFT(WS-RECEIPT-INDEX) NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ON-ACCOUNT-CREDIT-RECORD
           MOVE WS-RC-CUSTOMER(WS-RECEIPT-INDEX) TO OA-CUSTOMER-NUMBER
           MOVE WS-RC-RECEIPT-DATE(WS-RECEIPT-INDEX) TO OA-CREDIT-DATE
           MOVE WS-RC-INVOICE-NUMBER(WS-RECEIPT-INDEX)
               TO OA-INVOICE-NUMBER
           MOVE WS-RC-CASH-LEFT(WS-RECEIPT-INDEX)
               TO OA-REMAINING-AMOUNT
           IF WS-RC-ON-ACCOUNT(WS-RECEIPT-INDEX)
               MOVE WS-RC-ORIGINAL-AMOUNT(WS-RECEIPT-INDEX)
                   TO OA-ORIGINAL-AMOUNT
               MOVE WS-RC-CREDIT-SOURCE(WS-RECEIPT-INDEX)
                   TO OA-CREDIT-SOURCE
               MOVE WS-RC-LAST-APPLIED(WS-RECEIPT-INDEX)
                   TO OA-LAST-APPLIED-DATE
           ELSE
               MOVE WS-RC-CASH-LEFT(WS-RECEIPT-INDEX)
                   TO OA-ORIGINAL-AMOUNT
               MOVE ZERO TO OA-LAST-APPLIED-DATE
               EVALUATE TRUE
                   WHEN WS-RC-INVOICE-NUMBER(WS-RECEIPT-INDEX) = ZERO
                       MOVE "UC" TO OA-CREDIT-SOURCE
                   WHEN WS-RC-INVOICE-MATCHED(WS-RECEIPT-INDEX)
                       MOVE "OP" TO OA-CREDIT-SOURCE
                   WHEN OTHER
                       MOVE "NI" TO OA-CREDIT-SOURCE
               END-EVALUATE
           END-IF
           IF OA-REMAINING-AMOUNT > ZERO
               MOVE "O" TO OA-CREDIT-STATUS
               ADD OA-REMAINING-AMOUNT TO WS-CREDIT-OPEN-AFTER
           ELSE
               MOVE "U" TO OA-CREDIT-STATUS
           END-IF
           WRITE ON-ACCOUNT-WORK-RECORD FROM ON-ACCOUNT-CREDIT-RECORD.

       4220-RELOAD-ONE-CREDIT.
           READ ONACCT-WORK
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   WRITE ON-ACCOUNT-CREDIT-RECORD
                       FROM ON-ACCOUNT-WORK-RECORD
           END-READ.

      * CASH LEFT OVER AFTER A CUSTOMER'S ITEMS ALL CLEARED - EITHER
      * AN OVERPAYMENT OR A PAYMENT FOR AN INVOICE NOT YET POSTED -
      * IS LISTED AS IT GOES ON ACCOUNT. A REMITTANCE FOR AN INVOICE
      * THAT WAS NOT OPEN IS CALLED OUT SO THE CUSTOMER CAN BE ASKED
      * WHAT IT WAS FOR. CREDITS CARRIED IN FROM EARLIER RUNS ARE
      * ONA1000'S TO LIST.
       4100-REPORT-UNAPPLIED-CASH.
           IF WS-RC-NEW-RECEIPT(WS-RECEIPT-INDEX)
              AND WS-RC-CASH-LEFT(WS-RECEIPT-INDEX) > ZERO
               MOVE WS-RC-CUSTOMER(WS-RECEIPT-INDEX)
                   TO RUL-CUSTOMER-NUMBER
               MOVE WS-RC-CASH-LEFT(WS-RECEIPT-INDEX)
                   TO RUL-AMOUNT
               MOVE SPACES TO RUL-INVOICE-CAPTION
                              RUL-INVOICE-NUMBER
                              RUL-NOTE
               IF WS-RC-INVOICE-NUMBER(WS-RECEIPT-INDEX) > ZERO
                   MOVE "INVOICE " TO RUL-INVOICE-CAPTION
                   MOVE WS-RC-INVOICE-NUMBER(WS-RECEIPT-INDEX)
                       TO RUL-INVOICE-NUMBER
                   IF WS-RC-INVOICE-MATCHED(WS-RECEIPT-INDEX)
                       MOVE "OVERPAID NAMED INVOICE" TO RUL-NOTE
                   ELSE
                       MOVE "NAMED INVOICE NOT OPEN" TO RUL-NOTE
                   END-IF
               END-IF
               WRITE PRINT-AREA FROM RPT-UNAPPLIED-LINE
               ADD WS-RC-CASH-LEFT(WS-RECEIPT-INDEX)
                   TO WS-CASH-UNAPPLIED
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
