      * Purpose: Daily sales transaction posting - applies the order
      *          system's daily transactions to CM-SALES-THIS-YTD on
      *          CUSTMAST, rejects unknown customers, and prints a
      *          posted/rejected control report. PARM=T makes a
      *          trial run - every edit, lookup, and credit check, the
      *          full report and reject list, and nothing written.
      *          A live run holds the LOCKCTL CUSTMAST and OPENITEM
      *          locks; a trial run takes neither. The accounting
      *          period is the fiscal period LEAP's FISCALPD entry
      *          gives for the transaction date.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SALESHIST-STATUS.
      * open-item receivables - every posted sale opens an invoice
      * here under the next invoice number, CSH1000 clears items as
      * payments arrive, and AGE1000 ages whatever is still open
           SELECT OPENITEM ASSIGN TO "OPENITEM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPENITEM-STATUS.
           SELECT RETNPAID ASSIGN TO "RETNPAID.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RETNPAID-STATUS.
      * commission splits kept by SPL1000 - a return on a customer
      * worked jointly is clawed back from each sharing rep in
      * proportion to their share
           SELECT COMMSPLT ASSIGN TO "COMMSPLT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SP-CUSTOMER-NUMBER
                   FILE STATUS IS COMMSPLT-STATUS.
      * accounting-period control shared with the account posting
      * runs - a transaction dated in a closed month rejects instead
      * of silently restating it
           SELECT BALANCE-FILE ASSIGN TO "BALANCE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BALANCE-FILE-STATUS.
      * credit limit and status per customer, kept by CRD1000 - a
      * sale that would carry the customer's open-item exposure past
      * the limit is held instead of posted
           SELECT CUSTCRED ASSIGN TO "CUSTCRED.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CC-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTCRED-STATUS.
      * sales held for the credit manager - HLD1000 releases or
      * declines them
           SELECT HELDORD ASSIGN TO "HELDORD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HELDORD-STATUS.
      * held sales HLD1000 released - posted after the day's batch
      * through the same path, without a second credit check, and
      * the file emptied once the run completes
           SELECT HELDREL ASSIGN TO "HELDREL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HELDREL-STATUS.
      * next invoice number to issue - one record, rewritten at the
      * end of the run with the number after the last one used
           SELECT INVCTL ASSIGN TO "INVCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS INVCTL-STATUS.
      * national-account links kept by NAT1000 - a child whose parent
      * has a credit record is checked against the parent's limit on
      * the whole account's open items
           SELECT NATACCT ASSIGN TO "NATACCT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NA-CUSTOMER-NUMBER
                   FILE STATUS IS NATACCT-STATUS.
      * payment terms the shop offers - the customer's terms code on
      * CUSTCRED sets each new invoice's due date and discount date
           SELECT TERMSREF ASSIGN TO "TERMS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TERMSREF-STATUS.
      ************************************************************************
       DATA DIVISION.

      * file now arrives framed by a BH header and BT trailer so a
      * truncated transfer can never post silently short; a detail
      * record always leads with the customer number's digits, so the
      * two-letter record types can't be mistaken for one. a return
      * may carry the number of the invoice the goods were sold on.
       FD   SALESTRN.
       01   SALES-TRANSACTION-RECORD.
           05   ST-CUSTOMER-NUMBER      PIC 9(5).
           05   ST-TRANS-TYPE           PIC X(1).
               88   ST-TYPE-SALE                     VALUE "S".
               88   ST-TYPE-RETURN                   VALUE "R".
           05   ST-INVOICE-NUMBER       PIC 9(7).
       01   BATCH-HEADER-RECORD.
           05   BH-RECORD-TYPE          PIC X(2).
               88   BH-HEADER-TYPE                   VALUE "BH".
       FD   POSTING-RPT.
       01   PRINT-AREA                  PIC X(132).

       FD   OPENITEM.
       01   OPEN-ITEM-RECORD.
           COPY OPENITEM.

       FD   CUSTMNTH.
       01   MONTH-BUCKET-RECORD.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   BF-COUNTER-VALUE        PIC 9(9).

       FD   COMMSPLT.
       01   COMMISSION-SPLIT-RECORD.
           COPY COMMSPLT.

       FD   CUSTCRED.
       01   CUSTOMER-CREDIT-RECORD.
           COPY CUSTCRED.

       FD   NATACCT.
       01   NATIONAL-ACCOUNT-RECORD.
           COPY NATACCT.

       FD   HELDORD.
       01   HELD-ORDER-RECORD.
           COPY HELDORD.

      * A RELEASED SALE IN THE SALESTRN DETAIL LAYOUT
       FD   HELDREL.
       01   RELEASED-ORDER-RECORD.
           05   RL-CUSTOMER-NUMBER      PIC 9(5).
           05   RL-TRANS-DATE           PIC 9(8).
           05   RL-TRANS-AMOUNT         PIC S9(5)V9(2).
           05   RL-TRANS-TYPE           PIC X(1).

       FD   INVCTL.
       01   INVOICE-CONTROL-RECORD.
           05   IC-NEXT-INVOICE-NUMBER  PIC 9(7).

      * ONE RECORD PER PAYMENT TERMS CODE - 2/10 NET 30 IS NET DAYS
      * 030, DISCOUNT 02.00 PERCENT, DISCOUNT DAYS 010
       FD   TERMSREF.
       01   TERMS-REFERENCE-RECORD.
           05   TM-TERMS-CODE           PIC X(03).
           05   TM-NET-DAYS             PIC 9(03).
           05   TM-DISCOUNT-PCT         PIC 9(02)V9(02).
           05   TM-DISCOUNT-DAYS        PIC 9(03).
           05   TM-DESCRIPTION          PIC X(20).

       WORKING-STORAGE SECTION.

       77   CUSTMAST-STATUS             PIC X(2)     VALUE "00".
           88   CUSTMNTH-OK                          VALUE "00".
       77   RETNPAID-STATUS             PIC X(2)     VALUE "00".
           88   RETNPAID-OK                          VALUE "00".
       77   COMMSPLT-STATUS             PIC X(2)     VALUE "00".
           88   COMMSPLT-OK                          VALUE "00".
       77   COMMSPLT-OPEN-SWITCH        PIC X        VALUE "N".
           88   COMMSPLT-OPENED                      VALUE "Y".
       77   WS-SPLIT-SUB                PIC 9(1)     VALUE ZERO.
       77   WS-SPLIT-TOTAL-PCT          PIC 9(4)V9(2) VALUE ZERO.
       77   WS-SPLIT-CREDITED           PIC S9(5)V9(2) VALUE ZERO.
       77   WS-TRANS-MONTH              PIC 9(2)     VALUE ZERO.
       77   WS-BUCKET-NEW-SWITCH        PIC X        VALUE "N".
           88   WS-BUCKET-IS-NEW                     VALUE "Y".
       77   SALESTRN-EOF-SWITCH         PIC X        VALUE "N".
           88   SALESTRN-EOF                         VALUE "Y".

       77   CUSTCRED-STATUS             PIC X(2)     VALUE "00".
           88   CUSTCRED-OK                          VALUE "00".
       77   NATACCT-STATUS              PIC X(2)     VALUE "00".
           88   NATACCT-OK                           VALUE "00".
       77   HELDORD-STATUS              PIC X(2)     VALUE "00".
           88   HELDORD-OK                           VALUE "00".
       77   HELDREL-STATUS              PIC X(2)     VALUE "00".
           88   HELDREL-OK                           VALUE "00".
       77   HELDREL-EOF-SWITCH          PIC X        VALUE "N".
           88   HELDREL-EOF                          VALUE "Y".
       77   OPENITEM-EOF-SWITCH         PIC X        VALUE "N".
           88   OPENITEM-EOF                         VALUE "Y".
       77   INVCTL-STATUS               PIC X(2)     VALUE "00".
           88   INVCTL-OK                            VALUE "00".
       77   TERMSREF-STATUS             PIC X(2)     VALUE "00".
           88   TERMSREF-OK                          VALUE "00".
       77   TERMSREF-EOF-SWITCH         PIC X        VALUE "N".
           88   TERMSREF-EOF                         VALUE "Y".

      * PARM=T IS A TRIAL RUN. UNDER PROG001'S NIGHTLY CHAIN THE PARM
      * IS THE CHAIN'S - C, THEN THE CHAIN'S OWN RUN MODE.
       77   WS-PARM-STRING              PIC X(80)    VALUE SPACES.
       77   WS-RUN-MODE                 PIC X        VALUE "P".
           88   WS-TRIAL-RUN                         VALUE "T" "t".

      * INVOICE NUMBERING AND PAYMENT TERMS FOR THE NEW OPEN ITEMS. A
      * CUSTOMER WITH NO CREDIT RECORD, OR A TERMS CODE NOT ON THE
      * TERMS FILE, BUYS ON NET 30 WITH NO DISCOUNT.
       01   INVOICE-TERMS-FIELDS.
           05   WS-NEXT-INVOICE-NUMBER  PIC 9(7)     VALUE 1.
           05   WS-INVOICES-ISSUED      PIC 9(7)     VALUE ZERO.
           05   WS-CREDIT-MEMOS-ISSUED  PIC 9(7)     VALUE ZERO.
           05   WS-INV-TERMS-CODE       PIC X(3)     VALUE SPACES.
           05   WS-INV-NET-DAYS         PIC 9(3)     VALUE ZERO.
           05   WS-INV-DISCOUNT-PCT     PIC 9(2)V99  VALUE ZERO.
           05   WS-INV-DISCOUNT-DAYS    PIC 9(3)     VALUE ZERO.
           05   WS-INVOICE-INTEGER      PIC 9(7)     VALUE ZERO.
           05   WS-DUE-INTEGER          PIC 9(7)     VALUE ZERO.
           05   WS-TERMS-COUNT          PIC 9(3)     VALUE ZERO.
           05   WS-TERMS-INDEX          PIC 9(3)     VALUE ZERO.
           05   WS-TERMS-ENTRY OCCURS 50 TIMES.
               10   WS-TM-TERMS-CODE    PIC X(03).
               10   WS-TM-NET-DAYS      PIC 9(03).
               10   WS-TM-DISCOUNT-PCT  PIC 9(02)V9(02).
               10   WS-TM-DISCOUNT-DAYS PIC 9(03).
           05   WS-TERMS-FOUND-SWITCH   PIC X        VALUE "N".
               88   WS-TERMS-FOUND                   VALUE "Y".

      * CREDIT-CHECK FIELDS. WITH NO CREDIT FILE ON HAND NOTHING IS
      * CHECKED AND EVERY SALE POSTS, THE WAY IT ALWAYS HAS.
       01   CREDIT-CHECK-FIELDS.
           05   WS-CREDIT-CHECK-SWITCH  PIC X        VALUE "N".
               88   WS-CREDIT-CHECKING               VALUE "Y".
           05   WS-CREDIT-FOUND-SWITCH  PIC X        VALUE "N".
               88   WS-CREDIT-FOUND                  VALUE "Y".
           05   WS-ORDER-HELD-SWITCH    PIC X        VALUE "N".
               88   WS-ORDER-HELD                    VALUE "Y".
           05   WS-RELEASED-SWITCH      PIC X        VALUE "N".
               88   WS-RELEASED-ORDER                VALUE "Y".
           05   WS-RELEASE-FILE-SWITCH  PIC X        VALUE "N".
               88   WS-RELEASE-FILE-READ             VALUE "Y".
           05   WS-HOLD-REASON          PIC X(2)     VALUE SPACES.
           05   WS-NEW-EXPOSURE         PIC S9(9)V99 VALUE ZERO.
      * WITH NATACCT ON HAND, A CHILD WHOSE PARENT HAS A CREDIT RECORD
      * IS CHECKED AT PARENT LEVEL - THE PARENT'S LIMIT AND STATUS
      * AGAINST THE OPEN ITEMS OF EVERY CUSTOMER ON THE ACCOUNT
           05   WS-NATACCT-SWITCH       PIC X        VALUE "N".
               88   WS-NATACCT-ON-HAND               VALUE "Y".
           05   WS-LINKED-SWITCH        PIC X        VALUE "N".
               88   WS-CUSTOMER-LINKED               VALUE "Y".
           05   WS-PARENT-LEVEL-SWITCH  PIC X        VALUE "N".
               88   WS-PARENT-LEVEL-CHECK            VALUE "Y".
           05   WS-CREDIT-KEY           PIC 9(5)     VALUE ZERO.
           05   WS-CHECK-OPEN-AMOUNT    PIC S9(9)V99 VALUE ZERO.
           05   WS-CHECK-OVER-90-AMOUNT PIC S9(9)V99 VALUE ZERO.

      * OPEN-ITEM EXPOSURE PER CUSTOMER, LOADED FROM OPENITEM BEFORE
      * ANYTHING POSTS AND RAISED AS THE RUN POSTS SALES, SO TWO SALES
      * TO ONE CUSTOMER IN THE SAME BATCH ARE BOTH COUNTED.
       01   EXPOSURE-TABLE-FIELDS.
           05   WS-EXPOSURE-COUNT       PIC 9(4)     VALUE ZERO.
           05   WS-EXPOSURE-INDEX       PIC 9(4)     VALUE ZERO.
           05   WS-EXPOSURE-SUB         PIC 9(4)     VALUE ZERO.
           05   WS-EXPOSURE-KEY         PIC 9(5)     VALUE ZERO.
           05   WS-EXPOSURE-ENTRY OCCURS 5000 TIMES.
               10   WS-EX-CUSTOMER      PIC 9(5).
      * THE CUSTOMER'S NATIONAL-ACCOUNT PARENT, OR THE CUSTOMER
      * ITSELF WHEN IT IS NOT LINKED
               10   WS-EX-PARENT        PIC 9(5).
               10   WS-EX-OPEN-AMOUNT   PIC S9(9)V99.
               10   WS-EX-OVER-90-AMOUNT
                                        PIC S9(9)V99.
           05   WS-EXPOSURE-FOUND-SWITCH
                                        PIC X        VALUE "N".
               88   WS-EXPOSURE-FOUND                VALUE "Y".
           05   WS-TODAY-INTEGER        PIC 9(7)     VALUE ZERO.
           05   WS-ITEM-AGE-DAYS        PIC S9(5)    VALUE ZERO.

       01   POSTING-COUNTERS.
           05   WS-TRANS-READ-COUNT     PIC 9(7)     VALUE ZERO.
           05   WS-TRANS-POSTED-COUNT   PIC 9(7)     VALUE ZERO.
           05   WS-TRANS-REJECT-COUNT   PIC 9(7)     VALUE ZERO.
           05   WS-AMOUNT-POSTED-TOTAL  PIC S9(9)V99 VALUE ZERO.
           05   WS-AMOUNT-REJECT-TOTAL  PIC S9(9)V99 VALUE ZERO.
           05   WS-TRANS-HELD-COUNT     PIC 9(7)     VALUE ZERO.
           05   WS-AMOUNT-HELD-TOTAL    PIC S9(9)V99 VALUE ZERO.
           05   WS-RELEASED-READ-COUNT  PIC 9(7)     VALUE ZERO.

       01   WS-REJECT-REASON-TEXT       PIC X(30)    VALUE SPACES.

       77   BALANCE-FILE-STATUS         PIC X(2)     VALUE "00".
           88   BALANCE-FILE-OK                      VALUE "00".

      * PARAMETERS FOR THE SHARED FILEERR HANDLER - A BAD STATUS GOES
      * ON THE JOB LOG IN PLAIN WORDS AND SETS THE RETURN CODE
       01   FILE-ERROR-FIELDS.
           05   WS-FE-PROGRAM           PIC X(8)     VALUE "PST1000".
           05   WS-FE-FILE              PIC X(12)    VALUE SPACES.
           05   WS-FE-OPERATION         PIC X(7)     VALUE SPACES.
           05   WS-FE-STATUS            PIC X(2)     VALUE SPACES.
           05   WS-FE-SEVERITY          PIC X(1)     VALUE SPACE.
           05   WS-FE-END-RUN           PIC X(1)     VALUE "N".
           05   WS-FE-RETURN-CODE       PIC 9(4)     VALUE ZERO.

      * PARAMETERS FOR THE SHARED GLJRNL SUBSYSTEM - ONE BALANCED
      * DEBIT/CREDIT PAIR PER TOTAL THE RUN MOVED
       01   GL-JOURNAL-FIELDS.

      * BATCH-BALANCING FIELDS FOR THE PRE-POSTING VERIFY PASS - AN
      * OUT-OF-BALANCE BATCH IS REJECTED WHOLE, NEVER PART-POSTED.
      * accounting periods loaded at start-up - a period is closed
      * only when the period-control file says C; an unlisted period
      * is open, the way a missing parameter card keeps the old
      * behaviour. the period is the fiscal year and period (YYYYPP)
      * LEAP's FISCALPD entry gives for the transaction date.
       01   PERIOD-TABLE-FIELDS.
           05   WS-PERIOD-COUNT         PIC 9(2)     VALUE ZERO.
           05   WS-PERIOD-INDEX         PIC 9(2)     VALUE ZERO.
           05   WS-CHECK-PERIOD         PIC 9(6)     VALUE ZERO.
           05   WS-PERIOD-OPEN-SWITCH   PIC X        VALUE "Y".
               88   WS-PERIOD-IS-OPEN                VALUE "Y".
           05   WS-FISCAL-DATE          PIC 9(8)     VALUE ZERO.
           05   WS-FISCAL-YEAR          PIC 9(4)     VALUE ZERO.
           05   WS-FISCAL-PERIOD        PIC 9(2)     VALUE ZERO.
           05   WS-FISCAL-WEEK          PIC 9(2)     VALUE ZERO.
           05   WS-FISCAL-START         PIC 9(8)     VALUE ZERO.
           05   WS-FISCAL-END           PIC 9(8)     VALUE ZERO.

       01   BATCH-VERIFY-FIELDS.
           05   WS-BATCH-VALID-SWITCH   PIC X        VALUE "Y".
           05   FILLER                  PIC X(70)    VALUE SPACES.

       01   RPT-HEADING-LINE.
           05   RHL-TITLE               PIC X(30)    VALUE
                    "DAILY SALES POSTING REPORT".
           05   FILLER                  PIC X(11)    VALUE "RUN DATE: ".
           05   RHL-MONTH               PIC 99.
           05   RAL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(90)    VALUE SPACES.

      * PARAMETERS FOR THE SHARED LOCKCTL MASTER-FILE LOCKS - BOTH
      * TAKEN BEFORE A LIVE RUN OPENS THEM, RELEASED AT THE END
       01   LOCK-FIELDS.
           05   WS-LOCK-ACTION          PIC X        VALUE "L".
           05   WS-LOCK-NAME            PIC X(8)     VALUE SPACES.
           05   WS-LOCK-PROGRAM         PIC X(8)     VALUE "PST1000".
           05   WS-LOCK-RESULT          PIC X        VALUE SPACE.
               88   WS-LOCK-TAKEN                    VALUE "Y".
           05   WS-LOCK-SAVED-RC        PIC 9(4)     VALUE ZERO.
           05   WS-CUSTMAST-LOCK-SWITCH PIC X        VALUE "N".
               88   WS-CUSTMAST-LOCK-HELD            VALUE "Y".
           05   WS-OPENITEM-LOCK-SWITCH PIC X        VALUE "N".
               88   WS-OPENITEM-LOCK-HELD            VALUE "Y".

      ************************************************************************
       PROCEDURE DIVISION.

           PERFORM 2000-READ-TRANSACTION.
           PERFORM 3000-POST-TRANSACTION
               UNTIL SALESTRN-EOF.
           PERFORM 3700-POST-RELEASED-ORDERS.
           PERFORM 4000-TERMINATE.
           PERFORM 4900-RELEASE-MASTER-LOCKS.
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-POSTING-DATE
           PERFORM 1050-GET-RUN-MODE
           PERFORM 1400-LOAD-PERIOD-CONTROL
           OPEN OUTPUT TRN-REJECT-FILE
                       POSTING-RPT
           IF WS-TRIAL-RUN
               MOVE "DAILY SALES POSTING TRIAL RUN" TO RHL-TITLE
               MOVE "*** TRIAL RUN - NOTHING WAS POSTED ***"
                   TO RML-MESSAGE
               WRITE TRN-REJECT-AREA FROM RPT-MESSAGE-LINE
           END-IF
           OPEN INPUT SALESTRN
           IF NOT SALESTRN-OK
               MOVE "SALESTRN" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE SALESTRN-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               GOBACK
           END-IF
           PERFORM 1200-VERIFY-BATCH
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      * A LIVE RUN HOLDS BOTH LOCKS - CUSTMAST FOR THE BALANCES AND
      * OPENITEM FOR THE NEW INVOICES - BEFORE IT OPENS EITHER
           IF NOT WS-TRIAL-RUN
               PERFORM 1090-TAKE-MASTER-LOCKS
               IF NOT WS-OPENITEM-LOCK-HELD
                   CLOSE SALESTRN
                         TRN-REJECT-FILE
                         POSTING-RPT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
      * THE VERIFY PASS CONSUMED THE FILE - REOPEN IT FOR POSTING
           CLOSE SALESTRN
           OPEN INPUT SALESTRN
           MOVE "N" TO SALESTRN-EOF-SWITCH
           IF WS-TRIAL-RUN
               OPEN INPUT CUSTMAST
           ELSE
               OPEN I-O CUSTMAST
           END-IF
           IF NOT CUSTMAST-OK
               MOVE "CUSTMAST" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE CUSTMAST-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               PERFORM 4900-RELEASE-MASTER-LOCKS
               GOBACK
           END-IF
           PERFORM 1500-LOAD-CREDIT-CONTROLS
           PERFORM 1600-LOAD-INVOICE-CONTROLS
           OPEN INPUT COMMSPLT
           IF COMMSPLT-OK
               SET COMMSPLT-OPENED TO TRUE
           END-IF
      * A TRIAL RUN OPENS NOTHING IT WOULD WRITE TO
           IF WS-TRIAL-RUN
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SALESHIST
           IF NOT SALESHIST-OK
               OPEN OUTPUT SALESHIST
               OPEN I-O CUSTMNTH
           END-IF
           IF NOT CUSTMNTH-OK
               MOVE "CUSTMNTH" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE CUSTMNTH-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               PERFORM 4900-RELEASE-MASTER-LOCKS
               GOBACK
           END-IF
           OPEN EXTEND RETNPAID
           IF NOT RETNPAID-OK
               OPEN OUTPUT RETNPAID
           END-IF
           OPEN EXTEND HELDORD
           IF NOT HELDORD-OK
               OPEN OUTPUT HELDORD
           END-IF.

      * TAKE CUSTMAST, THEN OPENITEM - WHEN OPENITEM IS REFUSED THE
      * CUSTMAST LOCK GOES STRAIGHT BACK, SO A REFUSED RUN HOLDS NONE
       1090-TAKE-MASTER-LOCKS.
           MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
           MOVE "L" TO WS-LOCK-ACTION
           MOVE "CUSTMAST" TO WS-LOCK-NAME
           CALL "LOCKCTL" USING WS-LOCK-ACTION WS-LOCK-NAME
               WS-LOCK-PROGRAM WS-LOCK-RESULT
           IF WS-LOCK-TAKEN
               SET WS-CUSTMAST-LOCK-HELD TO TRUE
               MOVE "OPENITEM" TO WS-LOCK-NAME
               CALL "LOCKCTL" USING WS-LOCK-ACTION WS-LOCK-NAME
                   WS-LOCK-PROGRAM WS-LOCK-RESULT
               IF WS-LOCK-TAKEN
                   SET WS-OPENITEM-LOCK-HELD TO TRUE
               ELSE
                   PERFORM 4900-RELEASE-MASTER-LOCKS
               END-IF
           END-IF
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE.

       1050-GET-RUN-MODE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING(1:1) = "C" OR WS-PARM-STRING(1:1) = "c"
               MOVE WS-PARM-STRING(2:1) TO WS-RUN-MODE
           ELSE
               MOVE WS-PARM-STRING(1:1) TO WS-RUN-MODE
           END-IF
           IF WS-TRIAL-RUN
               DISPLAY "PST1000: TRIAL RUN - NOTHING WILL BE POSTED."
           END-IF.

      * READS THE WHOLE FEED ONCE BEFORE ANYTHING POSTS - THE HEADER
               CLOSE BALANCE-FILE
           END-IF.

      * THE CREDIT FILE DECIDES WHETHER THE RUN CHECKS CREDIT AT ALL.
      * WHEN IT IS ON HAND, EVERY OPEN ITEM IS SUMMED PER CUSTOMER
      * BEFORE THE OPEN-ITEM FILE IS OPENED FOR THE DAY'S NEW
      * INVOICES, WITH THE PART OVER 90 DAYS OLD KEPT SEPARATELY FOR
      * THE CREDIT MANAGER.
       1500-LOAD-CREDIT-CONTROLS.
           OPEN INPUT CUSTCRED
      * POSTING GOES ON WITHOUT THE CHECK - A WARNING, NOT A FAILURE
           IF NOT CUSTCRED-OK
               DISPLAY "PST1000: NO CREDIT FILE - SALES POST WITHOUT "
                   "A CREDIT CHECK."
               MOVE "CUSTCRED" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE CUSTCRED-STATUS TO WS-FE-STATUS
               MOVE "W"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           SET WS-CREDIT-CHECKING TO TRUE
           OPEN INPUT NATACCT
           IF NATACCT-OK
               SET WS-NATACCT-ON-HAND TO TRUE
           END-IF
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               WS-POSTING-DATE)
           OPEN INPUT OPENITEM
           IF OPENITEM-OK
               PERFORM 1510-LOAD-ONE-OPEN-ITEM
                   UNTIL OPENITEM-EOF
               CLOSE OPENITEM
           END-IF.

       1510-LOAD-ONE-OPEN-ITEM.
           READ OPENITEM
               AT END
                   SET OPENITEM-EOF TO TRUE
               NOT AT END
                   IF OI-ITEM-OPEN
                       PERFORM 1520-ADD-ITEM-TO-EXPOSURE
                   END-IF
           END-READ.

       1520-ADD-ITEM-TO-EXPOSURE.
           MOVE OI-CUSTOMER-NUMBER TO WS-EXPOSURE-KEY
           PERFORM 3052-FIND-EXPOSURE-ENTRY
           IF NOT WS-EXPOSURE-FOUND
               IF WS-EXPOSURE-COUNT < 5000
                   ADD 1 TO WS-EXPOSURE-COUNT
                   MOVE WS-EXPOSURE-COUNT TO WS-EXPOSURE-SUB
                   MOVE OI-CUSTOMER-NUMBER
                       TO WS-EX-CUSTOMER(WS-EXPOSURE-SUB)
                   PERFORM 3053-SET-EXPOSURE-PARENT
                   MOVE ZERO TO WS-EX-OPEN-AMOUNT(WS-EXPOSURE-SUB)
                   MOVE ZERO TO WS-EX-OVER-90-AMOUNT(WS-EXPOSURE-SUB)
               ELSE
                   DISPLAY "PST1000: EXPOSURE TABLE FULL AT 5000 "
                       "CUSTOMERS - NOTHING WAS POSTED."
                   CLOSE OPENITEM
                   PERFORM 4800-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   PERFORM 4900-RELEASE-MASTER-LOCKS
                   GOBACK
               END-IF
           END-IF
      * AN UNUSED CREDIT MEMO IS OWED BACK AGAINST THE CUSTOMER'S
      * INVOICES, SO IT COMES OFF THE EXPOSURE AND IS NOT AGED
           IF OI-TYPE-CREDIT-MEMO
               SUBTRACT OI-OPEN-AMOUNT
                   FROM WS-EX-OPEN-AMOUNT(WS-EXPOSURE-SUB)
               EXIT PARAGRAPH
           END-IF
           ADD OI-OPEN-AMOUNT TO WS-EX-OPEN-AMOUNT(WS-EXPOSURE-SUB)
      * AGED FROM THE DUE DATE THE WAY AGE1000 AGES IT - AN ITEM
      * POSTED BEFORE INVOICE NUMBERS IS DUE 30 DAYS AFTER ITS
      * INVOICE DATE
           IF OI-DUE-DATE IS NUMERIC AND OI-DUE-DATE > ZERO
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(OI-DUE-DATE)
           ELSE
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(OI-INVOICE-DATE) + 30
           END-IF
           COMPUTE WS-ITEM-AGE-DAYS = WS-TODAY-INTEGER - WS-DUE-INTEGER
           IF WS-ITEM-AGE-DAYS > 90
               ADD OI-OPEN-AMOUNT
                   TO WS-EX-OVER-90-AMOUNT(WS-EXPOSURE-SUB)
           END-IF.

      * THE NEXT INVOICE NUMBER AND THE TERMS TABLE. WITH NO CONTROL
      * RECORD YET, NUMBERING STARTS AT 1.
       1600-LOAD-INVOICE-CONTROLS.
           OPEN INPUT INVCTL
           IF INVCTL-OK
               READ INVCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE IC-NEXT-INVOICE-NUMBER
                           TO WS-NEXT-INVOICE-NUMBER
               END-READ
               CLOSE INVCTL
           END-IF
           OPEN INPUT TERMSREF
           IF TERMSREF-OK
               PERFORM 1610-READ-TERMS-RECORD
                   UNTIL TERMSREF-EOF
               CLOSE TERMSREF
           END-IF.

       1610-READ-TERMS-RECORD.
           READ TERMSREF
               AT END
                   SET TERMSREF-EOF TO TRUE
               NOT AT END
                   IF WS-TERMS-COUNT < 50
                       ADD 1 TO WS-TERMS-COUNT
                       MOVE TM-TERMS-CODE
                           TO WS-TM-TERMS-CODE(WS-TERMS-COUNT)
                       MOVE TM-NET-DAYS
                           TO WS-TM-NET-DAYS(WS-TERMS-COUNT)
                       MOVE TM-DISCOUNT-PCT
                           TO WS-TM-DISCOUNT-PCT(WS-TERMS-COUNT)
                       MOVE TM-DISCOUNT-DAYS
                           TO WS-TM-DISCOUNT-DAYS(WS-TERMS-COUNT)
                   END-IF
           END-READ.

      * THE NUMBER AFTER THE LAST INVOICE ISSUED GOES BACK ON THE
      * CONTROL FILE WITH THE RUN-CONTROL RECORD, SO THE NEXT RUN
      * NEVER REISSUES ONE.
       4600-SAVE-INVOICE-NUMBER.
           OPEN OUTPUT INVCTL
           IF INVCTL-OK
               MOVE WS-NEXT-INVOICE-NUMBER TO IC-NEXT-INVOICE-NUMBER
               WRITE INVOICE-CONTROL-RECORD
               CLOSE INVCTL
           ELSE
               DISPLAY "PST1000: UNABLE TO SAVE NEXT INVOICE NUMBER "
                   WS-NEXT-INVOICE-NUMBER
               MOVE "INVCTL"   TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE INVCTL-STATUS TO WS-FE-STATUS
               MOVE "E"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
           END-IF.

      * THE RELEASED SALES ARE ON CUSTMAST NOW - THE RELEASE FILE IS
      * EMPTIED WITH THE RUN-CONTROL RECORD SO THEY CAN NEVER POST
      * TWICE.
       4500-CLEAR-RELEASE-FILE.
           IF WS-RELEASE-FILE-READ
               OPEN OUTPUT HELDREL
               CLOSE HELDREL
           END-IF.

       1400-LOAD-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL
           IF PERIOD-CONTROL-OK
               END-IF
           END-PERFORM.

      * the fiscal period WS-FISCAL-DATE falls in, as the YYYYPP key
      * PERIODS.DAT carries - the 4-4-5 calendar, not the calendar
      * month of the date
       1430-SET-FISCAL-PERIOD.
           CALL "FISCALPD" USING WS-FISCAL-DATE WS-FISCAL-YEAR
               WS-FISCAL-PERIOD WS-FISCAL-WEEK WS-FISCAL-START
               WS-FISCAL-END
           COMPUTE WS-CHECK-PERIOD =
               WS-FISCAL-YEAR * 100 + WS-FISCAL-PERIOD.

       2000-READ-TRANSACTION.
           READ SALESTRN
               AT END
      * posts one transaction against the keyed CUSTMAST - an unknown
      * customer number goes to the reject file instead of abending
      * the run
      * a transaction dated in a closed accounting period never posts -
      * it rejects with its reason so the period stays closed
       3000-POST-TRANSACTION.
           PERFORM 3010-EDIT-AND-APPLY
           PERFORM 2000-READ-TRANSACTION.

       3010-EDIT-AND-APPLY.
           MOVE ST-TRANS-DATE TO WS-FISCAL-DATE
           PERFORM 1430-SET-FISCAL-PERIOD
           PERFORM 1420-CHECK-PERIOD-OPEN
           IF NOT WS-PERIOD-IS-OPEN
               MOVE "ACCOUNTING PERIOD CLOSED"
                   TO WS-REJECT-REASON-TEXT
               PERFORM 3200-WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE ST-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                   PERFORM 3200-WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM 3100-APPLY-TRANSACTION
           END-READ.

      * A SALE ON ACCOUNT IS CREDIT-CHECKED BEFORE ANYTHING MOVES - A
      * HELD SALE TOUCHES NEITHER CUSTMAST NOR OPENITEM. A SALE THE
      * CREDIT MANAGER ALREADY RELEASED IS NOT CHECKED A SECOND TIME.
       3100-APPLY-TRANSACTION.
           IF ST-TYPE-SALE AND NOT WS-RELEASED-ORDER
               PERFORM 3050-CHECK-CREDIT
               IF WS-ORDER-HELD
                   PERFORM 3060-WRITE-HELD-ORDER
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE CM-SALES-THIS-YTD TO WS-YTD-BEFORE
           IF ST-TYPE-SALE
               ADD ST-TRANS-AMOUNT TO CM-SALES-THIS-YTD
                   PERFORM 3200-WRITE-REJECT-LINE
               END-IF
           END-IF
           IF (ST-TYPE-SALE OR ST-TYPE-RETURN) AND WS-TRIAL-RUN
               PERFORM 3110-COUNT-POSTED-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF ST-TYPE-SALE OR ST-TYPE-RETURN
               REWRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                           TO WS-REJECT-REASON-TEXT
                       PERFORM 3200-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       PERFORM 3110-COUNT-POSTED-TRANSACTION
               END-REWRITE
           END-IF.

      * A TRIAL RUN COUNTS THE TRANSACTION AS POSTED AND NUMBERS ITS
      * INVOICE OR CREDIT MEMO, BUT NOTHING IS WRITTEN
       3110-COUNT-POSTED-TRANSACTION.
           ADD 1 TO WS-TRANS-POSTED-COUNT
           PERFORM 3150-WRITE-HISTORY-RECORD
           IF ST-TYPE-RETURN
               SUBTRACT ST-TRANS-AMOUNT
                   FROM WS-AMOUNT-POSTED-TOTAL
           ELSE
               ADD ST-TRANS-AMOUNT
                   TO WS-AMOUNT-POSTED-TOTAL
               PERFORM 3055-RAISE-EXPOSURE
           END-IF.

      * THE CUSTOMER'S OPEN ITEMS PLUS THIS SALE AGAINST THE LIMIT ON
      * THE CREDIT FILE. A CUSTOMER ON CREDIT HOLD HAS EVERY SALE
      * HELD; AN EXEMPT CUSTOMER OR ONE WITH NO CREDIT RECORD IS NOT
      * CHECKED. A NATIONAL-ACCOUNT CHILD IS CHECKED ON ITS PARENT'S
      * CREDIT RECORD WHEN THE PARENT HAS ONE, AND A PARENT'S OWN
      * LIMIT ALWAYS COVERS ITS CHILDREN'S OPEN ITEMS TOO.
       3050-CHECK-CREDIT.
           MOVE "N" TO WS-ORDER-HELD-SWITCH
           IF NOT WS-CREDIT-CHECKING
               EXIT PARAGRAPH
           END-IF
           PERFORM 3051-READ-CREDIT-RECORD
           IF NOT WS-CREDIT-FOUND OR CC-STATUS-EXEMPT
               EXIT PARAGRAPH
           END-IF
           PERFORM 3054-TOTAL-CHECK-EXPOSURE
           COMPUTE WS-NEW-EXPOSURE =
               WS-CHECK-OPEN-AMOUNT + ST-TRANS-AMOUNT
           EVALUATE TRUE
               WHEN CC-STATUS-HOLD
                   SET WS-ORDER-HELD TO TRUE
                   MOVE "CH" TO WS-HOLD-REASON
               WHEN WS-NEW-EXPOSURE > CC-CREDIT-LIMIT
                   SET WS-ORDER-HELD TO TRUE
                   MOVE "OL" TO WS-HOLD-REASON
           END-EVALUATE.

      * LEAVES THE CREDIT RECORD THAT GOVERNS THE SALE IN THE CUSTCRED
      * AREA - THE PARENT'S WHEN THE CUSTOMER IS A LINKED CHILD AND
      * THE PARENT HAS ONE, OTHERWISE THE CUSTOMER'S OWN.
       3051-READ-CREDIT-RECORD.
           MOVE "N" TO WS-LINKED-SWITCH
           MOVE "N" TO WS-PARENT-LEVEL-SWITCH
           MOVE "N" TO WS-CREDIT-FOUND-SWITCH
           MOVE ST-CUSTOMER-NUMBER TO WS-CREDIT-KEY
           IF WS-NATACCT-ON-HAND
               MOVE ST-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER
               READ NATACCT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUSTOMER-LINKED TO TRUE
                       MOVE NA-PARENT-NUMBER TO CC-CUSTOMER-NUMBER
                       READ CUSTCRED
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET WS-PARENT-LEVEL-CHECK TO TRUE
                               MOVE "Y" TO WS-CREDIT-FOUND-SWITCH
                               MOVE NA-PARENT-NUMBER TO WS-CREDIT-KEY
                       END-READ
               END-READ
           END-IF
           IF NOT WS-PARENT-LEVEL-CHECK
               MOVE ST-CUSTOMER-NUMBER TO CC-CUSTOMER-NUMBER
               READ CUSTCRED
                   INVALID KEY
                       MOVE "N" TO WS-CREDIT-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CREDIT-FOUND-SWITCH
               END-READ
           END-IF.

      * LOOKS UP THE CUSTOMER IN WS-EXPOSURE-KEY ON THE EXPOSURE
      * TABLE, LEAVING WS-EXPOSURE-SUB ON THE ENTRY WHEN FOUND.
       3052-FIND-EXPOSURE-ENTRY.
           MOVE "N" TO WS-EXPOSURE-FOUND-SWITCH
           MOVE ZERO TO WS-EXPOSURE-SUB
           PERFORM VARYING WS-EXPOSURE-INDEX FROM 1 BY 1
               UNTIL WS-EXPOSURE-INDEX > WS-EXPOSURE-COUNT
               OR WS-EXPOSURE-FOUND
               IF WS-EX-CUSTOMER(WS-EXPOSURE-INDEX)
                       = WS-EXPOSURE-KEY
                   SET WS-EXPOSURE-FOUND TO TRUE
                   MOVE WS-EXPOSURE-INDEX TO WS-EXPOSURE-SUB
               END-IF
           END-PERFORM.

      * TAGS A NEW EXPOSURE ENTRY WITH THE CUSTOMER'S NATIONAL-ACCOUNT
      * PARENT SO THE WHOLE ACCOUNT CAN BE TOTALLED.
       3053-SET-EXPOSURE-PARENT.
           MOVE WS-EX-CUSTOMER(WS-EXPOSURE-SUB)
               TO WS-EX-PARENT(WS-EXPOSURE-SUB)
           IF WS-NATACCT-ON-HAND
               MOVE WS-EX-CUSTOMER(WS-EXPOSURE-SUB)
                   TO NA-CUSTOMER-NUMBER
               READ NATACCT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NA-PARENT-NUMBER
                           TO WS-EX-PARENT(WS-EXPOSURE-SUB)
               END-READ
           END-IF.

      * THE OPEN ITEMS THE CREDIT RECORD IN FORCE COVERS - EVERY
      * CUSTOMER ON THE ACCOUNT OF WS-CREDIT-KEY, WHICH FOR A
      * CUSTOMER WITH NO LINKS IS JUST ITSELF. A LINKED CHILD CHECKED
      * ON ITS OWN RECORD COUNTS ONLY ITS OWN ITEMS.
       3054-TOTAL-CHECK-EXPOSURE.
           MOVE ZERO TO WS-CHECK-OPEN-AMOUNT
                        WS-CHECK-OVER-90-AMOUNT
           IF WS-CUSTOMER-LINKED AND NOT WS-PARENT-LEVEL-CHECK
               MOVE ST-CUSTOMER-NUMBER TO WS-EXPOSURE-KEY
               PERFORM 3052-FIND-EXPOSURE-ENTRY
               IF WS-EXPOSURE-FOUND
                   MOVE WS-EX-OPEN-AMOUNT(WS-EXPOSURE-SUB)
                       TO WS-CHECK-OPEN-AMOUNT
                   MOVE WS-EX-OVER-90-AMOUNT(WS-EXPOSURE-SUB)
                       TO WS-CHECK-OVER-90-AMOUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EXPOSURE-INDEX FROM 1 BY 1
               UNTIL WS-EXPOSURE-INDEX > WS-EXPOSURE-COUNT
               IF WS-EX-PARENT(WS-EXPOSURE-INDEX) = WS-CREDIT-KEY
                   ADD WS-EX-OPEN-AMOUNT(WS-EXPOSURE-INDEX)
                       TO WS-CHECK-OPEN-AMOUNT
                   ADD WS-EX-OVER-90-AMOUNT(WS-EXPOSURE-INDEX)
                       TO WS-CHECK-OVER-90-AMOUNT
               END-IF
           END-PERFORM.

      * A POSTED SALE IS A NEW OPEN ITEM, SO A SECOND SALE TO THE SAME
      * CUSTOMER LATER IN THE RUN IS CHECKED AGAINST BOTH.
       3055-RAISE-EXPOSURE.
           IF NOT WS-CREDIT-CHECKING
               EXIT PARAGRAPH
           END-IF
           MOVE ST-CUSTOMER-NUMBER TO WS-EXPOSURE-KEY
           PERFORM 3052-FIND-EXPOSURE-ENTRY
           IF NOT WS-EXPOSURE-FOUND
               IF WS-EXPOSURE-COUNT < 5000
                   ADD 1 TO WS-EXPOSURE-COUNT
                   MOVE WS-EXPOSURE-COUNT TO WS-EXPOSURE-SUB
                   MOVE ST-CUSTOMER-NUMBER
                       TO WS-EX-CUSTOMER(WS-EXPOSURE-SUB)
                   PERFORM 3053-SET-EXPOSURE-PARENT
                   MOVE ZERO TO WS-EX-OPEN-AMOUNT(WS-EXPOSURE-SUB)
                   MOVE ZERO TO WS-EX-OVER-90-AMOUNT(WS-EXPOSURE-SUB)
                   SET WS-EXPOSURE-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-EXPOSURE-FOUND
               ADD ST-TRANS-AMOUNT TO WS-EX-OPEN-AMOUNT(WS-EXPOSURE-SUB)
           END-IF.

      * THE HELD SALE GOES TO THE CREDIT MANAGER'S FILE WITH THE
      * EXPOSURE AND LIMIT THAT HELD IT. NOTHING ELSE IS WRITTEN.
       3060-WRITE-HELD-ORDER.
           MOVE SPACES             TO HELD-ORDER-RECORD
           MOVE ST-CUSTOMER-NUMBER TO HO-CUSTOMER-NUMBER
           MOVE ST-TRANS-DATE      TO HO-TRANS-DATE
           MOVE ST-TRANS-AMOUNT    TO HO-TRANS-AMOUNT
           MOVE ST-TRANS-TYPE      TO HO-TRANS-TYPE
           MOVE WS-POSTING-DATE    TO HO-HOLD-DATE
           MOVE WS-HOLD-REASON     TO HO-HOLD-REASON
           MOVE WS-CHECK-OPEN-AMOUNT    TO HO-OPEN-EXPOSURE
           MOVE WS-CHECK-OVER-90-AMOUNT TO HO-OVER-90-AMOUNT
           MOVE CC-CREDIT-LIMIT    TO HO-CREDIT-LIMIT
           MOVE "H"                TO HO-ORDER-STATUS
           MOVE ZERO               TO HO-DECISION-DATE
           IF NOT WS-TRIAL-RUN
               WRITE HELD-ORDER-RECORD
           END-IF
           ADD 1 TO WS-TRANS-HELD-COUNT
           ADD ST-TRANS-AMOUNT TO WS-AMOUNT-HELD-TOTAL.

      * SALES THE CREDIT MANAGER RELEASED THROUGH HLD1000 POST AFTER
      * THE DAY'S BATCH THROUGH THE SAME EDITS AND THE SAME APPLY
      * PARAGRAPH, WITHOUT THE CREDIT CHECK THAT HELD THEM.
       3700-POST-RELEASED-ORDERS.
           OPEN INPUT HELDREL
           IF NOT HELDREL-OK
               EXIT PARAGRAPH
           END-IF
           SET WS-RELEASE-FILE-READ TO TRUE
           SET WS-RELEASED-ORDER TO TRUE
           PERFORM 3710-POST-ONE-RELEASED-ORDER
               UNTIL HELDREL-EOF
           MOVE "N" TO WS-RELEASED-SWITCH
           CLOSE HELDREL.

       3710-POST-ONE-RELEASED-ORDER.
           READ HELDREL
               AT END
                   SET HELDREL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RELEASED-READ-COUNT
                   MOVE RL-CUSTOMER-NUMBER TO ST-CUSTOMER-NUMBER
                   MOVE RL-TRANS-DATE      TO ST-TRANS-DATE
                   MOVE RL-TRANS-AMOUNT    TO ST-TRANS-AMOUNT
                   MOVE RL-TRANS-TYPE      TO ST-TRANS-TYPE
                   MOVE ZERO               TO ST-INVOICE-NUMBER
                   PERFORM 3010-EDIT-AND-APPLY
           END-READ.

      * THE POSTED TRANSACTION GOES TO THE PERMANENT HISTORY FILE SO
      * THE DETAIL BEHIND CM-SALES-THIS-YTD SURVIVES THE RUN.
       3150-WRITE-HISTORY-RECORD.
           MOVE ST-TRANS-DATE      TO SH-TRANS-DATE
           MOVE ST-TRANS-AMOUNT    TO SH-TRANS-AMOUNT
           MOVE ST-TRANS-TYPE      TO SH-TRANS-TYPE
           IF NOT WS-TRIAL-RUN
               WRITE SALES-HISTORY-RECORD
           END-IF
           IF ST-TYPE-SALE
               PERFORM 3160-WRITE-OPEN-ITEM
           ELSE
               PERFORM 3165-WRITE-RETURN-RECORD
               PERFORM 3166-WRITE-CREDIT-MEMO
           END-IF
           PERFORM 3170-UPDATE-MONTH-BUCKET
           PERFORM 3180-WRITE-CHANGE-FEED.

      * THE POSTED MOVEMENT ALSO GOES ON THE CONSOLIDATED CHANGE FEED
       3180-WRITE-CHANGE-FEED.
           IF WS-TRIAL-RUN
               EXIT PARAGRAPH
           END-IF
           MOVE ST-CUSTOMER-NUMBER TO WS-FEED-CUSTOMER
           MOVE "SALES-THIS-YTD"   TO WS-FEED-FIELD
           MOVE WS-YTD-BEFORE      TO WS-FEED-AMOUNT
           CALL "CHGFEED" USING WS-FEED-PROGRAM WS-FEED-CUSTOMER
               WS-FEED-FIELD WS-FEED-BEFORE WS-FEED-AFTER.

      * A POSTED SALE BECOMES AN OPEN RECEIVABLE. EACH NEW ITEM TAKES
      * THE NEXT INVOICE NUMBER AND IS DUE, AND DISCOUNTED
      * IF PAID EARLY, ON THE CUSTOMER'S TERMS FROM ITS INVOICE DATE.
       3160-WRITE-OPEN-ITEM.
           PERFORM 3162-SET-INVOICE-TERMS
           MOVE SPACES             TO OPEN-ITEM-RECORD
           MOVE ST-CUSTOMER-NUMBER TO OI-CUSTOMER-NUMBER
           MOVE ST-TRANS-DATE      TO OI-INVOICE-DATE
           MOVE ST-TRANS-AMOUNT    TO OI-INVOICE-AMOUNT
           MOVE ST-TRANS-AMOUNT    TO OI-OPEN-AMOUNT
           MOVE "O"                TO OI-ITEM-STATUS
           MOVE WS-NEXT-INVOICE-NUMBER TO OI-INVOICE-NUMBER
           MOVE WS-INV-TERMS-CODE  TO OI-TERMS-CODE
           COMPUTE WS-INVOICE-INTEGER =
               FUNCTION INTEGER-OF-DATE(ST-TRANS-DATE)
           IF WS-INVOICE-INTEGER = ZERO
               COMPUTE WS-INVOICE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-POSTING-DATE)
           END-IF
           COMPUTE WS-DUE-INTEGER = WS-INVOICE-INTEGER + WS-INV-NET-DAYS
           COMPUTE OI-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
           IF WS-INV-DISCOUNT-PCT > ZERO
               COMPUTE WS-DUE-INTEGER =
                   WS-INVOICE-INTEGER + WS-INV-DISCOUNT-DAYS
               COMPUTE OI-DISCOUNT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
           ELSE
               MOVE ZERO TO OI-DISCOUNT-DATE
           END-IF
           MOVE WS-INV-DISCOUNT-PCT TO OI-DISCOUNT-PCT
           MOVE ZERO               TO OI-DISCOUNT-TAKEN
           MOVE "I"                TO OI-ITEM-TYPE
           MOVE ZERO               TO OI-REFERENCE-INVOICE
           IF NOT WS-TRIAL-RUN
               WRITE OPEN-ITEM-RECORD
           END-IF
           ADD 1 TO WS-NEXT-INVOICE-NUMBER
           ADD 1 TO WS-INVOICES-ISSUED.

      * A POSTED RETURN BECOMES A CREDIT-MEMO ITEM UNDER THE NEXT
      * NUMBER, CARRYING THE INVOICE IT REFERENCED. CSH1000 NETS IT
      * AGAINST THAT INVOICE, OR THE CUSTOMER'S OLDEST, AND WHATEVER
      * IS LEFT STAYS OPEN FOR FUTURE INVOICES.
       3166-WRITE-CREDIT-MEMO.
           MOVE SPACES             TO OPEN-ITEM-RECORD
           MOVE ST-CUSTOMER-NUMBER TO OI-CUSTOMER-NUMBER
           MOVE ST-TRANS-DATE      TO OI-INVOICE-DATE
           MOVE ST-TRANS-AMOUNT    TO OI-INVOICE-AMOUNT
           MOVE ST-TRANS-AMOUNT    TO OI-OPEN-AMOUNT
           MOVE "O"                TO OI-ITEM-STATUS
           MOVE WS-NEXT-INVOICE-NUMBER TO OI-INVOICE-NUMBER
           MOVE ST-TRANS-DATE      TO OI-DUE-DATE
           MOVE ZERO               TO OI-DISCOUNT-DATE
           MOVE ZERO               TO OI-DISCOUNT-PCT
           MOVE ZERO               TO OI-DISCOUNT-TAKEN
           MOVE "C"                TO OI-ITEM-TYPE
           IF ST-INVOICE-NUMBER IS NUMERIC
               MOVE ST-INVOICE-NUMBER TO OI-REFERENCE-INVOICE
           ELSE
               MOVE ZERO TO OI-REFERENCE-INVOICE
           END-IF
           IF NOT WS-TRIAL-RUN
               WRITE OPEN-ITEM-RECORD
           END-IF
           ADD 1 TO WS-NEXT-INVOICE-NUMBER
           ADD 1 TO WS-CREDIT-MEMOS-ISSUED.

      * THE CUSTOMER'S TERMS CODE OFF THE CREDIT FILE, LOOKED UP ON
      * THE TERMS TABLE. ANYTHING MISSING FALLS BACK TO NET 30.
       3162-SET-INVOICE-TERMS.
           MOVE "N30" TO WS-INV-TERMS-CODE
           IF WS-CREDIT-CHECKING
               MOVE ST-CUSTOMER-NUMBER TO CC-CUSTOMER-NUMBER
               READ CUSTCRED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CC-TERMS-CODE NOT = SPACES
                           MOVE CC-TERMS-CODE TO WS-INV-TERMS-CODE
                       END-IF
               END-READ
           END-IF
           MOVE "N" TO WS-TERMS-FOUND-SWITCH
           PERFORM VARYING WS-TERMS-INDEX FROM 1 BY 1
               UNTIL WS-TERMS-INDEX > WS-TERMS-COUNT
               OR WS-TERMS-FOUND
               IF WS-TM-TERMS-CODE(WS-TERMS-INDEX) = WS-INV-TERMS-CODE
                   SET WS-TERMS-FOUND TO TRUE
                   MOVE WS-TM-NET-DAYS(WS-TERMS-INDEX)
                       TO WS-INV-NET-DAYS
                   MOVE WS-TM-DISCOUNT-PCT(WS-TERMS-INDEX)
                       TO WS-INV-DISCOUNT-PCT
                   MOVE WS-TM-DISCOUNT-DAYS(WS-TERMS-INDEX)
                       TO WS-INV-DISCOUNT-DAYS
               END-IF
           END-PERFORM
           IF NOT WS-TERMS-FOUND
               MOVE "N30" TO WS-INV-TERMS-CODE
               MOVE 30    TO WS-INV-NET-DAYS
               MOVE ZERO  TO WS-INV-DISCOUNT-PCT
               MOVE ZERO  TO WS-INV-DISCOUNT-DAYS
           END-IF.

      * A POSTED RETURN IS REMEMBERED FOR THE NEXT COMMISSION RUN -
      * IF THE SALESREP WAS ALREADY PAID ON THE RETURNED SALE, COM1000
      * CARRIES THE CLAWBACK AS A NEGATIVE ADJUSTMENT. THE CUSTOMER'S
      * CURRENT BRANCH AND SALESREP COME OFF THE MASTER RECORD JUST
      * READ. A CUSTOMER SHARED ON COMMSPLT GETS ONE RECORD PER
      * SHARING REP FOR THEIR SHARE OF THE RETURN, THE LAST REP TAKING
      * THE ROUNDING, SO COM1000 CLAWS BACK FROM EACH REP ONLY WHAT IT
      * PAID THEM.
       3165-WRITE-RETURN-RECORD.
           MOVE ST-CUSTOMER-NUMBER TO RP-CUSTOMER-NUMBER
           MOVE ST-TRANS-DATE      TO RP-RETURN-DATE
           PERFORM 3167-CHECK-COMMISSION-SPLIT
           IF WS-SPLIT-TOTAL-PCT = 100
               MOVE ZERO TO WS-SPLIT-CREDITED
               PERFORM 3168-WRITE-ONE-SHARE
                   VARYING WS-SPLIT-SUB FROM 1 BY 1
                   UNTIL WS-SPLIT-SUB > SP-SHARE-COUNT
           ELSE
               MOVE CM-BRANCH-NUMBER   TO RP-BRANCH-NUMBER
               MOVE CM-SALESREP-NUMBER TO RP-SALESREP-NUMBER
               MOVE ST-TRANS-AMOUNT    TO RP-RETURN-AMOUNT
               IF NOT WS-TRIAL-RUN
                   WRITE RETURN-PAID-RECORD
               END-IF
           END-IF.

      * ONLY A SPLIT OF TWO TO FOUR NONZERO SHARES TOTALING 100 IS
      * APPLIED - COM1000 PAYS ANY OTHER SPLIT TO THE CUSTOMER'S OWN
      * REP, SO THE RETURN GOES BACK TO THAT REP THE SAME WAY.
       3167-CHECK-COMMISSION-SPLIT.
           MOVE ZERO TO WS-SPLIT-TOTAL-PCT
           IF NOT COMMSPLT-OPENED
               EXIT PARAGRAPH
           END-IF
           MOVE ST-CUSTOMER-NUMBER TO SP-CUSTOMER-NUMBER
           READ COMMSPLT
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF SP-SHARE-COUNT NOT NUMERIC
              OR SP-SHARE-COUNT < 2 OR SP-SHARE-COUNT > 4
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
               UNTIL WS-SPLIT-SUB > SP-SHARE-COUNT
               IF SP-SHARE-PCT(WS-SPLIT-SUB) NUMERIC
                  AND SP-SHARE-PCT(WS-SPLIT-SUB) > ZERO
                   ADD SP-SHARE-PCT(WS-SPLIT-SUB) TO WS-SPLIT-TOTAL-PCT
               ELSE
                   MOVE 999 TO WS-SPLIT-TOTAL-PCT
               END-IF
           END-PERFORM.

       3168-WRITE-ONE-SHARE.
           MOVE SP-BRANCH-NUMBER(WS-SPLIT-SUB)   TO RP-BRANCH-NUMBER
           MOVE SP-SALESREP-NUMBER(WS-SPLIT-SUB) TO RP-SALESREP-NUMBER
           IF WS-SPLIT-SUB = SP-SHARE-COUNT
               COMPUTE RP-RETURN-AMOUNT =
                   ST-TRANS-AMOUNT - WS-SPLIT-CREDITED
           ELSE
               COMPUTE RP-RETURN-AMOUNT ROUNDED =
                   ST-TRANS-AMOUNT * SP-SHARE-PCT(WS-SPLIT-SUB) / 100
               ADD RP-RETURN-AMOUNT TO WS-SPLIT-CREDITED
           END-IF
           IF NOT WS-TRIAL-RUN
               WRITE RETURN-PAID-RECORD
           END-IF.

      * THE POSTED AMOUNT ALSO LANDS ON THE CUSTOMER'S MONTH BUCKET
      * FOR THE TRANSACTION'S MONTH. A CUSTOMER WITH NO BUCKET RECORD
       3170-UPDATE-MONTH-BUCKET.
           MOVE ST-TRANS-DATE(5:2) TO WS-TRANS-MONTH
           IF WS-TRANS-MONTH < 01 OR WS-TRANS-MONTH > 12
              OR WS-TRIAL-RUN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BUCKET-NEW-SWITCH
                   INVALID KEY
                       DISPLAY "PST1000: CUSTMNTH WRITE FAILED FOR "
                           CB-CUSTOMER-NUMBER
                       MOVE "CUSTMNTH" TO WS-FE-FILE
                       MOVE "WRITE"    TO WS-FE-OPERATION
                       MOVE CUSTMNTH-STATUS TO WS-FE-STATUS
                       MOVE "E"        TO WS-FE-SEVERITY
                       PERFORM 9900-REPORT-FILE-ERROR
               END-WRITE
           ELSE
               REWRITE MONTH-BUCKET-RECORD
                   INVALID KEY
                       DISPLAY "PST1000: CUSTMNTH REWRITE FAILED FOR "
                           CB-CUSTOMER-NUMBER
                       MOVE "CUSTMNTH" TO WS-FE-FILE
                       MOVE "REWRITE"  TO WS-FE-OPERATION
                       MOVE CUSTMNTH-STATUS TO WS-FE-STATUS
                       MOVE "E"        TO WS-FE-SEVERITY
                       PERFORM 9900-REPORT-FILE-ERROR
               END-REWRITE
           END-IF.

           MOVE CD-DAY   TO RHL-DAY
           MOVE CD-YEAR  TO RHL-YEAR
           WRITE PRINT-AREA FROM RPT-HEADING-LINE
           IF WS-TRIAL-RUN
               MOVE "*** TRIAL RUN - NOTHING WAS POSTED ***"
                   TO RML-MESSAGE
               WRITE PRINT-AREA FROM RPT-MESSAGE-LINE
               MOVE "COUNTS AND AMOUNTS ARE WHAT A LIVE RUN WOULD POST."
                   TO RML-MESSAGE
               WRITE PRINT-AREA FROM RPT-MESSAGE-LINE
           END-IF
           MOVE "TRANSACTIONS READ:"     TO RCL-CAPTION
           MOVE WS-TRANS-READ-COUNT      TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "AMOUNT REJECTED:"       TO RAL-CAPTION
           MOVE WS-AMOUNT-REJECT-TOTAL   TO RAL-AMOUNT
           WRITE PRINT-AREA FROM RPT-AMOUNT-LINE
           MOVE "HELD FOR CREDIT:"       TO RCL-CAPTION
           MOVE WS-TRANS-HELD-COUNT      TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "AMOUNT HELD:"           TO RAL-CAPTION
           MOVE WS-AMOUNT-HELD-TOTAL     TO RAL-AMOUNT
           WRITE PRINT-AREA FROM RPT-AMOUNT-LINE
           MOVE "RELEASED ORDERS READ:"  TO RCL-CAPTION
           MOVE WS-RELEASED-READ-COUNT   TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "INVOICES ISSUED:"       TO RCL-CAPTION
           MOVE WS-INVOICES-ISSUED       TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "CREDIT MEMOS ISSUED:"   TO RCL-CAPTION
           MOVE WS-CREDIT-MEMOS-ISSUED   TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
      * A TRIAL RUN LEAVES NO MARK - NO LEDGER, BALANCING, INVOICE
      * NUMBER, OR RUN-CONTROL RECORD, SO THE LIVE RUN STILL POSTS
      * THE BATCH
           IF NOT WS-TRIAL-RUN
               PERFORM 4300-WRITE-GL-JOURNAL
               PERFORM 4400-WRITE-BALANCE-TOTALS
               PERFORM 4600-SAVE-INVOICE-NUMBER
               PERFORM 4200-RECORD-RUN-CONTROL
               PERFORM 4500-CLEAR-RELEASE-FILE
               CLOSE CUSTMNTH
                     RETNPAID
                     HELDORD
                     SALESHIST
                     OPENITEM
           END-IF
           PERFORM 4800-CLOSE-FILES.

      * THE FILES EVERY RUN HAS OPEN, TRIAL OR LIVE, BY THE TIME IT
      * IS LOADING ITS CONTROLS - CLOSED HERE ON A NORMAL END AND ON
      * A RUN STOPPED PART WAY THROUGH ITS LOADS
       4800-CLOSE-FILES.
           IF COMMSPLT-OPENED
               CLOSE COMMSPLT
           END-IF
           IF WS-CREDIT-CHECKING
               CLOSE CUSTCRED
           END-IF
           IF WS-NATACCT-ON-HAND
               CLOSE NATACCT
           END-IF
           CLOSE CUSTMAST
                 SALESTRN
                 TRN-REJECT-FILE
                 POSTING-RPT.

      * HAND BACK WHICHEVER LOCKS THE RUN HOLDS ON EVERY WAY OUT
       4900-RELEASE-MASTER-LOCKS.
           MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
           MOVE "R" TO WS-LOCK-ACTION
           IF WS-OPENITEM-LOCK-HELD
               MOVE "OPENITEM" TO WS-LOCK-NAME
               CALL "LOCKCTL" USING WS-LOCK-ACTION WS-LOCK-NAME
                   WS-LOCK-PROGRAM WS-LOCK-RESULT
               MOVE "N" TO WS-OPENITEM-LOCK-SWITCH
           END-IF
           IF WS-CUSTMAST-LOCK-HELD
               MOVE "CUSTMAST" TO WS-LOCK-NAME
               CALL "LOCKCTL" USING WS-LOCK-ACTION WS-LOCK-NAME
                   WS-LOCK-PROGRAM WS-LOCK-RESULT
               MOVE "N" TO WS-CUSTMAST-LOCK-SWITCH
           END-IF
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE.

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
