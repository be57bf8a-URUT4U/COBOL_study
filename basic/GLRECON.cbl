      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Month-end subledger-to-ledger reconciliation - totals
      *          the GL interface file by ledger account, totals the
      *          two receivables subledgers (the open items on
      *          OPENITEM.DAT and ACCT-BALANCE on the account master),
      *          and prints ledger balance, subledger balance and the
      *          difference for each control account, with the
      *          journal sources that do not reconcile listed by job
      *          and run date. The result goes on the balancing file
      *          so BALRPT shows the ledger in or out of balance.
      * Tectonic: cobc
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the same account-mapping file GLJRNL posts through - it names
      * every ledger account the posting jobs can reach
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.
      * one card - the period being closed and the two control
      * accounts; any of them blank or zero takes its default
           SELECT RECON-PARM ASSIGN TO "GLRCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPENITEM ASSIGN TO "OPENITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT ACCT-REC ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT RECON-RPT ASSIGN TO "GLRECON.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GM-JOB-NAME      PIC X(8).
           05  FILLER           PIC X(1).
           05  GM-SOURCE-CODE   PIC X(12).
           05  FILLER           PIC X(1).
           05  GM-DEBIT-ACCT    PIC 9(6).
           05  FILLER           PIC X(1).
           05  GM-CREDIT-ACCT   PIC 9(6).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05  GJ-RUN-DATE      PIC 9(8).
           05  FILLER REDEFINES GJ-RUN-DATE.
               10  GJ-RUN-PERIOD PIC 9(6).
               10  FILLER       PIC 9(2).
           05  FILLER           PIC X(1).
           05  GJ-JOB-NAME      PIC X(8).
           05  FILLER           PIC X(1).
           05  GJ-SOURCE-CODE   PIC X(12).
           05  FILLER           PIC X(1).
           05  GJ-GL-ACCOUNT    PIC 9(6).
           05  FILLER           PIC X(1).
           05  GJ-DR-CR         PIC X(1).
           05  FILLER           PIC X(1).
           05  GJ-AMOUNT        PIC S9(9)V99.

       FD  RECON-PARM.
       01  RECON-PARM-RECORD.
           05  RP-PERIOD        PIC X(6).
           05  FILLER           PIC X(1).
           05  RP-AR-ACCOUNT    PIC X(6).
           05  FILLER           PIC X(1).
           05  RP-CARD-ACCOUNT  PIC X(6).

       FD  OPENITEM.
       01  OPEN-ITEM-RECORD.
           COPY OPENITEM.

       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTREC.

       FD  RECON-RPT.
       01  RECON-RPT-LINE       PIC X(132).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05  BF-JOB-NAME      PIC X(08).
           05  FILLER           PIC X(01).
           05  BF-COUNTER-NAME  PIC X(12).
           05  FILLER           PIC X(01).
           05  BF-COUNTER-VALUE PIC 9(09).

       WORKING-STORAGE SECTION.

       01  WS-MAP-STATUS        PIC X(02) VALUE '00'.
         88 MAP-STATUS-OK       VALUE '00'.
       01  WS-GLJRNL-STATUS     PIC X(02) VALUE '00'.
         88 GLJRNL-STATUS-OK    VALUE '00'.
       01  WS-PARM-STATUS       PIC X(02) VALUE '00'.
         88 PARM-STATUS-OK      VALUE '00'.
       01  WS-OPENITEM-STATUS   PIC X(02) VALUE '00'.
         88 OPENITEM-STATUS-OK  VALUE '00'.
       01  WS-ACCT-STATUS       PIC X(02) VALUE '00'.
         88 ACCT-STATUS-OK      VALUE '00'.
       01  WS-BALANCE-STATUS    PIC X(02) VALUE '00'.
         88 BALANCE-STATUS-OK   VALUE '00'.

       01  WS-MAP-EOF-FLAG      PIC X VALUE 'N'.
         88 WS-MAP-EOF          VALUE 'Y'.
       01  WS-GLJRNL-EOF-FLAG   PIC X VALUE 'N'.
         88 WS-GLJRNL-EOF       VALUE 'Y'.
       01  WS-OPENITEM-EOF-FLAG PIC X VALUE 'N'.
         88 WS-OPENITEM-EOF     VALUE 'Y'.
       01  WS-ACCT-EOF-FLAG     PIC X VALUE 'N'.
         88 WS-ACCT-EOF         VALUE 'Y'.

       01  WS-TODAY             PIC 9(8) VALUE 0.
       01  WS-PERIOD            PIC 9(6) VALUE 0.
      * GLJRNL's suspense account - an entry here had no mapping row
       01  WS-SUSPENSE-ACCT     PIC 9(6) VALUE 999999.

      * the mapping rows, so each journal entry can be told mapped or
      * not without rereading the file
       01  MAP-TABLE-FIELDS.
           05  WS-MAP-COUNT     PIC 9(3) VALUE 0.
           05  WS-MAP-INDEX     PIC 9(3) VALUE 0.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
               10  WS-MT-JOB-NAME    PIC X(8).
               10  WS-MT-SOURCE-CODE PIC X(12).
           05  WS-MAP-FOUND-FLAG PIC X VALUE 'N'.
             88 WS-MAP-FOUND    VALUE 'Y'.

      * the ledger by account - every account GLMAP.DAT names, plus
      * any other the interface file turns up
       01  LEDGER-TABLE-FIELDS.
           05  WS-LDG-COUNT     PIC 9(3) VALUE 0.
           05  WS-LDG-INDEX     PIC 9(3) VALUE 0.
           05  WS-LDG-SUB       PIC 9(3) VALUE 0.
           05  WS-LDG-ENTRY OCCURS 100 TIMES.
               10  WS-LT-ACCOUNT    PIC 9(6).
               10  WS-LT-DEBITS     PIC S9(11)V99.
               10  WS-LT-CREDITS    PIC S9(11)V99.
           05  WS-LDG-LOOKUP    PIC 9(6) VALUE 0.

      * the period's journal sources - one row per job, run date and
      * source code, with what each put on the two control accounts
       01  SOURCE-TABLE-FIELDS.
           05  WS-SRC-COUNT     PIC 9(3) VALUE 0.
           05  WS-SRC-INDEX     PIC 9(3) VALUE 0.
           05  WS-SRC-SUB       PIC 9(3) VALUE 0.
           05  WS-SRC-ENTRY OCCURS 300 TIMES.
               10  WS-ST-JOB-NAME    PIC X(8).
               10  WS-ST-RUN-DATE    PIC 9(8).
               10  WS-ST-SOURCE-CODE PIC X(12).
               10  WS-ST-DEBITS      PIC S9(11)V99.
               10  WS-ST-CREDITS     PIC S9(11)V99.
               10  WS-ST-AR-NET      PIC S9(11)V99.
               10  WS-ST-CARD-NET    PIC S9(11)V99.
               10  WS-ST-SUSPENSE-FLAG PIC X(1).
           05  WS-SRC-OVERFLOW  PIC 9(5) VALUE 0.

      * the two control accounts and their subledgers
       01  RECON-FIELDS.
           05  WS-AR-ACCOUNT    PIC 9(6) VALUE 0.
           05  WS-CARD-ACCOUNT  PIC 9(6) VALUE 0.
           05  WS-AR-LEDGER     PIC S9(11)V99 VALUE 0.
           05  WS-CARD-LEDGER   PIC S9(11)V99 VALUE 0.
           05  WS-AR-SUBLEDGER  PIC S9(11)V99 VALUE 0.
           05  WS-CARD-SUBLEDGER PIC S9(11)V99 VALUE 0.
           05  WS-AR-DIFF       PIC S9(11)V99 VALUE 0.
           05  WS-CARD-DIFF     PIC S9(11)V99 VALUE 0.
           05  WS-AR-ON-HAND-FLAG PIC X VALUE 'N'.
             88 WS-AR-ON-HAND   VALUE 'Y'.
           05  WS-CARD-ON-HAND-FLAG PIC X VALUE 'N'.
             88 WS-CARD-ON-HAND VALUE 'Y'.
           05  WS-OPEN-ITEMS    PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-READ PIC 9(7) VALUE 0.
           05  WS-UNRECONCILED  PIC 9(5) VALUE 0.
           05  WS-OUT-OF-BALANCE PIC 9(1) VALUE 0.
      * the differences go on the balancing file in cents, unsigned
       01  WS-DIFF-CENTS        PIC 9(9) VALUE 0.
       01  WS-DIFF-WORK         PIC S9(11)V99 VALUE 0.
       01  WS-NET-WORK          PIC S9(11)V99 VALUE 0.
       01  WS-REASON            PIC X(40) VALUE SPACES.

       01  RPT-HEADING-LINE.
           05  FILLER           PIC X(40)
               VALUE "MONTH-END SUBLEDGER TO LEDGER RECONCILIA".
           05  FILLER           PIC X(13) VALUE "TION - PERIOD".
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RHL-PERIOD       PIC 9(6).
           05  FILLER           PIC X(10) VALUE "  RUN DATE".
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RHL-RUN-DATE     PIC 9(8).
           05  FILLER           PIC X(53) VALUE SPACES.

       01  RPT-MESSAGE-LINE.
           05  RML-MESSAGE      PIC X(80).
           05  FILLER           PIC X(52) VALUE SPACES.

       01  RPT-LEDGER-HEADING.
           05  FILLER           PIC X(10) VALUE "  ACCOUNT".
           05  FILLER           PIC X(20) VALUE "              DEBITS".
           05  FILLER           PIC X(20) VALUE "             CREDITS".
           05  FILLER           PIC X(20) VALUE "             BALANCE".
           05  FILLER           PIC X(62) VALUE SPACES.

       01  RPT-LEDGER-LINE.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  RLL-ACCOUNT      PIC 9(6).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  RLL-DEBITS       PIC ---,---,---,--9.99.
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RLL-CREDITS      PIC ---,---,---,--9.99.
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RLL-BALANCE      PIC ---,---,---,--9.99.
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RLL-NOTE         PIC X(30).
           05  FILLER           PIC X(32) VALUE SPACES.

       01  RPT-RECON-HEADING.
           05  FILLER           PIC X(30) VALUE "  CONTROL ACCOUNT".
           05  FILLER           PIC X(20) VALUE "      LEDGER BALANCE".
           05  FILLER           PIC X(20) VALUE "   SUBLEDGER BALANCE".
           05  FILLER           PIC X(20) VALUE "          DIFFERENCE".
           05  FILLER           PIC X(42) VALUE SPACES.

       01  RPT-RECON-LINE.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  RRL-CAPTION      PIC X(20).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RRL-ACCOUNT      PIC 9(6).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RRL-LEDGER       PIC ---,---,---,--9.99.
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RRL-SUBLEDGER    PIC ---,---,---,--9.99.
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RRL-DIFFERENCE   PIC ---,---,---,--9.99.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  RRL-VERDICT      PIC X(20).
           05  FILLER           PIC X(21) VALUE SPACES.

       01  RPT-SOURCE-HEADING.
           05  FILLER           PIC X(11) VALUE "  JOB".
           05  FILLER           PIC X(10) VALUE "RUN DATE".
           05  FILLER           PIC X(13) VALUE "SOURCE".
           05  FILLER           PIC X(19) VALUE "             DEBITS".
           05  FILLER           PIC X(20) VALUE "             CREDITS".
           05  FILLER           PIC X(6) VALUE SPACES.
           05  FILLER           PIC X(40) VALUE "REASON".
           05  FILLER           PIC X(13) VALUE SPACES.

       01  RPT-SOURCE-LINE.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  RSL-JOB-NAME     PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RSL-RUN-DATE     PIC 9(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  RSL-SOURCE-CODE  PIC X(12).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RSL-DEBITS       PIC ---,---,---,--9.99.
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RSL-CREDITS      PIC ---,---,---,--9.99.
           05  FILLER           PIC X(6) VALUE SPACES.
           05  RSL-REASON       PIC X(40).
           05  FILLER           PIC X(15) VALUE SPACES.

      * parameters for the shared FILEERR handler - a bad status goes
      * on the job log in plain words and sets the return code
       01  FILE-ERROR-FIELDS.
           05  WS-FE-PROGRAM      PIC X(08) VALUE "GLRECON".
           05  WS-FE-FILE         PIC X(12) VALUE SPACES.
           05  WS-FE-OPERATION    PIC X(07) VALUE SPACES.
           05  WS-FE-STATUS       PIC X(02) VALUE SPACES.
           05  WS-FE-SEVERITY     PIC X(01) VALUE SPACE.
           05  WS-FE-END-RUN      PIC X(01) VALUE "N".
           05  WS-FE-RETURN-CODE  PIC 9(04) VALUE 0.

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-PERIOD.
           PERFORM 100-LOAD-GL-MAP.
           PERFORM 110-READ-RECON-PARM.
           OPEN OUTPUT RECON-RPT.
           MOVE WS-PERIOD TO RHL-PERIOD.
           MOVE WS-TODAY TO RHL-RUN-DATE.
           WRITE RECON-RPT-LINE FROM RPT-HEADING-LINE.
           MOVE SPACES TO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.
           PERFORM 200-TOTAL-GL-JOURNAL.
           PERFORM 300-TOTAL-OPEN-ITEMS.
           PERFORM 320-TOTAL-ACCOUNT-MASTER.
           PERFORM 400-PRINT-LEDGER-BALANCES.
           PERFORM 500-PRINT-RECONCILIATION.
           PERFORM 600-PRINT-UNRECONCILED.
           PERFORM 700-WRITE-BALANCE-TOTALS.
           CLOSE RECON-RPT.
           DISPLAY "GLRECON: PERIOD " WS-PERIOD
               "  OUT-OF-BALANCE ACCOUNTS " WS-OUT-OF-BALANCE
               "  UNRECONCILED SOURCES " WS-UNRECONCILED.
           IF (WS-OUT-OF-BALANCE > 0 OR WS-UNRECONCILED > 0)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * every account the mapping names starts on the ledger table at
      * zero, so an account with no activity still prints
       100-LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE.
           IF NOT MAP-STATUS-OK
               DISPLAY "GLRECON: NO GLMAP.DAT - EVERY JOURNAL SOURCE "
                   "WILL SHOW AS UNMAPPED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 105-READ-ONE-MAP-ROW UNTIL WS-MAP-EOF.
           CLOSE GL-MAP-FILE.

       105-READ-ONE-MAP-ROW.
           READ GL-MAP-FILE
               AT END
                   SET WS-MAP-EOF TO TRUE
               NOT AT END
                   IF WS-MAP-COUNT < 100
                       ADD 1 TO WS-MAP-COUNT
                       MOVE GM-JOB-NAME
                           TO WS-MT-JOB-NAME(WS-MAP-COUNT)
                       MOVE GM-SOURCE-CODE
                           TO WS-MT-SOURCE-CODE(WS-MAP-COUNT)
                   END-IF
                   MOVE GM-DEBIT-ACCT TO WS-LDG-LOOKUP
                   PERFORM 250-FIND-LEDGER-ACCOUNT
                   MOVE GM-CREDIT-ACCT TO WS-LDG-LOOKUP
                   PERFORM 250-FIND-LEDGER-ACCOUNT
      * the receivables control account is where PST1000's posted
      * sales are debited; the card receivables account is where
      * CBL0002's posted debits land
                   IF GM-JOB-NAME = "PST1000"
                      AND GM-SOURCE-CODE = "AMT-POSTED"
                       MOVE GM-DEBIT-ACCT TO WS-AR-ACCOUNT
                   END-IF
                   IF GM-JOB-NAME = "CBL0002"
                      AND GM-SOURCE-CODE = "DEBITS"
                       MOVE GM-DEBIT-ACCT TO WS-CARD-ACCOUNT
                   END-IF
           END-READ.

      * a blank period is the month of the run; a blank account keeps
      * the one the mapping file implies
       110-READ-RECON-PARM.
           OPEN INPUT RECON-PARM.
           IF NOT PARM-STATUS-OK
               EXIT PARAGRAPH
           END-IF.
           READ RECON-PARM
               AT END
                   CLOSE RECON-PARM
                   EXIT PARAGRAPH
           END-READ.
           IF RP-PERIOD IS NUMERIC AND RP-PERIOD NOT = ZERO
               MOVE RP-PERIOD TO WS-PERIOD
           END-IF.
           IF RP-AR-ACCOUNT IS NUMERIC AND RP-AR-ACCOUNT NOT = ZERO
               MOVE RP-AR-ACCOUNT TO WS-AR-ACCOUNT
           END-IF.
           IF RP-CARD-ACCOUNT IS NUMERIC
              AND RP-CARD-ACCOUNT NOT = ZERO
               MOVE RP-CARD-ACCOUNT TO WS-CARD-ACCOUNT
           END-IF.
           CLOSE RECON-PARM.

      * the ledger side is every entry on the interface file up to
      * the end of the period - the subledgers hold the open balance
      * to date, so the ledger must too. the period's own entries
      * are also filed by source for the unreconciled listing
       200-TOTAL-GL-JOURNAL.
           OPEN INPUT GL-JOURNAL-FILE.
           IF NOT GLJRNL-STATUS-OK
               MOVE "NO GLJRNL.DAT - LEDGER BALANCES ARE ZERO"
                   TO RML-MESSAGE
               WRITE RECON-RPT-LINE FROM RPT-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 210-READ-ONE-JOURNAL-ENTRY UNTIL WS-GLJRNL-EOF.
           CLOSE GL-JOURNAL-FILE.

       210-READ-ONE-JOURNAL-ENTRY.
           READ GL-JOURNAL-FILE
               AT END
                   SET WS-GLJRNL-EOF TO TRUE
               NOT AT END
                   IF GJ-RUN-PERIOD NOT > WS-PERIOD
                       PERFORM 220-POST-TO-LEDGER
                   END-IF
                   IF GJ-RUN-PERIOD = WS-PERIOD
                       PERFORM 230-FILE-BY-SOURCE
                   END-IF
           END-READ.

       220-POST-TO-LEDGER.
           MOVE GJ-GL-ACCOUNT TO WS-LDG-LOOKUP.
           PERFORM 250-FIND-LEDGER-ACCOUNT.
           IF WS-LDG-SUB = 0
               EXIT PARAGRAPH
           END-IF.
           IF GJ-DR-CR = "D"
               ADD GJ-AMOUNT TO WS-LT-DEBITS(WS-LDG-SUB)
           ELSE
               ADD GJ-AMOUNT TO WS-LT-CREDITS(WS-LDG-SUB)
           END-IF.

       230-FILE-BY-SOURCE.
           MOVE 0 TO WS-SRC-SUB.
           PERFORM VARYING WS-SRC-INDEX FROM 1 BY 1
               UNTIL WS-SRC-INDEX > WS-SRC-COUNT OR WS-SRC-SUB > 0
               IF WS-ST-JOB-NAME(WS-SRC-INDEX) = GJ-JOB-NAME
                  AND WS-ST-RUN-DATE(WS-SRC-INDEX) = GJ-RUN-DATE
                  AND WS-ST-SOURCE-CODE(WS-SRC-INDEX) = GJ-SOURCE-CODE
                   MOVE WS-SRC-INDEX TO WS-SRC-SUB
               END-IF
           END-PERFORM.
           IF WS-SRC-SUB = 0
               IF WS-SRC-COUNT < 300
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-SRC-COUNT TO WS-SRC-SUB
                   MOVE GJ-JOB-NAME    TO WS-ST-JOB-NAME(WS-SRC-SUB)
                   MOVE GJ-RUN-DATE    TO WS-ST-RUN-DATE(WS-SRC-SUB)
                   MOVE GJ-SOURCE-CODE TO WS-ST-SOURCE-CODE(WS-SRC-SUB)
                   MOVE ZERO TO WS-ST-DEBITS(WS-SRC-SUB)
                                WS-ST-CREDITS(WS-SRC-SUB)
                                WS-ST-AR-NET(WS-SRC-SUB)
                                WS-ST-CARD-NET(WS-SRC-SUB)
                   MOVE "N" TO WS-ST-SUSPENSE-FLAG(WS-SRC-SUB)
               ELSE
                   ADD 1 TO WS-SRC-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF GJ-DR-CR = "D"
               ADD GJ-AMOUNT TO WS-ST-DEBITS(WS-SRC-SUB)
               MOVE GJ-AMOUNT TO WS-NET-WORK
           ELSE
               ADD GJ-AMOUNT TO WS-ST-CREDITS(WS-SRC-SUB)
               COMPUTE WS-NET-WORK = ZERO - GJ-AMOUNT
           END-IF.
           IF GJ-GL-ACCOUNT = WS-AR-ACCOUNT
               ADD WS-NET-WORK TO WS-ST-AR-NET(WS-SRC-SUB)
           END-IF.
           IF GJ-GL-ACCOUNT = WS-CARD-ACCOUNT
               ADD WS-NET-WORK TO WS-ST-CARD-NET(WS-SRC-SUB)
           END-IF.
           IF GJ-GL-ACCOUNT = WS-SUSPENSE-ACCT
               MOVE "Y" TO WS-ST-SUSPENSE-FLAG(WS-SRC-SUB)
           END-IF.

      * WS-LDG-SUB comes back pointing at the account, added to the
      * table if it was not there; zero only when the table is full
       250-FIND-LEDGER-ACCOUNT.
           MOVE 0 TO WS-LDG-SUB.
           PERFORM VARYING WS-LDG-INDEX FROM 1 BY 1
               UNTIL WS-LDG-INDEX > WS-LDG-COUNT OR WS-LDG-SUB > 0
               IF WS-LT-ACCOUNT(WS-LDG-INDEX) = WS-LDG-LOOKUP
                   MOVE WS-LDG-INDEX TO WS-LDG-SUB
               END-IF
           END-PERFORM.
           IF WS-LDG-SUB = 0 AND WS-LDG-COUNT < 100
               ADD 1 TO WS-LDG-COUNT
               MOVE WS-LDG-COUNT TO WS-LDG-SUB
               MOVE WS-LDG-LOOKUP TO WS-LT-ACCOUNT(WS-LDG-SUB)
               MOVE ZERO TO WS-LT-DEBITS(WS-LDG-SUB)
                            WS-LT-CREDITS(WS-LDG-SUB)
           END-IF.

      * what customers still owe - open invoices less the open credit
      * memos not yet netted, the same way AGE1000 totals them; a
      * written-off item is off the receivables whatever it still
      * shows as unrecovered
       300-TOTAL-OPEN-ITEMS.
           OPEN INPUT OPENITEM.
           IF NOT OPENITEM-STATUS-OK
               EXIT PARAGRAPH
           END-IF.
           SET WS-AR-ON-HAND TO TRUE.
           PERFORM 310-ADD-ONE-OPEN-ITEM UNTIL WS-OPENITEM-EOF.
           CLOSE OPENITEM.

       310-ADD-ONE-OPEN-ITEM.
           READ OPENITEM
               AT END
                   SET WS-OPENITEM-EOF TO TRUE
               NOT AT END
                   IF OI-ITEM-OPEN
                       ADD 1 TO WS-OPEN-ITEMS
                       IF OI-TYPE-CREDIT-MEMO
                           SUBTRACT OI-OPEN-AMOUNT FROM WS-AR-SUBLEDGER
                       ELSE
                           ADD OI-OPEN-AMOUNT TO WS-AR-SUBLEDGER
                       END-IF
                   END-IF
           END-READ.

      * a charged-off account already carries a zero balance
       320-TOTAL-ACCOUNT-MASTER.
           OPEN INPUT ACCT-REC.
           IF NOT ACCT-STATUS-OK
               EXIT PARAGRAPH
           END-IF.
           SET WS-CARD-ON-HAND TO TRUE.
           PERFORM 330-ADD-ONE-ACCOUNT UNTIL WS-ACCT-EOF.
           CLOSE ACCT-REC.

       330-ADD-ONE-ACCOUNT.
           READ ACCT-REC NEXT RECORD
               AT END
                   SET WS-ACCT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   ADD ACCT-BALANCE TO WS-CARD-SUBLEDGER
           END-READ.

       400-PRINT-LEDGER-BALANCES.
           MOVE "LEDGER BALANCES BY ACCOUNT (GLJRNL.DAT TO PERIOD END)"
               TO RML-MESSAGE.
           WRITE RECON-RPT-LINE FROM RPT-MESSAGE-LINE.
           WRITE RECON-RPT-LINE FROM RPT-LEDGER-HEADING.
           PERFORM 410-PRINT-ONE-ACCOUNT
               VARYING WS-LDG-INDEX FROM 1 BY 1
               UNTIL WS-LDG-INDEX > WS-LDG-COUNT.
           MOVE SPACES TO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

       410-PRINT-ONE-ACCOUNT.
           MOVE WS-LT-ACCOUNT(WS-LDG-INDEX) TO RLL-ACCOUNT.
           MOVE WS-LT-DEBITS(WS-LDG-INDEX)  TO RLL-DEBITS.
           MOVE WS-LT-CREDITS(WS-LDG-INDEX) TO RLL-CREDITS.
           COMPUTE WS-NET-WORK = WS-LT-DEBITS(WS-LDG-INDEX)
               - WS-LT-CREDITS(WS-LDG-INDEX).
           MOVE WS-NET-WORK TO RLL-BALANCE.
           EVALUATE WS-LT-ACCOUNT(WS-LDG-INDEX)
               WHEN WS-AR-ACCOUNT
                   MOVE "RECEIVABLES CONTROL" TO RLL-NOTE
                   MOVE WS-NET-WORK TO WS-AR-LEDGER
               WHEN WS-CARD-ACCOUNT
                   MOVE "CARD RECEIVABLES CONTROL" TO RLL-NOTE
                   MOVE WS-NET-WORK TO WS-CARD-LEDGER
               WHEN WS-SUSPENSE-ACCT
                   MOVE "SUSPENSE - UNMAPPED SOURCES" TO RLL-NOTE
               WHEN OTHER
                   MOVE SPACES TO RLL-NOTE
           END-EVALUATE.
           WRITE RECON-RPT-LINE FROM RPT-LEDGER-LINE.

       500-PRINT-RECONCILIATION.
           MOVE "RECONCILIATION OF CONTROL ACCOUNTS TO SUBLEDGERS"
               TO RML-MESSAGE.
           WRITE RECON-RPT-LINE FROM RPT-MESSAGE-LINE.
           WRITE RECON-RPT-LINE FROM RPT-RECON-HEADING.
           COMPUTE WS-AR-DIFF = WS-AR-LEDGER - WS-AR-SUBLEDGER.
           MOVE "RECEIVABLES/OPENITEM" TO RRL-CAPTION.
           MOVE WS-AR-ACCOUNT   TO RRL-ACCOUNT.
           MOVE WS-AR-LEDGER    TO RRL-LEDGER.
           MOVE WS-AR-SUBLEDGER TO RRL-SUBLEDGER.
           MOVE WS-AR-DIFF      TO RRL-DIFFERENCE.
           EVALUATE TRUE
               WHEN NOT WS-AR-ON-HAND
                   MOVE "OPENITEM NOT ON HAND" TO RRL-VERDICT
               WHEN WS-AR-DIFF = ZERO
                   MOVE "IN BALANCE" TO RRL-VERDICT
               WHEN OTHER
                   MOVE "*OUT OF BALANCE*" TO RRL-VERDICT
                   ADD 1 TO WS-OUT-OF-BALANCE
           END-EVALUATE.
           WRITE RECON-RPT-LINE FROM RPT-RECON-LINE.
           COMPUTE WS-CARD-DIFF = WS-CARD-LEDGER - WS-CARD-SUBLEDGER.
           MOVE "CARD/ACCOUNT MASTER" TO RRL-CAPTION.
           MOVE WS-CARD-ACCOUNT   TO RRL-ACCOUNT.
           MOVE WS-CARD-LEDGER    TO RRL-LEDGER.
           MOVE WS-CARD-SUBLEDGER TO RRL-SUBLEDGER.
           MOVE WS-CARD-DIFF      TO RRL-DIFFERENCE.
           EVALUATE TRUE
               WHEN NOT WS-CARD-ON-HAND
                   MOVE "ACCTREC NOT ON HAND" TO RRL-VERDICT
               WHEN WS-CARD-DIFF = ZERO
                   MOVE "IN BALANCE" TO RRL-VERDICT
               WHEN OTHER
                   MOVE "*OUT OF BALANCE*" TO RRL-VERDICT
                   ADD 1 TO WS-OUT-OF-BALANCE
           END-EVALUATE.
           WRITE RECON-RPT-LINE FROM RPT-RECON-LINE.
           MOVE SPACES TO RML-MESSAGE.
           STRING "  OPEN ITEMS " WS-OPEN-ITEMS
               "   ACCOUNTS READ " WS-ACCOUNTS-READ
               DELIMITED BY SIZE INTO RML-MESSAGE.
           WRITE RECON-RPT-LINE FROM RPT-MESSAGE-LINE.
           MOVE SPACES TO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.

      * a source fails to reconcile when it had no mapping row, or its
      * own debits and credits disagree; on an out-of-balance control
      * account, every source that moved it in the period is listed
      * too, as the place to start looking
       600-PRINT-UNRECONCILED.
           MOVE "UNRECONCILED JOURNAL SOURCES FOR THE PERIOD"
               TO RML-MESSAGE.
           WRITE RECON-RPT-LINE FROM RPT-MESSAGE-LINE.
           WRITE RECON-RPT-LINE FROM RPT-SOURCE-HEADING.
           PERFORM 610-CHECK-ONE-SOURCE
               VARYING WS-SRC-INDEX FROM 1 BY 1
               UNTIL WS-SRC-INDEX > WS-SRC-COUNT.
           IF WS-UNRECONCILED = ZERO
               MOVE "  NONE" TO RML-MESSAGE
               WRITE RECON-RPT-LINE FROM RPT-MESSAGE-LINE
           END-IF.
           IF WS-SRC-OVERFLOW > ZERO
               MOVE SPACES TO RML-MESSAGE
               STRING "  SOURCE TABLE FULL - ENTRIES NOT FILED: "
                   WS-SRC-OVERFLOW
                   DELIMITED BY SIZE INTO RML-MESSAGE
               WRITE RECON-RPT-LINE FROM RPT-MESSAGE-LINE
           END-IF.
           IF WS-AR-ON-HAND AND WS-AR-DIFF NOT = ZERO
               MOVE SPACES TO RECON-RPT-LINE
               WRITE RECON-RPT-LINE
               MOVE "PERIOD ACTIVITY ON THE RECEIVABLES CONTROL ACCOUNT"
                   TO RML-MESSAGE
               WRITE RECON-RPT-LINE FROM RPT-MESSAGE-LINE
               PERFORM 620-LIST-AR-ACTIVITY
                   VARYING WS-SRC-INDEX FROM 1 BY 1
                   UNTIL WS-SRC-INDEX > WS-SRC-COUNT
           END-IF.
           IF WS-CARD-ON-HAND AND WS-CARD-DIFF NOT = ZERO
               MOVE SPACES TO RECON-RPT-LINE
               WRITE RECON-RPT-LINE
               MOVE "PERIOD ACTIVITY ON THE CARD RECEIVABLES ACCOUNT"
                   TO RML-MESSAGE
               WRITE RECON-RPT-LINE FROM RPT-MESSAGE-LINE
               PERFORM 630-LIST-CARD-ACTIVITY
                   VARYING WS-SRC-INDEX FROM 1 BY 1
                   UNTIL WS-SRC-INDEX > WS-SRC-COUNT
           END-IF.

       610-CHECK-ONE-SOURCE.
           PERFORM 615-FIND-MAP-ROW.
           EVALUATE TRUE
               WHEN NOT WS-MAP-FOUND
                   MOVE "NO GLMAP ROW FOR JOB AND SOURCE"
                       TO WS-REASON
               WHEN WS-ST-SUSPENSE-FLAG(WS-SRC-INDEX) = "Y"
                   MOVE "POSTED TO THE SUSPENSE ACCOUNT"
                       TO WS-REASON
               WHEN WS-ST-DEBITS(WS-SRC-INDEX)
                    NOT = WS-ST-CREDITS(WS-SRC-INDEX)
                   MOVE "DEBITS AND CREDITS DO NOT AGREE"
                       TO WS-REASON
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WS-UNRECONCILED.
           PERFORM 640-WRITE-SOURCE-LINE.

       615-FIND-MAP-ROW.
           MOVE "N" TO WS-MAP-FOUND-FLAG.
           PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-INDEX > WS-MAP-COUNT OR WS-MAP-FOUND
               IF WS-MT-JOB-NAME(WS-MAP-INDEX)
                      = WS-ST-JOB-NAME(WS-SRC-INDEX)
                  AND WS-MT-SOURCE-CODE(WS-MAP-INDEX)
                      = WS-ST-SOURCE-CODE(WS-SRC-INDEX)
                   SET WS-MAP-FOUND TO TRUE
               END-IF
           END-PERFORM.

       620-LIST-AR-ACTIVITY.
           IF WS-ST-AR-NET(WS-SRC-INDEX) NOT = ZERO
               MOVE "MOVED THE RECEIVABLES CONTROL ACCOUNT"
                   TO WS-REASON
               PERFORM 640-WRITE-SOURCE-LINE
           END-IF.

       630-LIST-CARD-ACTIVITY.
           IF WS-ST-CARD-NET(WS-SRC-INDEX) NOT = ZERO
               MOVE "MOVED THE CARD RECEIVABLES ACCOUNT"
                   TO WS-REASON
               PERFORM 640-WRITE-SOURCE-LINE
           END-IF.

       640-WRITE-SOURCE-LINE.
           MOVE WS-ST-JOB-NAME(WS-SRC-INDEX)    TO RSL-JOB-NAME.
           MOVE WS-ST-RUN-DATE(WS-SRC-INDEX)    TO RSL-RUN-DATE.
           MOVE WS-ST-SOURCE-CODE(WS-SRC-INDEX) TO RSL-SOURCE-CODE.
           MOVE WS-ST-DEBITS(WS-SRC-INDEX)      TO RSL-DEBITS.
           MOVE WS-ST-CREDITS(WS-SRC-INDEX)     TO RSL-CREDITS.
           MOVE WS-REASON                       TO RSL-REASON.
           WRITE RECON-RPT-LINE FROM RPT-SOURCE-LINE.

      * BALRPT reads these three - both differences zero and nothing
      * unreconciled is in balance. a subledger not on hand counts
      * as one unreconciled item, so a skipped file is never a pass
       700-WRITE-BALANCE-TOTALS.
           IF NOT WS-AR-ON-HAND
               ADD 1 TO WS-UNRECONCILED
           END-IF.
           IF NOT WS-CARD-ON-HAND
               ADD 1 TO WS-UNRECONCILED
           END-IF.
           OPEN EXTEND BALANCE-FILE.
           IF NOT BALANCE-STATUS-OK
               OPEN OUTPUT BALANCE-FILE
           END-IF.
           IF NOT BALANCE-STATUS-OK
               MOVE "BALANCE.DAT" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE WS-BALANCE-STATUS TO WS-FE-STATUS
               MOVE "E"        TO WS-FE-SEVERITY
               PERFORM 800-REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE "GLRECON" TO BF-JOB-NAME.
           MOVE WS-AR-DIFF TO WS-DIFF-WORK.
           PERFORM 710-DIFF-TO-CENTS.
           MOVE "AR-DIFF" TO BF-COUNTER-NAME.
           MOVE WS-DIFF-CENTS TO BF-COUNTER-VALUE.
           WRITE BALANCE-RECORD.
           PERFORM 720-CHECK-BALANCE-WRITE.
           MOVE WS-CARD-DIFF TO WS-DIFF-WORK.
           PERFORM 710-DIFF-TO-CENTS.
           MOVE "CARD-DIFF" TO BF-COUNTER-NAME.
           MOVE WS-DIFF-CENTS TO BF-COUNTER-VALUE.
           WRITE BALANCE-RECORD.
           PERFORM 720-CHECK-BALANCE-WRITE.
           MOVE "UNRECONCILED" TO BF-COUNTER-NAME.
           MOVE WS-UNRECONCILED TO BF-COUNTER-VALUE.
           WRITE BALANCE-RECORD.
           PERFORM 720-CHECK-BALANCE-WRITE.
           CLOSE BALANCE-FILE.

      * a difference too big for the counter still shows as one
       710-DIFF-TO-CENTS.
           IF WS-DIFF-WORK < ZERO
               COMPUTE WS-DIFF-WORK = ZERO - WS-DIFF-WORK
           END-IF.
           IF WS-DIFF-WORK > 9999999.99
               MOVE 999999999 TO WS-DIFF-CENTS
           ELSE
               COMPUTE WS-DIFF-CENTS = WS-DIFF-WORK * 100
           END-IF.

      * a counter BALRPT never sees is as bad as a wrong one - a failed
      * write is logged and the run ends on the error code
       720-CHECK-BALANCE-WRITE.
           IF NOT BALANCE-STATUS-OK
               MOVE "BALANCE.DAT" TO WS-FE-FILE
               MOVE "WRITE"    TO WS-FE-OPERATION
               MOVE WS-BALANCE-STATUS TO WS-FE-STATUS
               MOVE "E"        TO WS-FE-SEVERITY
               PERFORM 800-REPORT-FILE-ERROR
           END-IF.

      * every bad file status goes through FILEERR, which logs it and
      * raises RETURN-CODE to the shop's warning, error, or severe
      * code - never lowers it
       800-REPORT-FILE-ERROR.
           MOVE RETURN-CODE TO WS-FE-RETURN-CODE.
           CALL "FILEERR" USING WS-FE-PROGRAM WS-FE-FILE
               WS-FE-OPERATION WS-FE-STATUS WS-FE-SEVERITY
               WS-FE-END-RUN WS-FE-RETURN-CODE.
           MOVE WS-FE-RETURN-CODE TO RETURN-CODE.
           MOVE SPACE TO WS-FE-SEVERITY.
