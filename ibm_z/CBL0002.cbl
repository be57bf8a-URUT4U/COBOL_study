      * ACCT-NO, and writes a posting register with opening balance,
      * transaction count, and closing balance per account with
      * activity. The old/new master copy step is gone with the
      * sequential master. A payment to a charged-off account is a
      * recovery - the written-off balance stays at zero, and the
      * payment is listed on its own report and journaled apart.
      * A returned payment reverses the credit it matches on the
      * history, comes back out of the cycle's credits, and draws the
      * product's returned-payment fee. Every debit is screened just
      * before it posts - one far above the account's typical debit,
      * one past the day's debit count, one on a dormant account, or
      * one that would take the account past its limit in force goes
      * to the review hold file instead, listed on the morning review
      * report; CBL0023 releases the good ones back to the next run.
      * PARM=T is a trial run - every edit, lookup, and screen, the
      * full register, reject list, and reports, and nothing written
      * to the master, history, hold, suspense, or ledger files.
      * A live run holds the LOCKCTL ACCTMAST lock while it posts.
      * The accounting period is the fiscal period LEAP's FISCALPD
      * entry gives for the transaction date.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT SUSPPARM ASSIGN TO SUSPPARM
               FILE STATUS IS WS-SUSP-PARM-STATUS.
           SELECT SUSPENSE-RPT ASSIGN TO SUSPRPT.
      * payments collected on charged-off accounts, for collections
      * and for the recovery line on the ledger
           SELECT RECOVERY-RPT ASSIGN TO RECOVRPT.
      * the per-product terms file - the returned-payment fee comes
      * from the account's own product
           SELECT PRODTERM   ASSIGN TO PRODTERM
               FILE STATUS IS WS-PROD-STATUS.
      * every returned payment reversed tonight, with the accounts
      * that have bounced payments repeatedly flagged for review
           SELECT RETURN-RPT ASSIGN TO RTRNRPT.
      * one-card screening parameter - the multiple of the typical
      * debit and the floor under it, the most debits an account may
      * take in a day, and N to switch off the dormant or the limit
      * rule; a blank field takes the default, a zero one switches
      * its rule off
           SELECT SCRNPARM ASSIGN TO SCRNPARM
               FILE STATUS IS WS-SCRN-PARM-STATUS.
      * the dormant-account report's own parameter card, so the two
      * agree on what dormant means
           SELECT DORMPARM ASSIGN TO DORMPARM
               FILE STATUS IS WS-DORM-PARM-STATUS.
      * temporary credit-limit authorizations - an unexpired override
      * sets the limit a debit is screened against, as in CBL0001
           SELECT OVERRIDE-AUTH ASSIGN TO OVRAUTH
               FILE STATUS IS WS-OVR-STATUS.
      * debits the screening held back wait here for review - added
      * to every night, cleared by CBL0023's release run
           SELECT HOLD-FILE ASSIGN TO TRANHOLD
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HOLD-RPT ASSIGN TO HOLDRPT.
      * debits CBL0023 released from review - posted tonight without
      * screening again, then emptied
           SELECT RELEASED-FILE ASSIGN TO TRANRLSE
               FILE STATUS IS WS-RLSE-STATUS.
      * shop-wide balancing file - the GL counters left here let
      * BALRPT prove the journal feed matches the run
           SELECT BALANCE-FILE ASSIGN TO "BALANCE.DAT"
           COPY ACCTREC.
      *
      * debits (type D) add to the balance, credits (type C) pay it
      * down, and a returned payment (type R) puts back a credit that
      * bounced, carrying the bounced payment's amount - anything else
      * is rejected with the unmatched accounts
       FD  TRAN-FILE RECORDING MODE F.
       01  TRAN-RECORD.
           05  TR-ACCT-NO         PIC X(8).
           05  TR-TYPE-CODE       PIC X(1).
               88  TR-TYPE-DEBIT  VALUE 'D'.
               88  TR-TYPE-CREDIT VALUE 'C'.
               88  TR-TYPE-RETURN VALUE 'R'.
      *
       SD  TRAN-SORT-FILE.
       01  TRAN-SORT-REC.
      * the date the item first rejected - today for a fresh feed
      * record, carried forward for a retried suspense item
           05  TS-FIRST-DATE      PIC 9(8).
      * Y for a debit released from review, which is not screened
      * again
           05  TS-RELEASED-SW     PIC X(1).
      *
       FD  SORTED-TRAN-FILE RECORDING MODE F.
       01  SORTED-TRAN-RECORD.
           05  ST-TYPE-CODE       PIC X(1).
               88  ST-TYPE-DEBIT  VALUE 'D'.
               88  ST-TYPE-CREDIT VALUE 'C'.
               88  ST-TYPE-RETURN VALUE 'R'.
           05  ST-FIRST-DATE      PIC 9(8).
           05  ST-RELEASED-SW     PIC X(1).
               88  ST-RELEASED    VALUE 'Y'.
      *
       FD  TRAN-REJECT-FILE RECORDING MODE F.
       01  TRAN-REJECT-RECORD.
       FD  REGISTER-FILE RECORDING MODE F.
       01  REGISTER-REC           PIC X(100).
      *
      * the transaction's own type code, or F for a returned-payment
      * fee the run charged
       FD  ACCT-HIST RECORDING MODE F.
       01  ACCT-HIST-RECORD.
           05  AH-ACCT-NO         PIC X(8).
           05  AH-TRAN-DATE       PIC 9(8).
           05  AH-AMOUNT          PIC S9(7)V99.
           05  AH-TYPE-CODE       PIC X(1).
               88  AH-TYPE-DEBIT  VALUE 'D'.
               88  AH-TYPE-CREDIT VALUE 'C'.
               88  AH-TYPE-RETURN VALUE 'R'.
      *
       FD  SUSPENSE-FILE RECORDING MODE F.
       01  SUSPENSE-RECORD.
      *
       FD  SUSPENSE-RPT RECORDING MODE F.
       01  SUSPENSE-LINE          PIC X(100).
      *
       FD  RECOVERY-RPT RECORDING MODE F.
       01  RECOVERY-LINE          PIC X(100).
      *
       FD  PRODTERM RECORDING MODE F.
       01  PRODTERM-REC.
           05  PT-PRODUCT-CODE    PIC X(2).
           05  PT-ANNUAL-RATE-PCT PIC 9(2)V9(2).
           05  PT-OVERLIMIT-FEE   PIC 9(5)V9(2).
           05  PT-MIN-PAY-PCT     PIC 9(2)V9(2).
           05  PT-MIN-PAY-FLOOR   PIC 9(3).
           05  PT-LOW-UTIL-PCT    PIC 9(3).
           05  PT-HIGH-UTIL-PCT   PIC 9(3).
      * cycles past due at which the charge-off run writes the
      * account off - zero or blank takes the run's default
           05  PT-CHARGEOFF-CYCLES PIC 9(2).
      * fee for a returned payment - blank takes the posting run's
      * default, zero waives it for the product
           05  PT-RETURN-FEE      PIC 9(3)V9(2).
      * how the month-end assessment figures interest - E keeps the
      * old month-end balance method, blank or A the average daily
      * balance
           05  PT-INTEREST-METHOD PIC X(1).
           05  FILLER             PIC X(3).
      *
       FD  RETURN-RPT RECORDING MODE F.
       01  RETURN-LINE            PIC X(100).
      *
       FD  SCRNPARM RECORDING MODE F.
       01  SCRNPARM-REC.
           05  SCP-DEBIT-MULTIPLE PIC 9(2)V9.
           05  SCP-MULTIPLE-FLOOR PIC 9(5)V99.
           05  SCP-MAX-DAILY-DEBITS PIC 9(3).
           05  SCP-DORMANT-CHECK  PIC X(1).
           05  SCP-LIMIT-CHECK    PIC X(1).
           05  FILLER             PIC X(21).
      *
       FD  DORMPARM RECORDING MODE F.
       01  DORMPARM-REC.
           05  DP-DORMANT-MONTHS  PIC 9(3).
           05  FILLER             PIC X(33).
      *
       FD  OVERRIDE-AUTH RECORDING MODE F.
       01  OVERRIDE-AUTH-RECORD.
           05  OV-ACCT-NO         PIC X(8).
           05  OV-TEMP-LIMIT      PIC 9(7)V99.
           05  OV-EXPIRY-DATE     PIC 9(8).
      *
       FD  HOLD-FILE RECORDING MODE F.
       01  HOLD-RECORD.
           COPY HOLDREC.
      *
       FD  HOLD-RPT RECORDING MODE F.
       01  HOLD-LINE              PIC X(100).
      *
      * the TRAN-FILE layout, debits only, plus the day the debit
      * first reached this run
       FD  RELEASED-FILE RECORDING MODE F.
       01  RELEASED-RECORD.
           05  RL-ACCT-NO         PIC X(8).
           05  RL-TRAN-DATE       PIC 9(8).
           05  RL-AMOUNT          PIC S9(7)V99.
           05  RL-TYPE-CODE       PIC X(1).
           05  RL-FIRST-DATE      PIC 9(8).
      *
       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
         88 PERIOD-STATUS-OK    VALUE '00'.
       01 WS-PERIOD-EOF-FLAG    PIC X VALUE 'N'.
         88 WS-PERIOD-EOF       VALUE 'Y'.
      * a period is closed only when the period file says C - an
      * unlisted period is open. the period is the fiscal year and
      * period (YYYYPP) LEAP's FISCALPD entry gives for the date.
       01 PERIOD-TABLE-FIELDS.
         05 WS-PERIOD-COUNT     PIC 9(2) VALUE ZERO.
         05 WS-PERIOD-INDEX     PIC 9(2) VALUE ZERO.
         05 WS-CHECK-PERIOD     PIC 9(6) VALUE ZERO.
         05 WS-PERIOD-OPEN-SW   PIC X VALUE 'Y'.
           88 WS-PERIOD-IS-OPEN VALUE 'Y'.
         05 WS-FISCAL-DATE      PIC 9(8) VALUE ZERO.
         05 WS-FISCAL-YEAR      PIC 9(4) VALUE ZERO.
         05 WS-FISCAL-PERIOD    PIC 9(2) VALUE ZERO.
         05 WS-FISCAL-WEEK      PIC 9(2) VALUE ZERO.
         05 WS-FISCAL-START     PIC 9(8) VALUE ZERO.
         05 WS-FISCAL-END       PIC 9(8) VALUE ZERO.
      *
       01 FLAGS.
         05 TRAN-LASTREC      PIC X VALUE SPACE.
         88 HIST-STATUS-OK      VALUE '00'.
      *
       01 WS-CURRENT-ACCT-NO    PIC X(8) VALUE SPACES.
      *
       01 WS-PROD-STATUS        PIC X(2) VALUE '00'.
         88 PROD-STATUS-OK      VALUE '00'.
       01 WS-PROD-EOF-SWITCH    PIC X    VALUE 'N'.
         88 WS-PROD-EOF                  VALUE 'Y'.
      *
       01 PRODUCT-TABLE-FIELDS.
         05 WS-PROD-COUNT       PIC 9(2) VALUE ZERO.
         05 WS-PROD-INDEX       PIC 9(2) VALUE ZERO.
         05 WS-PROD-ENTRY OCCURS 10 TIMES.
           10 WS-PT-CODE        PIC X(2).
           10 WS-PT-RETURN-FEE  PIC 9(3)V99.
         05 WS-PROD-FOUND-SW    PIC X VALUE 'N'.
           88 WS-PROD-FOUND     VALUE 'Y'.
      * the fee for an account with no product code or no terms
      * record, or a product whose terms leave the fee blank
       01 WS-DEFAULT-RETURN-FEE PIC 9(3)V99 VALUE 25.00.
       01 WS-APPLIED-RETURN-FEE PIC 9(3)V99 VALUE ZERO.
      *
      * one entry per account and amount returned in tonight's feed
      * or suspense - the history pass fills in how many credits of
      * that amount posted, how many were already reversed, the
      * latest one's date, and the account's returns over the last
      * twelve months. a return reverses only while an unreversed
      * credit is left.
       01 RETURN-MATCH-FIELDS.
         05 WS-RM-COUNT         PIC 9(3) VALUE ZERO.
         05 WS-RM-INDEX         PIC 9(3) VALUE ZERO.
         05 WS-RM-ENTRY OCCURS 200 TIMES.
           10 WS-RM-ACCT-NO     PIC X(8).
           10 WS-RM-AMOUNT      PIC S9(7)V99.
           10 WS-RM-CREDITS     PIC 9(5).
           10 WS-RM-REVERSED    PIC 9(5).
           10 WS-RM-PAID-DATE   PIC 9(8).
           10 WS-RM-RECENT      PIC 9(3).
         05 WS-RM-LOOK-ACCT-NO  PIC X(8) VALUE SPACES.
         05 WS-RM-LOOK-AMOUNT   PIC S9(7)V99 VALUE ZERO.
         05 WS-RM-HIT           PIC 9(3) VALUE ZERO.
         05 WS-RM-FOUND-SW      PIC X VALUE 'N'.
           88 WS-RM-FOUND       VALUE 'Y'.
         05 WS-RM-FULL-SW       PIC X VALUE 'N'.
           88 WS-RM-FULL        VALUE 'Y'.
         05 HIST-LASTREC        PIC X VALUE SPACE.
      * returns dated on or after the cutoff count toward review, and
      * an account at the review count is flagged; the typical debit
      * is averaged over the debits since the same date
       01 WS-RETURN-CUTOFF      PIC 9(8) VALUE ZERO.
       01 WS-REVIEW-RETURNS     PIC 9(3) VALUE 2.
       01 WS-ACCT-RECENT-RETURNS PIC 9(3) VALUE ZERO.
      *
       01 WS-SCRN-PARM-STATUS   PIC X(2) VALUE '00'.
         88 SCRN-PARM-STATUS-OK VALUE '00'.
       01 WS-DORM-PARM-STATUS   PIC X(2) VALUE '00'.
         88 DORM-PARM-STATUS-OK VALUE '00'.
       01 WS-OVR-STATUS         PIC X(2) VALUE '00'.
         88 OVR-STATUS-OK       VALUE '00'.
       01 WS-HOLD-STATUS        PIC X(2) VALUE '00'.
         88 HOLD-STATUS-OK      VALUE '00'.
       01 WS-RLSE-STATUS        PIC X(2) VALUE '00'.
         88 RLSE-STATUS-OK      VALUE '00'.
       01 SCREEN-FLAGS.
         05 WS-SCRN-PARM-EOF-SW PIC X VALUE 'N'.
           88 WS-SCRN-PARM-EOF  VALUE 'Y'.
         05 WS-DORM-PARM-EOF-SW PIC X VALUE 'N'.
           88 WS-DORM-PARM-EOF  VALUE 'Y'.
         05 WS-OVR-EOF-SW       PIC X VALUE 'N'.
           88 WS-OVR-EOF        VALUE 'Y'.
         05 RLSE-LASTREC        PIC X VALUE SPACE.
      *
      * a debit is held when it is over the multiple of the typical
      * debit (and over the floor), past the day's debit count, on a
      * dormant account, or over the limit in force
       01 SCREEN-PARMS.
         05 WS-DEBIT-MULTIPLE   PIC 9(2)V9 VALUE 5.0.
         05 WS-MULTIPLE-FLOOR   PIC 9(5)V99 VALUE 100.00.
         05 WS-MAX-DAILY-DEBITS PIC 9(3) VALUE 10.
         05 WS-DORMANT-MONTHS   PIC 9(3) VALUE 12.
         05 WS-DORMANT-CHECK-SW PIC X VALUE 'Y'.
           88 WS-DORMANT-CHECK-ON VALUE 'Y'.
         05 WS-LIMIT-CHECK-SW   PIC X VALUE 'Y'.
           88 WS-LIMIT-CHECK-ON VALUE 'Y'.
      *
      * one entry per account with a debit in tonight's feed or
      * suspense - the history pass totals its debits over the last
      * twelve months, whose average is the account's typical debit.
      * an account past the table's end is screened without that
      * rule.
       01 TYPICAL-DEBIT-FIELDS.
         05 WS-TD-COUNT         PIC 9(4) VALUE ZERO.
         05 WS-TD-INDEX         PIC 9(4) VALUE ZERO.
         05 WS-TD-ENTRY OCCURS 1000 TIMES.
           10 WS-TD-ACCT-NO     PIC X(8).
           10 WS-TD-DEBITS      PIC 9(5).
           10 WS-TD-TOTAL       PIC S9(9)V99.
         05 WS-TD-LOOK-ACCT-NO  PIC X(8) VALUE SPACES.
         05 WS-TD-HIT           PIC 9(4) VALUE ZERO.
         05 WS-TD-FOUND-SW      PIC X VALUE 'N'.
           88 WS-TD-FOUND       VALUE 'Y'.
         05 WS-TD-FULL-SW       PIC X VALUE 'N'.
           88 WS-TD-FULL        VALUE 'Y'.
         05 WS-TYPICAL-DEBIT    PIC 9(7)V99 VALUE ZERO.
      *
      * the loaded override authorizations and the limit actually in
      * force for the account under test
       01 OVERRIDE-TABLE-FIELDS.
         05 WS-OVR-COUNT        PIC 9(3) VALUE ZERO.
         05 WS-OVR-INDEX        PIC 9(3) VALUE ZERO.
         05 WS-OVR-ENTRY OCCURS 200 TIMES.
           10 WS-OV-ACCT-NO     PIC X(8).
           10 WS-OV-TEMP-LIMIT  PIC 9(7)V99.
           10 WS-OV-EXPIRY      PIC 9(8).
         05 WS-OVR-FOUND-SW     PIC X VALUE 'N'.
           88 WS-OVR-FOUND      VALUE 'Y'.
       01 WS-EFFECTIVE-LIMIT    PIC S9(7)V99 COMP-3 VALUE ZERO.
      *
      * the debits seen so far for one account on one day, and the
      * activity stamp the account carried before tonight's postings
      * moved it
       01 SCREEN-WORK-FIELDS.
         05 WS-DAY-ACCT-NO      PIC X(8) VALUE SPACES.
         05 WS-DAY-DATE         PIC 9(8) VALUE ZERO.
         05 WS-DAY-DEBITS       PIC 9(3) VALUE ZERO.
         05 WS-FETCHED-LAST-ACTIVITY.
           10 WS-FETCHED-ACT-YEAR  PIC 9(4).
           10 WS-FETCHED-ACT-MONTH PIC 9(2).
           10 FILLER            PIC X(1).
         05 WS-MONTHS-INACTIVE  PIC S9(5) VALUE ZERO.
         05 WS-SCREEN-RESULT-SW PIC X VALUE 'P'.
           88 WS-DEBIT-PASSED   VALUE 'P'.
           88 WS-DEBIT-HELD     VALUE 'H'.
      *
       01 WS-SUSP-STATUS        PIC X(2) VALUE '00'.
         88 SUSP-STATUS-OK      VALUE '00'.
           88 WS-SUSP-PARM-EOF  VALUE 'Y'.
       01 WS-STUCK-DAYS         PIC 9(3) VALUE 5.
       01 WS-TODAY              PIC 9(8) VALUE ZERO.
       01 FILLER REDEFINES WS-TODAY.
         05 WS-TODAY-YEAR       PIC 9(4).
         05 WS-TODAY-MONTH      PIC 9(2).
         05 FILLER              PIC 9(2).
       01 WS-TODAY-INTEGER      PIC 9(7) VALUE ZERO.
      * PARM=T is a trial run. under PROG001's nightly chain the PARM
      * is the chain's - C, then the chain's own run mode.
       01 WS-PARM-STRING        PIC X(80) VALUE SPACES.
       01 WS-RUN-MODE           PIC X VALUE 'P'.
         88 WS-TRIAL-RUN        VALUE 'T' 't'.
       01 WS-FIRST-INTEGER      PIC 9(7) VALUE ZERO.
       01 WS-ITEM-AGE-DAYS      PIC S9(5) VALUE ZERO.
       01 SUSPENSE-TOTALS.
         05 WS-ACCTS-UPDATED   PIC 9(7) VALUE ZERO.
         05 WS-AMT-DEBITS      PIC S9(9)V99 VALUE ZERO.
         05 WS-AMT-CREDITS     PIC S9(9)V99 VALUE ZERO.
         05 WS-RECOVERY-COUNT  PIC 9(7) VALUE ZERO.
         05 WS-AMT-RECOVERIES  PIC S9(9)V99 VALUE ZERO.
         05 WS-RETURN-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-REVIEW-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-AMT-RETURNS     PIC S9(9)V99 VALUE ZERO.
         05 WS-AMT-RETURN-FEES PIC S9(9)V99 VALUE ZERO.
         05 WS-HELD-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-AMT-HELD        PIC S9(9)V99 VALUE ZERO.
         05 WS-RELEASED-COUNT  PIC 9(7) VALUE ZERO.
      *
       01 WS-BALANCE-STATUS     PIC X(2) VALUE '00'.
         88 BALANCE-STATUS-OK   VALUE '00'.
      *
      * parameters for the shared FILEERR handler - a bad status
      * goes on the job log in plain words and sets the return code
       01 FILE-ERROR-FIELDS.
         05 WS-FE-PROGRAM      PIC X(8)  VALUE 'CBL0002'.
         05 WS-FE-FILE         PIC X(12) VALUE SPACES.
         05 WS-FE-OPERATION    PIC X(7)  VALUE SPACES.
         05 WS-FE-STATUS       PIC X(2)  VALUE SPACES.
         05 WS-FE-SEVERITY     PIC X(1)  VALUE SPACE.
         05 WS-FE-END-RUN      PIC X(1)  VALUE 'N'.
         05 WS-FE-RETURN-CODE  PIC 9(4)  VALUE ZERO.
      *
      * parameters for the shared GLJRNL subsystem - only amounts
      * GLJRNL confirms it wrote count toward the balancing tie
       01 GL-JOURNAL-FIELDS.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  RD-CLOSING-O      PIC $$,$$$,$$9.99-.
         05  FILLER            PIC X(49) VALUE SPACES.
      *
       01 REGISTER-TRIAL-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(49) VALUE
                 '*** TRIAL RUN - NOTHING WAS POSTED TO ACCTREC ***'.
         05  FILLER            PIC X(50) VALUE SPACES.
      *
       01 REGISTER-TRAILER-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  RT-TRANS-POSTED-O PIC ZZZ,ZZ9.
         05  FILLER            PIC X(12) VALUE '  REJECTED: '.
         05  RT-TRANS-REJ-O    PIC ZZZ,ZZ9.
         05  FILLER            PIC X(8)  VALUE '  HELD: '.
         05  RT-TRANS-HELD-O   PIC ZZZ,ZZ9.
         05  FILLER            PIC X(17) VALUE SPACES.
      *
       01 RECOVERY-HEADING-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(10) VALUE 'ACCOUNT   '.
         05  FILLER            PIC X(10) VALUE 'PAID ON   '.
         05  FILLER            PIC X(16) VALUE '       RECOVERED'.
         05  FILLER            PIC X(16) VALUE '   TO DATE TOTAL'.
         05  FILLER            PIC X(16) VALUE '     CHARGED OFF'.
         05  FILLER            PIC X(10) VALUE '  ON      '.
         05  FILLER            PIC X(21) VALUE SPACES.
      *
       01 RECOVERY-DETAIL-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  RV-ACCT-NO        PIC X(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  RV-TRAN-DATE      PIC 9(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  RV-AMOUNT-O       PIC $$,$$$,$$9.99-.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  RV-TO-DATE-O      PIC $$,$$$,$$9.99-.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  RV-CHARGEOFF-O    PIC $$,$$$,$$9.99-.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  RV-CHARGEOFF-DATE PIC 9(8).
         05  FILLER            PIC X(23) VALUE SPACES.
      *
       01 RECOVERY-TRAILER-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(22) VALUE
                 'RECOVERIES COLLECTED: '.
         05  RV-COUNT-O        PIC ZZZ,ZZ9.
         05  FILLER            PIC X(10) VALUE '  AMOUNT: '.
         05  RV-TOTAL-O        PIC $$$$,$$$,$$9.99-.
         05  FILLER            PIC X(44) VALUE SPACES.
      *
       01 RETURN-HEADING-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(10) VALUE 'ACCOUNT   '.
         05  FILLER            PIC X(10) VALUE 'RETURNED  '.
         05  FILLER            PIC X(16) VALUE '          AMOUNT'.
         05  FILLER            PIC X(10) VALUE '  PAID ON '.
         05  FILLER            PIC X(16) VALUE '             FEE'.
         05  FILLER            PIC X(10) VALUE '  12 MOS  '.
         05  FILLER            PIC X(27) VALUE SPACES.
      *
       01 RETURN-DETAIL-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  RR-ACCT-NO        PIC X(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  RR-TRAN-DATE      PIC 9(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  RR-AMOUNT-O       PIC $$,$$$,$$9.99-.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  RR-PAID-DATE      PIC 9(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  RR-FEE-O          PIC $$,$$$,$$9.99-.
         05  FILLER            PIC X(4)  VALUE SPACES.
         05  RR-RECENT-O       PIC ZZ9.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  RR-FLAG-TEXT      PIC X(12).
         05  FILLER            PIC X(17) VALUE SPACES.
      *
       01 RETURN-TRAILER-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(19) VALUE 'RETURNS REVERSED:  '.
         05  RR-COUNT-O        PIC ZZZ,ZZ9.
         05  FILLER            PIC X(10) VALUE '  AMOUNT: '.
         05  RR-TOTAL-O        PIC $$$$,$$$,$$9.99-.
         05  FILLER            PIC X(8)  VALUE '  FEES: '.
         05  RR-FEES-O         PIC $$$$,$$$,$$9.99-.
         05  FILLER            PIC X(23) VALUE SPACES.
      *
       01 RETURN-TRAILER-LINE-2.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(29) VALUE
                 'ACCOUNTS FLAGGED FOR REVIEW: '.
         05  RR-REVIEW-O       PIC ZZZ,ZZ9.
         05  FILLER            PIC X(63) VALUE SPACES.
      *
       01 HOLD-TITLE-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(33) VALUE
                 'DEBITS HELD FOR REVIEW - RUN OF '.
         05  HH-RUN-DATE       PIC 9(8).
         05  FILLER            PIC X(58) VALUE SPACES.
      *
       01 HOLD-HEADING-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(10) VALUE 'ACCOUNT   '.
         05  FILLER            PIC X(10) VALUE 'TRAN DATE '.
         05  FILLER            PIC X(15) VALUE '       AMOUNT  '.
         05  FILLER            PIC X(15) VALUE '      TYPICAL  '.
         05  FILLER            PIC X(5)  VALUE 'DAY  '.
         05  FILLER            PIC X(5)  VALUE 'MOS  '.
         05  FILLER            PIC X(24) VALUE 'RULES TRIPPED'.
         05  FILLER            PIC X(15) VALUE SPACES.
      *
       01 HOLD-DETAIL-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  HR-ACCT-NO        PIC X(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  HR-TRAN-DATE      PIC 9(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  HR-AMOUNT-O       PIC $$,$$$,$$9.99.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  HR-TYPICAL-O      PIC $$,$$$,$$9.99.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  HR-DAILY-O        PIC ZZ9.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  HR-INACTIVE-O     PIC ZZ9.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  HR-RULE-MULTIPLE  PIC X(6).
         05  HR-RULE-DAILY     PIC X(6).
         05  HR-RULE-DORMANT   PIC X(6).
         05  HR-RULE-LIMIT     PIC X(6).
         05  FILLER            PIC X(15) VALUE SPACES.
      *
       01 HOLD-TRAILER-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(24) VALUE
                 'DEBITS HELD FOR REVIEW: '.
         05  HT-HELD-O         PIC ZZZ,ZZ9.
         05  FILLER            PIC X(10) VALUE '  AMOUNT: '.
         05  HT-AMOUNT-O       PIC $$$$,$$$,$$9.99-.
         05  FILLER            PIC X(24) VALUE
                 '  RELEASED FROM REVIEW: '.
         05  HT-RELEASED-O     PIC ZZZ,ZZ9.
         05  FILLER            PIC X(11) VALUE SPACES.
      *
      * parameters for the shared LOCKCTL master-file lock - taken
      * before ACCT-REC is opened for update, handed back once it
      * is closed
       01 LOCK-FIELDS.
         05 WS-LOCK-ACTION     PIC X(1)  VALUE 'L'.
         05 WS-LOCK-NAME       PIC X(8)  VALUE 'ACCTMAST'.
         05 WS-LOCK-PROGRAM    PIC X(8)  VALUE 'CBL0002'.
         05 WS-LOCK-RESULT     PIC X(1)  VALUE SPACE.
           88 WS-LOCK-TAKEN    VALUE 'Y'.
         05 WS-LOCK-SAVED-RC   PIC 9(4)  VALUE ZERO.
         05 WS-LOCK-HELD-SW    PIC X(1)  VALUE 'N'.
           88 WS-LOCK-HELD     VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM GET-RUN-MODE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM GET-SUSPENSE-PARM
           PERFORM LOAD-PERIOD-CONTROL
           PERFORM LOAD-PRODUCT-TERMS
           PERFORM GET-SCREEN-PARM
           PERFORM GET-DORMANT-PARM
           PERFORM LOAD-OVERRIDE-TABLE
           COMPUTE WS-RETURN-CUTOFF = WS-TODAY - 10000
      * tonight's feed and everything waiting in suspense go through
      * the one sort, so a suspense item retries in its account's
      * normal posting order. the type code breaks a tie on the
      * date, so a payment posts ahead of its own return.
           SORT TRAN-SORT-FILE
               ON ASCENDING KEY TS-ACCT-NO
                                TS-TRAN-DATE
                                TS-TYPE-CODE
               INPUT PROCEDURE IS RELEASE-ALL-TRANSACTIONS
               GIVING SORTED-TRAN-FILE
           PERFORM SCAN-POSTING-HISTORY
           IF NOT WS-TRIAL-RUN
               PERFORM TAKE-MASTER-LOCK
               IF NOT WS-LOCK-HELD
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT SUSPENSE-WORK-FILE
           IF WS-TRIAL-RUN
               OPEN INPUT ACCT-REC
           ELSE
               OPEN I-O ACCT-REC
           END-IF
           IF NOT ACCT-STATUS-OK
               MOVE 'ACCTREC'  TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-ACCT-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           OPEN INPUT SORTED-TRAN-FILE
           OPEN OUTPUT TRAN-REJECT-FILE
           OPEN OUTPUT REGISTER-FILE
           IF WS-TRIAL-RUN
               WRITE REGISTER-REC FROM REGISTER-TRIAL-LINE
           END-IF
           OPEN OUTPUT RECOVERY-RPT
           WRITE RECOVERY-LINE FROM RECOVERY-HEADING-LINE
           OPEN OUTPUT RETURN-RPT
           WRITE RETURN-LINE FROM RETURN-HEADING-LINE
      * a trial run opens neither file it would add to
           IF NOT WS-TRIAL-RUN
               OPEN EXTEND ACCT-HIST
               IF NOT HIST-STATUS-OK
                   OPEN OUTPUT ACCT-HIST
               END-IF
               OPEN EXTEND HOLD-FILE
               IF NOT HOLD-STATUS-OK
                   OPEN OUTPUT HOLD-FILE
               END-IF
           END-IF
           OPEN OUTPUT HOLD-RPT
           MOVE WS-TODAY TO HH-RUN-DATE
           WRITE HOLD-LINE FROM HOLD-TITLE-LINE
           WRITE HOLD-LINE FROM HOLD-HEADING-LINE.
      *
       POST-ALL-TRANSACTIONS.
           PERFORM READ-TRAN-RECORD
               PERFORM FINISH-THIS-ACCOUNT
           END-IF
           PERFORM WRITE-REGISTER-TRAILER
           PERFORM WRITE-RECOVERY-TRAILER
           PERFORM WRITE-RETURN-TRAILER
           PERFORM WRITE-HOLD-TRAILER
           CLOSE ACCT-REC
           PERFORM RELEASE-MASTER-LOCK
           CLOSE SORTED-TRAN-FILE
           CLOSE TRAN-REJECT-FILE
           CLOSE REGISTER-FILE
           CLOSE RECOVERY-RPT
           CLOSE RETURN-RPT
           CLOSE SUSPENSE-WORK-FILE
           CLOSE HOLD-RPT
      * a trial run leaves the released debits, the suspense file,
      * and the ledger as it found them - the live run still posts
      * everything the trial listed
           IF WS-TRIAL-RUN
               PERFORM RELOAD-SUSPENSE-FILE
               DISPLAY 'CBL0002: TRIAL RUN - NOTHING WAS POSTED'
               GOBACK
           END-IF
           CLOSE ACCT-HIST
           CLOSE HOLD-FILE
      * the released debits have all gone through the sort - the
      * file is emptied so none is posted twice
           IF WS-RELEASED-COUNT > ZERO
               OPEN OUTPUT RELEASED-FILE
               CLOSE RELEASED-FILE
           END-IF
           PERFORM RELOAD-SUSPENSE-FILE
           PERFORM WRITE-GL-JOURNAL
           PERFORM WRITE-BALANCE-TOTALS
           GOBACK.
      *
      * LOCKCTL refuses the ACCTMAST lock, and says who holds it,
      * while another updater has the master open
       TAKE-MASTER-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
           MOVE 'L' TO WS-LOCK-ACTION
           CALL 'LOCKCTL' USING WS-LOCK-ACTION WS-LOCK-NAME
               WS-LOCK-PROGRAM WS-LOCK-RESULT
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE
           IF WS-LOCK-TAKEN
               SET WS-LOCK-HELD TO TRUE
           END-IF.
      *
      * the lock goes back on every way out once it is taken - a run
      * that never got it has nothing to hand back
       RELEASE-MASTER-LOCK.
           IF WS-LOCK-HELD
               MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
               MOVE 'R' TO WS-LOCK-ACTION
               CALL 'LOCKCTL' USING WS-LOCK-ACTION WS-LOCK-NAME
                   WS-LOCK-PROGRAM WS-LOCK-RESULT
               MOVE WS-LOCK-SAVED-RC TO RETURN-CODE
               MOVE 'N' TO WS-LOCK-HELD-SW
           END-IF.
      *
       GET-RUN-MODE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING(1:1) = 'C' OR WS-PARM-STRING(1:1) = 'c'
               MOVE WS-PARM-STRING(2:1) TO WS-RUN-MODE
           ELSE
               MOVE WS-PARM-STRING(1:1) TO WS-RUN-MODE
           END-IF.
      *
       LOAD-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL
                   MOVE 'N' TO WS-PERIOD-OPEN-SW
               END-IF
           END-PERFORM.
      *
      * the fiscal period WS-FISCAL-DATE falls in, as the YYYYPP key
      * the period file carries - the 4-4-5 calendar, not the
      * calendar month of the date
       SET-FISCAL-PERIOD.
           CALL 'FISCALPD' USING WS-FISCAL-DATE WS-FISCAL-YEAR
               WS-FISCAL-PERIOD WS-FISCAL-WEEK WS-FISCAL-START
               WS-FISCAL-END
           COMPUTE WS-CHECK-PERIOD =
               WS-FISCAL-YEAR * 100 + WS-FISCAL-PERIOD.
      *
       GET-SUSPENSE-PARM.
           OPEN INPUT SUSPPARM
               END-IF
               CLOSE SUSPPARM
           END-IF.
      *
      * a blank field keeps its default; a zero one switches its
      * rule off
       GET-SCREEN-PARM.
           OPEN INPUT SCRNPARM
           IF SCRN-PARM-STATUS-OK
               READ SCRNPARM
                   AT END
                       SET WS-SCRN-PARM-EOF TO TRUE
               END-READ
               IF NOT WS-SCRN-PARM-EOF
                   IF SCP-DEBIT-MULTIPLE NUMERIC
                       MOVE SCP-DEBIT-MULTIPLE TO WS-DEBIT-MULTIPLE
                   END-IF
                   IF SCP-MULTIPLE-FLOOR NUMERIC
                       MOVE SCP-MULTIPLE-FLOOR TO WS-MULTIPLE-FLOOR
                   END-IF
                   IF SCP-MAX-DAILY-DEBITS NUMERIC
                       MOVE SCP-MAX-DAILY-DEBITS
                           TO WS-MAX-DAILY-DEBITS
                   END-IF
                   IF SCP-DORMANT-CHECK = 'N'
                       MOVE 'N' TO WS-DORMANT-CHECK-SW
                   END-IF
                   IF SCP-LIMIT-CHECK = 'N'
                       MOVE 'N' TO WS-LIMIT-CHECK-SW
                   END-IF
               END-IF
               CLOSE SCRNPARM
           END-IF.
      *
       GET-DORMANT-PARM.
           OPEN INPUT DORMPARM
           IF DORM-PARM-STATUS-OK
               READ DORMPARM
                   AT END
                       SET WS-DORM-PARM-EOF TO TRUE
               END-READ
               IF NOT WS-DORM-PARM-EOF AND DP-DORMANT-MONTHS > ZERO
                   MOVE DP-DORMANT-MONTHS TO WS-DORMANT-MONTHS
               END-IF
               CLOSE DORMPARM
           END-IF.
      *
      * loads the override authorizations once - a missing file just
      * means no overrides are in force
       LOAD-OVERRIDE-TABLE.
           OPEN INPUT OVERRIDE-AUTH
           IF OVR-STATUS-OK
               PERFORM READ-OVERRIDE-RECORD
                   UNTIL WS-OVR-EOF
               CLOSE OVERRIDE-AUTH
           END-IF.
      *
       READ-OVERRIDE-RECORD.
           READ OVERRIDE-AUTH
               AT END
                   SET WS-OVR-EOF TO TRUE
               NOT AT END
                   IF WS-OVR-COUNT < 200
                       ADD 1 TO WS-OVR-COUNT
                       MOVE OV-ACCT-NO
                           TO WS-OV-ACCT-NO(WS-OVR-COUNT)
                       MOVE OV-TEMP-LIMIT
                           TO WS-OV-TEMP-LIMIT(WS-OVR-COUNT)
                       MOVE OV-EXPIRY-DATE
                           TO WS-OV-EXPIRY(WS-OVR-COUNT)
                   END-IF
           END-READ.
      *
       RELEASE-ALL-TRANSACTIONS.
           OPEN INPUT TRAN-FILE
               PERFORM RELEASE-ONE-SUSPENSE-RECORD
                   UNTIL SUSP-LASTREC = 'Y'
               CLOSE SUSPENSE-FILE
           END-IF
           OPEN INPUT RELEASED-FILE
           IF RLSE-STATUS-OK
               PERFORM RELEASE-ONE-RELEASED-RECORD
                   UNTIL RLSE-LASTREC = 'Y'
               CLOSE RELEASED-FILE
           END-IF.
      *
       RELEASE-ONE-FEED-RECORD.
               MOVE TR-AMOUNT    TO TS-AMOUNT
               MOVE TR-TYPE-CODE TO TS-TYPE-CODE
               MOVE WS-TODAY     TO TS-FIRST-DATE
               MOVE 'N'          TO TS-RELEASED-SW
               IF TS-TYPE-CODE = 'R'
                   PERFORM NOTE-RETURN-ITEM
               END-IF
               IF TS-TYPE-CODE = 'D'
                   PERFORM NOTE-DEBIT-ITEM
               END-IF
               RELEASE TRAN-SORT-REC
           END-READ.
      *
               MOVE SU-AMOUNT     TO TS-AMOUNT
               MOVE SU-TYPE-CODE  TO TS-TYPE-CODE
               MOVE SU-FIRST-DATE TO TS-FIRST-DATE
               MOVE 'N'           TO TS-RELEASED-SW
               IF TS-TYPE-CODE = 'R'
                   PERFORM NOTE-RETURN-ITEM
               END-IF
               IF TS-TYPE-CODE = 'D'
                   PERFORM NOTE-DEBIT-ITEM
               END-IF
               RELEASE TRAN-SORT-REC
           END-READ.
      *
      * a released debit was screened and reviewed already - it goes
      * straight through, dated into the suspense aging from today
       RELEASE-ONE-RELEASED-RECORD.
           READ RELEASED-FILE
           AT END MOVE 'Y' TO RLSE-LASTREC
           NOT AT END
               ADD 1 TO WS-RELEASED-COUNT
               MOVE RL-ACCT-NO   TO TS-ACCT-NO
               MOVE RL-TRAN-DATE TO TS-TRAN-DATE
               MOVE RL-AMOUNT    TO TS-AMOUNT
               MOVE RL-TYPE-CODE TO TS-TYPE-CODE
      * a released debit that suspends ages from the day it first
      * reached this run, not the day the reviewer let it go
               IF RL-FIRST-DATE NUMERIC AND RL-FIRST-DATE > ZERO
                   MOVE RL-FIRST-DATE TO TS-FIRST-DATE
               ELSE
                   MOVE WS-TODAY     TO TS-FIRST-DATE
               END-IF
               MOVE 'Y'          TO TS-RELEASED-SW
               RELEASE TRAN-SORT-REC
           END-READ.
      *
      * a returned payment gets one match entry per account and
      * amount, however many times it appears
       NOTE-RETURN-ITEM.
           MOVE TS-ACCT-NO TO WS-RM-LOOK-ACCT-NO
           MOVE TS-AMOUNT  TO WS-RM-LOOK-AMOUNT
           PERFORM FIND-RETURN-ENTRY
           IF NOT WS-RM-FOUND
               IF WS-RM-COUNT < 200
                   ADD 1 TO WS-RM-COUNT
                   MOVE TS-ACCT-NO TO WS-RM-ACCT-NO(WS-RM-COUNT)
                   MOVE TS-AMOUNT  TO WS-RM-AMOUNT(WS-RM-COUNT)
                   MOVE ZERO TO WS-RM-CREDITS(WS-RM-COUNT)
                   MOVE ZERO TO WS-RM-REVERSED(WS-RM-COUNT)
                   MOVE ZERO TO WS-RM-PAID-DATE(WS-RM-COUNT)
                   MOVE ZERO TO WS-RM-RECENT(WS-RM-COUNT)
               ELSE
                   SET WS-RM-FULL TO TRUE
               END-IF
           END-IF.
      *
      * a debit gets one typical-debit entry per account
       NOTE-DEBIT-ITEM.
           MOVE TS-ACCT-NO TO WS-TD-LOOK-ACCT-NO
           PERFORM FIND-DEBIT-ENTRY
           IF NOT WS-TD-FOUND
               IF WS-TD-COUNT < 1000
                   ADD 1 TO WS-TD-COUNT
                   MOVE TS-ACCT-NO TO WS-TD-ACCT-NO(WS-TD-COUNT)
                   MOVE ZERO TO WS-TD-DEBITS(WS-TD-COUNT)
                   MOVE ZERO TO WS-TD-TOTAL(WS-TD-COUNT)
               ELSE
                   SET WS-TD-FULL TO TRUE
               END-IF
           END-IF.
      *
       FIND-DEBIT-ENTRY.
           MOVE 'N' TO WS-TD-FOUND-SW
           PERFORM VARYING WS-TD-INDEX FROM 1 BY 1
               UNTIL WS-TD-INDEX > WS-TD-COUNT
               OR WS-TD-FOUND
               IF WS-TD-ACCT-NO(WS-TD-INDEX) = WS-TD-LOOK-ACCT-NO
                   SET WS-TD-FOUND TO TRUE
                   MOVE WS-TD-INDEX TO WS-TD-HIT
               END-IF
           END-PERFORM.
      *
       FIND-RETURN-ENTRY.
           MOVE 'N' TO WS-RM-FOUND-SW
           PERFORM VARYING WS-RM-INDEX FROM 1 BY 1
               UNTIL WS-RM-INDEX > WS-RM-COUNT
               OR WS-RM-FOUND
               IF WS-RM-ACCT-NO(WS-RM-INDEX) = WS-RM-LOOK-ACCT-NO
                  AND WS-RM-AMOUNT(WS-RM-INDEX) = WS-RM-LOOK-AMOUNT
                   SET WS-RM-FOUND TO TRUE
                   MOVE WS-RM-INDEX TO WS-RM-HIT
               END-IF
           END-PERFORM.
      *
      * one pass over the history before tonight's postings are added
      * to it - for the returns being matched and the typical debits
      * of the accounts being charged, so only when there are either
       SCAN-POSTING-HISTORY.
           IF WS-RM-COUNT = ZERO AND WS-TD-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCT-HIST
           IF HIST-STATUS-OK
               PERFORM SCAN-ONE-HISTORY-RECORD
                   UNTIL HIST-LASTREC = 'Y'
               CLOSE ACCT-HIST
           END-IF.
      *
       SCAN-ONE-HISTORY-RECORD.
           READ ACCT-HIST
           AT END MOVE 'Y' TO HIST-LASTREC
           NOT AT END
               PERFORM VARYING WS-RM-INDEX FROM 1 BY 1
                   UNTIL WS-RM-INDEX > WS-RM-COUNT
                   IF WS-RM-ACCT-NO(WS-RM-INDEX) = AH-ACCT-NO
                       PERFORM TALLY-HISTORY-FOR-RETURN
                   END-IF
               END-PERFORM
               IF AH-TYPE-DEBIT
                  AND AH-TRAN-DATE >= WS-RETURN-CUTOFF
                   PERFORM TALLY-HISTORY-FOR-DEBIT
               END-IF
           END-READ.
      *
       TALLY-HISTORY-FOR-DEBIT.
           MOVE AH-ACCT-NO TO WS-TD-LOOK-ACCT-NO
           PERFORM FIND-DEBIT-ENTRY
           IF WS-TD-FOUND
               ADD 1 TO WS-TD-DEBITS(WS-TD-HIT)
               ADD AH-AMOUNT TO WS-TD-TOTAL(WS-TD-HIT)
           END-IF.
      *
       TALLY-HISTORY-FOR-RETURN.
           IF AH-TYPE-RETURN
              AND AH-TRAN-DATE >= WS-RETURN-CUTOFF
               ADD 1 TO WS-RM-RECENT(WS-RM-INDEX)
           END-IF
           IF AH-AMOUNT = WS-RM-AMOUNT(WS-RM-INDEX)
               EVALUATE TRUE
                   WHEN AH-TYPE-CREDIT
                       ADD 1 TO WS-RM-CREDITS(WS-RM-INDEX)
                       IF AH-TRAN-DATE > WS-RM-PAID-DATE(WS-RM-INDEX)
                           MOVE AH-TRAN-DATE
                               TO WS-RM-PAID-DATE(WS-RM-INDEX)
                       END-IF
                   WHEN AH-TYPE-RETURN
                       ADD 1 TO WS-RM-REVERSED(WS-RM-INDEX)
               END-EVALUATE
           END-IF.
      *
       LOAD-PRODUCT-TERMS.
           OPEN INPUT PRODTERM
           IF PROD-STATUS-OK
               PERFORM READ-PRODUCT-RECORD
                   UNTIL WS-PROD-EOF
               CLOSE PRODTERM
           END-IF.
      *
       READ-PRODUCT-RECORD.
           READ PRODTERM
               AT END
                   SET WS-PROD-EOF TO TRUE
               NOT AT END
                   IF WS-PROD-COUNT < 10
                       ADD 1 TO WS-PROD-COUNT
                       MOVE PT-PRODUCT-CODE
                           TO WS-PT-CODE(WS-PROD-COUNT)
                       IF PT-RETURN-FEE NUMERIC
                           MOVE PT-RETURN-FEE
                               TO WS-PT-RETURN-FEE(WS-PROD-COUNT)
                       ELSE
                           MOVE WS-DEFAULT-RETURN-FEE
                               TO WS-PT-RETURN-FEE(WS-PROD-COUNT)
                       END-IF
                   END-IF
           END-READ.
      *
       SELECT-RETURN-FEE.
           MOVE WS-DEFAULT-RETURN-FEE TO WS-APPLIED-RETURN-FEE
           MOVE 'N' TO WS-PROD-FOUND-SW
           IF ACCT-PRODUCT-CODE NOT = SPACES
               PERFORM VARYING WS-PROD-INDEX FROM 1 BY 1
                   UNTIL WS-PROD-INDEX > WS-PROD-COUNT
                   OR WS-PROD-FOUND
                   IF WS-PT-CODE(WS-PROD-INDEX) = ACCT-PRODUCT-CODE
                       SET WS-PROD-FOUND TO TRUE
                       MOVE WS-PT-RETURN-FEE(WS-PROD-INDEX)
                           TO WS-APPLIED-RETURN-FEE
                   END-IF
               END-PERFORM
           END-IF.
      *
      * the money the run moved goes to the ledger as balanced pairs
      * through the account-mapping file - one pair for the charges,
      * one for the payments, one for recoveries on charged-off
      * accounts, which accounting books against the loss, and one
      * each for returned payments and the fees charged on them
       WRITE-GL-JOURNAL.
           IF WS-AMT-DEBITS NOT = ZERO
               MOVE 'DEBITS' TO WS-GL-SOURCE-CODE
               IF WS-GL-JOURNALED-SW = 'Y'
                   ADD WS-GL-AMOUNT TO WS-GL-JOURNALED-TOTAL
               END-IF
           END-IF
           IF WS-AMT-RECOVERIES NOT = ZERO
               MOVE 'RECOVERIES' TO WS-GL-SOURCE-CODE
               MOVE WS-AMT-RECOVERIES TO WS-GL-AMOUNT
               CALL 'GLJRNL' USING WS-GL-JOB-NAME WS-GL-SOURCE-CODE
                   WS-GL-AMOUNT WS-GL-JOURNALED-SW
               IF WS-GL-JOURNALED-SW = 'Y'
                   ADD WS-GL-AMOUNT TO WS-GL-JOURNALED-TOTAL
               END-IF
           END-IF
           IF WS-AMT-RETURNS NOT = ZERO
               MOVE 'RETURNS' TO WS-GL-SOURCE-CODE
               MOVE WS-AMT-RETURNS TO WS-GL-AMOUNT
               CALL 'GLJRNL' USING WS-GL-JOB-NAME WS-GL-SOURCE-CODE
                   WS-GL-AMOUNT WS-GL-JOURNALED-SW
               IF WS-GL-JOURNALED-SW = 'Y'
                   ADD WS-GL-AMOUNT TO WS-GL-JOURNALED-TOTAL
               END-IF
           END-IF
           IF WS-AMT-RETURN-FEES NOT = ZERO
               MOVE 'RETURN-FEES' TO WS-GL-SOURCE-CODE
               MOVE WS-AMT-RETURN-FEES TO WS-GL-AMOUNT
               CALL 'GLJRNL' USING WS-GL-JOB-NAME WS-GL-SOURCE-CODE
                   WS-GL-AMOUNT WS-GL-JOURNALED-SW
               IF WS-GL-JOURNALED-SW = 'Y'
                   ADD WS-GL-AMOUNT TO WS-GL-JOURNALED-TOTAL
               END-IF
           END-IF.
      *
      * the amount that actually landed on the ledger feed, whole
      * the transactions arrive sorted by account, so one keyed read
      * fetches each account once; the rewrite and register line wait
      * until the account's last transaction has been applied
      * a transaction dated in a closed accounting period rejects -
      * it is reported, never retried from suspense, since only a
      * deliberate reopen could ever let it post
       POST-ONE-TRANSACTION.
           MOVE ST-TRAN-DATE TO WS-FISCAL-DATE
           PERFORM SET-FISCAL-PERIOD
           PERFORM CHECK-PERIOD-OPEN
           IF NOT WS-PERIOD-IS-OPEN
               MOVE 'ACCOUNTING PERIOD CLOSED' TO RJ-REASON-TEXT
               NOT INVALID KEY
                   MOVE 'H' TO WS-ACCT-STATE
                   MOVE ACCT-BALANCE TO WS-OPENING-BALANCE
                   MOVE ACCT-LAST-ACTIVITY
                       TO WS-FETCHED-LAST-ACTIVITY
                   MOVE ZERO TO WS-ACCT-TRAN-COUNT
                   PERFORM GET-RECENT-RETURNS
           END-READ.
      *
       APPLY-ONE-TRANSACTION.
           IF ACCT-CHARGED-OFF
               PERFORM APPLY-CHARGED-OFF-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ST-TYPE-DEBIT
                   PERFORM SCREEN-ONE-DEBIT
                   IF WS-DEBIT-HELD
                       PERFORM HOLD-ONE-DEBIT
                   ELSE
                       ADD ST-AMOUNT TO ACCT-BALANCE
                       ADD ST-AMOUNT TO WS-AMT-DEBITS
                       ADD 1 TO WS-TRANS-POSTED
                       ADD 1 TO WS-ACCT-TRAN-COUNT
                       PERFORM STAMP-LAST-ACTIVITY
                       PERFORM WRITE-HISTORY-RECORD
                   END-IF
               WHEN ST-TYPE-CREDIT
                   SUBTRACT ST-AMOUNT FROM ACCT-BALANCE
                   ADD ST-AMOUNT TO WS-AMT-CREDITS
                   PERFORM ACCUMULATE-CYCLE-CREDITS
                   ADD 1 TO WS-TRANS-POSTED
                   ADD 1 TO WS-ACCT-TRAN-COUNT
                   PERFORM STAMP-LAST-ACTIVITY
                   PERFORM WRITE-HISTORY-RECORD
                   PERFORM NOTE-CREDIT-FOR-RETURNS
               WHEN ST-TYPE-RETURN
                   PERFORM REVERSE-RETURNED-PAYMENT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION TYPE' TO RJ-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
           END-EVALUATE.
      *
      * every debit counts toward its account's debits that day; one
      * released from review has been judged already and posts. the
      * rules are all tried, so the review report shows each one
      * the debit tripped.
       SCREEN-ONE-DEBIT.
           IF ST-ACCT-NO NOT = WS-DAY-ACCT-NO
              OR ST-TRAN-DATE NOT = WS-DAY-DATE
               MOVE ST-ACCT-NO   TO WS-DAY-ACCT-NO
               MOVE ST-TRAN-DATE TO WS-DAY-DATE
               MOVE ZERO         TO WS-DAY-DEBITS
           END-IF
           ADD 1 TO WS-DAY-DEBITS
           MOVE 'P' TO WS-SCREEN-RESULT-SW
           IF ST-RELEASED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HOLD-RECORD
           PERFORM GET-TYPICAL-DEBIT
           IF WS-DEBIT-MULTIPLE > ZERO
              AND WS-TYPICAL-DEBIT > ZERO
              AND ST-AMOUNT > WS-MULTIPLE-FLOOR
              AND ST-AMOUNT > WS-TYPICAL-DEBIT * WS-DEBIT-MULTIPLE
               MOVE 'Y' TO HD-RULE-MULTIPLE
           END-IF
           IF WS-MAX-DAILY-DEBITS > ZERO
              AND WS-DAY-DEBITS > WS-MAX-DAILY-DEBITS
               MOVE 'Y' TO HD-RULE-DAILY
           END-IF
      * CBL0004's test - months since the activity stamp against the
      * dormant threshold. an account with no stamp yet is new, not
      * dormant, and is not held for it.
           MOVE ZERO TO WS-MONTHS-INACTIVE
           IF WS-FETCHED-ACT-YEAR IS NUMERIC
              AND WS-FETCHED-ACT-MONTH IS NUMERIC
              AND WS-FETCHED-ACT-YEAR > ZERO
               COMPUTE WS-MONTHS-INACTIVE =
                   (WS-TODAY-YEAR * 12 + WS-TODAY-MONTH)
                   - (WS-FETCHED-ACT-YEAR * 12 + WS-FETCHED-ACT-MONTH)
               IF WS-DORMANT-CHECK-ON
                  AND WS-MONTHS-INACTIVE >= WS-DORMANT-MONTHS
                   MOVE 'Y' TO HD-RULE-DORMANT
               END-IF
           END-IF
           PERFORM GET-EFFECTIVE-LIMIT
           IF WS-LIMIT-CHECK-ON
              AND ACCT-BALANCE + ST-AMOUNT > WS-EFFECTIVE-LIMIT
               MOVE 'Y' TO HD-RULE-LIMIT
           END-IF
           IF HD-RULE-FLAGS NOT = SPACES
               MOVE 'H' TO WS-SCREEN-RESULT-SW
           END-IF.
      *
      * the average of the account's debits on the history over the
      * last twelve months - zero when it has none or its entry did
      * not fit the table, and then the multiple rule is not tried
       GET-TYPICAL-DEBIT.
           MOVE ZERO TO WS-TYPICAL-DEBIT
           MOVE ST-ACCT-NO TO WS-TD-LOOK-ACCT-NO
           PERFORM FIND-DEBIT-ENTRY
           IF WS-TD-FOUND
               IF WS-TD-DEBITS(WS-TD-HIT) > ZERO
                  AND WS-TD-TOTAL(WS-TD-HIT) > ZERO
                   COMPUTE WS-TYPICAL-DEBIT ROUNDED =
                       WS-TD-TOTAL(WS-TD-HIT) / WS-TD-DEBITS(WS-TD-HIT)
               END-IF
           END-IF.
      *
      * the limit in force - an unexpired authorization replaces the
      * account's own limit, as in the over-limit listing
       GET-EFFECTIVE-LIMIT.
           MOVE ACCT-LIMIT TO WS-EFFECTIVE-LIMIT
           MOVE 'N' TO WS-OVR-FOUND-SW
           PERFORM VARYING WS-OVR-INDEX FROM 1 BY 1
               UNTIL WS-OVR-INDEX > WS-OVR-COUNT
               OR WS-OVR-FOUND
               IF WS-OV-ACCT-NO(WS-OVR-INDEX) = ACCT-NO
                  AND WS-OV-EXPIRY(WS-OVR-INDEX) >= WS-TODAY
                   SET WS-OVR-FOUND TO TRUE
                   MOVE WS-OV-TEMP-LIMIT(WS-OVR-INDEX)
                       TO WS-EFFECTIVE-LIMIT
               END-IF
           END-PERFORM.
      *
      * the held debit waits on the hold file with the figures it was
      * judged on, and goes on the morning review report; it leaves
      * the account untouched
       HOLD-ONE-DEBIT.
           MOVE WS-TODAY           TO HD-HELD-DATE
           MOVE ST-ACCT-NO         TO HD-ACCT-NO
           MOVE ST-TRAN-DATE       TO HD-TRAN-DATE
           MOVE ST-AMOUNT          TO HD-AMOUNT
           MOVE ST-TYPE-CODE       TO HD-TYPE-CODE
           MOVE ST-FIRST-DATE      TO HD-FIRST-DATE
           MOVE WS-TYPICAL-DEBIT   TO HD-TYPICAL-DEBIT
           MOVE WS-DAY-DEBITS      TO HD-DAILY-COUNT
           IF WS-MONTHS-INACTIVE > 999
               MOVE 999 TO HD-MONTHS-INACTIVE
           ELSE
               MOVE WS-MONTHS-INACTIVE TO HD-MONTHS-INACTIVE
           END-IF
           MOVE ACCT-BALANCE       TO HD-BALANCE
           MOVE WS-EFFECTIVE-LIMIT TO HD-EFFECTIVE-LIMIT
           IF NOT WS-TRIAL-RUN
               WRITE HOLD-RECORD
           END-IF
           ADD 1 TO WS-HELD-COUNT
           ADD ST-AMOUNT TO WS-AMT-HELD
           PERFORM WRITE-HOLD-LINE.
      *
       WRITE-HOLD-LINE.
           MOVE HD-ACCT-NO         TO HR-ACCT-NO
           MOVE HD-TRAN-DATE       TO HR-TRAN-DATE
           MOVE HD-AMOUNT          TO HR-AMOUNT-O
           MOVE HD-TYPICAL-DEBIT   TO HR-TYPICAL-O
           MOVE HD-DAILY-COUNT     TO HR-DAILY-O
           MOVE HD-MONTHS-INACTIVE TO HR-INACTIVE-O
           MOVE SPACES TO HR-RULE-MULTIPLE HR-RULE-DAILY
                          HR-RULE-DORMANT HR-RULE-LIMIT
           IF HD-RULE-MULTIPLE = 'Y'
               MOVE 'SIZE' TO HR-RULE-MULTIPLE
           END-IF
           IF HD-RULE-DAILY = 'Y'
               MOVE 'COUNT' TO HR-RULE-DAILY
           END-IF
           IF HD-RULE-DORMANT = 'Y'
               MOVE 'DORM' TO HR-RULE-DORMANT
           END-IF
           IF HD-RULE-LIMIT = 'Y'
               MOVE 'LIMIT' TO HR-RULE-LIMIT
           END-IF
           WRITE HOLD-LINE FROM HOLD-DETAIL-LINE.
      *
       WRITE-HOLD-TRAILER.
           MOVE WS-HELD-COUNT     TO HT-HELD-O
           MOVE WS-AMT-HELD       TO HT-AMOUNT-O
           MOVE WS-RELEASED-COUNT TO HT-RELEASED-O
           WRITE HOLD-LINE FROM HOLD-TRAILER-LINE.
      *
      * the account's returns over the last twelve months, as the
      * history stood before tonight
       GET-RECENT-RETURNS.
           MOVE ZERO TO WS-ACCT-RECENT-RETURNS
           MOVE 'N' TO WS-RM-FOUND-SW
           PERFORM VARYING WS-RM-INDEX FROM 1 BY 1
               UNTIL WS-RM-INDEX > WS-RM-COUNT
               OR WS-RM-FOUND
               IF WS-RM-ACCT-NO(WS-RM-INDEX) = ACCT-NO
                   SET WS-RM-FOUND TO TRUE
                   MOVE WS-RM-RECENT(WS-RM-INDEX)
                       TO WS-ACCT-RECENT-RETURNS
               END-IF
           END-PERFORM.
      *
      * a payment posted tonight can come back in the same feed
       NOTE-CREDIT-FOR-RETURNS.
           IF WS-RM-COUNT > ZERO
               MOVE ST-ACCT-NO TO WS-RM-LOOK-ACCT-NO
               MOVE ST-AMOUNT  TO WS-RM-LOOK-AMOUNT
               PERFORM FIND-RETURN-ENTRY
               IF WS-RM-FOUND
                   ADD 1 TO WS-RM-CREDITS(WS-RM-HIT)
                   MOVE ST-TRAN-DATE TO WS-RM-PAID-DATE(WS-RM-HIT)
               END-IF
           END-IF.
      *
      * the bounced payment goes back on the balance and comes back
      * out of the cycle's credits, so the month-end delinquency test
      * no longer counts it; the fee goes on as its own history line.
      * a return that overflowed the match table waits in suspense
      * for tomorrow's run.
       REVERSE-RETURNED-PAYMENT.
           MOVE ST-ACCT-NO TO WS-RM-LOOK-ACCT-NO
           MOVE ST-AMOUNT  TO WS-RM-LOOK-AMOUNT
           PERFORM FIND-RETURN-ENTRY
           IF NOT WS-RM-FOUND
               MOVE 'RETURN NOT MATCHED - RETRY' TO RJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               PERFORM WRITE-SUSPENSE-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-RM-CREDITS(WS-RM-HIT)
              NOT > WS-RM-REVERSED(WS-RM-HIT)
               MOVE 'ORIGINAL PAYMENT NOT FOUND' TO RJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RM-REVERSED(WS-RM-HIT)
           ADD ST-AMOUNT TO ACCT-BALANCE
           ADD ST-AMOUNT TO WS-AMT-RETURNS
           IF ACCT-CYCLE-CREDITS NUMERIC
              AND ACCT-CYCLE-CREDITS > ST-AMOUNT
               SUBTRACT ST-AMOUNT FROM ACCT-CYCLE-CREDITS
           ELSE
               MOVE ZERO TO ACCT-CYCLE-CREDITS
           END-IF
           ADD 1 TO WS-TRANS-POSTED
           ADD 1 TO WS-ACCT-TRAN-COUNT
           ADD 1 TO WS-RETURN-COUNT
           ADD 1 TO WS-ACCT-RECENT-RETURNS
           PERFORM STAMP-LAST-ACTIVITY
           PERFORM WRITE-HISTORY-RECORD
           PERFORM SELECT-RETURN-FEE
           IF WS-APPLIED-RETURN-FEE > ZERO
               ADD WS-APPLIED-RETURN-FEE TO ACCT-BALANCE
               ADD WS-APPLIED-RETURN-FEE TO WS-AMT-RETURN-FEES
               MOVE ST-ACCT-NO   TO AH-ACCT-NO
               MOVE ST-TRAN-DATE TO AH-TRAN-DATE
               MOVE WS-APPLIED-RETURN-FEE TO AH-AMOUNT
               MOVE 'F'          TO AH-TYPE-CODE
               IF NOT WS-TRIAL-RUN
                   WRITE ACCT-HIST-RECORD
               END-IF
           END-IF
           PERFORM WRITE-RETURN-LINE.
      *
       WRITE-RETURN-LINE.
           MOVE ST-ACCT-NO    TO RR-ACCT-NO
           MOVE ST-TRAN-DATE  TO RR-TRAN-DATE
           MOVE ST-AMOUNT     TO RR-AMOUNT-O
           MOVE WS-RM-PAID-DATE(WS-RM-HIT) TO RR-PAID-DATE
           MOVE WS-APPLIED-RETURN-FEE  TO RR-FEE-O
           MOVE WS-ACCT-RECENT-RETURNS TO RR-RECENT-O
           IF WS-ACCT-RECENT-RETURNS >= WS-REVIEW-RETURNS
               ADD 1 TO WS-REVIEW-COUNT
               MOVE '** REVIEW **' TO RR-FLAG-TEXT
           ELSE
               MOVE SPACES         TO RR-FLAG-TEXT
           END-IF
           WRITE RETURN-LINE FROM RETURN-DETAIL-LINE.
      *
       WRITE-RETURN-TRAILER.
           MOVE WS-RETURN-COUNT    TO RR-COUNT-O
           MOVE WS-AMT-RETURNS     TO RR-TOTAL-O
           MOVE WS-AMT-RETURN-FEES TO RR-FEES-O
           WRITE RETURN-LINE FROM RETURN-TRAILER-LINE
           MOVE WS-REVIEW-COUNT    TO RR-REVIEW-O
           WRITE RETURN-LINE FROM RETURN-TRAILER-LINE-2.
      *
      * the balance was written off, so a payment doesn't pay it
      * down - it is a recovery against the loss, kept on the
      * account and listed. nothing new can be charged to it.
       APPLY-CHARGED-OFF-TRANSACTION.
           EVALUATE TRUE
               WHEN ST-TYPE-CREDIT
                   IF ACCT-RECOVERED-AMOUNT NUMERIC
                       ADD ST-AMOUNT TO ACCT-RECOVERED-AMOUNT
                   ELSE
                       MOVE ST-AMOUNT TO ACCT-RECOVERED-AMOUNT
                   END-IF
                   ADD ST-AMOUNT TO WS-AMT-RECOVERIES
                   ADD 1 TO WS-RECOVERY-COUNT
                   ADD 1 TO WS-TRANS-POSTED
                   ADD 1 TO WS-ACCT-TRAN-COUNT
                   PERFORM STAMP-LAST-ACTIVITY
                   PERFORM WRITE-HISTORY-RECORD
                   PERFORM WRITE-RECOVERY-LINE
      * a bounced recovery is left to collections to unwind
               WHEN ST-TYPE-DEBIT
               WHEN ST-TYPE-RETURN
                   MOVE 'ACCOUNT CHARGED OFF' TO RJ-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION TYPE' TO RJ-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
           END-EVALUATE.
      *
       WRITE-RECOVERY-LINE.
           MOVE ST-ACCT-NO            TO RV-ACCT-NO
           MOVE ST-TRAN-DATE          TO RV-TRAN-DATE
           MOVE ST-AMOUNT             TO RV-AMOUNT-O
           MOVE ACCT-RECOVERED-AMOUNT TO RV-TO-DATE-O
           MOVE ACCT-CHARGEOFF-AMOUNT TO RV-CHARGEOFF-O
           MOVE ACCT-CHARGEOFF-DATE   TO RV-CHARGEOFF-DATE
           WRITE RECOVERY-LINE FROM RECOVERY-DETAIL-LINE.
      *
       WRITE-RECOVERY-TRAILER.
           MOVE WS-RECOVERY-COUNT TO RV-COUNT-O
           MOVE WS-AMT-RECOVERIES TO RV-TOTAL-O
           WRITE RECOVERY-LINE FROM RECOVERY-TRAILER-LINE.
      *
      * payments received this cycle feed the month-end delinquency
      * test - a record from before the field existed starts at the
           MOVE ST-TRAN-DATE TO AH-TRAN-DATE
           MOVE ST-AMOUNT    TO AH-AMOUNT
           MOVE ST-TYPE-CODE TO AH-TYPE-CODE
           IF NOT WS-TRIAL-RUN
               WRITE ACCT-HIST-RECORD
           END-IF.
      *
       WRITE-REJECT-RECORD.
           MOVE ST-ACCT-NO    TO RJ-ACCT-NO
      *
      * the rebuilt suspense - only the items that rejected again
      * tonight - becomes the live file, and the aging report flags
      * anything stuck past the parameter limit. a trial run prints
      * the aging report and leaves the live file alone.
       RELOAD-SUSPENSE-FILE.
           OPEN OUTPUT SUSPENSE-RPT
           OPEN INPUT SUSPENSE-WORK-FILE
           IF NOT WS-TRIAL-RUN
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           PERFORM RELOAD-ONE-SUSPENSE-ITEM
               UNTIL WORK-LASTREC = 'Y'
           CLOSE SUSPENSE-WORK-FILE
           IF NOT WS-TRIAL-RUN
               CLOSE SUSPENSE-FILE
           END-IF
           MOVE WS-SUSPENDED-COUNT TO SU-COUNT-O
           MOVE WS-STUCK-COUNT     TO SU-STUCK-O
           WRITE SUSPENSE-LINE FROM SUSP-TRAILER-LINE
           AT END MOVE 'Y' TO WORK-LASTREC
           NOT AT END
               MOVE SUSPENSE-WORK-RECORD TO SUSPENSE-RECORD
               IF NOT WS-TRIAL-RUN
                   WRITE SUSPENSE-RECORD FROM SUSPENSE-WORK-RECORD
               END-IF
               PERFORM AGE-ONE-SUSPENSE-ITEM
           END-READ.
      *
      * rewrites the updated account in place and leaves its register
      * line - accounts with no activity are never touched
       FINISH-THIS-ACCOUNT.
           IF WS-TRIAL-RUN
               ADD 1 TO WS-ACCTS-UPDATED
               PERFORM WRITE-REGISTER-LINE
               MOVE SPACE TO WS-ACCT-STATE
               EXIT PARAGRAPH
           END-IF
           REWRITE ACCT-FIELDS
               INVALID KEY
                   DISPLAY 'CBL0002: REWRITE FAILED FOR ' ACCT-NO
                   MOVE 'ACCTREC'  TO WS-FE-FILE
                   MOVE 'REWRITE'  TO WS-FE-OPERATION
                   MOVE WS-ACCT-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM REPORT-FILE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-ACCTS-UPDATED
                   PERFORM WRITE-REGISTER-LINE
           MOVE WS-TRANS-READ     TO RT-TRANS-READ-O
           MOVE WS-TRANS-POSTED   TO RT-TRANS-POSTED-O
           MOVE WS-TRANS-REJECTED TO RT-TRANS-REJ-O
           MOVE WS-HELD-COUNT     TO RT-TRANS-HELD-O
           WRITE REGISTER-REC FROM REGISTER-TRAILER-LINE
           IF WS-TRIAL-RUN
               WRITE REGISTER-REC FROM REGISTER-TRIAL-LINE
           END-IF.
      *
      * every bad file status goes through FILEERR, which logs it and
      * raises RETURN-CODE to the shop's warning, error, or severe
      * code - never lowers it. a severe failure returns here and the
      * caller GOBACKs, so PROG001's chain sees the code.
       REPORT-FILE-ERROR.
           MOVE RETURN-CODE TO WS-FE-RETURN-CODE
           CALL 'FILEERR' USING WS-FE-PROGRAM WS-FE-FILE
               WS-FE-OPERATION WS-FE-STATUS WS-FE-SEVERITY
               WS-FE-END-RUN WS-FE-RETURN-CODE
           MOVE WS-FE-RETURN-CODE TO RETURN-CODE
           MOVE SPACE TO WS-FE-SEVERITY.
      *
