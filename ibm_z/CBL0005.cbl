       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBL0005.
      *--------------------
      * Month-end assessment - charges interest on the cycle's average
      * daily balance, rebuilt from the fiscal period's ACCT-HIST
      * postings from the period's first day to the run date, at
      * a rate from the parameter file (or on the month-end
      * ACCT-BALANCE for a product still on the old method) and an
      * over-limit fee on accounts where ACCT-BALANCE exceeds
      * ACCT-LIMIT, rewriting each charged account in place on the
      * indexed master, stamps the last-activity date, and produces
      * an assessment register with totals. Accounts with nothing to
      * charge are never touched, and a charged-off account accrues
      * nothing further. An amount under open dispute draws no
      * interest, cannot put the account over its limit, and does not
      * count toward the minimum payment. An account on a hardship
      * installment plan is charged the plan rate with no over-limit
      * fee and its cycles held while the installments are met; the
      * first one missed breaks the plan back to normal terms.
      * Each account assessed is stamped with the period and what it
      * was charged, and the run checkpoints its place and totals
      * every so many accounts. A rerun after an interruption takes up
      * from the checkpoint, keeps the register lines the first
      * attempt wrote up to it, and counts any account already
      * stamped for the period from its stamp rather than charging it
      * again, so the journal and balancing totals cover the month
      * once. A month already run to the end is not run again.
      * PARM=T is a trial run - every account assessed and the full
      * register and totals printed, with nothing rewritten, no
      * checkpoint, and nothing journaled or balanced.
      * A live run holds the LOCKCTL ACCTMAST lock while it
      * assesses. The period is the fiscal period LEAP's FISCALPD
      * entry gives for the run date.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      * the limit this run judges the account against
           SELECT OVERRIDE-AUTH ASSIGN TO OVRAUTH
               FILE STATUS IS WS-OVR-STATUS.
           SELECT ASSESS-REG ASSIGN TO ASSESREG
               FILE STATUS IS WS-REG-STATUS.
      * the rerun copies the first attempt's register lines up to the
      * checkpoint through here before carrying on
           SELECT ASSESS-WORK ASSIGN TO ASSESWRK.
      * one-record checkpoint - the period, the last account done and
      * the run's totals so far, and whether the run finished
           SELECT ASSESS-CKPT ASSIGN TO ASSESCKP
               FILE STATUS IS WS-CKPT-STATUS.
      * the permanent posting history CBL0002 keeps - sorted into
      * account and date order, the period's postings rebuild each
      * account's daily balances
           SELECT ACCT-HIST  ASSIGN TO ACCTHIST
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HIST-SORT-FILE ASSIGN TO SRTWORK.
           SELECT SORTED-HIST-FILE ASSIGN TO SRTHIST.
      * the dispute file CBL0018 keeps - the open disputes are taken
      * out of the balance the assessment judges
           SELECT DISPUTE-FILE ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DISP-STATUS.
      * the hardship plan file CBL0020 keeps - each active plan's
      * installment is judged here and the plan rewritten in place
           SELECT PLAN-FILE ASSIGN TO PLANFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-ACCT-NO
               FILE STATUS IS WS-PLAN-STATUS.
      * shop-wide balancing file - the GL counters left here let
      * BALRPT prove the journal feed matches the run
           SELECT BALANCE-FILE ASSIGN TO "BALANCE.DAT"
      * payment, floored at RP-MIN-PAY-FLOOR dollars
           05  RP-MIN-PAY-PCT     PIC 9(2)V9(2).
           05  RP-MIN-PAY-FLOOR   PIC 9(3).
      * the interest method for accounts with no product terms - E
      * for the month-end balance, blank or A for the average daily
      * balance
           05  RP-INTEREST-METHOD PIC X(1).
      * accounts between checkpoints - blank or zero takes 500
           05  RP-CHECKPOINT-EVERY PIC 9(5).
           05  FILLER             PIC X(12).
      *
       FD  PRODTERM RECORDING MODE F.
       01  PRODTERM-REC.
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
               88  PT-ENDING-BALANCE  VALUE 'E'.
           05  FILLER             PIC X(3).
      *
       FD  OVERRIDE-AUTH RECORDING MODE F.
       01  OVERRIDE-AUTH-RECORD.
      *
       FD  ASSESS-REG RECORDING MODE F.
       01  ASSESS-REG-REC         PIC X(100).
      *
       FD  ASSESS-WORK RECORDING MODE F.
       01  ASSESS-WORK-REC        PIC X(100).
      *
       FD  ASSESS-CKPT RECORDING MODE F.
       01  ASSESS-CKPT-RECORD.
           05  CK-PERIOD          PIC 9(6).
           05  CK-RUN-STATUS      PIC X(1).
               88  CK-IN-PROGRESS VALUE 'I'.
               88  CK-COMPLETE    VALUE 'C'.
           05  CK-LAST-ACCT-NO    PIC X(8).
           05  CK-REG-LINES       PIC 9(7).
           05  CK-ACCOUNTS-READ   PIC 9(7).
           05  CK-ACCOUNTS-CHARGED PIC 9(7).
           05  CK-FEES-CHARGED    PIC 9(7).
           05  CK-CHARGED-OFF-SKIPPED PIC 9(7).
           05  CK-ACCOUNTS-RECOVERED PIC 9(7).
           05  CK-TOTAL-INTEREST  PIC S9(9)V99.
           05  CK-TOTAL-FEES      PIC S9(9)V99.
           05  CK-TOTAL-DISPUTED  PIC S9(9)V99.
           05  CK-PLANS-ON-TERMS  PIC 9(7).
           05  CK-PLANS-MET       PIC 9(7).
           05  CK-PLANS-BROKEN    PIC 9(7).
           05  CK-PLANS-COMPLETED PIC 9(7).
      *
       FD  ACCT-HIST RECORDING MODE F.
       01  ACCT-HIST-RECORD.
           05  AH-ACCT-NO         PIC X(8).
           05  AH-TRAN-DATE       PIC 9(8).
           05  AH-AMOUNT          PIC S9(7)V99.
           05  AH-TYPE-CODE       PIC X(1).
      *
       SD  HIST-SORT-FILE.
       01  HIST-SORT-REC.
           05  HS-ACCT-NO         PIC X(8).
           05  HS-TRAN-DATE       PIC 9(8).
           05  HS-AMOUNT          PIC S9(7)V99.
           05  HS-TYPE-CODE       PIC X(1).
      *
       FD  SORTED-HIST-FILE RECORDING MODE F.
       01  SORTED-HIST-RECORD.
           05  SH-ACCT-NO         PIC X(8).
           05  SH-TRAN-DATE       PIC 9(8).
           05  FILLER REDEFINES SH-TRAN-DATE.
               10  SH-TRAN-YEAR   PIC 9(4).
               10  SH-TRAN-MONTH  PIC 9(2).
               10  SH-TRAN-DAY    PIC 9(2).
           05  SH-AMOUNT          PIC S9(7)V99.
           05  SH-TYPE-CODE       PIC X(1).
      * a returned payment and its fee add to the balance like a
      * charge does; payments and dispute credits take it down
               88  SH-ADDS-TO-BALANCE VALUE 'D' 'R' 'F'.
      *
       FD  DISPUTE-FILE RECORDING MODE F.
       01  DISPUTE-RECORD.
           COPY DISPREC.
      *
       FD  PLAN-FILE RECORDING MODE F.
       01  PLAN-RECORD.
           COPY PLANREC.
      *
       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
         05 WS-CHECK-PERIOD     PIC 9(6) VALUE ZERO.
         05 WS-PERIOD-OPEN-SW   PIC X VALUE 'Y'.
           88 WS-PERIOD-IS-OPEN VALUE 'Y'.
         05 WS-FISCAL-YEAR      PIC 9(4) VALUE ZERO.
         05 WS-FISCAL-PERIOD    PIC 9(2) VALUE ZERO.
         05 WS-FISCAL-WEEK      PIC 9(2) VALUE ZERO.
         05 WS-FISCAL-START     PIC 9(8) VALUE ZERO.
         05 WS-FISCAL-END       PIC 9(8) VALUE ZERO.
      *
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
         05 REG-LASTREC       PIC X VALUE SPACE.
         05 WORK-LASTREC      PIC X VALUE SPACE.
         05 HIST-LASTREC      PIC X VALUE SPACE.
         05 WS-HIST-ON-HAND-SW PIC X VALUE 'N'.
           88 WS-HIST-ON-HAND VALUE 'Y'.
      *
       01 WS-HIST-STATUS        PIC X(2) VALUE '00'.
         88 HIST-STATUS-OK      VALUE '00'.
      *
       01 WS-REG-STATUS         PIC X(2) VALUE '00'.
         88 REG-STATUS-OK       VALUE '00'.
       01 WS-CKPT-STATUS        PIC X(2) VALUE '00'.
         88 CKPT-STATUS-OK      VALUE '00'.
      *
      * where a rerun takes up, and how far the run is since its last
      * checkpoint
       01 CHECKPOINT-FIELDS.
         05 WS-RUN-STATE-SW     PIC X(1) VALUE 'N'.
           88 WS-FRESH-RUN      VALUE 'N'.
           88 WS-RESTARTING     VALUE 'R'.
           88 WS-ALREADY-DONE   VALUE 'C'.
         05 WS-RESTART-ACCT-NO  PIC X(8) VALUE SPACES.
         05 WS-LAST-ACCT-DONE   PIC X(8) VALUE SPACES.
         05 WS-SINCE-CHECKPOINT PIC 9(5) VALUE ZERO.
         05 WS-REG-LINES        PIC 9(7) VALUE ZERO.
         05 WS-REG-LINES-KEPT   PIC 9(7) VALUE ZERO.
         05 WS-RECOVERED-SW     PIC X(1) VALUE 'N'.
           88 WS-RECOVERED-ACCOUNT VALUE 'Y'.
         05 WS-RUN-FINISHED-SW  PIC X(1) VALUE 'N'.
           88 WS-RUN-FINISHED   VALUE 'Y'.
      *
      * PARM=T is a trial run. under PROG001's nightly chain the PARM
      * is the chain's - C, then the chain's own run mode.
       01 WS-PARM-STRING        PIC X(80) VALUE SPACES.
       01 WS-RUN-MODE           PIC X VALUE 'P'.
         88 WS-TRIAL-RUN        VALUE 'T' 't'.
      *
       01 WS-PARM-STATUS        PIC X(2) VALUE '00'.
         88 PARM-STATUS-OK      VALUE '00'.
           10 WS-PT-OVER-FEE    PIC 9(5)V9(2).
           10 WS-PT-MINPAY-PCT  PIC 9(2)V9(2).
           10 WS-PT-MINPAY-FLR  PIC 9(3).
           10 WS-PT-INT-METHOD  PIC X(1).
         05 WS-PROD-FOUND-SW    PIC X VALUE 'N'.
           88 WS-PROD-FOUND     VALUE 'Y'.
       01 APPLIED-TERMS.
         05 WS-APPLIED-OVER-FEE PIC 9(5)V9(2) VALUE ZERO.
         05 WS-APPLIED-MP-PCT   PIC 9(2)V9(2) VALUE ZERO.
         05 WS-APPLIED-MP-FLOOR PIC 9(3)      VALUE ZERO.
         05 WS-APPLIED-INT-METHOD PIC X(1)    VALUE SPACE.
           88 WS-APPLIED-ENDING-BAL           VALUE 'E'.
      *
       01 ASSESSMENT-PARMS.
         05 WS-ANNUAL-RATE-PCT  PIC 9(2)V9(2) VALUE 18.00.
         05 WS-OVERLIMIT-FEE    PIC 9(5)V9(2) VALUE 25.00.
         05 WS-MIN-PAY-PCT      PIC 9(2)V9(2) VALUE 02.00.
         05 WS-MIN-PAY-FLOOR    PIC 9(3)      VALUE 020.
         05 WS-INTEREST-METHOD  PIC X(1)      VALUE SPACE.
         05 WS-CHECKPOINT-EVERY PIC 9(5)      VALUE 500.
      *
       01 WS-OVR-STATUS         PIC X(2) VALUE '00'.
         88 OVR-STATUS-OK       VALUE '00'.
           88 WS-OVR-FOUND      VALUE 'Y'.
       01 WS-OVR-TODAY          PIC 9(8) VALUE ZERO.
       01 WS-EFFECTIVE-LIMIT    PIC S9(7)V99 COMP-3 VALUE ZERO.
      *
       01 WS-DISP-STATUS        PIC X(2) VALUE '00'.
         88 DISP-STATUS-OK      VALUE '00'.
       01 WS-DISP-EOF-SWITCH    PIC X    VALUE 'N'.
         88 WS-DISP-EOF                  VALUE 'Y'.
      *
      * the open disputes, and the balance left for the account under
      * test once its disputed amounts are set aside
       01 DISPUTE-TABLE-FIELDS.
         05 WS-DSP-COUNT        PIC 9(3) VALUE ZERO.
         05 WS-DSP-INDEX        PIC 9(3) VALUE ZERO.
         05 WS-DSP-ENTRY OCCURS 500 TIMES.
           10 WS-DS-ACCT-NO     PIC X(8).
           10 WS-DS-AMOUNT      PIC 9(7)V99.
       01 WS-DISPUTED-AMOUNT    PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-UNDISPUTED-BALANCE PIC S9(7)V99 COMP-3 VALUE ZERO.
      *
       01 WS-PLAN-STATUS        PIC X(2) VALUE '00'.
         88 PLAN-STATUS-OK      VALUE '00'.
       01 WS-PLAN-FILE-SW       PIC X    VALUE 'N'.
         88 WS-PLAN-FILE-OPEN            VALUE 'Y'.
      *
      * how the account's hardship plan came out this cycle - kept
      * and completed plans both get the plan's terms for the month
       01 PLAN-JUDGEMENT-FIELDS.
         05 WS-PLAN-RESULT-SW   PIC X(1) VALUE 'N'.
           88 WS-NO-PLAN        VALUE 'N'.
           88 WS-PLAN-KEPT      VALUE 'K'.
           88 WS-PLAN-DONE      VALUE 'C'.
           88 WS-PLAN-BROKE     VALUE 'B'.
           88 WS-ON-PLAN-TERMS  VALUE 'K' 'C'.
         05 WS-PLAN-DUE-PERIOD  PIC 9(6) VALUE ZERO.
         05 WS-PLAN-DUE-AMOUNT  PIC 9(7)V99 VALUE ZERO.
      *
       01 DATE-WORK-FIELDS.
         05 WS-CURRENT-DATE     PIC 9(8).
       01 CHARGE-WORK-FIELDS.
         05 WS-INTEREST-CHARGE  PIC S9(7)V99 COMP-3 VALUE ZERO.
         05 WS-FEE-CHARGE       PIC S9(7)V99 COMP-3 VALUE ZERO.
         05 WS-INTEREST-BASE    PIC S9(7)V99 COMP-3 VALUE ZERO.
      *
      * the average daily balance - each of the period's postings was
      * missing from the balance for the days before its posting date,
      * so the period-end balance less those amount-days over the days
      * in the cycle gives the average without replaying every day.
      * the cycle runs from the fiscal period's first day to the run
      * date, so a 4-4-5 period crossing a month end is weighed whole.
       01 AVERAGE-BALANCE-FIELDS.
         05 WS-CYCLE-DAYS       PIC 9(3) VALUE ZERO.
         05 WS-DAYS-BEFORE      PIC 9(3) VALUE ZERO.
         05 WS-CYCLE-START-DAY  PIC 9(7) VALUE ZERO.
         05 WS-AMOUNT-DAYS      PIC S9(11)V99 COMP-3 VALUE ZERO.
         05 WS-AVERAGE-BALANCE  PIC S9(7)V99 COMP-3 VALUE ZERO.
      *
       01 WS-BALANCE-STATUS     PIC X(2) VALUE '00'.
         88 BALANCE-STATUS-OK   VALUE '00'.
      *
      * parameters for the shared FILEERR handler - a bad status
      * goes on the job log in plain words and sets the return code
       01 FILE-ERROR-FIELDS.
         05 WS-FE-PROGRAM      PIC X(8)  VALUE 'CBL0005'.
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
         05 WS-ACCOUNTS-READ    PIC 9(7) VALUE ZERO.
         05 WS-ACCOUNTS-CHARGED PIC 9(7) VALUE ZERO.
         05 WS-FEES-CHARGED     PIC 9(7) VALUE ZERO.
         05 WS-CHARGED-OFF-SKIPPED PIC 9(7) VALUE ZERO.
         05 WS-ACCOUNTS-RECOVERED PIC 9(7) VALUE ZERO.
         05 WS-TOTAL-INTEREST   PIC S9(9)V99 COMP-3 VALUE ZERO.
         05 WS-TOTAL-FEES       PIC S9(9)V99 COMP-3 VALUE ZERO.
         05 WS-TOTAL-DISPUTED   PIC S9(9)V99 COMP-3 VALUE ZERO.
         05 WS-PLANS-ON-TERMS   PIC 9(7) VALUE ZERO.
         05 WS-PLANS-MET        PIC 9(7) VALUE ZERO.
         05 WS-PLANS-BROKEN     PIC 9(7) VALUE ZERO.
         05 WS-PLANS-COMPLETED  PIC 9(7) VALUE ZERO.
      *
       01 REGISTER-DETAIL-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  RD-FEE-O          PIC $$,$$$,$$9.99.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  RD-NEW-BALANCE-O  PIC $$,$$$,$$9.99-.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  RD-INT-BASE-O     PIC $$,$$$,$$9.99-.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  RD-METHOD-O       PIC X(3).
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  RD-PLAN-O         PIC X(4).
         05  FILLER            PIC X(20) VALUE SPACES.
      *
       01 REGISTER-TOTAL-LINE.
         05  FILLER            PIC X(19) VALUE 'ACCOUNTS CHARGED:  '.
         05  FILLER            PIC X(8)  VALUE '  FEES: '.
         05  RT-FEES-O         PIC $$$,$$$,$$9.99.
         05  FILLER            PIC X(26) VALUE SPACES.
      *
       01 REGISTER-CHGOFF-LINE.
         05  FILLER            PIC X(34) VALUE
                 'CHARGED-OFF ACCOUNTS NOT ASSESSED:'.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  RC-SKIPPED-O      PIC ZZZ,ZZ9.
         05  FILLER            PIC X(58) VALUE SPACES.
      *
       01 REGISTER-DISPUTE-LINE.
         05  FILLER            PIC X(34) VALUE
                 'DISPUTED AMOUNTS NOT ASSESSED:    '.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  RP-DISPUTED-O     PIC $$$,$$$,$$9.99.
         05  FILLER            PIC X(51) VALUE SPACES.
      *
       01 REGISTER-PLAN-LINE.
         05  FILLER            PIC X(25) VALUE
                 'HARDSHIP PLANS ON TERMS: '.
         05  RL-ON-TERMS-O     PIC ZZZ,ZZ9.
         05  FILLER            PIC X(20) VALUE
                 '  INSTALLMENTS MET: '.
         05  RL-MET-O          PIC ZZZ,ZZ9.
         05  FILLER            PIC X(10) VALUE '  BROKEN: '.
         05  RL-BROKEN-O       PIC ZZZ,ZZ9.
         05  FILLER            PIC X(13) VALUE '  COMPLETED: '.
         05  RL-COMPLETED-O    PIC ZZZ,ZZ9.
         05  FILLER            PIC X(4)  VALUE SPACES.
      *
       01 REGISTER-RESTART-LINE.
         05  FILLER            PIC X(34) VALUE
                 '*** RUN RESTARTED AFTER ACCOUNT   '.
         05  RR-ACCT-NO        PIC X(8).
         05  FILLER            PIC X(58) VALUE SPACES.
      *
       01 REGISTER-TRIAL-LINE.
         05  FILLER            PIC X(50) VALUE
                 '*** TRIAL RUN - NOTHING WAS CHARGED TO ACCTREC ***'.
         05  FILLER            PIC X(50) VALUE SPACES.
      *
       01 REGISTER-RECOVERED-LINE.
         05  FILLER            PIC X(34) VALUE
                 'ACCOUNTS ALREADY STAMPED ON RERUN:'.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  RV-RECOVERED-O    PIC ZZZ,ZZ9.
         05  FILLER            PIC X(58) VALUE SPACES.
      *
      * parameters for the shared LOCKCTL master-file lock - taken
      * before ACCT-REC is opened for update, handed back once it
      * is closed
       01 LOCK-FIELDS.
         05 WS-LOCK-ACTION     PIC X(1)  VALUE 'L'.
         05 WS-LOCK-NAME       PIC X(8)  VALUE 'ACCTMAST'.
         05 WS-LOCK-PROGRAM    PIC X(8)  VALUE 'CBL0005'.
         05 WS-LOCK-RESULT     PIC X(1)  VALUE SPACE.
           88 WS-LOCK-TAKEN    VALUE 'Y'.
         05 WS-LOCK-SAVED-RC   PIC 9(4)  VALUE ZERO.
         05 WS-LOCK-HELD-SW    PIC X(1)  VALUE 'N'.
           88 WS-LOCK-HELD     VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           PERFORM GET-RUN-MODE
           PERFORM GET-RATE-PARM
           PERFORM LOAD-PRODUCT-TERMS
           PERFORM LOAD-OVERRIDE-TABLE
           PERFORM LOAD-DISPUTE-TABLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
      * the assessment posts into the current fiscal period - a
      * closed period refuses the whole run rather than restating it
           PERFORM LOAD-PERIOD-CONTROL
           PERFORM SET-FISCAL-PERIOD
           PERFORM SET-CYCLE-DAYS
           PERFORM CHECK-PERIOD-OPEN
           IF NOT WS-PERIOD-IS-OPEN
               DISPLAY 'CBL0005: ACCOUNTING PERIOD ' WS-CHECK-PERIOD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      * a month run to the end is never assessed twice; one cut short
      * takes up from its checkpoint
           PERFORM GET-CHECKPOINT
           IF WS-ALREADY-DONE
               DISPLAY 'CBL0005: PERIOD ' WS-CHECK-PERIOD
                   ' ALREADY ASSESSED - NOTHING DONE.'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
      * a month cut short is finished live - a trial would replace the
      * register lines the rerun keeps
           IF WS-TRIAL-RUN AND WS-RESTARTING
               DISPLAY 'CBL0005: PERIOD ' WS-CHECK-PERIOD
                   ' WAS CUT SHORT - RERUN IT LIVE, NO TRIAL RUN.'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-TRIAL-RUN
               PERFORM TAKE-MASTER-LOCK
               IF NOT WS-LOCK-HELD
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
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
           PERFORM SORT-HISTORY-FILE
      * no plan file yet just means nobody is on a plan
           IF WS-TRIAL-RUN
               OPEN INPUT PLAN-FILE
           ELSE
               OPEN I-O PLAN-FILE
           END-IF
           IF PLAN-STATUS-OK
               SET WS-PLAN-FILE-OPEN TO TRUE
           END-IF
           IF WS-RESTARTING
               PERFORM RESTORE-REGISTER
               PERFORM POSITION-AT-CHECKPOINT
           ELSE
               OPEN OUTPUT ASSESS-REG
           END-IF
           IF WS-TRIAL-RUN
               WRITE ASSESS-REG-REC FROM REGISTER-TRIAL-LINE
           ELSE
               PERFORM WRITE-CHECKPOINT
           END-IF.
      *
       ASSESS-ALL-ACCOUNTS.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM ASSESS-ONE-ACCOUNT
               MOVE ACCT-NO TO WS-LAST-ACCT-DONE
               PERFORM TAKE-CHECKPOINT-IF-DUE
               PERFORM READ-RECORD
           END-PERFORM
           .
      *
       CLOSE-STOP.
           PERFORM WRITE-REGISTER-TOTAL
      * a trial run leaves no checkpoint, journal, or balancing
      * record, so the live run still assesses the month
           IF WS-TRIAL-RUN
               WRITE ASSESS-REG-REC FROM REGISTER-TRIAL-LINE
               DISPLAY 'CBL0005: TRIAL RUN - NOTHING WAS ASSESSED'
           ELSE
               PERFORM WRITE-GL-JOURNAL
               PERFORM WRITE-BALANCE-TOTALS
               SET WS-RUN-FINISHED TO TRUE
               PERFORM WRITE-CHECKPOINT
           END-IF
           CLOSE ACCT-REC
           PERFORM RELEASE-MASTER-LOCK
           CLOSE ASSESS-REG
           IF WS-HIST-ON-HAND
               CLOSE SORTED-HIST-FILE
           END-IF
           IF WS-PLAN-FILE-OPEN
               CLOSE PLAN-FILE
           END-IF
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
      * the interest and fees the run charged go to the ledger as
      * balanced pairs through the account-mapping file
       WRITE-GL-JOURNAL.
                   MOVE 'N' TO WS-PERIOD-OPEN-SW
               END-IF
           END-PERFORM.
      *
      * the fiscal period the run date falls in, as the YYYYPP key
      * the period file, the assessed stamp, and the checkpoint carry
       SET-FISCAL-PERIOD.
           CALL 'FISCALPD' USING WS-CURRENT-DATE WS-FISCAL-YEAR
               WS-FISCAL-PERIOD WS-FISCAL-WEEK WS-FISCAL-START
               WS-FISCAL-END
           COMPUTE WS-CHECK-PERIOD =
               WS-FISCAL-YEAR * 100 + WS-FISCAL-PERIOD.
      *
      * the days of the fiscal period up to and including the run
      * date - a period with no start on file starts on the first of
      * the run date's month
       SET-CYCLE-DAYS.
           IF WS-FISCAL-START = ZERO
              OR WS-FISCAL-START > WS-CURRENT-DATE
               COMPUTE WS-FISCAL-START =
                   WS-CURR-YEAR * 10000 + WS-CURR-MONTH * 100 + 1
           END-IF
           COMPUTE WS-CYCLE-START-DAY =
               FUNCTION INTEGER-OF-DATE(WS-FISCAL-START)
           COMPUTE WS-CYCLE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - WS-CYCLE-START-DAY + 1.
      *
       GET-RATE-PARM.
           OPEN INPUT RATEPARM
                      AND RP-MIN-PAY-FLOOR > ZERO
                       MOVE RP-MIN-PAY-FLOOR TO WS-MIN-PAY-FLOOR
                   END-IF
                   MOVE RP-INTEREST-METHOD TO WS-INTEREST-METHOD
                   IF RP-CHECKPOINT-EVERY IS NUMERIC
                      AND RP-CHECKPOINT-EVERY > ZERO
                       MOVE RP-CHECKPOINT-EVERY TO WS-CHECKPOINT-EVERY
                   END-IF
               END-IF
               CLOSE RATEPARM
           END-IF.
                           TO WS-PT-MINPAY-PCT(WS-PROD-COUNT)
                       MOVE PT-MIN-PAY-FLOOR
                           TO WS-PT-MINPAY-FLR(WS-PROD-COUNT)
                       MOVE PT-INTEREST-METHOD
                           TO WS-PT-INT-METHOD(WS-PROD-COUNT)
                   END-IF
           END-READ.
      *
           MOVE WS-OVERLIMIT-FEE   TO WS-APPLIED-OVER-FEE
           MOVE WS-MIN-PAY-PCT     TO WS-APPLIED-MP-PCT
           MOVE WS-MIN-PAY-FLOOR   TO WS-APPLIED-MP-FLOOR
           MOVE WS-INTEREST-METHOD TO WS-APPLIED-INT-METHOD
           MOVE 'N' TO WS-PROD-FOUND-SW
           IF ACCT-PRODUCT-CODE NOT = SPACES
               PERFORM VARYING WS-PROD-INDEX FROM 1 BY 1
                           TO WS-APPLIED-MP-PCT
                       MOVE WS-PT-MINPAY-FLR(WS-PROD-INDEX)
                           TO WS-APPLIED-MP-FLOOR
                       MOVE WS-PT-INT-METHOD(WS-PROD-INDEX)
                           TO WS-APPLIED-INT-METHOD
                   END-IF
               END-PERFORM
           END-IF.
      *
       READ-RECORD.
           IF LASTREC = 'Y'
               EXIT PARAGRAPH
           END-IF
           READ ACCT-REC NEXT RECORD
           AT END MOVE 'Y' TO LASTREC
           NOT AT END ADD 1 TO WS-ACCOUNTS-READ
           END-READ.
      *
      * a month of interest on the average daily balance - or the
      * month-end balance for a product still on the old method -
      * plus the flat fee
      * when the balance is over the limit, then the delinquency-cycle
      * test - every account is rewritten at month end since the cycle
      * fields turn over even when nothing was charged. a charged-off
      * account's balance has gone to the loss - it takes no interest
      * or fees, and its cycles stay where they stood. an account
      * keeping to a hardship plan pays the plan rate and no
      * over-limit fee
       ASSESS-ONE-ACCOUNT.
           IF ACCT-CHARGED-OFF
               ADD 1 TO WS-CHARGED-OFF-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RECOVERED-SW
           IF ACCT-ASSESSED-PERIOD = WS-CHECK-PERIOD
               PERFORM RECOVER-ASSESSED-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM SELECT-APPLIED-TERMS
           PERFORM JUDGE-HARDSHIP-PLAN
           IF WS-ON-PLAN-TERMS
               MOVE PL-ANNUAL-RATE-PCT TO WS-APPLIED-RATE-PCT
           END-IF
           PERFORM GET-UNDISPUTED-BALANCE
           PERFORM GET-AVERAGE-BALANCE
           MOVE ZERO TO WS-INTEREST-CHARGE
           MOVE ZERO TO WS-FEE-CHARGE
           IF WS-APPLIED-ENDING-BAL
               MOVE WS-UNDISPUTED-BALANCE TO WS-INTEREST-BASE
           ELSE
               COMPUTE WS-INTEREST-BASE =
                   WS-AVERAGE-BALANCE - WS-DISPUTED-AMOUNT
               IF WS-INTEREST-BASE < ZERO
                   MOVE ZERO TO WS-INTEREST-BASE
               END-IF
           END-IF
           IF WS-INTEREST-BASE > ZERO
               COMPUTE WS-INTEREST-CHARGE ROUNDED =
                   WS-INTEREST-BASE * WS-APPLIED-RATE-PCT / 1200
           END-IF
      * an approved temporary limit spares the account the
      * over-limit fee while the authorization runs
           PERFORM GET-EFFECTIVE-LIMIT
           IF WS-UNDISPUTED-BALANCE > WS-EFFECTIVE-LIMIT
              AND NOT WS-ON-PLAN-TERMS
               MOVE WS-APPLIED-OVER-FEE TO WS-FEE-CHARGE
               ADD 1 TO WS-FEES-CHARGED
           END-IF
           IF WS-INTEREST-CHARGE > ZERO OR WS-FEE-CHARGE > ZERO
               ADD WS-INTEREST-CHARGE TO ACCT-BALANCE
               ADD WS-FEE-CHARGE      TO ACCT-BALANCE
               ADD WS-INTEREST-CHARGE TO WS-UNDISPUTED-BALANCE
               ADD WS-FEE-CHARGE      TO WS-UNDISPUTED-BALANCE
               ADD WS-INTEREST-CHARGE TO WS-TOTAL-INTEREST
               ADD WS-FEE-CHARGE      TO WS-TOTAL-FEES
               ADD 1 TO WS-ACCOUNTS-CHARGED
               MOVE WS-CURR-YEAR  TO ACCT-LAST-ACT-YEAR
               MOVE WS-CURR-MONTH TO ACCT-LAST-ACT-MONTH
           END-IF
      * a plan still running holds the cycles; one completed or
      * broken this month goes through the normal turnover
           IF WS-PLAN-KEPT
               PERFORM HOLD-PLAN-CYCLE
           ELSE
               PERFORM TRACK-DELINQUENCY-CYCLE
           END-IF
           MOVE WS-CHECK-PERIOD    TO ACCT-ASSESSED-PERIOD
           MOVE WS-INTEREST-CHARGE TO ACCT-ASSESSED-INTEREST
           MOVE WS-FEE-CHARGE      TO ACCT-ASSESSED-FEE
           IF WS-TRIAL-RUN
               IF WS-INTEREST-CHARGE > ZERO
                  OR WS-FEE-CHARGE > ZERO
                   PERFORM WRITE-REGISTER-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           REWRITE ACCT-FIELDS
               INVALID KEY
                   DISPLAY 'CBL0005: REWRITE FAILED FOR ' ACCT-NO
                   MOVE 'ACCTREC'  TO WS-FE-FILE
                   MOVE 'REWRITE'  TO WS-FE-OPERATION
                   MOVE WS-ACCT-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM REPORT-FILE-ERROR
               NOT INVALID KEY
                   IF WS-INTEREST-CHARGE > ZERO
                      OR WS-FEE-CHARGE > ZERO
      * the cycle turns over - credits received against last cycle's
      * minimum decide whether the account slips a cycle or cures,
      * and the new balance sets next cycle's minimum payment. fields
      * from before the layout change start from zero. both judge the
      * balance with any disputed amount set aside.
       TRACK-DELINQUENCY-CYCLE.
           IF ACCT-CYCLE-CREDITS NOT NUMERIC
               MOVE ZERO TO ACCT-CYCLE-CREDITS
           IF ACCT-CYCLES-PAST-DUE NOT NUMERIC
               MOVE ZERO TO ACCT-CYCLES-PAST-DUE
           END-IF
           IF WS-UNDISPUTED-BALANCE > ZERO
              AND ACCT-MIN-PAYMENT > ZERO
              AND ACCT-CYCLE-CREDITS < ACCT-MIN-PAYMENT
               IF ACCT-CYCLES-PAST-DUE < 99
           ELSE
               MOVE ZERO TO ACCT-CYCLES-PAST-DUE
           END-IF
           IF WS-UNDISPUTED-BALANCE > ZERO
               COMPUTE ACCT-MIN-PAYMENT ROUNDED =
                   WS-UNDISPUTED-BALANCE * WS-APPLIED-MP-PCT / 100
               IF ACCT-MIN-PAYMENT < WS-APPLIED-MP-FLOOR
                   MOVE WS-APPLIED-MP-FLOOR TO ACCT-MIN-PAYMENT
               END-IF
               IF ACCT-MIN-PAYMENT > WS-UNDISPUTED-BALANCE
                   MOVE WS-UNDISPUTED-BALANCE TO ACCT-MIN-PAYMENT
               END-IF
           ELSE
               MOVE ZERO TO ACCT-MIN-PAYMENT
           END-IF
           MOVE ZERO TO ACCT-CYCLE-CREDITS.
      *
      * an active plan is judged in the month its next installment
      * falls due - the cycle's credits have to cover the installment,
      * or the trimmed last one. met, the plan moves on a month or is
      * completed; missed, it breaks and the account is back on its
      * normal terms from this cycle. before the first installment is
      * due the account simply stays on the plan.
       JUDGE-HARDSHIP-PLAN.
           SET WS-NO-PLAN TO TRUE
           IF NOT WS-PLAN-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-NO TO PL-ACCT-NO
           READ PLAN-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT PL-ACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE PL-NEXT-DUE-PERIOD TO WS-PLAN-DUE-PERIOD
           IF WS-CHECK-PERIOD < WS-PLAN-DUE-PERIOD
               SET WS-PLAN-KEPT TO TRUE
               ADD 1 TO WS-PLANS-ON-TERMS
               EXIT PARAGRAPH
           END-IF
           IF ACCT-CYCLE-CREDITS NOT NUMERIC
               MOVE ZERO TO ACCT-CYCLE-CREDITS
           END-IF
           PERFORM GET-PLAN-DUE-AMOUNT
           IF ACCT-CYCLE-CREDITS >= WS-PLAN-DUE-AMOUNT
               ADD 1 TO PL-INSTALLMENTS-MET
               ADD 1 TO WS-PLANS-MET
               ADD 1 TO WS-PLANS-ON-TERMS
               IF PL-INSTALLMENTS-MET >= PL-TERM-MONTHS
                  OR ACCT-BALANCE NOT > ZERO
                   SET PL-COMPLETED TO TRUE
                   MOVE WS-CURRENT-DATE TO PL-CLOSED-DATE
                   SET WS-PLAN-DONE TO TRUE
                   ADD 1 TO WS-PLANS-COMPLETED
               ELSE
                   IF PL-NEXT-DUE-MONTH = 12
                       ADD 1 TO PL-NEXT-DUE-YEAR
                       MOVE 1 TO PL-NEXT-DUE-MONTH
                   ELSE
                       ADD 1 TO PL-NEXT-DUE-MONTH
                   END-IF
                   SET WS-PLAN-KEPT TO TRUE
               END-IF
           ELSE
               SET PL-BROKEN TO TRUE
               MOVE WS-CURRENT-DATE TO PL-CLOSED-DATE
               SET WS-PLAN-BROKE TO TRUE
               ADD 1 TO WS-PLANS-BROKEN
           END-IF
           IF WS-TRIAL-RUN
               EXIT PARAGRAPH
           END-IF
           REWRITE PLAN-RECORD
               INVALID KEY
                   DISPLAY 'CBL0005: REWRITE FAILED FOR PLAN '
                       PL-ACCT-NO
                   MOVE 'PLANFILE' TO WS-FE-FILE
                   MOVE 'REWRITE'  TO WS-FE-OPERATION
                   MOVE WS-PLAN-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM REPORT-FILE-ERROR
           END-REWRITE.
      *
      * the installment the plan's next month calls for - the last
      * one is the trimmed payment that clears the schedule
       GET-PLAN-DUE-AMOUNT.
           IF PL-INSTALLMENTS-MET + 1 >= PL-TERM-MONTHS
               MOVE PL-FINAL-INSTALLMENT TO WS-PLAN-DUE-AMOUNT
           ELSE
               MOVE PL-INSTALLMENT TO WS-PLAN-DUE-AMOUNT
           END-IF.
      *
      * a plan being kept holds the account's cycles where they stood
      * - next cycle's minimum is simply the next installment, never
      * more than the balance
       HOLD-PLAN-CYCLE.
           IF ACCT-CYCLES-PAST-DUE NOT NUMERIC
               MOVE ZERO TO ACCT-CYCLES-PAST-DUE
           END-IF
           PERFORM GET-PLAN-DUE-AMOUNT
           IF ACCT-BALANCE > ZERO
               MOVE WS-PLAN-DUE-AMOUNT TO ACCT-MIN-PAYMENT
               IF ACCT-MIN-PAYMENT > ACCT-BALANCE
                   MOVE ACCT-BALANCE TO ACCT-MIN-PAYMENT
               END-IF
           END-IF
           MOVE ZERO TO ACCT-CYCLE-CREDITS.
      *
      * the history arrives in posting order across many runs - the
      * assessment needs it in account order to walk alongside the
      * master. a missing history file just means every average is
      * the month-end balance, as though nothing posted this period.
       SORT-HISTORY-FILE.
           OPEN INPUT ACCT-HIST
           IF HIST-STATUS-OK
               CLOSE ACCT-HIST
               SORT HIST-SORT-FILE
                   ON ASCENDING KEY HS-ACCT-NO
                                    HS-TRAN-DATE
                   USING ACCT-HIST
                   GIVING SORTED-HIST-FILE
               OPEN INPUT SORTED-HIST-FILE
               SET WS-HIST-ON-HAND TO TRUE
               PERFORM READ-HIST-RECORD
           END-IF.
      *
       READ-HIST-RECORD.
           READ SORTED-HIST-FILE
           AT END MOVE 'Y' TO HIST-LASTREC
           END-READ.
      *
      * walks the sorted history forward to this account and weighs
      * each of this period's postings by the days it was not yet on
      * the balance - a charge is backed out of the days before it, a
      * payment added back to them
       GET-AVERAGE-BALANCE.
           MOVE ZERO TO WS-AMOUNT-DAYS
           IF WS-HIST-ON-HAND
               PERFORM UNTIL HIST-LASTREC = 'Y'
                          OR SH-ACCT-NO >= ACCT-NO
                   PERFORM READ-HIST-RECORD
               END-PERFORM
               PERFORM WEIGH-ONE-HIST-RECORD
                   UNTIL HIST-LASTREC = 'Y' OR SH-ACCT-NO NOT = ACCT-NO
           END-IF
           IF WS-CYCLE-DAYS > ZERO
               COMPUTE WS-AVERAGE-BALANCE ROUNDED = ACCT-BALANCE
                   - WS-AMOUNT-DAYS / WS-CYCLE-DAYS
           ELSE
               MOVE ACCT-BALANCE TO WS-AVERAGE-BALANCE
           END-IF.
      *
       WEIGH-ONE-HIST-RECORD.
           IF SH-TRAN-DATE >= WS-FISCAL-START
              AND SH-TRAN-DATE <= WS-CURRENT-DATE
               COMPUTE WS-DAYS-BEFORE =
                   FUNCTION INTEGER-OF-DATE(SH-TRAN-DATE)
                   - WS-CYCLE-START-DAY
               IF SH-ADDS-TO-BALANCE
                   COMPUTE WS-AMOUNT-DAYS = WS-AMOUNT-DAYS
                       + SH-AMOUNT * WS-DAYS-BEFORE
               ELSE
                   COMPUTE WS-AMOUNT-DAYS = WS-AMOUNT-DAYS
                       - SH-AMOUNT * WS-DAYS-BEFORE
               END-IF
           END-IF
           PERFORM READ-HIST-RECORD.
      *
      * loads the override authorizations once - a missing file just
      * means no overrides are in force
       LOAD-OVERRIDE-TABLE.
                   END-IF
           END-READ.
      *
      * loads the open disputes once - a missing file just means
      * nothing is in dispute
       LOAD-DISPUTE-TABLE.
           OPEN INPUT DISPUTE-FILE
           IF DISP-STATUS-OK
               PERFORM READ-DISPUTE-RECORD
                   UNTIL WS-DISP-EOF
               CLOSE DISPUTE-FILE
           END-IF.
      *
       READ-DISPUTE-RECORD.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET WS-DISP-EOF TO TRUE
               NOT AT END
                   IF DP-OPEN AND WS-DSP-COUNT < 500
                       ADD 1 TO WS-DSP-COUNT
                       MOVE DP-ACCT-NO TO WS-DS-ACCT-NO(WS-DSP-COUNT)
                       MOVE DP-AMOUNT  TO WS-DS-AMOUNT(WS-DSP-COUNT)
                   END-IF
           END-READ.
      *
      * the balance less everything the client has in open dispute -
      * never below zero, since payments may already have covered it
       GET-UNDISPUTED-BALANCE.
           MOVE ZERO TO WS-DISPUTED-AMOUNT
           PERFORM VARYING WS-DSP-INDEX FROM 1 BY 1
               UNTIL WS-DSP-INDEX > WS-DSP-COUNT
               IF WS-DS-ACCT-NO(WS-DSP-INDEX) = ACCT-NO
                   ADD WS-DS-AMOUNT(WS-DSP-INDEX)
                       TO WS-DISPUTED-AMOUNT
               END-IF
           END-PERFORM
           ADD WS-DISPUTED-AMOUNT TO WS-TOTAL-DISPUTED
           COMPUTE WS-UNDISPUTED-BALANCE =
               ACCT-BALANCE - WS-DISPUTED-AMOUNT
           IF WS-UNDISPUTED-BALANCE < ZERO
               MOVE ZERO TO WS-UNDISPUTED-BALANCE
           END-IF.
      *
      * the limit in force - an unexpired authorization replaces the
      * account's own limit for every judgement this run makes
       GET-EFFECTIVE-LIMIT.
           MOVE WS-INTEREST-CHARGE TO RD-INTEREST-O
           MOVE WS-FEE-CHARGE      TO RD-FEE-O
           MOVE ACCT-BALANCE       TO RD-NEW-BALANCE-O
           MOVE WS-INTEREST-BASE   TO RD-INT-BASE-O
           EVALUATE TRUE
               WHEN WS-RECOVERED-ACCOUNT
                   MOVE 'RST' TO RD-METHOD-O
               WHEN WS-APPLIED-ENDING-BAL
                   MOVE 'END' TO RD-METHOD-O
               WHEN OTHER
                   MOVE 'ADB' TO RD-METHOD-O
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-PLAN-KEPT
                   MOVE 'PLAN' TO RD-PLAN-O
               WHEN WS-PLAN-DONE
                   MOVE 'DONE' TO RD-PLAN-O
               WHEN WS-PLAN-BROKE
                   MOVE 'BRKN' TO RD-PLAN-O
               WHEN OTHER
                   MOVE SPACES TO RD-PLAN-O
           END-EVALUATE
           WRITE ASSESS-REG-REC FROM REGISTER-DETAIL-LINE
           ADD 1 TO WS-REG-LINES.
      *
       WRITE-REGISTER-TOTAL.
           MOVE WS-ACCOUNTS-CHARGED TO RT-CHARGED-O
           MOVE WS-TOTAL-INTEREST   TO RT-INTEREST-O
           MOVE WS-TOTAL-FEES       TO RT-FEES-O
           WRITE ASSESS-REG-REC FROM REGISTER-TOTAL-LINE
           MOVE WS-CHARGED-OFF-SKIPPED TO RC-SKIPPED-O
           WRITE ASSESS-REG-REC FROM REGISTER-CHGOFF-LINE
           MOVE WS-TOTAL-DISPUTED TO RP-DISPUTED-O
           WRITE ASSESS-REG-REC FROM REGISTER-DISPUTE-LINE
           MOVE WS-PLANS-ON-TERMS  TO RL-ON-TERMS-O
           MOVE WS-PLANS-MET       TO RL-MET-O
           MOVE WS-PLANS-BROKEN    TO RL-BROKEN-O
           MOVE WS-PLANS-COMPLETED TO RL-COMPLETED-O
           WRITE ASSESS-REG-REC FROM REGISTER-PLAN-LINE
           IF WS-ACCOUNTS-RECOVERED > ZERO
               MOVE WS-ACCOUNTS-RECOVERED TO RV-RECOVERED-O
               WRITE ASSESS-REG-REC FROM REGISTER-RECOVERED-LINE
           END-IF.
      *
      * an account already stamped for the period was assessed by an
      * attempt cut short after its last checkpoint - it is not
      * charged again, but what its stamp says it was charged goes
      * into the totals and the register as though charged now
       RECOVER-ASSESSED-ACCOUNT.
           SET WS-RECOVERED-ACCOUNT TO TRUE
           ADD 1 TO WS-ACCOUNTS-RECOVERED
           SET WS-NO-PLAN TO TRUE
           PERFORM GET-UNDISPUTED-BALANCE
           IF ACCT-ASSESSED-INTEREST NOT NUMERIC
               MOVE ZERO TO ACCT-ASSESSED-INTEREST
           END-IF
           IF ACCT-ASSESSED-FEE NOT NUMERIC
               MOVE ZERO TO ACCT-ASSESSED-FEE
           END-IF
           MOVE ACCT-ASSESSED-INTEREST TO WS-INTEREST-CHARGE
           MOVE ACCT-ASSESSED-FEE      TO WS-FEE-CHARGE
           MOVE ZERO                   TO WS-INTEREST-BASE
           IF WS-FEE-CHARGE > ZERO
               ADD 1 TO WS-FEES-CHARGED
           END-IF
           IF WS-INTEREST-CHARGE > ZERO OR WS-FEE-CHARGE > ZERO
               ADD WS-INTEREST-CHARGE TO WS-TOTAL-INTEREST
               ADD WS-FEE-CHARGE      TO WS-TOTAL-FEES
               ADD 1 TO WS-ACCOUNTS-CHARGED
               PERFORM WRITE-REGISTER-LINE
           END-IF.
      *
      * the checkpoint left by the last run - one for this period still
      * in progress means this is a rerun, one marked complete means
      * the month is done. no checkpoint file is a fresh run.
       GET-CHECKPOINT.
           SET WS-FRESH-RUN TO TRUE
           OPEN INPUT ASSESS-CKPT
           IF NOT CKPT-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           READ ASSESS-CKPT
               AT END
                   MOVE ZERO TO CK-PERIOD
           END-READ
           CLOSE ASSESS-CKPT
           IF CK-PERIOD NOT = WS-CHECK-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF CK-COMPLETE
               SET WS-ALREADY-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET WS-RESTARTING TO TRUE
           MOVE CK-LAST-ACCT-NO        TO WS-RESTART-ACCT-NO
           MOVE CK-LAST-ACCT-NO        TO WS-LAST-ACCT-DONE
           MOVE CK-REG-LINES           TO WS-REG-LINES-KEPT
           MOVE CK-ACCOUNTS-READ       TO WS-ACCOUNTS-READ
           MOVE CK-ACCOUNTS-CHARGED    TO WS-ACCOUNTS-CHARGED
           MOVE CK-FEES-CHARGED        TO WS-FEES-CHARGED
           MOVE CK-CHARGED-OFF-SKIPPED TO WS-CHARGED-OFF-SKIPPED
           MOVE CK-ACCOUNTS-RECOVERED  TO WS-ACCOUNTS-RECOVERED
           MOVE CK-TOTAL-INTEREST      TO WS-TOTAL-INTEREST
           MOVE CK-TOTAL-FEES          TO WS-TOTAL-FEES
           MOVE CK-TOTAL-DISPUTED      TO WS-TOTAL-DISPUTED
           MOVE CK-PLANS-ON-TERMS      TO WS-PLANS-ON-TERMS
           MOVE CK-PLANS-MET           TO WS-PLANS-MET
           MOVE CK-PLANS-BROKEN        TO WS-PLANS-BROKEN
           MOVE CK-PLANS-COMPLETED     TO WS-PLANS-COMPLETED
           DISPLAY 'CBL0005: RESTARTING PERIOD ' WS-CHECK-PERIOD
               ' AFTER ACCOUNT ' WS-RESTART-ACCT-NO.
      *
      * the period, the last account finished, and the totals so far -
      * the file holds only the latest checkpoint
       WRITE-CHECKPOINT.
           IF WS-RUN-FINISHED
               SET CK-COMPLETE TO TRUE
           ELSE
               SET CK-IN-PROGRESS TO TRUE
           END-IF
           MOVE WS-CHECK-PERIOD        TO CK-PERIOD
           MOVE WS-LAST-ACCT-DONE      TO CK-LAST-ACCT-NO
           MOVE WS-REG-LINES           TO CK-REG-LINES
           MOVE WS-ACCOUNTS-READ       TO CK-ACCOUNTS-READ
           MOVE WS-ACCOUNTS-CHARGED    TO CK-ACCOUNTS-CHARGED
           MOVE WS-FEES-CHARGED        TO CK-FEES-CHARGED
           MOVE WS-CHARGED-OFF-SKIPPED TO CK-CHARGED-OFF-SKIPPED
           MOVE WS-ACCOUNTS-RECOVERED  TO CK-ACCOUNTS-RECOVERED
           MOVE WS-TOTAL-INTEREST      TO CK-TOTAL-INTEREST
           MOVE WS-TOTAL-FEES          TO CK-TOTAL-FEES
           MOVE WS-TOTAL-DISPUTED      TO CK-TOTAL-DISPUTED
           MOVE WS-PLANS-ON-TERMS      TO CK-PLANS-ON-TERMS
           MOVE WS-PLANS-MET           TO CK-PLANS-MET
           MOVE WS-PLANS-BROKEN        TO CK-PLANS-BROKEN
           MOVE WS-PLANS-COMPLETED     TO CK-PLANS-COMPLETED
           OPEN OUTPUT ASSESS-CKPT
           IF NOT CKPT-STATUS-OK
               MOVE 'ASSESCKP' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-CKPT-STATUS TO WS-FE-STATUS
               MOVE 'E'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           WRITE ASSESS-CKPT-RECORD
           CLOSE ASSESS-CKPT.
      *
      * the register is closed and reopened with each checkpoint so
      * every line the checkpoint counts is on the file
       TAKE-CHECKPOINT-IF-DUE.
           IF WS-TRIAL-RUN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SINCE-CHECKPOINT
           IF WS-SINCE-CHECKPOINT < WS-CHECKPOINT-EVERY
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-SINCE-CHECKPOINT
           CLOSE ASSESS-REG
           OPEN EXTEND ASSESS-REG
           PERFORM WRITE-CHECKPOINT.
      *
      * the first attempt's register up to its checkpoint is kept and
      * this run's lines follow it - anything the attempt wrote past
      * the checkpoint is dropped, since those accounts come round
      * again from their stamps
       RESTORE-REGISTER.
           MOVE ZERO TO WS-REG-LINES
           OPEN INPUT ASSESS-REG
           IF REG-STATUS-OK
               OPEN OUTPUT ASSESS-WORK
               PERFORM COPY-ONE-REGISTER-LINE
                   UNTIL REG-LASTREC = 'Y'
                   OR WS-REG-LINES NOT < WS-REG-LINES-KEPT
               CLOSE ASSESS-REG
               CLOSE ASSESS-WORK
               OPEN INPUT ASSESS-WORK
               OPEN OUTPUT ASSESS-REG
               PERFORM RELOAD-ONE-REGISTER-LINE
                   UNTIL WORK-LASTREC = 'Y'
               CLOSE ASSESS-WORK
           ELSE
               OPEN OUTPUT ASSESS-REG
           END-IF
           MOVE WS-RESTART-ACCT-NO TO RR-ACCT-NO
           WRITE ASSESS-REG-REC FROM REGISTER-RESTART-LINE
           ADD 1 TO WS-REG-LINES.
      *
       COPY-ONE-REGISTER-LINE.
           READ ASSESS-REG
           AT END MOVE 'Y' TO REG-LASTREC
           NOT AT END
               WRITE ASSESS-WORK-REC FROM ASSESS-REG-REC
               ADD 1 TO WS-REG-LINES
           END-READ.
      *
       RELOAD-ONE-REGISTER-LINE.
           READ ASSESS-WORK
           AT END MOVE 'Y' TO WORK-LASTREC
           NOT AT END
               WRITE ASSESS-REG-REC FROM ASSESS-WORK-REC
           END-READ.
      *
      * the master picks up after the last account the checkpoint
      * counted - none at all if the attempt stopped before its first
       POSITION-AT-CHECKPOINT.
           IF WS-RESTART-ACCT-NO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RESTART-ACCT-NO TO ACCT-NO
           START ACCT-REC KEY IS GREATER THAN ACCT-NO
               INVALID KEY
                   MOVE 'Y' TO LASTREC
           END-START.
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
