      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBL0017.
      *--------------------
      * Charge-off run - writes off every account that has gone past
      * its product's delinquency-cycles threshold. The balance moves
      * to ACCT-CHARGEOFF-AMOUNT, ACCT-BALANCE and the minimum payment
      * go to zero, and the account is marked charged off so the
      * month-end assessment and the letters leave it alone. The loss
      * posts to the ledger through GLJRNL, and a charge-off register
      * lists the accounts by product and state with subtotals. An
      * account on an active hardship installment plan is not written
      * off while the plan runs.
      * Holds the LOCKCTL ACCTMAST lock while it charges off.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the account master is indexed on ACCT-NO now - updates happen
      * in place and the nightly old/new copy chain is gone
           SELECT ACCT-REC   ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CHGOFF-REG ASSIGN TO CHGOFREG.
           SELECT CHGOFF-SORT-FILE ASSIGN TO SRTWORK.
      * the per-product terms file - each account is judged against
      * its own product's charge-off threshold
           SELECT PRODTERM   ASSIGN TO PRODTERM
               FILE STATUS IS WS-PROD-STATUS.
      * the hardship plan file CBL0020 keeps - an account paying on an
      * active plan has its cycles held and is not charged off
           SELECT PLAN-FILE ASSIGN TO PLANFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PL-ACCT-NO
               FILE STATUS IS WS-PLAN-STATUS.
      * shop-wide balancing file - the GL counters left here let
      * BALRPT prove the journal feed matches the run
           SELECT BALANCE-FILE ASSIGN TO "BALANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
      * accounting-period control shared with the other posting
      * runs - the write-off posts into the current month
           SELECT PERIOD-CONTROL ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTREC.
      *
       FD  CHGOFF-REG RECORDING MODE F.
       01  CHGOFF-LINE            PIC X(100).
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
      * one record per account written off, sorted so the register
      * comes out grouped by product, then state
       SD  CHGOFF-SORT-FILE.
       01  CHGOFF-SORT-REC.
           05  CS-PRODUCT-CODE    PIC X(2).
           05  CS-USA-STATE       PIC X(15).
           05  CS-ACCT-NO         PIC X(8).
           05  CS-LAST-NAME       PIC X(20).
           05  CS-CYCLES          PIC 9(2).
           05  CS-CHARGEOFF-AMT   PIC S9(7)V99 COMP-3.
      *
       FD  PLAN-FILE RECORDING MODE F.
       01  PLAN-RECORD.
           COPY PLANREC.
      *
       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05  BF-JOB-NAME        PIC X(8).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  BF-COUNTER-NAME    PIC X(12).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  BF-COUNTER-VALUE   PIC 9(9).
      *
       FD  PERIOD-CONTROL RECORDING MODE F.
       01  PERIOD-CONTROL-RECORD.
           05  PC-PERIOD          PIC 9(6).
           05  FILLER             PIC X(1).
           05  PC-STATUS          PIC X(1).
      *
       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS        PIC X(2) VALUE '00'.
         88 ACCT-STATUS-OK      VALUE '00'.
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
           10 WS-PT-CHGOFF-CYCLES PIC 9(2).
         05 WS-PROD-FOUND-SW    PIC X VALUE 'N'.
           88 WS-PROD-FOUND     VALUE 'Y'.
      *
      * the threshold for an account with no product code, no terms
      * record, or a terms record that leaves the cycles blank
       01 WS-DEFAULT-CYCLES     PIC 9(2) VALUE 6.
       01 WS-APPLIED-CYCLES     PIC 9(2) VALUE ZERO.
       01 WS-CYCLES-WORK        PIC 9(2) VALUE ZERO.
      *
       01 WS-PLAN-STATUS        PIC X(2) VALUE '00'.
         88 PLAN-STATUS-OK      VALUE '00'.
       01 WS-PLAN-EOF-SWITCH    PIC X    VALUE 'N'.
         88 WS-PLAN-EOF                  VALUE 'Y'.
      *
      * the accounts on an active hardship plan
       01 PLAN-TABLE-FIELDS.
         05 WS-PLN-COUNT        PIC 9(3) VALUE ZERO.
         05 WS-PLN-INDEX        PIC 9(3) VALUE ZERO.
         05 WS-PLN-ENTRY OCCURS 500 TIMES.
           10 WS-PN-ACCT-NO     PIC X(8).
         05 WS-ON-PLAN-SW       PIC X VALUE 'N'.
           88 WS-ON-PLAN        VALUE 'Y'.
      *
       01 WS-PERIOD-STATUS      PIC X(2) VALUE '00'.
         88 PERIOD-STATUS-OK    VALUE '00'.
       01 WS-PERIOD-EOF-FLAG    PIC X VALUE 'N'.
         88 WS-PERIOD-EOF       VALUE 'Y'.
      * a period is closed only when the period file says C - an
      * unlisted period is open. the period is the fiscal year and
      * period (YYYYPP) LEAP's FISCALPD entry gives for the date.
       01 PERIOD-TABLE-FIELDS.
         05 WS-PERIOD-COUNT     PIC 9(2) VALUE ZERO.
         05 WS-PERIOD-INDEX     PIC 9(2) VALUE ZERO.
         05 WS-PERIOD-ENTRY OCCURS 36 TIMES.
           10 WS-PD-PERIOD      PIC 9(6).
           10 WS-PD-STATUS      PIC X(1).
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
         05 SORT-LASTREC      PIC X VALUE SPACE.
      *
       01 WS-CURRENT-DATE       PIC 9(8) VALUE ZERO.
      *
       01 WS-BALANCE-STATUS     PIC X(2) VALUE '00'.
         88 BALANCE-STATUS-OK   VALUE '00'.
      *
      * parameters for the shared GLJRNL subsystem - only amounts
      * GLJRNL confirms it wrote count toward the balancing tie
       01 GL-JOURNAL-FIELDS.
         05 WS-GL-JOB-NAME      PIC X(8)  VALUE 'CBL0017'.
         05 WS-GL-SOURCE-CODE   PIC X(12) VALUE SPACES.
         05 WS-GL-AMOUNT        PIC S9(9)V99 VALUE ZERO.
         05 WS-GL-JOURNALED-SW  PIC X(1)  VALUE 'N'.
         05 WS-GL-JOURNALED-TOTAL PIC S9(9)V99 VALUE ZERO.
      *
       01 CONTROL-TOTALS.
         05 WS-ACCOUNTS-READ    PIC 9(7) VALUE ZERO.
         05 WS-CHARGED-OFF-COUNT PIC 9(7) VALUE ZERO.
         05 WS-ALREADY-OFF-COUNT PIC 9(7) VALUE ZERO.
         05 WS-ON-PLAN-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-TOTAL-CHARGED-OFF PIC S9(9)V99 VALUE ZERO.
      *
      * control-break fields for the register
       01 BREAK-FIELDS.
         05 WS-PREV-PRODUCT     PIC X(2)  VALUE SPACES.
         05 WS-PREV-STATE       PIC X(15) VALUE SPACES.
         05 WS-FIRST-GROUP-SW   PIC X VALUE 'Y'.
           88 WS-FIRST-GROUP    VALUE 'Y'.
         05 WS-STATE-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-STATE-AMOUNT     PIC S9(9)V99 VALUE ZERO.
         05 WS-PRODUCT-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-PRODUCT-AMOUNT   PIC S9(9)V99 VALUE ZERO.
      *
       01 REGISTER-TITLE-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(28) VALUE
                 'CHARGE-OFF REGISTER - RUN OF'.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  RH-RUN-DATE       PIC 9(8).
         05  FILLER            PIC X(62) VALUE SPACES.
      *
       01 PRODUCT-HEADING-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(9)  VALUE 'PRODUCT: '.
         05  PH-PRODUCT-CODE   PIC X(2).
         05  FILLER            PIC X(88) VALUE SPACES.
      *
       01 CHGOFF-DETAIL-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  CD-USA-STATE      PIC X(15).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  CD-ACCT-NO        PIC X(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  CD-LAST-NAME      PIC X(20).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  CD-CYCLES-O       PIC Z9.
         05  FILLER            PIC X(8)  VALUE ' CYCLES '.
         05  CD-AMOUNT-O       PIC $$,$$$,$$9.99-.
         05  FILLER            PIC X(24) VALUE SPACES.
      *
       01 STATE-TOTAL-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(10) VALUE 'STATE     '.
         05  ST-USA-STATE      PIC X(15).
         05  FILLER            PIC X(10) VALUE ' ACCOUNTS '.
         05  ST-COUNT-O        PIC ZZZ,ZZ9.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  ST-AMOUNT-O       PIC $$$$,$$$,$$9.99-.
         05  FILLER            PIC X(37) VALUE SPACES.
      *
       01 PRODUCT-TOTAL-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(14) VALUE 'TOTAL PRODUCT '.
         05  PT-PRODUCT-CODE-O PIC X(2).
         05  FILLER            PIC X(21) VALUE SPACES.
         05  FILLER            PIC X(10) VALUE ' ACCOUNTS '.
         05  PT-COUNT-O        PIC ZZZ,ZZ9.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  PT-AMOUNT-O       PIC $$$$,$$$,$$9.99-.
         05  FILLER            PIC X(27) VALUE SPACES.
      *
       01 RUN-TOTAL-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(22) VALUE
                 'ACCOUNTS CHARGED OFF: '.
         05  RT-COUNT-O        PIC ZZZ,ZZ9.
         05  FILLER            PIC X(10) VALUE '  AMOUNT: '.
         05  RT-AMOUNT-O       PIC $$$$,$$$,$$9.99-.
         05  FILLER            PIC X(44) VALUE SPACES.
      *
       01 RUN-TRAILER-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(15) VALUE 'ACCOUNTS READ: '.
         05  RT-ACCTS-READ-O   PIC ZZZ,ZZ9.
         05  FILLER            PIC X(28) VALUE
                 '  ALREADY CHARGED OFF:      '.
         05  RT-ALREADY-OFF-O  PIC ZZZ,ZZ9.
         05  FILLER            PIC X(16) VALUE '  HELD ON PLAN: '.
         05  RT-ON-PLAN-O      PIC ZZZ,ZZ9.
         05  FILLER            PIC X(19) VALUE SPACES.
      *
      * parameters for the shared FILEERR handler - a bad status
      * goes on the job log in plain words and sets the return code
       01 FILE-ERROR-FIELDS.
         05 WS-FE-PROGRAM      PIC X(8)  VALUE 'CBL0017'.
         05 WS-FE-FILE         PIC X(12) VALUE SPACES.
         05 WS-FE-OPERATION    PIC X(7)  VALUE SPACES.
         05 WS-FE-STATUS       PIC X(2)  VALUE SPACES.
         05 WS-FE-SEVERITY     PIC X(1)  VALUE SPACE.
         05 WS-FE-END-RUN      PIC X(1)  VALUE 'N'.
         05 WS-FE-RETURN-CODE  PIC 9(4)  VALUE ZERO.
      *
      * parameters for the shared LOCKCTL master-file lock - taken
      * before ACCT-REC is opened for update, handed back once it
      * is closed
       01 LOCK-FIELDS.
         05 WS-LOCK-ACTION     PIC X(1)  VALUE 'L'.
         05 WS-LOCK-NAME       PIC X(8)  VALUE 'ACCTMAST'.
         05 WS-LOCK-PROGRAM    PIC X(8)  VALUE 'CBL0017'.
         05 WS-LOCK-RESULT     PIC X(1)  VALUE SPACE.
           88 WS-LOCK-TAKEN    VALUE 'Y'.
         05 WS-LOCK-SAVED-RC   PIC 9(4)  VALUE ZERO.
         05 WS-LOCK-HELD-SW    PIC X(1)  VALUE 'N'.
           88 WS-LOCK-HELD     VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           PERFORM LOAD-PRODUCT-TERMS
           PERFORM LOAD-PLAN-TABLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
      * the write-off posts into the current fiscal period - a closed
      * period refuses the whole run rather than restating it
           PERFORM LOAD-PERIOD-CONTROL
           PERFORM SET-FISCAL-PERIOD
           PERFORM CHECK-PERIOD-OPEN
           IF NOT WS-PERIOD-IS-OPEN
               DISPLAY 'CBL0017: ACCOUNTING PERIOD ' WS-CHECK-PERIOD
                   ' IS CLOSED - NOTHING CHARGED OFF.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM TAKE-MASTER-LOCK
           IF NOT WS-LOCK-HELD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ACCT-REC
           IF NOT ACCT-STATUS-OK
               MOVE 'ACCTREC'  TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-ACCT-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           OPEN OUTPUT CHGOFF-REG
           MOVE WS-CURRENT-DATE TO RH-RUN-DATE
           WRITE CHGOFF-LINE FROM REGISTER-TITLE-LINE.
      *
       SORT-AND-REPORT.
           SORT CHGOFF-SORT-FILE
               ON ASCENDING KEY CS-PRODUCT-CODE
                                CS-USA-STATE
                                CS-ACCT-NO
               INPUT PROCEDURE IS CHARGE-OFF-ALL-ACCOUNTS
               OUTPUT PROCEDURE IS PRINT-CHARGEOFF-REGISTER
           .
      *
       CLOSE-STOP.
           PERFORM WRITE-RUN-TOTALS
           PERFORM WRITE-GL-JOURNAL
           PERFORM WRITE-BALANCE-TOTALS
           CLOSE ACCT-REC
           PERFORM RELEASE-MASTER-LOCK
           CLOSE CHGOFF-REG
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
                       IF PT-CHARGEOFF-CYCLES NUMERIC
                           MOVE PT-CHARGEOFF-CYCLES
                               TO WS-PT-CHGOFF-CYCLES(WS-PROD-COUNT)
                       ELSE
                           MOVE ZERO
                               TO WS-PT-CHGOFF-CYCLES(WS-PROD-COUNT)
                       END-IF
                   END-IF
           END-READ.
      *
      * loads the accounts on an active plan once - a missing file
      * just means nobody is on a plan
       LOAD-PLAN-TABLE.
           OPEN INPUT PLAN-FILE
           IF PLAN-STATUS-OK
               PERFORM READ-PLAN-RECORD
                   UNTIL WS-PLAN-EOF
               CLOSE PLAN-FILE
           END-IF.
      *
       READ-PLAN-RECORD.
           READ PLAN-FILE NEXT RECORD
               AT END
                   SET WS-PLAN-EOF TO TRUE
               NOT AT END
                   IF PL-ACTIVE AND WS-PLN-COUNT < 500
                       ADD 1 TO WS-PLN-COUNT
                       MOVE PL-ACCT-NO TO WS-PN-ACCT-NO(WS-PLN-COUNT)
                   END-IF
           END-READ.
      *
       CHECK-ON-PLAN.
           MOVE 'N' TO WS-ON-PLAN-SW
           PERFORM VARYING WS-PLN-INDEX FROM 1 BY 1
               UNTIL WS-PLN-INDEX > WS-PLN-COUNT
               OR WS-ON-PLAN
               IF WS-PN-ACCT-NO(WS-PLN-INDEX) = ACCT-NO
                   SET WS-ON-PLAN TO TRUE
               END-IF
           END-PERFORM.
      *
      * the product's own threshold governs - the run's default only
      * holds for accounts with no product code, no terms record, or
      * terms that leave the threshold unset
       SELECT-APPLIED-THRESHOLD.
           MOVE WS-DEFAULT-CYCLES TO WS-APPLIED-CYCLES
           MOVE 'N' TO WS-PROD-FOUND-SW
           IF ACCT-PRODUCT-CODE NOT = SPACES
               PERFORM VARYING WS-PROD-INDEX FROM 1 BY 1
                   UNTIL WS-PROD-INDEX > WS-PROD-COUNT
                   OR WS-PROD-FOUND
                   IF WS-PT-CODE(WS-PROD-INDEX) = ACCT-PRODUCT-CODE
                       SET WS-PROD-FOUND TO TRUE
                       IF WS-PT-CHGOFF-CYCLES(WS-PROD-INDEX) > ZERO
                           MOVE WS-PT-CHGOFF-CYCLES(WS-PROD-INDEX)
                               TO WS-APPLIED-CYCLES
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *
       LOAD-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL
           IF PERIOD-STATUS-OK
               PERFORM READ-PERIOD-RECORD
                   UNTIL WS-PERIOD-EOF
               CLOSE PERIOD-CONTROL
           END-IF.
      *
       READ-PERIOD-RECORD.
           READ PERIOD-CONTROL
               AT END
                   SET WS-PERIOD-EOF TO TRUE
               NOT AT END
                   IF WS-PERIOD-COUNT < 36
                       ADD 1 TO WS-PERIOD-COUNT
                       MOVE PC-PERIOD
                           TO WS-PD-PERIOD(WS-PERIOD-COUNT)
                       MOVE PC-STATUS
                           TO WS-PD-STATUS(WS-PERIOD-COUNT)
                   END-IF
           END-READ.
      *
       CHECK-PERIOD-OPEN.
           MOVE 'Y' TO WS-PERIOD-OPEN-SW
           PERFORM VARYING WS-PERIOD-INDEX FROM 1 BY 1
               UNTIL WS-PERIOD-INDEX > WS-PERIOD-COUNT
               IF WS-PD-PERIOD(WS-PERIOD-INDEX) = WS-CHECK-PERIOD
                  AND WS-PD-STATUS(WS-PERIOD-INDEX) = 'C'
                   MOVE 'N' TO WS-PERIOD-OPEN-SW
               END-IF
           END-PERFORM.
      *
      * the fiscal period the run date falls in, as the YYYYPP key
      * the period file carries
       SET-FISCAL-PERIOD.
           CALL 'FISCALPD' USING WS-CURRENT-DATE WS-FISCAL-YEAR
               WS-FISCAL-PERIOD WS-FISCAL-WEEK WS-FISCAL-START
               WS-FISCAL-END
           COMPUTE WS-CHECK-PERIOD =
               WS-FISCAL-YEAR * 100 + WS-FISCAL-PERIOD.
      *
       CHARGE-OFF-ALL-ACCOUNTS.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM JUDGE-ONE-ACCOUNT
               PERFORM READ-RECORD
           END-PERFORM.
      *
       READ-RECORD.
           READ ACCT-REC NEXT RECORD
           AT END MOVE 'Y' TO LASTREC
           NOT AT END ADD 1 TO WS-ACCOUNTS-READ
           END-READ.
      *
      * an account already written off is left alone; otherwise one
      * with a balance owing that has gone the product's cycles past
      * due is charged off - unless it is paying on an active hardship
      * plan, whose cycles stand where they were at enrollment
       JUDGE-ONE-ACCOUNT.
           IF ACCT-CHARGED-OFF
               ADD 1 TO WS-ALREADY-OFF-COUNT
               EXIT PARAGRAPH
           END-IF
           IF ACCT-CYCLES-PAST-DUE NUMERIC
               MOVE ACCT-CYCLES-PAST-DUE TO WS-CYCLES-WORK
           ELSE
               MOVE ZERO TO WS-CYCLES-WORK
           END-IF
           PERFORM SELECT-APPLIED-THRESHOLD
           IF WS-CYCLES-WORK >= WS-APPLIED-CYCLES
              AND ACCT-BALANCE > ZERO
               PERFORM CHECK-ON-PLAN
               IF WS-ON-PLAN
                   ADD 1 TO WS-ON-PLAN-COUNT
               ELSE
                   PERFORM CHARGE-OFF-ONE-ACCOUNT
               END-IF
           END-IF.
      *
      * the balance moves to the charge-off amount and nothing is
      * left owing on the account; the cycles counter is kept as the
      * record of how far behind it was. recoveries start from zero.
       CHARGE-OFF-ONE-ACCOUNT.
           MOVE ACCT-BALANCE    TO ACCT-CHARGEOFF-AMOUNT
           MOVE ZERO            TO ACCT-BALANCE
           MOVE ZERO            TO ACCT-MIN-PAYMENT
           MOVE ZERO            TO ACCT-CYCLE-CREDITS
           MOVE ZERO            TO ACCT-RECOVERED-AMOUNT
           MOVE WS-CURRENT-DATE TO ACCT-CHARGEOFF-DATE
           SET ACCT-CHARGED-OFF TO TRUE
           MOVE WS-CURRENT-DATE(1:4) TO ACCT-LAST-ACT-YEAR
           MOVE WS-CURRENT-DATE(5:2) TO ACCT-LAST-ACT-MONTH
           REWRITE ACCT-FIELDS
               INVALID KEY
                   DISPLAY 'CBL0017: REWRITE FAILED FOR ' ACCT-NO
                   MOVE 'ACCTREC'  TO WS-FE-FILE
                   MOVE 'REWRITE'  TO WS-FE-OPERATION
                   MOVE WS-ACCT-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM REPORT-FILE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-CHARGED-OFF-COUNT
                   ADD ACCT-CHARGEOFF-AMOUNT TO WS-TOTAL-CHARGED-OFF
                   PERFORM RELEASE-CHARGEOFF
           END-REWRITE.
      *
       RELEASE-CHARGEOFF.
           MOVE ACCT-PRODUCT-CODE     TO CS-PRODUCT-CODE
           MOVE USA-STATE             TO CS-USA-STATE
           MOVE ACCT-NO               TO CS-ACCT-NO
           MOVE LAST-NAME             TO CS-LAST-NAME
           MOVE WS-CYCLES-WORK        TO CS-CYCLES
           MOVE ACCT-CHARGEOFF-AMOUNT TO CS-CHARGEOFF-AMT
           RELEASE CHGOFF-SORT-REC.
      *
       PRINT-CHARGEOFF-REGISTER.
           PERFORM RETURN-CHARGEOFF
           PERFORM UNTIL SORT-LASTREC = 'Y'
               IF WS-FIRST-GROUP
                   PERFORM START-PRODUCT-GROUP
               ELSE
                   IF CS-PRODUCT-CODE NOT = WS-PREV-PRODUCT
                       PERFORM WRITE-STATE-TOTAL
                       PERFORM WRITE-PRODUCT-TOTAL
                       PERFORM START-PRODUCT-GROUP
                   ELSE
                       IF CS-USA-STATE NOT = WS-PREV-STATE
                           PERFORM WRITE-STATE-TOTAL
                           MOVE CS-USA-STATE TO WS-PREV-STATE
                       END-IF
                   END-IF
               END-IF
               PERFORM WRITE-CHARGEOFF-LINE
               PERFORM RETURN-CHARGEOFF
           END-PERFORM
           IF NOT WS-FIRST-GROUP
               PERFORM WRITE-STATE-TOTAL
               PERFORM WRITE-PRODUCT-TOTAL
           END-IF.
      *
       RETURN-CHARGEOFF.
           RETURN CHGOFF-SORT-FILE
           AT END MOVE 'Y' TO SORT-LASTREC
           END-RETURN.
      *
       START-PRODUCT-GROUP.
           MOVE 'N' TO WS-FIRST-GROUP-SW
           MOVE CS-PRODUCT-CODE TO WS-PREV-PRODUCT
           MOVE CS-USA-STATE    TO WS-PREV-STATE
           MOVE CS-PRODUCT-CODE TO PH-PRODUCT-CODE
           MOVE SPACES TO CHGOFF-LINE
           WRITE CHGOFF-LINE
           WRITE CHGOFF-LINE FROM PRODUCT-HEADING-LINE.
      *
       WRITE-CHARGEOFF-LINE.
           MOVE CS-USA-STATE     TO CD-USA-STATE
           MOVE CS-ACCT-NO       TO CD-ACCT-NO
           MOVE CS-LAST-NAME     TO CD-LAST-NAME
           MOVE CS-CYCLES        TO CD-CYCLES-O
           MOVE CS-CHARGEOFF-AMT TO CD-AMOUNT-O
           WRITE CHGOFF-LINE FROM CHGOFF-DETAIL-LINE
           ADD 1 TO WS-STATE-COUNT
           ADD CS-CHARGEOFF-AMT TO WS-STATE-AMOUNT
           ADD 1 TO WS-PRODUCT-COUNT
           ADD CS-CHARGEOFF-AMT TO WS-PRODUCT-AMOUNT.
      *
       WRITE-STATE-TOTAL.
           MOVE WS-PREV-STATE   TO ST-USA-STATE
           MOVE WS-STATE-COUNT  TO ST-COUNT-O
           MOVE WS-STATE-AMOUNT TO ST-AMOUNT-O
           WRITE CHGOFF-LINE FROM STATE-TOTAL-LINE
           MOVE ZERO TO WS-STATE-COUNT
           MOVE ZERO TO WS-STATE-AMOUNT.
      *
       WRITE-PRODUCT-TOTAL.
           MOVE WS-PREV-PRODUCT   TO PT-PRODUCT-CODE-O
           MOVE WS-PRODUCT-COUNT  TO PT-COUNT-O
           MOVE WS-PRODUCT-AMOUNT TO PT-AMOUNT-O
           WRITE CHGOFF-LINE FROM PRODUCT-TOTAL-LINE
           MOVE ZERO TO WS-PRODUCT-COUNT
           MOVE ZERO TO WS-PRODUCT-AMOUNT.
      *
       WRITE-RUN-TOTALS.
           MOVE SPACES TO CHGOFF-LINE
           WRITE CHGOFF-LINE
           MOVE WS-CHARGED-OFF-COUNT TO RT-COUNT-O
           MOVE WS-TOTAL-CHARGED-OFF TO RT-AMOUNT-O
           WRITE CHGOFF-LINE FROM RUN-TOTAL-LINE
           MOVE WS-ACCOUNTS-READ     TO RT-ACCTS-READ-O
           MOVE WS-ALREADY-OFF-COUNT TO RT-ALREADY-OFF-O
           MOVE WS-ON-PLAN-COUNT     TO RT-ON-PLAN-O
           WRITE CHGOFF-LINE FROM RUN-TRAILER-LINE.
      *
      * the balances written off go to the ledger as one balanced
      * pair through the account-mapping file
       WRITE-GL-JOURNAL.
           IF WS-TOTAL-CHARGED-OFF NOT = ZERO
               MOVE 'CHARGEOFF' TO WS-GL-SOURCE-CODE
               MOVE WS-TOTAL-CHARGED-OFF TO WS-GL-AMOUNT
               CALL 'GLJRNL' USING WS-GL-JOB-NAME WS-GL-SOURCE-CODE
                   WS-GL-AMOUNT WS-GL-JOURNALED-SW
               IF WS-GL-JOURNALED-SW = 'Y'
                   ADD WS-GL-AMOUNT TO WS-GL-JOURNALED-TOTAL
               END-IF
           END-IF.
      *
      * the amount that actually landed on the ledger feed, whole
      * units, on the shop-wide balancing file - BALRPT totals
      * GLJRNL.DAT itself and proves the two agree
       WRITE-BALANCE-TOTALS.
           OPEN EXTEND BALANCE-FILE
           IF NOT BALANCE-STATUS-OK
               OPEN OUTPUT BALANCE-FILE
           END-IF
           IF BALANCE-STATUS-OK
               MOVE 'CBL0017' TO BF-JOB-NAME
               MOVE 'CHARGED-OFF' TO BF-COUNTER-NAME
               MOVE WS-CHARGED-OFF-COUNT TO BF-COUNTER-VALUE
               WRITE BALANCE-RECORD
               MOVE 'GL-JOURNALED' TO BF-COUNTER-NAME
               MOVE WS-GL-JOURNALED-TOTAL TO BF-COUNTER-VALUE
               WRITE BALANCE-RECORD
               CLOSE BALANCE-FILE
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
