      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBL0021.
      *--------------------
      * Autopay run - applies the day's enrollment actions against the
      * autopay file, turns the bank's returned autopay debits into
      * returned-payment transactions for the posting run, and on the
      * cycle's payment due date generates a credit transaction for
      * CBL0002 and a debit for the client's bank for every active
      * enrollment. The due date is the parameter card's day of the
      * month, moved to the next business day by LEAP's BIZDAY entry.
      * Each enrollment pays the minimum still owed for the cycle,
      * the full balance, or a fixed amount, as the client chose.
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
      * the autopay file - indexed on account, one enrollment per
      * account, updated in place
           SELECT AUTOPAY-FILE ASSIGN TO AUTOPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-ACCT-NO
               FILE STATUS IS WS-AUTO-STATUS.
           SELECT AUTO-MAINT-FILE ASSIGN TO AUTOMNT
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT AUTO-REJECT-FILE ASSIGN TO AUTOREJ.
      * the debits the bank could not collect, returned with the
      * bank's reason code
           SELECT BANK-RETURN-FILE ASSIGN TO BANKRTN
               FILE STATUS IS WS-RETURN-STATUS.
      * the generated payments and returns, in the TRAN-FILE layout -
      * concatenated ahead of the posting run's own feed
           SELECT AUTO-TRAN-FILE ASSIGN TO APTRAN.
      * the outbound debit file for the bank
           SELECT BANK-DEBIT-FILE ASSIGN TO APDEBIT.
           SELECT AUTOPAY-RPT ASSIGN TO AUTORPT.
      * one-card parameter - the day of the month payments fall due
      * and the shop's originator id on the bank file; a missing card
      * means the 25th
           SELECT AUTOPARM ASSIGN TO AUTOPARM
               FILE STATUS IS WS-PARM-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTREC.
      *
       FD  AUTOPAY-FILE RECORDING MODE F.
       01  AUTOPAY-RECORD.
           COPY AUTOREC.
      *
      * E enrolls the account, or changes an enrollment already
      * active; X cancels it
       FD  AUTO-MAINT-FILE RECORDING MODE F.
       01  AUTO-MAINT-RECORD.
           05  AM-ACTION-CODE     PIC X(1).
               88  AM-ACTION-ENROLL    VALUE 'E'.
               88  AM-ACTION-CANCEL    VALUE 'X'.
           05  AM-OPERATOR-ID     PIC X(8).
           05  AM-ACCT-NO         PIC X(8).
           05  AM-PAY-OPTION      PIC X(1).
           05  AM-FIXED-AMOUNT    PIC 9(7)V99.
           05  AM-BANK-ROUTING    PIC 9(9).
           05  AM-BANK-ACCOUNT    PIC X(17).
           05  AM-BANK-ACCT-TYPE  PIC X(1).
      *
       FD  AUTO-REJECT-FILE RECORDING MODE F.
       01  AUTO-REJECT-RECORD.
           05  AR-MAINT-IMAGE     PIC X(54).
           05  AR-REASON-TEXT     PIC X(30).
      *
      * R01 insufficient funds and R09 uncollected funds are the
      * client's problem; any other reason means the bank details
      * are bad and the enrollment is suspended
       FD  BANK-RETURN-FILE RECORDING MODE F.
       01  BANK-RETURN-RECORD.
           05  BR-ACCT-NO         PIC X(8).
           05  BR-AMOUNT          PIC 9(7)V99.
           05  BR-RETURN-DATE     PIC 9(8).
           05  BR-REASON-CODE     PIC X(3).
               88  BR-FUNDS-RETURN VALUE 'R01' 'R09'.
           05  FILLER             PIC X(12).
      *
       FD  AUTO-TRAN-FILE RECORDING MODE F.
       01  AUTO-TRAN-RECORD.
           05  GT-ACCT-NO         PIC X(8).
           05  GT-TRAN-DATE       PIC 9(8).
           05  GT-AMOUNT          PIC S9(7)V99.
           05  GT-TYPE-CODE       PIC X(1).
      *
      * the bank file - H header, D one debit per payment, T trailer
      * with the count, the total and the hash of the routing numbers
       FD  BANK-DEBIT-FILE RECORDING MODE F.
       01  BANK-HEADER-RECORD.
           05  BH-RECORD-TYPE     PIC X(1).
           05  BH-FILE-DATE       PIC 9(8).
           05  BH-EFFECTIVE-DATE  PIC 9(8).
           05  BH-ORIGINATOR-ID   PIC X(10).
           05  BH-PROGRAM-ID      PIC X(8).
           05  FILLER             PIC X(65).
       01  BANK-DETAIL-RECORD.
           05  BD-RECORD-TYPE     PIC X(1).
           05  BD-BANK-ROUTING    PIC 9(9).
           05  BD-BANK-ACCOUNT    PIC X(17).
           05  BD-BANK-ACCT-TYPE  PIC X(1).
           05  BD-AMOUNT          PIC 9(7)V99.
      * the account number comes back on a return as BR-ACCT-NO
           05  BD-INDIVIDUAL-ID   PIC X(8).
           05  BD-INDIVIDUAL-NAME PIC X(36).
           05  BD-EFFECTIVE-DATE  PIC 9(8).
           05  BD-TRACE-NO        PIC 9(7).
           05  FILLER             PIC X(4).
       01  BANK-TRAILER-RECORD.
           05  BT-RECORD-TYPE     PIC X(1).
           05  BT-DETAIL-COUNT    PIC 9(7).
           05  BT-TOTAL-AMOUNT    PIC 9(11)V99.
           05  BT-ROUTING-HASH    PIC 9(10).
           05  FILLER             PIC X(69).
      *
       FD  AUTOPAY-RPT RECORDING MODE F.
       01  AUTOPAY-LINE           PIC X(100).
      *
       FD  AUTOPARM RECORDING MODE F.
       01  AUTOPARM-REC.
           05  AX-DUE-DAY         PIC 9(2).
           05  AX-ORIGINATOR-ID   PIC X(10).
           05  FILLER             PIC X(28).
      *
       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS        PIC X(2) VALUE '00'.
         88 ACCT-STATUS-OK      VALUE '00'.
       01 WS-AUTO-STATUS        PIC X(2) VALUE '00'.
         88 AUTO-STATUS-OK      VALUE '00'.
       01 WS-MAINT-STATUS       PIC X(2) VALUE '00'.
         88 MAINT-STATUS-OK     VALUE '00'.
       01 WS-RETURN-STATUS      PIC X(2) VALUE '00'.
         88 RETURN-STATUS-OK    VALUE '00'.
       01 WS-PARM-STATUS        PIC X(2) VALUE '00'.
         88 PARM-STATUS-OK      VALUE '00'.
      *
       01 FLAGS.
         05 MAINT-LASTREC     PIC X VALUE SPACE.
         05 RETURN-LASTREC    PIC X VALUE SPACE.
         05 AUTO-LASTREC      PIC X VALUE SPACE.
         05 WS-PARM-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-PARM-EOF              VALUE 'Y'.
         05 WS-AUTO-ON-FILE-SW PIC X VALUE 'N'.
           88 WS-AUTO-ON-FILE          VALUE 'Y'.
         05 WS-BIZDAY-FLAG    PIC X VALUE 'N'.
      *
       01 AUTOPAY-PARMS.
         05 WS-DUE-DAY          PIC 9(2)  VALUE 25.
         05 WS-ORIGINATOR-ID    PIC X(10) VALUE SPACES.
      *
       01 DATE-WORK-FIELDS.
         05 WS-TODAY            PIC 9(8) VALUE ZERO.
         05 WS-CURRENT-PERIOD   PIC 9(6) VALUE ZERO.
      * the cycle's due date, moved forward to a business day
         05 WS-DUE-DATE         PIC 9(8) VALUE ZERO.
         05 WS-DATE-INTEGER     PIC 9(7) VALUE ZERO.
      *
       01 PAYMENT-WORK-FIELDS.
         05 WS-PAY-AMOUNT       PIC S9(7)V99 VALUE ZERO.
         05 WS-CYCLE-CREDITS    PIC S9(7)V99 VALUE ZERO.
         05 WS-TRACE-NO         PIC 9(7) VALUE ZERO.
      *
       01 AUTOPAY-TOTALS.
         05 WS-ENROLLED-COUNT   PIC 9(7) VALUE ZERO.
         05 WS-CHANGED-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-CANCELLED-COUNT  PIC 9(7) VALUE ZERO.
         05 WS-REJECTED-COUNT   PIC 9(7) VALUE ZERO.
         05 WS-RETURN-COUNT     PIC 9(7) VALUE ZERO.
         05 WS-SUSPENDED-COUNT  PIC 9(7) VALUE ZERO.
         05 WS-AMT-RETURNED     PIC S9(9)V99 VALUE ZERO.
         05 WS-PAYMENT-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-NOTHING-DUE-COUNT PIC 9(7) VALUE ZERO.
         05 WS-SKIPPED-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-AMT-PAYMENTS     PIC S9(9)V99 VALUE ZERO.
         05 WS-ROUTING-HASH     PIC 9(10) VALUE ZERO.
      *
       01 ACTION-HEADING-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(30) VALUE
                 'AUTOPAY ENROLLMENT ACTIONS'.
         05  FILLER            PIC X(69) VALUE SPACES.
      *
       01 ACTION-DETAIL-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  AD-ACCT-NO        PIC X(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-ACTION-TEXT    PIC X(10).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-OPTION-TEXT    PIC X(7).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-FIXED-AMOUNT-O PIC $$,$$$,$$9.99.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-BANK-ROUTING   PIC 9(9).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-OPERATOR-ID    PIC X(8).
         05  FILLER            PIC X(32) VALUE SPACES.
      *
       01 ACTION-TRAILER-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(10) VALUE 'ENROLLED: '.
         05  AT-ENROLLED-O     PIC ZZZ,ZZ9.
         05  FILLER            PIC X(11) VALUE '  CHANGED: '.
         05  AT-CHANGED-O      PIC ZZZ,ZZ9.
         05  FILLER            PIC X(13) VALUE '  CANCELLED: '.
         05  AT-CANCELLED-O    PIC ZZZ,ZZ9.
         05  FILLER            PIC X(12) VALUE '  REJECTED: '.
         05  AT-REJECTED-O     PIC ZZZ,ZZ9.
         05  FILLER            PIC X(23) VALUE SPACES.
      *
       01 RETURN-HEADING-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(30) VALUE
                 'AUTOPAY DEBITS RETURNED'.
         05  FILLER            PIC X(69) VALUE SPACES.
      *
       01 RETURN-DETAIL-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  RD-ACCT-NO        PIC X(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  RD-RETURN-DATE    PIC 9(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  RD-AMOUNT-O       PIC $$,$$$,$$9.99.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  RD-REASON-CODE    PIC X(3).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  RD-FLAG-TEXT      PIC X(20).
         05  FILLER            PIC X(37) VALUE SPACES.
      *
       01 RETURN-TRAILER-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(9)  VALUE 'RETURNS: '.
         05  RT-RETURNS-O      PIC ZZZ,ZZ9.
         05  FILLER            PIC X(10) VALUE '  AMOUNT: '.
         05  RT-AMOUNT-O       PIC $$$$,$$$,$$9.99.
         05  FILLER            PIC X(13) VALUE '  SUSPENDED: '.
         05  RT-SUSPENDED-O    PIC ZZZ,ZZ9.
         05  FILLER            PIC X(36) VALUE SPACES.
      *
       01 PAYMENT-HEADING-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(30) VALUE
                 'AUTOPAY PAYMENTS GENERATED'.
         05  FILLER            PIC X(69) VALUE SPACES.
      *
       01 PAYMENT-DUE-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(18) VALUE 'PAYMENT DUE DATE: '.
         05  PU-DUE-DATE       PIC 9(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  PU-STATUS-TEXT    PIC X(30).
         05  FILLER            PIC X(39) VALUE SPACES.
      *
       01 PAYMENT-DETAIL-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  PD-ACCT-NO        PIC X(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  PD-OPTION-TEXT    PIC X(7).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  PD-AMOUNT-O       PIC $$,$$$,$$9.99.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  PD-TRACE-NO       PIC 9(7).
         05  FILLER            PIC X(56) VALUE SPACES.
      *
       01 PAYMENT-TRAILER-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(10) VALUE 'PAYMENTS: '.
         05  PT-PAYMENTS-O     PIC ZZZ,ZZ9.
         05  FILLER            PIC X(10) VALUE '  AMOUNT: '.
         05  PT-AMOUNT-O       PIC $$$$,$$$,$$9.99.
         05  FILLER            PIC X(15) VALUE '  NOTHING DUE: '.
         05  PT-NOTHING-DUE-O  PIC ZZZ,ZZ9.
         05  FILLER            PIC X(11) VALUE '  SKIPPED: '.
         05  PT-SKIPPED-O      PIC ZZZ,ZZ9.
         05  FILLER            PIC X(15) VALUE SPACES.
      *
      * parameters for the shared FILEERR handler - a bad status
      * goes on the job log in plain words and sets the return code
       01 FILE-ERROR-FIELDS.
         05 WS-FE-PROGRAM      PIC X(8)  VALUE 'CBL0021'.
         05 WS-FE-FILE         PIC X(12) VALUE SPACES.
         05 WS-FE-OPERATION    PIC X(7)  VALUE SPACES.
         05 WS-FE-STATUS       PIC X(2)  VALUE SPACES.
         05 WS-FE-SEVERITY     PIC X(1)  VALUE SPACE.
         05 WS-FE-END-RUN      PIC X(1)  VALUE 'N'.
         05 WS-FE-RETURN-CODE  PIC 9(4)  VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY(1:6) TO WS-CURRENT-PERIOD
           PERFORM GET-AUTOPAY-PARM
           PERFORM GET-DUE-DATE
           OPEN INPUT ACCT-REC
           IF NOT ACCT-STATUS-OK
               MOVE 'ACCTREC'  TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-ACCT-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               GOBACK
           END-IF
      * the first run creates the autopay file
           OPEN I-O AUTOPAY-FILE
           IF WS-AUTO-STATUS = '35'
               OPEN OUTPUT AUTOPAY-FILE
               CLOSE AUTOPAY-FILE
               OPEN I-O AUTOPAY-FILE
           END-IF
           IF NOT AUTO-STATUS-OK
               MOVE 'AUTOPAY'  TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-AUTO-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               CLOSE ACCT-REC
               GOBACK
           END-IF
           OPEN OUTPUT AUTO-REJECT-FILE
           OPEN OUTPUT AUTO-TRAN-FILE
           OPEN OUTPUT BANK-DEBIT-FILE
           OPEN OUTPUT AUTOPAY-RPT
           WRITE AUTOPAY-LINE FROM ACTION-HEADING-LINE
           MOVE SPACE TO MAINT-LASTREC
           OPEN INPUT AUTO-MAINT-FILE
           IF NOT MAINT-STATUS-OK
               MOVE 'Y' TO MAINT-LASTREC
           END-IF.
      *
       APPLY-ALL-ACTIONS.
           IF MAINT-LASTREC NOT = 'Y'
               PERFORM READ-MAINT-RECORD
           END-IF
           PERFORM UNTIL MAINT-LASTREC = 'Y'
               PERFORM APPLY-ONE-ACTION
               PERFORM READ-MAINT-RECORD
           END-PERFORM
           PERFORM WRITE-ACTION-TRAILER
           .
      *
      * every debit the bank sent back goes to the posting run as a
      * returned payment, which reverses the autopay credit it finds
      * on the history and charges the returned-payment fee
       APPLY-ALL-RETURNS.
           MOVE SPACES TO AUTOPAY-LINE
           WRITE AUTOPAY-LINE
           WRITE AUTOPAY-LINE FROM RETURN-HEADING-LINE
           MOVE SPACE TO RETURN-LASTREC
           OPEN INPUT BANK-RETURN-FILE
           IF RETURN-STATUS-OK
               PERFORM READ-RETURN-RECORD
               PERFORM UNTIL RETURN-LASTREC = 'Y'
                   PERFORM APPLY-ONE-RETURN
                   PERFORM READ-RETURN-RECORD
               END-PERFORM
               CLOSE BANK-RETURN-FILE
           END-IF
           MOVE WS-RETURN-COUNT    TO RT-RETURNS-O
           MOVE WS-AMT-RETURNED    TO RT-AMOUNT-O
           MOVE WS-SUSPENDED-COUNT TO RT-SUSPENDED-O
           WRITE AUTOPAY-LINE FROM RETURN-TRAILER-LINE
           .
      *
      * payments go out once a cycle, on the first run on or after
      * the due date
       GENERATE-ALL-PAYMENTS.
           MOVE SPACES TO AUTOPAY-LINE
           WRITE AUTOPAY-LINE
           WRITE AUTOPAY-LINE FROM PAYMENT-HEADING-LINE
           MOVE WS-DUE-DATE TO PU-DUE-DATE
           IF WS-TODAY < WS-DUE-DATE
               MOVE 'NO PAYMENTS DUE TODAY' TO PU-STATUS-TEXT
               WRITE AUTOPAY-LINE FROM PAYMENT-DUE-LINE
           ELSE
               MOVE SPACES TO PU-STATUS-TEXT
               WRITE AUTOPAY-LINE FROM PAYMENT-DUE-LINE
               PERFORM WRITE-BANK-HEADER
               MOVE LOW-VALUES TO AP-ACCT-NO
               START AUTOPAY-FILE KEY IS NOT LESS THAN AP-ACCT-NO
                   INVALID KEY
                       MOVE 'Y' TO AUTO-LASTREC
               END-START
               PERFORM UNTIL AUTO-LASTREC = 'Y'
                   READ AUTOPAY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO AUTO-LASTREC
                       NOT AT END
                           IF AP-ACTIVE
                              AND AP-LAST-PAID-PERIOD
                                  < WS-CURRENT-PERIOD
                               PERFORM PAY-ONE-ENROLLMENT
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM WRITE-BANK-TRAILER
           END-IF
           MOVE WS-PAYMENT-COUNT     TO PT-PAYMENTS-O
           MOVE WS-AMT-PAYMENTS      TO PT-AMOUNT-O
           MOVE WS-NOTHING-DUE-COUNT TO PT-NOTHING-DUE-O
           MOVE WS-SKIPPED-COUNT     TO PT-SKIPPED-O
           WRITE AUTOPAY-LINE FROM PAYMENT-TRAILER-LINE
           .
      *
       CLOSE-STOP.
           CLOSE ACCT-REC
           CLOSE AUTOPAY-FILE
           CLOSE AUTO-MAINT-FILE
           CLOSE AUTO-REJECT-FILE
           CLOSE AUTO-TRAN-FILE
           CLOSE BANK-DEBIT-FILE
           CLOSE AUTOPAY-RPT
           GOBACK.
      *
       GET-AUTOPAY-PARM.
           OPEN INPUT AUTOPARM
           IF PARM-STATUS-OK
               READ AUTOPARM
                   AT END
                       SET WS-PARM-EOF TO TRUE
               END-READ
               IF NOT WS-PARM-EOF
                   IF AX-DUE-DAY NUMERIC
                      AND AX-DUE-DAY > ZERO
                      AND AX-DUE-DAY < 29
                       MOVE AX-DUE-DAY TO WS-DUE-DAY
                   END-IF
                   MOVE AX-ORIGINATOR-ID TO WS-ORIGINATOR-ID
               END-IF
               CLOSE AUTOPARM
           END-IF.
      *
      * the due day in the current month, moved forward past any
      * weekend or holiday on the shop calendar
       GET-DUE-DATE.
           COMPUTE WS-DUE-DATE = WS-CURRENT-PERIOD * 100 + WS-DUE-DAY
           CALL 'BIZDAY' USING WS-DUE-DATE WS-BIZDAY-FLAG
           PERFORM UNTIL WS-BIZDAY-FLAG = 'Y'
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 1
               COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               CALL 'BIZDAY' USING WS-DUE-DATE WS-BIZDAY-FLAG
           END-PERFORM.
      *
       READ-MAINT-RECORD.
           READ AUTO-MAINT-FILE
           AT END MOVE 'Y' TO MAINT-LASTREC
           END-READ.
      *
       APPLY-ONE-ACTION.
           MOVE AM-ACCT-NO TO AP-ACCT-NO
           EVALUATE TRUE
               WHEN AM-ACTION-ENROLL
                   PERFORM ENROLL-THIS-ACCOUNT
               WHEN AM-ACTION-CANCEL
                   PERFORM CANCEL-THIS-ENROLLMENT
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO AR-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
           END-EVALUATE.
      *
      * an enrollment needs a live account, a payment choice the run
      * knows, and bank details the bank will take; enrolling an
      * account already active just replaces its choice and bank
       ENROLL-THIS-ACCOUNT.
           MOVE AM-ACCT-NO TO ACCT-NO
           READ ACCT-REC
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON MASTER' TO AR-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-CHARGED-OFF
               MOVE 'ACCOUNT CHARGED OFF' TO AR-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF AM-PAY-OPTION NOT = 'M' AND NOT = 'F' AND NOT = 'X'
               MOVE 'INVALID PAYMENT OPTION' TO AR-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF AM-PAY-OPTION = 'X'
              AND (AM-FIXED-AMOUNT NOT NUMERIC
                   OR AM-FIXED-AMOUNT = ZERO)
               MOVE 'FIXED AMOUNT MISSING' TO AR-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF AM-BANK-ROUTING NOT NUMERIC
              OR AM-BANK-ROUTING = ZERO
              OR AM-BANK-ACCOUNT = SPACES
              OR (AM-BANK-ACCT-TYPE NOT = 'C'
                  AND AM-BANK-ACCT-TYPE NOT = 'S')
               MOVE 'BANK DETAILS INVALID' TO AR-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AUTO-ON-FILE-SW
           READ AUTOPAY-FILE
               NOT INVALID KEY
                   SET WS-AUTO-ON-FILE TO TRUE
           END-READ
           IF WS-AUTO-ON-FILE AND AP-ACTIVE
               MOVE 'CHANGED' TO AD-ACTION-TEXT
           ELSE
               MOVE 'ENROLLED' TO AD-ACTION-TEXT
               INITIALIZE AUTOPAY-RECORD
               MOVE AM-ACCT-NO TO AP-ACCT-NO
               SET AP-ACTIVE TO TRUE
               MOVE WS-TODAY   TO AP-ENROLL-DATE
               MOVE ZERO       TO AP-LAST-PAID-PERIOD
               MOVE ZERO       TO AP-LAST-PAID-DATE
               MOVE ZERO       TO AP-LAST-PAID-AMOUNT
               MOVE ZERO       TO AP-RETURN-COUNT
           END-IF
           MOVE AM-PAY-OPTION     TO AP-PAY-OPTION
           IF AP-PAY-FIXED
               MOVE AM-FIXED-AMOUNT TO AP-FIXED-AMOUNT
           ELSE
               MOVE ZERO TO AP-FIXED-AMOUNT
           END-IF
           MOVE AM-BANK-ROUTING   TO AP-BANK-ROUTING
           MOVE AM-BANK-ACCOUNT   TO AP-BANK-ACCOUNT
           MOVE AM-BANK-ACCT-TYPE TO AP-BANK-ACCT-TYPE
           MOVE AM-OPERATOR-ID    TO AP-OPERATOR-ID
           IF WS-AUTO-ON-FILE
               REWRITE AUTOPAY-RECORD
                   INVALID KEY
                       DISPLAY 'CBL0021: REWRITE FAILED FOR AUTOPAY '
                           AP-ACCT-NO
                       MOVE 'AUTOPAY'  TO WS-FE-FILE
                       MOVE 'REWRITE'  TO WS-FE-OPERATION
                       MOVE WS-AUTO-STATUS TO WS-FE-STATUS
                       MOVE 'E'        TO WS-FE-SEVERITY
                       PERFORM REPORT-FILE-ERROR
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE AUTOPAY-RECORD
                   INVALID KEY
                       DISPLAY 'CBL0021: WRITE FAILED FOR AUTOPAY '
                           AP-ACCT-NO
                       MOVE 'AUTOPAY'  TO WS-FE-FILE
                       MOVE 'WRITE'    TO WS-FE-OPERATION
                       MOVE WS-AUTO-STATUS TO WS-FE-STATUS
                       MOVE 'E'        TO WS-FE-SEVERITY
                       PERFORM REPORT-FILE-ERROR
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           IF AD-ACTION-TEXT = 'CHANGED'
               ADD 1 TO WS-CHANGED-COUNT
           ELSE
               ADD 1 TO WS-ENROLLED-COUNT
           END-IF
           PERFORM WRITE-ACTION-LINE.
      *
       CANCEL-THIS-ENROLLMENT.
           READ AUTOPAY-FILE
               INVALID KEY
                   MOVE 'NOT ENROLLED' TO AR-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
           END-READ
           IF AP-CANCELLED
               MOVE 'ALREADY CANCELLED' TO AR-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           SET AP-CANCELLED TO TRUE
           MOVE AM-OPERATOR-ID TO AP-OPERATOR-ID
           REWRITE AUTOPAY-RECORD
               INVALID KEY
                   DISPLAY 'CBL0021: REWRITE FAILED FOR AUTOPAY '
                       AP-ACCT-NO
                   MOVE 'AUTOPAY'  TO WS-FE-FILE
                   MOVE 'REWRITE'  TO WS-FE-OPERATION
                   MOVE WS-AUTO-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM REPORT-FILE-ERROR
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-CANCELLED-COUNT
           MOVE 'CANCELLED' TO AD-ACTION-TEXT
           PERFORM WRITE-ACTION-LINE.
      *
       WRITE-REJECT-RECORD.
           MOVE AUTO-MAINT-RECORD TO AR-MAINT-IMAGE
           WRITE AUTO-REJECT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.
      *
       WRITE-ACTION-LINE.
           MOVE AP-ACCT-NO      TO AD-ACCT-NO
           PERFORM GET-OPTION-TEXT
           MOVE PD-OPTION-TEXT  TO AD-OPTION-TEXT
           MOVE AP-FIXED-AMOUNT TO AD-FIXED-AMOUNT-O
           MOVE AP-BANK-ROUTING TO AD-BANK-ROUTING
           MOVE AM-OPERATOR-ID  TO AD-OPERATOR-ID
           WRITE AUTOPAY-LINE FROM ACTION-DETAIL-LINE.
      *
       GET-OPTION-TEXT.
           EVALUATE TRUE
               WHEN AP-PAY-MINIMUM
                   MOVE 'MINIMUM' TO PD-OPTION-TEXT
               WHEN AP-PAY-FULL
                   MOVE 'FULL'    TO PD-OPTION-TEXT
               WHEN OTHER
                   MOVE 'FIXED'   TO PD-OPTION-TEXT
           END-EVALUATE.
      *
       WRITE-ACTION-TRAILER.
           MOVE WS-ENROLLED-COUNT  TO AT-ENROLLED-O
           MOVE WS-CHANGED-COUNT   TO AT-CHANGED-O
           MOVE WS-CANCELLED-COUNT TO AT-CANCELLED-O
           MOVE WS-REJECTED-COUNT  TO AT-REJECTED-O
           WRITE AUTOPAY-LINE FROM ACTION-TRAILER-LINE.
      *
       READ-RETURN-RECORD.
           READ BANK-RETURN-FILE
           AT END MOVE 'Y' TO RETURN-LASTREC
           END-READ.
      *
      * the return goes out as a type R transaction for the amount the
      * bank gave back; a return for bad bank details also suspends
      * the enrollment until the client enrolls again
       APPLY-ONE-RETURN.
           MOVE BR-ACCT-NO TO GT-ACCT-NO
           MOVE WS-TODAY   TO GT-TRAN-DATE
           MOVE BR-AMOUNT  TO GT-AMOUNT
           MOVE 'R'        TO GT-TYPE-CODE
           WRITE AUTO-TRAN-RECORD
           ADD 1 TO WS-RETURN-COUNT
           ADD BR-AMOUNT TO WS-AMT-RETURNED
           MOVE SPACES TO RD-FLAG-TEXT
           MOVE BR-ACCT-NO TO AP-ACCT-NO
           READ AUTOPAY-FILE
               INVALID KEY
                   MOVE 'NOT ENROLLED' TO RD-FLAG-TEXT
               NOT INVALID KEY
                   ADD 1 TO AP-RETURN-COUNT
                   IF AP-ACTIVE AND NOT BR-FUNDS-RETURN
                       SET AP-SUSPENDED TO TRUE
                       ADD 1 TO WS-SUSPENDED-COUNT
                       MOVE 'AUTOPAY SUSPENDED' TO RD-FLAG-TEXT
                   END-IF
                   REWRITE AUTOPAY-RECORD
                       INVALID KEY
                           DISPLAY 'CBL0021: REWRITE FAILED FOR '
                               'AUTOPAY ' AP-ACCT-NO
                           MOVE 'AUTOPAY'  TO WS-FE-FILE
                           MOVE 'REWRITE'  TO WS-FE-OPERATION
                           MOVE WS-AUTO-STATUS TO WS-FE-STATUS
                           MOVE 'E'        TO WS-FE-SEVERITY
                           PERFORM REPORT-FILE-ERROR
                   END-REWRITE
           END-READ
           MOVE BR-ACCT-NO     TO RD-ACCT-NO
           MOVE BR-RETURN-DATE TO RD-RETURN-DATE
           MOVE BR-AMOUNT      TO RD-AMOUNT-O
           MOVE BR-REASON-CODE TO RD-REASON-CODE
           WRITE AUTOPAY-LINE FROM RETURN-DETAIL-LINE.
      *
      * the minimum is what is still owed on it after the cycle's
      * other credits; the full balance and a fixed amount are taken
      * as they stand, a fixed amount never more than the balance
       PAY-ONE-ENROLLMENT.
           MOVE AP-ACCT-NO TO ACCT-NO
           READ ACCT-REC
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-CHARGED-OFF
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN AP-PAY-MINIMUM
                   MOVE ZERO TO WS-PAY-AMOUNT
                   MOVE ZERO TO WS-CYCLE-CREDITS
                   IF ACCT-CYCLE-CREDITS NUMERIC
                       MOVE ACCT-CYCLE-CREDITS TO WS-CYCLE-CREDITS
                   END-IF
                   IF ACCT-MIN-PAYMENT NUMERIC
                       COMPUTE WS-PAY-AMOUNT =
                           ACCT-MIN-PAYMENT - WS-CYCLE-CREDITS
                   END-IF
               WHEN AP-PAY-FULL
                   MOVE ACCT-BALANCE TO WS-PAY-AMOUNT
               WHEN OTHER
                   MOVE AP-FIXED-AMOUNT TO WS-PAY-AMOUNT
                   IF WS-PAY-AMOUNT > ACCT-BALANCE
                       MOVE ACCT-BALANCE TO WS-PAY-AMOUNT
                   END-IF
           END-EVALUATE
           IF WS-PAY-AMOUNT NOT > ZERO
               ADD 1 TO WS-NOTHING-DUE-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRACE-NO
           MOVE AP-ACCT-NO    TO GT-ACCT-NO
           MOVE WS-TODAY      TO GT-TRAN-DATE
           MOVE WS-PAY-AMOUNT TO GT-AMOUNT
           MOVE 'C'           TO GT-TYPE-CODE
           WRITE AUTO-TRAN-RECORD
           MOVE SPACES            TO BANK-DETAIL-RECORD
           MOVE 'D'               TO BD-RECORD-TYPE
           MOVE AP-BANK-ROUTING   TO BD-BANK-ROUTING
           MOVE AP-BANK-ACCOUNT   TO BD-BANK-ACCOUNT
           MOVE AP-BANK-ACCT-TYPE TO BD-BANK-ACCT-TYPE
           MOVE WS-PAY-AMOUNT     TO BD-AMOUNT
           MOVE AP-ACCT-NO        TO BD-INDIVIDUAL-ID
           STRING FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  LAST-NAME DELIMITED BY '  '
               INTO BD-INDIVIDUAL-NAME
           END-STRING
           MOVE WS-TODAY          TO BD-EFFECTIVE-DATE
           MOVE WS-TRACE-NO       TO BD-TRACE-NO
           WRITE BANK-DETAIL-RECORD
           ADD AP-BANK-ROUTING TO WS-ROUTING-HASH
           MOVE WS-CURRENT-PERIOD TO AP-LAST-PAID-PERIOD
           MOVE WS-TODAY          TO AP-LAST-PAID-DATE
           MOVE WS-PAY-AMOUNT     TO AP-LAST-PAID-AMOUNT
           REWRITE AUTOPAY-RECORD
               INVALID KEY
                   DISPLAY 'CBL0021: REWRITE FAILED FOR AUTOPAY '
                       AP-ACCT-NO
                   MOVE 'AUTOPAY'  TO WS-FE-FILE
                   MOVE 'REWRITE'  TO WS-FE-OPERATION
                   MOVE WS-AUTO-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM REPORT-FILE-ERROR
           END-REWRITE
           ADD 1 TO WS-PAYMENT-COUNT
           ADD WS-PAY-AMOUNT TO WS-AMT-PAYMENTS
           MOVE AP-ACCT-NO    TO PD-ACCT-NO
           PERFORM GET-OPTION-TEXT
           MOVE WS-PAY-AMOUNT TO PD-AMOUNT-O
           MOVE WS-TRACE-NO   TO PD-TRACE-NO
           WRITE AUTOPAY-LINE FROM PAYMENT-DETAIL-LINE.
      *
       WRITE-BANK-HEADER.
           MOVE SPACES           TO BANK-HEADER-RECORD
           MOVE 'H'              TO BH-RECORD-TYPE
           MOVE WS-TODAY         TO BH-FILE-DATE
           MOVE WS-TODAY         TO BH-EFFECTIVE-DATE
           MOVE WS-ORIGINATOR-ID TO BH-ORIGINATOR-ID
           MOVE 'CBL0021'        TO BH-PROGRAM-ID
           WRITE BANK-HEADER-RECORD.
      *
       WRITE-BANK-TRAILER.
           MOVE SPACES           TO BANK-TRAILER-RECORD
           MOVE 'T'              TO BT-RECORD-TYPE
           MOVE WS-PAYMENT-COUNT TO BT-DETAIL-COUNT
           MOVE WS-AMT-PAYMENTS  TO BT-TOTAL-AMOUNT
           MOVE WS-ROUTING-HASH  TO BT-ROUTING-HASH
           WRITE BANK-TRAILER-RECORD.
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
