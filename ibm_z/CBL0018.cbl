      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBL0018.
      *--------------------
      * Disputed-transaction maintenance - applies the day's dispute
      * actions against the dispute file. An open names a debit that
      * must be on ACCT-HIST and starts the regulatory response clock;
      * a resolution either credits the disputed amount back to the
      * account or reinstates the charge. Every run ends with the
      * open-disputes aging report, flagging the disputes nearing or
      * past their response deadline.
      * Holds the LOCKCTL ACCTMAST lock while it applies the
      * day's disputes.
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
      * the dispute file - indexed on account, debit date and amount,
      * updated in place as disputes open and close
           SELECT DISPUTE-FILE ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT DISP-TRAN-FILE ASSIGN TO DISPTRAN
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT DISP-REJECT-FILE ASSIGN TO DISPREJ.
           SELECT DISPUTE-RPT ASSIGN TO DISPRPT.
      * the permanent posting history CBL0002 keeps - an open has to
      * name a debit that is really there, and a credit is added to it
           SELECT ACCT-HIST ASSIGN TO ACCTHIST
               FILE STATUS IS WS-HIST-STATUS.
      * one-card parameter - days allowed to respond to a dispute and
      * how many days before the deadline the report starts warning;
      * the defaults of 90 and 10 hold when the card is missing
           SELECT DISPPARM ASSIGN TO DISPPARM
               FILE STATUS IS WS-DISP-PARM-STATUS.
      * shop-wide balancing file - the GL counters left here let
      * BALRPT prove the journal feed matches the run
           SELECT BALANCE-FILE ASSIGN TO "BALANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
      * accounting-period control shared with the posting runs - a
      * dispute credit posts today and is refused in a closed month
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
       FD  DISPUTE-FILE RECORDING MODE F.
       01  DISPUTE-RECORD.
           COPY DISPREC.
      *
      * O opens a dispute against the debit named by account, date
      * and amount; C resolves it with a credit to the account, R
      * resolves it by reinstating the charge
       FD  DISP-TRAN-FILE RECORDING MODE F.
       01  DISP-TRAN-RECORD.
           05  DT-ACTION-CODE     PIC X(1).
               88  DT-ACTION-OPEN      VALUE 'O'.
               88  DT-ACTION-CREDIT    VALUE 'C'.
               88  DT-ACTION-REINSTATE VALUE 'R'.
           05  DT-OPERATOR-ID     PIC X(8).
           05  DT-ACCT-NO         PIC X(8).
           05  DT-TRAN-DATE       PIC 9(8).
           05  DT-AMOUNT          PIC 9(7)V99.
           05  DT-REASON-TEXT     PIC X(30).
      *
       FD  DISP-REJECT-FILE RECORDING MODE F.
       01  DISP-REJECT-RECORD.
           05  DR-TRAN-IMAGE      PIC X(64).
           05  DR-REASON-TEXT     PIC X(30).
      *
       FD  DISPUTE-RPT RECORDING MODE F.
       01  DISPUTE-LINE           PIC X(100).
      *
      * the transaction's own type code, or A for a dispute credit
       FD  ACCT-HIST RECORDING MODE F.
       01  ACCT-HIST-RECORD.
           05  AH-ACCT-NO         PIC X(8).
           05  AH-TRAN-DATE       PIC 9(8).
           05  AH-AMOUNT          PIC S9(7)V99.
           05  AH-TYPE-CODE       PIC X(1).
               88  AH-TYPE-DEBIT  VALUE 'D'.
      *
       FD  DISPPARM RECORDING MODE F.
       01  DISPPARM-REC.
           05  DPP-DEADLINE-DAYS  PIC 9(3).
           05  DPP-WARN-DAYS      PIC 9(3).
           05  FILLER             PIC X(30).
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
       01 WS-DISP-STATUS        PIC X(2) VALUE '00'.
         88 DISP-STATUS-OK      VALUE '00'.
       01 WS-TRAN-STATUS        PIC X(2) VALUE '00'.
         88 TRAN-STATUS-OK      VALUE '00'.
       01 WS-HIST-STATUS        PIC X(2) VALUE '00'.
         88 HIST-STATUS-OK      VALUE '00'.
       01 WS-DISP-PARM-STATUS   PIC X(2) VALUE '00'.
         88 DISP-PARM-STATUS-OK VALUE '00'.
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
         05 TRAN-LASTREC      PIC X VALUE SPACE.
         05 HIST-LASTREC      PIC X VALUE SPACE.
         05 DISP-LASTREC      PIC X VALUE SPACE.
         05 WS-DISP-PARM-EOF-SW PIC X VALUE 'N'.
           88 WS-DISP-PARM-EOF  VALUE 'Y'.
      *
       01 DISPUTE-PARMS.
         05 WS-DEADLINE-DAYS    PIC 9(3) VALUE 90.
         05 WS-WARN-DAYS        PIC 9(3) VALUE 10.
      *
       01 DATE-WORK-FIELDS.
         05 WS-TODAY            PIC 9(8) VALUE ZERO.
         05 WS-TODAY-INTEGER    PIC 9(7) VALUE ZERO.
         05 WS-DATE-INTEGER     PIC 9(7) VALUE ZERO.
         05 WS-DAYS-OPEN        PIC S9(5) VALUE ZERO.
         05 WS-DAYS-LEFT        PIC S9(5) VALUE ZERO.
      *
      * the debits tonight's opens name - one pass over the history
      * marks each one found before any dispute is opened
       01 OPEN-MATCH-FIELDS.
         05 WS-OM-COUNT         PIC 9(3) VALUE ZERO.
         05 WS-OM-INDEX         PIC 9(3) VALUE ZERO.
         05 WS-OM-ENTRY OCCURS 200 TIMES.
           10 WS-OM-ACCT-NO     PIC X(8).
           10 WS-OM-TRAN-DATE   PIC 9(8).
           10 WS-OM-AMOUNT      PIC 9(7)V99.
           10 WS-OM-HIST-SW     PIC X(1).
             88 WS-OM-ON-HISTORY VALUE 'Y'.
         05 WS-OM-FOUND-SW      PIC X VALUE 'N'.
           88 WS-OM-FOUND       VALUE 'Y'.
         05 WS-OM-FULL-SW       PIC X VALUE 'N'.
           88 WS-OM-FULL        VALUE 'Y'.
      *
       01 WS-BALANCE-STATUS     PIC X(2) VALUE '00'.
         88 BALANCE-STATUS-OK   VALUE '00'.
      *
      * parameters for the shared GLJRNL subsystem - only amounts
      * GLJRNL confirms it wrote count toward the balancing tie
       01 GL-JOURNAL-FIELDS.
         05 WS-GL-JOB-NAME      PIC X(8)  VALUE 'CBL0018'.
         05 WS-GL-SOURCE-CODE   PIC X(12) VALUE SPACES.
         05 WS-GL-AMOUNT        PIC S9(9)V99 VALUE ZERO.
         05 WS-GL-JOURNALED-SW  PIC X(1)  VALUE 'N'.
         05 WS-GL-JOURNALED-TOTAL PIC S9(9)V99 VALUE ZERO.
      *
       01 DISPUTE-TOTALS.
         05 WS-DISPUTES-OPENED  PIC 9(7) VALUE ZERO.
         05 WS-DISPUTES-CREDITED PIC 9(7) VALUE ZERO.
         05 WS-DISPUTES-REINSTATED PIC 9(7) VALUE ZERO.
         05 WS-TRANS-REJECTED   PIC 9(7) VALUE ZERO.
         05 WS-AMT-CREDITED     PIC S9(9)V99 VALUE ZERO.
         05 WS-OPEN-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-NEAR-DUE-COUNT   PIC 9(7) VALUE ZERO.
         05 WS-OVERDUE-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-AMT-OPEN         PIC S9(9)V99 VALUE ZERO.
      *
       01 ACTION-HEADING-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(30) VALUE
                 'DISPUTE ACTIONS APPLIED'.
         05  FILLER            PIC X(69) VALUE SPACES.
      *
       01 ACTION-DETAIL-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  AD-ACCT-NO        PIC X(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-TRAN-DATE      PIC 9(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-AMOUNT-O       PIC $$,$$$,$$9.99.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-ACTION-TEXT    PIC X(12).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-OPERATOR-ID    PIC X(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-REASON-TEXT    PIC X(30).
         05  FILLER            PIC X(8)  VALUE SPACES.
      *
       01 ACTION-TRAILER-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(8)  VALUE 'OPENED: '.
         05  AT-OPENED-O       PIC ZZZ,ZZ9.
         05  FILLER            PIC X(12) VALUE '  CREDITED: '.
         05  AT-CREDITED-O     PIC ZZZ,ZZ9.
         05  FILLER            PIC X(14) VALUE '  REINSTATED: '.
         05  AT-REINSTATED-O   PIC ZZZ,ZZ9.
         05  FILLER            PIC X(12) VALUE '  REJECTED: '.
         05  AT-REJECTED-O     PIC ZZZ,ZZ9.
         05  FILLER            PIC X(23) VALUE SPACES.
      *
       01 AGING-HEADING-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(30) VALUE
                 'OPEN DISPUTES BY DEADLINE'.
         05  FILLER            PIC X(69) VALUE SPACES.
      *
       01 AGING-COLUMN-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(10) VALUE 'ACCOUNT   '.
         05  FILLER            PIC X(10) VALUE 'CHARGED   '.
         05  FILLER            PIC X(15) VALUE '       AMOUNT  '.
         05  FILLER            PIC X(10) VALUE 'OPENED    '.
         05  FILLER            PIC X(10) VALUE 'DUE BY    '.
         05  FILLER            PIC X(12) VALUE 'DAYS OPEN   '.
         05  FILLER            PIC X(10) VALUE 'DAYS LEFT '.
         05  FILLER            PIC X(20) VALUE SPACES.
      *
       01 AGING-DETAIL-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  AG-ACCT-NO        PIC X(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AG-TRAN-DATE      PIC 9(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AG-AMOUNT-O       PIC $$,$$$,$$9.99.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AG-OPENED-DATE    PIC 9(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AG-DUE-DATE       PIC 9(8).
         05  FILLER            PIC X(4)  VALUE SPACES.
         05  AG-DAYS-OPEN-O    PIC ZZZZ9.
         05  FILLER            PIC X(4)  VALUE SPACES.
         05  AG-DAYS-LEFT-O    PIC ZZZZ9-.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AG-FLAG-TEXT      PIC X(14).
         05  FILLER            PIC X(9)  VALUE SPACES.
      *
       01 AGING-TRAILER-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(15) VALUE 'OPEN DISPUTES: '.
         05  AT-OPEN-O         PIC ZZZ,ZZ9.
         05  FILLER            PIC X(10) VALUE '  AMOUNT: '.
         05  AT-OPEN-AMOUNT-O  PIC $$$$,$$$,$$9.99.
         05  FILLER            PIC X(12) VALUE '  NEAR DUE: '.
         05  AT-NEAR-DUE-O     PIC ZZZ,ZZ9.
         05  FILLER            PIC X(11) VALUE '  OVERDUE: '.
         05  AT-OVERDUE-O      PIC ZZZ,ZZ9.
         05  FILLER            PIC X(13) VALUE SPACES.
      *
      * parameters for the shared FILEERR handler - a bad status
      * goes on the job log in plain words and sets the return code
       01 FILE-ERROR-FIELDS.
         05 WS-FE-PROGRAM      PIC X(8)  VALUE 'CBL0018'.
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
         05 WS-LOCK-PROGRAM    PIC X(8)  VALUE 'CBL0018'.
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
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM GET-DISPUTE-PARM
           PERFORM LOAD-PERIOD-CONTROL
           PERFORM SET-FISCAL-PERIOD
           PERFORM CHECK-PERIOD-OPEN
           PERFORM LOAD-OPEN-REQUESTS
           PERFORM SCAN-HISTORY-FOR-OPENS
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
      * the first run creates the dispute file
           OPEN I-O DISPUTE-FILE
           IF WS-DISP-STATUS = '35'
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF
           IF NOT DISP-STATUS-OK
               MOVE 'DISPFILE' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-DISP-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               CLOSE ACCT-REC
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           OPEN OUTPUT DISP-REJECT-FILE
           OPEN OUTPUT DISPUTE-RPT
           OPEN EXTEND ACCT-HIST
           IF NOT HIST-STATUS-OK
               OPEN OUTPUT ACCT-HIST
           END-IF
           WRITE DISPUTE-LINE FROM ACTION-HEADING-LINE
           MOVE SPACE TO TRAN-LASTREC
           OPEN INPUT DISP-TRAN-FILE
           IF NOT TRAN-STATUS-OK
               MOVE 'Y' TO TRAN-LASTREC
           END-IF.
      *
       APPLY-ALL-DISPUTES.
           IF TRAN-LASTREC NOT = 'Y'
               PERFORM READ-TRAN-RECORD
           END-IF
           PERFORM UNTIL TRAN-LASTREC = 'Y'
               PERFORM APPLY-ONE-TRAN
               PERFORM READ-TRAN-RECORD
           END-PERFORM
           .
      *
       CLOSE-STOP.
           PERFORM WRITE-ACTION-TRAILER
           PERFORM WRITE-AGING-REPORT
           CLOSE ACCT-REC
           PERFORM RELEASE-MASTER-LOCK
           CLOSE DISPUTE-FILE
           CLOSE DISP-TRAN-FILE
           CLOSE DISP-REJECT-FILE
           CLOSE DISPUTE-RPT
           CLOSE ACCT-HIST
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
       GET-DISPUTE-PARM.
           OPEN INPUT DISPPARM
           IF DISP-PARM-STATUS-OK
               READ DISPPARM
                   AT END
                       SET WS-DISP-PARM-EOF TO TRUE
               END-READ
               IF NOT WS-DISP-PARM-EOF
                   IF DPP-DEADLINE-DAYS NUMERIC
                      AND DPP-DEADLINE-DAYS > ZERO
                       MOVE DPP-DEADLINE-DAYS TO WS-DEADLINE-DAYS
                   END-IF
                   IF DPP-WARN-DAYS NUMERIC
                      AND DPP-WARN-DAYS > ZERO
                       MOVE DPP-WARN-DAYS TO WS-WARN-DAYS
                   END-IF
               END-IF
               CLOSE DISPPARM
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
           CALL 'FISCALPD' USING WS-TODAY WS-FISCAL-YEAR
               WS-FISCAL-PERIOD WS-FISCAL-WEEK WS-FISCAL-START
               WS-FISCAL-END
           COMPUTE WS-CHECK-PERIOD =
               WS-FISCAL-YEAR * 100 + WS-FISCAL-PERIOD.
      *
      * a first pass over the transactions collects the debits the
      * opens name, so the history is read once however many there are
       LOAD-OPEN-REQUESTS.
           OPEN INPUT DISP-TRAN-FILE
           IF TRAN-STATUS-OK
               PERFORM NOTE-ONE-OPEN-REQUEST
                   UNTIL TRAN-LASTREC = 'Y'
               CLOSE DISP-TRAN-FILE
           END-IF.
      *
       NOTE-ONE-OPEN-REQUEST.
           READ DISP-TRAN-FILE
           AT END MOVE 'Y' TO TRAN-LASTREC
           NOT AT END
               IF DT-ACTION-OPEN
                   IF WS-OM-COUNT < 200
                       ADD 1 TO WS-OM-COUNT
                       MOVE DT-ACCT-NO   TO WS-OM-ACCT-NO(WS-OM-COUNT)
                       MOVE DT-TRAN-DATE
                           TO WS-OM-TRAN-DATE(WS-OM-COUNT)
                       MOVE DT-AMOUNT    TO WS-OM-AMOUNT(WS-OM-COUNT)
                       MOVE 'N' TO WS-OM-HIST-SW(WS-OM-COUNT)
                   ELSE
                       SET WS-OM-FULL TO TRUE
                   END-IF
               END-IF
           END-READ.
      *
       SCAN-HISTORY-FOR-OPENS.
           IF WS-OM-COUNT = ZERO
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
               IF AH-TYPE-DEBIT
                   PERFORM VARYING WS-OM-INDEX FROM 1 BY 1
                       UNTIL WS-OM-INDEX > WS-OM-COUNT
                       IF WS-OM-ACCT-NO(WS-OM-INDEX) = AH-ACCT-NO
                          AND WS-OM-TRAN-DATE(WS-OM-INDEX)
                              = AH-TRAN-DATE
                          AND WS-OM-AMOUNT(WS-OM-INDEX) = AH-AMOUNT
                           MOVE 'Y' TO WS-OM-HIST-SW(WS-OM-INDEX)
                       END-IF
                   END-PERFORM
               END-IF
           END-READ.
      *
       READ-TRAN-RECORD.
           READ DISP-TRAN-FILE
           AT END MOVE 'Y' TO TRAN-LASTREC
           END-READ.
      *
       APPLY-ONE-TRAN.
           MOVE DT-ACCT-NO   TO DP-ACCT-NO
           MOVE DT-TRAN-DATE TO DP-TRAN-DATE
           MOVE DT-AMOUNT    TO DP-AMOUNT
           EVALUATE TRUE
               WHEN DT-ACTION-OPEN
                   PERFORM OPEN-NEW-DISPUTE
               WHEN DT-ACTION-CREDIT
                   PERFORM CREDIT-THIS-DISPUTE
               WHEN DT-ACTION-REINSTATE
                   PERFORM REINSTATE-THIS-DISPUTE
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO DR-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
           END-EVALUATE.
      *
      * an open has to name a debit on the history of an account that
      * is still live; the keyed write itself catches a debit that is
      * already in dispute, open or closed
       OPEN-NEW-DISPUTE.
           PERFORM FIND-OPEN-REQUEST
           IF NOT WS-OM-FOUND
               IF WS-OM-FULL
                   MOVE 'DEBIT NOT CHECKED - REKEY' TO DR-REASON-TEXT
               ELSE
                   MOVE 'DEBIT NOT ON HISTORY' TO DR-REASON-TEXT
               END-IF
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE DT-ACCT-NO TO ACCT-NO
           READ ACCT-REC
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON MASTER' TO DR-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-CHARGED-OFF
               MOVE 'ACCOUNT CHARGED OFF' TO DR-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           SET DP-OPEN TO TRUE
           MOVE WS-TODAY       TO DP-OPENED-DATE
           COMPUTE DP-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INTEGER + WS-DEADLINE-DAYS)
           MOVE ZERO           TO DP-CLOSED-DATE
           MOVE DT-OPERATOR-ID TO DP-OPERATOR-ID
           MOVE DT-REASON-TEXT TO DP-REASON-TEXT
           WRITE DISPUTE-RECORD
               INVALID KEY
                   MOVE 'DISPUTE ALREADY ON FILE' TO DR-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-DISPUTES-OPENED
                   MOVE 'OPENED' TO AD-ACTION-TEXT
                   PERFORM WRITE-ACTION-LINE
           END-WRITE.
      *
      * an open past the match table's room can't be checked against
      * the history tonight - it rejects and is keyed again tomorrow
       FIND-OPEN-REQUEST.
           MOVE 'N' TO WS-OM-FOUND-SW
           PERFORM VARYING WS-OM-INDEX FROM 1 BY 1
               UNTIL WS-OM-INDEX > WS-OM-COUNT
               OR WS-OM-FOUND
               IF WS-OM-ACCT-NO(WS-OM-INDEX) = DT-ACCT-NO
                  AND WS-OM-TRAN-DATE(WS-OM-INDEX) = DT-TRAN-DATE
                  AND WS-OM-AMOUNT(WS-OM-INDEX) = DT-AMOUNT
                  AND WS-OM-ON-HISTORY(WS-OM-INDEX)
                   SET WS-OM-FOUND TO TRUE
               END-IF
           END-PERFORM.
      *
      * the disputed amount comes off the balance as a credit of its
      * own, on the history where the statement will show it
       CREDIT-THIS-DISPUTE.
           PERFORM READ-OPEN-DISPUTE
           IF NOT DP-OPEN
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-PERIOD-IS-OPEN
               MOVE 'ACCOUNTING PERIOD CLOSED' TO DR-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE DP-ACCT-NO TO ACCT-NO
           READ ACCT-REC
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON MASTER' TO DR-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-CHARGED-OFF
               MOVE 'ACCOUNT CHARGED OFF' TO DR-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           SUBTRACT DP-AMOUNT FROM ACCT-BALANCE
           MOVE WS-TODAY(1:4) TO ACCT-LAST-ACT-YEAR
           MOVE WS-TODAY(5:2) TO ACCT-LAST-ACT-MONTH
           REWRITE ACCT-FIELDS
               INVALID KEY
                   DISPLAY 'CBL0018: REWRITE FAILED FOR ' ACCT-NO
                   MOVE 'ACCTREC'  TO WS-FE-FILE
                   MOVE 'REWRITE'  TO WS-FE-OPERATION
                   MOVE WS-ACCT-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM REPORT-FILE-ERROR
                   EXIT PARAGRAPH
           END-REWRITE
           ADD DP-AMOUNT TO WS-AMT-CREDITED
           MOVE DP-ACCT-NO TO AH-ACCT-NO
           MOVE WS-TODAY   TO AH-TRAN-DATE
           MOVE DP-AMOUNT  TO AH-AMOUNT
           MOVE 'A'        TO AH-TYPE-CODE
           WRITE ACCT-HIST-RECORD
           SET DP-CREDITED TO TRUE
           PERFORM CLOSE-THIS-DISPUTE
           ADD 1 TO WS-DISPUTES-CREDITED
           MOVE 'CREDITED' TO AD-ACTION-TEXT
           PERFORM WRITE-ACTION-LINE.
      *
      * the charge stands - it was never taken off the balance, so
      * closing the dispute is all it takes to make it count again
       REINSTATE-THIS-DISPUTE.
           PERFORM READ-OPEN-DISPUTE
           IF NOT DP-OPEN
               EXIT PARAGRAPH
           END-IF
           SET DP-REINSTATED TO TRUE
           PERFORM CLOSE-THIS-DISPUTE
           ADD 1 TO WS-DISPUTES-REINSTATED
           MOVE 'REINSTATED' TO AD-ACTION-TEXT
           PERFORM WRITE-ACTION-LINE.
      *
      * a resolution has to find its dispute still open - anything
      * else rejects and leaves DP-STATUS-CODE not open for the caller
       READ-OPEN-DISPUTE.
           READ DISPUTE-FILE
               INVALID KEY
                   MOVE SPACE TO DP-STATUS-CODE
                   MOVE 'DISPUTE NOT ON FILE' TO DR-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
               NOT INVALID KEY
                   IF NOT DP-OPEN
                       MOVE 'DISPUTE ALREADY RESOLVED'
                           TO DR-REASON-TEXT
                       PERFORM WRITE-REJECT-RECORD
                   END-IF
           END-READ.
      *
       CLOSE-THIS-DISPUTE.
           MOVE WS-TODAY       TO DP-CLOSED-DATE
           MOVE DT-OPERATOR-ID TO DP-OPERATOR-ID
           IF DT-REASON-TEXT NOT = SPACES
               MOVE DT-REASON-TEXT TO DP-REASON-TEXT
           END-IF
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY 'CBL0018: REWRITE FAILED FOR DISPUTE '
                       DP-ACCT-NO
                   MOVE 'DISPFILE' TO WS-FE-FILE
                   MOVE 'REWRITE'  TO WS-FE-OPERATION
                   MOVE WS-DISP-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM REPORT-FILE-ERROR
           END-REWRITE.
      *
       WRITE-REJECT-RECORD.
           MOVE DISP-TRAN-RECORD TO DR-TRAN-IMAGE
           WRITE DISP-REJECT-RECORD
           ADD 1 TO WS-TRANS-REJECTED.
      *
       WRITE-ACTION-LINE.
           MOVE DP-ACCT-NO     TO AD-ACCT-NO
           MOVE DP-TRAN-DATE   TO AD-TRAN-DATE
           MOVE DP-AMOUNT      TO AD-AMOUNT-O
           MOVE DT-OPERATOR-ID TO AD-OPERATOR-ID
           MOVE DP-REASON-TEXT TO AD-REASON-TEXT
           WRITE DISPUTE-LINE FROM ACTION-DETAIL-LINE.
      *
       WRITE-ACTION-TRAILER.
           MOVE WS-DISPUTES-OPENED     TO AT-OPENED-O
           MOVE WS-DISPUTES-CREDITED   TO AT-CREDITED-O
           MOVE WS-DISPUTES-REINSTATED TO AT-REINSTATED-O
           MOVE WS-TRANS-REJECTED      TO AT-REJECTED-O
           WRITE DISPUTE-LINE FROM ACTION-TRAILER-LINE.
      *
      * every dispute still open, in account order, with how long it
      * has run and how long is left before the response is due
       WRITE-AGING-REPORT.
           MOVE SPACES TO DISPUTE-LINE
           WRITE DISPUTE-LINE
           WRITE DISPUTE-LINE FROM AGING-HEADING-LINE
           WRITE DISPUTE-LINE FROM AGING-COLUMN-LINE
           MOVE LOW-VALUES TO DP-KEY
           START DISPUTE-FILE KEY IS NOT LESS THAN DP-KEY
               INVALID KEY
                   MOVE 'Y' TO DISP-LASTREC
           END-START
           PERFORM UNTIL DISP-LASTREC = 'Y'
               READ DISPUTE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO DISP-LASTREC
                   NOT AT END
                       IF DP-OPEN
                           PERFORM AGE-ONE-DISPUTE
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-OPEN-COUNT     TO AT-OPEN-O
           MOVE WS-AMT-OPEN       TO AT-OPEN-AMOUNT-O
           MOVE WS-NEAR-DUE-COUNT TO AT-NEAR-DUE-O
           MOVE WS-OVERDUE-COUNT  TO AT-OVERDUE-O
           WRITE DISPUTE-LINE FROM AGING-TRAILER-LINE.
      *
       AGE-ONE-DISPUTE.
           ADD 1 TO WS-OPEN-COUNT
           ADD DP-AMOUNT TO WS-AMT-OPEN
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(DP-OPENED-DATE)
           COMPUTE WS-DAYS-OPEN = WS-TODAY-INTEGER - WS-DATE-INTEGER
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(DP-DUE-DATE)
           COMPUTE WS-DAYS-LEFT = WS-DATE-INTEGER - WS-TODAY-INTEGER
           MOVE DP-ACCT-NO     TO AG-ACCT-NO
           MOVE DP-TRAN-DATE   TO AG-TRAN-DATE
           MOVE DP-AMOUNT      TO AG-AMOUNT-O
           MOVE DP-OPENED-DATE TO AG-OPENED-DATE
           MOVE DP-DUE-DATE    TO AG-DUE-DATE
           MOVE WS-DAYS-OPEN   TO AG-DAYS-OPEN-O
           MOVE WS-DAYS-LEFT   TO AG-DAYS-LEFT-O
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < ZERO
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE '** OVERDUE **' TO AG-FLAG-TEXT
               WHEN WS-DAYS-LEFT <= WS-WARN-DAYS
                   ADD 1 TO WS-NEAR-DUE-COUNT
                   MOVE '** NEAR DUE **' TO AG-FLAG-TEXT
               WHEN OTHER
                   MOVE SPACES TO AG-FLAG-TEXT
           END-EVALUATE
           WRITE DISPUTE-LINE FROM AGING-DETAIL-LINE.
      *
      * the credits given on resolved disputes go to the ledger as
      * one balanced pair through the account-mapping file
       WRITE-GL-JOURNAL.
           IF WS-AMT-CREDITED NOT = ZERO
               MOVE 'DISPUTE-CRED' TO WS-GL-SOURCE-CODE
               MOVE WS-AMT-CREDITED TO WS-GL-AMOUNT
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
               MOVE 'CBL0018' TO BF-JOB-NAME
               MOVE 'CREDITED' TO BF-COUNTER-NAME
               MOVE WS-DISPUTES-CREDITED TO BF-COUNTER-VALUE
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
