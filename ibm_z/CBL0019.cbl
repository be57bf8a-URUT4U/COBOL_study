      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBL0019.
      *--------------------
      * Credit bureau reporting extract - writes the month-end bureau
      * file, one fixed-format record per account on the master plus
      * one for every account closed during the month, between a
      * header and a trailer control record. Past-due cycles are
      * translated to the bureau's payment-status codes and closed
      * and charged-off accounts are flagged. Run with the correction
      * mode card, it instead reports only the accounts whose disputes
      * were resolved with a credit, so the bureau can replace what
      * the earlier monthly file told it.
      * A clean monthly run empties CBL0010's maintenance audit trail
      * once its closes are on the bureau file.
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
           SELECT BUREAU-FILE ASSIGN TO BUREAU.
      * the month's maintenance audit trail from CBL0010 - a closed
      * account is gone from the master, so its last image is taken
      * from the close's before image
           SELECT MAINT-AUDIT-FILE ASSIGN TO MNTAUDIT
               FILE STATUS IS WS-AUDIT-STATUS.
      * the dispute file CBL0018 keeps - the correction run reports
      * the accounts with disputes resolved by a credit
           SELECT DISPUTE-FILE ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DISP-STATUS.
      * one-card parameter - C in the mode asks for the correction
      * file, with the earliest resolution date it should pick up;
      * a missing card means the monthly file, and a zero date means
      * the first of the current month
           SELECT BUREPARM ASSIGN TO BUREPARM
               FILE STATUS IS WS-PARM-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTREC.
      *
      * the bureau file - H header, D one per account, T trailer
       FD  BUREAU-FILE RECORDING MODE F.
       01  BUREAU-HEADER-RECORD.
           05  BH-RECORD-TYPE     PIC X(1).
      * M for the monthly file, C for a correction file
           05  BH-FILE-TYPE       PIC X(1).
           05  BH-CREATED-DATE    PIC 9(8).
           05  BH-REPORT-PERIOD   PIC 9(6).
           05  BH-PROGRAM-ID      PIC X(8).
           05  FILLER             PIC X(176).
       01  BUREAU-DETAIL-RECORD.
           05  BD-RECORD-TYPE     PIC X(1).
           05  BD-ACCT-NO         PIC X(8).
           05  BD-LAST-NAME       PIC X(20).
           05  BD-FIRST-NAME      PIC X(15).
           05  BD-STREET-ADDR     PIC X(25).
           05  BD-CITY-COUNTY     PIC X(20).
           05  BD-USA-STATE       PIC X(15).
           05  BD-CREDIT-LIMIT    PIC 9(7)V99.
           05  BD-BALANCE         PIC 9(7)V99.
           05  BD-MIN-PAYMENT     PIC 9(5)V99.
           05  BD-CYCLES-PAST-DUE PIC 9(2).
           05  BD-PAYMENT-STATUS  PIC X(2).
           05  BD-CLOSED-IND      PIC X(1).
           05  BD-CHARGED-OFF-IND PIC X(1).
           05  BD-CHARGEOFF-DATE  PIC 9(8).
      * the charged-off amount still owed after recoveries
           05  BD-CHARGEOFF-OWED  PIC 9(7)V99.
      * year and month of the last balance change - zero when the
      * account has none recorded
           05  BD-LAST-ACTIVITY   PIC 9(6).
           05  BD-CORRECTION-IND  PIC X(1).
           05  BD-DISPUTE-CLOSED  PIC 9(8).
           05  FILLER             PIC X(33).
       01  BUREAU-TRAILER-RECORD.
           05  BT-RECORD-TYPE     PIC X(1).
           05  BT-DETAIL-COUNT    PIC 9(9).
           05  BT-TOTAL-BALANCE   PIC 9(11)V99.
           05  BT-TOTAL-LIMIT     PIC 9(11)V99.
           05  BT-CLOSED-COUNT    PIC 9(9).
           05  BT-CHARGED-OFF-COUNT PIC 9(9).
           05  BT-PAST-DUE-COUNT  PIC 9(9).
           05  FILLER             PIC X(137).
      *
      * who changed what - operator, action, and the record before and
      * after, as CBL0010 writes it; X is a close
       FD  MAINT-AUDIT-FILE RECORDING MODE F.
       01  MAINT-AUDIT-RECORD.
           05  MA-OPERATOR-ID     PIC X(8).
           05  MA-ACTION-CODE     PIC X(1).
               88  MA-ACTION-CLOSE  VALUE 'X'.
           05  MA-ACCT-NO         PIC X(8).
           05  MA-BEFORE-IMAGE    PIC X(183).
           05  MA-AFTER-IMAGE     PIC X(183).
           05  MA-APPROVER-ID     PIC X(8).
      *
       FD  DISPUTE-FILE RECORDING MODE F.
       01  DISPUTE-RECORD.
           COPY DISPREC.
      *
       FD  BUREPARM RECORDING MODE F.
       01  BUREPARM-REC.
           05  BP-RUN-MODE        PIC X(1).
               88  BP-CORRECTION-RUN VALUE 'C'.
           05  BP-FROM-DATE       PIC 9(8).
           05  FILLER             PIC X(27).
      *
       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS        PIC X(2) VALUE '00'.
         88 ACCT-STATUS-OK      VALUE '00'.
       01 WS-AUDIT-STATUS       PIC X(2) VALUE '00'.
         88 AUDIT-STATUS-OK     VALUE '00'.
       01 WS-DISP-STATUS        PIC X(2) VALUE '00'.
         88 DISP-STATUS-OK      VALUE '00'.
       01 WS-PARM-STATUS        PIC X(2) VALUE '00'.
         88 PARM-STATUS-OK      VALUE '00'.
      *
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
         05 AUDIT-LASTREC     PIC X VALUE SPACE.
         05 DISP-LASTREC      PIC X VALUE SPACE.
         05 WS-PARM-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-PARM-EOF              VALUE 'Y'.
      *
       01 RUN-MODE-FIELDS.
         05 WS-RUN-MODE         PIC X(1) VALUE 'M'.
           88 WS-MONTHLY-RUN    VALUE 'M'.
           88 WS-CORRECTION-RUN VALUE 'C'.
         05 WS-FROM-DATE        PIC 9(8) VALUE ZERO.
         05 WS-LAST-CORRECTED   PIC X(8) VALUE SPACES.
      *
       01 DATE-WORK-FIELDS.
         05 WS-CURRENT-DATE     PIC 9(8).
         05 FILLER REDEFINES WS-CURRENT-DATE.
           10 WS-CURR-YEAR      PIC 9(4).
           10 WS-CURR-MONTH     PIC 9(2).
           10 WS-CURR-DAY       PIC 9(2).
      *
      * the account being reported is closed, and the dispute date
      * a correction record carries
       01 DETAIL-WORK-FIELDS.
         05 WS-CLOSED-SW        PIC X VALUE 'N'.
           88 WS-ACCOUNT-CLOSED VALUE 'Y'.
         05 WS-CORRECTION-SW    PIC X VALUE 'N'.
           88 WS-CORRECTION-REC VALUE 'Y'.
         05 WS-DISPUTE-CLOSED   PIC 9(8) VALUE ZERO.
         05 WS-CYCLES-WORK      PIC 9(2) VALUE ZERO.
         05 WS-OWED-WORK        PIC S9(7)V99 COMP-3 VALUE ZERO.
      *
       01 CONTROL-TOTALS.
         05 WS-DETAIL-COUNT     PIC 9(9) VALUE ZERO.
         05 WS-TOTAL-BALANCE    PIC S9(11)V99 COMP-3 VALUE ZERO.
         05 WS-TOTAL-LIMIT      PIC S9(11)V99 COMP-3 VALUE ZERO.
         05 WS-CLOSED-COUNT     PIC 9(9) VALUE ZERO.
         05 WS-CHARGED-OFF-COUNT PIC 9(9) VALUE ZERO.
         05 WS-PAST-DUE-COUNT   PIC 9(9) VALUE ZERO.
         05 WS-NOT-ON-MASTER    PIC 9(7) VALUE ZERO.
      * parameters for the shared FILEERR handler - a bad status
      * goes on the job log in plain words and sets the return code
       01 FILE-ERROR-FIELDS.
         05 WS-FE-PROGRAM      PIC X(8)  VALUE 'CBL0019'.
         05 WS-FE-FILE         PIC X(12) VALUE SPACES.
         05 WS-FE-OPERATION    PIC X(7)  VALUE SPACES.
         05 WS-FE-STATUS       PIC X(2)  VALUE SPACES.
         05 WS-FE-SEVERITY     PIC X(1)  VALUE SPACE.
         05 WS-FE-END-RUN      PIC X(1)  VALUE 'N'.
         05 WS-FE-RETURN-CODE  PIC 9(4)  VALUE ZERO.
      *
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM GET-BUREAU-PARM
           OPEN INPUT ACCT-REC
           IF NOT ACCT-STATUS-OK
               MOVE 'ACCTREC'  TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-ACCT-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               GOBACK
           END-IF
           OPEN OUTPUT BUREAU-FILE
           PERFORM WRITE-HEADER-RECORD.
      *
       EXTRACT-ALL-ACCOUNTS.
           IF WS-CORRECTION-RUN
               PERFORM EXTRACT-CORRECTIONS
           ELSE
               PERFORM EXTRACT-MASTER-ACCOUNTS
               PERFORM EXTRACT-CLOSED-ACCOUNTS
           END-IF
           .
      *
       CLOSE-STOP.
           PERFORM WRITE-TRAILER-RECORD
           DISPLAY 'CBL0019: REPORTED ' WS-DETAIL-COUNT
               ' CLOSED ' WS-CLOSED-COUNT
               ' CHARGED OFF ' WS-CHARGED-OFF-COUNT
               ' PAST DUE ' WS-PAST-DUE-COUNT
           IF WS-NOT-ON-MASTER > ZERO
               DISPLAY 'CBL0019: ' WS-NOT-ON-MASTER
                   ' CORRECTED ACCOUNTS NO LONGER ON THE MASTER'
           END-IF
           CLOSE ACCT-REC
           CLOSE BUREAU-FILE
           IF WS-MONTHLY-RUN AND RETURN-CODE < 8
               PERFORM RESET-AUDIT-TRAIL
           END-IF
           GOBACK.
      *
       GET-BUREAU-PARM.
           MOVE WS-CURRENT-DATE TO WS-FROM-DATE
           MOVE '01' TO WS-FROM-DATE(7:2)
           OPEN INPUT BUREPARM
           IF PARM-STATUS-OK
               READ BUREPARM
                   AT END
                       SET WS-PARM-EOF TO TRUE
               END-READ
               IF NOT WS-PARM-EOF AND BP-CORRECTION-RUN
                   SET WS-CORRECTION-RUN TO TRUE
                   IF BP-FROM-DATE NUMERIC AND BP-FROM-DATE > ZERO
                       MOVE BP-FROM-DATE TO WS-FROM-DATE
                   END-IF
               END-IF
               CLOSE BUREPARM
           END-IF.
      *
       WRITE-HEADER-RECORD.
           MOVE SPACES TO BUREAU-HEADER-RECORD
           MOVE 'H' TO BH-RECORD-TYPE
           MOVE WS-RUN-MODE TO BH-FILE-TYPE
           MOVE WS-CURRENT-DATE TO BH-CREATED-DATE
           MOVE WS-CURRENT-DATE(1:6) TO BH-REPORT-PERIOD
           MOVE 'CBL0019' TO BH-PROGRAM-ID
           WRITE BUREAU-HEADER-RECORD.
      *
      * every account on the master is reported each month
       EXTRACT-MASTER-ACCOUNTS.
           MOVE 'N' TO WS-CLOSED-SW
           MOVE 'N' TO WS-CORRECTION-SW
           MOVE ZERO TO WS-DISPUTE-CLOSED
           PERFORM UNTIL LASTREC = 'Y'
               READ ACCT-REC NEXT RECORD
               AT END MOVE 'Y' TO LASTREC
               NOT AT END PERFORM WRITE-DETAIL-RECORD
               END-READ
           END-PERFORM.
      *
      * accounts closed this month are reported one last time from
      * their before image - a missing audit trail means no closes
       EXTRACT-CLOSED-ACCOUNTS.
           OPEN INPUT MAINT-AUDIT-FILE
           IF NOT AUDIT-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           SET WS-ACCOUNT-CLOSED TO TRUE
           PERFORM UNTIL AUDIT-LASTREC = 'Y'
               READ MAINT-AUDIT-FILE
               AT END MOVE 'Y' TO AUDIT-LASTREC
               NOT AT END
                   IF MA-ACTION-CLOSE
                       MOVE MA-BEFORE-IMAGE TO ACCT-FIELDS
                       PERFORM WRITE-DETAIL-RECORD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MAINT-AUDIT-FILE.
      *
      * CBL0010 appends to the audit trail all month - once the
      * month's closes are on the bureau file it is emptied so the
      * next month starts clean. a correction run leaves it alone.
       RESET-AUDIT-TRAIL.
           OPEN OUTPUT MAINT-AUDIT-FILE
           IF NOT AUDIT-STATUS-OK
               MOVE 'MNTAUDIT' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-AUDIT-STATUS TO WS-FE-STATUS
               MOVE 'E'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           CLOSE MAINT-AUDIT-FILE.
      *
      * the correction file - one record per account with a dispute
      * credited on or after the from date, showing the account as it
      * stands now the credit has posted
       EXTRACT-CORRECTIONS.
           OPEN INPUT DISPUTE-FILE
           IF NOT DISP-STATUS-OK
               MOVE 'DISPFILE' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-DISP-STATUS TO WS-FE-STATUS
               MOVE 'E'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CLOSED-SW
           SET WS-CORRECTION-REC TO TRUE
           PERFORM UNTIL DISP-LASTREC = 'Y'
               READ DISPUTE-FILE NEXT RECORD
               AT END MOVE 'Y' TO DISP-LASTREC
               NOT AT END
                   IF DP-CREDITED
                      AND DP-CLOSED-DATE >= WS-FROM-DATE
                      AND DP-ACCT-NO NOT = WS-LAST-CORRECTED
                       PERFORM REPORT-CORRECTED-ACCOUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE.
      *
       REPORT-CORRECTED-ACCOUNT.
           MOVE DP-ACCT-NO TO WS-LAST-CORRECTED
           MOVE DP-CLOSED-DATE TO WS-DISPUTE-CLOSED
           MOVE DP-ACCT-NO TO ACCT-NO
           READ ACCT-REC
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER
               NOT INVALID KEY
                   PERFORM WRITE-DETAIL-RECORD
           END-READ.
      *
       WRITE-DETAIL-RECORD.
           MOVE SPACES TO BUREAU-DETAIL-RECORD
           MOVE 'D' TO BD-RECORD-TYPE
           MOVE ACCT-NO      TO BD-ACCT-NO
           MOVE LAST-NAME    TO BD-LAST-NAME
           MOVE FIRST-NAME   TO BD-FIRST-NAME
           MOVE STREET-ADDR  TO BD-STREET-ADDR
           MOVE CITY-COUNTY  TO BD-CITY-COUNTY
           MOVE USA-STATE    TO BD-USA-STATE
           MOVE ACCT-LIMIT   TO BD-CREDIT-LIMIT
      * a credit balance is reported as nothing owed
           IF ACCT-BALANCE > ZERO
               MOVE ACCT-BALANCE TO BD-BALANCE
           ELSE
               MOVE ZERO TO BD-BALANCE
           END-IF
           IF ACCT-MIN-PAYMENT NUMERIC AND ACCT-MIN-PAYMENT > ZERO
               MOVE ACCT-MIN-PAYMENT TO BD-MIN-PAYMENT
           ELSE
               MOVE ZERO TO BD-MIN-PAYMENT
           END-IF
           IF ACCT-CYCLES-PAST-DUE NUMERIC
               MOVE ACCT-CYCLES-PAST-DUE TO WS-CYCLES-WORK
           ELSE
               MOVE ZERO TO WS-CYCLES-WORK
           END-IF
           MOVE WS-CYCLES-WORK TO BD-CYCLES-PAST-DUE
           PERFORM SET-CHARGE-OFF-FIELDS
           PERFORM SET-PAYMENT-STATUS
           IF WS-ACCOUNT-CLOSED
               MOVE 'Y' TO BD-CLOSED-IND
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               MOVE 'N' TO BD-CLOSED-IND
           END-IF
           IF ACCT-LAST-ACT-YEAR IS NUMERIC
              AND ACCT-LAST-ACT-MONTH IS NUMERIC
               MOVE ACCT-LAST-ACTIVITY(1:6) TO BD-LAST-ACTIVITY
           ELSE
               MOVE ZERO TO BD-LAST-ACTIVITY
           END-IF
           IF WS-CORRECTION-REC
               MOVE 'Y' TO BD-CORRECTION-IND
           ELSE
               MOVE 'N' TO BD-CORRECTION-IND
           END-IF
           MOVE WS-DISPUTE-CLOSED TO BD-DISPUTE-CLOSED
           WRITE BUREAU-DETAIL-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD BD-BALANCE TO WS-TOTAL-BALANCE
           ADD BD-CREDIT-LIMIT TO WS-TOTAL-LIMIT.
      *
      * fields from before the charge-off layout read as spaces and
      * report as an account never charged off
       SET-CHARGE-OFF-FIELDS.
           IF ACCT-CHARGED-OFF
               MOVE 'Y' TO BD-CHARGED-OFF-IND
               ADD 1 TO WS-CHARGED-OFF-COUNT
               MOVE ACCT-CHARGEOFF-DATE TO BD-CHARGEOFF-DATE
               COMPUTE WS-OWED-WORK =
                   ACCT-CHARGEOFF-AMOUNT - ACCT-RECOVERED-AMOUNT
               IF WS-OWED-WORK > ZERO
                   MOVE WS-OWED-WORK TO BD-CHARGEOFF-OWED
               ELSE
                   MOVE ZERO TO BD-CHARGEOFF-OWED
               END-IF
           ELSE
               MOVE 'N' TO BD-CHARGED-OFF-IND
               MOVE ZERO TO BD-CHARGEOFF-DATE
               MOVE ZERO TO BD-CHARGEOFF-OWED
           END-IF.
      *
      * the bureau's payment-status codes - 11 current, 71 30 days
      * late through 84 180 days or more, 97 charged off, 13 closed
      * and paid; one delinquency cycle counts as 30 days
       SET-PAYMENT-STATUS.
           IF WS-CYCLES-WORK > ZERO
               ADD 1 TO WS-PAST-DUE-COUNT
           END-IF
           EVALUATE TRUE
               WHEN ACCT-CHARGED-OFF
                   MOVE '97' TO BD-PAYMENT-STATUS
               WHEN WS-ACCOUNT-CLOSED AND ACCT-BALANCE NOT > ZERO
                   MOVE '13' TO BD-PAYMENT-STATUS
               WHEN WS-CYCLES-WORK = 0
                   MOVE '11' TO BD-PAYMENT-STATUS
               WHEN WS-CYCLES-WORK = 1
                   MOVE '71' TO BD-PAYMENT-STATUS
               WHEN WS-CYCLES-WORK = 2
                   MOVE '78' TO BD-PAYMENT-STATUS
               WHEN WS-CYCLES-WORK = 3
                   MOVE '80' TO BD-PAYMENT-STATUS
               WHEN WS-CYCLES-WORK = 4
                   MOVE '82' TO BD-PAYMENT-STATUS
               WHEN WS-CYCLES-WORK = 5
                   MOVE '83' TO BD-PAYMENT-STATUS
               WHEN OTHER
                   MOVE '84' TO BD-PAYMENT-STATUS
           END-EVALUATE.
      *
       WRITE-TRAILER-RECORD.
           MOVE SPACES TO BUREAU-TRAILER-RECORD
           MOVE 'T' TO BT-RECORD-TYPE
           MOVE WS-DETAIL-COUNT      TO BT-DETAIL-COUNT
           MOVE WS-TOTAL-BALANCE     TO BT-TOTAL-BALANCE
           MOVE WS-TOTAL-LIMIT       TO BT-TOTAL-LIMIT
           MOVE WS-CLOSED-COUNT      TO BT-CLOSED-COUNT
           MOVE WS-CHARGED-OFF-COUNT TO BT-CHARGED-OFF-COUNT
           MOVE WS-PAST-DUE-COUNT    TO BT-PAST-DUE-COUNT
           WRITE BUREAU-TRAILER-RECORD.
      *
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
