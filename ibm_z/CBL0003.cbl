      * ACCT-REC with the masked account number, the client name and
      * mailing address, the limit, balance, utilization percentage,
      * and the over-limit amount when there is one, plus a statement
      * count control total at the end of the run. Each account's
      * delivery preference decides whether its statement is printed,
      * written to the electronic statement extract, or both; an
      * account with no preference is printed, and one whose address
      * has bounced is printed until a new address is set. A delivery
      * control report counts the statements by channel.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT STMT-FILE  ASSIGN TO STMTFILE.
      * the delivery preferences CBL0024 keeps - a missing file means
      * every statement prints
           SELECT DELIVERY-PREF ASSIGN TO DLVPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DV-ACCT-NO
               FILE STATUS IS WS-DLV-STATUS.
           SELECT ESTMT-FILE ASSIGN TO ESTMT.
           SELECT DELIVERY-RPT ASSIGN TO DLVRPT.
      * the permanent posting history CBL0002 keeps - sorted into
      * account/date order so each statement can list its month's
      * debits and credits between an opening and closing balance
      *
       FD  STMT-FILE RECORDING MODE F.
       01  STMT-LINE              PIC X(80).
      *
       FD  DELIVERY-PREF RECORDING MODE F.
       01  DELIVERY-PREF-RECORD.
           COPY DLVREC.
      *
       FD  ESTMT-FILE RECORDING MODE F.
       01  ESTMT-RECORD.
           COPY ESTMTREC.
      *
       FD  DELIVERY-RPT RECORDING MODE F.
       01  DELIVERY-LINE          PIC X(100).
      *
       FD  ACCT-HIST RECORDING MODE F.
       01  ACCT-HIST-RECORD.
           05  SH-TYPE-CODE      PIC X(1).
               88  SH-TYPE-DEBIT  VALUE 'D'.
               88  SH-TYPE-CREDIT VALUE 'C'.
      * a returned payment and its fee add to the balance like a
      * charge does
               88  SH-ADDS-TO-BALANCE VALUE 'D' 'R' 'F'.
      *
       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS        PIC X(2) VALUE '00'.
      *
       01 WS-HIST-STATUS        PIC X(2) VALUE '00'.
         88 HIST-STATUS-OK      VALUE '00'.
       01 WS-DLV-STATUS         PIC X(2) VALUE '00'.
         88 DLV-STATUS-OK       VALUE '00'.
      *
      * how the account under way is delivered
       01 DELIVERY-FIELDS.
         05 WS-DLV-FILE-SW      PIC X VALUE 'N'.
           88 WS-DLV-FILE-OPEN  VALUE 'Y'.
         05 WS-PRINT-SW         PIC X VALUE 'Y'.
           88 WS-PRINT-STATEMENT VALUE 'Y'.
         05 WS-EXTRACT-SW       PIC X VALUE 'N'.
           88 WS-EXTRACT-STATEMENT VALUE 'Y'.
         05 WS-MIN-DUE          PIC S9(7)V99 COMP-3 VALUE ZERO.
      *
       01 DELIVERY-TOTALS.
         05 WS-PRINT-ONLY-COUNT PIC 9(7) VALUE ZERO.
         05 WS-ELECTRONIC-COUNT PIC 9(7) VALUE ZERO.
         05 WS-BOTH-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-FALLBACK-COUNT   PIC 9(7) VALUE ZERO.
         05 WS-NO-PREF-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-EXTRACT-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-ES-RECORD-COUNT  PIC 9(9) VALUE ZERO.
      *
       01 DATE-WORK-FIELDS.
         05 WS-CURRENT-DATE     PIC 9(8).
         05  SU-UTIL-PCT-O    PIC ZZ9.99.
         05  FILLER           PIC X(1)  VALUE '%'.
         05  FILLER           PIC X(57) VALUE SPACES.
      *
       01 STMT-MINDUE-LINE.
         05  FILLER           PIC X(16) VALUE 'MINIMUM DUE:    '.
         05  SD-MIN-DUE-O     PIC $$,$$$,$$9.99.
         05  FILLER           PIC X(51) VALUE SPACES.
      *
       01 STMT-OVER-LINE.
         05  FILLER           PIC X(16) VALUE 'OVER LIMIT BY:  '.
         05  FILLER             PIC X(19) VALUE '  ACCOUNTS READ:   '.
         05  ST-ACCTS-READ-O    PIC ZZZ,ZZ9.
         05  FILLER             PIC X(26) VALUE SPACES.
      *
       01 DLV-TITLE-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(30) VALUE
                 'STATEMENT DELIVERY CONTROL'.
         05  FILLER            PIC X(69) VALUE SPACES.
      *
       01 DLV-FALLBACK-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  DF-ACCT-NO        PIC X(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  DF-REASON-TEXT    PIC X(30).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  DF-BOUNCE-DATE    PIC 9(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  DF-BOUNCE-REASON  PIC X(4).
         05  FILLER            PIC X(41) VALUE SPACES.
      *
       01 DLV-COUNT-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  DC-LABEL-TEXT     PIC X(36).
         05  DC-COUNT-O        PIC ZZZ,ZZ9.
         05  FILLER            PIC X(54) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM SORT-HISTORY-FILE
           OPEN INPUT ACCT-REC
           OPEN OUTPUT STMT-FILE
           OPEN INPUT DELIVERY-PREF
           IF DLV-STATUS-OK
               SET WS-DLV-FILE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT ESTMT-FILE
           OPEN OUTPUT DELIVERY-RPT
           WRITE DELIVERY-LINE FROM DLV-TITLE-LINE.
      *
       PRODUCE-ALL-STATEMENTS.
           PERFORM READ-RECORD
      *
       CLOSE-STOP.
           PERFORM WRITE-TRAILER-LINE
           PERFORM WRITE-ESTMT-TRAILER
           PERFORM WRITE-DELIVERY-COUNTS
           CLOSE ACCT-REC
           CLOSE STMT-FILE
           CLOSE ESTMT-FILE
           CLOSE DELIVERY-RPT
           IF WS-DLV-FILE-OPEN
               CLOSE DELIVERY-PREF
           END-IF
           IF WS-HIST-ON-HAND
               CLOSE SORTED-HIST-FILE
           END-IF
           NOT AT END ADD 1 TO WS-ACCOUNTS-READ
           END-READ.
      *
      * the month's transactions and the figures are worked out once
      * and go to whichever channels the account is delivered by
       WRITE-ONE-STATEMENT.
           PERFORM CHOOSE-DELIVERY
           PERFORM TALLY-MONTH-TRANSACTIONS
           PERFORM CALCULATE-UTILIZATION-PCT
           MOVE ZERO TO WS-OVER-AMOUNT
           IF ACCT-BALANCE > ACCT-LIMIT
               COMPUTE WS-OVER-AMOUNT = ACCT-BALANCE - ACCT-LIMIT
           END-IF
           MOVE ZERO TO WS-MIN-DUE
           IF ACCT-MIN-PAYMENT NUMERIC
               MOVE ACCT-MIN-PAYMENT TO WS-MIN-DUE
           END-IF
           IF WS-PRINT-STATEMENT
               PERFORM PRINT-ONE-STATEMENT
           END-IF
           IF WS-EXTRACT-STATEMENT
               PERFORM EXTRACT-ONE-STATEMENT
           END-IF.
      *
      * one statement page - the page break is the rule line written
      * AFTER ADVANCING PAGE so every account starts a fresh page
       PRINT-ONE-STATEMENT.
           IF WS-STATEMENT-COUNT = ZERO
               WRITE STMT-LINE FROM STMT-RULE-LINE
           ELSE
           PERFORM LIST-MONTH-TRANSACTIONS
           MOVE ACCT-BALANCE TO SB-ACCT-BALANCE-O
           WRITE STMT-LINE FROM STMT-BALANCE-LINE
           MOVE WS-MIN-DUE TO SD-MIN-DUE-O
           WRITE STMT-LINE FROM STMT-MINDUE-LINE
           MOVE WS-UTIL-PCT TO SU-UTIL-PCT-O
           WRITE STMT-LINE FROM STMT-UTIL-LINE
           IF ACCT-BALANCE > ACCT-LIMIT
               MOVE WS-OVER-AMOUNT TO SO-OVER-AMOUNT-O
               WRITE STMT-LINE FROM STMT-OVER-LINE
           END-IF
           WRITE STMT-LINE FROM STMT-RULE-LINE
           ADD 1 TO WS-STATEMENT-COUNT.
      *
      * walks the sorted history forward to this account and totals
      * the current month's debits and credits - the opening balance
      * is backed out of the closing balance and the month's net
      * movement
       TALLY-MONTH-TRANSACTIONS.
           MOVE ZERO TO WS-MONTH-DEBITS
           MOVE ZERO TO WS-MONTH-CREDITS
           MOVE ZERO TO WS-MONTH-TRAN-COUNT
           MOVE ZERO TO WS-MT-LISTED
           MOVE ACCT-BALANCE TO WS-OPENING-BALANCE
           IF NOT WS-HIST-ON-HAND
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HIST-LASTREC = 'Y'
                      OR SH-ACCT-NO >= ACCT-NO
               PERFORM READ-HIST-RECORD
           END-PERFORM
      * this pass over the account's records just totals the month so
      * the opening balance can print before the detail
           PERFORM TALLY-ONE-HIST-RECORD
               UNTIL HIST-LASTREC = 'Y' OR SH-ACCT-NO NOT = ACCT-NO
           COMPUTE WS-OPENING-BALANCE = ACCT-BALANCE
               - WS-MONTH-DEBITS + WS-MONTH-CREDITS.
      *
      * the month's debits and credits between the opening and
      * closing balance
       LIST-MONTH-TRANSACTIONS.
           IF NOT WS-HIST-ON-HAND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPENING-BALANCE TO SP-OPENING-O
           WRITE STMT-LINE FROM STMT-OPENING-LINE
           IF WS-MONTH-TRAN-COUNT = ZERO
           IF SH-TRAN-YEAR = WS-CURR-YEAR
              AND SH-TRAN-MONTH = WS-CURR-MONTH
               ADD 1 TO WS-MONTH-TRAN-COUNT
               IF SH-ADDS-TO-BALANCE
                   ADD SH-AMOUNT TO WS-MONTH-DEBITS
               ELSE
                   ADD SH-AMOUNT TO WS-MONTH-CREDITS
               UNTIL WS-MT-SUB > WS-MT-LISTED
               MOVE WS-MT-RECORD(WS-MT-SUB) TO WS-MT-WORK
               MOVE WS-MW-TRAN-DATE TO TL-TRAN-DATE
               PERFORM GET-TRAN-TYPE-TEXT
               MOVE WS-MW-AMOUNT TO TL-AMOUNT-O
               WRITE STMT-LINE FROM STMT-TRAN-LINE
           END-PERFORM.
      *
       GET-TRAN-TYPE-TEXT.
           EVALUATE WS-MW-TYPE-CODE
               WHEN 'D'
                   MOVE 'CHARGE ' TO TL-TYPE-TEXT
               WHEN 'R'
                   MOVE 'RETURN ' TO TL-TYPE-TEXT
               WHEN 'F'
                   MOVE 'RTN FEE' TO TL-TYPE-TEXT
               WHEN 'A'
                   MOVE 'CREDIT ' TO TL-TYPE-TEXT
               WHEN OTHER
                   MOVE 'PAYMENT' TO TL-TYPE-TEXT
           END-EVALUATE.
      *
       MASK-ACCOUNT-NUMBER.
      * leave only the last 4 digits of the account number visible
           MOVE WS-ACCOUNTS-READ   TO ST-ACCTS-READ-O
           WRITE STMT-LINE FROM STMT-TRAILER-LINE.
      *
      * the account's preference decides the channels - no
      * preference prints, and an electronic statement whose address
      * has bounced prints instead until a new address is set
       CHOOSE-DELIVERY.
           MOVE 'Y' TO WS-PRINT-SW
           MOVE 'N' TO WS-EXTRACT-SW
           IF NOT WS-DLV-FILE-OPEN
               ADD 1 TO WS-NO-PREF-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-NO TO DV-ACCT-NO
           READ DELIVERY-PREF
               INVALID KEY
                   ADD 1 TO WS-NO-PREF-COUNT
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN DV-CHANNEL-PRINT
                   ADD 1 TO WS-PRINT-ONLY-COUNT
               WHEN DV-BOUNCED OR DV-EMAIL-ADDR = SPACES
                   ADD 1 TO WS-FALLBACK-COUNT
                   PERFORM WRITE-FALLBACK-LINE
               WHEN DV-CHANNEL-ELECTRONIC
                   MOVE 'N' TO WS-PRINT-SW
                   MOVE 'Y' TO WS-EXTRACT-SW
                   ADD 1 TO WS-ELECTRONIC-COUNT
               WHEN DV-CHANNEL-BOTH
                   MOVE 'Y' TO WS-EXTRACT-SW
                   ADD 1 TO WS-BOTH-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NO-PREF-COUNT
           END-EVALUATE.
      *
       WRITE-FALLBACK-LINE.
           MOVE ACCT-NO TO DF-ACCT-NO
           IF DV-BOUNCED
               MOVE 'BOUNCED - PRINTED INSTEAD' TO DF-REASON-TEXT
               MOVE DV-BOUNCE-DATE   TO DF-BOUNCE-DATE
               MOVE DV-BOUNCE-REASON TO DF-BOUNCE-REASON
           ELSE
               MOVE 'NO ADDRESS - PRINTED INSTEAD' TO DF-REASON-TEXT
               MOVE ZERO   TO DF-BOUNCE-DATE
               MOVE SPACES TO DF-BOUNCE-REASON
           END-IF
           WRITE DELIVERY-LINE FROM DLV-FALLBACK-LINE.
      *
      * the same statement for the mail service - the header with the
      * address, the month's transactions, and the summary figures
       EXTRACT-ONE-STATEMENT.
           MOVE SPACES TO ESTMT-RECORD
           SET ES-HEADER TO TRUE
           PERFORM SET-ESTMT-REF
           MOVE WS-CURRENT-DATE TO ES-H-STMT-DATE
           MOVE 'CBL0003'       TO ES-H-PROGRAM-ID
           STRING FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  LAST-NAME DELIMITED BY '  '
               INTO ES-H-NAME
           END-STRING
           MOVE DV-EMAIL-ADDR   TO ES-H-EMAIL-ADDR
           PERFORM WRITE-ESTMT-RECORD
           PERFORM VARYING WS-MT-SUB FROM 1 BY 1
               UNTIL WS-MT-SUB > WS-MT-LISTED
               MOVE WS-MT-RECORD(WS-MT-SUB) TO WS-MT-WORK
               MOVE SPACES TO ESTMT-RECORD
               SET ES-TRANSACTION TO TRUE
               PERFORM SET-ESTMT-REF
               MOVE WS-MW-TRAN-DATE TO ES-T-TRAN-DATE
               PERFORM GET-TRAN-TYPE-TEXT
               MOVE TL-TYPE-TEXT    TO ES-T-TYPE-TEXT
               MOVE WS-MW-AMOUNT    TO ES-T-AMOUNT
               PERFORM WRITE-ESTMT-RECORD
           END-PERFORM
           MOVE SPACES TO ESTMT-RECORD
           SET ES-SUMMARY TO TRUE
           PERFORM SET-ESTMT-REF
           MOVE ES-STMT-REF         TO ES-A-ACCT-NO
           MOVE ACCT-LIMIT          TO ES-A-LIMIT
           MOVE WS-OPENING-BALANCE  TO ES-A-OPENING-BALANCE
           MOVE ACCT-BALANCE        TO ES-A-BALANCE
           MOVE WS-MIN-DUE          TO ES-A-MIN-DUE
           MOVE WS-UTIL-PCT         TO ES-A-UTIL-PCT
           MOVE WS-OVER-AMOUNT      TO ES-A-OVER-LIMIT
           MOVE WS-MONTH-TRAN-COUNT TO ES-A-TRAN-COUNT
           PERFORM WRITE-ESTMT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.
      *
      * masked the same way as the printed statement
       SET-ESTMT-REF.
           MOVE ACCT-NO TO ES-STMT-REF
           MOVE ALL 'X' TO ES-STMT-REF(1:4).
      *
       WRITE-ESTMT-RECORD.
           WRITE ESTMT-RECORD
           ADD 1 TO WS-ES-RECORD-COUNT.
      *
       WRITE-ESTMT-TRAILER.
           MOVE SPACES TO ESTMT-RECORD
           SET ES-TRAILER TO TRUE
           MOVE WS-EXTRACT-COUNT TO ES-Z-STMT-COUNT
           ADD 1 TO WS-ES-RECORD-COUNT
           MOVE WS-ES-RECORD-COUNT TO ES-Z-RECORD-COUNT
           WRITE ESTMT-RECORD.
      *
       WRITE-DELIVERY-COUNTS.
           MOVE SPACES TO DELIVERY-LINE
           WRITE DELIVERY-LINE
           MOVE 'PRINT ONLY' TO DC-LABEL-TEXT
           MOVE WS-PRINT-ONLY-COUNT TO DC-COUNT-O
           WRITE DELIVERY-LINE FROM DLV-COUNT-LINE
           MOVE 'ELECTRONIC ONLY' TO DC-LABEL-TEXT
           MOVE WS-ELECTRONIC-COUNT TO DC-COUNT-O
           WRITE DELIVERY-LINE FROM DLV-COUNT-LINE
           MOVE 'PRINT AND ELECTRONIC' TO DC-LABEL-TEXT
           MOVE WS-BOTH-COUNT TO DC-COUNT-O
           WRITE DELIVERY-LINE FROM DLV-COUNT-LINE
           MOVE 'ELECTRONIC FELL BACK TO PRINT' TO DC-LABEL-TEXT
           MOVE WS-FALLBACK-COUNT TO DC-COUNT-O
           WRITE DELIVERY-LINE FROM DLV-COUNT-LINE
           MOVE 'NO PREFERENCE - PRINTED' TO DC-LABEL-TEXT
           MOVE WS-NO-PREF-COUNT TO DC-COUNT-O
           WRITE DELIVERY-LINE FROM DLV-COUNT-LINE
           MOVE 'STATEMENTS PRINTED' TO DC-LABEL-TEXT
           MOVE WS-STATEMENT-COUNT TO DC-COUNT-O
           WRITE DELIVERY-LINE FROM DLV-COUNT-LINE
           MOVE 'STATEMENTS SENT ELECTRONICALLY' TO DC-LABEL-TEXT
           MOVE WS-EXTRACT-COUNT TO DC-COUNT-O
           WRITE DELIVERY-LINE FROM DLV-COUNT-LINE.
      *
