      * the chronically late client the over-limit extract can never
      * carry. The letter text escalates by how far over limit the
      * account is and by how many cycles it is past due, with
      * letters-produced control counts for both passes. An amount
      * the client has in open dispute is left out of the balance the
      * letter judges and quotes, and an account keeping to an active
      * hardship installment plan gets no letter at all.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      * the limit this run judges the account against
           SELECT OVERRIDE-AUTH ASSIGN TO OVRAUTH
               FILE STATUS IS WS-OVR-STATUS.
      * the dispute file CBL0018 keeps - open disputes are set aside
      * from the balance before the account is judged over limit
           SELECT DISPUTE-FILE ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DISP-STATUS.
      * the hardship plan file CBL0020 keeps - a client paying down
      * the balance on an active plan is not sent collection letters
           SELECT PLAN-FILE ASSIGN TO PLANFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PL-ACCT-NO
               FILE STATUS IS WS-PLAN-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
           05  OV-ACCT-NO         PIC X(8).
           05  OV-TEMP-LIMIT      PIC 9(7)V99.
           05  OV-EXPIRY-DATE     PIC 9(8).
      *
       FD  DISPUTE-FILE RECORDING MODE F.
       01  DISPUTE-RECORD.
           COPY DISPREC.
      *
       FD  PLAN-FILE RECORDING MODE F.
       01  PLAN-RECORD.
           COPY PLANREC.
      *
       FD  LETTER-FILE RECORDING MODE F.
       01  LETTER-LINE            PIC X(80).
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
      * escalation thresholds on the recomputed over amount, plus the
      * delinquency buckets from the month-end cycle tracking - a
         05 WS-UNMATCHED-COUNT  PIC 9(7) VALUE ZERO.
         05 WS-AUTHORIZED-COUNT PIC 9(7) VALUE ZERO.
         05 WS-DELINQ-LETTER-COUNT PIC 9(7) VALUE ZERO.
         05 WS-CHARGED-OFF-COUNT PIC 9(7) VALUE ZERO.
         05 WS-DISPUTED-COUNT   PIC 9(7) VALUE ZERO.
         05 WS-ON-PLAN-COUNT    PIC 9(7) VALUE ZERO.
      *
      * accounts the over-limit pass already lettered, so the
      * delinquency pass never posts the same client two letters
                 'DELINQUENCY LETTERS PRODUCED: '.
         05  LT-DELINQ-COUNT-O PIC ZZZ,ZZ9.
         05  FILLER            PIC X(43) VALUE SPACES.
      *
       01 LETTER-TRAILER-LINE-3.
         05  FILLER            PIC X(30) VALUE
                 'OVER LIMIT BUT CHARGED OFF:   '.
         05  LT-CHARGED-OFF-O  PIC ZZZ,ZZ9.
         05  FILLER            PIC X(43) VALUE SPACES.
      *
       01 LETTER-TRAILER-LINE-4.
         05  FILLER            PIC X(30) VALUE
                 'OVER LIMIT ONLY BY DISPUTES:  '.
         05  LT-DISPUTED-O     PIC ZZZ,ZZ9.
         05  FILLER            PIC X(43) VALUE SPACES.
      *
       01 LETTER-TRAILER-LINE-5.
         05  FILLER            PIC X(30) VALUE
                 'HELD FOR HARDSHIP PLAN:       '.
         05  LT-ON-PLAN-O      PIC ZZZ,ZZ9.
         05  FILLER            PIC X(43) VALUE SPACES.
      *
       01 LETTER-TRAILER-LINE.
         05  FILLER            PIC X(19) VALUE 'LETTERS PRODUCED:  '.
      *------------------
       OPEN-FILES.
           PERFORM LOAD-OVERRIDE-TABLE
           PERFORM LOAD-DISPUTE-TABLE
           PERFORM LOAD-PLAN-TABLE
           SORT OVER-SORT-FILE
               ON ASCENDING KEY OS-ACCT-NO
               USING OVERLIMIT-FILE
               PERFORM FIND-MATCHING-ACCOUNT
               IF ACCT-LASTREC NOT = 'Y' AND ACCT-NO = SO-ACCT-NO
                   PERFORM GET-EFFECTIVE-LIMIT
                   PERFORM GET-UNDISPUTED-BALANCE
                   PERFORM CHECK-ON-PLAN
      * a charged-off balance is with collections now - the account
      * gets no further letters from this run
                   EVALUATE TRUE
                       WHEN ACCT-CHARGED-OFF
                           ADD 1 TO WS-CHARGED-OFF-COUNT
      * the client is paying the balance down on a hardship plan
                       WHEN WS-ON-PLAN
                           ADD 1 TO WS-ON-PLAN-COUNT
                       WHEN WS-UNDISPUTED-BALANCE > WS-EFFECTIVE-LIMIT
                           PERFORM WRITE-ONE-LETTER
      * over the limit only by what is in dispute - no letter until
      * the dispute is resolved
                       WHEN ACCT-BALANCE > WS-EFFECTIVE-LIMIT
                           ADD 1 TO WS-DISPUTED-COUNT
      * an approved temporary limit covers the balance - no letter
      * for an authorized situation
                       WHEN OTHER
                           ADD 1 TO WS-AUTHORIZED-COUNT
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-UNMATCHED-COUNT
               END-IF
           NOT AT END
               IF ACCT-CYCLES-PAST-DUE NUMERIC
                  AND ACCT-CYCLES-PAST-DUE > ZERO
                  AND NOT ACCT-CHARGED-OFF
                   PERFORM CHECK-ALREADY-LETTERED
                   PERFORM CHECK-ON-PLAN
                   IF WS-ON-PLAN AND NOT WS-ALREADY-LETTERED
                       ADD 1 TO WS-ON-PLAN-COUNT
                   END-IF
                   IF NOT WS-ALREADY-LETTERED AND NOT WS-ON-PLAN
                       PERFORM GET-EFFECTIVE-LIMIT
                       PERFORM GET-UNDISPUTED-BALANCE
                       PERFORM WRITE-ONE-LETTER
                       ADD 1 TO WS-DELINQ-LETTER-COUNT
                   END-IF
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
           COMPUTE WS-UNDISPUTED-BALANCE =
               ACCT-BALANCE - WS-DISPUTED-AMOUNT
           IF WS-UNDISPUTED-BALANCE < ZERO
               MOVE ZERO TO WS-UNDISPUTED-BALANCE
           END-IF.
      *
      * the limit in force - an unexpired authorization replaces the
      * account's own limit for every judgement this run makes
       GET-EFFECTIVE-LIMIT.
           END-PERFORM.
      *
       WRITE-ONE-LETTER.
           COMPUTE WS-OVER-AMOUNT =
               WS-UNDISPUTED-BALANCE - WS-EFFECTIVE-LIMIT
           IF ACCT-CYCLES-PAST-DUE NUMERIC
               MOVE ACCT-CYCLES-PAST-DUE TO WS-CYCLES-WORK
           ELSE
           MOVE WS-AUTHORIZED-COUNT TO LT-AUTHORIZED-O
           WRITE LETTER-LINE FROM LETTER-TRAILER-LINE
           MOVE WS-DELINQ-LETTER-COUNT TO LT-DELINQ-COUNT-O
           WRITE LETTER-LINE FROM LETTER-TRAILER-LINE-2
           MOVE WS-CHARGED-OFF-COUNT TO LT-CHARGED-OFF-O
           WRITE LETTER-LINE FROM LETTER-TRAILER-LINE-3
           MOVE WS-DISPUTED-COUNT TO LT-DISPUTED-O
           WRITE LETTER-LINE FROM LETTER-TRAILER-LINE-4
           MOVE WS-ON-PLAN-COUNT TO LT-ON-PLAN-O
           WRITE LETTER-LINE FROM LETTER-TRAILER-LINE-5.
      *
