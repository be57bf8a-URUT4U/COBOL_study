      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBL0020.
      *--------------------
      * Hardship installment plan maintenance - applies the day's plan
      * actions against the plan file. An enrollment turns the
      * account's whole balance into a fixed-term schedule at the
      * reduced rate agreed with the client, amortized by the shared
      * AMORTPMT routine; a cancellation ends an active plan early.
      * The month-end assessment judges each installment as it falls
      * due. Every run ends with the plan performance report.
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
      * the plan file - indexed on account, one plan per account,
      * updated in place by this run and by the month-end assessment
           SELECT PLAN-FILE ASSIGN TO PLANFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-ACCT-NO
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT PLAN-TRAN-FILE ASSIGN TO PLANTRAN
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT PLAN-REJECT-FILE ASSIGN TO PLANREJ.
           SELECT PLAN-RPT ASSIGN TO PLANRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTREC.
      *
       FD  PLAN-FILE RECORDING MODE F.
       01  PLAN-RECORD.
           COPY PLANREC.
      *
      * E enrolls the account at the yearly rate and term given; X
      * cancels its active plan
       FD  PLAN-TRAN-FILE RECORDING MODE F.
       01  PLAN-TRAN-RECORD.
           05  PN-ACTION-CODE     PIC X(1).
               88  PN-ACTION-ENROLL    VALUE 'E'.
               88  PN-ACTION-CANCEL    VALUE 'X'.
           05  PN-OPERATOR-ID     PIC X(8).
           05  PN-ACCT-NO         PIC X(8).
           05  PN-ANNUAL-RATE-PCT PIC 9(2)V9(2).
           05  PN-TERM-MONTHS     PIC 9(3).
      *
       FD  PLAN-REJECT-FILE RECORDING MODE F.
       01  PLAN-REJECT-RECORD.
           05  PR-TRAN-IMAGE      PIC X(24).
           05  PR-REASON-TEXT     PIC X(30).
      *
       FD  PLAN-RPT RECORDING MODE F.
       01  PLAN-LINE              PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS        PIC X(2) VALUE '00'.
         88 ACCT-STATUS-OK      VALUE '00'.
       01 WS-PLAN-STATUS        PIC X(2) VALUE '00'.
         88 PLAN-STATUS-OK      VALUE '00'.
       01 WS-TRAN-STATUS        PIC X(2) VALUE '00'.
         88 TRAN-STATUS-OK      VALUE '00'.
      *
       01 FLAGS.
         05 TRAN-LASTREC      PIC X VALUE SPACE.
         05 PLAN-LASTREC      PIC X VALUE SPACE.
         05 WS-PLAN-ON-FILE-SW PIC X VALUE 'N'.
           88 WS-PLAN-ON-FILE   VALUE 'Y'.
      *
      * the longest schedule a hardship plan may run
       01 WS-MAX-TERM-MONTHS    PIC 9(3) VALUE 60.
      *
       01 DATE-WORK-FIELDS.
         05 WS-TODAY            PIC 9(8) VALUE ZERO.
         05 WS-NEXT-PERIOD.
           10 WS-NEXT-YEAR      PIC 9(4) VALUE ZERO.
           10 WS-NEXT-MONTH     PIC 9(2) VALUE ZERO.
      *
      * parameters for the shared AMORTPMT routine - the balance goes
      * in as the principal and the yearly rate as a monthly fraction
       01 AMORT-FIELDS.
         05 WS-AM-PRINCIPAL     PIC 9(7)V99 VALUE ZERO.
         05 WS-AM-PERIOD-RATE   PIC 9(2)V9(6) VALUE ZERO.
         05 WS-AM-TERM          PIC 9(4) VALUE ZERO.
         05 WS-AM-LEVEL-PAYMENT PIC 9(7)V99 VALUE ZERO.
         05 WS-AM-FINAL-PAYMENT PIC 9(7)V99 VALUE ZERO.
         05 WS-AM-TOTAL-INTEREST PIC S9(9)V99 VALUE ZERO.
      *
       01 PLAN-TOTALS.
         05 WS-PLANS-ENROLLED   PIC 9(7) VALUE ZERO.
         05 WS-PLANS-CANCELLED  PIC 9(7) VALUE ZERO.
         05 WS-TRANS-REJECTED   PIC 9(7) VALUE ZERO.
         05 WS-ACTIVE-COUNT     PIC 9(7) VALUE ZERO.
         05 WS-COMPLETED-COUNT  PIC 9(7) VALUE ZERO.
         05 WS-BROKEN-COUNT     PIC 9(7) VALUE ZERO.
         05 WS-CANCELLED-COUNT  PIC 9(7) VALUE ZERO.
         05 WS-AMT-ENROLLED     PIC S9(9)V99 VALUE ZERO.
         05 WS-AMT-OUTSTANDING  PIC S9(9)V99 VALUE ZERO.
         05 WS-REMAINING        PIC 9(3) VALUE ZERO.
         05 WS-ENDED-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-KEPT-PCT         PIC 9(3)V9 VALUE ZERO.
      *
       01 ACTION-HEADING-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(30) VALUE
                 'HARDSHIP PLAN ACTIONS APPLIED'.
         05  FILLER            PIC X(69) VALUE SPACES.
      *
       01 ACTION-DETAIL-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  AD-ACCT-NO        PIC X(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-ACTION-TEXT    PIC X(10).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-BALANCE-O      PIC $$,$$$,$$9.99.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-RATE-O         PIC Z9.99.
         05  FILLER            PIC X(1)  VALUE '%'.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-TERM-O         PIC ZZ9.
         05  FILLER            PIC X(4)  VALUE ' MOS'.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-INSTALLMENT-O  PIC $$,$$$,$$9.99.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-OPERATOR-ID    PIC X(8).
         05  FILLER            PIC X(20) VALUE SPACES.
      *
       01 ACTION-TRAILER-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(10) VALUE 'ENROLLED: '.
         05  AT-ENROLLED-O     PIC ZZZ,ZZ9.
         05  FILLER            PIC X(13) VALUE '  CANCELLED: '.
         05  AT-CANCELLED-O    PIC ZZZ,ZZ9.
         05  FILLER            PIC X(12) VALUE '  REJECTED: '.
         05  AT-REJECTED-O     PIC ZZZ,ZZ9.
         05  FILLER            PIC X(41) VALUE SPACES.
      *
       01 PERFORM-HEADING-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(30) VALUE
                 'HARDSHIP PLAN PERFORMANCE'.
         05  FILLER            PIC X(69) VALUE SPACES.
      *
       01 PERFORM-COLUMN-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(10) VALUE 'ACCOUNT   '.
         05  FILLER            PIC X(11) VALUE 'STATUS     '.
         05  FILLER            PIC X(10) VALUE 'ENROLLED  '.
         05  FILLER            PIC X(10) VALUE 'MET  LEFT '.
         05  FILLER            PIC X(15) VALUE '  INSTALLMENT  '.
         05  FILLER            PIC X(15) VALUE '     ORIGINAL  '.
         05  FILLER            PIC X(15) VALUE '      CURRENT  '.
         05  FILLER            PIC X(11) VALUE SPACES.
      *
       01 PERFORM-DETAIL-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  PD-ACCT-NO        PIC X(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  PD-STATUS-TEXT    PIC X(9).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  PD-ENROLL-DATE    PIC 9(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  PD-MET-O          PIC ZZ9.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  PD-LEFT-O         PIC ZZ9.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  PD-INSTALLMENT-O  PIC $$,$$$,$$9.99.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  PD-ORIGINAL-O     PIC $$,$$$,$$9.99.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  PD-CURRENT-O      PIC $$,$$$,$$9.99-.
         05  FILLER            PIC X(12) VALUE SPACES.
      *
       01 PERFORM-TRAILER-LINE-1.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(8)  VALUE 'ACTIVE: '.
         05  PT-ACTIVE-O       PIC ZZZ,ZZ9.
         05  FILLER            PIC X(13) VALUE '  COMPLETED: '.
         05  PT-COMPLETED-O    PIC ZZZ,ZZ9.
         05  FILLER            PIC X(10) VALUE '  BROKEN: '.
         05  PT-BROKEN-O       PIC ZZZ,ZZ9.
         05  FILLER            PIC X(13) VALUE '  CANCELLED: '.
         05  PT-CANCELLED-O    PIC ZZZ,ZZ9.
         05  FILLER            PIC X(25) VALUE SPACES.
      *
      * kept is completed against every plan that has ended one way
      * or the other, a cancellation counting as not kept
       01 PERFORM-TRAILER-LINE-2.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(21) VALUE
                 'ACTIVE BALANCE OWED: '.
         05  PT-OUTSTANDING-O  PIC $$$$,$$$,$$9.99-.
         05  FILLER            PIC X(21) VALUE
                 '  ENDED PLANS KEPT: '.
         05  PT-KEPT-PCT-O     PIC ZZ9.9.
         05  FILLER            PIC X(1)  VALUE '%'.
         05  FILLER            PIC X(33) VALUE SPACES.
      *
      * parameters for the shared FILEERR handler - a bad status
      * goes on the job log in plain words and sets the return code
       01 FILE-ERROR-FIELDS.
         05 WS-FE-PROGRAM      PIC X(8)  VALUE 'CBL0020'.
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
           MOVE WS-TODAY(1:4) TO WS-NEXT-YEAR
           MOVE WS-TODAY(5:2) TO WS-NEXT-MONTH
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           OPEN INPUT ACCT-REC
           IF NOT ACCT-STATUS-OK
               MOVE 'ACCTREC'  TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-ACCT-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               GOBACK
           END-IF
      * the first run creates the plan file
           OPEN I-O PLAN-FILE
           IF WS-PLAN-STATUS = '35'
               OPEN OUTPUT PLAN-FILE
               CLOSE PLAN-FILE
               OPEN I-O PLAN-FILE
           END-IF
           IF NOT PLAN-STATUS-OK
               MOVE 'PLANFILE' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-PLAN-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               CLOSE ACCT-REC
               GOBACK
           END-IF
           OPEN OUTPUT PLAN-REJECT-FILE
           OPEN OUTPUT PLAN-RPT
           WRITE PLAN-LINE FROM ACTION-HEADING-LINE
           MOVE SPACE TO TRAN-LASTREC
           OPEN INPUT PLAN-TRAN-FILE
           IF NOT TRAN-STATUS-OK
               MOVE 'Y' TO TRAN-LASTREC
           END-IF.
      *
       APPLY-ALL-PLANS.
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
           PERFORM WRITE-PERFORMANCE-REPORT
           CLOSE ACCT-REC
           CLOSE PLAN-FILE
           CLOSE PLAN-TRAN-FILE
           CLOSE PLAN-REJECT-FILE
           CLOSE PLAN-RPT
           GOBACK.
      *
       READ-TRAN-RECORD.
           READ PLAN-TRAN-FILE
           AT END MOVE 'Y' TO TRAN-LASTREC
           END-READ.
      *
       APPLY-ONE-TRAN.
           MOVE PN-ACCT-NO TO PL-ACCT-NO
           EVALUATE TRUE
               WHEN PN-ACTION-ENROLL
                   PERFORM ENROLL-THIS-ACCOUNT
               WHEN PN-ACTION-CANCEL
                   PERFORM CANCEL-THIS-PLAN
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO PR-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
           END-EVALUATE.
      *
      * an enrollment plans the whole balance of a live account that
      * has no plan running; an account whose earlier plan ended can
      * be enrolled again over the old record
       ENROLL-THIS-ACCOUNT.
           IF PN-ANNUAL-RATE-PCT NOT NUMERIC
              OR PN-TERM-MONTHS NOT NUMERIC
               MOVE 'RATE OR TERM NOT NUMERIC' TO PR-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF PN-TERM-MONTHS = ZERO
              OR PN-TERM-MONTHS > WS-MAX-TERM-MONTHS
               MOVE 'TERM OUT OF RANGE' TO PR-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE PN-ACCT-NO TO ACCT-NO
           READ ACCT-REC
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON MASTER' TO PR-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-CHARGED-OFF
               MOVE 'ACCOUNT CHARGED OFF' TO PR-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF ACCT-BALANCE NOT > ZERO
               MOVE 'NO BALANCE TO PLAN' TO PR-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PLAN-ON-FILE-SW
           READ PLAN-FILE
               NOT INVALID KEY
                   SET WS-PLAN-ON-FILE TO TRUE
           END-READ
           IF WS-PLAN-ON-FILE AND PL-ACTIVE
               MOVE 'PLAN ALREADY ACTIVE' TO PR-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-BALANCE TO WS-AM-PRINCIPAL
           COMPUTE WS-AM-PERIOD-RATE ROUNDED =
               PN-ANNUAL-RATE-PCT / 1200
           MOVE PN-TERM-MONTHS TO WS-AM-TERM
           CALL 'AMORTPMT' USING WS-AM-PRINCIPAL WS-AM-PERIOD-RATE
               WS-AM-TERM WS-AM-LEVEL-PAYMENT WS-AM-FINAL-PAYMENT
               WS-AM-TOTAL-INTEREST
           INITIALIZE PLAN-RECORD
           MOVE PN-ACCT-NO           TO PL-ACCT-NO
           SET PL-ACTIVE TO TRUE
           MOVE WS-TODAY             TO PL-ENROLL-DATE
           MOVE WS-AM-PRINCIPAL      TO PL-ORIGINAL-BALANCE
           MOVE PN-ANNUAL-RATE-PCT   TO PL-ANNUAL-RATE-PCT
           MOVE PN-TERM-MONTHS       TO PL-TERM-MONTHS
           MOVE WS-AM-LEVEL-PAYMENT  TO PL-INSTALLMENT
           MOVE WS-AM-FINAL-PAYMENT  TO PL-FINAL-INSTALLMENT
           MOVE WS-AM-TOTAL-INTEREST TO PL-TOTAL-INTEREST
           MOVE ZERO                 TO PL-INSTALLMENTS-MET
           MOVE WS-NEXT-PERIOD       TO PL-NEXT-DUE-PERIOD
           MOVE ZERO                 TO PL-CLOSED-DATE
           MOVE PN-OPERATOR-ID       TO PL-OPERATOR-ID
           IF WS-PLAN-ON-FILE
               REWRITE PLAN-RECORD
                   INVALID KEY
                       DISPLAY 'CBL0020: REWRITE FAILED FOR PLAN '
                           PL-ACCT-NO
                       MOVE 'PLANFILE' TO WS-FE-FILE
                       MOVE 'REWRITE'  TO WS-FE-OPERATION
                       MOVE WS-PLAN-STATUS TO WS-FE-STATUS
                       MOVE 'E'        TO WS-FE-SEVERITY
                       PERFORM REPORT-FILE-ERROR
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE PLAN-RECORD
                   INVALID KEY
                       DISPLAY 'CBL0020: WRITE FAILED FOR PLAN '
                           PL-ACCT-NO
                       MOVE 'PLANFILE' TO WS-FE-FILE
                       MOVE 'WRITE'    TO WS-FE-OPERATION
                       MOVE WS-PLAN-STATUS TO WS-FE-STATUS
                       MOVE 'E'        TO WS-FE-SEVERITY
                       PERFORM REPORT-FILE-ERROR
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           ADD 1 TO WS-PLANS-ENROLLED
           ADD WS-AM-PRINCIPAL TO WS-AMT-ENROLLED
           MOVE 'ENROLLED' TO AD-ACTION-TEXT
           PERFORM WRITE-ACTION-LINE.
      *
      * a cancelled plan puts the account straight back on its normal
      * terms at the next month-end
       CANCEL-THIS-PLAN.
           READ PLAN-FILE
               INVALID KEY
                   MOVE 'PLAN NOT ON FILE' TO PR-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
           END-READ
           IF NOT PL-ACTIVE
               MOVE 'PLAN NOT ACTIVE' TO PR-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           SET PL-CANCELLED TO TRUE
           MOVE WS-TODAY       TO PL-CLOSED-DATE
           MOVE PN-OPERATOR-ID TO PL-OPERATOR-ID
           REWRITE PLAN-RECORD
               INVALID KEY
                   DISPLAY 'CBL0020: REWRITE FAILED FOR PLAN '
                       PL-ACCT-NO
                   MOVE 'PLANFILE' TO WS-FE-FILE
                   MOVE 'REWRITE'  TO WS-FE-OPERATION
                   MOVE WS-PLAN-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM REPORT-FILE-ERROR
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-PLANS-CANCELLED
           MOVE 'CANCELLED' TO AD-ACTION-TEXT
           MOVE PL-ORIGINAL-BALANCE TO WS-AM-PRINCIPAL
           PERFORM WRITE-ACTION-LINE.
      *
       WRITE-REJECT-RECORD.
           MOVE PLAN-TRAN-RECORD TO PR-TRAN-IMAGE
           WRITE PLAN-REJECT-RECORD
           ADD 1 TO WS-TRANS-REJECTED.
      *
       WRITE-ACTION-LINE.
           MOVE PL-ACCT-NO         TO AD-ACCT-NO
           MOVE WS-AM-PRINCIPAL    TO AD-BALANCE-O
           MOVE PL-ANNUAL-RATE-PCT TO AD-RATE-O
           MOVE PL-TERM-MONTHS     TO AD-TERM-O
           MOVE PL-INSTALLMENT     TO AD-INSTALLMENT-O
           MOVE PN-OPERATOR-ID     TO AD-OPERATOR-ID
           WRITE PLAN-LINE FROM ACTION-DETAIL-LINE.
      *
       WRITE-ACTION-TRAILER.
           MOVE WS-PLANS-ENROLLED  TO AT-ENROLLED-O
           MOVE WS-PLANS-CANCELLED TO AT-CANCELLED-O
           MOVE WS-TRANS-REJECTED  TO AT-REJECTED-O
           WRITE PLAN-LINE FROM ACTION-TRAILER-LINE.
      *
      * every plan on file, in account order, with how far through
      * its schedule it got and what the account owes now
       WRITE-PERFORMANCE-REPORT.
           MOVE SPACES TO PLAN-LINE
           WRITE PLAN-LINE
           WRITE PLAN-LINE FROM PERFORM-HEADING-LINE
           WRITE PLAN-LINE FROM PERFORM-COLUMN-LINE
           MOVE LOW-VALUES TO PL-ACCT-NO
           START PLAN-FILE KEY IS NOT LESS THAN PL-ACCT-NO
               INVALID KEY
                   MOVE 'Y' TO PLAN-LASTREC
           END-START
           PERFORM UNTIL PLAN-LASTREC = 'Y'
               READ PLAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO PLAN-LASTREC
                   NOT AT END
                       PERFORM REPORT-ONE-PLAN
               END-READ
           END-PERFORM
           MOVE WS-ACTIVE-COUNT    TO PT-ACTIVE-O
           MOVE WS-COMPLETED-COUNT TO PT-COMPLETED-O
           MOVE WS-BROKEN-COUNT    TO PT-BROKEN-O
           MOVE WS-CANCELLED-COUNT TO PT-CANCELLED-O
           WRITE PLAN-LINE FROM PERFORM-TRAILER-LINE-1
           COMPUTE WS-ENDED-COUNT = WS-COMPLETED-COUNT
               + WS-BROKEN-COUNT + WS-CANCELLED-COUNT
           IF WS-ENDED-COUNT > ZERO
               COMPUTE WS-KEPT-PCT ROUNDED =
                   WS-COMPLETED-COUNT * 100 / WS-ENDED-COUNT
           END-IF
           MOVE WS-AMT-OUTSTANDING TO PT-OUTSTANDING-O
           MOVE WS-KEPT-PCT        TO PT-KEPT-PCT-O
           WRITE PLAN-LINE FROM PERFORM-TRAILER-LINE-2.
      *
       REPORT-ONE-PLAN.
           MOVE PL-ACCT-NO TO ACCT-NO
           READ ACCT-REC
               INVALID KEY
                   MOVE ZERO TO ACCT-BALANCE
           END-READ
           EVALUATE TRUE
               WHEN PL-ACTIVE
                   ADD 1 TO WS-ACTIVE-COUNT
                   ADD ACCT-BALANCE TO WS-AMT-OUTSTANDING
                   MOVE 'ACTIVE' TO PD-STATUS-TEXT
               WHEN PL-COMPLETED
                   ADD 1 TO WS-COMPLETED-COUNT
                   MOVE 'COMPLETED' TO PD-STATUS-TEXT
               WHEN PL-BROKEN
                   ADD 1 TO WS-BROKEN-COUNT
                   MOVE 'BROKEN' TO PD-STATUS-TEXT
               WHEN OTHER
                   ADD 1 TO WS-CANCELLED-COUNT
                   MOVE 'CANCELLED' TO PD-STATUS-TEXT
           END-EVALUATE
           IF PL-INSTALLMENTS-MET < PL-TERM-MONTHS
               COMPUTE WS-REMAINING =
                   PL-TERM-MONTHS - PL-INSTALLMENTS-MET
           ELSE
               MOVE ZERO TO WS-REMAINING
           END-IF
           MOVE PL-ACCT-NO          TO PD-ACCT-NO
           MOVE PL-ENROLL-DATE      TO PD-ENROLL-DATE
           MOVE PL-INSTALLMENTS-MET TO PD-MET-O
           MOVE WS-REMAINING        TO PD-LEFT-O
           MOVE PL-INSTALLMENT      TO PD-INSTALLMENT-O
           MOVE PL-ORIGINAL-BALANCE TO PD-ORIGINAL-O
           MOVE ACCT-BALANCE        TO PD-CURRENT-O
           WRITE PLAN-LINE FROM PERFORM-DETAIL-LINE.
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
