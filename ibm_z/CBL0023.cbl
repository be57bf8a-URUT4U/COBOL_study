      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBL0023.
      *--------------------
      * Review hold release run - applies the reviewers' decisions to
      * the debits the posting run's screening held back. A released
      * debit goes to the released file, which the next posting run
      * posts without screening it again; a declined one is dropped
      * from the hold file and never posts. Each decision names the
      * held debit by account, transaction date and amount, and one
      * that matches nothing on hold is rejected. The report lists the
      * decisions applied and then everything still waiting on
      * review, with the days each has been held.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * debits the posting run's screening held back - rebuilt here
      * with only the ones still waiting on review
           SELECT HOLD-FILE ASSIGN TO TRANHOLD
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HOLD-WORK-FILE ASSIGN TO HOLDWORK.
           SELECT HOLD-DEC-FILE ASSIGN TO HOLDDEC
               FILE STATUS IS WS-DEC-STATUS.
           SELECT HOLD-REJECT-FILE ASSIGN TO HOLDREJ.
      * released debits for the next posting run - added to, since
      * more than one release can come before the run empties it
           SELECT RELEASED-FILE ASSIGN TO TRANRLSE
               FILE STATUS IS WS-RLSE-STATUS.
           SELECT RELEASE-RPT ASSIGN TO RLSERPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  HOLD-FILE RECORDING MODE F.
       01  HOLD-RECORD.
           COPY HOLDREC.
      *
       FD  HOLD-WORK-FILE RECORDING MODE F.
       01  HOLD-WORK-RECORD       PIC X(100).
      *
      * R releases the held debit named by account, date and amount
      * to the next posting run, D declines it
       FD  HOLD-DEC-FILE RECORDING MODE F.
       01  HOLD-DEC-RECORD.
           05  HX-ACTION-CODE     PIC X(1).
               88  HX-ACTION-RELEASE VALUE 'R'.
               88  HX-ACTION-DECLINE VALUE 'D'.
           05  HX-OPERATOR-ID     PIC X(8).
           05  HX-ACCT-NO         PIC X(8).
           05  HX-TRAN-DATE       PIC 9(8).
           05  HX-AMOUNT          PIC 9(7)V99.
           05  HX-REASON-TEXT     PIC X(30).
      *
       FD  HOLD-REJECT-FILE RECORDING MODE F.
       01  HOLD-REJECT-RECORD.
           05  HJ-DEC-IMAGE       PIC X(64).
           05  HJ-REASON-TEXT     PIC X(30).
      *
      * the TRAN-FILE layout, plus the day the debit first reached
      * the posting run so it keeps its age if it then suspends
       FD  RELEASED-FILE RECORDING MODE F.
       01  RELEASED-RECORD.
           05  RL-ACCT-NO         PIC X(8).
           05  RL-TRAN-DATE       PIC 9(8).
           05  RL-AMOUNT          PIC S9(7)V99.
           05  RL-TYPE-CODE       PIC X(1).
           05  RL-FIRST-DATE      PIC 9(8).
      *
       FD  RELEASE-RPT RECORDING MODE F.
       01  RELEASE-LINE           PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01 WS-HOLD-STATUS        PIC X(2) VALUE '00'.
         88 HOLD-STATUS-OK      VALUE '00'.
       01 WS-DEC-STATUS         PIC X(2) VALUE '00'.
         88 DEC-STATUS-OK       VALUE '00'.
       01 WS-RLSE-STATUS        PIC X(2) VALUE '00'.
         88 RLSE-STATUS-OK      VALUE '00'.
      *
       01 FLAGS.
         05 HOLD-LASTREC      PIC X VALUE SPACE.
         05 DEC-LASTREC       PIC X VALUE SPACE.
         05 WORK-LASTREC      PIC X VALUE SPACE.
      *
       01 DATE-WORK-FIELDS.
         05 WS-TODAY            PIC 9(8) VALUE ZERO.
         05 WS-TODAY-INTEGER    PIC 9(7) VALUE ZERO.
         05 WS-HELD-INTEGER     PIC 9(7) VALUE ZERO.
         05 WS-DAYS-HELD        PIC S9(5) VALUE ZERO.
      *
      * today's decisions, each used at most once - the first held
      * debit matching on account, date and amount takes it
       01 DECISION-TABLE-FIELDS.
         05 WS-DEC-COUNT        PIC 9(3) VALUE ZERO.
         05 WS-DEC-INDEX        PIC 9(3) VALUE ZERO.
         05 WS-DEC-HIT          PIC 9(3) VALUE ZERO.
         05 WS-DEC-ENTRY OCCURS 500 TIMES.
           10 WS-DX-IMAGE       PIC X(64).
           10 WS-DX-ACTION-CODE PIC X(1).
           10 WS-DX-OPERATOR-ID PIC X(8).
           10 WS-DX-ACCT-NO     PIC X(8).
           10 WS-DX-TRAN-DATE   PIC 9(8).
           10 WS-DX-AMOUNT      PIC 9(7)V99.
           10 WS-DX-REASON-TEXT PIC X(30).
           10 WS-DX-USED-SW     PIC X(1).
             88 WS-DX-USED      VALUE 'Y'.
         05 WS-DEC-FOUND-SW     PIC X VALUE 'N'.
           88 WS-DEC-FOUND      VALUE 'Y'.
      *
       01 RELEASE-TOTALS.
         05 WS-HOLDS-READ       PIC 9(7) VALUE ZERO.
         05 WS-HOLDS-RELEASED   PIC 9(7) VALUE ZERO.
         05 WS-HOLDS-DECLINED   PIC 9(7) VALUE ZERO.
         05 WS-DECS-REJECTED    PIC 9(7) VALUE ZERO.
         05 WS-AMT-RELEASED     PIC S9(9)V99 VALUE ZERO.
         05 WS-AMT-DECLINED     PIC S9(9)V99 VALUE ZERO.
         05 WS-HOLDS-WAITING    PIC 9(7) VALUE ZERO.
         05 WS-AMT-WAITING      PIC S9(9)V99 VALUE ZERO.
      *
       01 ACTION-HEADING-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(30) VALUE
                 'REVIEW DECISIONS APPLIED'.
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
         05  AD-ACTION-TEXT    PIC X(10).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-OPERATOR-ID    PIC X(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-REASON-TEXT    PIC X(30).
         05  FILLER            PIC X(10) VALUE SPACES.
      *
       01 ACTION-TRAILER-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(10) VALUE 'RELEASED: '.
         05  AT-RELEASED-O     PIC ZZZ,ZZ9.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AT-AMT-RELEASED-O PIC $$$$,$$$,$$9.99.
         05  FILLER            PIC X(12) VALUE '  DECLINED: '.
         05  AT-DECLINED-O     PIC ZZZ,ZZ9.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AT-AMT-DECLINED-O PIC $$$$,$$$,$$9.99.
         05  FILLER            PIC X(12) VALUE '  REJECTED: '.
         05  AT-REJECTED-O     PIC ZZZ,ZZ9.
         05  FILLER            PIC X(8)  VALUE SPACES.
      *
       01 WAITING-HEADING-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(30) VALUE
                 'STILL HELD FOR REVIEW'.
         05  FILLER            PIC X(69) VALUE SPACES.
      *
       01 WAITING-COLUMN-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(10) VALUE 'ACCOUNT   '.
         05  FILLER            PIC X(10) VALUE 'TRAN DATE '.
         05  FILLER            PIC X(15) VALUE '       AMOUNT  '.
         05  FILLER            PIC X(10) VALUE 'HELD ON   '.
         05  FILLER            PIC X(7)  VALUE '  DAYS '.
         05  FILLER            PIC X(24) VALUE 'RULES TRIPPED'.
         05  FILLER            PIC X(21) VALUE SPACES.
      *
       01 WAITING-DETAIL-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  WD-ACCT-NO        PIC X(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  WD-TRAN-DATE      PIC 9(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  WD-AMOUNT-O       PIC $$,$$$,$$9.99.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  WD-HELD-DATE      PIC 9(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  WD-DAYS-HELD-O    PIC ZZZZ9.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  WD-RULE-MULTIPLE  PIC X(6).
         05  WD-RULE-DAILY     PIC X(6).
         05  WD-RULE-DORMANT   PIC X(6).
         05  WD-RULE-LIMIT     PIC X(6).
         05  FILLER            PIC X(21) VALUE SPACES.
      *
       01 WAITING-TRAILER-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(18) VALUE 'STILL ON HOLD:    '.
         05  WT-WAITING-O      PIC ZZZ,ZZ9.
         05  FILLER            PIC X(10) VALUE '  AMOUNT: '.
         05  WT-AMT-WAITING-O  PIC $$$$,$$$,$$9.99.
         05  FILLER            PIC X(47) VALUE SPACES.
      *
      * parameters for the shared FILEERR handler - a bad status
      * goes on the job log in plain words and sets the return code
       01 FILE-ERROR-FIELDS.
         05 WS-FE-PROGRAM      PIC X(8)  VALUE 'CBL0023'.
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
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           OPEN OUTPUT HOLD-REJECT-FILE
           OPEN OUTPUT RELEASE-RPT
           PERFORM LOAD-DECISIONS
           OPEN OUTPUT HOLD-WORK-FILE
           OPEN EXTEND RELEASED-FILE
           IF NOT RLSE-STATUS-OK
               OPEN OUTPUT RELEASED-FILE
           END-IF
           IF NOT RLSE-STATUS-OK
               MOVE 'TRANRLSE' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-RLSE-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               CLOSE HOLD-WORK-FILE
               CLOSE HOLD-REJECT-FILE
               CLOSE RELEASE-RPT
               GOBACK
           END-IF
           WRITE RELEASE-LINE FROM ACTION-HEADING-LINE
      * no hold file means nothing has ever been held
           MOVE SPACE TO HOLD-LASTREC
           OPEN INPUT HOLD-FILE
           IF NOT HOLD-STATUS-OK
               MOVE 'Y' TO HOLD-LASTREC
           END-IF.
      *
       APPLY-ALL-DECISIONS.
           IF HOLD-LASTREC NOT = 'Y'
               PERFORM READ-HOLD-RECORD
           END-IF
           PERFORM UNTIL HOLD-LASTREC = 'Y'
               PERFORM JUDGE-ONE-HOLD
               PERFORM READ-HOLD-RECORD
           END-PERFORM
           .
      *
       CLOSE-STOP.
           IF HOLD-STATUS-OK
               CLOSE HOLD-FILE
           END-IF
           CLOSE HOLD-WORK-FILE
           CLOSE RELEASED-FILE
           PERFORM REJECT-UNUSED-DECISIONS
           PERFORM WRITE-ACTION-TRAILER
           PERFORM RELOAD-HOLD-FILE
           CLOSE HOLD-REJECT-FILE
           CLOSE RELEASE-RPT
           GOBACK.
      *
      * a decision with an action other than R or D is rejected as it
      * loads; so is one past the table's end, to come again tomorrow
       LOAD-DECISIONS.
           OPEN INPUT HOLD-DEC-FILE
           IF DEC-STATUS-OK
               PERFORM READ-DECISION-RECORD
                   UNTIL DEC-LASTREC = 'Y'
               CLOSE HOLD-DEC-FILE
           END-IF.
      *
       READ-DECISION-RECORD.
           READ HOLD-DEC-FILE
           AT END MOVE 'Y' TO DEC-LASTREC
           NOT AT END
               EVALUATE TRUE
                   WHEN NOT HX-ACTION-RELEASE
                        AND NOT HX-ACTION-DECLINE
                       MOVE HOLD-DEC-RECORD TO HJ-DEC-IMAGE
                       MOVE 'INVALID ACTION CODE' TO HJ-REASON-TEXT
                       PERFORM WRITE-REJECT-RECORD
                   WHEN HX-AMOUNT NOT NUMERIC
                     OR HX-TRAN-DATE NOT NUMERIC
                       MOVE HOLD-DEC-RECORD TO HJ-DEC-IMAGE
                       MOVE 'INVALID DATE OR AMOUNT' TO HJ-REASON-TEXT
                       PERFORM WRITE-REJECT-RECORD
                   WHEN WS-DEC-COUNT NOT < 500
                       MOVE HOLD-DEC-RECORD TO HJ-DEC-IMAGE
                       MOVE 'TOO MANY DECISIONS - RESUBMIT'
                           TO HJ-REASON-TEXT
                       PERFORM WRITE-REJECT-RECORD
                   WHEN OTHER
                       ADD 1 TO WS-DEC-COUNT
                       MOVE HOLD-DEC-RECORD
                           TO WS-DX-IMAGE(WS-DEC-COUNT)
                       MOVE HX-ACTION-CODE
                           TO WS-DX-ACTION-CODE(WS-DEC-COUNT)
                       MOVE HX-OPERATOR-ID
                           TO WS-DX-OPERATOR-ID(WS-DEC-COUNT)
                       MOVE HX-ACCT-NO
                           TO WS-DX-ACCT-NO(WS-DEC-COUNT)
                       MOVE HX-TRAN-DATE
                           TO WS-DX-TRAN-DATE(WS-DEC-COUNT)
                       MOVE HX-AMOUNT
                           TO WS-DX-AMOUNT(WS-DEC-COUNT)
                       MOVE HX-REASON-TEXT
                           TO WS-DX-REASON-TEXT(WS-DEC-COUNT)
                       MOVE 'N' TO WS-DX-USED-SW(WS-DEC-COUNT)
               END-EVALUATE
           END-READ.
      *
       READ-HOLD-RECORD.
           READ HOLD-FILE
           AT END MOVE 'Y' TO HOLD-LASTREC
           NOT AT END ADD 1 TO WS-HOLDS-READ
           END-READ.
      *
      * a held debit with a decision is released or declined; one
      * without stays on hold
       JUDGE-ONE-HOLD.
           PERFORM FIND-DECISION
           IF NOT WS-DEC-FOUND
               WRITE HOLD-WORK-RECORD FROM HOLD-RECORD
               EXIT PARAGRAPH
           END-IF
           SET WS-DX-USED(WS-DEC-HIT) TO TRUE
           MOVE HD-ACCT-NO   TO AD-ACCT-NO
           MOVE HD-TRAN-DATE TO AD-TRAN-DATE
           MOVE HD-AMOUNT    TO AD-AMOUNT-O
           MOVE WS-DX-OPERATOR-ID(WS-DEC-HIT) TO AD-OPERATOR-ID
           MOVE WS-DX-REASON-TEXT(WS-DEC-HIT) TO AD-REASON-TEXT
           IF WS-DX-ACTION-CODE(WS-DEC-HIT) = 'R'
               MOVE HD-ACCT-NO   TO RL-ACCT-NO
               MOVE HD-TRAN-DATE TO RL-TRAN-DATE
               MOVE HD-AMOUNT    TO RL-AMOUNT
               MOVE HD-TYPE-CODE TO RL-TYPE-CODE
               MOVE HD-FIRST-DATE TO RL-FIRST-DATE
               WRITE RELEASED-RECORD
               IF NOT RLSE-STATUS-OK
                   DISPLAY 'CBL0023: RELEASE WRITE FAILED FOR '
                       HD-ACCT-NO
                   MOVE 'TRANRLSE' TO WS-FE-FILE
                   MOVE 'WRITE'    TO WS-FE-OPERATION
                   MOVE WS-RLSE-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM REPORT-FILE-ERROR
               END-IF
               ADD 1 TO WS-HOLDS-RELEASED
               ADD HD-AMOUNT TO WS-AMT-RELEASED
               MOVE 'RELEASED' TO AD-ACTION-TEXT
           ELSE
               ADD 1 TO WS-HOLDS-DECLINED
               ADD HD-AMOUNT TO WS-AMT-DECLINED
               MOVE 'DECLINED' TO AD-ACTION-TEXT
           END-IF
           WRITE RELEASE-LINE FROM ACTION-DETAIL-LINE.
      *
       FIND-DECISION.
           MOVE 'N' TO WS-DEC-FOUND-SW
           PERFORM VARYING WS-DEC-INDEX FROM 1 BY 1
               UNTIL WS-DEC-INDEX > WS-DEC-COUNT
               OR WS-DEC-FOUND
               IF NOT WS-DX-USED(WS-DEC-INDEX)
                  AND WS-DX-ACCT-NO(WS-DEC-INDEX) = HD-ACCT-NO
                  AND WS-DX-TRAN-DATE(WS-DEC-INDEX) = HD-TRAN-DATE
                  AND WS-DX-AMOUNT(WS-DEC-INDEX) = HD-AMOUNT
                   SET WS-DEC-FOUND TO TRUE
                   MOVE WS-DEC-INDEX TO WS-DEC-HIT
               END-IF
           END-PERFORM.
      *
       REJECT-UNUSED-DECISIONS.
           PERFORM VARYING WS-DEC-INDEX FROM 1 BY 1
               UNTIL WS-DEC-INDEX > WS-DEC-COUNT
               IF NOT WS-DX-USED(WS-DEC-INDEX)
                   MOVE WS-DX-IMAGE(WS-DEC-INDEX) TO HJ-DEC-IMAGE
                   MOVE 'NOT ON HOLD FILE' TO HJ-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
               END-IF
           END-PERFORM.
      *
       WRITE-REJECT-RECORD.
           WRITE HOLD-REJECT-RECORD
           ADD 1 TO WS-DECS-REJECTED.
      *
       WRITE-ACTION-TRAILER.
           MOVE WS-HOLDS-RELEASED TO AT-RELEASED-O
           MOVE WS-AMT-RELEASED   TO AT-AMT-RELEASED-O
           MOVE WS-HOLDS-DECLINED TO AT-DECLINED-O
           MOVE WS-AMT-DECLINED   TO AT-AMT-DECLINED-O
           MOVE WS-DECS-REJECTED  TO AT-REJECTED-O
           WRITE RELEASE-LINE FROM ACTION-TRAILER-LINE.
      *
      * the rebuilt hold file - only the debits still waiting - becomes
      * the live file, and each is listed with the days it has waited
       RELOAD-HOLD-FILE.
           MOVE SPACES TO RELEASE-LINE
           WRITE RELEASE-LINE
           WRITE RELEASE-LINE FROM WAITING-HEADING-LINE
           WRITE RELEASE-LINE FROM WAITING-COLUMN-LINE
           OPEN INPUT HOLD-WORK-FILE
           OPEN OUTPUT HOLD-FILE
           IF NOT HOLD-STATUS-OK
               MOVE 'TRANHOLD' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-HOLD-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               CLOSE HOLD-WORK-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM RELOAD-ONE-HOLD
               UNTIL WORK-LASTREC = 'Y'
           CLOSE HOLD-WORK-FILE
           CLOSE HOLD-FILE
           MOVE WS-HOLDS-WAITING TO WT-WAITING-O
           MOVE WS-AMT-WAITING   TO WT-AMT-WAITING-O
           WRITE RELEASE-LINE FROM WAITING-TRAILER-LINE.
      *
       RELOAD-ONE-HOLD.
           READ HOLD-WORK-FILE
           AT END MOVE 'Y' TO WORK-LASTREC
           NOT AT END
               MOVE HOLD-WORK-RECORD TO HOLD-RECORD
               WRITE HOLD-RECORD
               ADD 1 TO WS-HOLDS-WAITING
               ADD HD-AMOUNT TO WS-AMT-WAITING
               PERFORM WRITE-WAITING-LINE
           END-READ.
      *
       WRITE-WAITING-LINE.
           COMPUTE WS-HELD-INTEGER =
               FUNCTION INTEGER-OF-DATE(HD-HELD-DATE)
           COMPUTE WS-DAYS-HELD = WS-TODAY-INTEGER - WS-HELD-INTEGER
           MOVE HD-ACCT-NO    TO WD-ACCT-NO
           MOVE HD-TRAN-DATE  TO WD-TRAN-DATE
           MOVE HD-AMOUNT     TO WD-AMOUNT-O
           MOVE HD-HELD-DATE  TO WD-HELD-DATE
           MOVE WS-DAYS-HELD  TO WD-DAYS-HELD-O
           MOVE SPACES TO WD-RULE-MULTIPLE WD-RULE-DAILY
                          WD-RULE-DORMANT WD-RULE-LIMIT
           IF HD-RULE-MULTIPLE = 'Y'
               MOVE 'SIZE' TO WD-RULE-MULTIPLE
           END-IF
           IF HD-RULE-DAILY = 'Y'
               MOVE 'COUNT' TO WD-RULE-DAILY
           END-IF
           IF HD-RULE-DORMANT = 'Y'
               MOVE 'DORM' TO WD-RULE-DORMANT
           END-IF
           IF HD-RULE-LIMIT = 'Y'
               MOVE 'LIMIT' TO WD-RULE-LIMIT
           END-IF
           WRITE RELEASE-LINE FROM WAITING-DETAIL-LINE.
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
