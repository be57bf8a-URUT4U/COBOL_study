      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Change approval - an operator with approver authority
      *          on OPERSEC.DAT works through the sensitive master file
      *          changes MNT1000, CBL0010, and BRN1000 held on
      *          APPRCHG.DAT, approving or rejecting each one. A
      *          change is never offered to the operator id that keyed
      *          it. An approved change is applied by the program that
      *          filed it on its next run; a rejected one never is.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APR1000.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * the held changes, in the order they were keyed
           SELECT APPRCHG ASSIGN TO "APPRCHG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AP-CHANGE-KEY
                   FILE STATUS IS APPRCHG-STATUS.
      * operator ids, passwords, and who may approve
           SELECT OPERSEC ASSIGN TO "OPERSEC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPERSEC-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD   APPRCHG.
       01   HELD-CHANGE-RECORD.
           COPY APPRCHG.

       FD   OPERSEC.
       01   OPERATOR-SECURITY-RECORD.
           05   OS-OPERATOR-ID          PIC X(8).
           05   OS-PASSWORD             PIC X(8).
           05   OS-AUTH-RPT1000         PIC X(1).
           05   OS-AUTH-CBL0001         PIC X(1).
           05   OS-AUTH-PROG007         PIC X(1).
           05   OS-AUTH-CHAIN           PIC X(1).
           05   OS-PASSWORD-DATE        PIC 9(8).
           05   OS-FAIL-COUNT           PIC 9(1).
           05   OS-LOCKED-FLAG          PIC X(1).
           05   OS-SUPERVISOR           PIC X(1).
           05   OS-APPROVER             PIC X(1).

       WORKING-STORAGE SECTION.

       77   APPRCHG-STATUS              PIC X(2)     VALUE "00".
           88   APPRCHG-OK                           VALUE "00".
       77   APPRCHG-EOF-SWITCH          PIC X        VALUE "N".
           88   APPRCHG-EOF                          VALUE "Y".
       77   OPERSEC-STATUS              PIC X(2)     VALUE "00".
           88   OPERSEC-OK                           VALUE "00".
       77   OPERSEC-EOF-SWITCH          PIC X        VALUE "N".
           88   OPERSEC-EOF                          VALUE "Y".

       77   WS-OPERATOR-ID              PIC X(8)     VALUE SPACES.
       77   WS-PASSWORD-ENTERED         PIC X(8)     VALUE SPACES.
       77   WS-SIGNED-ON-SWITCH         PIC X        VALUE "N".
           88   WS-SIGNED-ON                         VALUE "Y".
       77   WS-EXIT-SWITCH              PIC X        VALUE "N".
           88   WS-EXIT-REQUESTED                    VALUE "Y".
       77   WS-DECISION-CODE            PIC X        VALUE SPACE.
           88   WS-DECISION-APPROVE                  VALUE "A" "a".
           88   WS-DECISION-REJECT                   VALUE "R" "r".
           88   WS-DECISION-SKIP                     VALUE "S" "s".
           88   WS-DECISION-EXIT                     VALUE "X" "x".
           88   WS-DECISION-VALID                    VALUE "A" "a"
                                                           "R" "r"
                                                           "S" "s"
                                                           "X" "x".
       77   WS-REJECT-REASON            PIC X(30)    VALUE SPACES.
       77   WS-TODAY                    PIC 9(8)     VALUE ZERO.

       01   APPROVAL-COUNTERS.
           05   WS-WAITING-COUNT        PIC 9(5)     VALUE ZERO.
           05   WS-APPROVED-COUNT       PIC 9(5)     VALUE ZERO.
           05   WS-REJECTED-COUNT       PIC 9(5)     VALUE ZERO.
           05   WS-SKIPPED-COUNT        PIC 9(5)     VALUE ZERO.
           05   WS-OWN-CHANGE-COUNT     PIC 9(5)     VALUE ZERO.

      * PARAMETERS FOR THE SHARED FILEERR HANDLER - A BAD STATUS GOES
      * ON THE JOB LOG IN PLAIN WORDS AND SETS THE RETURN CODE
       01   FILE-ERROR-FIELDS.
           05   WS-FE-PROGRAM           PIC X(8)     VALUE "APR1000".
           05   WS-FE-FILE              PIC X(12)    VALUE SPACES.
           05   WS-FE-OPERATION         PIC X(7)     VALUE SPACES.
           05   WS-FE-STATUS            PIC X(2)     VALUE SPACES.
           05   WS-FE-SEVERITY          PIC X(1)     VALUE SPACE.
           05   WS-FE-END-RUN           PIC X(1)     VALUE "N".
           05   WS-FE-RETURN-CODE       PIC 9(4)     VALUE ZERO.

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-HELD-CHANGE.
           PERFORM 3000-REVIEW-HELD-CHANGE
               UNTIL APPRCHG-EOF OR WS-EXIT-REQUESTED.
           PERFORM 4000-TERMINATE.
           GOBACK.

      * ONLY AN OPERATOR MARKED AS AN APPROVER GETS IN - WITH NO
      * SECURITY FILE NOBODY IS, SO NOTHING CAN BE APPROVED. WITH NO
      * HELD-CHANGE FILE NOTHING HAS EVER BEEN HELD.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1100-APPROVER-SIGN-ON
           IF NOT WS-SIGNED-ON
               DISPLAY "APR1000: SIGN-ON FAILED OR NO APPROVER "
                   "AUTHORITY - NOTHING CAN BE APPROVED."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O APPRCHG
           IF APPRCHG-STATUS = "35"
               DISPLAY "APR1000: NO HELD-CHANGE FILE - NOTHING "
                   "AWAITING APPROVAL"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT APPRCHG-OK
               MOVE "APPRCHG"  TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE APPRCHG-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               GOBACK
           END-IF.

       1100-APPROVER-SIGN-ON.
           DISPLAY "OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "PASSWORD: "
           ACCEPT WS-PASSWORD-ENTERED
           IF WS-OPERATOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OPERSEC
           IF NOT OPERSEC-OK
               DISPLAY "APR1000: NO OPERATOR SECURITY FILE."
               EXIT PARAGRAPH
           END-IF
           PERFORM 1110-CHECK-ONE-OPERATOR
               UNTIL OPERSEC-EOF OR WS-SIGNED-ON
           CLOSE OPERSEC.

       1110-CHECK-ONE-OPERATOR.
           READ OPERSEC
               AT END
                   SET OPERSEC-EOF TO TRUE
               NOT AT END
                   IF OS-OPERATOR-ID = WS-OPERATOR-ID
                      AND OS-PASSWORD = WS-PASSWORD-ENTERED
                      AND OS-LOCKED-FLAG NOT = "L"
                      AND OS-APPROVER = "Y"
                       SET WS-SIGNED-ON TO TRUE
                   END-IF
           END-READ.

       2000-READ-HELD-CHANGE.
           READ APPRCHG NEXT RECORD
               AT END
                   SET APPRCHG-EOF TO TRUE
           END-READ.

      * ONLY A CHANGE STILL WAITING IS OFFERED, AND NEVER TO THE
      * OPERATOR WHO KEYED IT
       3000-REVIEW-HELD-CHANGE.
           IF AP-AWAITING
               ADD 1 TO WS-WAITING-COUNT
               IF AP-MAKER-ID = WS-OPERATOR-ID
                   ADD 1 TO WS-OWN-CHANGE-COUNT
               ELSE
                   PERFORM 3100-SHOW-HELD-CHANGE
                   MOVE SPACE TO WS-DECISION-CODE
                   PERFORM 3200-GET-DECISION
                       UNTIL WS-DECISION-VALID
                   EVALUATE TRUE
                       WHEN WS-DECISION-APPROVE
                           PERFORM 3300-APPROVE-CHANGE
                       WHEN WS-DECISION-REJECT
                           PERFORM 3400-REJECT-CHANGE
                       WHEN WS-DECISION-SKIP
                           ADD 1 TO WS-SKIPPED-COUNT
                       WHEN WS-DECISION-EXIT
                           SET WS-EXIT-REQUESTED TO TRUE
                   END-EVALUATE
               END-IF
           END-IF
           IF NOT WS-EXIT-REQUESTED
               PERFORM 2000-READ-HELD-CHANGE
           END-IF.

       3100-SHOW-HELD-CHANGE.
           DISPLAY " "
           DISPLAY "---------------------------------"
           DISPLAY "CHANGE KEYED " AP-ENTERED-DATE " "
               AP-ENTERED-TIME " #" AP-SEQUENCE-NUMBER
           DISPLAY "---------------------------------"
           DISPLAY "PROGRAM:   " AP-SOURCE-PROGRAM
               "  ACTION: " AP-ACTION-CODE
           DISPLAY "RECORD:    " AP-RECORD-KEY "  " AP-RECORD-NAME
           DISPLAY "CHANGE:    " AP-DESCRIPTION
           DISPLAY "KEYED BY:  " AP-MAKER-ID
               "  EFFECTIVE: " AP-EFFECTIVE-DATE.

       3200-GET-DECISION.
           DISPLAY "A. APPROVE  R. REJECT  S. SKIP  X. EXIT"
           ACCEPT WS-DECISION-CODE
           IF NOT WS-DECISION-VALID
               DISPLAY "INVALID CHOICE - ENTER A, R, S, OR X."
           END-IF.

       3300-APPROVE-CHANGE.
           MOVE "A"            TO AP-CHANGE-STATUS
           MOVE WS-OPERATOR-ID TO AP-CHECKER-ID
           MOVE WS-TODAY       TO AP-DECIDED-DATE
           PERFORM 3500-REWRITE-HELD-CHANGE
           IF APPRCHG-OK
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY "APPROVED - " AP-SOURCE-PROGRAM
                   " APPLIES IT ON ITS NEXT RUN."
           END-IF.

       3400-REJECT-CHANGE.
           DISPLAY "REASON FOR REJECTING: "
           ACCEPT WS-REJECT-REASON
           IF WS-REJECT-REASON = SPACES
               MOVE "REJECTED BY APPROVER" TO WS-REJECT-REASON
           END-IF
           MOVE "R"              TO AP-CHANGE-STATUS
           MOVE WS-OPERATOR-ID   TO AP-CHECKER-ID
           MOVE WS-TODAY         TO AP-DECIDED-DATE
           MOVE WS-TODAY         TO AP-CLOSED-DATE
           MOVE WS-REJECT-REASON TO AP-RESULT-TEXT
           PERFORM 3500-REWRITE-HELD-CHANGE
           IF APPRCHG-OK
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "REJECTED - THE CHANGE WILL NOT BE MADE."
           END-IF.

       3500-REWRITE-HELD-CHANGE.
           REWRITE HELD-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "APR1000: APPRCHG REWRITE FAILED FOR "
                       AP-CHANGE-KEY
                   MOVE "APPRCHG"  TO WS-FE-FILE
                   MOVE "REWRITE"  TO WS-FE-OPERATION
                   MOVE APPRCHG-STATUS TO WS-FE-STATUS
                   MOVE "E"        TO WS-FE-SEVERITY
                   PERFORM 9900-REPORT-FILE-ERROR
           END-REWRITE.

       4000-TERMINATE.
           DISPLAY " "
           DISPLAY "CHANGES WAITING:        " WS-WAITING-COUNT
           DISPLAY "APPROVED:               " WS-APPROVED-COUNT
           DISPLAY "REJECTED:               " WS-REJECTED-COUNT
           DISPLAY "SKIPPED:                " WS-SKIPPED-COUNT
           DISPLAY "YOUR OWN (NOT OFFERED): " WS-OWN-CHANGE-COUNT
           CLOSE APPRCHG.

      * EVERY BAD FILE STATUS GOES THROUGH FILEERR, WHICH LOGS IT AND
      * RAISES RETURN-CODE TO THE SHOP'S WARNING, ERROR, OR SEVERE
      * CODE - NEVER LOWERS IT. A SEVERE FAILURE RETURNS HERE AND THE
      * CALLER GOBACKS, SO PROG001'S CHAIN SEES THE CODE.
       9900-REPORT-FILE-ERROR.
           MOVE RETURN-CODE TO WS-FE-RETURN-CODE
           CALL "FILEERR" USING WS-FE-PROGRAM WS-FE-FILE
               WS-FE-OPERATION WS-FE-STATUS WS-FE-SEVERITY
               WS-FE-END-RUN WS-FE-RETURN-CODE
           MOVE WS-FE-RETURN-CODE TO RETURN-CODE
           MOVE SPACE TO WS-FE-SEVERITY.
