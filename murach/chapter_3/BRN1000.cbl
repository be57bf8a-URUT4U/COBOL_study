      *          branch record and rejected a whole branch of
      *          customers the next morning. A delete is refused while
      *          CUSTMAST still has customers in the branch or
      *          REALIGN.DAT still has rules pointing at it, and is
      *          held on APPRCHG.DAT until a second operator approves
      *          it in APR1000, then made at the start of the next
      *          session.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
           SELECT MAINT-AUDIT ASSIGN TO "BRNMNT-AUDIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MAINT-AUDIT-STATUS.
      * branch deletes waiting on a second operator's approval, the
      * same file MNT1000 and CBL0010 hold their changes on
           SELECT APPRCHG ASSIGN TO "APPRCHG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AP-CHANGE-KEY
                   FILE STATUS IS APPRCHG-STATUS.
           SELECT OPERSEC ASSIGN TO "OPERSEC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPERSEC-STATUS.
      ************************************************************************
       DATA DIVISION.

           05   MA-BEFORE-IMAGE         PIC X(52).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   MA-AFTER-IMAGE          PIC X(52).
      * WHO KEYED THE CHANGE, AND WHO APPROVED IT WHEN IT HAD TO BE
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   MA-MAKER-ID             PIC X(8).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   MA-CHECKER-ID           PIC X(8).

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

           88   REALIGN-RULES-OK                     VALUE "00".
       77   MAINT-AUDIT-STATUS          PIC X(2)     VALUE "00".
           88   MAINT-AUDIT-OK                       VALUE "00".
       77   APPRCHG-STATUS              PIC X(2)     VALUE "00".
           88   APPRCHG-OK                           VALUE "00".
       77   OPERSEC-STATUS              PIC X(2)     VALUE "00".
           88   OPERSEC-OK                           VALUE "00".

       77   BRANCHMST-EOF-SWITCH        PIC X        VALUE "N".
           88   BRANCHMST-EOF                        VALUE "Y".
           88   CUSTMAST-EOF                         VALUE "Y".
       77   RULES-EOF-SWITCH            PIC X        VALUE "N".
           88   RULES-EOF                            VALUE "Y".
       77   APPRCHG-EOF-SWITCH          PIC X        VALUE "N".
           88   APPRCHG-EOF                          VALUE "Y".
       77   OPERSEC-EOF-SWITCH          PIC X        VALUE "N".
           88   OPERSEC-EOF                          VALUE "Y".

       77   WS-DONE-SWITCH              PIC X        VALUE "N".
           88   WS-DONE                              VALUE "Y".
       77   WS-ACTION-CODE              PIC X        VALUE SPACE.
       77   WS-KEY-ENTERED              PIC 9(2)     VALUE ZERO.
       77   WS-CONFIRM-CODE             PIC X        VALUE SPACE.
       77   WS-OPERATOR-ID              PIC X(8)     VALUE SPACES.
       77   WS-PASSWORD-ENTERED         PIC X(8)     VALUE SPACES.
       77   WS-SIGNED-ON-SWITCH         PIC X        VALUE "N".
           88   WS-SIGNED-ON                         VALUE "Y".
       77   WS-HELD-FILED-SWITCH        PIC X        VALUE "N".
           88   WS-HELD-FILED                        VALUE "Y".
       77   WS-RESULT-TEXT              PIC X(30)    VALUE SPACES.

      * THE IDS THAT GO ON THE AUDIT RECORD - THE SIGNED-ON OPERATOR
      * AND NO CHECKER FOR AN ADD OR CHANGE, THE TWO ON THE HELD
      * RECORD FOR AN APPROVED DELETE
       01   WS-AUDIT-IDS.
           05   WS-MAKER-ID             PIC X(8)     VALUE SPACES.
           05   WS-CHECKER-ID           PIC X(8)     VALUE SPACES.

      * THE WHOLE BRANCH MASTER HELD IN STORAGE FOR THE SESSION AND
      * WRITTEN BACK AT THE END, SINCE THE FILE IS PLAIN SEQUENTIAL.
       77   WS-FIELDS-VALID-SWITCH      PIC X        VALUE "Y".
           88   WS-FIELDS-VALID                      VALUE "Y".

      * parameters for the shared FILEERR handler - a bad status goes
      * on the job log in plain words and sets the return code
       01   FILE-ERROR-FIELDS.
           05   WS-FE-PROGRAM           PIC X(8)     VALUE "BRN1000".
           05   WS-FE-FILE              PIC X(12)    VALUE SPACES.
           05   WS-FE-OPERATION         PIC X(7)     VALUE SPACES.
           05   WS-FE-STATUS            PIC X(2)     VALUE SPACES.
           05   WS-FE-SEVERITY          PIC X(1)     VALUE SPACE.
           05   WS-FE-END-RUN           PIC X(1)     VALUE "N".
           05   WS-FE-RETURN-CODE       PIC 9(4)     VALUE ZERO.

       01   WS-BEFORE-IMAGE             PIC X(52)    VALUE SPACES.

       01   WS-MAINT-COUNTERS.
           05   WS-ADD-COUNT            PIC 9(5)     VALUE ZERO.
           05   WS-CHANGE-COUNT         PIC 9(5)     VALUE ZERO.
           05   WS-DELETE-COUNT         PIC 9(5)     VALUE ZERO.
           05   WS-HELD-COUNT           PIC 9(5)     VALUE ZERO.
           05   WS-RELEASED-COUNT       PIC 9(5)     VALUE ZERO.
           05   WS-FAILED-COUNT         PIC 9(5)     VALUE ZERO.

      ************************************************************************
       PROCEDURE DIVISION.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1400-OPERATOR-SIGN-ON
           IF NOT WS-SIGNED-ON
               DISPLAY "BRN1000: SIGN-ON FAILED - NOTHING CAN BE "
                   "KEYED."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-LOAD-BRANCH-TABLE
           PERFORM 1200-COUNT-CUSTOMER-REFERENCES
           PERFORM 1300-COUNT-RULE-REFERENCES
           OPEN EXTEND MAINT-AUDIT
           IF NOT MAINT-AUDIT-OK
               OPEN OUTPUT MAINT-AUDIT
           END-IF
      * ONLY A FILE-NOT-FOUND (35) BUILDS THE HELD-CHANGE FILE FRESH
           OPEN I-O APPRCHG
           IF APPRCHG-STATUS = "35"
               OPEN OUTPUT APPRCHG
               CLOSE APPRCHG
               OPEN I-O APPRCHG
           END-IF
           IF NOT APPRCHG-OK
               MOVE "APPRCHG"  TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE APPRCHG-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               GOBACK
           END-IF
           PERFORM 1500-APPLY-APPROVED-DELETES
           MOVE WS-OPERATOR-ID TO WS-MAKER-ID
           MOVE SPACES         TO WS-CHECKER-ID.

       1100-LOAD-BRANCH-TABLE.
           OPEN INPUT BRANCHMST
                   ADD 1 TO WS-RULE-REF-COUNT(RR-TO-BRANCH + 1)
           END-READ.

      * ONE ID/PASSWORD TRY AGAINST THE SECURITY FILE - A LOCKED ID
      * GETS NOTHING. WITH NO SECURITY FILE THE ID IS TAKEN AS TYPED,
      * SINCE APR1000 CAN APPROVE NOTHING WITHOUT ONE EITHER.
       1400-OPERATOR-SIGN-ON.
           DISPLAY "OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "PASSWORD: "
           ACCEPT WS-PASSWORD-ENTERED
           IF WS-OPERATOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OPERSEC
           IF NOT OPERSEC-OK
               DISPLAY "BRN1000: NO OPERATOR SECURITY FILE - ID NOT "
                   "CHECKED."
               SET WS-SIGNED-ON TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1410-CHECK-ONE-OPERATOR
               UNTIL OPERSEC-EOF OR WS-SIGNED-ON
           CLOSE OPERSEC.

       1410-CHECK-ONE-OPERATOR.
           READ OPERSEC
               AT END
                   SET OPERSEC-EOF TO TRUE
               NOT AT END
                   IF OS-OPERATOR-ID = WS-OPERATOR-ID
                      AND OS-PASSWORD = WS-PASSWORD-ENTERED
                      AND OS-LOCKED-FLAG NOT = "L"
                       SET WS-SIGNED-ON TO TRUE
                   END-IF
           END-READ.

      * DELETES A SECOND OPERATOR HAS APPROVED IN APR1000 SINCE THE
      * LAST SESSION ARE MADE BEFORE ANYTHING NEW IS KEYED. THE
      * REFERENCE CHECKS ARE MADE AGAIN ON TODAY'S COUNTS - A
      * CUSTOMER OR RULE MOVED INTO THE BRANCH SINCE IT WAS KEYED
      * STILL STOPS IT.
       1500-APPLY-APPROVED-DELETES.
           MOVE "N" TO APPRCHG-EOF-SWITCH
           MOVE LOW-VALUES TO AP-CHANGE-KEY
           START APPRCHG
               KEY IS NOT LESS THAN AP-CHANGE-KEY
               INVALID KEY
                   SET APPRCHG-EOF TO TRUE
           END-START
           PERFORM 1510-APPLY-NEXT-APPROVED
               UNTIL APPRCHG-EOF
           IF WS-RELEASED-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
               DISPLAY "APPROVED DELETES MADE: " WS-RELEASED-COUNT
                   "  FAILED: " WS-FAILED-COUNT
           END-IF.

       1510-APPLY-NEXT-APPROVED.
           READ APPRCHG NEXT RECORD
               AT END
                   SET APPRCHG-EOF TO TRUE
               NOT AT END
                   IF AP-APPROVED
                      AND AP-SOURCE-PROGRAM = "BRN1000"
                       PERFORM 1520-APPLY-ONE-DELETE
                       PERFORM 1590-CLOSE-APPROVED-CHANGE
                   END-IF
           END-READ.

       1520-APPLY-ONE-DELETE.
           MOVE AP-MAKER-ID    TO WS-MAKER-ID
           MOVE AP-CHECKER-ID  TO WS-CHECKER-ID
           MOVE "D"            TO WS-ACTION-CODE
           MOVE AP-RECORD-KEY(1:2) TO WS-KEY-ENTERED
           MOVE "F" TO AP-CHANGE-STATUS
           PERFORM 2050-FIND-BRANCH-ENTRY
           IF NOT WS-BRANCH-FOUND
               MOVE "BRANCH NOT ON FILE" TO WS-RESULT-TEXT
           ELSE
               IF WS-CUSTOMER-REF-COUNT(WS-KEY-ENTERED + 1) > ZERO
                   MOVE "CUSTOMERS STILL IN BRANCH" TO WS-RESULT-TEXT
               ELSE
                   IF WS-RULE-REF-COUNT(WS-KEY-ENTERED + 1) > ZERO
                       MOVE "REALIGN RULES STILL POINT AT IT"
                           TO WS-RESULT-TEXT
                   ELSE
                       MOVE WS-BT-RECORD(WS-FOUND-BRANCH-SUB)
                           TO WS-BEFORE-IMAGE
                       MOVE "Y"
                           TO WS-BT-DELETED-SWITCH(WS-FOUND-BRANCH-SUB)
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE SPACES TO MA-AFTER-IMAGE
                       PERFORM 3000-WRITE-AUDIT-RECORD
                       MOVE "D" TO AP-CHANGE-STATUS
                       MOVE "APPLIED" TO WS-RESULT-TEXT
                   END-IF
               END-IF
           END-IF.

      * THE HELD RECORD STAYS ON FILE WITH TODAY'S DATE AND THE RESULT
       1590-CLOSE-APPROVED-CHANGE.
           IF AP-APPLIED
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "APPROVED DELETE OF BRANCH " WS-KEY-ENTERED
                   " NOT MADE - " WS-RESULT-TEXT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO AP-CLOSED-DATE
           MOVE WS-RESULT-TEXT TO AP-RESULT-TEXT
           REWRITE HELD-CHANGE-RECORD
               INVALID KEY
                   MOVE "APPRCHG"  TO WS-FE-FILE
                   MOVE "REWRITE"  TO WS-FE-OPERATION
                   MOVE APPRCHG-STATUS TO WS-FE-STATUS
                   MOVE "E"        TO WS-FE-SEVERITY
                   PERFORM 9900-REPORT-FILE-ERROR
           END-REWRITE.

       2000-PROCESS-ONE-ACTION.
           DISPLAY " "
           DISPLAY "---------------------------------"
               END-IF
           END-IF.

      * A DELETE THAT PASSES THE REFERENCE CHECKS IS HELD FOR A
      * SECOND OPERATOR'S APPROVAL - 1520-APPLY-ONE-DELETE MAKES IT
       2310-CONFIRM-AND-DELETE.
           DISPLAY "DELETING " WS-BT-NAME(WS-FOUND-BRANCH-SUB)
               " - TYPE Y TO CONFIRM: "
           ACCEPT WS-CONFIRM-CODE
           IF WS-CONFIRM-CODE = "Y" OR WS-CONFIRM-CODE = "y"
               PERFORM 2320-HOLD-FOR-APPROVAL
           ELSE
               DISPLAY "DELETE NOT CONFIRMED - SKIPPED."
           END-IF.

       2320-HOLD-FOR-APPROVAL.
           MOVE SPACES             TO HELD-CHANGE-RECORD
           MOVE FUNCTION CURRENT-DATE(1:8) TO AP-ENTERED-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO AP-ENTERED-TIME
           MOVE ZERO               TO AP-SEQUENCE-NUMBER
           MOVE "W"                TO AP-CHANGE-STATUS
           MOVE "BRN1000"          TO AP-SOURCE-PROGRAM
           MOVE "D"                TO AP-ACTION-CODE
           MOVE WS-KEY-ENTERED     TO AP-RECORD-KEY
           MOVE WS-BT-NAME(WS-FOUND-BRANCH-SUB) TO AP-RECORD-NAME
           MOVE "BRANCH DELETE"    TO AP-DESCRIPTION
           MOVE WS-OPERATOR-ID     TO AP-MAKER-ID
           MOVE ZERO               TO AP-DECIDED-DATE
           MOVE ZERO               TO AP-CLOSED-DATE
           MOVE AP-ENTERED-DATE    TO AP-EFFECTIVE-DATE
           MOVE WS-BT-RECORD(WS-FOUND-BRANCH-SUB) TO AP-CHANGE-IMAGE
           MOVE "N" TO WS-HELD-FILED-SWITCH
           PERFORM 2325-WRITE-HELD-RECORD
               UNTIL WS-HELD-FILED
               OR AP-SEQUENCE-NUMBER = 999
           IF WS-HELD-FILED
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "DELETE HELD FOR APPROVAL - A SECOND OPERATOR "
                   "MUST APPROVE IT IN APR1000."
           ELSE
               MOVE "APPRCHG"  TO WS-FE-FILE
               MOVE "WRITE"    TO WS-FE-OPERATION
               MOVE APPRCHG-STATUS TO WS-FE-STATUS
               MOVE "E"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
           END-IF.

       2325-WRITE-HELD-RECORD.
           ADD 1 TO AP-SEQUENCE-NUMBER
           WRITE HELD-CHANGE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HELD-FILED TO TRUE
           END-WRITE.

       2500-COLLECT-ENTRY-FIELDS.
           MOVE "Y" TO WS-FIELDS-VALID-SWITCH
           DISPLAY "TYPE THE BRANCH NAME: "
           MOVE WS-ACTION-CODE  TO MA-ACTION-CODE
           MOVE WS-KEY-ENTERED  TO MA-BRANCH-NUMBER
           MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE
           MOVE WS-MAKER-ID     TO MA-MAKER-ID
           MOVE WS-CHECKER-ID   TO MA-CHECKER-ID
           WRITE MAINT-AUDIT-RECORD.

      * THE SESSION'S TABLE BECOMES THE NEW BRANCHMST - DELETED
               END-PERFORM
               CLOSE BRANCHMST
           ELSE
               MOVE "BRANCHMST" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE BRANCHMST-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
           END-IF
           DISPLAY " "
           DISPLAY "BRANCHES ADDED:   " WS-ADD-COUNT
           DISPLAY "BRANCHES CHANGED: " WS-CHANGE-COUNT
           DISPLAY "BRANCHES DELETED: " WS-DELETE-COUNT
           DISPLAY "DELETES HELD:     " WS-HELD-COUNT
           CLOSE MAINT-AUDIT
                 APPRCHG.

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
