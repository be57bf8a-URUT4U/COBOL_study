      * and logs every change with the operator and before/after
      * images the way the student batch audit trail does. The
      * old/new master copy step is gone with the sequential master.
      * A close, an address change, or a limit over the APRPARM
      * threshold is held on APPRCHG.DAT until a second operator
      * approves it in APR1000, and applied on the next run with both
      * operator ids on the audit record.
      * Holds the LOCKCTL ACCTMAST lock while it maintains.
      * A keyed street address is standardized through REVSTR's
      * ADDRSTD service before anything else looks at it.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT MAINT-TRAN-FILE ASSIGN TO MNTTRAN.
           SELECT MAINT-REJECT-FILE ASSIGN TO MNTREJ.
           SELECT MAINT-AUDIT-FILE ASSIGN TO MNTAUDIT
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT APRPARM ASSIGN TO APRPARM
               FILE STATUS IS WS-APR-PARM-STATUS.
      * the held-change file MNT1000 and BRN1000 share
           SELECT APPRCHG ASSIGN TO "APPRCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CHANGE-KEY
               FILE STATUS IS WS-APPRCHG-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
           05  MA-ACCT-NO         PIC X(8).
           05  MA-BEFORE-IMAGE    PIC X(183).
           05  MA-AFTER-IMAGE     PIC X(183).
      * the second operator who approved a held change - blank when
      * the change needed no approval
           05  MA-APPROVER-ID     PIC X(8).
      *
      * a credit limit above this needs a second operator's approval
       FD  APRPARM RECORDING MODE F.
       01  APRPARM-REC.
           05  APP-LIMIT-THRESHOLD PIC 9(7)V99.
           05  FILLER             PIC X(27).
      *
       FD  APPRCHG.
       01  HELD-CHANGE-RECORD.
           COPY APPRCHG.
      *
       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS        PIC X(2) VALUE '00'.
         88 ACCT-STATUS-OK      VALUE '00'.
       01 WS-APR-PARM-STATUS    PIC X(2) VALUE '00'.
         88 APR-PARM-STATUS-OK  VALUE '00'.
       01 WS-APPRCHG-STATUS     PIC X(2) VALUE '00'.
         88 APPRCHG-STATUS-OK   VALUE '00'.
       01 WS-AUDIT-STATUS       PIC X(2) VALUE '00'.
         88 AUDIT-STATUS-OK     VALUE '00'.
      *
       01 FLAGS.
         05 TRAN-LASTREC      PIC X VALUE SPACE.
         05 WS-APR-PARM-EOF-SW PIC X VALUE 'N'.
           88 WS-APR-PARM-EOF  VALUE 'Y'.
         05 WS-APPRCHG-EOF-SW  PIC X VALUE 'N'.
           88 WS-APPRCHG-EOF   VALUE 'Y'.
      * set while an approved change is replayed so it is not held
      * a second time
         05 WS-RELEASED-SW     PIC X VALUE 'N'.
           88 WS-RELEASED      VALUE 'Y'.
         05 WS-NEEDS-APPROVAL-SW PIC X VALUE 'N'.
           88 WS-NEEDS-APPROVAL VALUE 'Y'.
         05 WS-HELD-FILED-SW   PIC X VALUE 'N'.
           88 WS-HELD-FILED    VALUE 'Y'.
      *
       01 MAINT-TOTALS.
         05 WS-ACCTS-ADDED      PIC 9(7) VALUE ZERO.
         05 WS-ACCTS-CHANGED    PIC 9(7) VALUE ZERO.
         05 WS-ACCTS-CLOSED     PIC 9(7) VALUE ZERO.
         05 WS-TRANS-REJECTED   PIC 9(7) VALUE ZERO.
         05 WS-TRANS-HELD       PIC 9(7) VALUE ZERO.
         05 WS-HELD-RELEASED    PIC 9(7) VALUE ZERO.
         05 WS-HELD-FAILED      PIC 9(7) VALUE ZERO.
      *
      * parameters for the shared FILEERR handler - a bad status
      * goes on the job log in plain words and sets the return code
       01 FILE-ERROR-FIELDS.
         05 WS-FE-PROGRAM      PIC X(8)  VALUE 'CBL0010'.
         05 WS-FE-FILE         PIC X(12) VALUE SPACES.
         05 WS-FE-OPERATION    PIC X(7)  VALUE SPACES.
         05 WS-FE-STATUS       PIC X(2)  VALUE SPACES.
         05 WS-FE-SEVERITY     PIC X(1)  VALUE SPACE.
         05 WS-FE-END-RUN      PIC X(1)  VALUE 'N'.
         05 WS-FE-RETURN-CODE  PIC 9(4)  VALUE ZERO.
      *
       01 WS-BEFORE-IMAGE       PIC X(183) VALUE SPACES.
      *
       01 WS-APPROVAL-FIELDS.
         05 WS-LIMIT-THRESHOLD  PIC 9(7)V99 VALUE 10000.00.
         05 WS-APPROVER-ID      PIC X(8) VALUE SPACES.
         05 WS-HELD-REASON      PIC X(40) VALUE SPACES.
         05 WS-HELD-NAME        PIC X(20) VALUE SPACES.
         05 WS-APPLIED-BEFORE   PIC 9(8) VALUE ZERO.
         05 WS-REJECTED-BEFORE  PIC 9(7) VALUE ZERO.
      *
      * parameters for REVSTR's ADDRSTD service - the keyed street
      * line comes back abbreviated off the US table, with any unit
      * moved to its end
       01 ADDRESS-STANDARD-FIELDS.
         05 WS-ADDR-IN         PIC X(64) VALUE SPACES.
         05 WS-ADDR-COUNTRY    PIC X(2)  VALUE 'US'.
         05 WS-ADDR-OUT        PIC X(64) VALUE SPACES.
         05 WS-ADDR-UNIT       PIC X(20) VALUE SPACES.
      *
      * parameters for the shared LOCKCTL master-file lock - taken
      * before ACCT-REC is opened for update, handed back once it
      * is closed
       01 LOCK-FIELDS.
         05 WS-LOCK-ACTION     PIC X(1)  VALUE 'L'.
         05 WS-LOCK-NAME       PIC X(8)  VALUE 'ACCTMAST'.
         05 WS-LOCK-PROGRAM    PIC X(8)  VALUE 'CBL0010'.
         05 WS-LOCK-RESULT     PIC X(1)  VALUE SPACE.
           88 WS-LOCK-TAKEN    VALUE 'Y'.
         05 WS-LOCK-SAVED-RC   PIC 9(4)  VALUE ZERO.
         05 WS-LOCK-HELD-SW    PIC X(1)  VALUE 'N'.
           88 WS-LOCK-HELD     VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
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
           OPEN INPUT MAINT-TRAN-FILE
           OPEN OUTPUT MAINT-REJECT-FILE
      * the audit trail builds up over the month until CBL0019
      * has reported it - only a file-not-found starts it fresh
           OPEN EXTEND MAINT-AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           IF NOT AUDIT-STATUS-OK
               MOVE 'MNTAUDIT' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-AUDIT-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               CLOSE ACCT-REC
               PERFORM RELEASE-MASTER-LOCK
               CLOSE MAINT-TRAN-FILE
               CLOSE MAINT-REJECT-FILE
               GOBACK
           END-IF
           PERFORM GET-APPROVAL-PARM
      * only a file-not-found builds the held-change file fresh
           OPEN I-O APPRCHG
           IF WS-APPRCHG-STATUS = '35'
               OPEN OUTPUT APPRCHG
               CLOSE APPRCHG
               OPEN I-O APPRCHG
           END-IF
           IF NOT APPRCHG-STATUS-OK
               MOVE 'APPRCHG'  TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-APPRCHG-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               CLOSE ACCT-REC
               CLOSE MAINT-TRAN-FILE
               CLOSE MAINT-REJECT-FILE
               CLOSE MAINT-AUDIT-FILE
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF.
      *
      * changes approved in APR1000 since the last run go on first,
      * through the same edits as a fresh transaction, so anything
      * that changed on the master since it was keyed still stops it
       RELEASE-APPROVED-CHANGES.
           SET WS-RELEASED TO TRUE
           MOVE LOW-VALUES TO AP-CHANGE-KEY
           START APPRCHG
               KEY IS NOT LESS THAN AP-CHANGE-KEY
               INVALID KEY
                   SET WS-APPRCHG-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-APPRCHG-EOF
               READ APPRCHG NEXT RECORD
                   AT END
                       SET WS-APPRCHG-EOF TO TRUE
                   NOT AT END
                       IF AP-APPROVED
                          AND AP-SOURCE-PROGRAM = 'CBL0010'
                           PERFORM APPLY-APPROVED-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-RELEASED-SW
           MOVE SPACES TO WS-APPROVER-ID.
      *
       APPLY-ALL-MAINTENANCE.
           PERFORM READ-TRAN-RECORD
               ' CHANGED ' WS-ACCTS-CHANGED
               ' CLOSED ' WS-ACCTS-CLOSED
               ' REJECTED ' WS-TRANS-REJECTED
           DISPLAY 'CBL0010: HELD FOR APPROVAL ' WS-TRANS-HELD
               ' APPROVED APPLIED ' WS-HELD-RELEASED
               ' APPROVED FAILED ' WS-HELD-FAILED
           CLOSE ACCT-REC
           PERFORM RELEASE-MASTER-LOCK
           CLOSE MAINT-TRAN-FILE
           CLOSE MAINT-REJECT-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE APPRCHG
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
       GET-APPROVAL-PARM.
           OPEN INPUT APRPARM
           IF APR-PARM-STATUS-OK
               READ APRPARM
                   AT END
                       SET WS-APR-PARM-EOF TO TRUE
               END-READ
               IF NOT WS-APR-PARM-EOF
                  AND APP-LIMIT-THRESHOLD NUMERIC
                  AND APP-LIMIT-THRESHOLD > ZERO
                   MOVE APP-LIMIT-THRESHOLD TO WS-LIMIT-THRESHOLD
               END-IF
               CLOSE APRPARM
           END-IF.
      *
      * the held record is closed out as applied, or as failed with
      * the reason the edits gave, and stays on file as the history
       APPLY-APPROVED-CHANGE.
           MOVE AP-CHANGE-IMAGE TO MAINT-TRAN-RECORD
           MOVE AP-CHECKER-ID   TO WS-APPROVER-ID
           COMPUTE WS-APPLIED-BEFORE = WS-ACCTS-ADDED
               + WS-ACCTS-CHANGED + WS-ACCTS-CLOSED
           MOVE WS-TRANS-REJECTED TO WS-REJECTED-BEFORE
           PERFORM APPLY-ONE-TRAN
           IF WS-TRANS-REJECTED > WS-REJECTED-BEFORE
               MOVE 'F' TO AP-CHANGE-STATUS
               MOVE MR-REASON-TEXT TO AP-RESULT-TEXT
           ELSE
               IF WS-ACCTS-ADDED + WS-ACCTS-CHANGED + WS-ACCTS-CLOSED
                  > WS-APPLIED-BEFORE
                   MOVE 'D' TO AP-CHANGE-STATUS
                   MOVE 'APPLIED' TO AP-RESULT-TEXT
               ELSE
                   MOVE 'F' TO AP-CHANGE-STATUS
                   MOVE 'MASTER UPDATE FAILED' TO AP-RESULT-TEXT
               END-IF
           END-IF
           IF AP-APPLIED
               ADD 1 TO WS-HELD-RELEASED
           ELSE
               ADD 1 TO WS-HELD-FAILED
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO AP-CLOSED-DATE
           REWRITE HELD-CHANGE-RECORD
               INVALID KEY
                   MOVE 'APPRCHG'  TO WS-FE-FILE
                   MOVE 'REWRITE'  TO WS-FE-OPERATION
                   MOVE WS-APPRCHG-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM REPORT-FILE-ERROR
           END-REWRITE.
      *
       READ-TRAN-RECORD.
           READ MAINT-TRAN-FILE
           END-READ.
      *
       APPLY-ONE-TRAN.
           IF MT-STREET-ADDR NOT = SPACES
               PERFORM STANDARDIZE-STREET
           END-IF
           IF NOT WS-RELEASED
               PERFORM CHECK-NEEDS-APPROVAL
               IF WS-NEEDS-APPROVAL
                   PERFORM HOLD-FOR-APPROVAL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN MT-ACTION-ADD
                   PERFORM ADD-NEW-ACCOUNT
                   PERFORM WRITE-REJECT-RECORD
           END-EVALUATE.
      *
      * the standardized line replaces the keyed one unless it would
      * no longer fit STREET-ADDR
       STANDARDIZE-STREET.
           MOVE MT-STREET-ADDR TO WS-ADDR-IN
           CALL 'ADDRSTD' USING WS-ADDR-IN WS-ADDR-COUNTRY
               WS-ADDR-OUT WS-ADDR-UNIT
           IF WS-ADDR-OUT(26:39) = SPACES
               MOVE WS-ADDR-OUT TO MT-STREET-ADDR
           END-IF.
      *
      * an add has to pass the field edits that keep hand-edited
      * garbage out of the packed fields; the keyed write itself
      * catches an account already on the master
           MOVE ZERO            TO ACCT-MIN-PAYMENT
           MOVE ZERO            TO ACCT-CYCLE-CREDITS
           MOVE SPACES          TO COMMENTS
           MOVE SPACES          TO ACCT-ASSESSED-PERIOD
           MOVE ZERO            TO ACCT-ASSESSED-INTEREST
           MOVE ZERO            TO ACCT-ASSESSED-FEE
           MOVE SPACES          TO ACCT-STATUS-CODE
           MOVE ZERO            TO ACCT-CHARGEOFF-DATE
           MOVE ZERO            TO ACCT-CHARGEOFF-AMOUNT
           MOVE ZERO            TO ACCT-RECOVERED-AMOUNT
           WRITE ACCT-FIELDS
               INVALID KEY
                   MOVE 'ACCOUNT ALREADY ON MASTER' TO MR-REASON-TEXT
           REWRITE ACCT-FIELDS
               INVALID KEY
                   DISPLAY 'CBL0010: REWRITE FAILED FOR ' ACCT-NO
                   MOVE 'ACCTREC'  TO WS-FE-FILE
                   MOVE 'REWRITE'  TO WS-FE-OPERATION
                   MOVE WS-ACCT-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM REPORT-FILE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-ACCTS-CHANGED
                   PERFORM WRITE-AUDIT-RECORD
           DELETE ACCT-REC
               INVALID KEY
                   DISPLAY 'CBL0010: DELETE FAILED FOR ' ACCT-NO
                   MOVE 'ACCTREC'  TO WS-FE-FILE
                   MOVE 'DELETE'   TO WS-FE-OPERATION
                   MOVE WS-ACCT-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM REPORT-FILE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-ACCTS-CLOSED
                   MOVE SPACES TO ACCT-FIELDS
                   PERFORM WRITE-AUDIT-RECORD
           END-DELETE.
      *
      * a close, a new address, or a limit over the threshold needs a
      * second operator - anything the edits would reject anyway
      * (no such account, a balance still owing, no last name) goes
      * through to be rejected now instead of waiting on an approver
       CHECK-NEEDS-APPROVAL.
           MOVE 'N' TO WS-NEEDS-APPROVAL-SW
           MOVE SPACES TO WS-HELD-REASON
           MOVE MT-LAST-NAME TO WS-HELD-NAME
           EVALUATE TRUE
               WHEN MT-ACTION-ADD
                   IF MT-ACCT-LIMIT NUMERIC
                      AND MT-ACCT-LIMIT > WS-LIMIT-THRESHOLD
                      AND MT-LAST-NAME NOT = SPACES
                       MOVE 'NEW ACCOUNT - LIMIT OVER THRESHOLD'
                           TO WS-HELD-REASON
                   END-IF
               WHEN MT-ACTION-CHANGE
                   IF MT-ACCT-LIMIT NUMERIC
                      AND MT-ACCT-LIMIT > WS-LIMIT-THRESHOLD
                       MOVE 'LIMIT CHANGE OVER THRESHOLD'
                           TO WS-HELD-REASON
                   END-IF
                   IF MT-STREET-ADDR NOT = SPACES
                       IF WS-HELD-REASON = SPACES
                           MOVE 'ADDRESS CHANGE' TO WS-HELD-REASON
                       ELSE
                           MOVE 'LIMIT OVER THRESHOLD AND ADDRESS'
                               TO WS-HELD-REASON
                       END-IF
                   END-IF
               WHEN MT-ACTION-CLOSE
                   MOVE 'ACCOUNT CLOSE' TO WS-HELD-REASON
           END-EVALUATE
           IF WS-HELD-REASON = SPACES
               EXIT PARAGRAPH
           END-IF
           IF MT-ACTION-ADD
               SET WS-NEEDS-APPROVAL TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE MT-ACCT-NO TO ACCT-NO
           READ ACCT-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LAST-NAME TO WS-HELD-NAME
                   IF MT-ACTION-CHANGE OR ACCT-BALANCE = ZERO
                       SET WS-NEEDS-APPROVAL TO TRUE
                   END-IF
           END-READ.
      *
       HOLD-FOR-APPROVAL.
           MOVE SPACES            TO HELD-CHANGE-RECORD
           MOVE FUNCTION CURRENT-DATE(1:8) TO AP-ENTERED-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO AP-ENTERED-TIME
           MOVE ZERO              TO AP-SEQUENCE-NUMBER
           MOVE 'W'               TO AP-CHANGE-STATUS
           MOVE 'CBL0010'         TO AP-SOURCE-PROGRAM
           MOVE MT-ACTION-CODE    TO AP-ACTION-CODE
           MOVE MT-ACCT-NO        TO AP-RECORD-KEY
           MOVE WS-HELD-NAME      TO AP-RECORD-NAME
           MOVE WS-HELD-REASON    TO AP-DESCRIPTION
           MOVE MT-OPERATOR-ID    TO AP-MAKER-ID
           MOVE ZERO              TO AP-DECIDED-DATE
           MOVE ZERO              TO AP-CLOSED-DATE
           MOVE AP-ENTERED-DATE   TO AP-EFFECTIVE-DATE
           MOVE MAINT-TRAN-RECORD TO AP-CHANGE-IMAGE
           MOVE 'N' TO WS-HELD-FILED-SW
           PERFORM UNTIL WS-HELD-FILED OR AP-SEQUENCE-NUMBER = 999
               ADD 1 TO AP-SEQUENCE-NUMBER
               WRITE HELD-CHANGE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-HELD-FILED TO TRUE
               END-WRITE
           END-PERFORM
           IF WS-HELD-FILED
               ADD 1 TO WS-TRANS-HELD
           ELSE
               DISPLAY 'CBL0010: APPRCHG WRITE FAILED FOR ' MT-ACCT-NO
               MOVE 'APPRCHG'  TO WS-FE-FILE
               MOVE 'WRITE'    TO WS-FE-OPERATION
               MOVE WS-APPRCHG-STATUS TO WS-FE-STATUS
               MOVE 'E'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
           END-IF.
      *
       WRITE-REJECT-RECORD.
           MOVE MAINT-TRAN-RECORD TO MR-TRAN-IMAGE
           MOVE MT-ACCT-NO       TO MA-ACCT-NO
           MOVE WS-BEFORE-IMAGE  TO MA-BEFORE-IMAGE
           MOVE ACCT-FIELDS      TO MA-AFTER-IMAGE
           MOVE WS-APPROVER-ID   TO MA-APPROVER-ID
           WRITE MAINT-AUDIT-RECORD.
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
      *
