      * waits to abend the month-end mid-run. PARM=R reinstates
      * quarantined records a clerk has corrected, re-checking each
      * one on the way back in; anything still damaged stays
      * quarantined. Both passes hold the LOCKCTL ACCTMAST lock.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  RD-DIAGNOSIS      PIC X(40).
         05  FILLER            PIC X(35) VALUE SPACES.
      *
      * parameters for the shared FILEERR handler - a bad status
      * goes on the job log in plain words and sets the return code
       01 FILE-ERROR-FIELDS.
         05 WS-FE-PROGRAM      PIC X(8)  VALUE 'CBL0012'.
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
         05 WS-LOCK-PROGRAM    PIC X(8)  VALUE 'CBL0012'.
         05 WS-LOCK-RESULT     PIC X(1)  VALUE SPACE.
           88 WS-LOCK-TAKEN    VALUE 'Y'.
         05 WS-LOCK-SAVED-RC   PIC 9(4)  VALUE ZERO.
         05 WS-LOCK-HELD-SW    PIC X(1)  VALUE 'N'.
           88 WS-LOCK-HELD     VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           MOVE WS-PARM-STRING(1:1) TO WS-RUN-MODE
           OPEN OUTPUT QUAR-RPT
      * both passes update the master, so both hold the lock
           PERFORM TAKE-MASTER-LOCK
           IF NOT WS-LOCK-HELD
               CLOSE QUAR-RPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-REINSTATE-MODE
               PERFORM REINSTATE-QUARANTINE
           ELSE
           END-IF
           PERFORM WRITE-RUN-TOTALS
           CLOSE QUAR-RPT
           PERFORM RELEASE-MASTER-LOCK
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
      * one pass over the live master - a damaged record is written
      * to quarantine with its diagnosis and deleted from the master
       CLEAN-THE-MASTER.
           OPEN I-O ACCT-REC
           IF NOT ACCT-STATUS-OK
               MOVE 'ACCTREC'  TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-ACCT-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               CLOSE QUAR-RPT
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           OPEN EXTEND QUAR-FILE
           DELETE ACCT-REC
               INVALID KEY
                   DISPLAY 'CBL0012: DELETE FAILED FOR ' ACCT-NO
                   MOVE 'ACCTREC'  TO WS-FE-FILE
                   MOVE 'DELETE'   TO WS-FE-OPERATION
                   MOVE WS-ACCT-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM REPORT-FILE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-QUARED
                   MOVE 'QUARANTINED'      TO RD-ACTION-TEXT
           IF NOT QUAR-STATUS-OK
               DISPLAY 'CBL0012: NO QUARANTINE FILE TO REINSTATE.'
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           OPEN I-O ACCT-REC
           IF NOT ACCT-STATUS-OK
               MOVE 'ACCTREC'  TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-ACCT-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               CLOSE QUAR-FILE
               CLOSE QUAR-RPT
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           OPEN OUTPUT QUAR-WORK-FILE
               WRITE QUAR-LINE FROM RPT-MESSAGE-LINE
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
