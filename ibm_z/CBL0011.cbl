      * that fail the keyed write - blank or duplicate account
      * numbers the integrity scan reports - land on the error file
      * for repair.
      * Holds the LOCKCTL ACCTMAST lock while it loads.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
         05 WS-RECORDS-READ     PIC 9(7) VALUE ZERO.
         05 WS-RECORDS-LOADED   PIC 9(7) VALUE ZERO.
         05 WS-RECORDS-COLLIDED PIC 9(7) VALUE ZERO.
      *
      * parameters for the shared FILEERR handler - a bad status
      * goes on the job log in plain words and sets the return code
       01 FILE-ERROR-FIELDS.
         05 WS-FE-PROGRAM      PIC X(8)  VALUE 'CBL0011'.
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
         05 WS-LOCK-PROGRAM    PIC X(8)  VALUE 'CBL0011'.
         05 WS-LOCK-RESULT     PIC X(1)  VALUE SPACE.
           88 WS-LOCK-TAKEN    VALUE 'Y'.
         05 WS-LOCK-SAVED-RC   PIC 9(4)  VALUE ZERO.
         05 WS-LOCK-HELD-SW    PIC X(1)  VALUE 'N'.
           88 WS-LOCK-HELD     VALUE 'Y'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           OPEN INPUT OLD-ACCT-FILE
           IF NOT OLD-STATUS-OK
               MOVE 'OLDACCT'  TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-OLD-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               DISPLAY 'CBL0011: POINT OLDACCT AT THE OLD SEQUENTIAL '
                   'MASTER AND RERUN.'
               GOBACK
           END-IF
      * only a file-not-found (35) builds the indexed master fresh;
      * an existing indexed file is extended so a conversion can be
      * rerun after fixing collisions without losing what loaded
           PERFORM TAKE-MASTER-LOCK
           IF NOT WS-LOCK-HELD
               CLOSE OLD-ACCT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ACCT-REC
           IF WS-ACCT-STATUS = '35'
               OPEN OUTPUT ACCT-REC
           END-IF
           IF NOT ACCT-STATUS-OK
               MOVE 'ACCTREC'  TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-ACCT-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               CLOSE OLD-ACCT-FILE
               PERFORM RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           OPEN OUTPUT CONVERT-ERR-FILE.
           END-IF
           CLOSE OLD-ACCT-FILE
           CLOSE ACCT-REC
           PERFORM RELEASE-MASTER-LOCK
           CLOSE CONVERT-ERR-FILE
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
       READ-OLD-RECORD.
           READ OLD-ACCT-FILE
           MOVE ZERO              TO ACCT-MIN-PAYMENT
           MOVE ZERO              TO ACCT-CYCLE-CREDITS
           MOVE OA-COMMENTS       TO COMMENTS
           MOVE SPACES            TO ACCT-ASSESSED-PERIOD
           MOVE ZERO              TO ACCT-ASSESSED-INTEREST
           MOVE ZERO              TO ACCT-ASSESSED-FEE
           MOVE SPACES            TO ACCT-STATUS-CODE
           MOVE ZERO              TO ACCT-CHARGEOFF-DATE
           MOVE ZERO              TO ACCT-CHARGEOFF-AMOUNT
           MOVE ZERO              TO ACCT-RECOVERED-AMOUNT
      * a duplicate key (22) is a collision in the old master; any
      * other refusal is the file's and goes to FILEERR as well
           WRITE ACCT-FIELDS
               INVALID KEY
                   ADD 1 TO WS-RECORDS-COLLIDED
                   MOVE OLD-ACCT-FIELDS TO CONVERT-ERR-RECORD
                   WRITE CONVERT-ERR-RECORD
                   IF WS-ACCT-STATUS = '22'
                       DISPLAY 'CBL0011: KEY COLLISION ON ' OA-ACCT-NO
                   ELSE
                       DISPLAY 'CBL0011: WRITE FAILED FOR ' OA-ACCT-NO
                       MOVE 'ACCTREC'  TO WS-FE-FILE
                       MOVE 'WRITE'    TO WS-FE-OPERATION
                       MOVE WS-ACCT-STATUS TO WS-FE-STATUS
                       MOVE 'E'        TO WS-FE-SEVERITY
                       PERFORM REPORT-FILE-ERROR
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-LOADED
           END-WRITE.
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
