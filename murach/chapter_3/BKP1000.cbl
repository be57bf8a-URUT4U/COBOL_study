      *          backup, rotates up to five retained generations,
      *          verifies the unload count against the live file, and
      *          can reload a chosen generation after a failure.
      *          A restore holds the LOCKCTL CUSTMAST lock while it
      *          reloads; a backup only reads the master and takes none.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
           05   RML-COUNT               PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(63)    VALUE SPACES.

      * PARAMETERS FOR THE SHARED LOCKCTL MASTER-FILE LOCK - TAKEN
      * BEFORE THE MASTER IS OPENED FOR UPDATE, RELEASED AT THE END
       01   LOCK-FIELDS.
           05   WS-LOCK-ACTION          PIC X        VALUE "L".
           05   WS-LOCK-NAME            PIC X(8)     VALUE "CUSTMAST".
           05   WS-LOCK-PROGRAM         PIC X(8)     VALUE "BKP1000".
           05   WS-LOCK-RESULT          PIC X        VALUE SPACE.
               88   WS-LOCK-TAKEN                    VALUE "Y".
           05   WS-LOCK-SAVED-RC        PIC 9(4)     VALUE ZERO.
           05   WS-LOCK-HELD-SWITCH     PIC X        VALUE "N".
               88   WS-LOCK-HELD                     VALUE "Y".

      ************************************************************************
       PROCEDURE DIVISION.

               PERFORM 3500-VERIFY-UNLOAD
           END-IF
           PERFORM 6000-TERMINATE.
           PERFORM 6900-RELEASE-MASTER-LOCK.
           GOBACK.

       1000-INITIALIZE.
               END-IF
           END-IF.

      * TAKE THE CUSTMAST LOCK - LOCKCTL REFUSES IT, AND SAYS WHO
      * HOLDS IT, WHILE ANOTHER UPDATER HAS THE MASTER OPEN
       1090-TAKE-MASTER-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
           MOVE "L" TO WS-LOCK-ACTION
           CALL "LOCKCTL" USING WS-LOCK-ACTION WS-LOCK-NAME
               WS-LOCK-PROGRAM WS-LOCK-RESULT
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE
           IF WS-LOCK-TAKEN
               SET WS-LOCK-HELD TO TRUE
           END-IF.

       1100-GET-PARAMETERS.
           OPEN INPUT BKPPARM
           IF BKPPARM-OK
      * FROM, SO A RESTORE OF A MISSING GENERATION NEVER DESTROYS THE
      * ONLY LIVE COPY.
       5000-RESTORE-GENERATION.
           PERFORM 1090-TAKE-MASTER-LOCK
           IF NOT WS-LOCK-HELD
               CLOSE BACKUP-RPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           EVALUATE WS-RESTORE-GENERATION
               WHEN 1 PERFORM 5010-OPEN-G1
               WHEN 2 PERFORM 5020-OPEN-G2
               DISPLAY "BKP1000: UNABLE TO OPEN CUSTMAST FOR RELOAD, "
                   "STATUS = " CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 6900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           EVALUATE WS-RESTORE-GENERATION
               DISPLAY "BKP1000: GENERATION 1 NOT AVAILABLE - "
                   "LIVE FILE LEFT UNTOUCHED."
               MOVE 16 TO RETURN-CODE
               PERFORM 6900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF.

               DISPLAY "BKP1000: GENERATION 2 NOT AVAILABLE - "
                   "LIVE FILE LEFT UNTOUCHED."
               MOVE 16 TO RETURN-CODE
               PERFORM 6900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF.

               DISPLAY "BKP1000: GENERATION 3 NOT AVAILABLE - "
                   "LIVE FILE LEFT UNTOUCHED."
               MOVE 16 TO RETURN-CODE
               PERFORM 6900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF.

               DISPLAY "BKP1000: GENERATION 4 NOT AVAILABLE - "
                   "LIVE FILE LEFT UNTOUCHED."
               MOVE 16 TO RETURN-CODE
               PERFORM 6900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF.

               DISPLAY "BKP1000: GENERATION 5 NOT AVAILABLE - "
                   "LIVE FILE LEFT UNTOUCHED."
               MOVE 16 TO RETURN-CODE
               PERFORM 6900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF.


       6000-TERMINATE.
           CLOSE BACKUP-RPT.

      * HAND THE LOCK BACK ON EVERY WAY OUT OF THE RUN ONCE IT IS
      * TAKEN - A RUN THAT NEVER GOT IT HAS NOTHING TO RELEASE
       6900-RELEASE-MASTER-LOCK.
           IF WS-LOCK-HELD
               MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
               MOVE "R" TO WS-LOCK-ACTION
               CALL "LOCKCTL" USING WS-LOCK-ACTION WS-LOCK-NAME
                   WS-LOCK-PROGRAM WS-LOCK-RESULT
               MOVE WS-LOCK-SAVED-RC TO RETURN-CODE
               MOVE "N" TO WS-LOCK-HELD-SWITCH
           END-IF.
