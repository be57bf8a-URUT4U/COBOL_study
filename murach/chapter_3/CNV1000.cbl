      *          files and compares every field the way CMP1000
      *          matches snapshots, proving no value moved in the
      *          migration.
      *          Holds the LOCKCTL CUSTMAST lock while it rebuilds the
      *          master.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
           05   RMM-FIELD-NAME          PIC X(20).
           05   FILLER                  PIC X(83)    VALUE SPACES.

      * PARAMETERS FOR THE SHARED LOCKCTL MASTER-FILE LOCK - TAKEN
      * BEFORE THE MASTER IS OPENED FOR UPDATE, RELEASED AT THE END
       01   LOCK-FIELDS.
           05   WS-LOCK-ACTION          PIC X        VALUE "L".
           05   WS-LOCK-NAME            PIC X(8)     VALUE "CUSTMAST".
           05   WS-LOCK-PROGRAM         PIC X(8)     VALUE "CNV1000".
           05   WS-LOCK-RESULT          PIC X        VALUE SPACE.
               88   WS-LOCK-TAKEN                    VALUE "Y".
           05   WS-LOCK-SAVED-RC        PIC 9(4)     VALUE ZERO.
           05   WS-LOCK-HELD-SWITCH     PIC X        VALUE "N".
               88   WS-LOCK-HELD                     VALUE "Y".

      ************************************************************************
       PROCEDURE DIVISION.

               UNTIL OLD-EOF.
           PERFORM 3000-VERIFY-CONVERSION.
           PERFORM 4000-TERMINATE.
           PERFORM 4900-RELEASE-MASTER-LOCK.
           GOBACK.

       1000-INITIALIZE.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1090-TAKE-MASTER-LOCK
           IF NOT WS-LOCK-HELD
               CLOSE OLD-CUSTMAST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CUSTMAST
           IF NOT CUSTMAST-OK
               DISPLAY "CNV1000: UNABLE TO BUILD CUSTMAST, STATUS = "
                   CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 4900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           OPEN OUTPUT CONVERT-RPT.

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

      * A LEADING BKP1000 HEADER RECORD IS SKIPPED SO A RETAINED
      * GENERATION CAN FEED THE CONVERSION WITHOUT EDITING IT.
       2000-LOAD-ONE-RECORD.
           CLOSE OLD-CUSTMAST
                 CUSTMAST
                 CONVERT-RPT.

      * HAND THE LOCK BACK ON EVERY WAY OUT OF THE RUN ONCE IT IS
      * TAKEN - A RUN THAT NEVER GOT IT HAS NOTHING TO RELEASE
       4900-RELEASE-MASTER-LOCK.
           IF WS-LOCK-HELD
               MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
               MOVE "R" TO WS-LOCK-ACTION
               CALL "LOCKCTL" USING WS-LOCK-ACTION WS-LOCK-NAME
                   WS-LOCK-PROGRAM WS-LOCK-RESULT
               MOVE WS-LOCK-SAVED-RC TO RETURN-CODE
               MOVE "N" TO WS-LOCK-HELD-SWITCH
           END-IF.
