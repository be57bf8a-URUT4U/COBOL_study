      *          the old sequential file to REGISTRY-OLD.DAT before
      *          running; the indexed REGISTRY.DAT is built from it
      *          with a loaded/collided control count.
      *          Holds the LOCKCTL REGISTRY lock while it loads.
      * Tectonic: cobc
      ************************************************************************
       IDENTIFICATION DIVISION.
           05  WS-LOADED-COUNT  PIC 9(7) VALUE 0.
           05  WS-COLLIDED-COUNT PIC 9(7) VALUE 0.

      * parameters for the shared LOCKCTL master-file lock - taken
      * before REGISTRY.DAT is opened for update, handed back at the end
       01  LOCK-FIELDS.
           05  WS-LOCK-ACTION     PIC X VALUE 'L'.
           05  WS-LOCK-NAME       PIC X(08) VALUE 'REGISTRY'.
           05  WS-LOCK-PROGRAM    PIC X(08) VALUE 'REGCONV'.
           05  WS-LOCK-RESULT     PIC X VALUE SPACE.
             88 WS-LOCK-TAKEN     VALUE 'Y'.
           05  WS-LOCK-SAVED-RC   PIC 9(04) VALUE 0.
           05  WS-LOCK-HELD-FLAG  PIC X VALUE 'N'.
             88 WS-LOCK-HELD      VALUE 'Y'.

      ************************************************************************
       PROCEDURE DIVISION.

      * only a file-not-found (35) builds the indexed registry fresh;
      * an existing indexed file is extended so a conversion can be
      * rerun after fixing collisions without losing what loaded
           PERFORM 900-TAKE-MASTER-LOCK.
           IF NOT WS-LOCK-HELD
               CLOSE OLD-REGISTRY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O REGISTRY-FILE.
           IF WS-REGISTRY-STATUS = "35"
               OPEN OUTPUT REGISTRY-FILE
               DISPLAY "REGCONV: UNABLE TO OPEN REGISTRY.DAT, "
                   "STATUS = " WS-REGISTRY-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 910-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           OPEN OUTPUT CONVERT-ERRO.
           IF WS-COLLIDED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 910-RELEASE-MASTER-LOCK.
           STOP RUN.

      * pre-conversion registrations are all active and predate the
                           ADD 1 TO WS-LOADED-COUNT
                   END-WRITE
           END-READ.

      * LOCKCTL refuses the REGISTRY lock, and says who holds it,
      * while another updater has the file open
       900-TAKE-MASTER-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-SAVED-RC.
           MOVE 'L' TO WS-LOCK-ACTION.
           CALL 'LOCKCTL' USING WS-LOCK-ACTION WS-LOCK-NAME
               WS-LOCK-PROGRAM WS-LOCK-RESULT.
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE.
           IF WS-LOCK-TAKEN
               SET WS-LOCK-HELD TO TRUE
           END-IF.

      * the lock goes back on every way out once it is taken - a run
      * that never got it has nothing to hand back
       910-RELEASE-MASTER-LOCK.
           IF WS-LOCK-HELD
               MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
               MOVE 'R' TO WS-LOCK-ACTION
               CALL 'LOCKCTL' USING WS-LOCK-ACTION WS-LOCK-NAME
                   WS-LOCK-PROGRAM WS-LOCK-RESULT
               MOVE WS-LOCK-SAVED-RC TO RETURN-CODE
               MOVE 'N' TO WS-LOCK-HELD-FLAG
           END-IF.
