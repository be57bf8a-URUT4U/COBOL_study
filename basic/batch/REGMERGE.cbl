      *          REGCHG.LOG, the duplicate is deleted, and a report
      *          lists the merges performed - instead of a clerk
      *          cancelling one record and losing its history.
      *          Holds the LOCKCTL REGISTRY lock while it merges.
      * Tectonic: cobc
      ************************************************************************
       IDENTIFICATION DIVISION.
           05  MDL-DUPLICATE-CPF PIC 9(11).
           05  FILLER           PIC X(24) VALUE SPACES.

      * parameters for the shared FILEERR handler - a bad status
      * goes on the job log in plain words and sets the return code
       01  FILE-ERROR-FIELDS.
           05  WS-FE-PROGRAM      PIC X(08) VALUE 'REGMERGE'.
           05  WS-FE-FILE         PIC X(12) VALUE SPACES.
           05  WS-FE-OPERATION    PIC X(07) VALUE SPACES.
           05  WS-FE-STATUS       PIC X(02) VALUE SPACES.
           05  WS-FE-SEVERITY     PIC X     VALUE SPACE.
           05  WS-FE-END-RUN      PIC X     VALUE 'N'.
           05  WS-FE-RETURN-CODE  PIC 9(04) VALUE 0.

      * parameters for the shared LOCKCTL master-file lock - taken
      * before REGISTRY.DAT is opened for update, handed back at the end
       01  LOCK-FIELDS.
           05  WS-LOCK-ACTION     PIC X VALUE 'L'.
           05  WS-LOCK-NAME       PIC X(08) VALUE 'REGISTRY'.
           05  WS-LOCK-PROGRAM    PIC X(08) VALUE 'REGMERGE'.
           05  WS-LOCK-RESULT     PIC X VALUE SPACE.
             88 WS-LOCK-TAKEN     VALUE 'Y'.
           05  WS-LOCK-SAVED-RC   PIC 9(04) VALUE 0.
           05  WS-LOCK-HELD-FLAG  PIC X VALUE 'N'.
             88 WS-LOCK-HELD      VALUE 'Y'.

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 900-TAKE-MASTER-LOCK.
           IF NOT WS-LOCK-HELD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O REGISTRY-FILE.
           IF NOT REGISTRY-STATUS-OK
               MOVE 'REGISTRY.DAT' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-REGISTRY-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 920-REPORT-FILE-ERROR
               PERFORM 910-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           OPEN EXTEND REG-CHANGE-LOG.
           CLOSE MERGE-RPT.
           DISPLAY " ".
           DISPLAY "MERGES PERFORMED: " WS-MERGE-COUNT.
           PERFORM 910-RELEASE-MASTER-LOCK.
           STOP RUN.

       100-MERGE-ONE-PAIR.
           MOVE RG-REG-NUMBER TO WS-KEPT-REG-NUMBER
           REWRITE REGISTRY-RECORD
               INVALID KEY
                   DISPLAY "REGMERGE: SURVIVOR REWRITE FAILED."
                   MOVE 'REGISTRY.DAT' TO WS-FE-FILE
                   MOVE 'REWRITE'  TO WS-FE-OPERATION
                   MOVE WS-REGISTRY-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM 920-REPORT-FILE-ERROR
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "M"               TO CL-ACTION-CODE
           MOVE WS-DUPLICATE-IMAGE TO REGISTRY-RECORD
           DELETE REGISTRY-FILE
               INVALID KEY
                   DISPLAY "REGMERGE: DUPLICATE DELETE FAILED."
                   MOVE 'REGISTRY.DAT' TO WS-FE-FILE
                   MOVE 'DELETE'   TO WS-FE-OPERATION
                   MOVE WS-REGISTRY-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM 920-REPORT-FILE-ERROR
                   EXIT PARAGRAPH
           END-DELETE
           MOVE "M"                TO CL-ACTION-CODE
           MOVE WS-KEPT-REG-NUMBER TO MDL-REG-NUMBER
           WRITE MERGE-RPT-LINE FROM MERGE-DETAIL-LINE
           DISPLAY "Merged.".

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

      * every bad file status goes through FILEERR, which logs it and
      * raises RETURN-CODE to the shop's warning, error, or severe
      * code - never lowers it
       920-REPORT-FILE-ERROR.
           MOVE RETURN-CODE TO WS-FE-RETURN-CODE.
           CALL 'FILEERR' USING WS-FE-PROGRAM WS-FE-FILE
               WS-FE-OPERATION WS-FE-STATUS WS-FE-SEVERITY
               WS-FE-END-RUN WS-FE-RETURN-CODE.
           MOVE WS-FE-RETURN-CODE TO RETURN-CODE.
           MOVE SPACE TO WS-FE-SEVERITY.
