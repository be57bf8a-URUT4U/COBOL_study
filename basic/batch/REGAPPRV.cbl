      *          lists each entry ONLINE held for the age policy and
      *          lets it be approved into REGISTRY.DAT (through the
      *          normal duplicate-CPF check) or rejected with a reason.
      *          Holds the LOCKCTL REGISTRY lock while it decides.
      * Tectonic: cobc
      ************************************************************************
       IDENTIFICATION DIVISION.
       01  WS-REJECTED-COUNT     PIC 9(4)  VALUE 0.
       01  WS-LEFT-PENDING-COUNT PIC 9(4)  VALUE 0.

      * parameters for the shared FILEERR handler - a bad status
      * goes on the job log in plain words and sets the return code
       01  FILE-ERROR-FIELDS.
           05  WS-FE-PROGRAM      PIC X(08) VALUE 'REGAPPRV'.
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
           05  WS-LOCK-PROGRAM    PIC X(08) VALUE 'REGAPPRV'.
           05  WS-LOCK-RESULT     PIC X VALUE SPACE.
             88 WS-LOCK-TAKEN     VALUE 'Y'.
           05  WS-LOCK-SAVED-RC   PIC 9(04) VALUE 0.
           05  WS-LOCK-HELD-FLAG  PIC X VALUE 'N'.
             88 WS-LOCK-HELD      VALUE 'Y'.

      ************************************************************************
       PROCEDURE DIVISION.

      * only a file-not-found (35) may create the registry fresh -
      * any other status is a hard failure, never an excuse to
      * truncate the live file
           PERFORM 900-TAKE-MASTER-LOCK.
           IF NOT WS-LOCK-HELD
               CLOSE DECISION-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O REGISTRY-FILE.
           IF WS-REGISTRY-STATUS = "35"
               OPEN OUTPUT REGISTRY-FILE
           END-IF.
           IF NOT REGISTRY-STATUS-OK
               MOVE 'REGISTRY.DAT' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-REGISTRY-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 920-REPORT-FILE-ERROR
               CLOSE DECISION-LOG
               PERFORM 910-RELEASE-MASTER-LOCK
               GOBACK
           END-IF.
           PERFORM 200-REVIEW-ONE-ENTRY
               VARYING WS-PEND-INDEX FROM 1 BY 1
           DISPLAY "APPROVED:     " WS-APPROVED-COUNT.
           DISPLAY "REJECTED:     " WS-REJECTED-COUNT.
           DISPLAY "LEFT PENDING: " WS-LEFT-PENDING-COUNT.
           PERFORM 910-RELEASE-MASTER-LOCK.
           STOP RUN.

       100-LOAD-PENDING-QUEUE.
               MOVE WS-EXPIRY-WORK TO RG-EXPIRY-DATE
               WRITE REGISTRY-RECORD
                   INVALID KEY
                       IF WS-REGISTRY-STATUS = "22"
                           DISPLAY "REGAPPRV: CPF ALREADY ON FILE - "
                               "ENTRY LEFT PENDING."
                       ELSE
                           DISPLAY "REGAPPRV: WRITE FAILED FOR " RG-CPF
                               " - ENTRY LEFT PENDING."
                           MOVE 'REGISTRY.DAT' TO WS-FE-FILE
                           MOVE 'WRITE'    TO WS-FE-OPERATION
                           MOVE WS-REGISTRY-STATUS TO WS-FE-STATUS
                           MOVE 'E'        TO WS-FE-SEVERITY
                           PERFORM 920-REPORT-FILE-ERROR
                       END-IF
                       EXIT PARAGRAPH
               END-WRITE
               MOVE "Y" TO WS-PE-DECIDED(WS-PEND-INDEX)
                   MOVE PENDING-WORK-RECORD TO PENDING-RECORD
                   WRITE PENDING-RECORD
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
