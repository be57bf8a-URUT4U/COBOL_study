      *          RPT1000 applies, writes the valid records into the
      *          indexed CUSTMAST, and produces a loaded/rejected
      *          control report with reason codes.
      *          Holds the LOCKCTL CUSTMAST lock while it loads.
      *          Each street address is standardized through REVSTR's
      *          ADDRSTD service before it is written.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
           05   RCL-COUNT               PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(98)    VALUE SPACES.

      * PARAMETERS FOR REVSTR'S ADDRSTD SERVICE - THE EXTRACT'S STREET
      * LINE COMES BACK ABBREVIATED OFF THE US TABLE, WITH ANY UNIT
      * MOVED TO ITS END
       01   ADDRESS-STANDARD-FIELDS.
           05   WS-ADDR-IN              PIC X(64)    VALUE SPACES.
           05   WS-ADDR-COUNTRY         PIC X(02)    VALUE "US".
           05   WS-ADDR-OUT             PIC X(64)    VALUE SPACES.
           05   WS-ADDR-UNIT            PIC X(20)    VALUE SPACES.

      * PARAMETERS FOR THE SHARED LOCKCTL MASTER-FILE LOCK - TAKEN
      * BEFORE THE MASTER IS OPENED FOR UPDATE, RELEASED AT THE END
       01   LOCK-FIELDS.
           05   WS-LOCK-ACTION          PIC X        VALUE "L".
           05   WS-LOCK-NAME            PIC X(8)     VALUE "CUSTMAST".
           05   WS-LOCK-PROGRAM         PIC X(8)     VALUE "LOD1000".
           05   WS-LOCK-RESULT          PIC X        VALUE SPACE.
               88   WS-LOCK-TAKEN                    VALUE "Y".
           05   WS-LOCK-SAVED-RC        PIC 9(4)     VALUE ZERO.
           05   WS-LOCK-HELD-SWITCH     PIC X        VALUE "N".
               88   WS-LOCK-HELD                     VALUE "Y".

      * PARAMETERS FOR THE SHARED FILEERR HANDLER - A BAD STATUS GOES
      * ON THE JOB LOG IN PLAIN WORDS AND SETS THE RETURN CODE
       01   FILE-ERROR-FIELDS.
           05   WS-FE-PROGRAM           PIC X(8)     VALUE "LOD1000".
           05   WS-FE-FILE              PIC X(12)    VALUE SPACES.
           05   WS-FE-OPERATION         PIC X(7)     VALUE SPACES.
           05   WS-FE-STATUS            PIC X(2)     VALUE SPACES.
           05   WS-FE-SEVERITY          PIC X(1)     VALUE SPACE.
           05   WS-FE-END-RUN           PIC X(1)     VALUE "N".
           05   WS-FE-RETURN-CODE       PIC 9(4)     VALUE ZERO.

      ************************************************************************
       PROCEDURE DIVISION.

           PERFORM 3000-EDIT-AND-LOAD-RECORD
               UNTIL CUSTLOAD-EOF.
           PERFORM 4000-TERMINATE.
           PERFORM 4900-RELEASE-MASTER-LOCK.
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT CUSTLOAD
           IF NOT CUSTLOAD-OK
               MOVE "CUSTLOAD" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE CUSTLOAD-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               GOBACK
           END-IF
      * ONLY A FILE-NOT-FOUND (35) BUILDS THE FILE FRESH - ANY OTHER
      * STATUS IS A HARD FAILURE, NEVER AN EXCUSE TO TRUNCATE THE
      * LIVE MASTER
           PERFORM 1090-TAKE-MASTER-LOCK
           IF NOT WS-LOCK-HELD
               CLOSE CUSTLOAD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CUSTMAST
           IF CUSTMAST-STATUS = "35"
               OPEN OUTPUT CUSTMAST
           END-IF
           IF NOT CUSTMAST-OK
               MOVE "CUSTMAST" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE CUSTMAST-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               CLOSE CUSTLOAD
               PERFORM 4900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           PERFORM 1150-LOAD-BRANCH-MASTER
           OPEN OUTPUT LOAD-REJECT-FILE
                       LOAD-RPT.

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

       1150-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCHMST
           IF BRANCHMST-OK
           MOVE LI-SALES-THIS-YTD  TO CM-SALES-THIS-YTD
           MOVE LI-SALES-LAST-YTD  TO CM-SALES-LAST-YTD
           MOVE LI-STREET          TO CM-STREET
           PERFORM 3110-STANDARDIZE-STREET
           MOVE LI-CITY            TO CM-CITY
           MOVE LI-STATE           TO CM-STATE
           MOVE LI-ZIP             TO CM-ZIP
           MOVE LI-PHONE           TO CM-PHONE
      * A DUPLICATE KEY (22) IS THE EXTRACT'S FAULT AND IS REJECTED;
      * ANY OTHER REFUSAL IS THE FILE'S AND GOES TO FILEERR AS WELL
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE 03 TO WS-REJECT-REASON-CODE
                   IF CUSTMAST-STATUS = "22"
                       MOVE "DUPLICATE CUSTOMER NUMBER"
                           TO WS-REJECT-REASON-TEXT
                   ELSE
                       MOVE "CUSTMAST WRITE FAILED"
                           TO WS-REJECT-REASON-TEXT
                       MOVE "CUSTMAST" TO WS-FE-FILE
                       MOVE "WRITE"    TO WS-FE-OPERATION
                       MOVE CUSTMAST-STATUS TO WS-FE-STATUS
                       MOVE "E"        TO WS-FE-SEVERITY
                       PERFORM 9900-REPORT-FILE-ERROR
                   END-IF
                   PERFORM 3070-WRITE-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

      * THE STANDARDIZED LINE REPLACES THE EXTRACT'S UNLESS IT WOULD
      * NO LONGER FIT CM-STREET
       3110-STANDARDIZE-STREET.
           MOVE CM-STREET TO WS-ADDR-IN
           CALL "ADDRSTD" USING WS-ADDR-IN WS-ADDR-COUNTRY
               WS-ADDR-OUT WS-ADDR-UNIT
           IF WS-ADDR-OUT(31:34) = SPACES
               MOVE WS-ADDR-OUT TO CM-STREET
           END-IF.

       3070-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE LI-CUSTOMER-NUMBER  TO RJL-CUSTOMER-NUMBER
                 CUSTLOAD
                 LOAD-REJECT-FILE
                 LOAD-RPT.

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
