      *          open receivable items, with a purged/refused control
      *          report. The archive stays readable by INQ1000 for
      *          audit questions.
      *          Holds the LOCKCTL CUSTMAST lock while it purges.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.

       FD   OPENITEM.
       01   OPEN-ITEM-RECORD.
           COPY OPENITEM.

       FD   CUSTARCH.
       01   ARCHIVE-RECORD              PIC X(123).
               88   WS-REF-TABLE-FULL                VALUE "Y".
           05   WS-SEARCH-CUSTOMER      PIC 9(5)     VALUE ZERO.

      * parameters for the shared CHGFEED subsystem - the purge goes
      * on the feed so an as-of lookup knows when the customer left
       01   CHANGE-FEED-FIELDS.
           05   WS-FEED-PROGRAM         PIC X(8)     VALUE "PRG1000".
           05   WS-FEED-CUSTOMER        PIC 9(5)     VALUE ZERO.
           05   WS-FEED-FIELD           PIC X(20)    VALUE SPACES.
           05   WS-FEED-BEFORE          PIC X(30)    VALUE SPACES.
           05   WS-FEED-AFTER           PIC X(30)    VALUE SPACES.

       01   PURGE-COUNTERS.
           05   WS-CUSTOMERS-READ       PIC 9(7)     VALUE ZERO.
           05   WS-CUSTOMERS-PURGED     PIC 9(7)     VALUE ZERO.
           05   RCL-COUNT               PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(91)    VALUE SPACES.

      * PARAMETERS FOR THE SHARED LOCKCTL MASTER-FILE LOCK - TAKEN
      * BEFORE THE MASTER IS OPENED FOR UPDATE, RELEASED AT THE END
       01   LOCK-FIELDS.
           05   WS-LOCK-ACTION          PIC X        VALUE "L".
           05   WS-LOCK-NAME            PIC X(8)     VALUE "CUSTMAST".
           05   WS-LOCK-PROGRAM         PIC X(8)     VALUE "PRG1000".
           05   WS-LOCK-RESULT          PIC X        VALUE SPACE.
               88   WS-LOCK-TAKEN                    VALUE "Y".
           05   WS-LOCK-SAVED-RC        PIC 9(4)     VALUE ZERO.
           05   WS-LOCK-HELD-SWITCH     PIC X        VALUE "N".
               88   WS-LOCK-HELD                     VALUE "Y".

      * PARAMETERS FOR THE SHARED FILEERR HANDLER - A BAD STATUS GOES
      * ON THE JOB LOG IN PLAIN WORDS AND SETS THE RETURN CODE
       01   FILE-ERROR-FIELDS.
           05   WS-FE-PROGRAM           PIC X(8)     VALUE "PRG1000".
           05   WS-FE-FILE              PIC X(12)    VALUE SPACES.
           05   WS-FE-OPERATION         PIC X(7)     VALUE SPACES.
           05   WS-FE-STATUS            PIC X(2)     VALUE SPACES.
           05   WS-FE-SEVERITY          PIC X(1)     VALUE SPACE.
           05   WS-FE-END-RUN           PIC X(1)     VALUE "N".
           05   WS-FE-RETURN-CODE       PIC 9(4)     VALUE ZERO.

      ************************************************************************
       PROCEDURE DIVISION.

           PERFORM 3000-CHECK-ONE-CUSTOMER
               UNTIL CUSTMAST-EOF.
           PERFORM 4000-TERMINATE.
           PERFORM 4900-RELEASE-MASTER-LOCK.
           GOBACK.

       1000-INITIALIZE.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1090-TAKE-MASTER-LOCK
           IF NOT WS-LOCK-HELD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CUSTMAST
           IF NOT CUSTMAST-OK
               MOVE "CUSTMAST" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE CUSTMAST-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               PERFORM 4900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           OPEN EXTEND CUSTARCH
           IF NOT CUSTARCH-OK
               OPEN OUTPUT CUSTARCH
           END-IF
      * NOTHING IS PURGED WITHOUT ITS ARCHIVE COPY
           IF NOT CUSTARCH-OK
               MOVE "CUSTARCH" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE CUSTARCH-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               CLOSE CUSTMAST
               PERFORM 4900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           OPEN OUTPUT PURGE-RPT.

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

       1100-LOAD-XREF-REFERENCES.
           OPEN INPUT XREF-FILE
           IF XREF-OK

       3100-ARCHIVE-AND-DELETE.
           WRITE ARCHIVE-RECORD FROM CUSTOMER-MASTER-RECORD
           IF NOT CUSTARCH-OK
               DISPLAY "PRG1000: ARCHIVE WRITE FAILED FOR CUSTOMER "
                   CM-CUSTOMER-NUMBER " - NOT PURGED"
               MOVE "CUSTARCH" TO WS-FE-FILE
               MOVE "WRITE"    TO WS-FE-OPERATION
               MOVE CUSTARCH-STATUS TO WS-FE-STATUS
               MOVE "E"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           DELETE CUSTMAST
               INVALID KEY
                   DISPLAY "PRG1000: DELETE FAILED FOR CUSTOMER "
                       CM-CUSTOMER-NUMBER
                   MOVE "CUSTMAST" TO WS-FE-FILE
                   MOVE "DELETE"   TO WS-FE-OPERATION
                   MOVE CUSTMAST-STATUS TO WS-FE-STATUS
                   MOVE "E"        TO WS-FE-SEVERITY
                   PERFORM 9900-REPORT-FILE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-CUSTOMERS-PURGED
                   MOVE "PURGED"            TO RDL-ACTION-TEXT
                   MOVE "ARCHIVED TO CUSTARCH.DAT"
                       TO RDL-REASON-TEXT
                   WRITE PRINT-AREA FROM RPT-DETAIL-LINE
                   PERFORM 3150-WRITE-CHANGE-FEED
           END-DELETE.

       3150-WRITE-CHANGE-FEED.
           MOVE CM-CUSTOMER-NUMBER TO WS-FEED-CUSTOMER
           MOVE "RECORD"           TO WS-FEED-FIELD
           MOVE SPACES             TO WS-FEED-BEFORE
           MOVE "PURGED"           TO WS-FEED-AFTER
           CALL "CHGFEED" USING WS-FEED-PROGRAM WS-FEED-CUSTOMER
               WS-FEED-FIELD WS-FEED-BEFORE WS-FEED-AFTER.

       3200-REPORT-REFUSED-CUSTOMER.
           MOVE "REFUSED"           TO RDL-ACTION-TEXT
           MOVE CM-CUSTOMER-NUMBER  TO RDL-CUSTOMER-NUMBER
           CLOSE CUSTMAST
                 CUSTARCH
                 PURGE-RPT.

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
