      *          indexed CUSTMAST in one pass, writes a before/after
      *          audit record per customer moved, and prints counts by
      *          rule.
      *          Holds the LOCKCTL CUSTMAST lock while the rules are
      *          applied.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
                   FILE STATUS IS CUSTMAST-STATUS.
      * ONE RULE PER RECORD - EVERY CUSTOMER OF THE FROM BRANCH AND
      * FROM SALESREP MOVES TO THE TO BRANCH AND TO SALESREP. THE
      * FIRST MATCHING RULE WINS. A RULE WITH A LATER EFFECTIVE DATE
      * FILES EACH MOVE ON PENDCHG.DAT INSTEAD, FOR PCH1000 TO MAKE ON
      * THAT DATE; A ZERO DATE MOVES THE CUSTOMERS TONIGHT.
           SELECT REALIGN-RULES ASSIGN TO "REALIGN.DAT"
                   FILE STATUS IS REALIGN-RULES-STATUS.
           SELECT REALIGN-AUDIT ASSIGN TO "REALIGN-AUDIT.DAT"
                   FILE STATUS IS REALIGN-AUDIT-STATUS.
           SELECT REALIGN-RPT ASSIGN TO "RLN1000.OUT"
                   FILE STATUS IS REALIGN-RPT-STATUS.
           SELECT PENDCHG ASSIGN TO "PENDCHG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PC-CHANGE-KEY
                   FILE STATUS IS PENDCHG-STATUS.
      ************************************************************************
       DATA DIVISION.

           05   RR-FROM-SALESREP        PIC 9(2).
           05   RR-TO-BRANCH            PIC 9(2).
           05   RR-TO-SALESREP          PIC 9(2).
           05   RR-EFFECTIVE-DATE       PIC 9(8).

       FD   REALIGN-AUDIT.
       01   REALIGN-AUDIT-RECORD.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RA-AFTER-IMAGE          PIC X(123).

       FD   PENDCHG.
       01   PENDING-CHANGE-RECORD.
           COPY PENDCHG.

       FD   REALIGN-RPT.
       01   PRINT-AREA                  PIC X(132).

           88   REALIGN-AUDIT-OK                     VALUE "00".
       77   REALIGN-RPT-STATUS          PIC X(2)     VALUE "00".
           88   REALIGN-RPT-OK                       VALUE "00".
       77   PENDCHG-STATUS              PIC X(2)     VALUE "00".
           88   PENDCHG-OK                           VALUE "00".

       77   CUSTMAST-EOF-SWITCH         PIC X        VALUE "N".
           88   CUSTMAST-EOF                         VALUE "Y".
               10   WS-RT-FROM-SALESREP PIC 9(2).
               10   WS-RT-TO-BRANCH     PIC 9(2).
               10   WS-RT-TO-SALESREP   PIC 9(2).
               10   WS-RT-EFFECTIVE     PIC 9(8).
               10   WS-RT-MOVED-COUNT   PIC 9(5).
               10   WS-RT-SCHEDULED-COUNT PIC 9(5).
           05   WS-RULE-MATCHED-SWITCH  PIC X        VALUE "N".
               88   WS-RULE-MATCHED                  VALUE "Y".
           05   WS-MATCHED-RULE-NUMBER  PIC 9(2)     VALUE ZERO.
       01   REALIGN-COUNTERS.
           05   WS-RECORDS-READ-COUNT   PIC 9(7)     VALUE ZERO.
           05   WS-RECORDS-MOVED-COUNT  PIC 9(7)     VALUE ZERO.
           05   WS-RECORDS-SCHEDULED-COUNT PIC 9(7)  VALUE ZERO.
           05   WS-ALREADY-SCHEDULED-COUNT PIC 9(7)  VALUE ZERO.

      * A FUTURE-DATED MOVE GOES ON THE PENDING FILE UNDER THE NEXT
      * FREE SEQUENCE NUMBER FOR THE CUSTOMER AND DATE - UNLESS A
      * RERUN OF THE SAME RULES ALREADY FILED IT
       01   PENDING-FIELDS.
           05   WS-TODAY                PIC 9(8)     VALUE ZERO.
           05   WS-PENDING-SEQUENCE     PIC 9(3)     VALUE ZERO.
           05   WS-PENDING-FILED-SWITCH PIC X        VALUE "N".
               88   WS-PENDING-FILED                 VALUE "Y".
           05   WS-ALREADY-FILED-SWITCH PIC X        VALUE "N".
               88   WS-ALREADY-FILED                 VALUE "Y".

      * parameters for the shared FILEERR handler - a bad status goes
      * on the job log in plain words and sets the return code
       01   FILE-ERROR-FIELDS.
           05   WS-FE-PROGRAM           PIC X(8)     VALUE "RLN1000".
           05   WS-FE-FILE              PIC X(12)    VALUE SPACES.
           05   WS-FE-OPERATION         PIC X(7)     VALUE SPACES.
           05   WS-FE-STATUS            PIC X(2)     VALUE SPACES.
           05   WS-FE-SEVERITY          PIC X(1)     VALUE SPACE.
           05   WS-FE-END-RUN           PIC X(1)     VALUE "N".
           05   WS-FE-RETURN-CODE       PIC 9(4)     VALUE ZERO.

       01   WS-BEFORE-IMAGE             PIC X(123)   VALUE SPACES.

           05   FILLER                  PIC X(18)    VALUE
                    "  CUSTOMERS MOVED:".
           05   RRL-MOVED-COUNT         PIC ZZ,ZZ9.
           05   FILLER                  PIC X(11)    VALUE
                    "  EFFECTIVE".
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RRL-EFFECTIVE-DATE      PIC 9(8).
           05   FILLER                  PIC X(12)    VALUE
                    "  SCHEDULED:".
           05   RRL-SCHEDULED-COUNT     PIC ZZ,ZZ9.
           05   FILLER                  PIC X(44)    VALUE SPACES.

       01   RPT-COUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCL-COUNT               PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(98)    VALUE SPACES.

      * PARAMETERS FOR THE SHARED LOCKCTL MASTER-FILE LOCK - TAKEN
      * BEFORE THE MASTER IS OPENED FOR UPDATE, RELEASED AT THE END
       01   LOCK-FIELDS.
           05   WS-LOCK-ACTION          PIC X        VALUE "L".
           05   WS-LOCK-NAME            PIC X(8)     VALUE "CUSTMAST".
           05   WS-LOCK-PROGRAM         PIC X(8)     VALUE "RLN1000".
           05   WS-LOCK-RESULT          PIC X        VALUE SPACE.
               88   WS-LOCK-TAKEN                    VALUE "Y".
           05   WS-LOCK-SAVED-RC        PIC 9(4)     VALUE ZERO.
           05   WS-LOCK-HELD-SWITCH     PIC X        VALUE "N".
               88   WS-LOCK-HELD                     VALUE "Y".

      ************************************************************************
       PROCEDURE DIVISION.

           PERFORM 3000-APPLY-RULES-TO-RECORD
               UNTIL CUSTMAST-EOF.
           PERFORM 4000-TERMINATE.
           PERFORM 4900-RELEASE-MASTER-LOCK.
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1100-LOAD-RULE-TABLE
           IF WS-RULE-COUNT = ZERO
               DISPLAY "RLN1000: NO RULES LOADED FROM REALIGN.DAT"
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
           OPEN EXTEND REALIGN-AUDIT
           IF NOT REALIGN-AUDIT-OK
               OPEN OUTPUT REALIGN-AUDIT
           END-IF
           OPEN I-O PENDCHG
           IF PENDCHG-STATUS = "35"
               OPEN OUTPUT PENDCHG
               CLOSE PENDCHG
               OPEN I-O PENDCHG
           END-IF
           IF NOT PENDCHG-OK
               MOVE "PENDCHG"  TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE PENDCHG-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               PERFORM 4900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           OPEN OUTPUT REALIGN-RPT.

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

       1100-LOAD-RULE-TABLE.
           OPEN INPUT REALIGN-RULES
           IF REALIGN-RULES-OK
                           TO WS-RT-TO-SALESREP(WS-RULE-COUNT)
                       MOVE ZERO
                           TO WS-RT-MOVED-COUNT(WS-RULE-COUNT)
                       MOVE ZERO
                           TO WS-RT-SCHEDULED-COUNT(WS-RULE-COUNT)
                       IF RR-EFFECTIVE-DATE IS NUMERIC
                           MOVE RR-EFFECTIVE-DATE
                               TO WS-RT-EFFECTIVE(WS-RULE-COUNT)
                       ELSE
                           MOVE ZERO
                               TO WS-RT-EFFECTIVE(WS-RULE-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "RLN1000: RULE TABLE FULL AT 50 "
                           "ENTRIES - REMAINING RULES NOT APPLIED"
               END-IF
           END-PERFORM
           IF WS-RULE-MATCHED
               IF WS-RT-EFFECTIVE(WS-MATCHED-RULE-NUMBER) > WS-TODAY
                   PERFORM 3300-FILE-PENDING-MOVE
               ELSE
                   PERFORM 3100-MOVE-CUSTOMER
               END-IF
           END-IF
           PERFORM 2000-READ-CUSTMAST.

           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "RLN1000: REWRITE FAILED FOR CUSTOMER "
                       CM-CUSTOMER-NUMBER
                   MOVE "CUSTMAST" TO WS-FE-FILE
                   MOVE "REWRITE"  TO WS-FE-OPERATION
                   MOVE CUSTMAST-STATUS TO WS-FE-STATUS
                   MOVE "E"        TO WS-FE-SEVERITY
                   PERFORM 9900-REPORT-FILE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-MOVED-COUNT
                   ADD 1 TO WS-RT-MOVED-COUNT(WS-MATCHED-RULE-NUMBER)
           CALL "CHGFEED" USING WS-FEED-PROGRAM WS-FEED-CUSTOMER
               WS-FEED-FIELD WS-FEED-BEFORE WS-FEED-AFTER.

      * THE MOVE WAITS ON PENDCHG.DAT WITH THE CUSTOMER'S OTHER FIELDS
      * CARRIED AS THEY STAND, SO ONLY THE BRANCH AND SALESREP FIRE.
       3300-FILE-PENDING-MOVE.
           MOVE "N" TO WS-PENDING-FILED-SWITCH
           MOVE "N" TO WS-ALREADY-FILED-SWITCH
           MOVE ZERO TO WS-PENDING-SEQUENCE
           PERFORM 3310-TRY-NEXT-SEQUENCE
               UNTIL WS-PENDING-FILED
               OR WS-ALREADY-FILED
               OR WS-PENDING-SEQUENCE = 999
           EVALUATE TRUE
               WHEN WS-PENDING-FILED
                   ADD 1 TO WS-RECORDS-SCHEDULED-COUNT
                   ADD 1 TO
                       WS-RT-SCHEDULED-COUNT(WS-MATCHED-RULE-NUMBER)
               WHEN WS-ALREADY-FILED
                   ADD 1 TO WS-ALREADY-SCHEDULED-COUNT
               WHEN OTHER
                   DISPLAY "RLN1000: PENDCHG WRITE FAILED FOR CUSTOMER "
                       CM-CUSTOMER-NUMBER
                   MOVE "PENDCHG"  TO WS-FE-FILE
                   MOVE "WRITE"    TO WS-FE-OPERATION
                   MOVE PENDCHG-STATUS TO WS-FE-STATUS
                   MOVE "E"        TO WS-FE-SEVERITY
                   PERFORM 9900-REPORT-FILE-ERROR
           END-EVALUATE.

       3310-TRY-NEXT-SEQUENCE.
           ADD 1 TO WS-PENDING-SEQUENCE
           MOVE WS-RT-EFFECTIVE(WS-MATCHED-RULE-NUMBER)
               TO PC-EFFECTIVE-DATE
           MOVE CM-CUSTOMER-NUMBER  TO PC-CUSTOMER-NUMBER
           MOVE WS-PENDING-SEQUENCE TO PC-SEQUENCE-NUMBER
           READ PENDCHG
               INVALID KEY
                   PERFORM 3320-WRITE-PENDING-MOVE
               NOT INVALID KEY
                   IF PC-PENDING
                      AND PC-SOURCE-PROGRAM = "RLN1000"
                      AND PC-NEW-BRANCH
                          = WS-RT-TO-BRANCH(WS-MATCHED-RULE-NUMBER)
                      AND PC-NEW-SALESREP
                          = WS-RT-TO-SALESREP(WS-MATCHED-RULE-NUMBER)
                       SET WS-ALREADY-FILED TO TRUE
                   END-IF
           END-READ.

       3320-WRITE-PENDING-MOVE.
           MOVE SPACES              TO PENDING-CHANGE-RECORD
           MOVE WS-RT-EFFECTIVE(WS-MATCHED-RULE-NUMBER)
               TO PC-EFFECTIVE-DATE
           MOVE CM-CUSTOMER-NUMBER  TO PC-CUSTOMER-NUMBER
           MOVE WS-PENDING-SEQUENCE TO PC-SEQUENCE-NUMBER
           MOVE "P"                 TO PC-CHANGE-STATUS
           MOVE "RLN1000"           TO PC-SOURCE-PROGRAM
           MOVE WS-TODAY            TO PC-ENTERED-DATE
           MOVE ZERO                TO PC-CLOSED-DATE
           MOVE CM-CUSTOMER-NAME    TO PC-OLD-NAME
           MOVE CM-BRANCH-NUMBER    TO PC-OLD-BRANCH
           MOVE CM-SALESREP-NUMBER  TO PC-OLD-SALESREP
           MOVE CM-STREET           TO PC-OLD-STREET
           MOVE CM-CITY             TO PC-OLD-CITY
           MOVE CM-STATE            TO PC-OLD-STATE
           MOVE CM-ZIP              TO PC-OLD-ZIP
           MOVE CM-PHONE            TO PC-OLD-PHONE
           MOVE PC-OLD-VALUES       TO PC-NEW-VALUES
           MOVE WS-RT-TO-BRANCH(WS-MATCHED-RULE-NUMBER)
               TO PC-NEW-BRANCH
           MOVE WS-RT-TO-SALESREP(WS-MATCHED-RULE-NUMBER)
               TO PC-NEW-SALESREP
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PENDING-FILED TO TRUE
           END-WRITE.

       4000-TERMINATE.
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT
                   TO RRL-TO-SALESREP
               MOVE WS-RT-MOVED-COUNT(WS-RULE-INDEX)
                   TO RRL-MOVED-COUNT
               MOVE WS-RT-EFFECTIVE(WS-RULE-INDEX)
                   TO RRL-EFFECTIVE-DATE
               MOVE WS-RT-SCHEDULED-COUNT(WS-RULE-INDEX)
                   TO RRL-SCHEDULED-COUNT
               WRITE PRINT-AREA FROM RPT-RULE-LINE
           END-PERFORM
           MOVE "CUSTOMERS READ:"  TO RCL-CAPTION
           MOVE "CUSTOMERS MOVED:" TO RCL-CAPTION
           MOVE WS-RECORDS-MOVED-COUNT TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "MOVES SCHEDULED:" TO RCL-CAPTION
           MOVE WS-RECORDS-SCHEDULED-COUNT TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           IF WS-ALREADY-SCHEDULED-COUNT > ZERO
               MOVE "ALREADY SCHEDULED:" TO RCL-CAPTION
               MOVE WS-ALREADY-SCHEDULED-COUNT TO RCL-COUNT
               WRITE PRINT-AREA FROM RPT-COUNT-LINE
           END-IF
           CLOSE CUSTMAST
                 REALIGN-AUDIT
                 PENDCHG
                 REALIGN-RPT.

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
