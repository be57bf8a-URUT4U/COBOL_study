      * Date:
      * Purpose: Customer master maintenance - add, change, and delete
      *          CUSTMAST records with a before/after audit trail.
      *          Branch/salesrep reassignments, address changes, and
      *          account closes are held on APPRCHG.DAT until a second
      *          operator approves them in APR1000, then applied at the
      *          start of the next session.
      *          Holds the LOCKCTL CUSTMAST lock for the session so no
      *          batch updater opens the master underneath it.
      *          The street address is standardized through REVSTR's
      *          ADDRSTD service as it is keyed.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
           SELECT STATEREF ASSIGN TO "STATEREF.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATEREF-STATUS.
      * changes keyed today to take effect on a later date - PCH1000
      * applies each one on its date through the same edits, audit
      * trail, and change feed a change keyed for today gets
           SELECT PENDCHG ASSIGN TO "PENDCHG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PC-CHANGE-KEY
                   FILE STATUS IS PENDCHG-STATUS.
      * sensitive changes waiting on a second operator's approval,
      * and the approved ones this program still has to apply
           SELECT APPRCHG ASSIGN TO "APPRCHG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AP-CHANGE-KEY
                   FILE STATUS IS APPRCHG-STATUS.
      * the operator keying changes signs on against the same security
      * file the menu uses, so a held change carries who keyed it
           SELECT OPERSEC ASSIGN TO "OPERSEC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPERSEC-STATUS.
      ************************************************************************
       DATA DIVISION.

           05   MA-BEFORE-IMAGE         PIC X(123).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   MA-AFTER-IMAGE          PIC X(123).
      * WHO KEYED THE CHANGE, AND WHO APPROVED IT WHEN IT HAD TO BE
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   MA-MAKER-ID             PIC X(8).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   MA-CHECKER-ID           PIC X(8).

       FD   STATEREF.
       01   STATE-REF-RECORD.
           05   SR-ZIP-LOW              PIC 9(09).
           05   SR-ZIP-HIGH             PIC 9(09).

       FD   PENDCHG.
       01   PENDING-CHANGE-RECORD.
           COPY PENDCHG.

       FD   APPRCHG.
       01   HELD-CHANGE-RECORD.
           COPY APPRCHG.

       FD   OPERSEC.
       01   OPERATOR-SECURITY-RECORD.
           05   OS-OPERATOR-ID          PIC X(8).
           05   OS-PASSWORD             PIC X(8).
           05   OS-AUTH-RPT1000         PIC X(1).
           05   OS-AUTH-CBL0001         PIC X(1).
           05   OS-AUTH-PROG007         PIC X(1).
           05   OS-AUTH-CHAIN           PIC X(1).
           05   OS-PASSWORD-DATE        PIC 9(8).
           05   OS-FAIL-COUNT           PIC 9(1).
           05   OS-LOCKED-FLAG          PIC X(1).
           05   OS-SUPERVISOR           PIC X(1).
           05   OS-APPROVER             PIC X(1).

       WORKING-STORAGE SECTION.

       77   WS-MIN-BRANCH               PIC 9(2)     VALUE 01.
       77   STATEREF-EOF-SWITCH         PIC X        VALUE "N".
           88   STATEREF-EOF                         VALUE "Y".

       77   PENDCHG-STATUS              PIC X(2)     VALUE "00".
           88   PENDCHG-OK                           VALUE "00".
       77   PENDCHG-EOF-SWITCH          PIC X        VALUE "N".
           88   PENDCHG-EOF                          VALUE "Y".

       77   APPRCHG-STATUS              PIC X(2)     VALUE "00".
           88   APPRCHG-OK                           VALUE "00".
       77   APPRCHG-EOF-SWITCH          PIC X        VALUE "N".
           88   APPRCHG-EOF                          VALUE "Y".
       77   OPERSEC-STATUS              PIC X(2)     VALUE "00".
           88   OPERSEC-OK                           VALUE "00".
       77   OPERSEC-EOF-SWITCH          PIC X        VALUE "N".
           88   OPERSEC-EOF                          VALUE "Y".

       77   WS-DONE-SWITCH              PIC X        VALUE "N".
           88   WS-DONE                              VALUE "Y".

       77   WS-FIELDS-VALID-SWITCH      PIC X        VALUE "Y".
           88   WS-FIELDS-VALID                      VALUE "Y".
       77   WS-CONFIRM-CODE             PIC X        VALUE SPACE.
       77   WS-TODAY                    PIC 9(8)     VALUE ZERO.
       77   WS-EFFECTIVE-DATE           PIC 9(8)     VALUE ZERO.
       77   WS-SEQUENCE-ENTERED         PIC 9(3)     VALUE ZERO.
       77   WS-PENDING-FILED-SWITCH     PIC X        VALUE "N".
           88   WS-PENDING-FILED                     VALUE "Y".
       77   WS-PENDING-SHOWN-COUNT      PIC 9(3)     VALUE ZERO.
       77   WS-OPERATOR-ID              PIC X(8)     VALUE SPACES.
       77   WS-PASSWORD-ENTERED         PIC X(8)     VALUE SPACES.
       77   WS-SIGNED-ON-SWITCH         PIC X        VALUE "N".
           88   WS-SIGNED-ON                         VALUE "Y".
       77   WS-NEEDS-APPROVAL-SWITCH    PIC X        VALUE "N".
           88   WS-NEEDS-APPROVAL                    VALUE "Y".
       77   WS-HELD-FILED-SWITCH        PIC X        VALUE "N".
           88   WS-HELD-FILED                        VALUE "Y".
       77   WS-RESULT-TEXT              PIC X(30)    VALUE SPACES.

      * THE IDS THAT GO ON THE AUDIT RECORD - THE SIGNED-ON OPERATOR
      * AND NO CHECKER FOR A CHANGE KEYED AND APPLIED NOW, THE TWO ON
      * THE HELD RECORD FOR AN APPROVED CHANGE
       01   WS-AUDIT-IDS.
           05   WS-MAKER-ID             PIC X(8)     VALUE SPACES.
           05   WS-CHECKER-ID           PIC X(8)     VALUE SPACES.

      * WHAT A HELD CHANGE DOES, IN WORDS FOR THE APPROVER
       01   HELD-DESCRIPTION-FIELDS.
           05   WS-HELD-DESCRIPTION     PIC X(40)    VALUE SPACES.
           05   WS-HELD-DESCRIPTION-PTR PIC 9(3)     VALUE 1.

      * operator entries held here until they pass the edits, so a bad
      * entry never lands in the record area
           05   WS-CHECK-ZIP            PIC X(09)    VALUE SPACES.
           05   WS-ZIP-NUM              PIC 9(09)    VALUE ZERO.

      * parameters for REVSTR's ADDRSTD service - the keyed street
      * line comes back abbreviated off the US table, with any unit
      * moved to its end
       01   ADDRESS-STANDARD-FIELDS.
           05   WS-ADDR-IN              PIC X(64)    VALUE SPACES.
           05   WS-ADDR-COUNTRY         PIC X(02)    VALUE "US".
           05   WS-ADDR-OUT             PIC X(64)    VALUE SPACES.
           05   WS-ADDR-UNIT            PIC X(20)    VALUE SPACES.

       01   WS-BEFORE-IMAGE             PIC X(123)   VALUE SPACES.

      * parameters for the shared CHGFEED subsystem - one
           05   WS-FEED-BEFORE          PIC X(30)    VALUE SPACES.
           05   WS-FEED-AFTER           PIC X(30)    VALUE SPACES.

      * parameters for the shared FILEERR handler - a bad status goes
      * on the job log in plain words and sets the return code
       01   FILE-ERROR-FIELDS.
           05   WS-FE-PROGRAM           PIC X(8)     VALUE "MNT1000".
           05   WS-FE-FILE              PIC X(12)    VALUE SPACES.
           05   WS-FE-OPERATION         PIC X(7)     VALUE SPACES.
           05   WS-FE-STATUS            PIC X(2)     VALUE SPACES.
           05   WS-FE-SEVERITY          PIC X(1)     VALUE SPACE.
           05   WS-FE-END-RUN           PIC X(1)     VALUE "N".
           05   WS-FE-RETURN-CODE       PIC 9(4)     VALUE ZERO.

      * the record's field values as they stood before a change, so
      * the feed can carry one record per field that actually moved
       01   WS-OLD-FIELDS.
           05   WS-OLD-ZIP              PIC X(09)    VALUE SPACES.
           05   WS-OLD-PHONE            PIC X(15)    VALUE SPACES.

      * A HELD CHANGE'S FIELD VALUES AS THEY STOOD WHEN IT WAS KEYED -
      * ONLY A FIELD WHOSE ENTERED VALUE DIFFERS FROM ITS KEYED VALUE
      * IS LAID OVER THE RECORD, AS PCH1000 DOES WITH PENDCHG
       01   WS-KEYED-OLD-FIELDS.
           05   WS-KEYED-OLD-NAME       PIC X(20)    VALUE SPACES.
           05   WS-KEYED-OLD-BRANCH     PIC 9(2)     VALUE ZERO.
           05   WS-KEYED-OLD-SALESREP   PIC 9(2)     VALUE ZERO.
           05   WS-KEYED-OLD-STREET     PIC X(30)    VALUE SPACES.
           05   WS-KEYED-OLD-CITY       PIC X(20)    VALUE SPACES.
           05   WS-KEYED-OLD-STATE      PIC X(02)    VALUE SPACES.
           05   WS-KEYED-OLD-ZIP        PIC X(09)    VALUE SPACES.
           05   WS-KEYED-OLD-PHONE      PIC X(15)    VALUE SPACES.

       01   WS-MAINT-COUNTERS.
           05   WS-ADD-COUNT            PIC 9(5)     VALUE ZERO.
           05   WS-CHANGE-COUNT         PIC 9(5)     VALUE ZERO.
           05   WS-DELETE-COUNT         PIC 9(5)     VALUE ZERO.
           05   WS-PENDING-COUNT        PIC 9(5)     VALUE ZERO.
           05   WS-CANCEL-COUNT         PIC 9(5)     VALUE ZERO.
           05   WS-HELD-COUNT           PIC 9(5)     VALUE ZERO.
           05   WS-RELEASED-COUNT       PIC 9(5)     VALUE ZERO.
           05   WS-FAILED-COUNT         PIC 9(5)     VALUE ZERO.

      * PARAMETERS FOR THE SHARED LOCKCTL MASTER-FILE LOCK - TAKEN
      * BEFORE THE MASTER IS OPENED FOR UPDATE, RELEASED AT THE END
       01   LOCK-FIELDS.
           05   WS-LOCK-ACTION          PIC X        VALUE "L".
           05   WS-LOCK-NAME            PIC X(8)     VALUE "CUSTMAST".
           05   WS-LOCK-PROGRAM         PIC X(8)     VALUE "MNT1000".
           05   WS-LOCK-RESULT          PIC X        VALUE SPACE.
               88   WS-LOCK-TAKEN                    VALUE "Y".
           05   WS-LOCK-SAVED-RC        PIC 9(4)     VALUE ZERO.
           05   WS-LOCK-HELD-SWITCH     PIC X        VALUE "N".
               88   WS-LOCK-HELD                     VALUE "Y".

      ************************************************************************
       PROCEDURE DIVISION.
           PERFORM 2000-PROCESS-ONE-ACTION
               UNTIL WS-DONE.
           PERFORM 4000-TERMINATE.
           PERFORM 4900-RELEASE-MASTER-LOCK.
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1100-OPERATOR-SIGN-ON
           IF NOT WS-SIGNED-ON
               DISPLAY "MNT1000: SIGN-ON FAILED - NOTHING CAN BE "
                   "KEYED."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1700-LOAD-STATE-REFERENCE
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
           OPEN EXTEND MAINT-AUDIT
           IF NOT MAINT-AUDIT-OK
               OPEN OUTPUT MAINT-AUDIT
           END-IF
      * ONLY A FILE-NOT-FOUND (35) BUILDS THE PENDING FILE FRESH
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
           OPEN I-O APPRCHG
           IF APPRCHG-STATUS = "35"
               OPEN OUTPUT APPRCHG
               CLOSE APPRCHG
               OPEN I-O APPRCHG
           END-IF
           IF NOT APPRCHG-OK
               MOVE "APPRCHG"  TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE APPRCHG-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               PERFORM 4900-RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           PERFORM 1800-APPLY-APPROVED-CHANGES
           MOVE WS-OPERATOR-ID TO WS-MAKER-ID
           MOVE SPACES         TO WS-CHECKER-ID.

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

      * ONE ID/PASSWORD TRY AGAINST THE SECURITY FILE - A LOCKED ID
      * GETS NOTHING. WITH NO SECURITY FILE THE ID IS TAKEN AS TYPED,
      * SINCE APR1000 CAN APPROVE NOTHING WITHOUT ONE EITHER.
       1100-OPERATOR-SIGN-ON.
           DISPLAY "OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "PASSWORD: "
           ACCEPT WS-PASSWORD-ENTERED
           IF WS-OPERATOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OPERSEC
           IF NOT OPERSEC-OK
               DISPLAY "MNT1000: NO OPERATOR SECURITY FILE - ID NOT "
                   "CHECKED."
               SET WS-SIGNED-ON TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1110-CHECK-ONE-OPERATOR
               UNTIL OPERSEC-EOF OR WS-SIGNED-ON
           CLOSE OPERSEC.

       1110-CHECK-ONE-OPERATOR.
           READ OPERSEC
               AT END
                   SET OPERSEC-EOF TO TRUE
               NOT AT END
                   IF OS-OPERATOR-ID = WS-OPERATOR-ID
                      AND OS-PASSWORD = WS-PASSWORD-ENTERED
                      AND OS-LOCKED-FLAG NOT = "L"
                       SET WS-SIGNED-ON TO TRUE
                   END-IF
           END-READ.

       2000-PROCESS-ONE-ACTION.
           DISPLAY " "
           DISPLAY "---------------------------------"
           DISPLAY "A. ADD A CUSTOMER"
           DISPLAY "C. CHANGE NAME/BRANCH/SALESREP"
           DISPLAY "D. DELETE A CLOSED ACCOUNT"
           DISPLAY "P. CANCEL A PENDING CHANGE"
           DISPLAY "X. EXIT"
           DISPLAY "TYPE AN ACTION CODE: "
           ACCEPT WS-ACTION-CODE
                   PERFORM 2200-CHANGE-CUSTOMER
               WHEN "D" WHEN "d"
                   PERFORM 2300-DELETE-CUSTOMER
               WHEN "P" WHEN "p"
                   PERFORM 2400-CANCEL-PENDING-CHANGE
               WHEN "X" WHEN "x"
                   SET WS-DONE TO TRUE
               WHEN OTHER
           MOVE CM-ZIP             TO WS-OLD-ZIP
           MOVE CM-PHONE           TO WS-OLD-PHONE
           PERFORM 2500-COLLECT-ENTRY-FIELDS
           IF WS-FIELDS-VALID
               PERFORM 2220-GET-EFFECTIVE-DATE
           END-IF
           IF WS-FIELDS-VALID
               PERFORM 2240-CHECK-NEEDS-APPROVAL
           END-IF
           IF WS-FIELDS-VALID AND WS-NEEDS-APPROVAL
               MOVE WS-ENTRY-FIELDS TO AP-CHANGE-IMAGE(1:100)
               MOVE WS-OLD-FIELDS   TO AP-CHANGE-IMAGE(101:100)
               PERFORM 2250-HOLD-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF
           IF WS-FIELDS-VALID AND WS-EFFECTIVE-DATE > WS-TODAY
               PERFORM 2230-FILE-PENDING-CHANGE
               EXIT PARAGRAPH
           END-IF
           IF WS-FIELDS-VALID
               MOVE WS-ENTRY-NAME     TO CM-CUSTOMER-NAME
               MOVE WS-ENTRY-BRANCH   TO CM-BRANCH-NUMBER
               MOVE WS-ENTRY-PHONE    TO CM-PHONE
               REWRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       MOVE "CUSTMAST" TO WS-FE-FILE
                       MOVE "REWRITE"  TO WS-FE-OPERATION
                       MOVE CUSTMAST-STATUS TO WS-FE-STATUS
                       MOVE "E"        TO WS-FE-SEVERITY
                       PERFORM 9900-REPORT-FILE-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGE-COUNT
                       PERFORM 3000-WRITE-AUDIT-RECORD
               END-REWRITE
           END-IF.

      * ZERO MEANS TODAY. A LATER DATE HOLDS THE CHANGE ON PENDCHG
      * UNTIL THE NIGHT IT FIRES; AN EARLIER ONE CAN'T BE KEYED - A
      * CHANGE THAT SHOULD ALREADY HAVE HAPPENED IS KEYED FOR TODAY.
       2220-GET-EFFECTIVE-DATE.
           DISPLAY "TYPE THE EFFECTIVE DATE (YYYYMMDD, 0 = TODAY): "
           ACCEPT WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-DATE = ZERO
               MOVE WS-TODAY TO WS-EFFECTIVE-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-DATE) NOT = ZERO
               DISPLAY "EFFECTIVE DATE IS NOT A VALID DATE."
               MOVE "N" TO WS-FIELDS-VALID-SWITCH
           ELSE
               IF WS-EFFECTIVE-DATE < WS-TODAY
                   DISPLAY "EFFECTIVE DATE IS IN THE PAST."
                   MOVE "N" TO WS-FIELDS-VALID-SWITCH
               END-IF
           END-IF
           IF NOT WS-FIELDS-VALID
               DISPLAY "ACTION SKIPPED - NOTHING WAS WRITTEN."
           END-IF.

      * THE ENTERED VALUES GO ON THE PENDING FILE WITH THE VALUES THEY
      * REPLACE. CUSTMAST IS NOT TOUCHED UNTIL THE CHANGE FIRES.
       2230-FILE-PENDING-CHANGE.
           MOVE SPACES             TO PENDING-CHANGE-RECORD
           MOVE WS-EFFECTIVE-DATE  TO PC-EFFECTIVE-DATE
           MOVE WS-KEY-ENTERED     TO PC-CUSTOMER-NUMBER
           MOVE ZERO               TO PC-SEQUENCE-NUMBER
           MOVE "P"                TO PC-CHANGE-STATUS
           MOVE "MNT1000"          TO PC-SOURCE-PROGRAM
           MOVE WS-TODAY           TO PC-ENTERED-DATE
           MOVE ZERO               TO PC-CLOSED-DATE
           MOVE WS-ENTRY-NAME      TO PC-NEW-NAME
           MOVE WS-ENTRY-BRANCH    TO PC-NEW-BRANCH
           MOVE WS-ENTRY-SALESREP  TO PC-NEW-SALESREP
           MOVE WS-ENTRY-STREET    TO PC-NEW-STREET
           MOVE WS-ENTRY-CITY      TO PC-NEW-CITY
           MOVE WS-ENTRY-STATE     TO PC-NEW-STATE
           MOVE WS-ENTRY-ZIP       TO PC-NEW-ZIP
           MOVE WS-ENTRY-PHONE     TO PC-NEW-PHONE
           MOVE WS-OLD-FIELDS      TO PC-OLD-VALUES
           IF PC-NEW-VALUES = PC-OLD-VALUES
               DISPLAY "NO FIELD WOULD CHANGE - NOTHING WAS FILED."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PENDING-FILED-SWITCH
           PERFORM 2235-WRITE-PENDING-RECORD
               UNTIL WS-PENDING-FILED
               OR PC-SEQUENCE-NUMBER = 999
           IF WS-PENDING-FILED
               ADD 1 TO WS-PENDING-COUNT
               DISPLAY "CHANGE FILED FOR CUSTOMER " WS-KEY-ENTERED
                   " EFFECTIVE " PC-EFFECTIVE-DATE ", SEQUENCE "
                   PC-SEQUENCE-NUMBER "."
           ELSE
               MOVE "PENDCHG"  TO WS-FE-FILE
               MOVE "WRITE"    TO WS-FE-OPERATION
               MOVE PENDCHG-STATUS TO WS-FE-STATUS
               MOVE "E"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
           END-IF.

      * A SECOND CHANGE TO THE SAME CUSTOMER ON THE SAME DATE TAKES
      * THE NEXT SEQUENCE NUMBER AND FIRES AFTER THE FIRST
       2235-WRITE-PENDING-RECORD.
           ADD 1 TO PC-SEQUENCE-NUMBER
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PENDING-FILED TO TRUE
           END-WRITE.

      * A BRANCH OR SALESREP REASSIGNMENT OR AN ADDRESS CHANGE NEEDS A
      * SECOND OPERATOR'S APPROVAL; A NAME OR PHONE CHANGE ON ITS OWN
      * DOES NOT. THE DESCRIPTION SAYS WHICH FOR THE APPROVER.
       2240-CHECK-NEEDS-APPROVAL.
           MOVE "N"    TO WS-NEEDS-APPROVAL-SWITCH
           MOVE SPACES TO WS-HELD-DESCRIPTION
           MOVE 1      TO WS-HELD-DESCRIPTION-PTR
           IF WS-ENTRY-BRANCH NOT = WS-OLD-BRANCH
              OR WS-ENTRY-SALESREP NOT = WS-OLD-SALESREP
               SET WS-NEEDS-APPROVAL TO TRUE
               STRING "BRANCH/REP " WS-OLD-BRANCH "/" WS-OLD-SALESREP
                   " TO " WS-ENTRY-BRANCH "/" WS-ENTRY-SALESREP
                   DELIMITED BY SIZE
                   INTO WS-HELD-DESCRIPTION
                   WITH POINTER WS-HELD-DESCRIPTION-PTR
           END-IF
           IF WS-ENTRY-STREET NOT = WS-OLD-STREET
              OR WS-ENTRY-CITY NOT = WS-OLD-CITY
              OR WS-ENTRY-STATE NOT = WS-OLD-STATE
              OR WS-ENTRY-ZIP NOT = WS-OLD-ZIP
               IF WS-NEEDS-APPROVAL
                   STRING ", ADDRESS" DELIMITED BY SIZE
                       INTO WS-HELD-DESCRIPTION
                       WITH POINTER WS-HELD-DESCRIPTION-PTR
               ELSE
                   STRING "ADDRESS CHANGE" DELIMITED BY SIZE
                       INTO WS-HELD-DESCRIPTION
                       WITH POINTER WS-HELD-DESCRIPTION-PTR
               END-IF
               SET WS-NEEDS-APPROVAL TO TRUE
           END-IF.

      * THE CHANGE GOES ON APPRCHG WITH THE SIGNED-ON OPERATOR AS ITS
      * MAKER AND CUSTMAST IS NOT TOUCHED. THE CALLER HAS ALREADY PUT
      * ITS PICTURE OF THE CHANGE IN AP-CHANGE-IMAGE.
       2250-HOLD-FOR-APPROVAL.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO AP-ENTERED-DATE
           MOVE FUNCTION CURRENT-DATE(9:8)  TO AP-ENTERED-TIME
           MOVE ZERO               TO AP-SEQUENCE-NUMBER
           MOVE "W"                TO AP-CHANGE-STATUS
           MOVE "MNT1000"          TO AP-SOURCE-PROGRAM
           MOVE WS-ACTION-CODE     TO AP-ACTION-CODE
           MOVE WS-KEY-ENTERED     TO AP-RECORD-KEY
           MOVE CM-CUSTOMER-NAME   TO AP-RECORD-NAME
           MOVE WS-HELD-DESCRIPTION TO AP-DESCRIPTION
           MOVE WS-OPERATOR-ID     TO AP-MAKER-ID
           MOVE SPACES             TO AP-CHECKER-ID
           MOVE ZERO               TO AP-DECIDED-DATE
           MOVE ZERO               TO AP-CLOSED-DATE
           MOVE SPACES             TO AP-RESULT-TEXT
           MOVE WS-EFFECTIVE-DATE  TO AP-EFFECTIVE-DATE
           MOVE "N" TO WS-HELD-FILED-SWITCH
           PERFORM 2255-WRITE-HELD-RECORD
               UNTIL WS-HELD-FILED
               OR AP-SEQUENCE-NUMBER = 999
           IF WS-HELD-FILED
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "CHANGE HELD FOR APPROVAL - A SECOND OPERATOR "
                   "MUST APPROVE IT IN APR1000."
           ELSE
               MOVE "APPRCHG"  TO WS-FE-FILE
               MOVE "WRITE"    TO WS-FE-OPERATION
               MOVE APPRCHG-STATUS TO WS-FE-STATUS
               MOVE "E"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
           END-IF.

       2255-WRITE-HELD-RECORD.
           ADD 1 TO AP-SEQUENCE-NUMBER
           WRITE HELD-CHANGE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HELD-FILED TO TRUE
           END-WRITE.

       2300-DELETE-CUSTOMER.
           DISPLAY "TYPE THE CUSTOMER NUMBER TO DELETE (XXXXX): "
           ACCEPT WS-KEY-ENTERED
                   PERFORM 2310-CONFIRM-AND-DELETE
           END-READ.

      * CLOSING AN ACCOUNT ALWAYS NEEDS A SECOND OPERATOR - THE
      * DELETE IS HELD, AND 1830-APPLY-APPROVED-DELETE MAKES IT ONCE
      * APPROVED
       2310-CONFIRM-AND-DELETE.
           DISPLAY "DELETING " CM-CUSTOMER-NAME
               " - TYPE Y TO CONFIRM: "
           ACCEPT WS-CONFIRM-CODE
           IF WS-CONFIRM-CODE = "Y" OR WS-CONFIRM-CODE = "y"
               MOVE "ACCOUNT CLOSE - CUSTOMER DELETE"
                   TO WS-HELD-DESCRIPTION
               MOVE WS-TODAY TO WS-EFFECTIVE-DATE
               MOVE CUSTOMER-MASTER-RECORD TO AP-CHANGE-IMAGE
               PERFORM 2250-HOLD-FOR-APPROVAL
           ELSE
               DISPLAY "DELETE NOT CONFIRMED - SKIPPED."
           END-IF.

      * LISTS THE CUSTOMER'S CHANGES STILL WAITING TO FIRE, THEN
      * CANCELS THE ONE THE OPERATOR PICKS. A CANCELLED CHANGE STAYS ON
      * THE FILE MARKED C, SO THE HISTORY SHOWS IT WAS WITHDRAWN.
       2400-CANCEL-PENDING-CHANGE.
           DISPLAY "TYPE THE CUSTOMER NUMBER (XXXXX): "
           ACCEPT WS-KEY-ENTERED
           MOVE ZERO TO WS-PENDING-SHOWN-COUNT
           MOVE "N" TO PENDCHG-EOF-SWITCH
           MOVE LOW-VALUES TO PC-CHANGE-KEY
           START PENDCHG
               KEY IS NOT LESS THAN PC-CHANGE-KEY
               INVALID KEY
                   SET PENDCHG-EOF TO TRUE
           END-START
           PERFORM 2410-SHOW-NEXT-PENDING
               UNTIL PENDCHG-EOF
           IF WS-PENDING-SHOWN-COUNT = ZERO
               DISPLAY "CUSTOMER " WS-KEY-ENTERED
                   " HAS NO PENDING CHANGES."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TYPE THE EFFECTIVE DATE TO CANCEL (YYYYMMDD): "
           ACCEPT WS-EFFECTIVE-DATE
           DISPLAY "TYPE ITS SEQUENCE NUMBER (XXX): "
           ACCEPT WS-SEQUENCE-ENTERED
           MOVE WS-EFFECTIVE-DATE   TO PC-EFFECTIVE-DATE
           MOVE WS-KEY-ENTERED      TO PC-CUSTOMER-NUMBER
           MOVE WS-SEQUENCE-ENTERED TO PC-SEQUENCE-NUMBER
           READ PENDCHG
               INVALID KEY
                   DISPLAY "NO SUCH PENDING CHANGE - NOTHING CANCELLED."
                   EXIT PARAGRAPH
           END-READ
           IF NOT PC-PENDING
               DISPLAY "THAT CHANGE HAS ALREADY FIRED OR BEEN "
                   "CANCELLED."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CANCELLING THE CHANGE EFFECTIVE " PC-EFFECTIVE-DATE
               " - TYPE Y TO CONFIRM: "
           ACCEPT WS-CONFIRM-CODE
           IF WS-CONFIRM-CODE = "Y" OR WS-CONFIRM-CODE = "y"
               MOVE "C"      TO PC-CHANGE-STATUS
               MOVE WS-TODAY TO PC-CLOSED-DATE
               MOVE "CANCELLED BY MNT1000" TO PC-RESULT-TEXT
               REWRITE PENDING-CHANGE-RECORD
                   INVALID KEY
                       MOVE "PENDCHG"  TO WS-FE-FILE
                       MOVE "REWRITE"  TO WS-FE-OPERATION
                       MOVE PENDCHG-STATUS TO WS-FE-STATUS
                       MOVE "E"        TO WS-FE-SEVERITY
                       PERFORM 9900-REPORT-FILE-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-CANCEL-COUNT
                       DISPLAY "PENDING CHANGE CANCELLED."
               END-REWRITE
           ELSE
               DISPLAY "CANCEL NOT CONFIRMED - SKIPPED."
           END-IF.

       2410-SHOW-NEXT-PENDING.
           READ PENDCHG NEXT RECORD
               AT END
                   SET PENDCHG-EOF TO TRUE
               NOT AT END
                   IF PC-CUSTOMER-NUMBER = WS-KEY-ENTERED
                      AND PC-PENDING
                       ADD 1 TO WS-PENDING-SHOWN-COUNT
                       PERFORM 2420-SHOW-PENDING-CHANGE
                   END-IF
           END-READ.

      * ONLY THE FIELDS THE CHANGE ACTUALLY MOVES ARE SHOWN
       2420-SHOW-PENDING-CHANGE.
           DISPLAY "EFFECTIVE " PC-EFFECTIVE-DATE "  SEQUENCE "
               PC-SEQUENCE-NUMBER "  KEYED " PC-ENTERED-DATE
               " BY " PC-SOURCE-PROGRAM
           IF PC-NEW-NAME NOT = PC-OLD-NAME
               DISPLAY "    NAME:     " PC-NEW-NAME
           END-IF
           IF PC-NEW-BRANCH NOT = PC-OLD-BRANCH
               DISPLAY "    BRANCH:   " PC-NEW-BRANCH
           END-IF
           IF PC-NEW-SALESREP NOT = PC-OLD-SALESREP
               DISPLAY "    SALESREP: " PC-NEW-SALESREP
           END-IF
           IF PC-NEW-STREET NOT = PC-OLD-STREET
              OR PC-NEW-CITY NOT = PC-OLD-CITY
              OR PC-NEW-STATE NOT = PC-OLD-STATE
              OR PC-NEW-ZIP NOT = PC-OLD-ZIP
               DISPLAY "    ADDRESS:  " PC-NEW-STREET
               DISPLAY "              " PC-NEW-CITY " " PC-NEW-STATE
                   " " PC-NEW-ZIP
           END-IF
           IF PC-NEW-PHONE NOT = PC-OLD-PHONE
               DISPLAY "    PHONE:    " PC-NEW-PHONE
           END-IF.

      * collects the operator-keyed fields and applies the same
           ACCEPT WS-ENTRY-SALESREP
           DISPLAY "TYPE THE STREET ADDRESS: "
           ACCEPT WS-ENTRY-STREET
           PERFORM 2510-STANDARDIZE-STREET
           DISPLAY "TYPE THE CITY: "
           ACCEPT WS-ENTRY-CITY
           DISPLAY "TYPE THE STATE (XX): "
               DISPLAY "ACTION SKIPPED - NOTHING WAS WRITTEN."
           END-IF.

      * the standardized line replaces the keyed one unless it would
      * no longer fit CM-STREET
       2510-STANDARDIZE-STREET.
           MOVE WS-ENTRY-STREET TO WS-ADDR-IN
           CALL "ADDRSTD" USING WS-ADDR-IN WS-ADDR-COUNTRY
               WS-ADDR-OUT WS-ADDR-UNIT
           IF WS-ADDR-OUT(31:34) = SPACES
               MOVE WS-ADDR-OUT TO WS-ENTRY-STREET
           ELSE
               DISPLAY "STREET ADDRESS KEPT AS TYPED - TOO LONG TO "
                   "STANDARDIZE."
           END-IF.

       1700-LOAD-STATE-REFERENCE.
           OPEN INPUT STATEREF
           IF STATEREF-OK
               END-IF
           END-PERFORM.

      * CHANGES A SECOND OPERATOR HAS APPROVED IN APR1000 SINCE THE
      * LAST SESSION ARE APPLIED BEFORE ANYTHING NEW IS KEYED, WITH
      * BOTH OPERATOR IDS ON THE AUDIT TRAIL
       1800-APPLY-APPROVED-CHANGES.
           MOVE "N" TO APPRCHG-EOF-SWITCH
           MOVE LOW-VALUES TO AP-CHANGE-KEY
           START APPRCHG
               KEY IS NOT LESS THAN AP-CHANGE-KEY
               INVALID KEY
                   SET APPRCHG-EOF TO TRUE
           END-START
           PERFORM 1810-APPLY-NEXT-APPROVED
               UNTIL APPRCHG-EOF
           IF WS-RELEASED-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
               DISPLAY "APPROVED CHANGES APPLIED: " WS-RELEASED-COUNT
                   "  FAILED: " WS-FAILED-COUNT
           END-IF.

       1810-APPLY-NEXT-APPROVED.
           READ APPRCHG NEXT RECORD
               AT END
                   SET APPRCHG-EOF TO TRUE
               NOT AT END
                   IF AP-APPROVED
                      AND AP-SOURCE-PROGRAM = "MNT1000"
                       MOVE AP-MAKER-ID    TO WS-MAKER-ID
                       MOVE AP-CHECKER-ID  TO WS-CHECKER-ID
                       MOVE AP-ACTION-CODE TO WS-ACTION-CODE
                       MOVE AP-RECORD-KEY(1:5) TO WS-KEY-ENTERED
                       IF AP-ACTION-CODE = "D" OR "d"
                           PERFORM 1830-APPLY-APPROVED-DELETE
                       ELSE
                           PERFORM 1820-APPLY-APPROVED-CHANGE
                       END-IF
                       PERFORM 1890-CLOSE-APPROVED-CHANGE
                   END-IF
           END-READ.

      * ONLY THE FIELDS THE CHANGE MOVES ARE LAID OVER THE RECORD AS
      * IT STANDS NOW, SO A CHANGE MADE TO ANOTHER FIELD IN THE
      * MEANTIME IS NOT UNDONE. A CHANGE DATED LATER THAN TODAY GOES
      * ON PENDCHG TO FIRE ON ITS DATE LIKE ANY OTHER.
       1820-APPLY-APPROVED-CHANGE.
           MOVE AP-CHANGE-IMAGE(1:100)   TO WS-ENTRY-FIELDS
           MOVE AP-CHANGE-IMAGE(101:100) TO WS-KEYED-OLD-FIELDS
           MOVE WS-KEY-ENTERED TO CM-CUSTOMER-NUMBER
           READ CUSTMAST
               INVALID KEY
                   MOVE "F" TO AP-CHANGE-STATUS
                   MOVE "CUSTOMER NOT ON FILE" TO WS-RESULT-TEXT
                   EXIT PARAGRAPH
           END-READ
           IF AP-EFFECTIVE-DATE > WS-TODAY
               MOVE AP-EFFECTIVE-DATE   TO WS-EFFECTIVE-DATE
               MOVE WS-KEYED-OLD-FIELDS TO WS-OLD-FIELDS
               MOVE "N" TO WS-PENDING-FILED-SWITCH
               PERFORM 2230-FILE-PENDING-CHANGE
               IF WS-PENDING-FILED
                   MOVE "D" TO AP-CHANGE-STATUS
                   MOVE "FILED ON PENDCHG" TO WS-RESULT-TEXT
               ELSE
                   MOVE "F" TO AP-CHANGE-STATUS
                   MOVE "PENDCHG NOT WRITTEN" TO WS-RESULT-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE CM-CUSTOMER-NAME   TO WS-OLD-NAME
           MOVE CM-BRANCH-NUMBER   TO WS-OLD-BRANCH
           MOVE CM-SALESREP-NUMBER TO WS-OLD-SALESREP
           MOVE CM-STREET          TO WS-OLD-STREET
           MOVE CM-CITY            TO WS-OLD-CITY
           MOVE CM-STATE           TO WS-OLD-STATE
           MOVE CM-ZIP             TO WS-OLD-ZIP
           MOVE CM-PHONE           TO WS-OLD-PHONE
           IF WS-ENTRY-NAME NOT = WS-KEYED-OLD-NAME
               MOVE WS-ENTRY-NAME     TO CM-CUSTOMER-NAME
           END-IF
           IF WS-ENTRY-BRANCH NOT = WS-KEYED-OLD-BRANCH
               MOVE WS-ENTRY-BRANCH   TO CM-BRANCH-NUMBER
           END-IF
           IF WS-ENTRY-SALESREP NOT = WS-KEYED-OLD-SALESREP
               MOVE WS-ENTRY-SALESREP TO CM-SALESREP-NUMBER
           END-IF
           IF WS-ENTRY-STREET NOT = WS-KEYED-OLD-STREET
               MOVE WS-ENTRY-STREET   TO CM-STREET
           END-IF
           IF WS-ENTRY-CITY NOT = WS-KEYED-OLD-CITY
               MOVE WS-ENTRY-CITY     TO CM-CITY
           END-IF
           IF WS-ENTRY-STATE NOT = WS-KEYED-OLD-STATE
               MOVE WS-ENTRY-STATE    TO CM-STATE
           END-IF
           IF WS-ENTRY-ZIP NOT = WS-KEYED-OLD-ZIP
               MOVE WS-ENTRY-ZIP      TO CM-ZIP
           END-IF
           IF WS-ENTRY-PHONE NOT = WS-KEYED-OLD-PHONE
               MOVE WS-ENTRY-PHONE    TO CM-PHONE
           END-IF
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE "F" TO AP-CHANGE-STATUS
                   MOVE "CUSTMAST REWRITE FAILED" TO WS-RESULT-TEXT
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 3000-WRITE-AUDIT-RECORD
                   PERFORM 3600-FEED-CHANGED-FIELDS
                   MOVE "D" TO AP-CHANGE-STATUS
                   MOVE "APPLIED" TO WS-RESULT-TEXT
           END-REWRITE.

       1830-APPLY-APPROVED-DELETE.
           MOVE WS-KEY-ENTERED TO CM-CUSTOMER-NUMBER
           READ CUSTMAST
               INVALID KEY
                   MOVE "F" TO AP-CHANGE-STATUS
                   MOVE "CUSTOMER NOT ON FILE" TO WS-RESULT-TEXT
                   EXIT PARAGRAPH
           END-READ
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           DELETE CUSTMAST
               INVALID KEY
                   MOVE "F" TO AP-CHANGE-STATUS
                   MOVE "CUSTMAST DELETE FAILED" TO WS-RESULT-TEXT
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE SPACES TO CUSTOMER-MASTER-RECORD
                   PERFORM 3000-WRITE-AUDIT-RECORD
                   MOVE "RECORD"  TO WS-FEED-FIELD
                   MOVE SPACES    TO WS-FEED-BEFORE
                   MOVE "DELETED" TO WS-FEED-AFTER
                   PERFORM 3500-WRITE-CHANGE-FEED
                   MOVE "D" TO AP-CHANGE-STATUS
                   MOVE "APPLIED" TO WS-RESULT-TEXT
           END-DELETE.

      * THE HELD RECORD STAYS ON FILE WITH TODAY'S DATE AND THE RESULT
       1890-CLOSE-APPROVED-CHANGE.
           IF AP-APPLIED
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "APPROVED CHANGE FOR CUSTOMER " WS-KEY-ENTERED
                   " NOT APPLIED - " WS-RESULT-TEXT
           END-IF
           MOVE WS-TODAY       TO AP-CLOSED-DATE
           MOVE WS-RESULT-TEXT TO AP-RESULT-TEXT
           REWRITE HELD-CHANGE-RECORD
               INVALID KEY
                   MOVE "APPRCHG"  TO WS-FE-FILE
                   MOVE "REWRITE"  TO WS-FE-OPERATION
                   MOVE APPRCHG-STATUS TO WS-FE-STATUS
                   MOVE "E"        TO WS-FE-SEVERITY
                   PERFORM 9900-REPORT-FILE-ERROR
           END-REWRITE.

       3000-WRITE-AUDIT-RECORD.
           MOVE WS-ACTION-CODE           TO MA-ACTION-CODE
           MOVE WS-KEY-ENTERED           TO MA-CUSTOMER-NUMBER
           MOVE WS-BEFORE-IMAGE          TO MA-BEFORE-IMAGE
           MOVE CUSTOMER-MASTER-RECORD   TO MA-AFTER-IMAGE
           MOVE WS-MAKER-ID              TO MA-MAKER-ID
           MOVE WS-CHECKER-ID            TO MA-CHECKER-ID
           WRITE MAINT-AUDIT-RECORD.

       3500-WRITE-CHANGE-FEED.
           DISPLAY "CUSTOMERS ADDED:   " WS-ADD-COUNT
           DISPLAY "CUSTOMERS CHANGED: " WS-CHANGE-COUNT
           DISPLAY "CUSTOMERS DELETED: " WS-DELETE-COUNT
           DISPLAY "CHANGES FILED:     " WS-PENDING-COUNT
           DISPLAY "CHANGES CANCELLED: " WS-CANCEL-COUNT
           DISPLAY "CHANGES HELD:      " WS-HELD-COUNT
           DISPLAY "APPROVED APPLIED:  " WS-RELEASED-COUNT
           CLOSE CUSTMAST
                 MAINT-AUDIT
                 PENDCHG
                 APPRCHG.

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
