      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Pending customer change run - applies each
      *          future-dated change MNT1000 or RLN1000 filed on
      *          PENDCHG.DAT once its effective date arrives, through
      *          the same edits MNT1000 makes, the same before/after
      *          audit trail on CUSTMNT-AUDIT.DAT, and the same CHGFEED
      *          call, then lists every change still waiting by
      *          effective date. A PCHPARM.DAT card with L in column 1
      *          prints the listing without applying anything.
      *          An applying run holds the LOCKCTL CUSTMAST lock; a
      *          listing run takes no lock.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCH1000.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTMAST-STATUS.
      * the changes waiting to fire, in effective-date order
           SELECT PENDCHG ASSIGN TO "PENDCHG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PC-CHANGE-KEY
                   FILE STATUS IS PENDCHG-STATUS.
      * the same audit trail MNT1000 writes - a change that fires
      * tonight looks exactly like one keyed for today
           SELECT MAINT-AUDIT ASSIGN TO "CUSTMNT-AUDIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MAINT-AUDIT-STATUS.
      * state codes and their zip ranges MNT1000 edits against
           SELECT STATEREF ASSIGN TO "STATEREF.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATEREF-STATUS.
      * optional one-card run mode - L lists without applying
           SELECT PCHPARM ASSIGN TO "PCHPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PCHPARM-STATUS.
           SELECT PENDING-RPT ASSIGN TO "PCH1000.OUT"
                   FILE STATUS IS PENDING-RPT-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD   CUSTMAST.
       01   CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD   PENDCHG.
       01   PENDING-CHANGE-RECORD.
           COPY PENDCHG.

       FD   MAINT-AUDIT.
       01   MAINT-AUDIT-RECORD.
           05   MA-ACTION-CODE          PIC X(1).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   MA-CUSTOMER-NUMBER      PIC 9(5).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   MA-BEFORE-IMAGE         PIC X(123).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   MA-AFTER-IMAGE          PIC X(123).

       FD   STATEREF.
       01   STATE-REF-RECORD.
           05   SR-STATE                PIC X(02).
           05   SR-ZIP-LOW              PIC 9(09).
           05   SR-ZIP-HIGH             PIC 9(09).

       FD   PCHPARM.
       01   PCHPARM-RECORD.
           05   PPR-RUN-MODE            PIC X(1).
               88   PPR-LIST-ONLY                    VALUE "L" "l".

       FD   PENDING-RPT.
       01   PRINT-AREA                  PIC X(132).

       WORKING-STORAGE SECTION.

       77   WS-MIN-BRANCH               PIC 9(2)     VALUE 01.
       77   WS-MAX-BRANCH               PIC 9(2)     VALUE 20.
       77   WS-MIN-SALESREP             PIC 9(2)     VALUE 01.
       77   WS-MAX-SALESREP             PIC 9(2)     VALUE 99.

       77   CUSTMAST-STATUS             PIC X(2)     VALUE "00".
           88   CUSTMAST-OK                          VALUE "00".
       77   PENDCHG-STATUS              PIC X(2)     VALUE "00".
           88   PENDCHG-OK                           VALUE "00".
       77   PENDCHG-EOF-SWITCH          PIC X        VALUE "N".
           88   PENDCHG-EOF                          VALUE "Y".
       77   MAINT-AUDIT-STATUS          PIC X(2)     VALUE "00".
           88   MAINT-AUDIT-OK                       VALUE "00".
       77   STATEREF-STATUS             PIC X(2)     VALUE "00".
           88   STATEREF-OK                          VALUE "00".
       77   STATEREF-EOF-SWITCH         PIC X        VALUE "N".
           88   STATEREF-EOF                         VALUE "Y".
       77   PCHPARM-STATUS              PIC X(2)     VALUE "00".
           88   PCHPARM-OK                           VALUE "00".
       77   PENDING-RPT-STATUS          PIC X(2)     VALUE "00".
           88   PENDING-RPT-OK                       VALUE "00".

       77   WS-TODAY                    PIC 9(8)     VALUE ZERO.
       77   WS-RUN-MODE-SWITCH          PIC X        VALUE "A".
           88   WS-LIST-ONLY                         VALUE "L".
       77   WS-FIELDS-VALID-SWITCH      PIC X        VALUE "Y".
           88   WS-FIELDS-VALID                      VALUE "Y".
       77   WS-LISTING-STARTED-SWITCH   PIC X        VALUE "N".
           88   WS-LISTING-STARTED                   VALUE "Y".
       77   WS-RESULT-TEXT              PIC X(30)    VALUE SPACES.

      * STATE CODES AND ZIP RANGES LOADED AT START-UP, THE SAME
      * REFERENCE MNT1000 VALIDATES AGAINST. WHEN THE FILE IS MISSING
      * EVERY STATE AND ZIP PASSES, AS IT DOES THERE.
       01   STATE-REF-FIELDS.
           05   WS-STATE-COUNT          PIC 9(3)     VALUE ZERO.
           05   WS-STATE-INDEX          PIC 9(3)     VALUE ZERO.
           05   WS-STATE-ENTRY OCCURS 60 TIMES.
               10   WS-SR-STATE         PIC X(02).
               10   WS-SR-ZIP-LOW       PIC 9(09).
               10   WS-SR-ZIP-HIGH      PIC 9(09).
           05   WS-STATE-ZIP-OK-SWITCH  PIC X        VALUE "N".
               88   WS-STATE-ZIP-OK                  VALUE "Y".
           05   WS-ZIP-NUM              PIC 9(09)    VALUE ZERO.

      * parameters for the shared FILEERR handler - a bad status goes
      * on the job log in plain words and sets the return code
       01   FILE-ERROR-FIELDS.
           05   WS-FE-PROGRAM           PIC X(8)     VALUE "PCH1000".
           05   WS-FE-FILE              PIC X(12)    VALUE SPACES.
           05   WS-FE-OPERATION         PIC X(7)     VALUE SPACES.
           05   WS-FE-STATUS            PIC X(2)     VALUE SPACES.
           05   WS-FE-SEVERITY          PIC X(1)     VALUE SPACE.
           05   WS-FE-END-RUN           PIC X(1)     VALUE "N".
           05   WS-FE-RETURN-CODE       PIC 9(4)     VALUE ZERO.

       01   WS-BEFORE-IMAGE             PIC X(123)   VALUE SPACES.

      * parameters for the shared CHGFEED subsystem - one
      * standardized record per field changed, as MNT1000 writes
       01   CHANGE-FEED-FIELDS.
           05   WS-FEED-PROGRAM         PIC X(8)     VALUE "PCH1000".
           05   WS-FEED-CUSTOMER        PIC 9(5)     VALUE ZERO.
           05   WS-FEED-FIELD           PIC X(20)    VALUE SPACES.
           05   WS-FEED-BEFORE          PIC X(30)    VALUE SPACES.
           05   WS-FEED-AFTER           PIC X(30)    VALUE SPACES.

      * the record's field values as they stood before the change
       01   WS-OLD-FIELDS.
           05   WS-OLD-NAME             PIC X(20)    VALUE SPACES.
           05   WS-OLD-BRANCH           PIC 9(2)     VALUE ZERO.
           05   WS-OLD-SALESREP         PIC 9(2)     VALUE ZERO.
           05   WS-OLD-STREET           PIC X(30)    VALUE SPACES.
           05   WS-OLD-CITY             PIC X(20)    VALUE SPACES.
           05   WS-OLD-STATE            PIC X(02)    VALUE SPACES.
           05   WS-OLD-ZIP              PIC X(09)    VALUE SPACES.
           05   WS-OLD-PHONE            PIC X(15)    VALUE SPACES.

      * THE NAMES OF THE FIELDS A PENDING CHANGE MOVES, FOR THE REPORT
       01   FIELD-LIST-FIELDS.
           05   WS-FIELD-LIST           PIC X(50)    VALUE SPACES.
           05   WS-FIELD-LIST-PTR       PIC 9(3)     VALUE 1.

       01   PENDING-COUNTERS.
           05   WS-DUE-COUNT            PIC 9(5)     VALUE ZERO.
           05   WS-APPLIED-COUNT        PIC 9(5)     VALUE ZERO.
           05   WS-REJECTED-COUNT       PIC 9(5)     VALUE ZERO.
           05   WS-WAITING-COUNT        PIC 9(5)     VALUE ZERO.

       01   CURRENT-DATE-AND-TIME.
           05   CD-YEAR                 PIC 9999.
           05   CD-MONTH                PIC 99.
           05   CD-DAY                  PIC 99.
           05   FILLER                  PIC X(13).

       01   RPT-HEADING-LINE.
           05   FILLER                  PIC X(35)    VALUE
                    "PENDING CUSTOMER CHANGES".
           05   FILLER                  PIC X(11)    VALUE "RUN DATE: ".
           05   RHL-MONTH               PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-DAY                 PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-YEAR                PIC 9999.
           05   FILLER                  PIC X(76)    VALUE SPACES.

       01   RPT-SECTION-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RSL-CAPTION             PIC X(60).
           05   FILLER                  PIC X(70)    VALUE SPACES.

       01   RPT-COLUMN-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(10)    VALUE "EFFECTIVE".
           05   FILLER                  PIC X(11)    VALUE "CUST-SEQ".
           05   FILLER                  PIC X(10)    VALUE "SOURCE".
           05   FILLER                  PIC X(10)    VALUE "KEYED".
           05   FILLER                  PIC X(52)    VALUE
                    "FIELDS CHANGED".
           05   FILLER                  PIC X(37)    VALUE "RESULT".

       01   RPT-CHANGE-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCH-EFFECTIVE-DATE      PIC 9(8).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCH-CUSTOMER-NUMBER     PIC 9(5).
           05   FILLER                  PIC X(1)     VALUE "-".
           05   RCH-SEQUENCE-NUMBER     PIC 9(3).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCH-SOURCE-PROGRAM      PIC X(8).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCH-ENTERED-DATE        PIC 9(8).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCH-FIELD-LIST          PIC X(50).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCH-RESULT              PIC X(30).
           05   FILLER                  PIC X(6)     VALUE SPACES.

       01   RPT-COUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCL-CAPTION             PIC X(25).
           05   RCL-COUNT               PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(98)    VALUE SPACES.

      * PARAMETERS FOR THE SHARED LOCKCTL MASTER-FILE LOCK - TAKEN
      * BEFORE THE MASTER IS OPENED FOR UPDATE, RELEASED AT THE END
       01   LOCK-FIELDS.
           05   WS-LOCK-ACTION          PIC X        VALUE "L".
           05   WS-LOCK-NAME            PIC X(8)     VALUE "CUSTMAST".
           05   WS-LOCK-PROGRAM         PIC X(8)     VALUE "PCH1000".
           05   WS-LOCK-RESULT          PIC X        VALUE SPACE.
               88   WS-LOCK-TAKEN                    VALUE "Y".
           05   WS-LOCK-SAVED-RC        PIC 9(4)     VALUE ZERO.
           05   WS-LOCK-HELD-SWITCH     PIC X        VALUE "N".
               88   WS-LOCK-HELD                     VALUE "Y".

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-PENDING.
           PERFORM 3000-PROCESS-PENDING
               UNTIL PENDCHG-EOF.
           PERFORM 4000-TERMINATE.
           PERFORM 4900-RELEASE-MASTER-LOCK.
           GOBACK.

      * WITH NO PENDING FILE NOTHING HAS EVER BEEN FILED, SO THERE IS
      * NOTHING TO DO.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1100-GET-RUN-MODE
           PERFORM 1700-LOAD-STATE-REFERENCE
           IF WS-LIST-ONLY
               OPEN INPUT PENDCHG
           ELSE
               OPEN I-O PENDCHG
           END-IF
           IF PENDCHG-STATUS = "35"
               DISPLAY "PCH1000: NO PENDING CHANGE FILE - NOTHING "
                   "TO APPLY"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT PENDCHG-OK
               MOVE "PENDCHG"  TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE PENDCHG-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               GOBACK
           END-IF
           IF NOT WS-LIST-ONLY
               PERFORM 1090-TAKE-MASTER-LOCK
               IF NOT WS-LOCK-HELD
                   CLOSE PENDCHG
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
           END-IF
           OPEN OUTPUT PENDING-RPT
           MOVE CD-MONTH TO RHL-MONTH
           MOVE CD-DAY   TO RHL-DAY
           MOVE CD-YEAR  TO RHL-YEAR
           WRITE PRINT-AREA FROM RPT-HEADING-LINE
           IF NOT WS-LIST-ONLY
               MOVE SPACES TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE "CHANGES DUE TONIGHT" TO RSL-CAPTION
               WRITE PRINT-AREA FROM RPT-SECTION-LINE
               WRITE PRINT-AREA FROM RPT-COLUMN-LINE
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

       1100-GET-RUN-MODE.
           OPEN INPUT PCHPARM
           IF PCHPARM-OK
               READ PCHPARM
                   AT END
                       MOVE SPACE TO PPR-RUN-MODE
               END-READ
               IF PPR-LIST-ONLY
                   SET WS-LIST-ONLY TO TRUE
               END-IF
               CLOSE PCHPARM
           END-IF.

       1700-LOAD-STATE-REFERENCE.
           OPEN INPUT STATEREF
           IF STATEREF-OK
               PERFORM 1710-READ-STATE-RECORD
                   UNTIL STATEREF-EOF
               CLOSE STATEREF
           END-IF.

       1710-READ-STATE-RECORD.
           READ STATEREF
               AT END
                   SET STATEREF-EOF TO TRUE
               NOT AT END
                   IF WS-STATE-COUNT < 60
                       ADD 1 TO WS-STATE-COUNT
                       MOVE SR-STATE
                           TO WS-SR-STATE(WS-STATE-COUNT)
                       MOVE SR-ZIP-LOW
                           TO WS-SR-ZIP-LOW(WS-STATE-COUNT)
                       MOVE SR-ZIP-HIGH
                           TO WS-SR-ZIP-HIGH(WS-STATE-COUNT)
                   END-IF
           END-READ.

      * THE SAME CHECK MNT1000'S 1720-CHECK-STATE-AND-ZIP APPLIES
       1720-CHECK-STATE-AND-ZIP.
           IF WS-STATE-COUNT = ZERO
               MOVE "Y" TO WS-STATE-ZIP-OK-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-STATE-ZIP-OK-SWITCH
           PERFORM VARYING WS-STATE-INDEX FROM 1 BY 1
               UNTIL WS-STATE-INDEX > WS-STATE-COUNT
               OR WS-STATE-ZIP-OK
               IF WS-SR-STATE(WS-STATE-INDEX) = CM-STATE
                  AND CM-ZIP IS NUMERIC
                   MOVE CM-ZIP TO WS-ZIP-NUM
                   IF WS-ZIP-NUM >= WS-SR-ZIP-LOW(WS-STATE-INDEX)
                      AND WS-ZIP-NUM
                          <= WS-SR-ZIP-HIGH(WS-STATE-INDEX)
                       MOVE "Y" TO WS-STATE-ZIP-OK-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

       2000-READ-PENDING.
           READ PENDCHG NEXT RECORD
               AT END
                   SET PENDCHG-EOF TO TRUE
           END-READ.

      * THE FILE READS BACK IN EFFECTIVE-DATE ORDER, SO EVERY CHANGE
      * DUE TONIGHT - INCLUDING ANY A MISSED RUN LEFT BEHIND - COMES
      * BEFORE THE ONES STILL WAITING. APPLIED, REJECTED, AND
      * CANCELLED CHANGES ARE HISTORY AND ARE PASSED OVER.
       3000-PROCESS-PENDING.
           IF PC-PENDING
               IF PC-EFFECTIVE-DATE <= WS-TODAY
                  AND NOT WS-LIST-ONLY
                   PERFORM 3100-APPLY-PENDING-CHANGE
               ELSE
                   PERFORM 3800-LIST-WAITING-CHANGE
               END-IF
           END-IF
           PERFORM 2000-READ-PENDING.

      * ONLY THE FIELDS THE CHANGE MOVES ARE LAID OVER THE CURRENT
      * RECORD, WHICH THEN HAS TO PASS MNT1000'S EDITS. A CHANGE THAT
      * FAILS IS MARKED REJECTED WITH THE REASON AND LEFT FOR THE
      * CLERK TO RE-KEY; CUSTMAST IS NOT TOUCHED.
       3100-APPLY-PENDING-CHANGE.
           ADD 1 TO WS-DUE-COUNT
           MOVE PC-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTMAST
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO WS-RESULT-TEXT
                   PERFORM 3400-REJECT-PENDING-CHANGE
                   EXIT PARAGRAPH
           END-READ
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE CM-CUSTOMER-NAME   TO WS-OLD-NAME
           MOVE CM-BRANCH-NUMBER   TO WS-OLD-BRANCH
           MOVE CM-SALESREP-NUMBER TO WS-OLD-SALESREP
           MOVE CM-STREET          TO WS-OLD-STREET
           MOVE CM-CITY            TO WS-OLD-CITY
           MOVE CM-STATE           TO WS-OLD-STATE
           MOVE CM-ZIP             TO WS-OLD-ZIP
           MOVE CM-PHONE           TO WS-OLD-PHONE
           PERFORM 3150-LAY-OVER-CHANGED-FIELDS
           PERFORM 3200-EDIT-CHANGED-RECORD
           IF NOT WS-FIELDS-VALID
               PERFORM 3400-REJECT-PENDING-CHANGE
               EXIT PARAGRAPH
           END-IF
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "PCH1000: REWRITE FAILED FOR CUSTOMER "
                       CM-CUSTOMER-NUMBER
                   MOVE "CUSTMAST" TO WS-FE-FILE
                   MOVE "REWRITE"  TO WS-FE-OPERATION
                   MOVE CUSTMAST-STATUS TO WS-FE-STATUS
                   MOVE "E"        TO WS-FE-SEVERITY
                   PERFORM 9900-REPORT-FILE-ERROR
               NOT INVALID KEY
                   PERFORM 3300-WRITE-AUDIT-RECORD
                   PERFORM 3600-FEED-CHANGED-FIELDS
                   MOVE "APPLIED" TO WS-RESULT-TEXT
                   PERFORM 3450-CLOSE-PENDING-CHANGE
                   ADD 1 TO WS-APPLIED-COUNT
           END-REWRITE.

       3150-LAY-OVER-CHANGED-FIELDS.
           IF PC-NEW-NAME NOT = PC-OLD-NAME
               MOVE PC-NEW-NAME     TO CM-CUSTOMER-NAME
           END-IF
           IF PC-NEW-BRANCH NOT = PC-OLD-BRANCH
               MOVE PC-NEW-BRANCH   TO CM-BRANCH-NUMBER
           END-IF
           IF PC-NEW-SALESREP NOT = PC-OLD-SALESREP
               MOVE PC-NEW-SALESREP TO CM-SALESREP-NUMBER
           END-IF
           IF PC-NEW-STREET NOT = PC-OLD-STREET
               MOVE PC-NEW-STREET   TO CM-STREET
           END-IF
           IF PC-NEW-CITY NOT = PC-OLD-CITY
               MOVE PC-NEW-CITY     TO CM-CITY
           END-IF
           IF PC-NEW-STATE NOT = PC-OLD-STATE
               MOVE PC-NEW-STATE    TO CM-STATE
           END-IF
           IF PC-NEW-ZIP NOT = PC-OLD-ZIP
               MOVE PC-NEW-ZIP      TO CM-ZIP
           END-IF
           IF PC-NEW-PHONE NOT = PC-OLD-PHONE
               MOVE PC-NEW-PHONE    TO CM-PHONE
           END-IF.

      * THE EDITS MNT1000'S 2500-COLLECT-ENTRY-FIELDS MAKES, RUN ON THE
      * RECORD AS IT WOULD STAND. THE FIRST FAILURE IS THE REASON.
       3200-EDIT-CHANGED-RECORD.
           MOVE "Y" TO WS-FIELDS-VALID-SWITCH
           IF CM-CUSTOMER-NAME = SPACES
               MOVE "CUSTOMER NAME BLANK" TO WS-RESULT-TEXT
               MOVE "N" TO WS-FIELDS-VALID-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF CM-BRANCH-NUMBER < WS-MIN-BRANCH
              OR CM-BRANCH-NUMBER > WS-MAX-BRANCH
               MOVE "BRANCH NUMBER OUT OF RANGE" TO WS-RESULT-TEXT
               MOVE "N" TO WS-FIELDS-VALID-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF CM-SALESREP-NUMBER < WS-MIN-SALESREP
              OR CM-SALESREP-NUMBER > WS-MAX-SALESREP
               MOVE "SALESREP NUMBER OUT OF RANGE" TO WS-RESULT-TEXT
               MOVE "N" TO WS-FIELDS-VALID-SWITCH
               EXIT PARAGRAPH
           END-IF
           PERFORM 1720-CHECK-STATE-AND-ZIP
           IF NOT WS-STATE-ZIP-OK
               MOVE "UNKNOWN STATE OR ZIP" TO WS-RESULT-TEXT
               MOVE "N" TO WS-FIELDS-VALID-SWITCH
           END-IF.

       3300-WRITE-AUDIT-RECORD.
           MOVE "C"                      TO MA-ACTION-CODE
           MOVE CM-CUSTOMER-NUMBER       TO MA-CUSTOMER-NUMBER
           MOVE WS-BEFORE-IMAGE          TO MA-BEFORE-IMAGE
           MOVE CUSTOMER-MASTER-RECORD   TO MA-AFTER-IMAGE
           WRITE MAINT-AUDIT-RECORD.

       3400-REJECT-PENDING-CHANGE.
           MOVE "R" TO PC-CHANGE-STATUS
           PERFORM 3450-CLOSE-PENDING-CHANGE
           ADD 1 TO WS-REJECTED-COUNT.

      * THE PENDING RECORD STAYS ON FILE WITH TONIGHT'S DATE AND THE
      * RESULT, AND THE OUTCOME GOES ON THE REPORT
       3450-CLOSE-PENDING-CHANGE.
           IF PC-PENDING
               MOVE "A" TO PC-CHANGE-STATUS
           END-IF
           MOVE WS-TODAY       TO PC-CLOSED-DATE
           MOVE WS-RESULT-TEXT TO PC-RESULT-TEXT
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "PCH1000: PENDCHG REWRITE FAILED FOR "
                       PC-CHANGE-KEY
                   MOVE "PENDCHG"  TO WS-FE-FILE
                   MOVE "REWRITE"  TO WS-FE-OPERATION
                   MOVE PENDCHG-STATUS TO WS-FE-STATUS
                   MOVE "E"        TO WS-FE-SEVERITY
                   PERFORM 9900-REPORT-FILE-ERROR
           END-REWRITE
           PERFORM 3700-BUILD-FIELD-LIST
           MOVE WS-RESULT-TEXT TO RCH-RESULT
           PERFORM 3750-WRITE-CHANGE-LINE.

       3500-WRITE-CHANGE-FEED.
           MOVE CM-CUSTOMER-NUMBER TO WS-FEED-CUSTOMER
           CALL "CHGFEED" USING WS-FEED-PROGRAM WS-FEED-CUSTOMER
               WS-FEED-FIELD WS-FEED-BEFORE WS-FEED-AFTER.

      * ONE FEED RECORD PER FIELD THAT ACTUALLY MOVED, AS MNT1000
      * WRITES THEM
       3600-FEED-CHANGED-FIELDS.
           IF CM-CUSTOMER-NAME NOT = WS-OLD-NAME
               MOVE "CUSTOMER-NAME"   TO WS-FEED-FIELD
               MOVE WS-OLD-NAME       TO WS-FEED-BEFORE
               MOVE CM-CUSTOMER-NAME  TO WS-FEED-AFTER
               PERFORM 3500-WRITE-CHANGE-FEED
           END-IF
           IF CM-BRANCH-NUMBER NOT = WS-OLD-BRANCH
               MOVE "BRANCH-NUMBER"   TO WS-FEED-FIELD
               MOVE WS-OLD-BRANCH     TO WS-FEED-BEFORE
               MOVE CM-BRANCH-NUMBER  TO WS-FEED-AFTER
               PERFORM 3500-WRITE-CHANGE-FEED
           END-IF
           IF CM-SALESREP-NUMBER NOT = WS-OLD-SALESREP
               MOVE "SALESREP-NUMBER" TO WS-FEED-FIELD
               MOVE WS-OLD-SALESREP   TO WS-FEED-BEFORE
               MOVE CM-SALESREP-NUMBER TO WS-FEED-AFTER
               PERFORM 3500-WRITE-CHANGE-FEED
           END-IF
           IF CM-STREET NOT = WS-OLD-STREET
               MOVE "STREET"          TO WS-FEED-FIELD
               MOVE WS-OLD-STREET     TO WS-FEED-BEFORE
               MOVE CM-STREET         TO WS-FEED-AFTER
               PERFORM 3500-WRITE-CHANGE-FEED
           END-IF
           IF CM-CITY NOT = WS-OLD-CITY
               MOVE "CITY"            TO WS-FEED-FIELD
               MOVE WS-OLD-CITY       TO WS-FEED-BEFORE
               MOVE CM-CITY           TO WS-FEED-AFTER
               PERFORM 3500-WRITE-CHANGE-FEED
           END-IF
           IF CM-STATE NOT = WS-OLD-STATE
               MOVE "STATE"           TO WS-FEED-FIELD
               MOVE WS-OLD-STATE      TO WS-FEED-BEFORE
               MOVE CM-STATE          TO WS-FEED-AFTER
               PERFORM 3500-WRITE-CHANGE-FEED
           END-IF
           IF CM-ZIP NOT = WS-OLD-ZIP
               MOVE "ZIP"             TO WS-FEED-FIELD
               MOVE WS-OLD-ZIP        TO WS-FEED-BEFORE
               MOVE CM-ZIP            TO WS-FEED-AFTER
               PERFORM 3500-WRITE-CHANGE-FEED
           END-IF
           IF CM-PHONE NOT = WS-OLD-PHONE
               MOVE "PHONE"           TO WS-FEED-FIELD
               MOVE WS-OLD-PHONE      TO WS-FEED-BEFORE
               MOVE CM-PHONE          TO WS-FEED-AFTER
               PERFORM 3500-WRITE-CHANGE-FEED
           END-IF.

       3700-BUILD-FIELD-LIST.
           MOVE SPACES TO WS-FIELD-LIST
           MOVE 1 TO WS-FIELD-LIST-PTR
           IF PC-NEW-NAME NOT = PC-OLD-NAME
               STRING "NAME " DELIMITED BY SIZE
                   INTO WS-FIELD-LIST WITH POINTER WS-FIELD-LIST-PTR
           END-IF
           IF PC-NEW-BRANCH NOT = PC-OLD-BRANCH
               STRING "BRANCH " DELIMITED BY SIZE
                   INTO WS-FIELD-LIST WITH POINTER WS-FIELD-LIST-PTR
           END-IF
           IF PC-NEW-SALESREP NOT = PC-OLD-SALESREP
               STRING "SALESREP " DELIMITED BY SIZE
                   INTO WS-FIELD-LIST WITH POINTER WS-FIELD-LIST-PTR
           END-IF
           IF PC-NEW-STREET NOT = PC-OLD-STREET
               STRING "STREET " DELIMITED BY SIZE
                   INTO WS-FIELD-LIST WITH POINTER WS-FIELD-LIST-PTR
           END-IF
           IF PC-NEW-CITY NOT = PC-OLD-CITY
               STRING "CITY " DELIMITED BY SIZE
                   INTO WS-FIELD-LIST WITH POINTER WS-FIELD-LIST-PTR
           END-IF
           IF PC-NEW-STATE NOT = PC-OLD-STATE
               STRING "STATE " DELIMITED BY SIZE
                   INTO WS-FIELD-LIST WITH POINTER WS-FIELD-LIST-PTR
           END-IF
           IF PC-NEW-ZIP NOT = PC-OLD-ZIP
               STRING "ZIP " DELIMITED BY SIZE
                   INTO WS-FIELD-LIST WITH POINTER WS-FIELD-LIST-PTR
           END-IF
           IF PC-NEW-PHONE NOT = PC-OLD-PHONE
               STRING "PHONE " DELIMITED BY SIZE
                   INTO WS-FIELD-LIST WITH POINTER WS-FIELD-LIST-PTR
           END-IF.

       3750-WRITE-CHANGE-LINE.
           MOVE PC-EFFECTIVE-DATE  TO RCH-EFFECTIVE-DATE
           MOVE PC-CUSTOMER-NUMBER TO RCH-CUSTOMER-NUMBER
           MOVE PC-SEQUENCE-NUMBER TO RCH-SEQUENCE-NUMBER
           MOVE PC-SOURCE-PROGRAM  TO RCH-SOURCE-PROGRAM
           MOVE PC-ENTERED-DATE    TO RCH-ENTERED-DATE
           MOVE WS-FIELD-LIST      TO RCH-FIELD-LIST
           WRITE PRINT-AREA FROM RPT-CHANGE-LINE.

      * EVERY CHANGE STILL WAITING, IN THE ORDER IT WILL FIRE - THE
      * CLERK CANCELS ONE THROUGH MNT1000 BEFORE ITS DATE
       3800-LIST-WAITING-CHANGE.
           IF NOT WS-LISTING-STARTED
               MOVE SPACES TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE "PENDING CHANGES BY EFFECTIVE DATE" TO RSL-CAPTION
               WRITE PRINT-AREA FROM RPT-SECTION-LINE
               WRITE PRINT-AREA FROM RPT-COLUMN-LINE
               SET WS-LISTING-STARTED TO TRUE
           END-IF
           ADD 1 TO WS-WAITING-COUNT
           PERFORM 3700-BUILD-FIELD-LIST
           IF PC-EFFECTIVE-DATE <= WS-TODAY
               MOVE "DUE - NOT YET APPLIED" TO RCH-RESULT
           ELSE
               MOVE "PENDING" TO RCH-RESULT
           END-IF
           PERFORM 3750-WRITE-CHANGE-LINE.

       4000-TERMINATE.
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA
           IF NOT WS-LIST-ONLY
               MOVE "CHANGES DUE:"      TO RCL-CAPTION
               MOVE WS-DUE-COUNT        TO RCL-COUNT
               WRITE PRINT-AREA FROM RPT-COUNT-LINE
               MOVE "CHANGES APPLIED:"  TO RCL-CAPTION
               MOVE WS-APPLIED-COUNT    TO RCL-COUNT
               WRITE PRINT-AREA FROM RPT-COUNT-LINE
               MOVE "CHANGES REJECTED:" TO RCL-CAPTION
               MOVE WS-REJECTED-COUNT   TO RCL-COUNT
               WRITE PRINT-AREA FROM RPT-COUNT-LINE
           END-IF
           MOVE "CHANGES STILL PENDING:" TO RCL-CAPTION
           MOVE WS-WAITING-COUNT    TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
      * A REJECTED CHANGE NEEDS THE CLERK, SO THE RUN SAYS SO
           IF WS-REJECTED-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT WS-LIST-ONLY
               CLOSE CUSTMAST
                     MAINT-AUDIT
           END-IF
           CLOSE PENDCHG
                 PENDING-RPT.

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
