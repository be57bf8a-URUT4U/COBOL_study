      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Commission split maintenance - add, change, and
      *          remove the salesreps who jointly work a customer and
      *          their percentage shares on COMMSPLT.DAT, checked
      *          against the salesrep master and required to total
      *          100, with a before/after audit trail the same shape
      *          as CUSTMNT-AUDIT.DAT. COM1000 and SLS1000 credit each
      *          rep their share from here.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPL1000.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT COMMSPLT ASSIGN TO "COMMSPLT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SP-CUSTOMER-NUMBER
                   FILE STATUS IS COMMSPLT-STATUS.
      * the customer must be on the master
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTMAST-STATUS.
      * every rep named in a split must be on the salesrep master
           SELECT SREPMST ASSIGN TO "SALESREP.DAT"
                   FILE STATUS IS SREPMST-STATUS.
      * every add, change, and removal is written here with its
      * before and after images
           SELECT MAINT-AUDIT ASSIGN TO "COMMSPLT-AUDIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MAINT-AUDIT-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD   COMMSPLT.
       01   COMMISSION-SPLIT-RECORD.
           COPY COMMSPLT.

       FD   CUSTMAST.
       01   CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD   SREPMST.
       01   SALESREP-MASTER-RECORD.
           05   SM-BRANCH-NUMBER        PIC 9(2).
           05   SM-SALESREP-NUMBER      PIC 9(2).
           05   SM-SALESREP-NAME        PIC X(20).
           05   SM-HIRE-DATE            PIC 9(8).
           05   SM-ANNUAL-QUOTA         PIC 9(7)V9(2).

       FD   MAINT-AUDIT.
       01   MAINT-AUDIT-RECORD.
           05   MA-ACTION-CODE          PIC X(1).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   MA-CUSTOMER-NUMBER      PIC 9(5).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   MA-BEFORE-IMAGE         PIC X(50).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   MA-AFTER-IMAGE          PIC X(50).

       WORKING-STORAGE SECTION.

       77   COMMSPLT-STATUS             PIC X(2)     VALUE "00".
           88   COMMSPLT-OK                          VALUE "00".
       77   CUSTMAST-STATUS             PIC X(2)     VALUE "00".
           88   CUSTMAST-OK                          VALUE "00".
       77   SREPMST-STATUS              PIC X(2)     VALUE "00".
           88   SREPMST-OK                           VALUE "00".
       77   SREPMST-EOF-SWITCH          PIC X        VALUE "N".
           88   SREPMST-EOF                          VALUE "Y".
       77   MAINT-AUDIT-STATUS          PIC X(2)     VALUE "00".
           88   MAINT-AUDIT-OK                       VALUE "00".

       77   WS-DONE-SWITCH              PIC X        VALUE "N".
           88   WS-DONE                              VALUE "Y".

       77   WS-ACTION-CODE              PIC X        VALUE SPACE.
       77   WS-KEY-ENTERED              PIC 9(5)     VALUE ZERO.
       77   WS-FIELDS-VALID-SWITCH      PIC X        VALUE "Y".
           88   WS-FIELDS-VALID                      VALUE "Y".
       77   WS-CONFIRM-CODE             PIC X        VALUE SPACE.
       77   WS-TODAY                    PIC 9(8)     VALUE ZERO.

      * SALESREP MASTER LOADED AT INITIALIZATION, THE WAY COM1000
      * LOADS IT
       01   SALESREP-TABLE-FIELDS.
           05   WS-SREP-TABLE-COUNT     PIC 9(3)     VALUE ZERO.
           05   WS-SALESREP-INDEX       PIC 9(3)     VALUE ZERO.
           05   WS-SREP-ENTRY OCCURS 200 TIMES.
               10   WS-ST-BRANCH        PIC 9(2).
               10   WS-ST-NUMBER        PIC 9(2).
               10   WS-ST-NAME          PIC X(20).
           05   WS-SALESREP-FOUND-SWITCH PIC X       VALUE "N".
               88   WS-SALESREP-FOUND                VALUE "Y".

      * operator entries held here until they pass the edits, so a bad
      * entry never lands in the record area
       01   WS-ENTRY-FIELDS.
           05   WS-ENTRY-COUNT          PIC 9(1)     VALUE ZERO.
           05   WS-ENTRY-SUB            PIC 9(1)     VALUE ZERO.
           05   WS-CHECK-SUB            PIC 9(1)     VALUE ZERO.
           05   WS-ENTRY-TOTAL-PCT      PIC 9(4)V9(2) VALUE ZERO.
           05   WS-ENTRY-SHARE OCCURS 4 TIMES.
               10   WS-ENTRY-BRANCH     PIC 9(2).
               10   WS-ENTRY-SALESREP   PIC 9(2).
               10   WS-ENTRY-PCT        PIC 9(3)V9(2).

       01   WS-BEFORE-IMAGE             PIC X(50)    VALUE SPACES.

       01   WS-MAINT-COUNTERS.
           05   WS-ADD-COUNT            PIC 9(5)     VALUE ZERO.
           05   WS-CHANGE-COUNT         PIC 9(5)     VALUE ZERO.
           05   WS-DELETE-COUNT         PIC 9(5)     VALUE ZERO.

       01   DISPLAY-FIELDS.
           05   DF-SHARE-PCT            PIC ZZ9.99.

      * PARAMETERS FOR THE SHARED FILEERR HANDLER - A BAD STATUS GOES
      * ON THE JOB LOG IN PLAIN WORDS AND SETS THE RETURN CODE
       01   FILE-ERROR-FIELDS.
           05   WS-FE-PROGRAM           PIC X(8)     VALUE "SPL1000".
           05   WS-FE-FILE              PIC X(12)    VALUE SPACES.
           05   WS-FE-OPERATION         PIC X(7)     VALUE SPACES.
           05   WS-FE-STATUS            PIC X(2)     VALUE SPACES.
           05   WS-FE-SEVERITY          PIC X(1)     VALUE SPACE.
           05   WS-FE-END-RUN           PIC X(1)     VALUE "N".
           05   WS-FE-RETURN-CODE       PIC 9(4)     VALUE ZERO.

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ONE-ACTION
               UNTIL WS-DONE.
           PERFORM 4000-TERMINATE.
           GOBACK.

      * ONLY A FILE-NOT-FOUND (35) BUILDS THE SPLIT FILE FRESH - ANY
      * OTHER STATUS IS A HARD FAILURE. WITHOUT THE SALESREP MASTER
      * NO SPLIT CAN BE CHECKED, SO NONE CAN BE KEYED.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1100-LOAD-SALESREP-MASTER
           IF WS-SREP-TABLE-COUNT = ZERO
               DISPLAY "SPL1000: NO SALESREPS LOADED FROM "
                   "SALESREP.DAT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O COMMSPLT
           IF COMMSPLT-STATUS = "35"
               OPEN OUTPUT COMMSPLT
               CLOSE COMMSPLT
               OPEN I-O COMMSPLT
           END-IF
           IF NOT COMMSPLT-OK
               MOVE "COMMSPLT" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE COMMSPLT-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               GOBACK
           END-IF
           OPEN INPUT CUSTMAST
           IF NOT CUSTMAST-OK
               MOVE "CUSTMAST" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE CUSTMAST-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               CLOSE COMMSPLT
               GOBACK
           END-IF
           OPEN EXTEND MAINT-AUDIT
           IF NOT MAINT-AUDIT-OK
               OPEN OUTPUT MAINT-AUDIT
           END-IF.

       1100-LOAD-SALESREP-MASTER.
           OPEN INPUT SREPMST
           IF SREPMST-OK
               PERFORM 1110-READ-SALESREP-RECORD
                   UNTIL SREPMST-EOF
               CLOSE SREPMST
           ELSE
               MOVE "SALESREP" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE SREPMST-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
           END-IF.

       1110-READ-SALESREP-RECORD.
           READ SREPMST
               AT END
                   SET SREPMST-EOF TO TRUE
               NOT AT END
                   IF WS-SREP-TABLE-COUNT < 200
                       ADD 1 TO WS-SREP-TABLE-COUNT
                       MOVE SM-BRANCH-NUMBER
                           TO WS-ST-BRANCH(WS-SREP-TABLE-COUNT)
                       MOVE SM-SALESREP-NUMBER
                           TO WS-ST-NUMBER(WS-SREP-TABLE-COUNT)
                       MOVE SM-SALESREP-NAME
                           TO WS-ST-NAME(WS-SREP-TABLE-COUNT)
                   END-IF
           END-READ.

       2000-PROCESS-ONE-ACTION.
           DISPLAY " "
           DISPLAY "---------------------------------"
           DISPLAY "COMMISSION SPLIT MAINTENANCE"
           DISPLAY "---------------------------------"
           DISPLAY "A. ADD A SPLIT FOR A CUSTOMER"
           DISPLAY "C. CHANGE A CUSTOMER'S SPLIT"
           DISPLAY "D. REMOVE A CUSTOMER'S SPLIT"
           DISPLAY "X. EXIT"
           DISPLAY "TYPE AN ACTION CODE: "
           ACCEPT WS-ACTION-CODE
           EVALUATE WS-ACTION-CODE
               WHEN "A" WHEN "a"
                   PERFORM 2100-ADD-SPLIT
               WHEN "C" WHEN "c"
                   PERFORM 2200-CHANGE-SPLIT
               WHEN "D" WHEN "d"
                   PERFORM 2300-DELETE-SPLIT
               WHEN "X" WHEN "x"
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID ACTION CODE. PLEASE TRY AGAIN."
           END-EVALUATE.

      * A SPLIT CAN ONLY BE KEYED FOR A CUSTOMER THE MASTER KNOWS, SO
      * THE COMMISSION RUN NEVER CARRIES ORPHANS IT CAN'T MATCH.
       2100-ADD-SPLIT.
           DISPLAY "TYPE THE CUSTOMER NUMBER (XXXXX): "
           ACCEPT WS-KEY-ENTERED
           MOVE WS-KEY-ENTERED TO CM-CUSTOMER-NUMBER
           READ CUSTMAST
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-KEY-ENTERED
                       " NOT ON CUSTMAST - SPLIT SKIPPED."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "CUSTOMER NAME:    " CM-CUSTOMER-NAME
           DISPLAY "BRANCH/SALESREP:  " CM-BRANCH-NUMBER "/"
               CM-SALESREP-NUMBER
           MOVE WS-KEY-ENTERED TO SP-CUSTOMER-NUMBER
           READ COMMSPLT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "CUSTOMER " WS-KEY-ENTERED
                       " ALREADY HAS A SPLIT - USE C TO CHANGE IT."
                   EXIT PARAGRAPH
           END-READ
           PERFORM 2500-COLLECT-ENTRY-FIELDS
           IF WS-FIELDS-VALID
               PERFORM 2600-BUILD-SPLIT-RECORD
               WRITE COMMISSION-SPLIT-RECORD
                   INVALID KEY
                       DISPLAY "CUSTOMER " WS-KEY-ENTERED
                           " ALREADY HAS A SPLIT - SPLIT SKIPPED."
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       PERFORM 3000-WRITE-AUDIT-RECORD
                       DISPLAY "SPLIT ADDED FOR CUSTOMER "
                           WS-KEY-ENTERED "."
               END-WRITE
           END-IF.

       2200-CHANGE-SPLIT.
           DISPLAY "TYPE THE CUSTOMER NUMBER TO CHANGE (XXXXX): "
           ACCEPT WS-KEY-ENTERED
           MOVE WS-KEY-ENTERED TO SP-CUSTOMER-NUMBER
           READ COMMSPLT
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-KEY-ENTERED
                       " HAS NO SPLIT."
               NOT INVALID KEY
                   PERFORM 2210-APPLY-CHANGES
           END-READ.

      * THE NEW SHARES REPLACE THE OLD ONES WHOLE - THE OPERATOR
      * RE-KEYS EVERY REP, SO THE TOTAL IS ALWAYS PROVED AGAIN.
       2210-APPLY-CHANGES.
           PERFORM 2400-SHOW-CURRENT-SPLIT
           MOVE COMMISSION-SPLIT-RECORD TO WS-BEFORE-IMAGE
           PERFORM 2500-COLLECT-ENTRY-FIELDS
           IF WS-FIELDS-VALID
               PERFORM 2600-BUILD-SPLIT-RECORD
               REWRITE COMMISSION-SPLIT-RECORD
                   INVALID KEY
                       DISPLAY "SPL1000: REWRITE FAILED."
                       MOVE "COMMSPLT" TO WS-FE-FILE
                       MOVE "REWRITE"  TO WS-FE-OPERATION
                       MOVE COMMSPLT-STATUS TO WS-FE-STATUS
                       MOVE "E"        TO WS-FE-SEVERITY
                       PERFORM 9900-REPORT-FILE-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGE-COUNT
                       PERFORM 3000-WRITE-AUDIT-RECORD
                       DISPLAY "SPLIT CHANGED FOR CUSTOMER "
                           WS-KEY-ENTERED "."
               END-REWRITE
           END-IF.

      * REMOVING THE SPLIT PUTS THE FULL CREDIT BACK ON
      * CM-SALESREP-NUMBER FROM THE NEXT RUN.
       2300-DELETE-SPLIT.
           DISPLAY "TYPE THE CUSTOMER NUMBER TO REMOVE (XXXXX): "
           ACCEPT WS-KEY-ENTERED
           MOVE WS-KEY-ENTERED TO SP-CUSTOMER-NUMBER
           READ COMMSPLT
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-KEY-ENTERED
                       " HAS NO SPLIT."
               NOT INVALID KEY
                   PERFORM 2310-CONFIRM-AND-DELETE
           END-READ.

       2310-CONFIRM-AND-DELETE.
           PERFORM 2400-SHOW-CURRENT-SPLIT
           DISPLAY "REMOVING THE SPLIT FOR " WS-KEY-ENTERED
               " - TYPE Y TO CONFIRM: "
           ACCEPT WS-CONFIRM-CODE
           IF WS-CONFIRM-CODE = "Y" OR WS-CONFIRM-CODE = "y"
               MOVE COMMISSION-SPLIT-RECORD TO WS-BEFORE-IMAGE
               DELETE COMMSPLT
                   INVALID KEY
                       DISPLAY "SPL1000: DELETE FAILED."
                       MOVE "COMMSPLT" TO WS-FE-FILE
                       MOVE "DELETE"   TO WS-FE-OPERATION
                       MOVE COMMSPLT-STATUS TO WS-FE-STATUS
                       MOVE "E"        TO WS-FE-SEVERITY
                       PERFORM 9900-REPORT-FILE-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE SPACES TO COMMISSION-SPLIT-RECORD
                       PERFORM 3000-WRITE-AUDIT-RECORD
                       DISPLAY "SPLIT REMOVED FOR CUSTOMER "
                           WS-KEY-ENTERED "."
               END-DELETE
           ELSE
               DISPLAY "REMOVAL NOT CONFIRMED - SKIPPED."
           END-IF.

       2400-SHOW-CURRENT-SPLIT.
           DISPLAY "CURRENT SPLIT, LAST CHANGED " SP-CHANGED-DATE ":"
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > SP-SHARE-COUNT
               MOVE SP-SHARE-PCT(WS-ENTRY-SUB) TO DF-SHARE-PCT
               DISPLAY "  BRANCH/SALESREP "
                   SP-BRANCH-NUMBER(WS-ENTRY-SUB) "/"
                   SP-SALESREP-NUMBER(WS-ENTRY-SUB) "  "
                   DF-SHARE-PCT "%"
           END-PERFORM.

      * TWO TO FOUR REPS, EACH ON THE SALESREP MASTER AND NAMED ONCE,
      * EACH WITH A SHARE OVER ZERO, AND THE SHARES TOTALING EXACTLY
      * 100.
       2500-COLLECT-ENTRY-FIELDS.
           MOVE "Y" TO WS-FIELDS-VALID-SWITCH
           MOVE ZERO TO WS-ENTRY-TOTAL-PCT
           INITIALIZE WS-ENTRY-FIELDS
           DISPLAY "HOW MANY SALESREPS SHARE THE ACCOUNT (2-4): "
           ACCEPT WS-ENTRY-COUNT
           IF WS-ENTRY-COUNT < 2 OR WS-ENTRY-COUNT > 4
               DISPLAY "A SPLIT NEEDS TWO TO FOUR SALESREPS."
               MOVE "N" TO WS-FIELDS-VALID-SWITCH
           ELSE
               PERFORM 2510-COLLECT-ONE-SHARE
                   VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
               IF WS-ENTRY-TOTAL-PCT NOT = 100
                   MOVE WS-ENTRY-TOTAL-PCT TO DF-SHARE-PCT
                   DISPLAY "THE SHARES TOTAL " DF-SHARE-PCT
                       "% - THEY MUST TOTAL 100%."
                   MOVE "N" TO WS-FIELDS-VALID-SWITCH
               END-IF
           END-IF
           IF NOT WS-FIELDS-VALID
               DISPLAY "ACTION SKIPPED - NOTHING WAS WRITTEN."
           END-IF.

       2510-COLLECT-ONE-SHARE.
           DISPLAY "SALESREP " WS-ENTRY-SUB " - TYPE THE BRANCH (XX): "
           ACCEPT WS-ENTRY-BRANCH(WS-ENTRY-SUB)
           DISPLAY "SALESREP " WS-ENTRY-SUB
               " - TYPE THE SALESREP NUMBER (XX): "
           ACCEPT WS-ENTRY-SALESREP(WS-ENTRY-SUB)
           DISPLAY "SALESREP " WS-ENTRY-SUB
               " - TYPE THE SHARE PERCENT (XXX.XX): "
           ACCEPT WS-ENTRY-PCT(WS-ENTRY-SUB)
           PERFORM 2520-FIND-SALESREP
           IF WS-SALESREP-FOUND
               DISPLAY "  " WS-ST-NAME(WS-SALESREP-INDEX)
           ELSE
               DISPLAY "SALESREP " WS-ENTRY-BRANCH(WS-ENTRY-SUB) "/"
                   WS-ENTRY-SALESREP(WS-ENTRY-SUB)
                   " IS NOT ON THE SALESREP MASTER."
               MOVE "N" TO WS-FIELDS-VALID-SWITCH
           END-IF
           IF WS-ENTRY-PCT(WS-ENTRY-SUB) = ZERO
               DISPLAY "A SHARE MUST BE OVER ZERO."
               MOVE "N" TO WS-FIELDS-VALID-SWITCH
           END-IF
           PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB >= WS-ENTRY-SUB
               IF WS-ENTRY-BRANCH(WS-CHECK-SUB)
                       = WS-ENTRY-BRANCH(WS-ENTRY-SUB)
                  AND WS-ENTRY-SALESREP(WS-CHECK-SUB)
                       = WS-ENTRY-SALESREP(WS-ENTRY-SUB)
                   DISPLAY "THAT SALESREP IS ALREADY IN THE SPLIT."
                   MOVE "N" TO WS-FIELDS-VALID-SWITCH
               END-IF
           END-PERFORM
           ADD WS-ENTRY-PCT(WS-ENTRY-SUB) TO WS-ENTRY-TOTAL-PCT.

       2520-FIND-SALESREP.
           MOVE "N" TO WS-SALESREP-FOUND-SWITCH
           PERFORM VARYING WS-SALESREP-INDEX FROM 1 BY 1
               UNTIL WS-SALESREP-INDEX > WS-SREP-TABLE-COUNT
               OR WS-SALESREP-FOUND
               IF WS-ST-BRANCH(WS-SALESREP-INDEX)
                       = WS-ENTRY-BRANCH(WS-ENTRY-SUB)
                  AND WS-ST-NUMBER(WS-SALESREP-INDEX)
                       = WS-ENTRY-SALESREP(WS-ENTRY-SUB)
                   SET WS-SALESREP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SALESREP-FOUND
               SUBTRACT 1 FROM WS-SALESREP-INDEX
           END-IF.

       2600-BUILD-SPLIT-RECORD.
           MOVE SPACES TO COMMISSION-SPLIT-RECORD
           MOVE WS-KEY-ENTERED TO SP-CUSTOMER-NUMBER
           MOVE WS-ENTRY-COUNT TO SP-SHARE-COUNT
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > 4
               MOVE WS-ENTRY-BRANCH(WS-ENTRY-SUB)
                   TO SP-BRANCH-NUMBER(WS-ENTRY-SUB)
               MOVE WS-ENTRY-SALESREP(WS-ENTRY-SUB)
                   TO SP-SALESREP-NUMBER(WS-ENTRY-SUB)
               MOVE WS-ENTRY-PCT(WS-ENTRY-SUB)
                   TO SP-SHARE-PCT(WS-ENTRY-SUB)
           END-PERFORM
           MOVE WS-TODAY TO SP-CHANGED-DATE.

       3000-WRITE-AUDIT-RECORD.
           MOVE WS-ACTION-CODE           TO MA-ACTION-CODE
           MOVE WS-KEY-ENTERED           TO MA-CUSTOMER-NUMBER
           MOVE WS-BEFORE-IMAGE          TO MA-BEFORE-IMAGE
           MOVE COMMISSION-SPLIT-RECORD  TO MA-AFTER-IMAGE
           WRITE MAINT-AUDIT-RECORD.

       4000-TERMINATE.
           DISPLAY " "
           DISPLAY "SPLITS ADDED:    " WS-ADD-COUNT
           DISPLAY "SPLITS CHANGED:  " WS-CHANGE-COUNT
           DISPLAY "SPLITS REMOVED:  " WS-DELETE-COUNT
           CLOSE COMMSPLT
                 CUSTMAST
                 MAINT-AUDIT.

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
