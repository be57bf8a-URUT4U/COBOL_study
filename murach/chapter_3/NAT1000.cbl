      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: National account maintenance - link, re-link, and
      *          unlink the child customer numbers a national
      *          account buys under across our branches to the
      *          parent customer on NATACCT.DAT, with a before/after
      *          audit trail the same shape as CUSTMNT-AUDIT.DAT.
      *          NAR1000 rolls each national account up from here.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAT1000.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT NATACCT ASSIGN TO "NATACCT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NA-CUSTOMER-NUMBER
                   FILE STATUS IS NATACCT-STATUS.
      * both the child and the parent must be on the master
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTMAST-STATUS.
      * every link, re-link, and unlink is written here with its
      * before and after images
           SELECT MAINT-AUDIT ASSIGN TO "NATACCT-AUDIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MAINT-AUDIT-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD   NATACCT.
       01   NATIONAL-ACCOUNT-RECORD.
           COPY NATACCT.

       FD   CUSTMAST.
       01   CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD   MAINT-AUDIT.
       01   MAINT-AUDIT-RECORD.
           05   MA-ACTION-CODE          PIC X(1).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   MA-CUSTOMER-NUMBER      PIC 9(5).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   MA-BEFORE-IMAGE         PIC X(18).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   MA-AFTER-IMAGE          PIC X(18).

       WORKING-STORAGE SECTION.

       77   NATACCT-STATUS              PIC X(2)     VALUE "00".
           88   NATACCT-OK                           VALUE "00".
       77   CUSTMAST-STATUS             PIC X(2)     VALUE "00".
           88   CUSTMAST-OK                          VALUE "00".
       77   MAINT-AUDIT-STATUS          PIC X(2)     VALUE "00".
           88   MAINT-AUDIT-OK                       VALUE "00".
       77   NATACCT-EOF-SWITCH          PIC X        VALUE "N".
           88   NATACCT-EOF                          VALUE "Y".

       77   WS-DONE-SWITCH              PIC X        VALUE "N".
           88   WS-DONE                              VALUE "Y".

       77   WS-ACTION-CODE              PIC X        VALUE SPACE.
       77   WS-KEY-ENTERED              PIC 9(5)     VALUE ZERO.
       77   WS-FIELDS-VALID-SWITCH      PIC X        VALUE "Y".
           88   WS-FIELDS-VALID                      VALUE "Y".
       77   WS-CONFIRM-CODE             PIC X        VALUE SPACE.
       77   WS-TODAY                    PIC 9(8)     VALUE ZERO.
       77   WS-CHILD-COUNT              PIC 9(5)     VALUE ZERO.

      * operator entries held here until they pass the edits, so a bad
      * entry never lands in the record area
       01   WS-ENTRY-FIELDS.
           05   WS-ENTRY-PARENT         PIC 9(5)     VALUE ZERO.

       01   WS-BEFORE-IMAGE             PIC X(18)    VALUE SPACES.

       01   WS-MAINT-COUNTERS.
           05   WS-ADD-COUNT            PIC 9(5)     VALUE ZERO.
           05   WS-CHANGE-COUNT         PIC 9(5)     VALUE ZERO.
           05   WS-DELETE-COUNT         PIC 9(5)     VALUE ZERO.

      * PARAMETERS FOR THE SHARED FILEERR HANDLER - A BAD STATUS GOES
      * ON THE JOB LOG IN PLAIN WORDS AND SETS THE RETURN CODE
       01   FILE-ERROR-FIELDS.
           05   WS-FE-PROGRAM           PIC X(8)     VALUE "NAT1000".
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

      * ONLY A FILE-NOT-FOUND (35) BUILDS THE HIERARCHY FILE FRESH -
      * ANY OTHER STATUS IS A HARD FAILURE
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN I-O NATACCT
           IF NATACCT-STATUS = "35"
               OPEN OUTPUT NATACCT
               CLOSE NATACCT
               OPEN I-O NATACCT
           END-IF
           IF NOT NATACCT-OK
               MOVE "NATACCT"  TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE NATACCT-STATUS TO WS-FE-STATUS
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
               CLOSE NATACCT
               GOBACK
           END-IF
           OPEN EXTEND MAINT-AUDIT
           IF NOT MAINT-AUDIT-OK
               OPEN OUTPUT MAINT-AUDIT
           END-IF.

       2000-PROCESS-ONE-ACTION.
           DISPLAY " "
           DISPLAY "---------------------------------"
           DISPLAY "NATIONAL ACCOUNT MAINTENANCE"
           DISPLAY "---------------------------------"
           DISPLAY "A. LINK A CUSTOMER TO A PARENT"
           DISPLAY "C. CHANGE A CUSTOMER'S PARENT"
           DISPLAY "D. UNLINK A CUSTOMER"
           DISPLAY "X. EXIT"
           DISPLAY "TYPE AN ACTION CODE: "
           ACCEPT WS-ACTION-CODE
           EVALUATE WS-ACTION-CODE
               WHEN "A" WHEN "a"
                   PERFORM 2100-ADD-LINK
               WHEN "C" WHEN "c"
                   PERFORM 2200-CHANGE-LINK
               WHEN "D" WHEN "d"
                   PERFORM 2300-DELETE-LINK
               WHEN "X" WHEN "x"
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID ACTION CODE. PLEASE TRY AGAIN."
           END-EVALUATE.

      * A CHILD CAN ONLY BE LINKED IF THE MASTER KNOWS IT, SO THE
      * HIERARCHY NEVER CARRIES ORPHANS THE ROLL-UP CAN'T MATCH.
       2100-ADD-LINK.
           DISPLAY "TYPE THE CHILD CUSTOMER NUMBER (XXXXX): "
           ACCEPT WS-KEY-ENTERED
           MOVE WS-KEY-ENTERED TO CM-CUSTOMER-NUMBER
           READ CUSTMAST
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-KEY-ENTERED
                       " NOT ON CUSTMAST - LINK SKIPPED."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "CUSTOMER NAME:    " CM-CUSTOMER-NAME
           DISPLAY "BRANCH:           " CM-BRANCH-NUMBER
           MOVE WS-KEY-ENTERED TO NA-CUSTOMER-NUMBER
           READ NATACCT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "CUSTOMER " WS-KEY-ENTERED
                       " IS ALREADY LINKED TO " NA-PARENT-NUMBER
                       " - USE C TO CHANGE IT."
                   EXIT PARAGRAPH
           END-READ
           PERFORM 2500-COLLECT-ENTRY-FIELDS
           IF WS-FIELDS-VALID
               MOVE WS-KEY-ENTERED     TO NA-CUSTOMER-NUMBER
               MOVE WS-ENTRY-PARENT    TO NA-PARENT-NUMBER
               MOVE WS-TODAY           TO NA-LINKED-DATE
               WRITE NATIONAL-ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "CUSTOMER " WS-KEY-ENTERED
                           " IS ALREADY LINKED - LINK SKIPPED."
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       PERFORM 3000-WRITE-AUDIT-RECORD
                       DISPLAY "CUSTOMER " WS-KEY-ENTERED
                           " LINKED TO " WS-ENTRY-PARENT "."
               END-WRITE
           END-IF.

       2200-CHANGE-LINK.
           DISPLAY "TYPE THE CHILD CUSTOMER NUMBER TO CHANGE (XXXXX): "
           ACCEPT WS-KEY-ENTERED
           MOVE WS-KEY-ENTERED TO NA-CUSTOMER-NUMBER
           READ NATACCT
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-KEY-ENTERED " IS NOT LINKED."
               NOT INVALID KEY
                   PERFORM 2210-APPLY-CHANGES
           END-READ.

      * THE EDITS READ THROUGH NATACCT, SO THE RECORD IS BUILT AFRESH
      * FROM THE KEY BEFORE IT IS REWRITTEN.
       2210-APPLY-CHANGES.
           DISPLAY "CURRENT PARENT:   " NA-PARENT-NUMBER
           DISPLAY "LINKED ON:        " NA-LINKED-DATE
           MOVE NATIONAL-ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           PERFORM 2500-COLLECT-ENTRY-FIELDS
           IF WS-FIELDS-VALID
               MOVE WS-KEY-ENTERED    TO NA-CUSTOMER-NUMBER
               MOVE WS-ENTRY-PARENT   TO NA-PARENT-NUMBER
               MOVE WS-TODAY          TO NA-LINKED-DATE
               REWRITE NATIONAL-ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "NAT1000: REWRITE FAILED."
                       MOVE "NATACCT"  TO WS-FE-FILE
                       MOVE "REWRITE"  TO WS-FE-OPERATION
                       MOVE NATACCT-STATUS TO WS-FE-STATUS
                       MOVE "E"        TO WS-FE-SEVERITY
                       PERFORM 9900-REPORT-FILE-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGE-COUNT
                       PERFORM 3000-WRITE-AUDIT-RECORD
                       DISPLAY "CUSTOMER " WS-KEY-ENTERED
                           " RE-LINKED TO " WS-ENTRY-PARENT "."
               END-REWRITE
           END-IF.

      * UNLINKING PUTS THE CUSTOMER BACK ON ITS OWN - THE CREDIT CHECK
      * AND THE LEADERBOARD SEE IT ALONE AGAIN FROM THE NEXT RUN.
       2300-DELETE-LINK.
           DISPLAY "TYPE THE CHILD CUSTOMER NUMBER TO UNLINK (XXXXX): "
           ACCEPT WS-KEY-ENTERED
           MOVE WS-KEY-ENTERED TO NA-CUSTOMER-NUMBER
           READ NATACCT
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-KEY-ENTERED " IS NOT LINKED."
               NOT INVALID KEY
                   PERFORM 2310-CONFIRM-AND-DELETE
           END-READ.

       2310-CONFIRM-AND-DELETE.
           DISPLAY "UNLINKING " WS-KEY-ENTERED " FROM PARENT "
               NA-PARENT-NUMBER " - TYPE Y TO CONFIRM: "
           ACCEPT WS-CONFIRM-CODE
           IF WS-CONFIRM-CODE = "Y" OR WS-CONFIRM-CODE = "y"
               MOVE NATIONAL-ACCOUNT-RECORD TO WS-BEFORE-IMAGE
               DELETE NATACCT
                   INVALID KEY
                       DISPLAY "NAT1000: DELETE FAILED."
                       MOVE "NATACCT"  TO WS-FE-FILE
                       MOVE "DELETE"   TO WS-FE-OPERATION
                       MOVE NATACCT-STATUS TO WS-FE-STATUS
                       MOVE "E"        TO WS-FE-SEVERITY
                       PERFORM 9900-REPORT-FILE-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE SPACES TO NATIONAL-ACCOUNT-RECORD
                       PERFORM 3000-WRITE-AUDIT-RECORD
                       DISPLAY "CUSTOMER " WS-KEY-ENTERED
                           " UNLINKED."
               END-DELETE
           ELSE
               DISPLAY "UNLINK NOT CONFIRMED - SKIPPED."
           END-IF.

      * THE PARENT MUST BE A CUSTMAST CUSTOMER OTHER THAN THE CHILD,
      * AND THE HIERARCHY STAYS ONE LEVEL DEEP - THE PARENT MAY NOT
      * BE A CHILD ITSELF, AND THE CHILD MAY NOT ALREADY BE SOMEONE
      * ELSE'S PARENT.
       2500-COLLECT-ENTRY-FIELDS.
           MOVE "Y" TO WS-FIELDS-VALID-SWITCH
           DISPLAY "TYPE THE PARENT CUSTOMER NUMBER (XXXXX): "
           ACCEPT WS-ENTRY-PARENT
           IF WS-ENTRY-PARENT = WS-KEY-ENTERED
               DISPLAY "A CUSTOMER CANNOT BE ITS OWN PARENT."
               MOVE "N" TO WS-FIELDS-VALID-SWITCH
           END-IF
           MOVE WS-ENTRY-PARENT TO CM-CUSTOMER-NUMBER
           READ CUSTMAST
               INVALID KEY
                   DISPLAY "PARENT " WS-ENTRY-PARENT
                       " IS NOT ON CUSTMAST."
                   MOVE "N" TO WS-FIELDS-VALID-SWITCH
               NOT INVALID KEY
                   DISPLAY "PARENT NAME:      " CM-CUSTOMER-NAME
           END-READ
           MOVE WS-ENTRY-PARENT TO NA-CUSTOMER-NUMBER
           READ NATACCT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "PARENT " WS-ENTRY-PARENT
                       " IS ITSELF LINKED UNDER " NA-PARENT-NUMBER "."
                   MOVE "N" TO WS-FIELDS-VALID-SWITCH
           END-READ
           PERFORM 2510-COUNT-CHILDREN
           IF WS-CHILD-COUNT > ZERO
               DISPLAY "CUSTOMER " WS-KEY-ENTERED " IS PARENT TO "
                   WS-CHILD-COUNT " CUSTOMERS AND CANNOT BE A CHILD."
               MOVE "N" TO WS-FIELDS-VALID-SWITCH
           END-IF
           IF NOT WS-FIELDS-VALID
               DISPLAY "ACTION SKIPPED - NOTHING WAS WRITTEN."
           END-IF.

      * HOW MANY CUSTOMERS NAME THE ONE BEING LINKED AS THEIR PARENT
       2510-COUNT-CHILDREN.
           MOVE ZERO TO WS-CHILD-COUNT
           MOVE "N" TO NATACCT-EOF-SWITCH
           MOVE ZERO TO NA-CUSTOMER-NUMBER
           START NATACCT
               KEY IS NOT LESS THAN NA-CUSTOMER-NUMBER
               INVALID KEY
                   SET NATACCT-EOF TO TRUE
           END-START
           PERFORM 2520-READ-NEXT-LINK
               UNTIL NATACCT-EOF.

       2520-READ-NEXT-LINK.
           READ NATACCT NEXT RECORD
               AT END
                   SET NATACCT-EOF TO TRUE
               NOT AT END
                   IF NA-PARENT-NUMBER = WS-KEY-ENTERED
                       ADD 1 TO WS-CHILD-COUNT
                   END-IF
           END-READ.

       3000-WRITE-AUDIT-RECORD.
           MOVE WS-ACTION-CODE           TO MA-ACTION-CODE
           MOVE WS-KEY-ENTERED           TO MA-CUSTOMER-NUMBER
           MOVE WS-BEFORE-IMAGE          TO MA-BEFORE-IMAGE
           MOVE NATIONAL-ACCOUNT-RECORD  TO MA-AFTER-IMAGE
           WRITE MAINT-AUDIT-RECORD.

       4000-TERMINATE.
           DISPLAY " "
           DISPLAY "CUSTOMERS LINKED:    " WS-ADD-COUNT
           DISPLAY "CUSTOMERS RE-LINKED: " WS-CHANGE-COUNT
           DISPLAY "CUSTOMERS UNLINKED:  " WS-DELETE-COUNT
           CLOSE NATACCT
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
