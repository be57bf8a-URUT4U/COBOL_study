      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Customer credit maintenance - add, change, and delete
      *          the credit limit and credit-status code the credit
      *          manager keeps per customer on CUSTCRED.DAT, along
      *          with the customer's payment terms, with a
      *          before/after audit trail the same shape as
      *          CUSTMNT-AUDIT.DAT. PST1000 holds any sale that would
      *          carry the customer's open items past the limit kept
      *          here.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRD1000.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTCRED ASSIGN TO "CUSTCRED.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CC-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTCRED-STATUS.
      * a credit record is only added for a customer on the master
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTMAST-STATUS.
      * payment terms the shop offers - a terms code typed here must
      * be one of them
           SELECT TERMSREF ASSIGN TO "TERMS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TERMSREF-STATUS.
      * every add, change, and delete is written here with its before
      * and after images
           SELECT MAINT-AUDIT ASSIGN TO "CUSTCRD-AUDIT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MAINT-AUDIT-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD   CUSTCRED.
       01   CUSTOMER-CREDIT-RECORD.
           COPY CUSTCRED.

       FD   CUSTMAST.
       01   CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

      * ONE RECORD PER PAYMENT TERMS CODE - 2/10 NET 30 IS NET DAYS
      * 030, DISCOUNT 02.00 PERCENT, DISCOUNT DAYS 010
       FD   TERMSREF.
       01   TERMS-REFERENCE-RECORD.
           05   TM-TERMS-CODE           PIC X(03).
           05   TM-NET-DAYS             PIC 9(03).
           05   TM-DISCOUNT-PCT         PIC 9(02)V9(02).
           05   TM-DISCOUNT-DAYS        PIC 9(03).
           05   TM-DESCRIPTION          PIC X(20).

       FD   MAINT-AUDIT.
       01   MAINT-AUDIT-RECORD.
           05   MA-ACTION-CODE          PIC X(1).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   MA-CUSTOMER-NUMBER      PIC 9(5).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   MA-BEFORE-IMAGE         PIC X(26).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   MA-AFTER-IMAGE          PIC X(26).

       WORKING-STORAGE SECTION.

       77   CUSTCRED-STATUS             PIC X(2)     VALUE "00".
           88   CUSTCRED-OK                          VALUE "00".
       77   CUSTMAST-STATUS             PIC X(2)     VALUE "00".
           88   CUSTMAST-OK                          VALUE "00".
       77   MAINT-AUDIT-STATUS          PIC X(2)     VALUE "00".
           88   MAINT-AUDIT-OK                       VALUE "00".
       77   TERMSREF-STATUS             PIC X(2)     VALUE "00".
           88   TERMSREF-OK                          VALUE "00".
       77   TERMSREF-EOF-SWITCH         PIC X        VALUE "N".
           88   TERMSREF-EOF                         VALUE "Y".

       77   WS-DONE-SWITCH              PIC X        VALUE "N".
           88   WS-DONE                              VALUE "Y".

       77   WS-ACTION-CODE              PIC X        VALUE SPACE.
       77   WS-KEY-ENTERED              PIC 9(5)     VALUE ZERO.
       77   WS-FIELDS-VALID-SWITCH      PIC X        VALUE "Y".
           88   WS-FIELDS-VALID                      VALUE "Y".
       77   WS-CONFIRM-CODE             PIC X        VALUE SPACE.
       77   WS-TODAY                    PIC 9(8)     VALUE ZERO.

      * parameters for the shared FILEERR handler - a bad status goes
      * on the job log in plain words and sets the return code
       01   FILE-ERROR-FIELDS.
           05   WS-FE-PROGRAM           PIC X(8)     VALUE "CRD1000".
           05   WS-FE-FILE              PIC X(12)    VALUE SPACES.
           05   WS-FE-OPERATION         PIC X(7)     VALUE SPACES.
           05   WS-FE-STATUS            PIC X(2)     VALUE SPACES.
           05   WS-FE-SEVERITY          PIC X(1)     VALUE SPACE.
           05   WS-FE-END-RUN           PIC X(1)     VALUE "N".
           05   WS-FE-RETURN-CODE       PIC 9(4)     VALUE ZERO.

      * operator entries held here until they pass the edits, so a bad
      * entry never lands in the record area
       01   WS-ENTRY-FIELDS.
           05   WS-ENTRY-LIMIT          PIC 9(7)V99  VALUE ZERO.
           05   WS-ENTRY-STATUS         PIC X(1)     VALUE SPACE.
               88   WS-ENTRY-STATUS-VALID            VALUE "O" "H"
                                                           "X".
           05   WS-ENTRY-TERMS          PIC X(3)     VALUE SPACES.

      * terms codes loaded from TERMS.DAT - with no terms file on hand
      * any code is taken as typed, the way a missing STATEREF lets
      * MNT1000 take any state
       01   TERMS-TABLE-FIELDS.
           05   WS-TERMS-COUNT          PIC 9(3)     VALUE ZERO.
           05   WS-TERMS-INDEX          PIC 9(3)     VALUE ZERO.
           05   WS-TERMS-ENTRY OCCURS 50 TIMES.
               10   WS-TM-TERMS-CODE    PIC X(03).
               10   WS-TM-DESCRIPTION   PIC X(20).
           05   WS-TERMS-FOUND-SWITCH   PIC X        VALUE "N".
               88   WS-TERMS-FOUND                   VALUE "Y".

       01   WS-BEFORE-IMAGE             PIC X(26)    VALUE SPACES.

       01   DISPLAY-FIELDS.
           05   DF-CREDIT-LIMIT         PIC Z,ZZZ,ZZ9.99-.

       01   WS-MAINT-COUNTERS.
           05   WS-ADD-COUNT            PIC 9(5)     VALUE ZERO.
           05   WS-CHANGE-COUNT         PIC 9(5)     VALUE ZERO.
           05   WS-DELETE-COUNT         PIC 9(5)     VALUE ZERO.

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ONE-ACTION
               UNTIL WS-DONE.
           PERFORM 4000-TERMINATE.
           GOBACK.

      * ONLY A FILE-NOT-FOUND (35) BUILDS THE CREDIT FILE FRESH - ANY
      * OTHER STATUS IS A HARD FAILURE
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN I-O CUSTCRED
           IF CUSTCRED-STATUS = "35"
               OPEN OUTPUT CUSTCRED
               CLOSE CUSTCRED
               OPEN I-O CUSTCRED
           END-IF
           IF NOT CUSTCRED-OK
               MOVE "CUSTCRED" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE CUSTCRED-STATUS TO WS-FE-STATUS
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
               GOBACK
           END-IF
           OPEN EXTEND MAINT-AUDIT
           IF NOT MAINT-AUDIT-OK
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           PERFORM 1100-LOAD-TERMS-TABLE.

       1100-LOAD-TERMS-TABLE.
           OPEN INPUT TERMSREF
           IF TERMSREF-OK
               PERFORM 1110-READ-TERMS-RECORD
                   UNTIL TERMSREF-EOF
               CLOSE TERMSREF
           END-IF.

       1110-READ-TERMS-RECORD.
           READ TERMSREF
               AT END
                   SET TERMSREF-EOF TO TRUE
               NOT AT END
                   IF WS-TERMS-COUNT < 50
                       ADD 1 TO WS-TERMS-COUNT
                       MOVE TM-TERMS-CODE
                           TO WS-TM-TERMS-CODE(WS-TERMS-COUNT)
                       MOVE TM-DESCRIPTION
                           TO WS-TM-DESCRIPTION(WS-TERMS-COUNT)
                   END-IF
           END-READ.

       2000-PROCESS-ONE-ACTION.
           DISPLAY " "
           DISPLAY "---------------------------------"
           DISPLAY "CUSTOMER CREDIT MAINTENANCE"
           DISPLAY "---------------------------------"
           DISPLAY "A. ADD A CREDIT LIMIT"
           DISPLAY "C. CHANGE LIMIT/STATUS"
           DISPLAY "D. DELETE A CREDIT RECORD"
           DISPLAY "X. EXIT"
           DISPLAY "TYPE AN ACTION CODE: "
           ACCEPT WS-ACTION-CODE
           EVALUATE WS-ACTION-CODE
               WHEN "A" WHEN "a"
                   PERFORM 2100-ADD-CREDIT
               WHEN "C" WHEN "c"
                   PERFORM 2200-CHANGE-CREDIT
               WHEN "D" WHEN "d"
                   PERFORM 2300-DELETE-CREDIT
               WHEN "X" WHEN "x"
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID ACTION CODE. PLEASE TRY AGAIN."
           END-EVALUATE.

      * A LIMIT CAN ONLY BE SET FOR A CUSTOMER THE MASTER KNOWS, SO
      * THE CREDIT FILE NEVER CARRIES ORPHANS PST1000 CAN'T MATCH.
       2100-ADD-CREDIT.
           DISPLAY "TYPE THE CUSTOMER NUMBER (XXXXX): "
           ACCEPT WS-KEY-ENTERED
           MOVE WS-KEY-ENTERED TO CM-CUSTOMER-NUMBER
           READ CUSTMAST
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-KEY-ENTERED
                       " NOT ON CUSTMAST - ADD SKIPPED."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "CUSTOMER NAME:    " CM-CUSTOMER-NAME
           PERFORM 2500-COLLECT-ENTRY-FIELDS
           IF WS-FIELDS-VALID
               MOVE WS-KEY-ENTERED     TO CC-CUSTOMER-NUMBER
               MOVE WS-ENTRY-LIMIT     TO CC-CREDIT-LIMIT
               MOVE WS-ENTRY-STATUS    TO CC-CREDIT-STATUS
               MOVE WS-TODAY           TO CC-LAST-REVIEW-DATE
               MOVE WS-ENTRY-TERMS     TO CC-TERMS-CODE
               WRITE CUSTOMER-CREDIT-RECORD
                   INVALID KEY
                       DISPLAY "CUSTOMER " WS-KEY-ENTERED
                           " ALREADY HAS A CREDIT RECORD - ADD "
                           "SKIPPED."
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       PERFORM 3000-WRITE-AUDIT-RECORD
                       DISPLAY "CREDIT FOR " WS-KEY-ENTERED " ADDED."
               END-WRITE
           END-IF.

       2200-CHANGE-CREDIT.
           DISPLAY "TYPE THE CUSTOMER NUMBER TO CHANGE (XXXXX): "
           ACCEPT WS-KEY-ENTERED
           MOVE WS-KEY-ENTERED TO CC-CUSTOMER-NUMBER
           READ CUSTCRED
               INVALID KEY
                   DISPLAY "NO CREDIT RECORD FOR " WS-KEY-ENTERED "."
               NOT INVALID KEY
                   PERFORM 2210-APPLY-CHANGES
           END-READ.

       2210-APPLY-CHANGES.
           MOVE CC-CREDIT-LIMIT TO DF-CREDIT-LIMIT
           DISPLAY "CURRENT LIMIT:    " DF-CREDIT-LIMIT
           DISPLAY "CURRENT STATUS:   " CC-CREDIT-STATUS
           DISPLAY "CURRENT TERMS:    " CC-TERMS-CODE
           DISPLAY "LAST REVIEWED:    " CC-LAST-REVIEW-DATE
           MOVE CUSTOMER-CREDIT-RECORD TO WS-BEFORE-IMAGE
           PERFORM 2500-COLLECT-ENTRY-FIELDS
           IF WS-FIELDS-VALID
               MOVE WS-ENTRY-LIMIT    TO CC-CREDIT-LIMIT
               MOVE WS-ENTRY-STATUS   TO CC-CREDIT-STATUS
               MOVE WS-TODAY          TO CC-LAST-REVIEW-DATE
               MOVE WS-ENTRY-TERMS    TO CC-TERMS-CODE
               REWRITE CUSTOMER-CREDIT-RECORD
                   INVALID KEY
                       MOVE "CUSTCRED" TO WS-FE-FILE
                       MOVE "REWRITE"  TO WS-FE-OPERATION
                       MOVE CUSTCRED-STATUS TO WS-FE-STATUS
                       MOVE "E"        TO WS-FE-SEVERITY
                       PERFORM 9900-REPORT-FILE-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGE-COUNT
                       PERFORM 3000-WRITE-AUDIT-RECORD
                       DISPLAY "CREDIT FOR " WS-KEY-ENTERED
                           " CHANGED."
               END-REWRITE
           END-IF.

      * DELETING THE RECORD TAKES THE CUSTOMER OUT OF THE CREDIT
      * CHECK ALTOGETHER - PST1000 POSTS AN UNLISTED CUSTOMER'S SALES
      * WITHOUT A LIMIT.
       2300-DELETE-CREDIT.
           DISPLAY "TYPE THE CUSTOMER NUMBER TO DELETE (XXXXX): "
           ACCEPT WS-KEY-ENTERED
           MOVE WS-KEY-ENTERED TO CC-CUSTOMER-NUMBER
           READ CUSTCRED
               INVALID KEY
                   DISPLAY "NO CREDIT RECORD FOR " WS-KEY-ENTERED "."
               NOT INVALID KEY
                   PERFORM 2310-CONFIRM-AND-DELETE
           END-READ.

       2310-CONFIRM-AND-DELETE.
           DISPLAY "DELETING THE CREDIT RECORD FOR " WS-KEY-ENTERED
               " - TYPE Y TO CONFIRM: "
           ACCEPT WS-CONFIRM-CODE
           IF WS-CONFIRM-CODE = "Y" OR WS-CONFIRM-CODE = "y"
               MOVE CUSTOMER-CREDIT-RECORD TO WS-BEFORE-IMAGE
               DELETE CUSTCRED
                   INVALID KEY
                       MOVE "CUSTCRED" TO WS-FE-FILE
                       MOVE "DELETE"   TO WS-FE-OPERATION
                       MOVE CUSTCRED-STATUS TO WS-FE-STATUS
                       MOVE "E"        TO WS-FE-SEVERITY
                       PERFORM 9900-REPORT-FILE-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE SPACES TO CUSTOMER-CREDIT-RECORD
                       PERFORM 3000-WRITE-AUDIT-RECORD
                       DISPLAY "CREDIT FOR " WS-KEY-ENTERED
                           " DELETED."
               END-DELETE
           ELSE
               DISPLAY "DELETE NOT CONFIRMED - SKIPPED."
           END-IF.

       2500-COLLECT-ENTRY-FIELDS.
           MOVE "Y" TO WS-FIELDS-VALID-SWITCH
           DISPLAY "TYPE THE CREDIT LIMIT (9999999.99): "
           ACCEPT WS-ENTRY-LIMIT
           DISPLAY "TYPE THE CREDIT STATUS (O OPEN, H HOLD, "
               "X EXEMPT): "
           ACCEPT WS-ENTRY-STATUS
           IF WS-ENTRY-STATUS = "o" OR "h" OR "x"
               INSPECT WS-ENTRY-STATUS CONVERTING "ohx" TO "OHX"
           END-IF
           IF NOT WS-ENTRY-STATUS-VALID
               DISPLAY "CREDIT STATUS MUST BE O, H, OR X."
               MOVE "N" TO WS-FIELDS-VALID-SWITCH
           END-IF
           DISPLAY "TYPE THE PAYMENT TERMS CODE (BLANK = N30): "
           MOVE SPACES TO WS-ENTRY-TERMS
           ACCEPT WS-ENTRY-TERMS
           INSPECT WS-ENTRY-TERMS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-ENTRY-TERMS = SPACES
               MOVE "N30" TO WS-ENTRY-TERMS
           END-IF
           PERFORM 2510-CHECK-TERMS-CODE
           IF NOT WS-TERMS-FOUND
               DISPLAY "TERMS CODE " WS-ENTRY-TERMS
                   " IS NOT ON TERMS.DAT."
               MOVE "N" TO WS-FIELDS-VALID-SWITCH
           END-IF
           IF NOT WS-FIELDS-VALID
               DISPLAY "ACTION SKIPPED - NOTHING WAS WRITTEN."
           END-IF.

       2510-CHECK-TERMS-CODE.
           IF WS-TERMS-COUNT = ZERO
               MOVE "Y" TO WS-TERMS-FOUND-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TERMS-FOUND-SWITCH
           PERFORM VARYING WS-TERMS-INDEX FROM 1 BY 1
               UNTIL WS-TERMS-INDEX > WS-TERMS-COUNT
               OR WS-TERMS-FOUND
               IF WS-TM-TERMS-CODE(WS-TERMS-INDEX) = WS-ENTRY-TERMS
                   SET WS-TERMS-FOUND TO TRUE
                   DISPLAY "TERMS:            "
                       WS-TM-DESCRIPTION(WS-TERMS-INDEX)
               END-IF
           END-PERFORM.

       3000-WRITE-AUDIT-RECORD.
           MOVE WS-ACTION-CODE           TO MA-ACTION-CODE
           MOVE WS-KEY-ENTERED           TO MA-CUSTOMER-NUMBER
           MOVE WS-BEFORE-IMAGE          TO MA-BEFORE-IMAGE
           MOVE CUSTOMER-CREDIT-RECORD   TO MA-AFTER-IMAGE
           WRITE MAINT-AUDIT-RECORD.

       4000-TERMINATE.
           DISPLAY " "
           DISPLAY "CREDIT RECORDS ADDED:   " WS-ADD-COUNT
           DISPLAY "CREDIT RECORDS CHANGED: " WS-CHANGE-COUNT
           DISPLAY "CREDIT RECORDS DELETED: " WS-DELETE-COUNT
           CLOSE CUSTCRED
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
