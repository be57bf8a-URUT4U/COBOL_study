      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Held-order release and decline - walks the sales
      *          PST1000 held for credit on HELDORD.DAT, shows the
      *          credit manager each one with the customer's exposure,
      *          over-90 amount, and limit, and records a release or
      *          decline on the held record. Released sales go to
      *          HELDREL.DAT, which the next PST1000 run posts through
      *          its normal apply path. A decision register lists
      *          every decision made in the session. The held-order
      *          file is rebuilt through a work file the way CSH1000
      *          rebuilds OPENITEM.DAT.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLD1000.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT HELDORD ASSIGN TO "HELDORD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HELDORD-STATUS.
           SELECT HELDORD-WORK ASSIGN TO "HELDORD.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HELDORD-WORK-STATUS.
      * released sales in the SALESTRN detail layout, posted by the
      * next PST1000 run
           SELECT HELDREL ASSIGN TO "HELDREL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HELDREL-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTMAST-STATUS.
           SELECT DECISION-RPT ASSIGN TO "HLD1000.OUT"
                   FILE STATUS IS DECISION-RPT-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD   HELDORD.
       01   HELD-ORDER-RECORD.
           COPY HELDORD.

       FD   HELDORD-WORK.
       01   HELD-ORDER-WORK-RECORD      PIC X(81).

       FD   HELDREL.
       01   RELEASED-ORDER-RECORD.
           05   RL-CUSTOMER-NUMBER      PIC 9(5).
           05   RL-TRANS-DATE           PIC 9(8).
           05   RL-TRANS-AMOUNT         PIC S9(5)V9(2).
           05   RL-TRANS-TYPE           PIC X(1).

       FD   CUSTMAST.
       01   CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD   DECISION-RPT.
       01   PRINT-AREA                  PIC X(132).

       WORKING-STORAGE SECTION.

       77   HELDORD-STATUS              PIC X(2)     VALUE "00".
           88   HELDORD-OK                           VALUE "00".
       77   HELDORD-WORK-STATUS         PIC X(2)     VALUE "00".
           88   HELDORD-WORK-OK                      VALUE "00".
       77   HELDREL-STATUS              PIC X(2)     VALUE "00".
           88   HELDREL-OK                           VALUE "00".
       77   CUSTMAST-STATUS             PIC X(2)     VALUE "00".
           88   CUSTMAST-OK                          VALUE "00".
       77   DECISION-RPT-STATUS         PIC X(2)     VALUE "00".
           88   DECISION-RPT-OK                      VALUE "00".

       77   HELDORD-EOF-SWITCH          PIC X        VALUE "N".
           88   HELDORD-EOF                          VALUE "Y".
       77   WS-WORK-EOF-SWITCH          PIC X        VALUE "N".
           88   WS-WORK-EOF                          VALUE "Y".
      * SET WHEN THE CREDIT MANAGER STOPS REVIEWING - THE REST OF THE
      * FILE PASSES THROUGH UNTOUCHED AND STAYS HELD
       77   WS-STOP-REVIEW-SWITCH       PIC X        VALUE "N".
           88   WS-STOP-REVIEW                       VALUE "Y".

       77   WS-DECISION-CODE            PIC X        VALUE SPACE.
       77   WS-TODAY                    PIC 9(8)     VALUE ZERO.

       01   DECISION-COUNTERS.
           05   WS-HELD-READ-COUNT      PIC 9(7)     VALUE ZERO.
           05   WS-RELEASED-COUNT       PIC 9(7)     VALUE ZERO.
           05   WS-DECLINED-COUNT       PIC 9(7)     VALUE ZERO.
           05   WS-LEFT-HELD-COUNT      PIC 9(7)     VALUE ZERO.
           05   WS-RELEASED-AMOUNT      PIC S9(9)V99 VALUE ZERO.
           05   WS-DECLINED-AMOUNT      PIC S9(9)V99 VALUE ZERO.

       01   DISPLAY-FIELDS.
           05   DF-AMOUNT               PIC ZZ,ZZ9.99-.
           05   DF-EXPOSURE             PIC ZZZ,ZZZ,ZZ9.99-.
           05   DF-OVER-90              PIC ZZZ,ZZZ,ZZ9.99-.
           05   DF-LIMIT                PIC Z,ZZZ,ZZ9.99-.

       01   CURRENT-DATE-AND-TIME.
           05   CD-YEAR                 PIC 9999.
           05   CD-MONTH                PIC 99.
           05   CD-DAY                  PIC 99.
           05   FILLER                  PIC X(13).

       01   RPT-HEADING-LINE.
           05   FILLER                  PIC X(30)    VALUE
                    "HELD-ORDER CREDIT DECISIONS".
           05   FILLER                  PIC X(11)    VALUE "RUN DATE: ".
           05   RHL-MONTH               PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-DAY                 PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-YEAR                PIC 9999.
           05   FILLER                  PIC X(80)    VALUE SPACES.

       01   RPT-COLUMN-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(8)     VALUE "CUST".
           05   FILLER                  PIC X(22)    VALUE "NAME".
           05   FILLER                  PIC X(10)    VALUE "SALE DATE".
           05   FILLER                  PIC X(12)    VALUE "AMOUNT".
           05   FILLER                  PIC X(8)     VALUE "REASON".
           05   FILLER                  PIC X(16)    VALUE "EXPOSURE".
           05   FILLER                  PIC X(14)    VALUE "LIMIT".
           05   FILLER                  PIC X(10)    VALUE "DECISION".
           05   FILLER                  PIC X(30)    VALUE SPACES.

       01   RPT-DETAIL-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-CUSTOMER-NUMBER     PIC 9(5).
           05   FILLER                  PIC X(3)     VALUE SPACES.
           05   RDL-CUSTOMER-NAME       PIC X(20).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-TRANS-DATE          PIC 9(8).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-AMOUNT              PIC ZZ,ZZ9.99-.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-HOLD-REASON         PIC X(2).
           05   FILLER                  PIC X(4)     VALUE SPACES.
           05   RDL-EXPOSURE            PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RDL-LIMIT               PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-DECISION            PIC X(10).
           05   FILLER                  PIC X(21)    VALUE SPACES.

       01   RPT-COUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCL-CAPTION             PIC X(25).
           05   RCL-COUNT               PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(98)    VALUE SPACES.

       01   RPT-AMOUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RAL-CAPTION             PIC X(25).
           05   RAL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(90)    VALUE SPACES.

      * PARAMETERS FOR THE SHARED FILEERR HANDLER - A BAD STATUS GOES
      * ON THE JOB LOG IN PLAIN WORDS AND SETS THE RETURN CODE
       01   FILE-ERROR-FIELDS.
           05   WS-FE-PROGRAM           PIC X(8)     VALUE "HLD1000".
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
           PERFORM 2000-REVIEW-ONE-ORDER
               UNTIL HELDORD-EOF.
           PERFORM 3500-RELOAD-HELD-ORDERS.
           PERFORM 4000-TERMINATE.
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT HELDORD
           IF NOT HELDORD-OK
               DISPLAY "HLD1000: NO HELD ORDERS ON FILE."
               MOVE "HELDORD"  TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE HELDORD-STATUS TO WS-FE-STATUS
               MOVE "W"        TO WS-FE-SEVERITY
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
               CLOSE HELDORD
               GOBACK
           END-IF
           OPEN OUTPUT HELDORD-WORK
           OPEN EXTEND HELDREL
           IF NOT HELDREL-OK
               OPEN OUTPUT HELDREL
           END-IF
      * A RELEASE WITH NOWHERE TO GO WOULD NEVER REACH THE POSTING RUN
           IF NOT HELDREL-OK
               MOVE "HELDREL"  TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE HELDREL-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               CLOSE HELDORD
                     CUSTMAST
                     HELDORD-WORK
               GOBACK
           END-IF
           OPEN OUTPUT DECISION-RPT
           MOVE CD-MONTH TO RHL-MONTH
           MOVE CD-DAY   TO RHL-DAY
           MOVE CD-YEAR  TO RHL-YEAR
           WRITE PRINT-AREA FROM RPT-HEADING-LINE
           WRITE PRINT-AREA FROM RPT-COLUMN-LINE.

      * EVERY RECORD, DECIDED OR NOT, PASSES THROUGH TO THE WORK FILE
      * - A DECIDED ORDER STAYS ON FILE AS THE RECORD OF THE DECISION.
       2000-REVIEW-ONE-ORDER.
           READ HELDORD
               AT END
                   SET HELDORD-EOF TO TRUE
               NOT AT END
                   IF HO-ORDER-HELD
                       ADD 1 TO WS-HELD-READ-COUNT
                       IF WS-STOP-REVIEW
                           ADD 1 TO WS-LEFT-HELD-COUNT
                       ELSE
                           PERFORM 2100-TAKE-DECISION
                       END-IF
                   END-IF
                   WRITE HELD-ORDER-WORK-RECORD FROM HELD-ORDER-RECORD
           END-READ.

       2100-TAKE-DECISION.
           MOVE HO-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTMAST
               INVALID KEY
                   MOVE "** NOT ON CUSTMAST **" TO CM-CUSTOMER-NAME
           END-READ
           MOVE HO-TRANS-AMOUNT   TO DF-AMOUNT
           MOVE HO-OPEN-EXPOSURE  TO DF-EXPOSURE
           MOVE HO-OVER-90-AMOUNT TO DF-OVER-90
           MOVE HO-CREDIT-LIMIT   TO DF-LIMIT
           DISPLAY " "
           DISPLAY "---------------------------------"
           DISPLAY "CUSTOMER:         " HO-CUSTOMER-NUMBER " "
               CM-CUSTOMER-NAME
           DISPLAY "SALE DATE:        " HO-TRANS-DATE
           DISPLAY "SALE AMOUNT:      " DF-AMOUNT
           DISPLAY "HELD ON:          " HO-HOLD-DATE
           IF HO-REASON-CREDIT-HOLD
               DISPLAY "HOLD REASON:      CUSTOMER ON CREDIT HOLD"
           ELSE
               DISPLAY "HOLD REASON:      OVER CREDIT LIMIT"
           END-IF
           DISPLAY "OPEN EXPOSURE:    " DF-EXPOSURE
           DISPLAY "  OVER 90 DAYS:   " DF-OVER-90
           DISPLAY "CREDIT LIMIT:     " DF-LIMIT
           DISPLAY "R RELEASE, D DECLINE, ENTER TO LEAVE HELD, "
               "X TO STOP: "
           MOVE SPACE TO WS-DECISION-CODE
           ACCEPT WS-DECISION-CODE
           EVALUATE WS-DECISION-CODE
               WHEN "R" WHEN "r"
                   PERFORM 2200-RELEASE-ORDER
               WHEN "D" WHEN "d"
                   PERFORM 2300-DECLINE-ORDER
               WHEN "X" WHEN "x"
                   SET WS-STOP-REVIEW TO TRUE
                   ADD 1 TO WS-LEFT-HELD-COUNT
               WHEN OTHER
                   ADD 1 TO WS-LEFT-HELD-COUNT
           END-EVALUATE.

      * THE RELEASED SALE IS HANDED TO PST1000 IN ITS OWN DETAIL
      * LAYOUT - IT POSTS THROUGH THE SAME EDITS AND HISTORY AS ANY
      * OTHER SALE ON THE NEXT RUN.
       2200-RELEASE-ORDER.
           MOVE HO-CUSTOMER-NUMBER TO RL-CUSTOMER-NUMBER
           MOVE HO-TRANS-DATE      TO RL-TRANS-DATE
           MOVE HO-TRANS-AMOUNT    TO RL-TRANS-AMOUNT
           MOVE HO-TRANS-TYPE      TO RL-TRANS-TYPE
           WRITE RELEASED-ORDER-RECORD
      * AN ORDER WHOSE RELEASE WAS NOT WRITTEN STAYS HELD FOR NEXT TIME
           IF NOT HELDREL-OK
               DISPLAY "HLD1000: RELEASE NOT WRITTEN - ORDER LEFT HELD."
               MOVE "HELDREL"  TO WS-FE-FILE
               MOVE "WRITE"    TO WS-FE-OPERATION
               MOVE HELDREL-STATUS TO WS-FE-STATUS
               MOVE "E"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               ADD 1 TO WS-LEFT-HELD-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "R"      TO HO-ORDER-STATUS
           MOVE WS-TODAY TO HO-DECISION-DATE
           ADD 1 TO WS-RELEASED-COUNT
           ADD HO-TRANS-AMOUNT TO WS-RELEASED-AMOUNT
           MOVE "RELEASED" TO RDL-DECISION
           PERFORM 2400-WRITE-DECISION-LINE
           DISPLAY "RELEASED - POSTS ON THE NEXT PST1000 RUN.".

      * A DECLINED SALE NEVER POSTS - THE ORDER DESK SETTLES IT WITH
      * THE CUSTOMER AS CASH IN ADVANCE OR CANCELS IT.
       2300-DECLINE-ORDER.
           MOVE "D"      TO HO-ORDER-STATUS
           MOVE WS-TODAY TO HO-DECISION-DATE
           ADD 1 TO WS-DECLINED-COUNT
           ADD HO-TRANS-AMOUNT TO WS-DECLINED-AMOUNT
           MOVE "DECLINED" TO RDL-DECISION
           PERFORM 2400-WRITE-DECISION-LINE
           DISPLAY "DECLINED.".

       2400-WRITE-DECISION-LINE.
           MOVE HO-CUSTOMER-NUMBER TO RDL-CUSTOMER-NUMBER
           MOVE CM-CUSTOMER-NAME   TO RDL-CUSTOMER-NAME
           MOVE HO-TRANS-DATE      TO RDL-TRANS-DATE
           MOVE HO-TRANS-AMOUNT    TO RDL-AMOUNT
           MOVE HO-HOLD-REASON     TO RDL-HOLD-REASON
           MOVE HO-OPEN-EXPOSURE   TO RDL-EXPOSURE
           MOVE HO-CREDIT-LIMIT    TO RDL-LIMIT
           WRITE PRINT-AREA FROM RPT-DETAIL-LINE.

      * THE WORK FILE BECOMES THE NEW HELD-ORDER FILE ONLY AFTER THE
      * WHOLE PASS COMPLETED.
       3500-RELOAD-HELD-ORDERS.
           CLOSE HELDORD
                 HELDORD-WORK
           OPEN INPUT HELDORD-WORK
           OPEN OUTPUT HELDORD
           PERFORM 3510-RELOAD-ONE-ORDER UNTIL WS-WORK-EOF
           CLOSE HELDORD-WORK
                 HELDORD.

       3510-RELOAD-ONE-ORDER.
           READ HELDORD-WORK
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   WRITE HELD-ORDER-RECORD FROM HELD-ORDER-WORK-RECORD
           END-READ.

       4000-TERMINATE.
           MOVE "ORDERS HELD ON FILE:"   TO RCL-CAPTION
           MOVE WS-HELD-READ-COUNT       TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "ORDERS RELEASED:"       TO RCL-CAPTION
           MOVE WS-RELEASED-COUNT        TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "ORDERS DECLINED:"       TO RCL-CAPTION
           MOVE WS-DECLINED-COUNT        TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "ORDERS STILL HELD:"     TO RCL-CAPTION
           MOVE WS-LEFT-HELD-COUNT       TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "AMOUNT RELEASED:"       TO RAL-CAPTION
           MOVE WS-RELEASED-AMOUNT       TO RAL-AMOUNT
           WRITE PRINT-AREA FROM RPT-AMOUNT-LINE
           MOVE "AMOUNT DECLINED:"       TO RAL-CAPTION
           MOVE WS-DECLINED-AMOUNT       TO RAL-AMOUNT
           WRITE PRINT-AREA FROM RPT-AMOUNT-LINE
           DISPLAY " "
           DISPLAY "ORDERS RELEASED:   " WS-RELEASED-COUNT
           DISPLAY "ORDERS DECLINED:   " WS-DECLINED-COUNT
           DISPLAY "ORDERS STILL HELD: " WS-LEFT-HELD-COUNT
           CLOSE CUSTMAST
                 HELDREL
                 DECISION-RPT.

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
