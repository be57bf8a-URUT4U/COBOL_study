           SELECT RETNPAID ASSIGN TO "RETNPAID.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RETNPAID-STATUS.
      * customers worked jointly by two or more salesreps - each rep's
      * share of the customer's sales goes to the sort under that rep.
      * an unsplit customer credits its own salesrep in full, and a
      * missing file just means no customer is split
           SELECT COMMSPLT ASSIGN TO "COMMSPLT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SP-CUSTOMER-NUMBER
                   FILE STATUS IS COMMSPLT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "COMSORT.TMP".
           SELECT SORTED-CUST-FILE ASSIGN TO "COMSORT.OUT".
           SELECT COMMISSION-RPT ASSIGN TO "COM1000.OUT"
           05   FILLER                  PIC X(1).
           05   RP-RETURN-AMOUNT        PIC S9(5)V9(2).

       FD   COMMSPLT.
       01   COMMISSION-SPLIT-RECORD.
           COPY COMMSPLT.

      * WORK FILE USED TO SORT THE VALID SUBSET OF CUSTMAST INTO
      * SALESREP-WITHIN-BRANCH SEQUENCE, SINCE THE INDEXED FILE READS
      * BACK IN CUSTOMER-NUMBER ORDER.
       SD   SORT-WORK-FILE.
       01   SORT-RECORD.
           COPY CUSTMAST REPLACING LEADING ==CM-== BY ==SR-==.
      * A SPLIT CUSTOMER IS RELEASED ONCE PER SHARING REP, WITH THAT
      * REP'S NUMBER AND SHARE IN SR-SALES-THIS-YTD. THE PERCENT IS
      * ZERO WHEN THE REP HAS THE WHOLE ACCOUNT.
           05   SR-SPLIT-PCT            PIC 9(3)V9(2).
           05   SR-CUSTOMER-YTD         PIC S9(7)V9(2).

       FD   SORTED-CUST-FILE.
       01   SORTED-CUST-RECORD.
           COPY CUSTMAST REPLACING LEADING ==CM-== BY ==SC-==.
           05   SC-SPLIT-PCT            PIC 9(3)V9(2).
           05   SC-CUSTOMER-YTD         PIC S9(7)V9(2).

       FD   COMMISSION-RPT.
       01   PRINT-AREA                  PIC X(132).
           88   RETNPAID-OK                          VALUE "00".
       77   RETNPAID-EOF-SWITCH         PIC X        VALUE "N".
           88   RETNPAID-EOF                         VALUE "Y".
       77   COMMSPLT-STATUS             PIC X(2)     VALUE "00".
           88   COMMSPLT-OK                          VALUE "00".
       77   COMMSPLT-OPEN-SWITCH        PIC X        VALUE "N".
           88   COMMSPLT-OPENED                      VALUE "Y".

      * A SPLIT ONLY COUNTS WHEN IT NAMES TWO TO FOUR REPS WHO ARE ALL
      * ON THE SALESREP MASTER AND ITS SHARES TOTAL EXACTLY 100 -
      * ANYTHING ELSE CREDITS THE CUSTOMER'S OWN REP IN FULL AND IS
      * COUNTED ON THE REGISTER FOR SALES ADMINISTRATION TO FIX.
       01   SPLIT-FIELDS.
           05   WS-SPLIT-SUB            PIC 9(1)     VALUE ZERO.
           05   WS-SPLIT-TOTAL-PCT      PIC 9(4)V9(2) VALUE ZERO.
           05   WS-SPLIT-CREDITED       PIC S9(7)V99 VALUE ZERO.
           05   WS-SPLIT-VALID-SWITCH   PIC X        VALUE "N".
               88   WS-SPLIT-VALID                   VALUE "Y".
           05   WS-SPLIT-CUSTOMER-COUNT PIC 9(5)     VALUE ZERO.
           05   WS-BAD-SPLIT-COUNT      PIC 9(5)     VALUE ZERO.

      * RETURNS POSTED AFTER THE LAST PAYOUT, SUMMED PER SALESREP.
      * CM-SALES-THIS-YTD ALREADY NETS THEM OUT, SO THE RETURN AMOUNT
           05   RCL-COUNT               PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(103)   VALUE SPACES.

      * ONE LINE PER SHARED CUSTOMER UNDER EACH SHARING REP, AHEAD OF
      * THAT REP'S REGISTER LINE
       01   RPT-SPLIT-LINE.
           05   FILLER                  PIC X(4)     VALUE SPACES.
           05   RSL-BRANCH-NUMBER       PIC 9(2).
           05   FILLER                  PIC X(7)     VALUE SPACES.
           05   RSL-SALESREP-NUMBER     PIC 9(2).
           05   FILLER                  PIC X(3)     VALUE SPACES.
           05   RSL-SHARE-YTD           PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(16)    VALUE
                    "SHARED ACCOUNT".
           05   RSL-CUSTOMER-NUMBER     PIC 9(5).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RSL-CUSTOMER-NAME       PIC X(20).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RSL-SPLIT-PCT           PIC ZZ9.99.
           05   FILLER                  PIC X(6)     VALUE "% OF ".
           05   RSL-CUSTOMER-YTD        PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(30)    VALUE SPACES.

       01   RPT-SPLIT-COUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RSC-CAPTION             PIC X(28).
           05   RSC-COUNT               PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(95)    VALUE SPACES.

      * RETURNS WHOSE SALESREP HAD NO BREAK THIS RUN - STILL ON
      * RETNPAID.DAT FOR THE NEXT RUN TO RECOVER
       01   RPT-CARRY-LINE.
           05   RCF-COUNT               PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(95)    VALUE SPACES.

      * PARAMETERS FOR THE SHARED FILEERR HANDLER - A BAD STATUS GOES
      * ON THE JOB LOG IN PLAIN WORDS AND SETS THE RETURN CODE
       01   FILE-ERROR-FIELDS.
           05   WS-FE-PROGRAM           PIC X(8)     VALUE "COM1000".
           05   WS-FE-FILE              PIC X(12)    VALUE SPACES.
           05   WS-FE-OPERATION         PIC X(7)     VALUE SPACES.
           05   WS-FE-STATUS            PIC X(2)     VALUE SPACES.
           05   WS-FE-SEVERITY          PIC X(1)     VALUE SPACE.
           05   WS-FE-END-RUN           PIC X(1)     VALUE "N".
           05   WS-FE-RETURN-CODE       PIC 9(4)     VALUE ZERO.

      ************************************************************************
       PROCEDURE DIVISION.

           OPEN INPUT SORTED-CUST-FILE
           OPEN OUTPUT COMMISSION-RPT
                       COMMPAY-EXTRACT
           IF NOT COMMPAY-OK
               MOVE "COMMPAY"  TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE COMMPAY-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               CLOSE SORTED-CUST-FILE
                     COMMISSION-RPT
               GOBACK
           END-IF
           MOVE CD-MONTH TO RHL-MONTH
           MOVE CD-DAY   TO RHL-DAY
           MOVE CD-YEAR  TO RHL-YEAR
       1200-SELECT-VALID-CUSTOMERS.
           OPEN INPUT CUSTMAST
           IF NOT CUSTMAST-OK
               MOVE "CUSTMAST" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE CUSTMAST-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               GOBACK
           END-IF
           OPEN INPUT COMMSPLT
           IF COMMSPLT-OK
               SET COMMSPLT-OPENED TO TRUE
           END-IF
           PERFORM 1210-READ-AND-RELEASE-CUSTMAST
               UNTIL CUSTMAST-EOF
           IF COMMSPLT-OPENED
               CLOSE COMMSPLT
           END-IF
           CLOSE CUSTMAST.

       1210-READ-AND-RELEASE-CUSTMAST.
               PERFORM 1180-CHECK-SALESREP-NUMBER
               IF WS-BRANCH-VALID AND WS-SALESREP-VALID
                   MOVE CUSTOMER-MASTER-RECORD TO SORT-RECORD
                   MOVE ZERO TO SR-SPLIT-PCT
                   MOVE CM-SALES-THIS-YTD TO SR-CUSTOMER-YTD
                   PERFORM 1220-CHECK-COMMISSION-SPLIT
                   IF WS-SPLIT-VALID
                       ADD 1 TO WS-SPLIT-CUSTOMER-COUNT
                       MOVE ZERO TO WS-SPLIT-CREDITED
                       PERFORM 1230-RELEASE-ONE-SHARE
                           VARYING WS-SPLIT-SUB FROM 1 BY 1
                           UNTIL WS-SPLIT-SUB > SP-SHARE-COUNT
                   ELSE
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
           END-IF.

      * A CUSTOMER WITH NO SPLIT RECORD IS SIMPLY UNSPLIT. ONE WITH A
      * RECORD THAT FAILS THE CHECKS IS PAID TO ITS OWN REP IN FULL
      * RATHER THAN GUESSED AT, AND COUNTED.
       1220-CHECK-COMMISSION-SPLIT.
           MOVE "N" TO WS-SPLIT-VALID-SWITCH
           IF NOT COMMSPLT-OPENED
               EXIT PARAGRAPH
           END-IF
           MOVE CM-CUSTOMER-NUMBER TO SP-CUSTOMER-NUMBER
           READ COMMSPLT
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO WS-SPLIT-VALID-SWITCH
           MOVE ZERO TO WS-SPLIT-TOTAL-PCT
           IF SP-SHARE-COUNT NOT NUMERIC
              OR SP-SHARE-COUNT < 2 OR SP-SHARE-COUNT > 4
               MOVE "N" TO WS-SPLIT-VALID-SWITCH
           ELSE
               PERFORM 1225-CHECK-ONE-SHARE
                   VARYING WS-SPLIT-SUB FROM 1 BY 1
                   UNTIL WS-SPLIT-SUB > SP-SHARE-COUNT
               IF WS-SPLIT-TOTAL-PCT NOT = 100
                   MOVE "N" TO WS-SPLIT-VALID-SWITCH
               END-IF
           END-IF
           IF NOT WS-SPLIT-VALID
               ADD 1 TO WS-BAD-SPLIT-COUNT
               DISPLAY "COM1000: SPLIT FOR CUSTOMER " CM-CUSTOMER-NUMBER
                   " IS INVALID - FULL CREDIT TO " CM-BRANCH-NUMBER
                   "/" CM-SALESREP-NUMBER
           END-IF.

       1225-CHECK-ONE-SHARE.
           IF SP-SHARE-PCT(WS-SPLIT-SUB) NOT NUMERIC
              OR SP-SHARE-PCT(WS-SPLIT-SUB) = ZERO
               MOVE "N" TO WS-SPLIT-VALID-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD SP-SHARE-PCT(WS-SPLIT-SUB) TO WS-SPLIT-TOTAL-PCT
           IF WS-SREP-TABLE-COUNT > ZERO
               MOVE "N" TO WS-SALESREP-FOUND-SWITCH
               PERFORM VARYING WS-SALESREP-INDEX FROM 1 BY 1
                   UNTIL WS-SALESREP-INDEX > WS-SREP-TABLE-COUNT
                   OR WS-SALESREP-FOUND
                   IF WS-ST-BRANCH(WS-SALESREP-INDEX)
                           = SP-BRANCH-NUMBER(WS-SPLIT-SUB)
                      AND WS-ST-NUMBER(WS-SALESREP-INDEX)
                           = SP-SALESREP-NUMBER(WS-SPLIT-SUB)
                       SET WS-SALESREP-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-SALESREP-FOUND
                   MOVE "N" TO WS-SPLIT-VALID-SWITCH
               END-IF
           END-IF.

      * EACH SHARE IS ROUNDED TO THE CENT AND THE LAST REP TAKES
      * WHATEVER IS LEFT, SO THE SHARES ALWAYS ADD BACK TO THE
      * CUSTOMER'S YTD EXACTLY.
       1230-RELEASE-ONE-SHARE.
           MOVE SP-BRANCH-NUMBER(WS-SPLIT-SUB)   TO SR-BRANCH-NUMBER
           MOVE SP-SALESREP-NUMBER(WS-SPLIT-SUB) TO SR-SALESREP-NUMBER
           MOVE SP-SHARE-PCT(WS-SPLIT-SUB)       TO SR-SPLIT-PCT
           IF WS-SPLIT-SUB = SP-SHARE-COUNT
               COMPUTE SR-SALES-THIS-YTD =
                   CM-SALES-THIS-YTD - WS-SPLIT-CREDITED
           ELSE
               COMPUTE SR-SALES-THIS-YTD ROUNDED =
                   CM-SALES-THIS-YTD * SP-SHARE-PCT(WS-SPLIT-SUB) / 100
               ADD SR-SALES-THIS-YTD TO WS-SPLIT-CREDITED
           END-IF
           RELEASE SORT-RECORD.

       2000-READ-SORTED-RECORD.
           READ SORTED-CUST-FILE
               AT END
                   MOVE SC-SALESREP-NUMBER TO CF-SALESREP-NUMBER
               END-IF
           END-IF
           IF SC-SPLIT-PCT > ZERO
               PERFORM 3050-PRINT-SPLIT-LINE
           END-IF
           ADD SC-SALES-THIS-YTD TO WS-SALESREP-SALES
           PERFORM 2000-READ-SORTED-RECORD.

       3050-PRINT-SPLIT-LINE.
           MOVE SC-BRANCH-NUMBER    TO RSL-BRANCH-NUMBER
           MOVE SC-SALESREP-NUMBER  TO RSL-SALESREP-NUMBER
           MOVE SC-SALES-THIS-YTD   TO RSL-SHARE-YTD
           MOVE SC-CUSTOMER-NUMBER  TO RSL-CUSTOMER-NUMBER
           MOVE SC-CUSTOMER-NAME    TO RSL-CUSTOMER-NAME
           MOVE SC-SPLIT-PCT        TO RSL-SPLIT-PCT
           MOVE SC-CUSTOMER-YTD     TO RSL-CUSTOMER-YTD
           WRITE PRINT-AREA FROM RPT-SPLIT-LINE.

      * COMPUTES ONE SALESREP'S COMMISSION FROM THE TIER TABLE AND
      * WRITES THE REGISTER LINE AND PAYMENT-INTERFACE RECORD.
      * THE RETURNED SALES ARE ADDED BACK TO THE COMMISSION BASE -
           COMPUTE CP-ADJUSTMENT-AMOUNT = ZERO - WS-CLAWBACK-AMOUNT
           MOVE WS-NET-AMOUNT        TO CP-NET-AMOUNT
           WRITE COMMPAY-RECORD
           IF NOT COMMPAY-OK
               DISPLAY "COM1000: COMMPAY WRITE FAILED FOR SALESREP "
                   CF-SALESREP-NUMBER
               MOVE "COMMPAY"  TO WS-FE-FILE
               MOVE "WRITE"    TO WS-FE-OPERATION
               MOVE COMMPAY-STATUS TO WS-FE-STATUS
               MOVE "E"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
           END-IF
           ADD 1 TO WS-SALESREP-COUNT
           ADD WS-SALESREP-SALES     TO WS-TOTAL-SALES
           ADD WS-COMMISSION-AMOUNT  TO WS-TOTAL-COMMISSION
           WRITE PRINT-AREA FROM RPT-ADJUST-LINE
           MOVE WS-SALESREP-COUNT   TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           IF WS-SPLIT-CUSTOMER-COUNT > ZERO
               MOVE "SHARED ACCOUNTS SPLIT:" TO RSC-CAPTION
               MOVE WS-SPLIT-CUSTOMER-COUNT TO RSC-COUNT
               WRITE PRINT-AREA FROM RPT-SPLIT-COUNT-LINE
           END-IF
           IF WS-BAD-SPLIT-COUNT > ZERO
               MOVE "INVALID SPLITS NOT APPLIED:" TO RSC-CAPTION
               MOVE WS-BAD-SPLIT-COUNT TO RSC-COUNT
               WRITE PRINT-AREA FROM RPT-SPLIT-COUNT-LINE
           END-IF
           PERFORM 4050-COUNT-CARRIED-RETURNS
           IF WS-CARRIED-COUNT > ZERO
               MOVE WS-CARRIED-COUNT TO RCF-COUNT
                   VARYING WS-RET-INDEX FROM 1 BY 1
                   UNTIL WS-RET-INDEX > WS-RET-COUNT
               CLOSE RETNPAID
           ELSE
               MOVE "RETNPAID" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE RETNPAID-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
           END-IF.

       4110-CARRY-ONE-RETURN.
               MOVE WS-RX-IMAGE(WS-RET-INDEX)
                   TO RETURN-PAID-RECORD
               WRITE RETURN-PAID-RECORD
               IF NOT RETNPAID-OK
                   MOVE "RETNPAID" TO WS-FE-FILE
                   MOVE "WRITE"    TO WS-FE-OPERATION
                   MOVE RETNPAID-STATUS TO WS-FE-STATUS
                   MOVE "E"        TO WS-FE-SEVERITY
                   PERFORM 9900-REPORT-FILE-ERROR
               END-IF
           END-IF.

       4120-FIND-DETAIL-CLAW-ENTRY.
                   MOVE WS-CLAW-INDEX TO WS-MATCHED-CLAW-SUB
               END-IF
           END-PERFORM.

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
