      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: On-account credit aging - lists every credit still
      *          open on ONACCT.DAT with the customer's name and how
      *          long the money has sat unused, in 0-30, 31-60,
      *          61-90, and over-90-day classes from the date of the
      *          receipt it came from, with a count and amount per
      *          class, so refunds and customer inquiries happen on
      *          purpose instead of by accident.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONA1000.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ONACCT ASSIGN TO "ONACCT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ONACCT-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTMAST-STATUS.
           SELECT CREDIT-RPT ASSIGN TO "ONA1000.OUT"
                   FILE STATUS IS CREDIT-RPT-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD   ONACCT.
       01   ON-ACCOUNT-CREDIT-RECORD.
           COPY ONACCT.

       FD   CUSTMAST.
       01   CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD   CREDIT-RPT.
       01   PRINT-AREA                  PIC X(132).

       WORKING-STORAGE SECTION.

       77   ONACCT-STATUS               PIC X(2)     VALUE "00".
           88   ONACCT-OK                            VALUE "00".
       77   CUSTMAST-STATUS             PIC X(2)     VALUE "00".
           88   CUSTMAST-OK                          VALUE "00".
       77   CREDIT-RPT-STATUS           PIC X(2)     VALUE "00".
           88   CREDIT-RPT-OK                        VALUE "00".

       77   ONACCT-EOF-SWITCH           PIC X        VALUE "N".
           88   ONACCT-EOF                           VALUE "Y".

      * AGE CLASSES 1-4 = 0-30/31-60/61-90/OVER 90 DAYS UNUSED
       01   AGE-CLASS-TOTALS.
           05   WS-CLASS-ENTRY OCCURS 4 TIMES.
               10   WS-CLASS-COUNT      PIC 9(7).
               10   WS-CLASS-AMOUNT     PIC S9(9)V99.
       77   WS-CLASS-SUB                PIC 9(1)     VALUE ZERO.

       01   AGING-WORK-FIELDS.
           05   WS-TODAY-INTEGER        PIC 9(7)     VALUE ZERO.
           05   WS-CREDIT-AGE-DAYS      PIC S9(5)    VALUE ZERO.
           05   WS-CREDITS-LISTED       PIC 9(7)     VALUE ZERO.
           05   WS-CREDIT-TOTAL         PIC S9(9)V99 VALUE ZERO.

       01   CLASS-CAPTIONS.
           05   FILLER                  PIC X(10)    VALUE "0-30 DAYS".
           05   FILLER                  PIC X(10)    VALUE "31-60 DAYS".
           05   FILLER                  PIC X(10)    VALUE "61-90 DAYS".
           05   FILLER                  PIC X(10)    VALUE "OVER 90".
       01   CLASS-CAPTION-TABLE REDEFINES CLASS-CAPTIONS.
           05   WS-CLASS-CAPTION        PIC X(10)    OCCURS 4 TIMES.

       01   CURRENT-DATE-AND-TIME.
           05   CD-YEAR                 PIC 9999.
           05   CD-MONTH                PIC 99.
           05   CD-DAY                  PIC 99.
           05   FILLER                  PIC X(13).

       01   RPT-HEADING-LINE.
           05   FILLER                  PIC X(40)    VALUE
                    "UNUSED ON-ACCOUNT CREDITS BY AGE".
           05   FILLER                  PIC X(11)    VALUE "RUN DATE: ".
           05   RHL-MONTH               PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-DAY                 PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-YEAR                PIC 9999.
           05   FILLER                  PIC X(70)    VALUE SPACES.

       01   RPT-COLUMN-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(8)     VALUE "CUST".
           05   FILLER                  PIC X(22)    VALUE
                    "CUSTOMER NAME".
           05   FILLER                  PIC X(10)    VALUE "RECEIVED".
           05   FILLER                  PIC X(5)     VALUE "SRC".
           05   FILLER                  PIC X(9)     VALUE "INVOICE".
           05   FILLER                  PIC X(13)    VALUE "ORIGINAL".
           05   FILLER                  PIC X(13)    VALUE "UNUSED".
           05   FILLER                  PIC X(7)     VALUE "DAYS".
           05   FILLER                  PIC X(10)    VALUE "AGE".
           05   FILLER                  PIC X(33)    VALUE SPACES.

       01   RPT-DETAIL-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-CUSTOMER-NUMBER     PIC 9(5).
           05   FILLER                  PIC X(3)     VALUE SPACES.
           05   RDL-CUSTOMER-NAME       PIC X(20).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-CREDIT-DATE         PIC 9(8).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-CREDIT-SOURCE       PIC X(2).
           05   FILLER                  PIC X(3)     VALUE SPACES.
           05   RDL-INVOICE-NUMBER      PIC X(7).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RDL-ORIGINAL-AMOUNT     PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RDL-UNUSED-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-AGE-DAYS            PIC ZZZZ9.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-AGE-CLASS           PIC X(10).
           05   FILLER                  PIC X(29)    VALUE SPACES.

       01   RPT-CLASS-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RKL-CAPTION             PIC X(12).
           05   RKL-COUNT               PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(4)     VALUE SPACES.
           05   RKL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(92)    VALUE SPACES.

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 3000-LIST-ONE-CREDIT
               UNTIL ONACCT-EOF.
           PERFORM 4000-TERMINATE.
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 4
               MOVE ZERO TO WS-CLASS-COUNT(WS-CLASS-SUB)
               MOVE ZERO TO WS-CLASS-AMOUNT(WS-CLASS-SUB)
           END-PERFORM
           OPEN INPUT ONACCT
           IF NOT ONACCT-OK
               DISPLAY "ONA1000: UNABLE TO OPEN ONACCT, STATUS = "
                   ONACCT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTMAST
           IF NOT CUSTMAST-OK
               DISPLAY "ONA1000: UNABLE TO OPEN CUSTMAST, STATUS = "
                   CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CREDIT-RPT
           MOVE CD-MONTH TO RHL-MONTH
           MOVE CD-DAY   TO RHL-DAY
           MOVE CD-YEAR  TO RHL-YEAR
           WRITE PRINT-AREA FROM RPT-HEADING-LINE
           WRITE PRINT-AREA FROM RPT-COLUMN-LINE.

      * ONLY CREDITS WITH MONEY STILL ON THEM ARE LISTED - A USED-UP
      * CREDIT IS HISTORY.
       3000-LIST-ONE-CREDIT.
           READ ONACCT
               AT END
                   SET ONACCT-EOF TO TRUE
               NOT AT END
                   IF OA-CREDIT-OPEN AND OA-REMAINING-AMOUNT > ZERO
                       PERFORM 3100-PRINT-CREDIT-LINE
                   END-IF
           END-READ.

       3100-PRINT-CREDIT-LINE.
           COMPUTE WS-CREDIT-AGE-DAYS = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(OA-CREDIT-DATE)
           EVALUATE TRUE
               WHEN WS-CREDIT-AGE-DAYS <= 30
                   MOVE 1 TO WS-CLASS-SUB
               WHEN WS-CREDIT-AGE-DAYS <= 60
                   MOVE 2 TO WS-CLASS-SUB
               WHEN WS-CREDIT-AGE-DAYS <= 90
                   MOVE 3 TO WS-CLASS-SUB
               WHEN OTHER
                   MOVE 4 TO WS-CLASS-SUB
           END-EVALUATE
           MOVE OA-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
           READ CUSTMAST
               INVALID KEY
                   MOVE "*NOT ON CUSTMAST*" TO RDL-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO RDL-CUSTOMER-NAME
           END-READ
           MOVE OA-CUSTOMER-NUMBER  TO RDL-CUSTOMER-NUMBER
           MOVE OA-CREDIT-DATE      TO RDL-CREDIT-DATE
           MOVE OA-CREDIT-SOURCE    TO RDL-CREDIT-SOURCE
           IF OA-INVOICE-NUMBER > ZERO
               MOVE OA-INVOICE-NUMBER TO RDL-INVOICE-NUMBER
           ELSE
               MOVE SPACES TO RDL-INVOICE-NUMBER
           END-IF
           MOVE OA-ORIGINAL-AMOUNT  TO RDL-ORIGINAL-AMOUNT
           MOVE OA-REMAINING-AMOUNT TO RDL-UNUSED-AMOUNT
           MOVE WS-CREDIT-AGE-DAYS  TO RDL-AGE-DAYS
           MOVE WS-CLASS-CAPTION(WS-CLASS-SUB) TO RDL-AGE-CLASS
           WRITE PRINT-AREA FROM RPT-DETAIL-LINE
           ADD 1 TO WS-CLASS-COUNT(WS-CLASS-SUB)
           ADD OA-REMAINING-AMOUNT TO WS-CLASS-AMOUNT(WS-CLASS-SUB)
           ADD 1 TO WS-CREDITS-LISTED
           ADD OA-REMAINING-AMOUNT TO WS-CREDIT-TOTAL.

       4000-TERMINATE.
           PERFORM 4100-PRINT-CLASS-LINE
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 4
           MOVE "ALL CREDITS" TO RKL-CAPTION
           MOVE WS-CREDITS-LISTED TO RKL-COUNT
           MOVE WS-CREDIT-TOTAL   TO RKL-AMOUNT
           WRITE PRINT-AREA FROM RPT-CLASS-LINE
           CLOSE ONACCT
                 CUSTMAST
                 CREDIT-RPT.

       4100-PRINT-CLASS-LINE.
           MOVE WS-CLASS-CAPTION(WS-CLASS-SUB) TO RKL-CAPTION
           MOVE WS-CLASS-COUNT(WS-CLASS-SUB)   TO RKL-COUNT
           MOVE WS-CLASS-AMOUNT(WS-CLASS-SUB)  TO RKL-AMOUNT
           WRITE PRINT-AREA FROM RPT-CLASS-LINE.
