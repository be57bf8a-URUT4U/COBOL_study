      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Monthly sales-tax liability run - joins every sale
      *          and return posted to SALESHIST.DAT in the month on
      *          the TAXPARM card (default last month) to the
      *          customer's state on CUSTMAST, taxes it at the rate
      *          TAXRATE.DAT had in force for that state on the
      *          transaction date, and prints a filing report of
      *          taxable sales, returns, exempt sales, and tax due per
      *          state. Customers on TAXEXMPT.DAT are exempt. The tax
      *          due goes to the ledger through GLJRNL against the
      *          sales-tax-payable account.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX1000.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * one-card report month, YYYYMM - no card means last month
           SELECT TAXPARM ASSIGN TO "TAXPARM.DAT"
                   FILE STATUS IS TAXPARM-STATUS.
      * one record per state per rate change, kept by accounting - a
      * rate applies from its effective date until the next one
           SELECT TAXRATE ASSIGN TO "TAXRATE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TAXRATE-STATUS.
      * customers holding an exemption certificate
           SELECT TAXEXMPT ASSIGN TO "TAXEXMPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TAXEXMPT-STATUS.
           SELECT SALESHIST ASSIGN TO "SALESHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SALESHIST-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTMAST-STATUS.
      * shop-wide balancing file - BALRPT ties the GL-JOURNALED
      * counter left here to what is actually on GLJRNL.DAT
           SELECT BALANCE-FILE ASSIGN TO "BALANCE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BALANCE-FILE-STATUS.
           SELECT TAX-RPT ASSIGN TO "TAX1000.OUT"
                   FILE STATUS IS TAX-RPT-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD   TAXPARM.
       01   TAXPARM-RECORD.
           05   TPR-REPORT-MONTH        PIC 9(6).

       FD   TAXRATE.
       01   TAX-RATE-RECORD.
           05   TR-STATE                PIC X(2).
           05   FILLER                  PIC X(1).
           05   TR-EFFECTIVE-DATE       PIC 9(8).
           05   FILLER                  PIC X(1).
      * PERCENT, E.G. 06.250 = 6.25%
           05   TR-RATE-PCT             PIC 9(2)V9(3).

       FD   TAXEXMPT.
       01   TAX-EXEMPT-RECORD.
           05   TX-CUSTOMER-NUMBER      PIC 9(5).
           05   FILLER                  PIC X(1).
           05   TX-CERTIFICATE          PIC X(15).

       FD   SALESHIST.
       01   SALES-HISTORY-RECORD.
           05   SH-POSTING-DATE         PIC 9(8).
           05   FILLER                  PIC X(1).
           05   SH-CUSTOMER-NUMBER      PIC 9(5).
           05   FILLER                  PIC X(1).
           05   SH-TRANS-DATE           PIC 9(8).
           05   FILLER                  PIC X(1).
           05   SH-TRANS-AMOUNT         PIC S9(5)V9(2).
           05   FILLER                  PIC X(1).
           05   SH-TRANS-TYPE           PIC X(1).
               88   SH-TYPE-SALE                     VALUE "S".
               88   SH-TYPE-RETURN                   VALUE "R".

       FD   CUSTMAST.
       01   CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD   BALANCE-FILE.
       01   BALANCE-RECORD.
           05   BF-JOB-NAME             PIC X(8).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   BF-COUNTER-NAME         PIC X(12).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   BF-COUNTER-VALUE        PIC 9(9).

       FD   TAX-RPT.
       01   PRINT-AREA                  PIC X(132).

       WORKING-STORAGE SECTION.

       77   TAXPARM-STATUS              PIC X(2)     VALUE "00".
           88   TAXPARM-OK                           VALUE "00".
       77   TAXRATE-STATUS              PIC X(2)     VALUE "00".
           88   TAXRATE-OK                           VALUE "00".
       77   TAXEXMPT-STATUS             PIC X(2)     VALUE "00".
           88   TAXEXMPT-OK                          VALUE "00".
       77   SALESHIST-STATUS            PIC X(2)     VALUE "00".
           88   SALESHIST-OK                         VALUE "00".
       77   CUSTMAST-STATUS             PIC X(2)     VALUE "00".
           88   CUSTMAST-OK                          VALUE "00".
       77   BALANCE-FILE-STATUS         PIC X(2)     VALUE "00".
           88   BALANCE-FILE-OK                      VALUE "00".
       77   TAX-RPT-STATUS              PIC X(2)     VALUE "00".
           88   TAX-RPT-OK                           VALUE "00".

       77   TAXPARM-EOF-SWITCH          PIC X        VALUE "N".
           88   TAXPARM-EOF                          VALUE "Y".
       77   TAXRATE-EOF-SWITCH          PIC X        VALUE "N".
           88   TAXRATE-EOF                          VALUE "Y".
       77   TAXEXMPT-EOF-SWITCH         PIC X        VALUE "N".
           88   TAXEXMPT-EOF                         VALUE "Y".
       77   SALESHIST-EOF-SWITCH        PIC X        VALUE "N".
           88   SALESHIST-EOF                        VALUE "Y".

      * RATE TABLE LOADED AT START-UP - THE RATE FOR A TRANSACTION IS
      * THE ONE FOR ITS STATE WITH THE LATEST EFFECTIVE DATE NOT
      * AFTER THE TRANSACTION DATE, WHATEVER ORDER THE FILE IS IN.
       01   RATE-TABLE-FIELDS.
           05   WS-RATE-COUNT           PIC 9(3)     VALUE ZERO.
           05   WS-RATE-INDEX           PIC 9(3)     VALUE ZERO.
           05   WS-RATE-ENTRY OCCURS 500 TIMES.
               10   WS-RT-STATE         PIC X(2).
               10   WS-RT-EFFECTIVE     PIC 9(8).
               10   WS-RT-RATE-PCT      PIC 9(2)V9(3).
           05   WS-RATE-FOUND-SWITCH    PIC X        VALUE "N".
               88   WS-RATE-FOUND                    VALUE "Y".
           05   WS-BEST-EFFECTIVE       PIC 9(8)     VALUE ZERO.
           05   WS-APPLIED-RATE-PCT     PIC 9(2)V9(3) VALUE ZERO.

       01   EXEMPT-TABLE-FIELDS.
           05   WS-EXEMPT-COUNT         PIC 9(4)     VALUE ZERO.
           05   WS-EXEMPT-INDEX         PIC 9(4)     VALUE ZERO.
           05   WS-EXEMPT-CUSTOMER      PIC 9(5)     OCCURS 2000 TIMES.
           05   WS-EXEMPT-SWITCH        PIC X        VALUE "N".
               88   WS-CUSTOMER-EXEMPT               VALUE "Y".

      * ONE ENTRY PER STATE SEEN, KEPT IN STATE ORDER AS ENTRIES ARE
      * ADDED SO THE FILING REPORT PRINTS ALPHABETICALLY.
       01   STATE-TABLE-FIELDS.
           05   WS-STATE-COUNT          PIC 9(3)     VALUE ZERO.
           05   WS-STATE-INDEX          PIC 9(3)     VALUE ZERO.
           05   WS-STATE-SUB            PIC 9(3)     VALUE ZERO.
           05   WS-STATE-ENTRY OCCURS 100 TIMES.
               10   WS-SS-STATE         PIC X(2).
               10   WS-SS-TOTALS.
                   15   WS-SS-TAXABLE-SALES
                                        PIC S9(9)V99.
                   15   WS-SS-TAXABLE-RETURNS
                                        PIC S9(9)V99.
                   15   WS-SS-EXEMPT-SALES
                                        PIC S9(9)V99.
                   15   WS-SS-TAX-DUE   PIC S9(9)V99.
                   15   WS-SS-NO-RATE-COUNT
                                        PIC 9(7).
           05   WS-LOOKUP-STATE         PIC X(2)     VALUE SPACES.

       01   CUSTOMER-LOOKUP-FIELDS.
           05   WS-LAST-CUSTOMER        PIC 9(5)     VALUE ZERO.
           05   WS-CUSTOMER-FOUND-SWITCH PIC X       VALUE "N".
               88   WS-CUSTOMER-FOUND                VALUE "Y".

       01   TAX-WORK-FIELDS.
           05   WS-REPORT-MONTH         PIC 9(6)     VALUE ZERO.
           05   WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
               10   WS-REPORT-YEAR      PIC 9(4).
               10   WS-REPORT-MM        PIC 9(2).
           05   WS-TRANS-TAX            PIC S9(7)V99 VALUE ZERO.

       01   TAX-COUNTERS.
           05   WS-RECORDS-READ         PIC 9(7)     VALUE ZERO.
           05   WS-RECORDS-IN-MONTH     PIC 9(7)     VALUE ZERO.
           05   WS-UNMATCHED-COUNT      PIC 9(7)     VALUE ZERO.
           05   WS-TOTAL-TAXABLE-SALES  PIC S9(9)V99 VALUE ZERO.
           05   WS-TOTAL-TAXABLE-RETURNS PIC S9(9)V99 VALUE ZERO.
           05   WS-TOTAL-EXEMPT-SALES   PIC S9(9)V99 VALUE ZERO.
           05   WS-TOTAL-TAX-DUE        PIC S9(9)V99 VALUE ZERO.
           05   WS-TOTAL-NO-RATE        PIC 9(7)     VALUE ZERO.

      * PARAMETERS FOR THE SHARED GLJRNL SUBSYSTEM - ONE BALANCED
      * DEBIT/CREDIT PAIR FOR THE MONTH'S TAX DUE
       01   GL-JOURNAL-FIELDS.
           05   WS-GL-JOB-NAME          PIC X(8)     VALUE "TAX1000".
           05   WS-GL-SOURCE-CODE       PIC X(12)    VALUE SPACES.
           05   WS-GL-AMOUNT            PIC S9(9)V99 VALUE ZERO.
      * ONLY AMOUNTS GLJRNL CONFIRMS IT WROTE COUNT HERE - BALRPT
      * COMPARES THIS COUNTER TO WHAT IS ACTUALLY ON GLJRNL.DAT
           05   WS-GL-JOURNALED-SW      PIC X(1)     VALUE "N".
           05   WS-GL-JOURNALED-TOTAL   PIC S9(9)V99 VALUE ZERO.

       01   CURRENT-DATE-AND-TIME.
           05   CD-YEAR                 PIC 9999.
           05   CD-MONTH                PIC 99.
           05   CD-DAY                  PIC 99.
           05   FILLER                  PIC X(13).

       01   RPT-HEADING-LINE.
           05   FILLER                  PIC X(36)    VALUE
                    "SALES TAX LIABILITY BY STATE".
           05   FILLER                  PIC X(7)     VALUE "MONTH: ".
           05   RHL-REPORT-MM           PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-REPORT-YEAR         PIC 9999.
           05   FILLER                  PIC X(4)     VALUE SPACES.
           05   FILLER                  PIC X(11)    VALUE "RUN DATE: ".
           05   RHL-MONTH               PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-DAY                 PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-YEAR                PIC 9999.
           05   FILLER                  PIC X(57)    VALUE SPACES.

       01   RPT-COLUMN-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(8)     VALUE "STATE".
           05   FILLER                  PIC X(16)    VALUE
                    "  TAXABLE SALES".
           05   FILLER                  PIC X(16)    VALUE
                    "        RETURNS".
           05   FILLER                  PIC X(16)    VALUE
                    "   EXEMPT SALES".
           05   FILLER                  PIC X(16)    VALUE
                    "    NET TAXABLE".
           05   FILLER                  PIC X(16)    VALUE
                    "        TAX DUE".
           05   FILLER                  PIC X(42)    VALUE SPACES.

       01   RPT-DETAIL-LINE.
           05   FILLER                  PIC X(4)     VALUE SPACES.
           05   RDL-STATE               PIC X(2).
           05   FILLER                  PIC X(4)     VALUE SPACES.
           05   RDL-TAXABLE-SALES       PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RDL-TAXABLE-RETURNS     PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RDL-EXEMPT-SALES        PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RDL-NET-TAXABLE         PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RDL-TAX-DUE             PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-NOTE                PIC X(30).
           05   FILLER                  PIC X(10)    VALUE SPACES.

       01   RPT-TOTAL-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(8)     VALUE "TOTAL".
           05   RTL-TAXABLE-SALES       PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RTL-TAXABLE-RETURNS     PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RTL-EXEMPT-SALES        PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RTL-NET-TAXABLE         PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RTL-TAX-DUE             PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(42)    VALUE SPACES.

       01   RPT-COUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCL-CAPTION             PIC X(40).
           05   RCL-COUNT               PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(83)    VALUE SPACES.

       01   RPT-AMOUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RAL-CAPTION             PIC X(40).
           05   RAL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(75)    VALUE SPACES.

      * PARAMETERS FOR THE SHARED FILEERR HANDLER - A BAD STATUS GOES
      * ON THE JOB LOG IN PLAIN WORDS AND SETS THE RETURN CODE
       01   FILE-ERROR-FIELDS.
           05   WS-FE-PROGRAM           PIC X(8)     VALUE "TAX1000".
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
           PERFORM 3000-TAX-ONE-TRANSACTION
               UNTIL SALESHIST-EOF.
           PERFORM 4000-TERMINATE.
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           PERFORM 1050-GET-REPORT-MONTH
           PERFORM 1100-LOAD-RATE-TABLE
           IF WS-RATE-COUNT = ZERO
               DISPLAY "TAX1000: NO RATES LOADED FROM TAXRATE.DAT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-LOAD-EXEMPT-TABLE
           OPEN INPUT SALESHIST
           IF NOT SALESHIST-OK
               MOVE "SALESHIST" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE SALESHIST-STATUS TO WS-FE-STATUS
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
               CLOSE SALESHIST
               GOBACK
           END-IF
           OPEN OUTPUT TAX-RPT
           IF NOT TAX-RPT-OK
               MOVE "TAX1000.OUT" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE TAX-RPT-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               CLOSE SALESHIST
                     CUSTMAST
               GOBACK
           END-IF
           MOVE WS-REPORT-MM   TO RHL-REPORT-MM
           MOVE WS-REPORT-YEAR TO RHL-REPORT-YEAR
           MOVE CD-MONTH TO RHL-MONTH
           MOVE CD-DAY   TO RHL-DAY
           MOVE CD-YEAR  TO RHL-YEAR
           WRITE PRINT-AREA FROM RPT-HEADING-LINE
           WRITE PRINT-AREA FROM RPT-COLUMN-LINE.

      * THE MONTH DEFAULTS TO THE ONE JUST CLOSED, THE ONE BEING FILED.
       1050-GET-REPORT-MONTH.
           IF CD-MONTH = 1
               COMPUTE WS-REPORT-YEAR = CD-YEAR - 1
               MOVE 12 TO WS-REPORT-MM
           ELSE
               MOVE CD-YEAR TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-MM = CD-MONTH - 1
           END-IF
           OPEN INPUT TAXPARM
           IF TAXPARM-OK
               READ TAXPARM
                   AT END
                       SET TAXPARM-EOF TO TRUE
               END-READ
               IF NOT TAXPARM-EOF
                  AND TPR-REPORT-MONTH IS NUMERIC
                  AND TPR-REPORT-MONTH(5:2) >= "01"
                  AND TPR-REPORT-MONTH(5:2) <= "12"
                   MOVE TPR-REPORT-MONTH TO WS-REPORT-MONTH
               END-IF
               CLOSE TAXPARM
           END-IF.

       1100-LOAD-RATE-TABLE.
           OPEN INPUT TAXRATE
           IF TAXRATE-OK
               PERFORM 1110-READ-RATE-RECORD
                   UNTIL TAXRATE-EOF
               CLOSE TAXRATE
           END-IF.

       1110-READ-RATE-RECORD.
           READ TAXRATE
               AT END
                   SET TAXRATE-EOF TO TRUE
               NOT AT END
                   IF TR-EFFECTIVE-DATE IS NUMERIC
                      AND TR-RATE-PCT IS NUMERIC
                       IF WS-RATE-COUNT < 500
                           ADD 1 TO WS-RATE-COUNT
                           MOVE TR-STATE
                               TO WS-RT-STATE(WS-RATE-COUNT)
                           MOVE TR-EFFECTIVE-DATE
                               TO WS-RT-EFFECTIVE(WS-RATE-COUNT)
                           MOVE TR-RATE-PCT
                               TO WS-RT-RATE-PCT(WS-RATE-COUNT)
                       ELSE
                           DISPLAY "TAX1000: RATE TABLE FULL AT 500 "
                               "ENTRIES - NO TAX WAS FIGURED."
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                   ELSE
                       DISPLAY "TAX1000: TAXRATE RECORD FOR " TR-STATE
                           " IS NOT NUMERIC - SKIPPED."
                   END-IF
           END-READ.

       1200-LOAD-EXEMPT-TABLE.
           OPEN INPUT TAXEXMPT
           IF TAXEXMPT-OK
               PERFORM 1210-READ-EXEMPT-RECORD
                   UNTIL TAXEXMPT-EOF
               CLOSE TAXEXMPT
           END-IF.

       1210-READ-EXEMPT-RECORD.
           READ TAXEXMPT
               AT END
                   SET TAXEXMPT-EOF TO TRUE
               NOT AT END
                   IF WS-EXEMPT-COUNT < 2000
                       ADD 1 TO WS-EXEMPT-COUNT
                       MOVE TX-CUSTOMER-NUMBER
                           TO WS-EXEMPT-CUSTOMER(WS-EXEMPT-COUNT)
                   ELSE
                       DISPLAY "TAX1000: EXEMPT TABLE FULL AT 2000 "
                           "ENTRIES - NO TAX WAS FIGURED."
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ.

      * EACH SALE OR RETURN POSTED IN THE MONTH LANDS ON ITS
      * CUSTOMER'S STATE. AN EXEMPT CUSTOMER'S SALES NET OF RETURNS
      * ARE EXEMPT SALES; OTHERWISE THE TRANSACTION IS TAXED AT THE
      * RATE IN FORCE ON ITS OWN DATE, A RETURN TAKING BACK THE TAX
      * ITS SALE CARRIED.
       3000-TAX-ONE-TRANSACTION.
           READ SALESHIST
               AT END
                   SET SALESHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF SH-POSTING-DATE(1:6) = WS-REPORT-MONTH
                       ADD 1 TO WS-RECORDS-IN-MONTH
                       PERFORM 3100-TAX-MONTH-TRANSACTION
                   END-IF
           END-READ.

       3100-TAX-MONTH-TRANSACTION.
           IF SH-CUSTOMER-NUMBER NOT = WS-LAST-CUSTOMER
              OR NOT WS-CUSTOMER-FOUND
               MOVE SH-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                                          WS-LAST-CUSTOMER
               READ CUSTMAST
                   INVALID KEY
                       MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH
                   NOT INVALID KEY
                       SET WS-CUSTOMER-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT WS-CUSTOMER-FOUND
               ADD 1 TO WS-UNMATCHED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE CM-STATE TO WS-LOOKUP-STATE
           PERFORM 3200-FIND-STATE-ENTRY
           PERFORM 3300-CHECK-EXEMPT
           IF WS-CUSTOMER-EXEMPT
               IF SH-TYPE-RETURN
                   SUBTRACT SH-TRANS-AMOUNT
                       FROM WS-SS-EXEMPT-SALES(WS-STATE-SUB)
               ELSE
                   ADD SH-TRANS-AMOUNT
                       TO WS-SS-EXEMPT-SALES(WS-STATE-SUB)
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 3400-FIND-RATE
           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-SS-NO-RATE-COUNT(WS-STATE-SUB)
           END-IF
           COMPUTE WS-TRANS-TAX ROUNDED =
               SH-TRANS-AMOUNT * WS-APPLIED-RATE-PCT / 100
           IF SH-TYPE-RETURN
               ADD SH-TRANS-AMOUNT
                   TO WS-SS-TAXABLE-RETURNS(WS-STATE-SUB)
               SUBTRACT WS-TRANS-TAX FROM WS-SS-TAX-DUE(WS-STATE-SUB)
           ELSE
               ADD SH-TRANS-AMOUNT
                   TO WS-SS-TAXABLE-SALES(WS-STATE-SUB)
               ADD WS-TRANS-TAX TO WS-SS-TAX-DUE(WS-STATE-SUB)
           END-IF.

      * FINDS THE STATE'S ENTRY, OR OPENS ONE IN ALPHABETICAL PLACE
      * BY MOVING THE LATER STATES DOWN ONE.
       3200-FIND-STATE-ENTRY.
           MOVE ZERO TO WS-STATE-SUB
           PERFORM VARYING WS-STATE-INDEX FROM 1 BY 1
               UNTIL WS-STATE-INDEX > WS-STATE-COUNT
               OR WS-STATE-SUB > ZERO
               IF WS-SS-STATE(WS-STATE-INDEX) >= WS-LOOKUP-STATE
                   MOVE WS-STATE-INDEX TO WS-STATE-SUB
               END-IF
           END-PERFORM
           IF WS-STATE-SUB > ZERO
               IF WS-SS-STATE(WS-STATE-SUB) = WS-LOOKUP-STATE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE WS-STATE-SUB = WS-STATE-COUNT + 1
           END-IF
           IF WS-STATE-COUNT >= 100
               DISPLAY "TAX1000: MORE THAN 100 STATES ON CUSTMAST - "
                   "NO TAX WAS FILED."
               MOVE 16 TO RETURN-CODE
               CLOSE SALESHIST
                     CUSTMAST
                     TAX-RPT
               GOBACK
           END-IF
           PERFORM VARYING WS-STATE-INDEX FROM WS-STATE-COUNT BY -1
               UNTIL WS-STATE-INDEX < WS-STATE-SUB
               MOVE WS-STATE-ENTRY(WS-STATE-INDEX)
                   TO WS-STATE-ENTRY(WS-STATE-INDEX + 1)
           END-PERFORM
           ADD 1 TO WS-STATE-COUNT
           MOVE WS-LOOKUP-STATE TO WS-SS-STATE(WS-STATE-SUB)
           MOVE ZERO TO WS-SS-TAXABLE-SALES(WS-STATE-SUB)
                        WS-SS-TAXABLE-RETURNS(WS-STATE-SUB)
                        WS-SS-EXEMPT-SALES(WS-STATE-SUB)
                        WS-SS-TAX-DUE(WS-STATE-SUB)
                        WS-SS-NO-RATE-COUNT(WS-STATE-SUB).

       3300-CHECK-EXEMPT.
           MOVE "N" TO WS-EXEMPT-SWITCH
           PERFORM VARYING WS-EXEMPT-INDEX FROM 1 BY 1
               UNTIL WS-EXEMPT-INDEX > WS-EXEMPT-COUNT
               OR WS-CUSTOMER-EXEMPT
               IF WS-EXEMPT-CUSTOMER(WS-EXEMPT-INDEX)
                       = SH-CUSTOMER-NUMBER
                   SET WS-CUSTOMER-EXEMPT TO TRUE
               END-IF
           END-PERFORM.

      * A STATE WITH NO RATE IN FORCE ON THE DATE TAXES AT ZERO AND
      * IS FLAGGED ON THE REPORT FOR ACCOUNTING TO CORRECT.
       3400-FIND-RATE.
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           MOVE ZERO TO WS-BEST-EFFECTIVE
                        WS-APPLIED-RATE-PCT
           PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
               UNTIL WS-RATE-INDEX > WS-RATE-COUNT
               IF WS-RT-STATE(WS-RATE-INDEX) = CM-STATE
                  AND WS-RT-EFFECTIVE(WS-RATE-INDEX)
                       NOT > SH-TRANS-DATE
                  AND WS-RT-EFFECTIVE(WS-RATE-INDEX)
                       >= WS-BEST-EFFECTIVE
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-RT-EFFECTIVE(WS-RATE-INDEX)
                       TO WS-BEST-EFFECTIVE
                   MOVE WS-RT-RATE-PCT(WS-RATE-INDEX)
                       TO WS-APPLIED-RATE-PCT
               END-IF
           END-PERFORM.

       3500-PRINT-ONE-STATE.
           MOVE WS-SS-STATE(WS-STATE-INDEX) TO RDL-STATE
           MOVE WS-SS-TAXABLE-SALES(WS-STATE-INDEX)
               TO RDL-TAXABLE-SALES
           MOVE WS-SS-TAXABLE-RETURNS(WS-STATE-INDEX)
               TO RDL-TAXABLE-RETURNS
           MOVE WS-SS-EXEMPT-SALES(WS-STATE-INDEX)
               TO RDL-EXEMPT-SALES
           COMPUTE RDL-NET-TAXABLE =
               WS-SS-TAXABLE-SALES(WS-STATE-INDEX)
               - WS-SS-TAXABLE-RETURNS(WS-STATE-INDEX)
           MOVE WS-SS-TAX-DUE(WS-STATE-INDEX) TO RDL-TAX-DUE
           IF WS-SS-NO-RATE-COUNT(WS-STATE-INDEX) > ZERO
               MOVE "*NO RATE IN FORCE - TAXED ZERO" TO RDL-NOTE
           ELSE
               MOVE SPACES TO RDL-NOTE
           END-IF
           WRITE PRINT-AREA FROM RPT-DETAIL-LINE
           ADD WS-SS-TAXABLE-SALES(WS-STATE-INDEX)
               TO WS-TOTAL-TAXABLE-SALES
           ADD WS-SS-TAXABLE-RETURNS(WS-STATE-INDEX)
               TO WS-TOTAL-TAXABLE-RETURNS
           ADD WS-SS-EXEMPT-SALES(WS-STATE-INDEX)
               TO WS-TOTAL-EXEMPT-SALES
           ADD WS-SS-TAX-DUE(WS-STATE-INDEX) TO WS-TOTAL-TAX-DUE
           ADD WS-SS-NO-RATE-COUNT(WS-STATE-INDEX)
               TO WS-TOTAL-NO-RATE.

       4000-TERMINATE.
           PERFORM 3500-PRINT-ONE-STATE
               VARYING WS-STATE-INDEX FROM 1 BY 1
               UNTIL WS-STATE-INDEX > WS-STATE-COUNT
           MOVE WS-TOTAL-TAXABLE-SALES   TO RTL-TAXABLE-SALES
           MOVE WS-TOTAL-TAXABLE-RETURNS TO RTL-TAXABLE-RETURNS
           MOVE WS-TOTAL-EXEMPT-SALES    TO RTL-EXEMPT-SALES
           COMPUTE RTL-NET-TAXABLE =
               WS-TOTAL-TAXABLE-SALES - WS-TOTAL-TAXABLE-RETURNS
           MOVE WS-TOTAL-TAX-DUE         TO RTL-TAX-DUE
           WRITE PRINT-AREA FROM RPT-TOTAL-LINE
           PERFORM 4300-WRITE-GL-JOURNAL
           MOVE "SALESHIST RECORDS READ:" TO RCL-CAPTION
           MOVE WS-RECORDS-READ TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "TRANSACTIONS POSTED IN MONTH:" TO RCL-CAPTION
           MOVE WS-RECORDS-IN-MONTH TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "TRANSACTIONS WITH NO RATE IN FORCE:" TO RCL-CAPTION
           MOVE WS-TOTAL-NO-RATE TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           IF WS-UNMATCHED-COUNT > ZERO
               MOVE "TRANSACTIONS WITH NO CUSTMAST CUSTOMER:"
                   TO RCL-CAPTION
               MOVE WS-UNMATCHED-COUNT TO RCL-COUNT
               WRITE PRINT-AREA FROM RPT-COUNT-LINE
           END-IF
           MOVE "TAX DUE JOURNALED TO GL:" TO RAL-CAPTION
           MOVE WS-GL-JOURNALED-TOTAL TO RAL-AMOUNT
           WRITE PRINT-AREA FROM RPT-AMOUNT-LINE
           PERFORM 4400-WRITE-BALANCE-TOTALS
           CLOSE SALESHIST
                 CUSTMAST
                 TAX-RPT.

      * THE MONTH'S TAX DUE GOES TO THE LEDGER AS A BALANCED PAIR -
      * THE ACCOUNT-MAPPING FILE POINTS SALES-TAX AT RECEIVABLES FOR
      * THE DEBIT AND SALES TAX PAYABLE FOR THE CREDIT.
       4300-WRITE-GL-JOURNAL.
           IF WS-TOTAL-TAX-DUE NOT = ZERO
               MOVE "SALES-TAX" TO WS-GL-SOURCE-CODE
               MOVE WS-TOTAL-TAX-DUE TO WS-GL-AMOUNT
               CALL "GLJRNL" USING WS-GL-JOB-NAME WS-GL-SOURCE-CODE
                   WS-GL-AMOUNT WS-GL-JOURNALED-SW
               IF WS-GL-JOURNALED-SW = "Y"
                   ADD WS-GL-AMOUNT TO WS-GL-JOURNALED-TOTAL
               END-IF
           END-IF.

       4400-WRITE-BALANCE-TOTALS.
           OPEN EXTEND BALANCE-FILE
           IF NOT BALANCE-FILE-OK
               OPEN OUTPUT BALANCE-FILE
           END-IF
           IF NOT BALANCE-FILE-OK
               MOVE "BALANCE.DAT" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE BALANCE-FILE-STATUS TO WS-FE-STATUS
               MOVE "E"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE "TAX1000" TO BF-JOB-NAME
           MOVE "TRANS-TAXED" TO BF-COUNTER-NAME
           MOVE WS-RECORDS-IN-MONTH TO BF-COUNTER-VALUE
           WRITE BALANCE-RECORD
           IF NOT BALANCE-FILE-OK
               MOVE "BALANCE.DAT" TO WS-FE-FILE
               MOVE "WRITE"    TO WS-FE-OPERATION
               MOVE BALANCE-FILE-STATUS TO WS-FE-STATUS
               MOVE "E"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
           END-IF
           MOVE "GL-JOURNALED" TO BF-COUNTER-NAME
           MOVE WS-GL-JOURNALED-TOTAL TO BF-COUNTER-VALUE
           WRITE BALANCE-RECORD
           IF NOT BALANCE-FILE-OK
               MOVE "BALANCE.DAT" TO WS-FE-FILE
               MOVE "WRITE"    TO WS-FE-OPERATION
               MOVE BALANCE-FILE-STATUS TO WS-FE-STATUS
               MOVE "E"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
           END-IF
           CLOSE BALANCE-FILE.

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
