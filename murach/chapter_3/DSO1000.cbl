      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Monthly collection-effectiveness report - for the
      *          month on the DSOPARM card (default last month) shows
      *          days-sales-outstanding, average days-to-pay, and the
      *          percent of cash collected within terms, by salesrep
      *          and by branch with names from SALESREP.DAT and
      *          BRANCHMST.DAT. Net sales come from SALESHIST.DAT,
      *          the cash applied and its dates from the CASHHIST.DAT
      *          history CSH1000 keeps, and receivables from
      *          OPENITEM.DAT as it stands at the run.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSO1000.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * one-card report month, YYYYMM - no card means last month
           SELECT DSOPARM ASSIGN TO "DSOPARM.DAT"
                   FILE STATUS IS DSOPARM-STATUS.
           SELECT SALESHIST ASSIGN TO "SALESHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SALESHIST-STATUS.
           SELECT OPENITEM ASSIGN TO "OPENITEM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPENITEM-STATUS.
           SELECT CASHHIST ASSIGN TO "CASHHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CASHHIST-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTMAST-STATUS.
           SELECT BRANCHMST ASSIGN TO "BRANCHMST.DAT"
                   FILE STATUS IS BRANCHMST-STATUS.
           SELECT SREPMST ASSIGN TO "SALESREP.DAT"
                   FILE STATUS IS SREPMST-STATUS.
           SELECT DSO-RPT ASSIGN TO "DSO1000.OUT"
                   FILE STATUS IS DSO-RPT-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD   DSOPARM.
       01   DSOPARM-RECORD.
           05   DPR-REPORT-MONTH        PIC 9(6).

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

       FD   OPENITEM.
       01   OPEN-ITEM-RECORD.
           COPY OPENITEM.

       FD   CASHHIST.
       01   CASH-HISTORY-RECORD.
           COPY CASHHIST.

       FD   CUSTMAST.
       01   CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD   BRANCHMST.
       01   BRANCH-MASTER-RECORD.
           05   BM-BRANCH-NUMBER        PIC 9(2).
           05   BM-BRANCH-NAME          PIC X(20).
           05   BM-REGION               PIC X(10).
           05   BM-MANAGER-NAME         PIC X(20).

       FD   SREPMST.
       01   SALESREP-MASTER-RECORD.
           05   SM-BRANCH-NUMBER        PIC 9(2).
           05   SM-SALESREP-NUMBER      PIC 9(2).
           05   SM-SALESREP-NAME        PIC X(20).
           05   SM-HIRE-DATE            PIC 9(8).
           05   SM-ANNUAL-QUOTA         PIC 9(7)V9(2).

       FD   DSO-RPT.
       01   PRINT-AREA                  PIC X(132).

       WORKING-STORAGE SECTION.

       77   DSOPARM-STATUS              PIC X(2)     VALUE "00".
           88   DSOPARM-OK                           VALUE "00".
       77   SALESHIST-STATUS            PIC X(2)     VALUE "00".
           88   SALESHIST-OK                         VALUE "00".
       77   OPENITEM-STATUS             PIC X(2)     VALUE "00".
           88   OPENITEM-OK                          VALUE "00".
       77   CASHHIST-STATUS             PIC X(2)     VALUE "00".
           88   CASHHIST-OK                          VALUE "00".
       77   CUSTMAST-STATUS             PIC X(2)     VALUE "00".
           88   CUSTMAST-OK                          VALUE "00".
       77   BRANCHMST-STATUS            PIC X(2)     VALUE "00".
           88   BRANCHMST-OK                         VALUE "00".
       77   SREPMST-STATUS              PIC X(2)     VALUE "00".
           88   SREPMST-OK                           VALUE "00".
       77   DSO-RPT-STATUS              PIC X(2)     VALUE "00".
           88   DSO-RPT-OK                           VALUE "00".

       77   DSOPARM-EOF-SWITCH          PIC X        VALUE "N".
           88   DSOPARM-EOF                          VALUE "Y".
       77   SALESHIST-EOF-SWITCH        PIC X        VALUE "N".
           88   SALESHIST-EOF                        VALUE "Y".
       77   OPENITEM-EOF-SWITCH         PIC X        VALUE "N".
           88   OPENITEM-EOF                         VALUE "Y".
       77   CASHHIST-EOF-SWITCH         PIC X        VALUE "N".
           88   CASHHIST-EOF                         VALUE "Y".
       77   BRANCHMST-EOF-SWITCH        PIC X        VALUE "N".
           88   BRANCHMST-EOF                        VALUE "Y".
       77   SREPMST-EOF-SWITCH          PIC X        VALUE "N".
           88   SREPMST-EOF                          VALUE "Y".

      * EVERY LEVEL OF THE REPORT CARRIES THE SAME FIVE FIGURES -
      * NET SALES FOR THE MONTH, RECEIVABLES OPEN, CASH COLLECTED,
      * CASH TIMES DAYS-TO-PAY (FOR THE WEIGHTED AVERAGE), AND THE
      * CASH THAT ARRIVED BY THE DUE DATE. ONE ENTRY PER SALESREP
      * MASTER RECORD THE WAY SLS1000 HOLDS THEM; A CUSTOMER WHOSE
      * REP HAS NO MASTER RECORD LANDS ON THE UNASSIGNED LINE.
       01   SALESREP-TABLE-FIELDS.
           05   WS-SALESREP-COUNT       PIC 9(3)     VALUE ZERO.
           05   WS-SALESREP-INDEX       PIC 9(3)     VALUE ZERO.
           05   WS-SREP-ENTRY OCCURS 200 TIMES.
               10   WS-ST-BRANCH        PIC 9(2).
               10   WS-ST-NUMBER        PIC 9(2).
               10   WS-ST-NAME          PIC X(20).
               10   WS-ST-FIGURES.
                   15   WS-ST-NET-SALES PIC S9(9)V99.
                   15   WS-ST-OPEN-AR   PIC S9(9)V99.
                   15   WS-ST-COLLECTED PIC S9(9)V99.
                   15   WS-ST-DAYS-WEIGHTED
                                        PIC S9(13)V99.
                   15   WS-ST-WITHIN-TERMS
                                        PIC S9(9)V99.
           05   WS-MATCHED-SALESREP-SUB PIC 9(3)     VALUE ZERO.

      * BRANCH FIGURES SUBSCRIPTED BY BRANCH NUMBER + 1 THE WAY
      * AGE1000 DOES.
       01   BRANCH-TABLE-FIELDS.
           05   WS-BRANCH-ENTRY OCCURS 100 TIMES.
               10   WS-BR-ACTIVE-SWITCH PIC X.
                   88   WS-BR-ACTIVE             VALUE "Y".
               10   WS-BR-NAME          PIC X(20).
               10   WS-BR-FIGURES.
                   15   WS-BR-NET-SALES PIC S9(9)V99.
                   15   WS-BR-OPEN-AR   PIC S9(9)V99.
                   15   WS-BR-COLLECTED PIC S9(9)V99.
                   15   WS-BR-DAYS-WEIGHTED
                                        PIC S9(13)V99.
                   15   WS-BR-WITHIN-TERMS
                                        PIC S9(9)V99.
       77   WS-BRANCH-SUB               PIC 9(3)     VALUE ZERO.
       77   WS-BRANCH-NUMBER            PIC 9(2)     VALUE ZERO.

       01   UNASSIGNED-FIGURES.
           05   WS-UN-NET-SALES         PIC S9(9)V99 VALUE ZERO.
           05   WS-UN-OPEN-AR           PIC S9(9)V99 VALUE ZERO.
           05   WS-UN-COLLECTED         PIC S9(9)V99 VALUE ZERO.
           05   WS-UN-DAYS-WEIGHTED     PIC S9(13)V99 VALUE ZERO.
           05   WS-UN-WITHIN-TERMS      PIC S9(9)V99 VALUE ZERO.

       01   COMPANY-FIGURES.
           05   WS-CO-NET-SALES         PIC S9(9)V99 VALUE ZERO.
           05   WS-CO-OPEN-AR           PIC S9(9)V99 VALUE ZERO.
           05   WS-CO-COLLECTED         PIC S9(9)V99 VALUE ZERO.
           05   WS-CO-DAYS-WEIGHTED     PIC S9(13)V99 VALUE ZERO.
           05   WS-CO-WITHIN-TERMS      PIC S9(9)V99 VALUE ZERO.

      * THE AMOUNTS ONE INPUT RECORD CONTRIBUTES, ADDED TO ITS REP,
      * ITS BRANCH, AND THE COMPANY IN ONE PLACE
       01   ADD-FIGURES.
           05   WS-ADD-NET-SALES        PIC S9(9)V99 VALUE ZERO.
           05   WS-ADD-OPEN-AR          PIC S9(9)V99 VALUE ZERO.
           05   WS-ADD-COLLECTED        PIC S9(9)V99 VALUE ZERO.
           05   WS-ADD-DAYS-WEIGHTED    PIC S9(13)V99 VALUE ZERO.
           05   WS-ADD-WITHIN-TERMS     PIC S9(9)V99 VALUE ZERO.

      * THE FIGURES OF THE LINE BEING PRINTED
       01   PRINT-FIGURES.
           05   WS-PR-NET-SALES         PIC S9(9)V99 VALUE ZERO.
           05   WS-PR-OPEN-AR           PIC S9(9)V99 VALUE ZERO.
           05   WS-PR-COLLECTED         PIC S9(9)V99 VALUE ZERO.
           05   WS-PR-DAYS-WEIGHTED     PIC S9(13)V99 VALUE ZERO.
           05   WS-PR-WITHIN-TERMS      PIC S9(9)V99 VALUE ZERO.

       01   PERIOD-WORK-FIELDS.
           05   WS-REPORT-MONTH         PIC 9(6)     VALUE ZERO.
           05   WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
               10   WS-REPORT-YEAR      PIC 9(4).
               10   WS-REPORT-MM        PIC 9(2).
           05   WS-NEXT-MONTH           PIC 9(6)     VALUE ZERO.
           05   WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
               10   WS-NEXT-YEAR        PIC 9(4).
               10   WS-NEXT-MM          PIC 9(2).
           05   WS-DAYS-IN-PERIOD       PIC 9(3)     VALUE ZERO.
           05   WS-DUE-INTEGER          PIC 9(7)     VALUE ZERO.
           05   WS-RECEIPT-INTEGER      PIC 9(7)     VALUE ZERO.
           05   WS-DAYS-TO-PAY          PIC S9(5)    VALUE ZERO.

       01   CUSTOMER-LOOKUP-FIELDS.
           05   WS-LOOKUP-CUSTOMER      PIC 9(5)     VALUE ZERO.
           05   WS-LAST-CUSTOMER        PIC 9(5)     VALUE ZERO.
           05   WS-CUSTOMER-FOUND-SWITCH PIC X       VALUE "N".
               88   WS-CUSTOMER-FOUND                VALUE "Y".

       01   DSO-COUNTERS.
           05   WS-SALES-RECORDS        PIC 9(7)     VALUE ZERO.
           05   WS-OPEN-ITEMS           PIC 9(7)     VALUE ZERO.
           05   WS-CASH-APPLICATIONS    PIC 9(7)     VALUE ZERO.
           05   WS-UNMATCHED-COUNT      PIC 9(7)     VALUE ZERO.

       01   METRIC-WORK-FIELDS.
           05   WS-DSO                  PIC S9(5)V9  VALUE ZERO.
           05   WS-AVG-DAYS             PIC S9(5)V9  VALUE ZERO.
           05   WS-TERMS-PCT            PIC S9(3)V9  VALUE ZERO.

       01   CURRENT-DATE-AND-TIME.
           05   CD-YEAR                 PIC 9999.
           05   CD-MONTH                PIC 99.
           05   CD-DAY                  PIC 99.
           05   FILLER                  PIC X(13).

       01   RPT-HEADING-LINE.
           05   FILLER                  PIC X(36)    VALUE
                    "DSO AND COLLECTION EFFECTIVENESS".
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
           05   FILLER                  PIC X(5)     VALUE "BR".
           05   FILLER                  PIC X(4)     VALUE "REP".
           05   FILLER                  PIC X(22)    VALUE "NAME".
           05   FILLER                  PIC X(15)    VALUE
                    "    NET SALES".
           05   FILLER                  PIC X(16)    VALUE
                    "     OPEN A/R".
           05   FILLER                  PIC X(9)     VALUE "   DSO".
           05   FILLER                  PIC X(17)    VALUE
                    "    COLLECTED".
           05   FILLER                  PIC X(11)    VALUE
                    "DAYS TO PAY".
           05   FILLER                  PIC X(6)     VALUE "%TERMS".
           05   FILLER                  PIC X(25)    VALUE SPACES.

       01   RPT-SECTION-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RSL-CAPTION             PIC X(40).
           05   FILLER                  PIC X(90)    VALUE SPACES.

       01   RPT-DETAIL-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-BRANCH-NUMBER       PIC X(2).
           05   FILLER                  PIC X(3)     VALUE SPACES.
           05   RDL-SALESREP-NUMBER     PIC X(2).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-NAME                PIC X(20).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-NET-SALES           PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-OPEN-AR             PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(3)     VALUE SPACES.
           05   RDL-DSO                 PIC ZZZ9.9.
           05   RDL-DSO-X REDEFINES RDL-DSO
                                        PIC X(6).
           05   FILLER                  PIC X(3)     VALUE SPACES.
           05   RDL-COLLECTED           PIC Z,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(4)     VALUE SPACES.
           05   RDL-AVG-DAYS            PIC ZZZ9.9-.
           05   RDL-AVG-DAYS-X REDEFINES RDL-AVG-DAYS
                                        PIC X(7).
           05   FILLER                  PIC X(4)     VALUE SPACES.
           05   RDL-TERMS-PCT           PIC ZZ9.9.
           05   RDL-TERMS-PCT-X REDEFINES RDL-TERMS-PCT
                                        PIC X(5).
           05   RDL-PCT-SIGN            PIC X(1).
           05   FILLER                  PIC X(25)    VALUE SPACES.

       01   RPT-COUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCL-CAPTION             PIC X(40).
           05   RCL-COUNT               PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(83)    VALUE SPACES.

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ADD-MONTH-SALES.
           PERFORM 2200-ADD-OPEN-RECEIVABLES.
           PERFORM 2400-ADD-CASH-COLLECTED.
           PERFORM 4000-TERMINATE.
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           PERFORM 1050-GET-REPORT-MONTH
           PERFORM 1100-LOAD-BRANCH-NAMES
           PERFORM 1200-LOAD-SALESREP-MASTER
           OPEN INPUT CUSTMAST
           IF NOT CUSTMAST-OK
               DISPLAY "DSO1000: UNABLE TO OPEN CUSTMAST, STATUS = "
                   CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT DSO-RPT
           MOVE WS-REPORT-MM   TO RHL-REPORT-MM
           MOVE WS-REPORT-YEAR TO RHL-REPORT-YEAR
           MOVE CD-MONTH TO RHL-MONTH
           MOVE CD-DAY   TO RHL-DAY
           MOVE CD-YEAR  TO RHL-YEAR
           WRITE PRINT-AREA FROM RPT-HEADING-LINE
           WRITE PRINT-AREA FROM RPT-COLUMN-LINE.

      * THE MONTH DEFAULTS TO THE ONE JUST CLOSED; DSO USES THE DAYS
      * IN WHICHEVER MONTH IS REPORTED.
       1050-GET-REPORT-MONTH.
           IF CD-MONTH = 1
               COMPUTE WS-REPORT-YEAR = CD-YEAR - 1
               MOVE 12 TO WS-REPORT-MM
           ELSE
               MOVE CD-YEAR TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-MM = CD-MONTH - 1
           END-IF
           OPEN INPUT DSOPARM
           IF DSOPARM-OK
               READ DSOPARM
                   AT END
                       SET DSOPARM-EOF TO TRUE
               END-READ
               IF NOT DSOPARM-EOF
                  AND DPR-REPORT-MONTH IS NUMERIC
                  AND DPR-REPORT-MONTH(5:2) >= "01"
                  AND DPR-REPORT-MONTH(5:2) <= "12"
                   MOVE DPR-REPORT-MONTH TO WS-REPORT-MONTH
               END-IF
               CLOSE DSOPARM
           END-IF
           IF WS-REPORT-MM = 12
               COMPUTE WS-NEXT-YEAR = WS-REPORT-YEAR + 1
               MOVE 1 TO WS-NEXT-MM
           ELSE
               MOVE WS-REPORT-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MM = WS-REPORT-MM + 1
           END-IF
           COMPUTE WS-DAYS-IN-PERIOD =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH * 100 + 1)
               - FUNCTION INTEGER-OF-DATE(WS-REPORT-MONTH * 100 + 1).

       1100-LOAD-BRANCH-NAMES.
           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > 100
               MOVE "N"    TO WS-BR-ACTIVE-SWITCH(WS-BRANCH-SUB)
               MOVE SPACES TO WS-BR-NAME(WS-BRANCH-SUB)
               MOVE ZERO   TO WS-BR-NET-SALES(WS-BRANCH-SUB)
                              WS-BR-OPEN-AR(WS-BRANCH-SUB)
                              WS-BR-COLLECTED(WS-BRANCH-SUB)
                              WS-BR-DAYS-WEIGHTED(WS-BRANCH-SUB)
                              WS-BR-WITHIN-TERMS(WS-BRANCH-SUB)
           END-PERFORM
           OPEN INPUT BRANCHMST
           IF BRANCHMST-OK
               PERFORM 1110-READ-BRANCH-RECORD
                   UNTIL BRANCHMST-EOF
               CLOSE BRANCHMST
           END-IF.

       1110-READ-BRANCH-RECORD.
           READ BRANCHMST
               AT END
                   SET BRANCHMST-EOF TO TRUE
               NOT AT END
                   MOVE BM-BRANCH-NAME
                       TO WS-BR-NAME(BM-BRANCH-NUMBER + 1)
           END-READ.

       1200-LOAD-SALESREP-MASTER.
           OPEN INPUT SREPMST
           IF SREPMST-OK
               PERFORM 1210-READ-SALESREP-RECORD
                   UNTIL SREPMST-EOF
               CLOSE SREPMST
           END-IF.

       1210-READ-SALESREP-RECORD.
           READ SREPMST
               AT END
                   SET SREPMST-EOF TO TRUE
               NOT AT END
                   IF WS-SALESREP-COUNT < 200
                       ADD 1 TO WS-SALESREP-COUNT
                       MOVE SM-BRANCH-NUMBER
                           TO WS-ST-BRANCH(WS-SALESREP-COUNT)
                       MOVE SM-SALESREP-NUMBER
                           TO WS-ST-NUMBER(WS-SALESREP-COUNT)
                       MOVE SM-SALESREP-NAME
                           TO WS-ST-NAME(WS-SALESREP-COUNT)
                       MOVE ZERO
                           TO WS-ST-NET-SALES(WS-SALESREP-COUNT)
                              WS-ST-OPEN-AR(WS-SALESREP-COUNT)
                              WS-ST-COLLECTED(WS-SALESREP-COUNT)
                              WS-ST-DAYS-WEIGHTED(WS-SALESREP-COUNT)
                              WS-ST-WITHIN-TERMS(WS-SALESREP-COUNT)
                   ELSE
                       DISPLAY "DSO1000: SALESREP TABLE FULL AT 200 "
                           "ENTRIES - REMAINING REPS REPORT AS "
                           "UNASSIGNED"
                       SET SREPMST-EOF TO TRUE
                   END-IF
           END-READ.

      * NET SALES - SALES LESS RETURNS - POSTED IN THE REPORT MONTH.
       2000-ADD-MONTH-SALES.
           OPEN INPUT SALESHIST
           IF NOT SALESHIST-OK
               DISPLAY "DSO1000: NO SALESHIST.DAT, STATUS = "
                   SALESHIST-STATUS " - NET SALES REPORT AS ZERO."
               EXIT PARAGRAPH
           END-IF
           PERFORM 2010-READ-SALES-RECORD
               UNTIL SALESHIST-EOF
           CLOSE SALESHIST.

       2010-READ-SALES-RECORD.
           READ SALESHIST
               AT END
                   SET SALESHIST-EOF TO TRUE
               NOT AT END
                   IF SH-POSTING-DATE(1:6) = WS-REPORT-MONTH
                       INITIALIZE ADD-FIGURES
                       IF SH-TYPE-RETURN
                           COMPUTE WS-ADD-NET-SALES =
                               ZERO - SH-TRANS-AMOUNT
                       ELSE
                           MOVE SH-TRANS-AMOUNT TO WS-ADD-NET-SALES
                       END-IF
                       ADD 1 TO WS-SALES-RECORDS
                       MOVE SH-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
                       PERFORM 3000-ADD-FOR-CUSTOMER
                   END-IF
           END-READ.

      * RECEIVABLES STILL OPEN - INVOICES LESS THE CREDIT MEMOS NOT
      * YET NETTED AGAINST THEM.
       2200-ADD-OPEN-RECEIVABLES.
           OPEN INPUT OPENITEM
           IF NOT OPENITEM-OK
               DISPLAY "DSO1000: NO OPENITEM.DAT, STATUS = "
                   OPENITEM-STATUS " - RECEIVABLES REPORT AS ZERO."
               EXIT PARAGRAPH
           END-IF
           PERFORM 2210-READ-OPEN-ITEM
               UNTIL OPENITEM-EOF
           CLOSE OPENITEM.

       2210-READ-OPEN-ITEM.
           READ OPENITEM
               AT END
                   SET OPENITEM-EOF TO TRUE
               NOT AT END
                   IF OI-ITEM-OPEN AND OI-OPEN-AMOUNT > ZERO
                       INITIALIZE ADD-FIGURES
                       IF OI-TYPE-CREDIT-MEMO
                           COMPUTE WS-ADD-OPEN-AR =
                               ZERO - OI-OPEN-AMOUNT
                       ELSE
                           MOVE OI-OPEN-AMOUNT TO WS-ADD-OPEN-AR
                       END-IF
                       ADD 1 TO WS-OPEN-ITEMS
                       MOVE OI-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
                       PERFORM 3000-ADD-FOR-CUSTOMER
                   END-IF
           END-READ.

      * CASH RECEIPTS CSH1000 APPLIED IN THE REPORT MONTH. CREDITS,
      * MEMOS, AND RECOVERIES ARE NOT COLLECTIONS AND ARE LEFT OUT.
      * DAYS-TO-PAY RUNS FROM THE INVOICE DATE TO THE RECEIPT DATE,
      * WEIGHTED BY THE AMOUNT; AN ITEM POSTED BEFORE DUE DATES IS
      * DUE NET 30.
       2400-ADD-CASH-COLLECTED.
           OPEN INPUT CASHHIST
           IF NOT CASHHIST-OK
               DISPLAY "DSO1000: NO CASHHIST.DAT, STATUS = "
                   CASHHIST-STATUS " - COLLECTIONS REPORT AS ZERO."
               EXIT PARAGRAPH
           END-IF
           PERFORM 2410-READ-CASH-HISTORY
               UNTIL CASHHIST-EOF
           CLOSE CASHHIST.

       2410-READ-CASH-HISTORY.
           READ CASHHIST
               AT END
                   SET CASHHIST-EOF TO TRUE
               NOT AT END
                   IF CH-SOURCE-RECEIPT
                      AND CH-APPLIED-DATE(1:6) = WS-REPORT-MONTH
                       PERFORM 2420-FIGURE-ONE-APPLICATION
                   END-IF
           END-READ.

       2420-FIGURE-ONE-APPLICATION.
           INITIALIZE ADD-FIGURES
           MOVE CH-APPLIED-AMOUNT TO WS-ADD-COLLECTED
           COMPUTE WS-RECEIPT-INTEGER =
               FUNCTION INTEGER-OF-DATE(CH-RECEIPT-DATE)
           COMPUTE WS-DAYS-TO-PAY = WS-RECEIPT-INTEGER
               - FUNCTION INTEGER-OF-DATE(CH-INVOICE-DATE)
           COMPUTE WS-ADD-DAYS-WEIGHTED =
               WS-DAYS-TO-PAY * CH-APPLIED-AMOUNT
           IF CH-DUE-DATE IS NUMERIC AND CH-DUE-DATE > ZERO
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CH-DUE-DATE)
           ELSE
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CH-INVOICE-DATE) + 30
           END-IF
           IF WS-RECEIPT-INTEGER NOT > WS-DUE-INTEGER
               MOVE CH-APPLIED-AMOUNT TO WS-ADD-WITHIN-TERMS
           END-IF
           ADD 1 TO WS-CASH-APPLICATIONS
           MOVE CH-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
           PERFORM 3000-ADD-FOR-CUSTOMER.

      * THE CUSTOMER'S BRANCH AND SALESREP COME FROM CUSTMAST - THE
      * LAST CUSTOMER LOOKED UP IS KEPT SO A RUN OF ONE CUSTOMER'S
      * RECORDS READS THE MASTER ONCE. A CUSTOMER GONE FROM CUSTMAST
      * IS COUNTED BUT NOT REPORTED.
       3000-ADD-FOR-CUSTOMER.
           IF WS-LOOKUP-CUSTOMER NOT = WS-LAST-CUSTOMER
              OR NOT WS-CUSTOMER-FOUND
               MOVE WS-LOOKUP-CUSTOMER TO CM-CUSTOMER-NUMBER
                                          WS-LAST-CUSTOMER
               READ CUSTMAST
                   INVALID KEY
                       MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH
                   NOT INVALID KEY
                       SET WS-CUSTOMER-FOUND TO TRUE
                       PERFORM 3010-FIND-SALESREP-ENTRY
               END-READ
           END-IF
           IF NOT WS-CUSTOMER-FOUND
               ADD 1 TO WS-UNMATCHED-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BRANCH-SUB = CM-BRANCH-NUMBER + 1
           MOVE "Y" TO WS-BR-ACTIVE-SWITCH(WS-BRANCH-SUB)
           ADD WS-ADD-NET-SALES     TO WS-BR-NET-SALES(WS-BRANCH-SUB)
                                       WS-CO-NET-SALES
           ADD WS-ADD-OPEN-AR       TO WS-BR-OPEN-AR(WS-BRANCH-SUB)
                                       WS-CO-OPEN-AR
           ADD WS-ADD-COLLECTED     TO WS-BR-COLLECTED(WS-BRANCH-SUB)
                                       WS-CO-COLLECTED
           ADD WS-ADD-DAYS-WEIGHTED
               TO WS-BR-DAYS-WEIGHTED(WS-BRANCH-SUB)
                  WS-CO-DAYS-WEIGHTED
           ADD WS-ADD-WITHIN-TERMS
               TO WS-BR-WITHIN-TERMS(WS-BRANCH-SUB)
                  WS-CO-WITHIN-TERMS
           IF WS-MATCHED-SALESREP-SUB = ZERO
               ADD WS-ADD-NET-SALES     TO WS-UN-NET-SALES
               ADD WS-ADD-OPEN-AR       TO WS-UN-OPEN-AR
               ADD WS-ADD-COLLECTED     TO WS-UN-COLLECTED
               ADD WS-ADD-DAYS-WEIGHTED TO WS-UN-DAYS-WEIGHTED
               ADD WS-ADD-WITHIN-TERMS  TO WS-UN-WITHIN-TERMS
           ELSE
               ADD WS-ADD-NET-SALES
                   TO WS-ST-NET-SALES(WS-MATCHED-SALESREP-SUB)
               ADD WS-ADD-OPEN-AR
                   TO WS-ST-OPEN-AR(WS-MATCHED-SALESREP-SUB)
               ADD WS-ADD-COLLECTED
                   TO WS-ST-COLLECTED(WS-MATCHED-SALESREP-SUB)
               ADD WS-ADD-DAYS-WEIGHTED
                   TO WS-ST-DAYS-WEIGHTED(WS-MATCHED-SALESREP-SUB)
               ADD WS-ADD-WITHIN-TERMS
                   TO WS-ST-WITHIN-TERMS(WS-MATCHED-SALESREP-SUB)
           END-IF.

       3010-FIND-SALESREP-ENTRY.
           MOVE ZERO TO WS-MATCHED-SALESREP-SUB
           PERFORM VARYING WS-SALESREP-INDEX FROM 1 BY 1
               UNTIL WS-SALESREP-INDEX > WS-SALESREP-COUNT
               OR WS-MATCHED-SALESREP-SUB > ZERO
               IF WS-ST-BRANCH(WS-SALESREP-INDEX) = CM-BRANCH-NUMBER
                  AND WS-ST-NUMBER(WS-SALESREP-INDEX)
                       = CM-SALESREP-NUMBER
                   MOVE WS-SALESREP-INDEX TO WS-MATCHED-SALESREP-SUB
               END-IF
           END-PERFORM.

      * DSO = RECEIVABLES OPEN / NET SALES FOR THE MONTH x DAYS IN
      * THE MONTH. A FIGURE WITH NOTHING TO DIVIDE BY PRINTS N/A.
       3500-FORMAT-FIGURES.
           MOVE WS-PR-NET-SALES TO RDL-NET-SALES
           MOVE WS-PR-OPEN-AR   TO RDL-OPEN-AR
           MOVE WS-PR-COLLECTED TO RDL-COLLECTED
           IF WS-PR-NET-SALES > ZERO
               COMPUTE WS-DSO ROUNDED = WS-PR-OPEN-AR
                   / WS-PR-NET-SALES * WS-DAYS-IN-PERIOD
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-DSO
               END-COMPUTE
               MOVE WS-DSO TO RDL-DSO
           ELSE
               MOVE "   N/A" TO RDL-DSO-X
           END-IF
           IF WS-PR-COLLECTED > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-PR-DAYS-WEIGHTED / WS-PR-COLLECTED
               MOVE WS-AVG-DAYS TO RDL-AVG-DAYS
               COMPUTE WS-TERMS-PCT ROUNDED =
                   WS-PR-WITHIN-TERMS / WS-PR-COLLECTED * 100
               MOVE WS-TERMS-PCT TO RDL-TERMS-PCT
               MOVE "%" TO RDL-PCT-SIGN
           ELSE
               MOVE "    N/A" TO RDL-AVG-DAYS-X
               MOVE "  N/A"   TO RDL-TERMS-PCT-X
               MOVE SPACE     TO RDL-PCT-SIGN
           END-IF
           WRITE PRINT-AREA FROM RPT-DETAIL-LINE.

       3600-PRINT-ONE-SALESREP.
           MOVE WS-ST-BRANCH(WS-SALESREP-INDEX) TO RDL-BRANCH-NUMBER
           MOVE WS-ST-NUMBER(WS-SALESREP-INDEX)
               TO RDL-SALESREP-NUMBER
           MOVE WS-ST-NAME(WS-SALESREP-INDEX) TO RDL-NAME
           MOVE WS-ST-FIGURES(WS-SALESREP-INDEX) TO PRINT-FIGURES
           PERFORM 3500-FORMAT-FIGURES.

       3700-PRINT-ONE-BRANCH.
           IF WS-BR-ACTIVE(WS-BRANCH-SUB)
               COMPUTE WS-BRANCH-NUMBER = WS-BRANCH-SUB - 1
               MOVE WS-BRANCH-NUMBER TO RDL-BRANCH-NUMBER
               MOVE SPACES TO RDL-SALESREP-NUMBER
               MOVE WS-BR-NAME(WS-BRANCH-SUB) TO RDL-NAME
               MOVE WS-BR-FIGURES(WS-BRANCH-SUB) TO PRINT-FIGURES
               PERFORM 3500-FORMAT-FIGURES
           END-IF.

       4000-TERMINATE.
           MOVE "BY SALESREP" TO RSL-CAPTION
           WRITE PRINT-AREA FROM RPT-SECTION-LINE
           PERFORM 3600-PRINT-ONE-SALESREP
               VARYING WS-SALESREP-INDEX FROM 1 BY 1
               UNTIL WS-SALESREP-INDEX > WS-SALESREP-COUNT
           IF WS-UN-NET-SALES NOT = ZERO
              OR WS-UN-OPEN-AR NOT = ZERO
              OR WS-UN-COLLECTED NOT = ZERO
               MOVE SPACES TO RDL-BRANCH-NUMBER
                              RDL-SALESREP-NUMBER
               MOVE "NO SALESREP RECORD" TO RDL-NAME
               MOVE UNASSIGNED-FIGURES TO PRINT-FIGURES
               PERFORM 3500-FORMAT-FIGURES
           END-IF
           MOVE "BY BRANCH" TO RSL-CAPTION
           WRITE PRINT-AREA FROM RPT-SECTION-LINE
           PERFORM 3700-PRINT-ONE-BRANCH
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > 100
           MOVE SPACES TO RDL-BRANCH-NUMBER
                          RDL-SALESREP-NUMBER
           MOVE "COMPANY TOTAL" TO RDL-NAME
           MOVE COMPANY-FIGURES TO PRINT-FIGURES
           PERFORM 3500-FORMAT-FIGURES
           MOVE "DAYS IN MONTH:" TO RCL-CAPTION
           MOVE WS-DAYS-IN-PERIOD TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "SALES HISTORY RECORDS IN MONTH:" TO RCL-CAPTION
           MOVE WS-SALES-RECORDS TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "OPEN ITEMS (RECEIVABLES AT RUN DATE):"
               TO RCL-CAPTION
           MOVE WS-OPEN-ITEMS TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "CASH APPLICATIONS IN MONTH:" TO RCL-CAPTION
           MOVE WS-CASH-APPLICATIONS TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           IF WS-UNMATCHED-COUNT > ZERO
               MOVE "RECORDS WITH NO CUSTMAST CUSTOMER:"
                   TO RCL-CAPTION
               MOVE WS-UNMATCHED-COUNT TO RCL-COUNT
               WRITE PRINT-AREA FROM RPT-COUNT-LINE
           END-IF
           CLOSE CUSTMAST
                 DSO-RPT.
