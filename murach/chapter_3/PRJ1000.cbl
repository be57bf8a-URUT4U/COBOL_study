      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Full-year sales projection - for every customer
      *          with a CUSTMNTH.DAT bucket record, projects the
      *          year's total as this year's completed months plus
      *          last year's remaining months scaled by this year's
      *          run rate against the same months last year. The
      *          projections roll up by salesrep and branch against
      *          SM-ANNUAL-QUOTA from SALESREP.DAT, and a rep
      *          projected to finish under quota is flagged with the
      *          monthly sales still needed while months remain.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRJ1000.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * one card - the last completed month to project from (default
      * the month before the run) and the percent of quota below
      * which a rep is flagged (default 100)
           SELECT PRJPARM ASSIGN TO "PRJPARM.DAT"
                   FILE STATUS IS PRJPARM-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTMAST-STATUS.
           SELECT CUSTMNTH ASSIGN TO "CUSTMNTH.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CB-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTMNTH-STATUS.
           SELECT BRANCHMST ASSIGN TO "BRANCHMST.DAT"
                   FILE STATUS IS BRANCHMST-STATUS.
           SELECT SREPMST ASSIGN TO "SALESREP.DAT"
                   FILE STATUS IS SREPMST-STATUS.
           SELECT PROJECTION-RPT ASSIGN TO "PRJ1000.OUT"
                   FILE STATUS IS PROJECTION-RPT-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD   PRJPARM.
       01   PRJPARM-RECORD.
           05   PPR-THROUGH-MONTH       PIC 9(2).
           05   FILLER                  PIC X(1).
           05   PPR-FLAG-PCT            PIC 9(3).

       FD   CUSTMAST.
       01   CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD   CUSTMNTH.
       01   MONTH-BUCKET-RECORD.
           COPY CUSTMNTH.

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

       FD   PROJECTION-RPT.
       01   PRINT-AREA                  PIC X(132).

       WORKING-STORAGE SECTION.

       77   PRJPARM-STATUS              PIC X(2)     VALUE "00".
           88   PRJPARM-OK                           VALUE "00".
       77   CUSTMAST-STATUS             PIC X(2)     VALUE "00".
           88   CUSTMAST-OK                          VALUE "00".
       77   CUSTMNTH-STATUS             PIC X(2)     VALUE "00".
           88   CUSTMNTH-OK                          VALUE "00".
       77   BRANCHMST-STATUS            PIC X(2)     VALUE "00".
           88   BRANCHMST-OK                         VALUE "00".
       77   SREPMST-STATUS              PIC X(2)     VALUE "00".
           88   SREPMST-OK                           VALUE "00".
       77   PROJECTION-RPT-STATUS       PIC X(2)     VALUE "00".
           88   PROJECTION-RPT-OK                    VALUE "00".

       77   PRJPARM-EOF-SWITCH          PIC X        VALUE "N".
           88   PRJPARM-EOF                          VALUE "Y".
       77   CUSTMAST-EOF-SWITCH         PIC X        VALUE "N".
           88   CUSTMAST-EOF                         VALUE "Y".
       77   BRANCHMST-EOF-SWITCH        PIC X        VALUE "N".
           88   BRANCHMST-EOF                        VALUE "Y".
       77   SREPMST-EOF-SWITCH          PIC X        VALUE "N".
           88   SREPMST-EOF                          VALUE "Y".

      * EVERY LEVEL CARRIES THE SAME THREE FIGURES - ACTUAL SALES IN
      * THE COMPLETED MONTHS, THE PROJECTED FULL YEAR, AND THE ANNUAL
      * QUOTA. ONE ENTRY PER SALESREP MASTER RECORD THE WAY SLS1000
      * HOLDS THEM; A CUSTOMER WHOSE REP HAS NO MASTER RECORD LANDS ON
      * THE UNASSIGNED LINE.
       01   SALESREP-TABLE-FIELDS.
           05   WS-SALESREP-COUNT       PIC 9(3)     VALUE ZERO.
           05   WS-SALESREP-INDEX       PIC 9(3)     VALUE ZERO.
           05   WS-SREP-ENTRY OCCURS 200 TIMES.
               10   WS-ST-BRANCH        PIC 9(2).
               10   WS-ST-NUMBER        PIC 9(2).
               10   WS-ST-NAME          PIC X(20).
               10   WS-ST-FIGURES.
                   15   WS-ST-ACTUAL    PIC S9(9)V99.
                   15   WS-ST-PROJECTED PIC S9(9)V99.
                   15   WS-ST-QUOTA     PIC S9(9)V99.
           05   WS-MATCHED-SALESREP-SUB PIC 9(3)     VALUE ZERO.

      * BRANCH FIGURES SUBSCRIPTED BY BRANCH NUMBER + 1 THE WAY
      * AGE1000 DOES. A BRANCH'S QUOTA IS THE SUM OF ITS REPS'.
       01   BRANCH-TABLE-FIELDS.
           05   WS-BRANCH-ENTRY OCCURS 100 TIMES.
               10   WS-BR-ACTIVE-SWITCH PIC X.
                   88   WS-BR-ACTIVE             VALUE "Y".
               10   WS-BR-NAME          PIC X(20).
               10   WS-BR-FIGURES.
                   15   WS-BR-ACTUAL    PIC S9(9)V99.
                   15   WS-BR-PROJECTED PIC S9(9)V99.
                   15   WS-BR-QUOTA     PIC S9(9)V99.

       77   WS-BRANCH-SUB               PIC 9(3)     VALUE ZERO.
       77   WS-BRANCH-NUMBER            PIC 9(2)     VALUE ZERO.

       01   UNASSIGNED-FIGURES.
           05   WS-UN-ACTUAL            PIC S9(9)V99 VALUE ZERO.
           05   WS-UN-PROJECTED         PIC S9(9)V99 VALUE ZERO.
           05   WS-UN-QUOTA             PIC S9(9)V99 VALUE ZERO.

       01   COMPANY-FIGURES.
           05   WS-CO-ACTUAL            PIC S9(9)V99 VALUE ZERO.
           05   WS-CO-PROJECTED         PIC S9(9)V99 VALUE ZERO.
           05   WS-CO-QUOTA             PIC S9(9)V99 VALUE ZERO.

      * THE FIGURES OF THE LINE BEING PRINTED
       01   PRINT-FIGURES.
           05   WS-PR-ACTUAL            PIC S9(9)V99 VALUE ZERO.
           05   WS-PR-PROJECTED         PIC S9(9)V99 VALUE ZERO.
           05   WS-PR-QUOTA             PIC S9(9)V99 VALUE ZERO.

      * MONTHS 1 THROUGH THE LAST COMPLETED MONTH ARE ACTUALS - THE
      * CURRENT MONTH IS STILL FILLING, AS TRD1000 TREATS IT.
       01   PROJECTION-WORK-FIELDS.
           05   WS-THROUGH-MONTH        PIC 9(2)     VALUE ZERO.
           05   WS-MONTHS-REMAINING     PIC 9(2)     VALUE ZERO.
           05   WS-MONTH-SUB            PIC 9(2)     VALUE ZERO.
           05   WS-FLAG-PCT             PIC 9(3)     VALUE 100.
           05   WS-THIS-SPAN-SALES      PIC S9(9)V99 VALUE ZERO.
           05   WS-LAST-SPAN-SALES      PIC S9(9)V99 VALUE ZERO.
           05   WS-LAST-REST-SALES      PIC S9(9)V99 VALUE ZERO.
           05   WS-RUN-RATE             PIC S9(3)V9(4) VALUE ZERO.
           05   WS-PROJECTED-SALES      PIC S9(9)V99 VALUE ZERO.
           05   WS-QUOTA-PCT            PIC S9(3)V9  VALUE ZERO.
           05   WS-NEEDED-PER-MONTH     PIC S9(9)V99 VALUE ZERO.
           05   WS-BASIS-CODE           PIC X(10)    VALUE SPACES.

       01   PROJECTION-COUNTERS.
           05   WS-CUSTOMERS-PROJECTED  PIC 9(7)     VALUE ZERO.
           05   WS-STRAIGHT-LINE-COUNT  PIC 9(7)     VALUE ZERO.
           05   WS-NO-HISTORY-COUNT     PIC 9(7)     VALUE ZERO.
           05   WS-REPS-FLAGGED         PIC 9(5)     VALUE ZERO.

       01   CURRENT-DATE-AND-TIME.
           05   CD-YEAR                 PIC 9999.
           05   CD-MONTH                PIC 99.
           05   CD-DAY                  PIC 99.
           05   FILLER                  PIC X(13).

       01   RPT-HEADING-LINE.
           05   FILLER                  PIC X(32)    VALUE
                    "FULL-YEAR SALES PROJECTION".
           05   FILLER                  PIC X(16)    VALUE
                    "ACTUALS THROUGH ".
           05   RHL-THROUGH-MONTH       PIC Z9.
           05   FILLER                  PIC X(4)     VALUE SPACES.
           05   FILLER                  PIC X(11)    VALUE "RUN DATE: ".
           05   RHL-MONTH               PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-DAY                 PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-YEAR                PIC 9999.
           05   FILLER                  PIC X(57)    VALUE SPACES.

       01   RPT-SECTION-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RSL-CAPTION             PIC X(40).
           05   FILLER                  PIC X(90)    VALUE SPACES.

       01   RPT-CUSTOMER-COLUMN-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(7)     VALUE "CUST#".
           05   FILLER                  PIC X(22)    VALUE
                    "CUSTOMER NAME".
           05   FILLER                  PIC X(6)     VALUE "BR/REP".
           05   FILLER                  PIC X(15)    VALUE
                    "     THIS YEAR".
           05   FILLER                  PIC X(15)    VALUE
                    " LAST YR SAME".
           05   FILLER                  PIC X(9)     VALUE
                    " RUN RATE".
           05   FILLER                  PIC X(15)    VALUE
                    " LAST YR REST".
           05   FILLER                  PIC X(15)    VALUE
                    "    PROJECTED".
           05   FILLER                  PIC X(11)    VALUE " BASIS".
           05   FILLER                  PIC X(15)    VALUE SPACES.

       01   RPT-CUSTOMER-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCU-CUSTOMER-NUMBER     PIC 9(5).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCU-CUSTOMER-NAME       PIC X(20).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCU-BRANCH-NUMBER       PIC 9(2).
           05   FILLER                  PIC X(1)     VALUE "/".
           05   RCU-SALESREP-NUMBER     PIC 9(2).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RCU-THIS-SPAN           PIC ZZZ,ZZZ,ZZ9.99-.
           05   RCU-LAST-SPAN           PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RCU-RUN-RATE            PIC ZZ9.99.
           05   RCU-RUN-RATE-X REDEFINES RCU-RUN-RATE
                                        PIC X(6).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RCU-LAST-REST           PIC ZZZ,ZZZ,ZZ9.99-.
           05   RCU-PROJECTED           PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCU-BASIS               PIC X(10).
           05   FILLER                  PIC X(15)    VALUE SPACES.

       01   RPT-COLUMN-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(5)     VALUE "BR".
           05   FILLER                  PIC X(4)     VALUE "REP".
           05   FILLER                  PIC X(22)    VALUE "NAME".
           05   FILLER                  PIC X(15)    VALUE
                    "     THIS YEAR".
           05   FILLER                  PIC X(15)    VALUE
                    "    PROJECTED".
           05   FILLER                  PIC X(15)    VALUE
                    "        QUOTA".
           05   FILLER                  PIC X(9)     VALUE
                    " % QUOTA".
           05   FILLER                  PIC X(15)    VALUE
                    "  NEEDED/MONTH".
           05   FILLER                  PIC X(30)    VALUE SPACES.

       01   RPT-DETAIL-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-BRANCH-NUMBER       PIC X(2).
           05   FILLER                  PIC X(3)     VALUE SPACES.
           05   RDL-SALESREP-NUMBER     PIC X(2).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-NAME                PIC X(20).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-ACTUAL              PIC ZZZ,ZZZ,ZZ9.99-.
           05   RDL-PROJECTED           PIC ZZZ,ZZZ,ZZ9.99-.
           05   RDL-QUOTA               PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-QUOTA-PCT           PIC ZZ9.9.
           05   RDL-QUOTA-PCT-X REDEFINES RDL-QUOTA-PCT
                                        PIC X(5).
           05   RDL-PCT-SIGN            PIC X(1).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RDL-NEEDED              PIC ZZZ,ZZZ,ZZ9.99-.
           05   RDL-NEEDED-X REDEFINES RDL-NEEDED
                                        PIC X(15).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-FLAG                PIC X(16).
           05   FILLER                  PIC X(10)    VALUE SPACES.

       01   RPT-COUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCL-CAPTION             PIC X(40).
           05   RCL-COUNT               PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(83)    VALUE SPACES.

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-CUSTMAST.
           PERFORM 3000-PROJECT-ONE-CUSTOMER
               UNTIL CUSTMAST-EOF.
           PERFORM 4000-TERMINATE.
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           PERFORM 1050-GET-PARAMETERS
           PERFORM 1100-LOAD-BRANCH-NAMES
           PERFORM 1200-LOAD-SALESREP-MASTER
           OPEN INPUT CUSTMAST
           IF NOT CUSTMAST-OK
               DISPLAY "PRJ1000: UNABLE TO OPEN CUSTMAST, STATUS = "
                   CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTMNTH
           IF NOT CUSTMNTH-OK
               DISPLAY "PRJ1000: UNABLE TO OPEN CUSTMNTH, STATUS = "
                   CUSTMNTH-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PROJECTION-RPT
           MOVE WS-THROUGH-MONTH TO RHL-THROUGH-MONTH
           MOVE CD-MONTH TO RHL-MONTH
           MOVE CD-DAY   TO RHL-DAY
           MOVE CD-YEAR  TO RHL-YEAR
           WRITE PRINT-AREA FROM RPT-HEADING-LINE
           MOVE "BY CUSTOMER" TO RSL-CAPTION
           WRITE PRINT-AREA FROM RPT-SECTION-LINE
           WRITE PRINT-AREA FROM RPT-CUSTOMER-COLUMN-LINE.

      * THE PROJECTION RUNS FROM THE LAST COMPLETED MONTH. IN JANUARY
      * NOTHING IS COMPLETE AND LAST YEAR STANDS AS THE PROJECTION.
       1050-GET-PARAMETERS.
           COMPUTE WS-THROUGH-MONTH = CD-MONTH - 1
           OPEN INPUT PRJPARM
           IF PRJPARM-OK
               READ PRJPARM
                   AT END
                       SET PRJPARM-EOF TO TRUE
               END-READ
               IF NOT PRJPARM-EOF
                   IF PPR-THROUGH-MONTH IS NUMERIC
                      AND PPR-THROUGH-MONTH <= 12
                       MOVE PPR-THROUGH-MONTH TO WS-THROUGH-MONTH
                   END-IF
                   IF PPR-FLAG-PCT IS NUMERIC
                      AND PPR-FLAG-PCT > ZERO
                       MOVE PPR-FLAG-PCT TO WS-FLAG-PCT
                   END-IF
               END-IF
               CLOSE PRJPARM
           END-IF
           COMPUTE WS-MONTHS-REMAINING = 12 - WS-THROUGH-MONTH.

       1100-LOAD-BRANCH-NAMES.
           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > 100
               MOVE "N"    TO WS-BR-ACTIVE-SWITCH(WS-BRANCH-SUB)
               MOVE SPACES TO WS-BR-NAME(WS-BRANCH-SUB)
               MOVE ZERO   TO WS-BR-ACTUAL(WS-BRANCH-SUB)
                              WS-BR-PROJECTED(WS-BRANCH-SUB)
                              WS-BR-QUOTA(WS-BRANCH-SUB)
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

      * EVERY REP'S QUOTA COUNTS TOWARD ITS BRANCH AND THE COMPANY,
      * WHETHER OR NOT THE REP HAS A CUSTOMER WITH HISTORY YET.
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
                           TO WS-ST-ACTUAL(WS-SALESREP-COUNT)
                              WS-ST-PROJECTED(WS-SALESREP-COUNT)
                       MOVE SM-ANNUAL-QUOTA
                           TO WS-ST-QUOTA(WS-SALESREP-COUNT)
                       COMPUTE WS-BRANCH-SUB = SM-BRANCH-NUMBER + 1
                       MOVE "Y" TO WS-BR-ACTIVE-SWITCH(WS-BRANCH-SUB)
                       ADD SM-ANNUAL-QUOTA
                           TO WS-BR-QUOTA(WS-BRANCH-SUB)
                              WS-CO-QUOTA
                   ELSE
                       DISPLAY "PRJ1000: SALESREP TABLE FULL AT 200 "
                           "ENTRIES - REMAINING REPS REPORT AS "
                           "UNASSIGNED"
                       SET SREPMST-EOF TO TRUE
                   END-IF
           END-READ.

       2000-READ-CUSTMAST.
           READ CUSTMAST NEXT RECORD
               AT END
                   SET CUSTMAST-EOF TO TRUE
           END-READ.

      * THIS YEAR'S COMPLETED MONTHS, PLUS LAST YEAR'S REMAINING
      * MONTHS SCALED BY THE RUN RATE - THIS YEAR'S COMPLETED MONTHS
      * OVER THE SAME MONTHS LAST YEAR. A CUSTOMER WITH NOTHING IN THE
      * SAME MONTHS LAST YEAR HAS NO RUN RATE AND IS PROJECTED
      * STRAIGHT-LINE FROM THIS YEAR'S MONTHLY AVERAGE. A CUSTOMER
      * WITH NO BUCKET RECORD IS COUNTED BUT NOT PROJECTED.
       3000-PROJECT-ONE-CUSTOMER.
           MOVE CM-CUSTOMER-NUMBER TO CB-CUSTOMER-NUMBER
           READ CUSTMNTH
               INVALID KEY
                   ADD 1 TO WS-NO-HISTORY-COUNT
               NOT INVALID KEY
                   PERFORM 3100-FIGURE-PROJECTION
                   PERFORM 3200-PRINT-CUSTOMER-LINE
                   PERFORM 3300-ADD-TO-ROLLUPS
           END-READ
           PERFORM 2000-READ-CUSTMAST.

       3100-FIGURE-PROJECTION.
           MOVE ZERO TO WS-THIS-SPAN-SALES
                        WS-LAST-SPAN-SALES
                        WS-LAST-REST-SALES
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
               IF WS-MONTH-SUB <= WS-THROUGH-MONTH
                   ADD CB-THIS-YEAR-BUCKET(WS-MONTH-SUB)
                       TO WS-THIS-SPAN-SALES
                   ADD CB-LAST-YEAR-BUCKET(WS-MONTH-SUB)
                       TO WS-LAST-SPAN-SALES
               ELSE
                   ADD CB-LAST-YEAR-BUCKET(WS-MONTH-SUB)
                       TO WS-LAST-REST-SALES
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-THROUGH-MONTH = ZERO
                   MOVE 1 TO WS-RUN-RATE
                   MOVE WS-LAST-REST-SALES TO WS-PROJECTED-SALES
                   MOVE "LAST YEAR" TO WS-BASIS-CODE
               WHEN WS-LAST-SPAN-SALES > ZERO
                   COMPUTE WS-RUN-RATE ROUNDED =
                       WS-THIS-SPAN-SALES / WS-LAST-SPAN-SALES
                       ON SIZE ERROR
                           MOVE 999.9999 TO WS-RUN-RATE
                   END-COMPUTE
                   COMPUTE WS-PROJECTED-SALES ROUNDED =
                       WS-THIS-SPAN-SALES
                       + WS-LAST-REST-SALES * WS-RUN-RATE
                   MOVE "RUN RATE" TO WS-BASIS-CODE
               WHEN OTHER
                   MOVE ZERO TO WS-RUN-RATE
                   COMPUTE WS-PROJECTED-SALES ROUNDED =
                       WS-THIS-SPAN-SALES * 12 / WS-THROUGH-MONTH
                   MOVE "STRAIGHT" TO WS-BASIS-CODE
                   ADD 1 TO WS-STRAIGHT-LINE-COUNT
           END-EVALUATE
           ADD 1 TO WS-CUSTOMERS-PROJECTED.

       3200-PRINT-CUSTOMER-LINE.
           MOVE CM-CUSTOMER-NUMBER   TO RCU-CUSTOMER-NUMBER
           MOVE CM-CUSTOMER-NAME     TO RCU-CUSTOMER-NAME
           MOVE CM-BRANCH-NUMBER     TO RCU-BRANCH-NUMBER
           MOVE CM-SALESREP-NUMBER   TO RCU-SALESREP-NUMBER
           MOVE WS-THIS-SPAN-SALES   TO RCU-THIS-SPAN
           MOVE WS-LAST-SPAN-SALES   TO RCU-LAST-SPAN
           IF WS-BASIS-CODE = "STRAIGHT"
               MOVE "   N/A" TO RCU-RUN-RATE-X
           ELSE
               MOVE WS-RUN-RATE TO RCU-RUN-RATE
           END-IF
           MOVE WS-LAST-REST-SALES   TO RCU-LAST-REST
           MOVE WS-PROJECTED-SALES   TO RCU-PROJECTED
           MOVE WS-BASIS-CODE        TO RCU-BASIS
           WRITE PRINT-AREA FROM RPT-CUSTOMER-LINE.

       3300-ADD-TO-ROLLUPS.
           PERFORM 3310-FIND-SALESREP-ENTRY
           COMPUTE WS-BRANCH-SUB = CM-BRANCH-NUMBER + 1
           MOVE "Y" TO WS-BR-ACTIVE-SWITCH(WS-BRANCH-SUB)
           ADD WS-THIS-SPAN-SALES TO WS-BR-ACTUAL(WS-BRANCH-SUB)
                                     WS-CO-ACTUAL
           ADD WS-PROJECTED-SALES TO WS-BR-PROJECTED(WS-BRANCH-SUB)
                                     WS-CO-PROJECTED
           IF WS-MATCHED-SALESREP-SUB = ZERO
               ADD WS-THIS-SPAN-SALES TO WS-UN-ACTUAL
               ADD WS-PROJECTED-SALES TO WS-UN-PROJECTED
           ELSE
               ADD WS-THIS-SPAN-SALES
                   TO WS-ST-ACTUAL(WS-MATCHED-SALESREP-SUB)
               ADD WS-PROJECTED-SALES
                   TO WS-ST-PROJECTED(WS-MATCHED-SALESREP-SUB)
           END-IF.

       3310-FIND-SALESREP-ENTRY.
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

      * PROJECTED AGAINST QUOTA. A LINE PROJECTED BELOW THE FLAG
      * PERCENT OF ITS QUOTA IS FLAGGED, WITH THE MONTHLY SALES THE
      * REMAINING MONTHS NEED TO REACH THE FULL QUOTA. ONCE ALL TWELVE
      * MONTHS ARE IN THERE IS NOTHING LEFT TO ACT ON.
       3500-FORMAT-FIGURES.
           MOVE WS-PR-ACTUAL    TO RDL-ACTUAL
           MOVE WS-PR-PROJECTED TO RDL-PROJECTED
           MOVE WS-PR-QUOTA     TO RDL-QUOTA
           MOVE SPACES          TO RDL-FLAG
                                   RDL-NEEDED-X
           IF WS-PR-QUOTA > ZERO
               COMPUTE WS-QUOTA-PCT ROUNDED =
                   WS-PR-PROJECTED / WS-PR-QUOTA * 100
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-QUOTA-PCT
               END-COMPUTE
               MOVE WS-QUOTA-PCT TO RDL-QUOTA-PCT
               MOVE "%" TO RDL-PCT-SIGN
               IF WS-QUOTA-PCT < WS-FLAG-PCT
                   IF WS-MONTHS-REMAINING > ZERO
                       MOVE "*UNDER QUOTA" TO RDL-FLAG
                       COMPUTE WS-NEEDED-PER-MONTH ROUNDED =
                           (WS-PR-QUOTA - WS-PR-ACTUAL)
                           / WS-MONTHS-REMAINING
                       MOVE WS-NEEDED-PER-MONTH TO RDL-NEEDED
                   ELSE
                       MOVE "FINISHED UNDER" TO RDL-FLAG
                   END-IF
               END-IF
           ELSE
               MOVE "  N/A" TO RDL-QUOTA-PCT-X
               MOVE SPACE   TO RDL-PCT-SIGN
           END-IF
           WRITE PRINT-AREA FROM RPT-DETAIL-LINE.

       3600-PRINT-ONE-SALESREP.
           MOVE WS-ST-BRANCH(WS-SALESREP-INDEX) TO RDL-BRANCH-NUMBER
           MOVE WS-ST-NUMBER(WS-SALESREP-INDEX)
               TO RDL-SALESREP-NUMBER
           MOVE WS-ST-NAME(WS-SALESREP-INDEX) TO RDL-NAME
           MOVE WS-ST-FIGURES(WS-SALESREP-INDEX) TO PRINT-FIGURES
           PERFORM 3500-FORMAT-FIGURES
           IF RDL-FLAG = "*UNDER QUOTA"
               ADD 1 TO WS-REPS-FLAGGED
           END-IF.

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
           WRITE PRINT-AREA FROM RPT-COLUMN-LINE
           PERFORM 3600-PRINT-ONE-SALESREP
               VARYING WS-SALESREP-INDEX FROM 1 BY 1
               UNTIL WS-SALESREP-INDEX > WS-SALESREP-COUNT
           IF WS-UN-ACTUAL NOT = ZERO
              OR WS-UN-PROJECTED NOT = ZERO
               MOVE SPACES TO RDL-BRANCH-NUMBER
                              RDL-SALESREP-NUMBER
               MOVE "NO SALESREP RECORD" TO RDL-NAME
               MOVE UNASSIGNED-FIGURES TO PRINT-FIGURES
               PERFORM 3500-FORMAT-FIGURES
           END-IF
           MOVE "BY BRANCH" TO RSL-CAPTION
           WRITE PRINT-AREA FROM RPT-SECTION-LINE
           WRITE PRINT-AREA FROM RPT-COLUMN-LINE
           PERFORM 3700-PRINT-ONE-BRANCH
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > 100
           MOVE SPACES TO RDL-BRANCH-NUMBER
                          RDL-SALESREP-NUMBER
           MOVE "COMPANY TOTAL" TO RDL-NAME
           MOVE COMPANY-FIGURES TO PRINT-FIGURES
           PERFORM 3500-FORMAT-FIGURES
           MOVE "CUSTOMERS PROJECTED:" TO RCL-CAPTION
           MOVE WS-CUSTOMERS-PROJECTED TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "PROJECTED STRAIGHT-LINE (NO LAST YEAR):"
               TO RCL-CAPTION
           MOVE WS-STRAIGHT-LINE-COUNT TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "NO BUCKET HISTORY - NOT PROJECTED:" TO RCL-CAPTION
           MOVE WS-NO-HISTORY-COUNT TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "SALESREPS FLAGGED UNDER QUOTA:" TO RCL-CAPTION
           MOVE WS-REPS-FLAGGED TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           CLOSE CUSTMAST
                 CUSTMNTH
                 PROJECTION-RPT.
