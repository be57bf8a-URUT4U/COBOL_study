      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Year-to-date proof - recomputes every customer's
      *          sales for the year two ways, from the SALESHIST.DAT
      *          transactions posted that year and from the
      *          CB-THIS-YEAR-BUCKET entries on CUSTMNTH.DAT, and
      *          proves both against CM-SALES-THIS-YTD on CUSTMAST.
      *          Lists every customer where the three disagree with
      *          the differences, and prints company control totals.
      *          In correction mode, with a supervisor's sign-off on
      *          the YTDPARM card, rebuilds the buckets of every
      *          customer out of step from the history the way
      *          PST1000 posts them.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YTD1000.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      * one card - the posting year to prove (default this year), a
      * C to rebuild the buckets, and the name of the supervisor
      * signing off with today's date; a correction card signed for
      * any other day is refused and the run only proves
           SELECT YTDPARM ASSIGN TO "YTDPARM.DAT"
                   FILE STATUS IS YTDPARM-STATUS.
           SELECT SALESHIST ASSIGN TO "SALESHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SALESHIST-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CM-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTMAST-STATUS.
           SELECT CUSTMNTH ASSIGN TO "CUSTMNTH.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CB-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTMNTH-STATUS.
           SELECT PROOF-RPT ASSIGN TO "YTD1000.OUT"
                   FILE STATUS IS PROOF-RPT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "YTDWORK.TMP".
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD   YTDPARM.
       01   YTDPARM-RECORD.
           05   YPR-PROOF-YEAR          PIC 9(4).
           05   FILLER                  PIC X(1).
           05   YPR-MODE                PIC X(1).
               88   YPR-CORRECTION-MODE              VALUE "C" "c".
           05   FILLER                  PIC X(1).
           05   YPR-SIGNOFF-NAME        PIC X(20).
           05   FILLER                  PIC X(1).
           05   YPR-SIGNOFF-DATE        PIC 9(8).

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

       FD   CUSTMNTH.
       01   MONTH-BUCKET-RECORD.
           COPY CUSTMNTH.

       FD   PROOF-RPT.
       01   PRINT-AREA                  PIC X(132).

      * THE YEAR'S TRANSACTIONS IN CUSTOMER ORDER, SO THE OUTPUT
      * PROCEDURE CAN MATCH THEM AGAINST CUSTMAST IN ONE PASS.
       SD   SORT-WORK-FILE.
       01   SORT-RECORD.
           05   SS-CUSTOMER-NUMBER      PIC 9(5).
           05   SS-TRANS-DATE           PIC 9(8).
           05   SS-TRANS-AMOUNT         PIC S9(5)V9(2).
           05   SS-TRANS-TYPE           PIC X(1).
               88   SS-TYPE-RETURN                   VALUE "R".

       WORKING-STORAGE SECTION.

       77   YTDPARM-STATUS              PIC X(2)     VALUE "00".
           88   YTDPARM-OK                           VALUE "00".
       77   SALESHIST-STATUS            PIC X(2)     VALUE "00".
           88   SALESHIST-OK                         VALUE "00".
       77   CUSTMAST-STATUS             PIC X(2)     VALUE "00".
           88   CUSTMAST-OK                          VALUE "00".
       77   CUSTMNTH-STATUS             PIC X(2)     VALUE "00".
           88   CUSTMNTH-OK                          VALUE "00".
       77   PROOF-RPT-STATUS            PIC X(2)     VALUE "00".
           88   PROOF-RPT-OK                         VALUE "00".

       77   YTDPARM-EOF-SWITCH          PIC X        VALUE "N".
           88   YTDPARM-EOF                          VALUE "Y".
       77   SALESHIST-EOF-SWITCH        PIC X        VALUE "N".
           88   SALESHIST-EOF                        VALUE "Y".
       77   CUSTMAST-EOF-SWITCH         PIC X        VALUE "N".
           88   CUSTMAST-EOF                         VALUE "Y".
       77   SORT-EOF-SWITCH             PIC X        VALUE "N".
           88   SORT-EOF                             VALUE "Y".

       77   WS-CORRECTION-SWITCH        PIC X        VALUE "N".
           88   WS-CORRECTING                        VALUE "Y".
       77   WS-BUCKET-FOUND-SWITCH      PIC X        VALUE "N".
           88   WS-BUCKET-FOUND                      VALUE "Y".

       01   PROOF-WORK-FIELDS.
           05   WS-TODAY                PIC 9(8)     VALUE ZERO.
           05   WS-PROOF-YEAR           PIC 9(4)     VALUE ZERO.
           05   WS-SIGNOFF-NAME         PIC X(20)    VALUE SPACES.
           05   WS-TRANS-MONTH          PIC 9(2)     VALUE ZERO.
           05   WS-BUCKET-SUB           PIC 9(2)     VALUE ZERO.
           05   WS-HISTORY-TOTAL        PIC S9(9)V99 VALUE ZERO.
           05   WS-BUCKET-TOTAL         PIC S9(9)V99 VALUE ZERO.
           05   WS-MASTER-DIFFERENCE    PIC S9(9)V99 VALUE ZERO.
           05   WS-BUCKET-DIFFERENCE    PIC S9(9)V99 VALUE ZERO.
      * THE HISTORY SPREAD BY TRANSACTION MONTH, READY TO REPLACE THE
      * BUCKETS IN CORRECTION MODE
           05   WS-HISTORY-MONTH        PIC S9(7)V99 OCCURS 12 TIMES.

       01   CONTROL-TOTALS.
           05   WS-CT-MASTER            PIC S9(11)V99 VALUE ZERO.
           05   WS-CT-HISTORY           PIC S9(11)V99 VALUE ZERO.
           05   WS-CT-BUCKETS           PIC S9(11)V99 VALUE ZERO.
           05   WS-CT-ORPHAN-AMOUNT     PIC S9(11)V99 VALUE ZERO.

       01   PROOF-COUNTERS.
           05   WS-HISTORY-READ         PIC 9(7)     VALUE ZERO.
           05   WS-HISTORY-FOR-YEAR     PIC 9(7)     VALUE ZERO.
           05   WS-HISTORY-BAD-MONTH    PIC 9(7)     VALUE ZERO.
           05   WS-HISTORY-NO-CUSTOMER  PIC 9(7)     VALUE ZERO.
           05   WS-CUSTOMERS-PROVED     PIC 9(7)     VALUE ZERO.
           05   WS-CUSTOMERS-IN-STEP    PIC 9(7)     VALUE ZERO.
           05   WS-CUSTOMERS-OUT        PIC 9(7)     VALUE ZERO.
           05   WS-NO-BUCKET-RECORD     PIC 9(7)     VALUE ZERO.
           05   WS-BUCKETS-REBUILT      PIC 9(7)     VALUE ZERO.
           05   WS-BUCKET-WRITE-ERRORS  PIC 9(7)     VALUE ZERO.

       01   CURRENT-DATE-AND-TIME.
           05   CD-YEAR                 PIC 9999.
           05   CD-MONTH                PIC 99.
           05   CD-DAY                  PIC 99.
           05   FILLER                  PIC X(13).

       01   RPT-HEADING-LINE.
           05   FILLER                  PIC X(29)    VALUE
                    "YEAR-TO-DATE SALES PROOF FOR ".
           05   RHL-PROOF-YEAR          PIC 9(4).
           05   FILLER                  PIC X(4)     VALUE SPACES.
           05   FILLER                  PIC X(11)    VALUE "RUN DATE: ".
           05   RHL-MONTH               PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-DAY                 PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-YEAR                PIC 9999.
           05   FILLER                  PIC X(74)    VALUE SPACES.

       01   RPT-MODE-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RML-TEXT                PIC X(80).
           05   FILLER                  PIC X(50)    VALUE SPACES.

       01   RPT-COLUMN-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(7)     VALUE "CUST#".
           05   FILLER                  PIC X(22)    VALUE
                    "CUSTOMER NAME".
           05   FILLER                  PIC X(15)    VALUE
                    "   MASTER YTD".
           05   FILLER                  PIC X(15)    VALUE
                    "      HISTORY".
           05   FILLER                  PIC X(15)    VALUE
                    "      BUCKETS".
           05   FILLER                  PIC X(15)    VALUE
                    " MASTER-HIST".
           05   FILLER                  PIC X(15)    VALUE
                    " BUCKETS-HIST".
           05   FILLER                  PIC X(26)    VALUE SPACES.

       01   RPT-DETAIL-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-CUSTOMER-NUMBER     PIC 9(5).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-CUSTOMER-NAME       PIC X(20).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-MASTER              PIC ZZZ,ZZZ,ZZ9.99-.
           05   RDL-HISTORY             PIC ZZZ,ZZZ,ZZ9.99-.
           05   RDL-BUCKETS             PIC ZZZ,ZZZ,ZZ9.99-.
           05   RDL-BUCKETS-X REDEFINES RDL-BUCKETS
                                        PIC X(15).
           05   RDL-MASTER-DIFFERENCE   PIC ZZZ,ZZZ,ZZ9.99-.
           05   RDL-BUCKET-DIFFERENCE   PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-ACTION              PIC X(16).
           05   FILLER                  PIC X(8)     VALUE SPACES.

       01   RPT-TOTAL-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RTL-CAPTION             PIC X(40).
           05   RTL-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(72)    VALUE SPACES.

       01   RPT-COUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCL-CAPTION             PIC X(40).
           05   RCL-COUNT               PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(83)    VALUE SPACES.

      * PARAMETERS FOR THE SHARED FILEERR HANDLER - A BAD STATUS GOES
      * ON THE JOB LOG IN PLAIN WORDS AND SETS THE RETURN CODE
       01   FILE-ERROR-FIELDS.
           05   WS-FE-PROGRAM           PIC X(8)     VALUE "YTD1000".
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
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SS-CUSTOMER-NUMBER
               INPUT PROCEDURE IS 1300-SELECT-YEAR-HISTORY
               OUTPUT PROCEDURE IS 2000-PROVE-ALL-CUSTOMERS.
           PERFORM 4000-TERMINATE.
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           MOVE CURRENT-DATE-AND-TIME(1:8) TO WS-TODAY
           MOVE CD-YEAR TO WS-PROOF-YEAR
           PERFORM 1050-GET-PARAMETERS
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
           IF WS-CORRECTING
               OPEN I-O CUSTMNTH
           ELSE
               OPEN INPUT CUSTMNTH
           END-IF
           IF NOT CUSTMNTH-OK
               MOVE "CUSTMNTH" TO WS-FE-FILE
               MOVE "OPEN"     TO WS-FE-OPERATION
               MOVE CUSTMNTH-STATUS TO WS-FE-STATUS
               MOVE "S"        TO WS-FE-SEVERITY
               PERFORM 9900-REPORT-FILE-ERROR
               CLOSE SALESHIST
                     CUSTMAST
               GOBACK
           END-IF
           OPEN OUTPUT PROOF-RPT
           MOVE WS-PROOF-YEAR TO RHL-PROOF-YEAR
           MOVE CD-MONTH TO RHL-MONTH
           MOVE CD-DAY   TO RHL-DAY
           MOVE CD-YEAR  TO RHL-YEAR
           WRITE PRINT-AREA FROM RPT-HEADING-LINE
           IF WS-CORRECTING
               STRING "CORRECTION MODE - BUCKETS OUT OF STEP ARE "
                   "REBUILT FROM HISTORY. SIGNED OFF BY "
                   WS-SIGNOFF-NAME DELIMITED BY SIZE
                   INTO RML-TEXT
           ELSE
               MOVE "PROOF ONLY - NO FILE IS CHANGED" TO RML-TEXT
           END-IF
           WRITE PRINT-AREA FROM RPT-MODE-LINE
           WRITE PRINT-AREA FROM RPT-COLUMN-LINE.

      * CORRECTION NEEDS BOTH A SUPERVISOR'S NAME AND TODAY'S DATE
      * ON THE CARD, SO YESTERDAY'S SIGNED CARD LEFT IN PLACE CANNOT
      * REBUILD THE BUCKETS A SECOND TIME UNATTENDED.
       1050-GET-PARAMETERS.
           OPEN INPUT YTDPARM
           IF NOT YTDPARM-OK
               EXIT PARAGRAPH
           END-IF
           READ YTDPARM
               AT END
                   SET YTDPARM-EOF TO TRUE
           END-READ
           CLOSE YTDPARM
           IF YTDPARM-EOF
               EXIT PARAGRAPH
           END-IF
           IF YPR-PROOF-YEAR IS NUMERIC
              AND YPR-PROOF-YEAR > ZERO
               MOVE YPR-PROOF-YEAR TO WS-PROOF-YEAR
           END-IF
           IF YPR-CORRECTION-MODE
               IF YPR-SIGNOFF-NAME NOT = SPACES
                  AND YPR-SIGNOFF-DATE IS NUMERIC
                  AND YPR-SIGNOFF-DATE = WS-TODAY
                   SET WS-CORRECTING TO TRUE
                   MOVE YPR-SIGNOFF-NAME TO WS-SIGNOFF-NAME
               ELSE
                   DISPLAY "YTD1000: CORRECTION NOT SIGNED OFF FOR "
                       "TODAY ON YTDPARM.DAT - PROOF ONLY."
               END-IF
           END-IF.

      * ONLY TRANSACTIONS POSTED IN THE PROOF YEAR WENT INTO THAT
      * YEAR'S CM-SALES-THIS-YTD AND BUCKETS.
       1300-SELECT-YEAR-HISTORY.
           PERFORM 1310-READ-ONE-HISTORY-RECORD
               UNTIL SALESHIST-EOF
           CLOSE SALESHIST.

       1310-READ-ONE-HISTORY-RECORD.
           READ SALESHIST
               AT END
                   SET SALESHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   IF SH-POSTING-DATE(1:4) = WS-PROOF-YEAR
                       MOVE SH-CUSTOMER-NUMBER TO SS-CUSTOMER-NUMBER
                       MOVE SH-TRANS-DATE      TO SS-TRANS-DATE
                       MOVE SH-TRANS-AMOUNT    TO SS-TRANS-AMOUNT
                       MOVE SH-TRANS-TYPE      TO SS-TRANS-TYPE
                       RELEASE SORT-RECORD
                       ADD 1 TO WS-HISTORY-FOR-YEAR
                   END-IF
           END-READ.

      * MATCHES THE SORTED HISTORY AGAINST CUSTMAST IN KEY ORDER. A
      * TRANSACTION FOR A CUSTOMER NO LONGER ON CUSTMAST IS COUNTED
      * AND ITS AMOUNT CARRIED AS A SEPARATE CONTROL TOTAL.
       2000-PROVE-ALL-CUSTOMERS.
           PERFORM 2100-RETURN-SORTED-SALE
           PERFORM 2200-READ-CUSTMAST
           PERFORM 2300-PROVE-ONE-CUSTOMER
               UNTIL CUSTMAST-EOF
           PERFORM 2150-SKIP-ORPHAN-SALE
               UNTIL SORT-EOF.

       2100-RETURN-SORTED-SALE.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

       2150-SKIP-ORPHAN-SALE.
           ADD 1 TO WS-HISTORY-NO-CUSTOMER
           IF SS-TYPE-RETURN
               SUBTRACT SS-TRANS-AMOUNT FROM WS-CT-ORPHAN-AMOUNT
           ELSE
               ADD SS-TRANS-AMOUNT TO WS-CT-ORPHAN-AMOUNT
           END-IF
           PERFORM 2100-RETURN-SORTED-SALE.

       2200-READ-CUSTMAST.
           READ CUSTMAST NEXT RECORD
               AT END
                   SET CUSTMAST-EOF TO TRUE
           END-READ.

       2300-PROVE-ONE-CUSTOMER.
           MOVE ZERO TO WS-HISTORY-TOTAL
                        WS-BUCKET-TOTAL
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 12
               MOVE ZERO TO WS-HISTORY-MONTH(WS-BUCKET-SUB)
           END-PERFORM
           PERFORM 2150-SKIP-ORPHAN-SALE
               UNTIL SORT-EOF
               OR SS-CUSTOMER-NUMBER >= CM-CUSTOMER-NUMBER
           PERFORM 2310-ADD-ONE-TRANSACTION
               UNTIL SORT-EOF
               OR SS-CUSTOMER-NUMBER NOT = CM-CUSTOMER-NUMBER
           PERFORM 2400-TOTAL-BUCKETS
           ADD CM-SALES-THIS-YTD TO WS-CT-MASTER
           ADD WS-HISTORY-TOTAL  TO WS-CT-HISTORY
           ADD WS-BUCKET-TOTAL   TO WS-CT-BUCKETS
           ADD 1 TO WS-CUSTOMERS-PROVED
           COMPUTE WS-MASTER-DIFFERENCE =
               CM-SALES-THIS-YTD - WS-HISTORY-TOTAL
           COMPUTE WS-BUCKET-DIFFERENCE =
               WS-BUCKET-TOTAL - WS-HISTORY-TOTAL
           IF WS-MASTER-DIFFERENCE = ZERO
              AND WS-BUCKET-DIFFERENCE = ZERO
               ADD 1 TO WS-CUSTOMERS-IN-STEP
           ELSE
               ADD 1 TO WS-CUSTOMERS-OUT
               PERFORM 2500-PRINT-OUT-OF-STEP
           END-IF
           PERFORM 2200-READ-CUSTMAST.

      * THE HISTORY TOTAL TAKES EVERY TRANSACTION, AS THE YTD POSTING
      * DOES; THE MONTH SPREAD SKIPS A GARBAGE MONTH, AS THE BUCKET
      * POSTING DOES.
       2310-ADD-ONE-TRANSACTION.
           IF SS-TYPE-RETURN
               SUBTRACT SS-TRANS-AMOUNT FROM WS-HISTORY-TOTAL
           ELSE
               ADD SS-TRANS-AMOUNT TO WS-HISTORY-TOTAL
           END-IF
           MOVE SS-TRANS-DATE(5:2) TO WS-TRANS-MONTH
           IF WS-TRANS-MONTH < 01 OR WS-TRANS-MONTH > 12
               ADD 1 TO WS-HISTORY-BAD-MONTH
           ELSE
               IF SS-TYPE-RETURN
                   SUBTRACT SS-TRANS-AMOUNT
                       FROM WS-HISTORY-MONTH(WS-TRANS-MONTH)
               ELSE
                   ADD SS-TRANS-AMOUNT
                       TO WS-HISTORY-MONTH(WS-TRANS-MONTH)
               END-IF
           END-IF
           PERFORM 2100-RETURN-SORTED-SALE.

       2400-TOTAL-BUCKETS.
           MOVE CM-CUSTOMER-NUMBER TO CB-CUSTOMER-NUMBER
           READ CUSTMNTH
               INVALID KEY
                   MOVE "N" TO WS-BUCKET-FOUND-SWITCH
                   ADD 1 TO WS-NO-BUCKET-RECORD
               NOT INVALID KEY
                   SET WS-BUCKET-FOUND TO TRUE
                   PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 12
                       ADD CB-THIS-YEAR-BUCKET(WS-BUCKET-SUB)
                           TO WS-BUCKET-TOTAL
                   END-PERFORM
           END-READ.

       2500-PRINT-OUT-OF-STEP.
           MOVE CM-CUSTOMER-NUMBER    TO RDL-CUSTOMER-NUMBER
           MOVE CM-CUSTOMER-NAME      TO RDL-CUSTOMER-NAME
           MOVE CM-SALES-THIS-YTD     TO RDL-MASTER
           MOVE WS-HISTORY-TOTAL      TO RDL-HISTORY
           IF WS-BUCKET-FOUND
               MOVE WS-BUCKET-TOTAL   TO RDL-BUCKETS
           ELSE
               MOVE "     NO RECORD" TO RDL-BUCKETS-X
           END-IF
           MOVE WS-MASTER-DIFFERENCE  TO RDL-MASTER-DIFFERENCE
           MOVE WS-BUCKET-DIFFERENCE  TO RDL-BUCKET-DIFFERENCE
           MOVE SPACES TO RDL-ACTION
           IF WS-CORRECTING
              AND WS-BUCKET-DIFFERENCE NOT = ZERO
               PERFORM 2600-REBUILD-BUCKETS
           END-IF
           WRITE PRINT-AREA FROM RPT-DETAIL-LINE.

      * THIS YEAR'S BUCKETS ARE REPLACED WITH THE HISTORY'S MONTH
      * SPREAD; LAST YEAR'S ARE LEFT AS THEY ARE. CM-SALES-THIS-YTD
      * IS NEVER TOUCHED - A MASTER DIFFERENCE GOES TO MNT1000.
       2600-REBUILD-BUCKETS.
           IF NOT WS-BUCKET-FOUND
               MOVE CM-CUSTOMER-NUMBER TO CB-CUSTOMER-NUMBER
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 12
                   MOVE ZERO TO CB-LAST-YEAR-BUCKET(WS-BUCKET-SUB)
               END-PERFORM
           END-IF
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 12
               MOVE WS-HISTORY-MONTH(WS-BUCKET-SUB)
                   TO CB-THIS-YEAR-BUCKET(WS-BUCKET-SUB)
           END-PERFORM
           IF WS-BUCKET-FOUND
               REWRITE MONTH-BUCKET-RECORD
                   INVALID KEY
                       DISPLAY "YTD1000: CUSTMNTH REWRITE FAILED FOR "
                           CB-CUSTOMER-NUMBER
                       MOVE "CUSTMNTH" TO WS-FE-FILE
                       MOVE "REWRITE"  TO WS-FE-OPERATION
                       MOVE CUSTMNTH-STATUS TO WS-FE-STATUS
                       MOVE "E"        TO WS-FE-SEVERITY
                       PERFORM 9900-REPORT-FILE-ERROR
                       ADD 1 TO WS-BUCKET-WRITE-ERRORS
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE MONTH-BUCKET-RECORD
                   INVALID KEY
                       DISPLAY "YTD1000: CUSTMNTH WRITE FAILED FOR "
                           CB-CUSTOMER-NUMBER
                       MOVE "CUSTMNTH" TO WS-FE-FILE
                       MOVE "WRITE"    TO WS-FE-OPERATION
                       MOVE CUSTMNTH-STATUS TO WS-FE-STATUS
                       MOVE "E"        TO WS-FE-SEVERITY
                       PERFORM 9900-REPORT-FILE-ERROR
                       ADD 1 TO WS-BUCKET-WRITE-ERRORS
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           MOVE "BUCKETS REBUILT" TO RDL-ACTION
           ADD 1 TO WS-BUCKETS-REBUILT.

       4000-TERMINATE.
           MOVE "COMPANY CONTROL TOTALS" TO RML-TEXT
           WRITE PRINT-AREA FROM RPT-MODE-LINE
           MOVE "CM-SALES-THIS-YTD ON CUSTMAST:" TO RTL-CAPTION
           MOVE WS-CT-MASTER TO RTL-AMOUNT
           WRITE PRINT-AREA FROM RPT-TOTAL-LINE
           MOVE "SALESHIST FOR CUSTOMERS ON FILE:" TO RTL-CAPTION
           MOVE WS-CT-HISTORY TO RTL-AMOUNT
           WRITE PRINT-AREA FROM RPT-TOTAL-LINE
           MOVE "CUSTMNTH THIS-YEAR BUCKETS:" TO RTL-CAPTION
           MOVE WS-CT-BUCKETS TO RTL-AMOUNT
           WRITE PRINT-AREA FROM RPT-TOTAL-LINE
           MOVE "SALESHIST FOR CUSTOMERS NOT ON FILE:" TO RTL-CAPTION
           MOVE WS-CT-ORPHAN-AMOUNT TO RTL-AMOUNT
           WRITE PRINT-AREA FROM RPT-TOTAL-LINE
           MOVE "HISTORY RECORDS READ:" TO RCL-CAPTION
           MOVE WS-HISTORY-READ TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "HISTORY RECORDS POSTED IN THE YEAR:" TO RCL-CAPTION
           MOVE WS-HISTORY-FOR-YEAR TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "  WITH A BAD TRANSACTION MONTH:" TO RCL-CAPTION
           MOVE WS-HISTORY-BAD-MONTH TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "  FOR A CUSTOMER NOT ON CUSTMAST:" TO RCL-CAPTION
           MOVE WS-HISTORY-NO-CUSTOMER TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "CUSTOMERS PROVED:" TO RCL-CAPTION
           MOVE WS-CUSTOMERS-PROVED TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "CUSTOMERS IN STEP:" TO RCL-CAPTION
           MOVE WS-CUSTOMERS-IN-STEP TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "CUSTOMERS OUT OF STEP:" TO RCL-CAPTION
           MOVE WS-CUSTOMERS-OUT TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "CUSTOMERS WITH NO BUCKET RECORD:" TO RCL-CAPTION
           MOVE WS-NO-BUCKET-RECORD TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           IF WS-CORRECTING
               MOVE "BUCKET RECORDS REBUILT:" TO RCL-CAPTION
               MOVE WS-BUCKETS-REBUILT TO RCL-COUNT
               WRITE PRINT-AREA FROM RPT-COUNT-LINE
               MOVE "BUCKET REBUILDS FAILED:" TO RCL-CAPTION
               MOVE WS-BUCKET-WRITE-ERRORS TO RCL-COUNT
               WRITE PRINT-AREA FROM RPT-COUNT-LINE
           END-IF
           IF WS-BUCKET-WRITE-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CUSTOMERS-OUT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE CUSTMAST
                 CUSTMNTH
                 PROOF-RPT.

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
