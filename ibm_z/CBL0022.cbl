      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBL0022.
      *--------------------
      * Month-end snapshot and delinquency roll-rate report - run
      * after the month-end assessment and the charge-off run. Takes
      * this month's snapshot of every account's cycles past due,
      * balance, product and utilization, and drops the months that
      * have passed out of the retention window (13 months unless
      * the parameter card keeps more). The report pairs each
      * account's snapshot last month with this month's and prints,
      * for each product and for all products, the matrix of how
      * many accounts and how much balance moved from each
      * delinquency bucket to each other one - including the cures,
      * the charge-offs, the new accounts and the closed ones - then
      * the 13-month trend of the percent of balances one or more
      * cycles delinquent.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the account master is indexed on ACCT-NO now - updates happen
      * in place and the nightly old/new copy chain is gone
           SELECT ACCT-REC   ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
      * the snapshot file - indexed on month and account, so one
      * month's snapshots read together and the oldest months come
      * first for the purge
           SELECT SNAP-FILE ASSIGN TO SNAPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT ROLL-RPT ASSIGN TO ROLLRPT.
           SELECT ROLL-SORT-FILE ASSIGN TO SRTWORK.
      * one-card parameter - months of snapshots to keep; the default
      * of 13 holds when the card is missing, and fewer than 13 is
      * never taken since the trend needs them
           SELECT SNAPPARM ASSIGN TO SNAPPARM
               FILE STATUS IS WS-SNAP-PARM-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTREC.
      *
       FD  SNAP-FILE RECORDING MODE F.
       01  SNAP-RECORD.
           COPY SNAPREC.
      *
       FD  ROLL-RPT RECORDING MODE F.
       01  ROLL-LINE              PIC X(100).
      *
       FD  SNAPPARM RECORDING MODE F.
       01  SNAPPARM-REC.
           05  SXP-KEEP-MONTHS    PIC 9(3).
           05  FILLER             PIC X(30).
      *
      * last month's and this month's snapshots, sorted so each
      * account's two months come out together, last month first
       SD  ROLL-SORT-FILE.
       01  ROLL-SORT-REC.
           05  RS-ACCT-NO         PIC X(8).
           05  RS-PERIOD          PIC 9(6).
           05  RS-PRODUCT-CODE    PIC X(2).
           05  RS-BUCKET          PIC 9(1).
           05  RS-BALANCE         PIC S9(7)V99.
      *
       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS        PIC X(2) VALUE '00'.
         88 ACCT-STATUS-OK      VALUE '00'.
       01 WS-SNAP-STATUS        PIC X(2) VALUE '00'.
         88 SNAP-STATUS-OK      VALUE '00'.
       01 WS-SNAP-PARM-STATUS   PIC X(2) VALUE '00'.
         88 SNAP-PARM-STATUS-OK VALUE '00'.
      *
       01 FLAGS.
         05 LASTREC           PIC X VALUE SPACE.
         05 SNAP-LASTREC      PIC X VALUE SPACE.
         05 SORT-LASTREC      PIC X VALUE SPACE.
         05 WS-SNAP-PARM-EOF-SW PIC X VALUE 'N'.
           88 WS-SNAP-PARM-EOF  VALUE 'Y'.
      *
       01 SNAPSHOT-PARMS.
         05 WS-KEEP-MONTHS      PIC 9(3) VALUE 13.
      *
      * months are counted as year times 12 plus month less one, so
      * stepping back across a year end is plain subtraction
       01 DATE-WORK-FIELDS.
         05 WS-CURRENT-DATE     PIC 9(8) VALUE ZERO.
         05 WS-CURRENT-PERIOD   PIC 9(6) VALUE ZERO.
         05 WS-PRIOR-PERIOD     PIC 9(6) VALUE ZERO.
         05 WS-CUTOFF-PERIOD    PIC 9(6) VALUE ZERO.
         05 WS-TREND-START-PERIOD PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-MONTH-NO PIC 9(6) VALUE ZERO.
         05 WS-TREND-START-MONTH-NO PIC 9(6) VALUE ZERO.
         05 WS-MONTH-NUMBER     PIC 9(6) VALUE ZERO.
         05 WS-WORK-PERIOD      PIC 9(6) VALUE ZERO.
         05 WS-WORK-YEAR        PIC 9(4) VALUE ZERO.
         05 WS-WORK-MONTH       PIC 9(2) VALUE ZERO.
      *
      * buckets 1 current, 2 to 6 one to five cycles past due, 7 six
      * or more, 8 charged off; row 9 is an account new this month
      * and column 9 one closed since last month
       01 BUCKET-WORK-FIELDS.
         05 WS-BUCKET           PIC 9(1) VALUE ZERO.
         05 WS-FROM-BUCKET      PIC 9(2) VALUE ZERO.
         05 WS-TO-BUCKET        PIC 9(2) VALUE ZERO.
         05 WS-CELL-BALANCE     PIC S9(7)V99 VALUE ZERO.
         05 WS-CELL-PRODUCT     PIC X(2) VALUE SPACES.
         05 WS-HELD-ACCT-NO     PIC X(8) VALUE SPACES.
         05 WS-HELD-PRODUCT     PIC X(2) VALUE SPACES.
         05 WS-HELD-BUCKET      PIC 9(1) VALUE ZERO.
         05 WS-HELD-BALANCE     PIC S9(7)V99 VALUE ZERO.
      *
      * entry 1 is all products; each product found takes the next
      * entry, and a product past the table's end is counted in the
      * all-products matrix only
       01 ROLL-MATRIX-FIELDS.
         05 WS-RM-PROD-COUNT    PIC 9(2) VALUE 1.
         05 WS-RM-PROD-INDEX    PIC 9(2) VALUE ZERO.
         05 WS-RM-PRINT-INDEX   PIC 9(2) VALUE ZERO.
         05 WS-RM-ROW-INDEX     PIC 9(2) VALUE ZERO.
         05 WS-RM-COL-INDEX     PIC 9(2) VALUE ZERO.
         05 WS-RM-OVERFLOW      PIC 9(7) VALUE ZERO.
         05 WS-RM-PRODUCT OCCURS 21 TIMES.
           10 WS-RM-PRODUCT-CODE PIC X(2).
           10 WS-RM-ROW OCCURS 9 TIMES.
             15 WS-RM-CELL OCCURS 9 TIMES.
               20 WS-RM-COUNT   PIC 9(7).
               20 WS-RM-BALANCE PIC S9(11)V99.
      *
       01 ROLL-SUMMARY-FIELDS.
         05 WS-RS-LATE          PIC 9(7) VALUE ZERO.
         05 WS-RS-CURED         PIC 9(7) VALUE ZERO.
         05 WS-RS-IMPROVED      PIC 9(7) VALUE ZERO.
         05 WS-RS-HELD          PIC 9(7) VALUE ZERO.
         05 WS-RS-WORSE         PIC 9(7) VALUE ZERO.
         05 WS-RS-CURRENT       PIC 9(7) VALUE ZERO.
         05 WS-RS-ROLLED        PIC 9(7) VALUE ZERO.
         05 WS-RS-ROLL-PCT      PIC 9(3)V9 VALUE ZERO.
      *
      * one entry per month of the trend, oldest first, ending with
      * this month
       01 TREND-FIELDS.
         05 WS-TR-INDEX         PIC 9(2) VALUE ZERO.
         05 WS-TR-ENTRY OCCURS 13 TIMES.
           10 WS-TR-TAKEN-SW    PIC X(1).
             88 WS-TR-TAKEN     VALUE 'Y'.
           10 WS-TR-ACCOUNTS    PIC 9(7).
           10 WS-TR-BALANCE     PIC S9(11)V99.
           10 WS-TR-DELQ-BALANCE PIC S9(11)V99.
         05 WS-TR-PCT           PIC 9(3)V9 VALUE ZERO.
         05 WS-TR-STARS         PIC 9(2) VALUE ZERO.
      *
      * parameters for the shared FILEERR handler - a bad status
      * goes on the job log in plain words and sets the return code
       01 FILE-ERROR-FIELDS.
         05 WS-FE-PROGRAM      PIC X(8)  VALUE 'CBL0022'.
         05 WS-FE-FILE         PIC X(12) VALUE SPACES.
         05 WS-FE-OPERATION    PIC X(7)  VALUE SPACES.
         05 WS-FE-STATUS       PIC X(2)  VALUE SPACES.
         05 WS-FE-SEVERITY     PIC X(1)  VALUE SPACE.
         05 WS-FE-END-RUN      PIC X(1)  VALUE 'N'.
         05 WS-FE-RETURN-CODE  PIC 9(4)  VALUE ZERO.
      *
       01 SNAPSHOT-TOTALS.
         05 WS-SNAPSHOTS-TAKEN  PIC 9(7) VALUE ZERO.
         05 WS-SNAPSHOTS-PURGED PIC 9(7) VALUE ZERO.
         05 WS-SNAPSHOTS-REPLACED PIC 9(7) VALUE ZERO.
         05 WS-PAIRS-MATCHED    PIC 9(7) VALUE ZERO.
         05 WS-NEW-ACCOUNTS     PIC 9(7) VALUE ZERO.
         05 WS-CLOSED-ACCOUNTS  PIC 9(7) VALUE ZERO.
      *
       01 BUCKET-LABEL-VALUES.
         05  FILLER            PIC X(9)  VALUE 'CURRENT  '.
         05  FILLER            PIC X(9)  VALUE '1 CYCLE  '.
         05  FILLER            PIC X(9)  VALUE '2 CYCLES '.
         05  FILLER            PIC X(9)  VALUE '3 CYCLES '.
         05  FILLER            PIC X(9)  VALUE '4 CYCLES '.
         05  FILLER            PIC X(9)  VALUE '5 CYCLES '.
         05  FILLER            PIC X(9)  VALUE '6+ CYCLES'.
         05  FILLER            PIC X(9)  VALUE 'CHG OFF  '.
         05  FILLER            PIC X(9)  VALUE 'NEW ACCT '.
       01 BUCKET-LABEL-TABLE REDEFINES BUCKET-LABEL-VALUES.
         05  WS-BUCKET-LABEL   PIC X(9)  OCCURS 9 TIMES.
      *
       01 REPORT-TITLE-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(30) VALUE
                 'DELINQUENCY ROLL RATES - FROM '.
         05  RH-PRIOR-PERIOD   PIC 9(6).
         05  FILLER            PIC X(4)  VALUE ' TO '.
         05  RH-CURRENT-PERIOD PIC 9(6).
         05  FILLER            PIC X(53) VALUE SPACES.
      *
       01 MATRIX-HEADING-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(8)  VALUE 'PRODUCT '.
         05  MH-PRODUCT-TEXT   PIC X(12).
         05  FILLER            PIC X(42) VALUE
                 '  ROWS ARE LAST MONTH, COLUMNS THIS MONTH;'.
         05  FILLER            PIC X(37) VALUE
                 ' ACCOUNTS, THEN BALANCE LAST MONTH'.
      *
       01 MATRIX-COLUMN-LINE.
         05  FILLER            PIC X(9)  VALUE 'FROM / TO'.
         05  FILLER            PIC X(10) VALUE '   CURRENT'.
         05  FILLER            PIC X(10) VALUE '     1 CYC'.
         05  FILLER            PIC X(10) VALUE '     2 CYC'.
         05  FILLER            PIC X(10) VALUE '     3 CYC'.
         05  FILLER            PIC X(10) VALUE '     4 CYC'.
         05  FILLER            PIC X(10) VALUE '     5 CYC'.
         05  FILLER            PIC X(10) VALUE '    6+ CYC'.
         05  FILLER            PIC X(10) VALUE '   CHG OFF'.
         05  FILLER            PIC X(10) VALUE '    CLOSED'.
         05  FILLER            PIC X(1)  VALUE SPACE.
      *
       01 MATRIX-DETAIL-LINE.
         05  MD-ROW-LABEL      PIC X(9).
         05  MD-CELL-O         PIC ZZ,ZZZ,ZZ9 OCCURS 9 TIMES.
         05  FILLER            PIC X(1)  VALUE SPACE.
      *
       01 ROLL-SUMMARY-LINE-1.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(17) VALUE 'LATE LAST MONTH: '.
         05  RS1-LATE-O        PIC ZZZ,ZZ9.
         05  FILLER            PIC X(9)  VALUE '  CURED: '.
         05  RS1-CURED-O       PIC ZZZ,ZZ9.
         05  FILLER            PIC X(12) VALUE '  IMPROVED: '.
         05  RS1-IMPROVED-O    PIC ZZZ,ZZ9.
         05  FILLER            PIC X(8)  VALUE '  HELD: '.
         05  RS1-HELD-O        PIC ZZZ,ZZ9.
         05  FILLER            PIC X(9)  VALUE '  WORSE: '.
         05  RS1-WORSE-O       PIC ZZZ,ZZ9.
         05  FILLER            PIC X(7)  VALUE SPACES.
      *
       01 ROLL-SUMMARY-LINE-2.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(20) VALUE 'CURRENT LAST MONTH: '.
         05  RS2-CURRENT-O     PIC ZZZ,ZZ9.
         05  FILLER            PIC X(21) VALUE
                 '  ROLLED TO 1 CYCLE: '.
         05  RS2-ROLLED-O      PIC ZZZ,ZZ9.
         05  FILLER            PIC X(13) VALUE '  ROLL RATE: '.
         05  RS2-ROLL-PCT-O    PIC ZZ9.9.
         05  FILLER            PIC X(1)  VALUE '%'.
         05  FILLER            PIC X(23) VALUE SPACES.
      *
       01 TREND-HEADING-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(50) VALUE
                 'PERCENT OF BALANCES 1 OR MORE CYCLES DELINQUENT - '.
         05  FILLER            PIC X(49) VALUE
                 'LAST 13 MONTHS, EACH * IS 2.5 PERCENT'.
      *
       01 TREND-COLUMN-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(9)  VALUE 'MONTH    '.
         05  FILLER            PIC X(9)  VALUE 'ACCOUNTS '.
         05  FILLER            PIC X(11) VALUE '    BALANCE'.
         05  FILLER            PIC X(13) VALUE '   DELINQUENT'.
         05  FILLER            PIC X(7)  VALUE 'PERCENT'.
         05  FILLER            PIC X(48) VALUE SPACES.
      *
       01 TREND-DETAIL-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  TL-YEAR           PIC 9(4).
         05  FILLER            PIC X(1)  VALUE '/'.
         05  TL-MONTH          PIC 9(2).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  TL-ACCOUNTS-O     PIC ZZZ,ZZ9.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  TL-BALANCE-O      PIC ZZZ,ZZZ,ZZ9.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  TL-DELQ-BALANCE-O PIC ZZZ,ZZZ,ZZ9.
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  TL-PCT-O          PIC ZZ9.9.
         05  FILLER            PIC X(2)  VALUE '% '.
         05  TL-BAR            PIC X(40).
         05  FILLER            PIC X(6)  VALUE SPACES.
      *
       01 TREND-MISSING-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  TM-YEAR           PIC 9(4).
         05  FILLER            PIC X(1)  VALUE '/'.
         05  TM-MONTH          PIC 9(2).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  FILLER            PIC X(30) VALUE
                 'NO SNAPSHOT TAKEN THIS MONTH'.
         05  FILLER            PIC X(58) VALUE SPACES.
      *
       01 SNAPSHOT-TRAILER-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(18) VALUE 'SNAPSHOTS TAKEN: '.
         05  ST-TAKEN-O        PIC ZZZ,ZZ9.
         05  FILLER            PIC X(12) VALUE '  REPLACED: '.
         05  ST-REPLACED-O     PIC ZZZ,ZZ9.
         05  FILLER            PIC X(10) VALUE '  PURGED: '.
         05  ST-PURGED-O       PIC ZZZ,ZZ9.
         05  FILLER            PIC X(11) VALUE '  KEEPING: '.
         05  ST-KEEP-MONTHS-O  PIC ZZ9.
         05  FILLER            PIC X(7)  VALUE ' MONTHS'.
         05  FILLER            PIC X(15) VALUE SPACES.
      *
       01 PAIRING-TRAILER-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(18) VALUE 'ACCOUNTS PAIRED:  '.
         05  PT-PAIRED-O       PIC ZZZ,ZZ9.
         05  FILLER            PIC X(7)  VALUE '  NEW: '.
         05  PT-NEW-O          PIC ZZZ,ZZ9.
         05  FILLER            PIC X(10) VALUE '  CLOSED: '.
         05  PT-CLOSED-O       PIC ZZZ,ZZ9.
         05  FILLER            PIC X(41) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:6) TO WS-CURRENT-PERIOD
           PERFORM GET-SNAPSHOT-PARM
           PERFORM SET-REPORT-PERIODS
           INITIALIZE ROLL-MATRIX-FIELDS
           MOVE 1 TO WS-RM-PROD-COUNT
           INITIALIZE TREND-FIELDS
           OPEN INPUT ACCT-REC
           IF NOT ACCT-STATUS-OK
               MOVE 'ACCTREC'  TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-ACCT-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               GOBACK
           END-IF
      * the first run creates the snapshot file
           OPEN I-O SNAP-FILE
           IF WS-SNAP-STATUS = '35'
               OPEN OUTPUT SNAP-FILE
               CLOSE SNAP-FILE
               OPEN I-O SNAP-FILE
           END-IF
           IF NOT SNAP-STATUS-OK
               MOVE 'SNAPFILE' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-SNAP-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               CLOSE ACCT-REC
               GOBACK
           END-IF
           OPEN OUTPUT ROLL-RPT
           MOVE WS-PRIOR-PERIOD   TO RH-PRIOR-PERIOD
           MOVE WS-CURRENT-PERIOD TO RH-CURRENT-PERIOD
           WRITE ROLL-LINE FROM REPORT-TITLE-LINE.
      *
       PURGE-AND-SNAPSHOT.
           PERFORM PURGE-OLD-SNAPSHOTS
           PERFORM CLEAR-RERUN-SNAPSHOTS
           PERFORM TAKE-ALL-SNAPSHOTS.
      *
       SORT-AND-REPORT.
           SORT ROLL-SORT-FILE
               ON ASCENDING KEY RS-ACCT-NO
                                RS-PERIOD
               INPUT PROCEDURE IS SCAN-SNAPSHOTS
               OUTPUT PROCEDURE IS PAIR-SNAPSHOTS
           .
      *
       CLOSE-STOP.
           PERFORM PRINT-ALL-MATRICES
           PERFORM PRINT-TREND
           PERFORM WRITE-RUN-TRAILERS
           IF WS-RM-OVERFLOW > ZERO
               DISPLAY 'CBL0022: PRODUCT TABLE FULL - '
                   WS-RM-OVERFLOW
                   ' ACCOUNTS IN ALL-PRODUCTS MATRIX ONLY'
           END-IF
           CLOSE ACCT-REC
           CLOSE SNAP-FILE
           CLOSE ROLL-RPT
           GOBACK.
      *
       GET-SNAPSHOT-PARM.
           OPEN INPUT SNAPPARM
           IF SNAP-PARM-STATUS-OK
               READ SNAPPARM
                   AT END
                       SET WS-SNAP-PARM-EOF TO TRUE
               END-READ
               IF NOT WS-SNAP-PARM-EOF
                   IF SXP-KEEP-MONTHS NUMERIC
                      AND SXP-KEEP-MONTHS > 13
                       MOVE SXP-KEEP-MONTHS TO WS-KEEP-MONTHS
                   END-IF
               END-IF
               CLOSE SNAPPARM
           END-IF.
      *
      * last month for the pairing, the oldest month kept, and the
      * first month of the 13-month trend
       SET-REPORT-PERIODS.
           MOVE WS-CURRENT-PERIOD TO WS-WORK-PERIOD
           PERFORM MONTH-NUMBER-OF-PERIOD
           MOVE WS-MONTH-NUMBER TO WS-CURRENT-MONTH-NO
           COMPUTE WS-MONTH-NUMBER = WS-CURRENT-MONTH-NO - 1
           PERFORM PERIOD-OF-MONTH-NUMBER
           MOVE WS-WORK-PERIOD TO WS-PRIOR-PERIOD
           COMPUTE WS-MONTH-NUMBER =
               WS-CURRENT-MONTH-NO - WS-KEEP-MONTHS + 1
           PERFORM PERIOD-OF-MONTH-NUMBER
           MOVE WS-WORK-PERIOD TO WS-CUTOFF-PERIOD
           COMPUTE WS-TREND-START-MONTH-NO = WS-CURRENT-MONTH-NO - 12
           MOVE WS-TREND-START-MONTH-NO TO WS-MONTH-NUMBER
           PERFORM PERIOD-OF-MONTH-NUMBER
           MOVE WS-WORK-PERIOD TO WS-TREND-START-PERIOD.
      *
       MONTH-NUMBER-OF-PERIOD.
           DIVIDE WS-WORK-PERIOD BY 100 GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MONTH
           COMPUTE WS-MONTH-NUMBER =
               WS-WORK-YEAR * 12 + WS-WORK-MONTH - 1.
      *
       PERIOD-OF-MONTH-NUMBER.
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MONTH
           ADD 1 TO WS-WORK-MONTH
           COMPUTE WS-WORK-PERIOD =
               WS-WORK-YEAR * 100 + WS-WORK-MONTH.
      *
      * the oldest months come first on the file - delete until the
      * first month inside the retention window
       PURGE-OLD-SNAPSHOTS.
           MOVE LOW-VALUES TO SN-KEY
           MOVE SPACE TO SNAP-LASTREC
           START SNAP-FILE KEY IS >= SN-KEY
               INVALID KEY
                   MOVE 'Y' TO SNAP-LASTREC
           END-START
           IF SNAP-LASTREC NOT = 'Y'
               PERFORM READ-SNAPSHOT
           END-IF
           PERFORM UNTIL SNAP-LASTREC = 'Y'
               IF SN-PERIOD >= WS-CUTOFF-PERIOD
                   MOVE 'Y' TO SNAP-LASTREC
               ELSE
                   PERFORM DELETE-SNAPSHOT
                   ADD 1 TO WS-SNAPSHOTS-PURGED
                   PERFORM READ-SNAPSHOT
               END-IF
           END-PERFORM.
      *
      * a rerun in the same month replaces that month's snapshot, so
      * an account closed since the first run does not linger in it
       CLEAR-RERUN-SNAPSHOTS.
           MOVE LOW-VALUES TO SN-KEY
           MOVE WS-CURRENT-PERIOD TO SN-PERIOD
           MOVE SPACE TO SNAP-LASTREC
           START SNAP-FILE KEY IS >= SN-KEY
               INVALID KEY
                   MOVE 'Y' TO SNAP-LASTREC
           END-START
           IF SNAP-LASTREC NOT = 'Y'
               PERFORM READ-SNAPSHOT
           END-IF
           PERFORM UNTIL SNAP-LASTREC = 'Y'
               IF SN-PERIOD NOT = WS-CURRENT-PERIOD
                   MOVE 'Y' TO SNAP-LASTREC
               ELSE
                   PERFORM DELETE-SNAPSHOT
                   ADD 1 TO WS-SNAPSHOTS-REPLACED
                   PERFORM READ-SNAPSHOT
               END-IF
           END-PERFORM.
      *
       READ-SNAPSHOT.
           READ SNAP-FILE NEXT RECORD
           AT END MOVE 'Y' TO SNAP-LASTREC
           END-READ.
      *
       DELETE-SNAPSHOT.
           DELETE SNAP-FILE RECORD
               INVALID KEY
                   DISPLAY 'CBL0022: DELETE FAILED FOR ' SN-KEY
                   MOVE 'SNAPFILE' TO WS-FE-FILE
                   MOVE 'DELETE'   TO WS-FE-OPERATION
                   MOVE WS-SNAP-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM REPORT-FILE-ERROR
           END-DELETE.
      *
       TAKE-ALL-SNAPSHOTS.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM TAKE-ONE-SNAPSHOT
               PERFORM READ-RECORD
           END-PERFORM.
      *
       READ-RECORD.
           READ ACCT-REC NEXT RECORD
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      * blank cycles on a record written before the field existed
      * count as current
       TAKE-ONE-SNAPSHOT.
           MOVE SPACES TO SNAP-RECORD
           MOVE WS-CURRENT-PERIOD TO SN-PERIOD
           MOVE ACCT-NO           TO SN-ACCT-NO
           MOVE ACCT-PRODUCT-CODE TO SN-PRODUCT-CODE
           IF ACCT-CYCLES-PAST-DUE NUMERIC
               MOVE ACCT-CYCLES-PAST-DUE TO SN-CYCLES-PAST-DUE
           ELSE
               MOVE ZERO TO SN-CYCLES-PAST-DUE
           END-IF
           MOVE ACCT-STATUS-CODE  TO SN-STATUS-CODE
           MOVE ACCT-BALANCE      TO SN-BALANCE
           MOVE ACCT-LIMIT        TO SN-LIMIT
           MOVE ZERO TO SN-UTILIZATION-PCT
           IF ACCT-LIMIT > ZERO AND ACCT-BALANCE > ZERO
               IF ACCT-BALANCE >= ACCT-LIMIT * 9.999
                   MOVE 999.9 TO SN-UTILIZATION-PCT
               ELSE
                   COMPUTE SN-UTILIZATION-PCT ROUNDED =
                       ACCT-BALANCE * 100 / ACCT-LIMIT
               END-IF
           END-IF
           MOVE WS-CURRENT-DATE   TO SN-TAKEN-DATE
           WRITE SNAP-RECORD
               INVALID KEY
                   DISPLAY 'CBL0022: WRITE FAILED FOR ' SN-KEY
                   MOVE 'SNAPFILE' TO WS-FE-FILE
                   MOVE 'WRITE'    TO WS-FE-OPERATION
                   MOVE WS-SNAP-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM REPORT-FILE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-SNAPSHOTS-TAKEN
           END-WRITE.
      *
      * one pass over the trend's 13 months - every snapshot counts
      * toward its month's trend line, and last month's and this
      * month's go to the sort for the pairing
       SCAN-SNAPSHOTS.
           MOVE LOW-VALUES TO SN-KEY
           MOVE WS-TREND-START-PERIOD TO SN-PERIOD
           MOVE SPACE TO SNAP-LASTREC
           START SNAP-FILE KEY IS >= SN-KEY
               INVALID KEY
                   MOVE 'Y' TO SNAP-LASTREC
           END-START
           IF SNAP-LASTREC NOT = 'Y'
               PERFORM READ-SNAPSHOT
           END-IF
           PERFORM UNTIL SNAP-LASTREC = 'Y'
               IF SN-PERIOD > WS-CURRENT-PERIOD
                   MOVE 'Y' TO SNAP-LASTREC
               ELSE
                   PERFORM ADD-TO-TREND
                   IF SN-PERIOD = WS-PRIOR-PERIOD
                      OR SN-PERIOD = WS-CURRENT-PERIOD
                       PERFORM RELEASE-SNAPSHOT
                   END-IF
                   PERFORM READ-SNAPSHOT
               END-IF
           END-PERFORM.
      *
      * only balances owing count - a credit balance is no exposure,
      * and a charged-off account carries none
       ADD-TO-TREND.
           MOVE SN-PERIOD TO WS-WORK-PERIOD
           PERFORM MONTH-NUMBER-OF-PERIOD
           COMPUTE WS-TR-INDEX =
               WS-MONTH-NUMBER - WS-TREND-START-MONTH-NO + 1
           MOVE 'Y' TO WS-TR-TAKEN-SW(WS-TR-INDEX)
           ADD 1 TO WS-TR-ACCOUNTS(WS-TR-INDEX)
           IF SN-BALANCE > ZERO AND NOT SN-CHARGED-OFF
               ADD SN-BALANCE TO WS-TR-BALANCE(WS-TR-INDEX)
               IF SN-CYCLES-PAST-DUE > ZERO
                   ADD SN-BALANCE TO WS-TR-DELQ-BALANCE(WS-TR-INDEX)
               END-IF
           END-IF.
      *
       RELEASE-SNAPSHOT.
           PERFORM SET-BUCKET
           MOVE SN-ACCT-NO      TO RS-ACCT-NO
           MOVE SN-PERIOD       TO RS-PERIOD
           MOVE SN-PRODUCT-CODE TO RS-PRODUCT-CODE
           MOVE WS-BUCKET       TO RS-BUCKET
           IF SN-BALANCE > ZERO
               MOVE SN-BALANCE  TO RS-BALANCE
           ELSE
               MOVE ZERO        TO RS-BALANCE
           END-IF
           RELEASE ROLL-SORT-REC.
      *
       SET-BUCKET.
           EVALUATE TRUE
               WHEN SN-CHARGED-OFF
                   MOVE 8 TO WS-BUCKET
               WHEN SN-CYCLES-PAST-DUE >= 6
                   MOVE 7 TO WS-BUCKET
               WHEN OTHER
                   COMPUTE WS-BUCKET = SN-CYCLES-PAST-DUE + 1
           END-EVALUATE.
      *
      * each account comes out with last month first - a pair is a
      * move from one bucket to another, last month alone a closed
      * account, this month alone a new one. a cell's balance is what
      * the account owed last month, the balance that rolled; a new
      * account's is this month's
       PAIR-SNAPSHOTS.
           PERFORM RETURN-SNAPSHOT
           PERFORM UNTIL SORT-LASTREC = 'Y'
               IF RS-PERIOD = WS-PRIOR-PERIOD
                   MOVE RS-ACCT-NO      TO WS-HELD-ACCT-NO
                   MOVE RS-PRODUCT-CODE TO WS-HELD-PRODUCT
                   MOVE RS-BUCKET       TO WS-HELD-BUCKET
                   MOVE RS-BALANCE      TO WS-HELD-BALANCE
                   PERFORM RETURN-SNAPSHOT
                   IF SORT-LASTREC NOT = 'Y'
                      AND RS-ACCT-NO = WS-HELD-ACCT-NO
                       MOVE WS-HELD-BUCKET  TO WS-FROM-BUCKET
                       MOVE RS-BUCKET       TO WS-TO-BUCKET
                       MOVE WS-HELD-BALANCE TO WS-CELL-BALANCE
                       MOVE RS-PRODUCT-CODE TO WS-CELL-PRODUCT
                       PERFORM ADD-TO-MATRIX
                       ADD 1 TO WS-PAIRS-MATCHED
                       PERFORM RETURN-SNAPSHOT
                   ELSE
                       MOVE WS-HELD-BUCKET  TO WS-FROM-BUCKET
                       MOVE 9               TO WS-TO-BUCKET
                       MOVE WS-HELD-BALANCE TO WS-CELL-BALANCE
                       MOVE WS-HELD-PRODUCT TO WS-CELL-PRODUCT
                       PERFORM ADD-TO-MATRIX
                       ADD 1 TO WS-CLOSED-ACCOUNTS
                   END-IF
               ELSE
                   MOVE 9               TO WS-FROM-BUCKET
                   MOVE RS-BUCKET       TO WS-TO-BUCKET
                   MOVE RS-BALANCE      TO WS-CELL-BALANCE
                   MOVE RS-PRODUCT-CODE TO WS-CELL-PRODUCT
                   PERFORM ADD-TO-MATRIX
                   ADD 1 TO WS-NEW-ACCOUNTS
                   PERFORM RETURN-SNAPSHOT
               END-IF
           END-PERFORM.
      *
       RETURN-SNAPSHOT.
           RETURN ROLL-SORT-FILE
           AT END MOVE 'Y' TO SORT-LASTREC
           END-RETURN.
      *
      * every move counts in the all-products matrix and in its own
      * product's
       ADD-TO-MATRIX.
           ADD 1 TO WS-RM-COUNT(1, WS-FROM-BUCKET, WS-TO-BUCKET)
           ADD WS-CELL-BALANCE
               TO WS-RM-BALANCE(1, WS-FROM-BUCKET, WS-TO-BUCKET)
           PERFORM FIND-MATRIX-PRODUCT
           IF WS-RM-PROD-INDEX > 1
               ADD 1 TO WS-RM-COUNT(WS-RM-PROD-INDEX,
                   WS-FROM-BUCKET, WS-TO-BUCKET)
               ADD WS-CELL-BALANCE TO WS-RM-BALANCE(WS-RM-PROD-INDEX,
                   WS-FROM-BUCKET, WS-TO-BUCKET)
           ELSE
               ADD 1 TO WS-RM-OVERFLOW
           END-IF.
      *
       FIND-MATRIX-PRODUCT.
           MOVE ZERO TO WS-RM-PROD-INDEX
           PERFORM VARYING WS-RM-PRINT-INDEX FROM 2 BY 1
               UNTIL WS-RM-PRINT-INDEX > WS-RM-PROD-COUNT
                  OR WS-RM-PROD-INDEX > ZERO
               IF WS-RM-PRODUCT-CODE(WS-RM-PRINT-INDEX)
                   = WS-CELL-PRODUCT
                   MOVE WS-RM-PRINT-INDEX TO WS-RM-PROD-INDEX
               END-IF
           END-PERFORM
           IF WS-RM-PROD-INDEX = ZERO AND WS-RM-PROD-COUNT < 21
               ADD 1 TO WS-RM-PROD-COUNT
               MOVE WS-CELL-PRODUCT
                   TO WS-RM-PRODUCT-CODE(WS-RM-PROD-COUNT)
               MOVE WS-RM-PROD-COUNT TO WS-RM-PROD-INDEX
           END-IF.
      *
      * each product's matrix, then all products together
       PRINT-ALL-MATRICES.
           PERFORM VARYING WS-RM-PRINT-INDEX FROM 2 BY 1
               UNTIL WS-RM-PRINT-INDEX > WS-RM-PROD-COUNT
               IF WS-RM-PRODUCT-CODE(WS-RM-PRINT-INDEX) = SPACES
                   MOVE 'NONE' TO MH-PRODUCT-TEXT
               ELSE
                   MOVE WS-RM-PRODUCT-CODE(WS-RM-PRINT-INDEX)
                       TO MH-PRODUCT-TEXT
               END-IF
               PERFORM PRINT-ONE-MATRIX
           END-PERFORM
           MOVE 'ALL PRODUCTS' TO MH-PRODUCT-TEXT
           MOVE 1 TO WS-RM-PRINT-INDEX
           PERFORM PRINT-ONE-MATRIX.
      *
       PRINT-ONE-MATRIX.
           MOVE SPACES TO ROLL-LINE
           WRITE ROLL-LINE
           WRITE ROLL-LINE FROM MATRIX-HEADING-LINE
           WRITE ROLL-LINE FROM MATRIX-COLUMN-LINE
           PERFORM VARYING WS-RM-ROW-INDEX FROM 1 BY 1
               UNTIL WS-RM-ROW-INDEX > 9
               MOVE WS-BUCKET-LABEL(WS-RM-ROW-INDEX) TO MD-ROW-LABEL
               PERFORM VARYING WS-RM-COL-INDEX FROM 1 BY 1
                   UNTIL WS-RM-COL-INDEX > 9
                   MOVE WS-RM-COUNT(WS-RM-PRINT-INDEX,
                       WS-RM-ROW-INDEX, WS-RM-COL-INDEX)
                       TO MD-CELL-O(WS-RM-COL-INDEX)
               END-PERFORM
               WRITE ROLL-LINE FROM MATRIX-DETAIL-LINE
               MOVE '  BALANCE' TO MD-ROW-LABEL
               PERFORM VARYING WS-RM-COL-INDEX FROM 1 BY 1
                   UNTIL WS-RM-COL-INDEX > 9
                   MOVE WS-RM-BALANCE(WS-RM-PRINT-INDEX,
                       WS-RM-ROW-INDEX, WS-RM-COL-INDEX)
                       TO MD-CELL-O(WS-RM-COL-INDEX)
               END-PERFORM
               WRITE ROLL-LINE FROM MATRIX-DETAIL-LINE
           END-PERFORM
           PERFORM SUMMARIZE-ONE-MATRIX
           MOVE WS-RS-LATE     TO RS1-LATE-O
           MOVE WS-RS-CURED    TO RS1-CURED-O
           MOVE WS-RS-IMPROVED TO RS1-IMPROVED-O
           MOVE WS-RS-HELD     TO RS1-HELD-O
           MOVE WS-RS-WORSE    TO RS1-WORSE-O
           WRITE ROLL-LINE FROM ROLL-SUMMARY-LINE-1
           MOVE WS-RS-CURRENT  TO RS2-CURRENT-O
           MOVE WS-RS-ROLLED   TO RS2-ROLLED-O
           MOVE WS-RS-ROLL-PCT TO RS2-ROLL-PCT-O
           WRITE ROLL-LINE FROM ROLL-SUMMARY-LINE-2.
      *
      * an account late last month was cured if it is current now,
      * improved if fewer cycles behind, held if as far behind, and
      * worse if further behind or charged off; one that closed is
      * counted late but in none of the four
       SUMMARIZE-ONE-MATRIX.
           INITIALIZE ROLL-SUMMARY-FIELDS
           PERFORM VARYING WS-RM-ROW-INDEX FROM 2 BY 1
               UNTIL WS-RM-ROW-INDEX > 7
               PERFORM VARYING WS-RM-COL-INDEX FROM 1 BY 1
                   UNTIL WS-RM-COL-INDEX > 9
                   MOVE WS-RM-COUNT(WS-RM-PRINT-INDEX,
                       WS-RM-ROW-INDEX, WS-RM-COL-INDEX)
                       TO WS-RS-ROLLED
                   ADD WS-RS-ROLLED TO WS-RS-LATE
                   EVALUATE TRUE
                       WHEN WS-RM-COL-INDEX = 9
                           CONTINUE
                       WHEN WS-RM-COL-INDEX = 1
                           ADD WS-RS-ROLLED TO WS-RS-CURED
                       WHEN WS-RM-COL-INDEX < WS-RM-ROW-INDEX
                           ADD WS-RS-ROLLED TO WS-RS-IMPROVED
                       WHEN WS-RM-COL-INDEX = WS-RM-ROW-INDEX
                           ADD WS-RS-ROLLED TO WS-RS-HELD
                       WHEN OTHER
                           ADD WS-RS-ROLLED TO WS-RS-WORSE
                   END-EVALUATE
               END-PERFORM
           END-PERFORM
           MOVE ZERO TO WS-RS-ROLLED
           PERFORM VARYING WS-RM-COL-INDEX FROM 1 BY 1
               UNTIL WS-RM-COL-INDEX > 9
               ADD WS-RM-COUNT(WS-RM-PRINT-INDEX, 1, WS-RM-COL-INDEX)
                   TO WS-RS-CURRENT
           END-PERFORM
           MOVE WS-RM-COUNT(WS-RM-PRINT-INDEX, 1, 2) TO WS-RS-ROLLED
           IF WS-RS-CURRENT > ZERO
               COMPUTE WS-RS-ROLL-PCT ROUNDED =
                   WS-RS-ROLLED * 100 / WS-RS-CURRENT
           END-IF.
      *
       PRINT-TREND.
           MOVE SPACES TO ROLL-LINE
           WRITE ROLL-LINE
           WRITE ROLL-LINE FROM TREND-HEADING-LINE
           WRITE ROLL-LINE FROM TREND-COLUMN-LINE
           PERFORM VARYING WS-TR-INDEX FROM 1 BY 1
               UNTIL WS-TR-INDEX > 13
               COMPUTE WS-MONTH-NUMBER =
                   WS-TREND-START-MONTH-NO + WS-TR-INDEX - 1
               PERFORM PERIOD-OF-MONTH-NUMBER
               IF WS-TR-TAKEN(WS-TR-INDEX)
                   PERFORM WRITE-TREND-LINE
               ELSE
                   MOVE WS-WORK-YEAR  TO TM-YEAR
                   MOVE WS-WORK-MONTH TO TM-MONTH
                   WRITE ROLL-LINE FROM TREND-MISSING-LINE
               END-IF
           END-PERFORM.
      *
       WRITE-TREND-LINE.
           MOVE ZERO TO WS-TR-PCT
           IF WS-TR-BALANCE(WS-TR-INDEX) > ZERO
               COMPUTE WS-TR-PCT ROUNDED =
                   WS-TR-DELQ-BALANCE(WS-TR-INDEX) * 100
                   / WS-TR-BALANCE(WS-TR-INDEX)
           END-IF
           COMPUTE WS-TR-STARS ROUNDED = WS-TR-PCT / 2.5
           MOVE SPACES TO TL-BAR
           IF WS-TR-STARS > ZERO
               MOVE ALL '*' TO TL-BAR(1:WS-TR-STARS)
           END-IF
           MOVE WS-WORK-YEAR                    TO TL-YEAR
           MOVE WS-WORK-MONTH                   TO TL-MONTH
           MOVE WS-TR-ACCOUNTS(WS-TR-INDEX)     TO TL-ACCOUNTS-O
           MOVE WS-TR-BALANCE(WS-TR-INDEX)      TO TL-BALANCE-O
           MOVE WS-TR-DELQ-BALANCE(WS-TR-INDEX) TO TL-DELQ-BALANCE-O
           MOVE WS-TR-PCT                       TO TL-PCT-O
           WRITE ROLL-LINE FROM TREND-DETAIL-LINE.
      *
       WRITE-RUN-TRAILERS.
           MOVE SPACES TO ROLL-LINE
           WRITE ROLL-LINE
           MOVE WS-SNAPSHOTS-TAKEN    TO ST-TAKEN-O
           MOVE WS-SNAPSHOTS-REPLACED TO ST-REPLACED-O
           MOVE WS-SNAPSHOTS-PURGED   TO ST-PURGED-O
           MOVE WS-KEEP-MONTHS        TO ST-KEEP-MONTHS-O
           WRITE ROLL-LINE FROM SNAPSHOT-TRAILER-LINE
           MOVE WS-PAIRS-MATCHED      TO PT-PAIRED-O
           MOVE WS-NEW-ACCOUNTS       TO PT-NEW-O
           MOVE WS-CLOSED-ACCOUNTS    TO PT-CLOSED-O
           WRITE ROLL-LINE FROM PAIRING-TRAILER-LINE.
      *
      * every bad file status goes through FILEERR, which logs it and
      * raises RETURN-CODE to the shop's warning, error, or severe
      * code - never lowers it. a severe failure returns here and the
      * caller GOBACKs, so PROG001's chain sees the code.
       REPORT-FILE-ERROR.
           MOVE RETURN-CODE TO WS-FE-RETURN-CODE
           CALL 'FILEERR' USING WS-FE-PROGRAM WS-FE-FILE
               WS-FE-OPERATION WS-FE-STATUS WS-FE-SEVERITY
               WS-FE-END-RUN WS-FE-RETURN-CODE
           MOVE WS-FE-RETURN-CODE TO RETURN-CODE
           MOVE SPACE TO WS-FE-SEVERITY.
