      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Savings and loan calculator - future value with
      *          contributions, loan amortization with extra-payment
      *          what-ifs, goal-seek of the contribution a target
      *          needs, and a retirement drawdown that shows how long
      *          savings last under a monthly withdrawal rising with
      *          inflation and solves for the withdrawal that lasts a
      *          given number of years. Interactive, or batch from
      *          CALC2000.IN to CALC2000.OUT.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
           05  SC-EXTRA-PAYMENT         PIC 9(5).
           05  SC-LUMP-PERIOD           PIC 9(3).
           05  SC-LUMP-AMOUNT           PIC 9(5).
      * D runs the scenario as a retirement drawdown - the
      * contribution is the first monthly withdrawal (zero to solve
      * for one), the years are the span the solved withdrawal must
      * last, and the rate is used for years CALCRATE.DAT does not
      * cover. the starting balance is carried here because the
      * investment amount is too short for a retirement fund; zeros
      * (or a short record) fall back to the investment amount.
           05  SC-START-BALANCE         PIC 9(7).
           05  SC-INFLATION-PCT         PIC 9(2)V9.

       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-RECORD.
           05  FILLER                   PIC X(19) VALUE
                   "  INTEREST SAVED  ".
           05  SUM-INTEREST-SAVED-O     PIC Z,ZZZ,ZZ9.99.
      * drawdown lines are built in working storage and written from
      * there through this full-width view of the record
       01  DRAWDOWN-PRINT-LINE          PIC X(80).
      *
       01  AMORT-DETAIL-LINE.
           05  ADL-PERIOD-O             PIC ZZZ9.
           05 WS-CALC-TYPE          PIC X VALUE 'F'.
             88 WS-LOAN-MODE        VALUE 'L' 'l'.
             88 WS-GOAL-SEEK-MODE   VALUE 'G' 'g'.
             88 WS-DRAWDOWN-MODE    VALUE 'D' 'd'.

      * goal-seek work fields - the future value is linear in the
      * contribution, so two probe runs of the accumulation pin the
           05 WS-LOAN-PRINCIPAL-PART PIC 9(7)V99.
           05 WS-LOAN-PERIOD        PIC 9(4).
           05 WS-LOAN-TOTAL-PERIODS PIC 9(4).
           05 WS-LOAN-FINAL-PAYMENT PIC 9(7)V99.
           05 WS-LOAN-SCHED-INTEREST PIC S9(9)V99.

      * retirement drawdown - the monthly withdrawal comes off after
      * the month's growth and rises by the inflation percentage at
      * the start of each new year. the ending balance after N years
      * is linear in the first withdrawal, so the goal-seek trick
      * works here too: two silent probes (withdrawals of 0 and 1)
      * give the withdrawal that ends the span at exactly zero.
       01 DRAWDOWN-FIELDS.
           05 WS-DD-START-BALANCE   PIC 9(7).
           05 WS-DD-WITHDRAWAL-ENTERED PIC 9(5).
           05 WS-DD-INFLATION-PCT   PIC 9(2)V9.
           05 WS-DD-TARGET-YEARS    PIC 9(2).
           05 WS-DD-FIXED-RATE      PIC 9(2)V9.
           05 WS-DD-RATE            PIC 9(2)V9.
           05 WS-DD-MONTH-RATE      PIC 9V9(8).
           05 WS-DD-BALANCE         PIC S9(9)V99.
           05 WS-DD-WITHDRAWAL      PIC 9(7)V99.
           05 WS-DD-FIRST-WITHDRAWAL PIC 9(7)V99.
           05 WS-DD-MONTH-GROWTH    PIC S9(7)V99.
           05 WS-DD-MONTH-WITHDRAWN PIC 9(7)V99.
           05 WS-DD-YEAR-GROWTH     PIC S9(9)V99.
           05 WS-DD-YEAR-WITHDRAWN  PIC 9(9)V99.
           05 WS-DD-TOTAL-WITHDRAWN PIC 9(9)V99.
           05 WS-DD-YEAR            PIC 9(3).
           05 WS-DD-MONTH           PIC 9(2).
           05 WS-DD-YEAR-LIMIT      PIC 9(3).
           05 WS-DD-RUN-OUT-YEAR    PIC 9(3).
           05 WS-DD-RUN-OUT-MONTH   PIC 9(2).
           05 WS-DD-RUN-OUT-FLAG    PIC X VALUE 'N'.
             88 WS-DD-RUN-OUT       VALUE 'Y'.
           05 WS-DD-PROBE-BALANCE   PIC S9(11)V9(6).
           05 WS-DD-PROBE-WITHDRAWAL PIC 9(7)V9(6).
           05 WS-DD-END-ZERO        PIC S9(11)V9(6).
           05 WS-DD-END-UNIT        PIC S9(11)V9(6).
           05 WS-DD-SUSTAINABLE     PIC 9(7)V99.
      * a withdrawal the fund outgrows would never run out - the
      * schedule stops after this many years and says so
           05 WS-DD-MAX-YEARS       PIC 9(3) VALUE 60.

       01 DRAWDOWN-HEADING-LINE.
           05 FILLER                PIC X(9)  VALUE "DRAWDOWN ".
           05 DHL-BALANCE-O         PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(21) VALUE
                  "  MONTHLY WITHDRAWAL ".
           05 DHL-WITHDRAWAL-O      PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(12) VALUE "  RISING BY ".
           05 DHL-INFLATION-O       PIC Z9.9.
           05 FILLER                PIC X(8)  VALUE "% A YEAR".
       01 DRAWDOWN-COLUMN-LINE.
           05 FILLER                PIC X(30) VALUE
                  "YEAR  RATE       WITHDRAWN    ".
           05 FILLER                PIC X(30) VALUE
                  "      GROWTH          BALANCE ".
       01 DRAWDOWN-DETAIL-LINE.
           05 DDL-YEAR-O            PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DDL-RATE-O            PIC Z9.9.
           05 FILLER                PIC X(01) VALUE "%".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DDL-WITHDRAWN-O       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DDL-GROWTH-O          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DDL-BALANCE-O         PIC ZZZ,ZZZ,ZZ9.99.
       01 DRAWDOWN-RESULT-LINE.
           05 DRL-CAPTION           PIC X(48).
           05 DRL-AMOUNT-O          PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-INPUT-VALID-FLAG      PIC X VALUE 'N'.
         88 WS-INPUT-VALID         VALUE 'Y'.
           DISPLAY "------------------------------------".
           IF NUMBER-ENTERED = 1
               DISPLAY "F FOR FUTURE VALUE, L FOR LOAN "
               DISPLAY "AMORTIZATION, G FOR GOAL SEEK, "
               DISPLAY "D FOR RETIREMENT DRAWDOWN. "
               ACCEPT WS-CALC-TYPE
               IF WS-LOAN-MODE
                   PERFORM 300-RUN-AMORTIZATION
                   PERFORM 400-RUN-GOAL-SEEK
                   EXIT PARAGRAPH
               END-IF
               IF WS-DRAWDOWN-MODE
                   PERFORM 500-RUN-DRAWDOWN
                   EXIT PARAGRAPH
               END-IF
               PERFORM 110-GET-USER-VALUES UNTIL WS-INPUT-VALID
               MOVE INVESTMENT-AMOUNT TO FUTURE-VALUE
               COMPUTE WS-TOTAL-PERIODS =
               NUMBER-OF-YEARS * WS-COMPOUND-FREQ.
           COMPUTE WS-LOAN-PERIOD-RATE =
               YEARLY-INTEREST / WS-COMPOUND-FREQ / 100.
      * the level payment comes from the shared amortization entry the
      * hardship plans use, so both figure a schedule the same way
           CALL 'AMORTPMT' USING WS-LOAN-PRINCIPAL WS-LOAN-PERIOD-RATE
               WS-LOAN-TOTAL-PERIODS WS-LOAN-LEVEL-PAYMENT
               WS-LOAN-FINAL-PAYMENT WS-LOAN-SCHED-INTEREST.
           IF NOT WS-BATCH-MODE
               DISPLAY "LEVEL PAYMENT = " WS-LOAN-LEVEL-PAYMENT
           END-IF.
           ELSE
               MOVE ZERO TO WS-LUMP-AMOUNT
           END-IF.
      * a drawdown is always figured monthly, so the compounding
      * frequency on its record is not checked
           IF SC-SCENARIO-TYPE = "D" OR SC-SCENARIO-TYPE = "d"
               PERFORM 560-SET-BATCH-DRAWDOWN
               PERFORM 210-READ-SCENARIO
               EXIT PARAGRAPH
           END-IF.
           IF WS-COMPOUND-FREQ NOT = 1 AND WS-COMPOUND-FREQ NOT = 12
               DISPLAY "CALC2000: INVALID COMPOUNDING FREQUENCY "
                   WS-COMPOUND-FREQ " - SCENARIO SKIPPED"
               END-IF
           END-IF.
           PERFORM 210-READ-SCENARIO.

      * retirement drawdown at the terminal - a withdrawal keyed shows
      * how long the money lasts; a number of years keyed solves for
      * the withdrawal that lasts exactly that long, and with no
      * withdrawal keyed the schedule is run on the solved one
       500-RUN-DRAWDOWN.
           DISPLAY "ENTER STARTING BALANCE (XXXXXXX). ".
           ACCEPT WS-DD-START-BALANCE.
           DISPLAY "ENTER MONTHLY WITHDRAWAL (XXXXX, 0 TO SOLVE). ".
           ACCEPT WS-DD-WITHDRAWAL-ENTERED.
           DISPLAY "ENTER YEARLY INFLATION INCREASE (XX.X, 0 IF NONE).".
           ACCEPT WS-DD-INFLATION-PCT.
           DISPLAY "ENTER YEARS THE WITHDRAWAL MUST LAST ".
           DISPLAY "(XX, 0 IF NO SOLVE). ".
           ACCEPT WS-DD-TARGET-YEARS.
           DISPLAY "ENTER YEARLY RETURN RATE (XX.X) FOR YEARS ".
           DISPLAY "CALCRATE.DAT DOES NOT COVER. ".
           ACCEPT YEARLY-INTEREST.
           IF WS-DD-START-BALANCE = ZERO
              OR (WS-DD-WITHDRAWAL-ENTERED = ZERO
                  AND WS-DD-TARGET-YEARS = ZERO)
               DISPLAY "INVALID ENTRY - DRAWDOWN SKIPPED."
               EXIT PARAGRAPH
           END-IF.
           IF WS-RATE-COUNT = ZERO
               PERFORM 121-LOAD-RATE-TABLE
           END-IF.
           PERFORM 510-RUN-ONE-DRAWDOWN.

       510-RUN-ONE-DRAWDOWN.
           MOVE YEARLY-INTEREST TO WS-DD-FIXED-RATE.
           MOVE ZERO TO WS-DD-SUSTAINABLE.
           IF WS-DD-TARGET-YEARS > ZERO
               PERFORM 540-SOLVE-SUSTAINABLE
           END-IF.
           IF WS-DD-WITHDRAWAL-ENTERED > ZERO
               MOVE WS-DD-WITHDRAWAL-ENTERED TO WS-DD-FIRST-WITHDRAWAL
               MOVE WS-DD-MAX-YEARS TO WS-DD-YEAR-LIMIT
           ELSE
               MOVE WS-DD-SUSTAINABLE TO WS-DD-FIRST-WITHDRAWAL
               MOVE WS-DD-TARGET-YEARS TO WS-DD-YEAR-LIMIT
           END-IF.
           PERFORM 520-RUN-DRAWDOWN-SCHEDULE.
           IF WS-DD-TARGET-YEARS > ZERO
               PERFORM 549-EMIT-SUSTAINABLE-LINE
           END-IF.

       520-RUN-DRAWDOWN-SCHEDULE.
           PERFORM 525-EMIT-DRAWDOWN-HEADING.
           MOVE WS-DD-START-BALANCE    TO WS-DD-BALANCE.
           MOVE WS-DD-FIRST-WITHDRAWAL TO WS-DD-WITHDRAWAL.
           MOVE ZERO TO WS-DD-TOTAL-WITHDRAWN.
           MOVE 'N' TO WS-DD-RUN-OUT-FLAG.
           MOVE 1 TO WS-DD-YEAR.
           PERFORM 530-DRAW-DOWN-ONE-YEAR
               UNTIL WS-DD-RUN-OUT
               OR WS-DD-YEAR > WS-DD-YEAR-LIMIT.
           PERFORM 537-EMIT-DRAWDOWN-RESULT.

       525-EMIT-DRAWDOWN-HEADING.
           MOVE WS-DD-START-BALANCE    TO DHL-BALANCE-O.
           MOVE WS-DD-FIRST-WITHDRAWAL TO DHL-WITHDRAWAL-O.
           MOVE WS-DD-INFLATION-PCT    TO DHL-INFLATION-O.
           IF WS-BATCH-MODE
               WRITE DRAWDOWN-PRINT-LINE FROM DRAWDOWN-HEADING-LINE
               WRITE DRAWDOWN-PRINT-LINE FROM DRAWDOWN-COLUMN-LINE
           ELSE
               DISPLAY DRAWDOWN-HEADING-LINE
               DISPLAY DRAWDOWN-COLUMN-LINE
           END-IF.

      * one schedule year - the rate in effect for its calendar year,
      * twelve months of growth and withdrawal (fewer if the money runs
      * out), then next year's raise for inflation
       530-DRAW-DOWN-ONE-YEAR.
           PERFORM 535-SET-DRAWDOWN-RATE.
           COMPUTE WS-DD-MONTH-RATE = WS-DD-RATE / 12 / 100.
           MOVE ZERO TO WS-DD-YEAR-GROWTH.
           MOVE ZERO TO WS-DD-YEAR-WITHDRAWN.
           MOVE 1 TO WS-DD-MONTH.
           PERFORM 532-DRAW-DOWN-ONE-MONTH
               UNTIL WS-DD-MONTH > 12
               OR WS-DD-RUN-OUT.
           PERFORM 534-EMIT-DRAWDOWN-YEAR.
           COMPUTE WS-DD-WITHDRAWAL ROUNDED = WS-DD-WITHDRAWAL +
               (WS-DD-WITHDRAWAL * WS-DD-INFLATION-PCT / 100).
           ADD 1 TO WS-DD-YEAR.

      * the month that cannot cover the full withdrawal pays out what
      * is left and ends the schedule
       532-DRAW-DOWN-ONE-MONTH.
           COMPUTE WS-DD-MONTH-GROWTH ROUNDED =
               WS-DD-BALANCE * WS-DD-MONTH-RATE.
           ADD WS-DD-MONTH-GROWTH TO WS-DD-BALANCE.
           ADD WS-DD-MONTH-GROWTH TO WS-DD-YEAR-GROWTH.
           IF WS-DD-WITHDRAWAL >= WS-DD-BALANCE
               MOVE WS-DD-BALANCE TO WS-DD-MONTH-WITHDRAWN
               SET WS-DD-RUN-OUT TO TRUE
               MOVE WS-DD-YEAR  TO WS-DD-RUN-OUT-YEAR
               MOVE WS-DD-MONTH TO WS-DD-RUN-OUT-MONTH
           ELSE
               MOVE WS-DD-WITHDRAWAL TO WS-DD-MONTH-WITHDRAWN
           END-IF.
           SUBTRACT WS-DD-MONTH-WITHDRAWN FROM WS-DD-BALANCE.
           ADD WS-DD-MONTH-WITHDRAWN TO WS-DD-YEAR-WITHDRAWN.
           ADD WS-DD-MONTH-WITHDRAWN TO WS-DD-TOTAL-WITHDRAWN.
           ADD 1 TO WS-DD-MONTH.

       534-EMIT-DRAWDOWN-YEAR.
           MOVE WS-DD-YEAR           TO DDL-YEAR-O.
           MOVE WS-DD-RATE           TO DDL-RATE-O.
           MOVE WS-DD-YEAR-WITHDRAWN TO DDL-WITHDRAWN-O.
           MOVE WS-DD-YEAR-GROWTH    TO DDL-GROWTH-O.
           MOVE WS-DD-BALANCE        TO DDL-BALANCE-O.
           IF WS-BATCH-MODE
               WRITE DRAWDOWN-PRINT-LINE FROM DRAWDOWN-DETAIL-LINE
           ELSE
               DISPLAY DRAWDOWN-DETAIL-LINE
           END-IF.

      * the same year-effective lookup 122-APPLY-EFFECTIVE-RATE makes,
      * keyed by the drawdown year - year 1 is the current year
       535-SET-DRAWDOWN-RATE.
           MOVE WS-DD-FIXED-RATE TO WS-DD-RATE.
           COMPUTE WS-SCHEDULE-YEAR = WS-BASE-YEAR + WS-DD-YEAR - 1.
           MOVE 0 TO WS-BEST-RATE-YEAR.
           PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
               UNTIL WS-RATE-INDEX > WS-RATE-COUNT
               IF WS-RT-YEAR(WS-RATE-INDEX) <= WS-SCHEDULE-YEAR
                  AND WS-RT-YEAR(WS-RATE-INDEX) >= WS-BEST-RATE-YEAR
                   MOVE WS-RT-YEAR(WS-RATE-INDEX)
                       TO WS-BEST-RATE-YEAR
                   MOVE WS-RT-RATE(WS-RATE-INDEX)
                       TO WS-DD-RATE
               END-IF
           END-PERFORM.

       537-EMIT-DRAWDOWN-RESULT.
           MOVE SPACES TO DRL-CAPTION.
           IF WS-DD-RUN-OUT
               STRING "RUNS OUT IN YEAR " WS-DD-RUN-OUT-YEAR
                   " MONTH " WS-DD-RUN-OUT-MONTH
                   "  TOTAL WITHDRAWN"
                   DELIMITED BY SIZE INTO DRL-CAPTION
               MOVE WS-DD-TOTAL-WITHDRAWN TO DRL-AMOUNT-O
           ELSE
               COMPUTE WS-DD-YEAR = WS-DD-YEAR - 1
               STRING "STILL LASTING AFTER " WS-DD-YEAR
                   " YEARS  BALANCE"
                   DELIMITED BY SIZE INTO DRL-CAPTION
               MOVE WS-DD-BALANCE TO DRL-AMOUNT-O
           END-IF.
           PERFORM 538-EMIT-RESULT-LINE.

       538-EMIT-RESULT-LINE.
           IF WS-BATCH-MODE
               WRITE DRAWDOWN-PRINT-LINE FROM DRAWDOWN-RESULT-LINE
           ELSE
               DISPLAY DRAWDOWN-RESULT-LINE
           END-IF.

       540-SOLVE-SUSTAINABLE.
           MOVE ZERO TO WS-DD-PROBE-WITHDRAWAL.
           PERFORM 545-RUN-ONE-PROBE.
           MOVE WS-DD-PROBE-BALANCE TO WS-DD-END-ZERO.
           MOVE 1 TO WS-DD-PROBE-WITHDRAWAL.
           PERFORM 545-RUN-ONE-PROBE.
           MOVE WS-DD-PROBE-BALANCE TO WS-DD-END-UNIT.
      * truncated to the cent, so the solved withdrawal never runs the
      * fund dry before the span is out
           COMPUTE WS-DD-SUSTAINABLE =
               WS-DD-END-ZERO / (WS-DD-END-ZERO - WS-DD-END-UNIT).

      * a probe lets the balance go negative - the straight line only
      * holds if no month is cut short
       545-RUN-ONE-PROBE.
           MOVE WS-DD-START-BALANCE TO WS-DD-PROBE-BALANCE.
           MOVE 1 TO WS-DD-YEAR.
           PERFORM 546-PROBE-ONE-YEAR
               UNTIL WS-DD-YEAR > WS-DD-TARGET-YEARS.

       546-PROBE-ONE-YEAR.
           PERFORM 535-SET-DRAWDOWN-RATE.
           COMPUTE WS-DD-MONTH-RATE = WS-DD-RATE / 12 / 100.
           PERFORM 547-PROBE-ONE-MONTH 12 TIMES.
           COMPUTE WS-DD-PROBE-WITHDRAWAL = WS-DD-PROBE-WITHDRAWAL +
               (WS-DD-PROBE-WITHDRAWAL * WS-DD-INFLATION-PCT / 100).
           ADD 1 TO WS-DD-YEAR.

       547-PROBE-ONE-MONTH.
           COMPUTE WS-DD-PROBE-BALANCE = WS-DD-PROBE-BALANCE
               + (WS-DD-PROBE-BALANCE * WS-DD-MONTH-RATE)
               - WS-DD-PROBE-WITHDRAWAL.

       549-EMIT-SUSTAINABLE-LINE.
           MOVE SPACES TO DRL-CAPTION.
           STRING "SUSTAINABLE FIRST WITHDRAWAL FOR "
               WS-DD-TARGET-YEARS " YEARS"
               DELIMITED BY SIZE INTO DRL-CAPTION.
           MOVE WS-DD-SUSTAINABLE TO DRL-AMOUNT-O.
           PERFORM 538-EMIT-RESULT-LINE.

      * a D record - the contribution is the first monthly withdrawal
      * and the years are the span to solve for
       560-SET-BATCH-DRAWDOWN.
           IF SC-START-BALANCE IS NUMERIC AND SC-START-BALANCE > ZERO
               MOVE SC-START-BALANCE TO WS-DD-START-BALANCE
           ELSE
               MOVE SC-INVESTMENT-AMOUNT TO WS-DD-START-BALANCE
           END-IF.
           IF SC-INFLATION-PCT IS NUMERIC
               MOVE SC-INFLATION-PCT TO WS-DD-INFLATION-PCT
           ELSE
               MOVE ZERO TO WS-DD-INFLATION-PCT
           END-IF.
           MOVE SC-CONTRIBUTION-AMOUNT TO WS-DD-WITHDRAWAL-ENTERED.
           MOVE SC-NUMBER-OF-YEARS     TO WS-DD-TARGET-YEARS.
           IF WS-DD-START-BALANCE = ZERO
              OR (WS-DD-WITHDRAWAL-ENTERED = ZERO
                  AND WS-DD-TARGET-YEARS = ZERO)
               DISPLAY "CALC2000: DRAWDOWN NEEDS A BALANCE AND A "
                   "WITHDRAWAL OR YEARS - SCENARIO SKIPPED"
           ELSE
               PERFORM 510-RUN-ONE-DRAWDOWN
           END-IF.
