      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Calculate if given year is a leap year. Also the
      *          shop's callable date service - days in February,
      *          business days off the holiday calendar, and the
      *          fiscal period (year, period, week, start and end)
      *          off the fiscal calendar.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
      * one fiscal period per line - fiscal year, period, and the
      * period's first and last calendar dates - maintained by
      * accounting to the 4-4-5 week calendar
           SELECT FISCAL-FILE ASSIGN TO "FISCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
      ************************************************************************
       DATA DIVISION.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD       PIC 9(8).

       FD  FISCAL-FILE.
       01  FISCAL-RECORD.
           05  FC-FISCAL-YEAR   PIC 9(4).
           05  FILLER           PIC X(01).
           05  FC-PERIOD        PIC 9(2).
           05  FILLER           PIC X(01).
           05  FC-START-DATE    PIC 9(8).
           05  FILLER           PIC X(01).
           05  FC-END-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.

       77   WS-YEAR     PIC 9(4) VALUE ZEROS.
           05  WS-HOLIDAYS-LOADED-FLAG PIC X VALUE 'N'.
             88 WS-HOLIDAYS-LOADED VALUE 'Y'.

       01   WS-FISCAL-STATUS      PIC X(02) VALUE '00'.
         88 FISCAL-STATUS-OK       VALUE '00'.
       01   WS-FISCAL-EOF-FLAG    PIC X VALUE 'N'.
         88 WS-FISCAL-EOF          VALUE 'Y'.

      * the loaded fiscal calendar, read once per run on first use -
      * twenty years of thirteen-or-fewer periods
       01   FISCAL-TABLE-FIELDS.
           05  WS-FISCAL-COUNT    PIC 9(3) VALUE 0.
           05  WS-FISCAL-INDEX    PIC 9(3) VALUE 0.
           05  WS-FISCAL-ENTRY OCCURS 260 TIMES.
               10  WS-FE-YEAR     PIC 9(4).
               10  WS-FE-PERIOD   PIC 9(2).
               10  WS-FE-START    PIC 9(8).
               10  WS-FE-END      PIC 9(8).
           05  WS-FISCAL-LOADED-FLAG PIC X VALUE 'N'.
             88 WS-FISCAL-LOADED   VALUE 'Y'.

      * one fiscal period looked up - by a date it holds, or by its
      * fiscal year and period number
       01   FISCAL-PERIOD-FIELDS.
           05  WS-FP-DATE         PIC 9(8).
           05  WS-FP-YEAR         PIC 9(4).
           05  WS-FP-PERIOD       PIC 9(2).
           05  WS-FP-WEEK         PIC 9(2).
           05  WS-FP-START        PIC 9(8).
           05  WS-FP-END          PIC 9(8).
           05  WS-FP-FOUND-FLAG   PIC X VALUE 'N'.
             88 WS-FP-FOUND        VALUE 'Y'.

       01   BUSINESS-DAY-FIELDS.
           05  WS-CURR-DATE-NUM   PIC 9(8).
           05  WS-WEEKDAY-NUM     PIC 9(1).
       01   LK-BD-DATE             PIC 9(8).
       01   LK-BD-FLAG             PIC X(1).

      * parameters for the FISCALPD entry point - the fiscal year,
      * period, and week a YYYYMMDD date falls in, with that period's
      * first and last dates
       01   LK-FP-DATE             PIC 9(8).
       01   LK-FP-YEAR             PIC 9(4).
       01   LK-FP-PERIOD           PIC 9(2).
       01   LK-FP-WEEK             PIC 9(2).
       01   LK-FP-START            PIC 9(8).
       01   LK-FP-END              PIC 9(8).

      * parameters for the FISCALRG entry point - the first and last
      * dates of a given fiscal year and period
       01   LK-FR-YEAR             PIC 9(4).
       01   LK-FR-PERIOD           PIC 9(2).
       01   LK-FR-START            PIC 9(8).
       01   LK-FR-END              PIC 9(8).

      ************************************************************************
       PROCEDURE DIVISION.

           DISPLAY "2. COUNT DAYS BETWEEN TWO DATES".
           DISPLAY "3. COUNT BUSINESS DAYS BETWEEN TWO DATES".
           DISPLAY "4. DATE PLUS N BUSINESS DAYS".
           DISPLAY "5. FISCAL PERIOD FOR A DATE".
           ACCEPT WS-INTERACTIVE-CHOICE.
           EVALUATE WS-INTERACTIVE-CHOICE
               WHEN 1
                   PERFORM 230-COUNT-BUSINESS-DAYS
               WHEN 4
                   PERFORM 240-ADD-BUSINESS-DAYS
               WHEN 5
                   PERFORM 250-SHOW-FISCAL-PERIOD
               WHEN OTHER
                   DISPLAY "INVALID CHOICE."
           END-EVALUATE.
           DISPLAY "RESULT DATE (DDMMYYYY): " WS-CURR-DAY
               WS-CURR-MONTH WS-CURR-YEAR.

       250-SHOW-FISCAL-PERIOD.
           DISPLAY "ENTER DATE (DDMMYYYY): ".
           ACCEPT WS-START-DATE.
           MOVE WS-START-DATE(1:2) TO WS-CURR-DAY.
           MOVE WS-START-DATE(3:2) TO WS-CURR-MONTH.
           MOVE WS-START-DATE(5:4) TO WS-CURR-YEAR.
           COMPUTE WS-FP-DATE =
               WS-CURR-YEAR * 10000 + WS-CURR-MONTH * 100
                   + WS-CURR-DAY.
           PERFORM 049-FIND-FISCAL-PERIOD.
           DISPLAY "FISCAL YEAR: " WS-FP-YEAR " PERIOD: " WS-FP-PERIOD
               " WEEK: " WS-FP-WEEK.
           DISPLAY "PERIOD RUNS " WS-FP-START " TO " WS-FP-END.
           IF NOT WS-FP-FOUND
               DISPLAY "(NOT ON THE FISCAL CALENDAR - CALENDAR MONTH)"
           END-IF.

       037-COUNT-DAYS-BETWEEN.
           MOVE ZERO TO WS-DAY-COUNT.
           COMPUTE WS-START-DATE-NUM =
               END-IF
           END-PERFORM.

      * loads the fiscal calendar once per run; a missing file just
      * means no fiscal calendar, and periods fall back to calendar
      * months
       047-LOAD-FISCAL-CALENDAR.
           IF WS-FISCAL-LOADED
               EXIT PARAGRAPH
           END-IF.
           SET WS-FISCAL-LOADED TO TRUE.
           OPEN INPUT FISCAL-FILE.
           IF FISCAL-STATUS-OK
               PERFORM 048-READ-FISCAL-RECORD
                   UNTIL WS-FISCAL-EOF
               CLOSE FISCAL-FILE
           END-IF.

       048-READ-FISCAL-RECORD.
           READ FISCAL-FILE
               AT END
                   SET WS-FISCAL-EOF TO TRUE
               NOT AT END
                   IF WS-FISCAL-COUNT < 260
                       ADD 1 TO WS-FISCAL-COUNT
                       MOVE FC-FISCAL-YEAR
                           TO WS-FE-YEAR(WS-FISCAL-COUNT)
                       MOVE FC-PERIOD
                           TO WS-FE-PERIOD(WS-FISCAL-COUNT)
                       MOVE FC-START-DATE
                           TO WS-FE-START(WS-FISCAL-COUNT)
                       MOVE FC-END-DATE
                           TO WS-FE-END(WS-FISCAL-COUNT)
                   END-IF
           END-READ.

      * the fiscal period holding WS-FP-DATE. a date the calendar
      * does not cover - or every date, with no calendar file - falls
      * in its calendar month, period = month, so a YYYYPP period key
      * reads the same as the YYYYMM one it replaces. the week counts
      * from 1 on the period's first day.
       049-FIND-FISCAL-PERIOD.
           PERFORM 047-LOAD-FISCAL-CALENDAR.
           MOVE 'N' TO WS-FP-FOUND-FLAG.
           PERFORM VARYING WS-FISCAL-INDEX FROM 1 BY 1
               UNTIL WS-FISCAL-INDEX > WS-FISCAL-COUNT
                  OR WS-FP-FOUND
               IF WS-FP-DATE >= WS-FE-START(WS-FISCAL-INDEX)
                  AND WS-FP-DATE <= WS-FE-END(WS-FISCAL-INDEX)
                   MOVE WS-FE-YEAR(WS-FISCAL-INDEX)   TO WS-FP-YEAR
                   MOVE WS-FE-PERIOD(WS-FISCAL-INDEX) TO WS-FP-PERIOD
                   MOVE WS-FE-START(WS-FISCAL-INDEX)  TO WS-FP-START
                   MOVE WS-FE-END(WS-FISCAL-INDEX)    TO WS-FP-END
                   SET WS-FP-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-FP-FOUND
               MOVE WS-FP-DATE(1:4) TO WS-FP-YEAR
               MOVE WS-FP-DATE(5:2) TO WS-FP-PERIOD
               PERFORM 051-CALENDAR-MONTH-RANGE
           END-IF.
           IF WS-FP-START = ZERO
               MOVE ZERO TO WS-FP-WEEK
           ELSE
               COMPUTE WS-FP-WEEK =
                   (FUNCTION INTEGER-OF-DATE(WS-FP-DATE)
                  - FUNCTION INTEGER-OF-DATE(WS-FP-START)) / 7 + 1
           END-IF.

      * the first and last dates of fiscal period WS-FP-PERIOD of
      * fiscal year WS-FP-YEAR, with the same calendar-month fallback
       050-FIND-FISCAL-RANGE.
           PERFORM 047-LOAD-FISCAL-CALENDAR.
           MOVE 'N' TO WS-FP-FOUND-FLAG.
           PERFORM VARYING WS-FISCAL-INDEX FROM 1 BY 1
               UNTIL WS-FISCAL-INDEX > WS-FISCAL-COUNT
                  OR WS-FP-FOUND
               IF WS-FE-YEAR(WS-FISCAL-INDEX) = WS-FP-YEAR
                  AND WS-FE-PERIOD(WS-FISCAL-INDEX) = WS-FP-PERIOD
                   MOVE WS-FE-START(WS-FISCAL-INDEX)  TO WS-FP-START
                   MOVE WS-FE-END(WS-FISCAL-INDEX)    TO WS-FP-END
                   SET WS-FP-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-FP-FOUND
               PERFORM 051-CALENDAR-MONTH-RANGE
           END-IF.

      * calendar month WS-FP-PERIOD of year WS-FP-YEAR as a period;
      * zero dates for a period number no month has
       051-CALENDAR-MONTH-RANGE.
           IF WS-FP-PERIOD < 1 OR WS-FP-PERIOD > 12
               MOVE ZERO TO WS-FP-START
               MOVE ZERO TO WS-FP-END
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FP-YEAR TO WS-YEAR.
           PERFORM 036-DAYS-IN-FEBRUARY.
           EVALUATE WS-FP-PERIOD
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-CURR-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-CURR-MONTH
               WHEN 2
                   MOVE WS-DAYS-IN-FEB TO WS-DAYS-IN-CURR-MONTH
           END-EVALUATE.
           COMPUTE WS-FP-START =
               WS-FP-YEAR * 10000 + WS-FP-PERIOD * 100 + 1.
           COMPUTE WS-FP-END =
               WS-FP-YEAR * 10000 + WS-FP-PERIOD * 100
                   + WS-DAYS-IN-CURR-MONTH.

      * reusable days-in-February helper built on LEAP, so other date
      * routines in the shop don't have to re-implement leap-year math
       036-DAYS-IN-FEBRUARY.
           END-IF
           GOBACK.

      * callable fiscal period for one YYYYMMDD date - PST1000,
      * CBL0002, CBL0005, and PERCTL key the period-close check on
      * the fiscal year and period it returns rather than the
      * calendar month
       052-FISCALPD-ENTRY.
       ENTRY "FISCALPD" USING LK-FP-DATE LK-FP-YEAR LK-FP-PERIOD
           LK-FP-WEEK LK-FP-START LK-FP-END.
           MOVE LK-FP-DATE TO WS-FP-DATE
           PERFORM 049-FIND-FISCAL-PERIOD
           MOVE WS-FP-YEAR   TO LK-FP-YEAR
           MOVE WS-FP-PERIOD TO LK-FP-PERIOD
           MOVE WS-FP-WEEK   TO LK-FP-WEEK
           MOVE WS-FP-START  TO LK-FP-START
           MOVE WS-FP-END    TO LK-FP-END
           GOBACK.

      * callable first and last dates of one fiscal period - PERCTL
      * shows them, and PROG001 finds the period's last business day
      * from the end date. zero dates back mean no such period.
       053-FISCALRG-ENTRY.
       ENTRY "FISCALRG" USING LK-FR-YEAR LK-FR-PERIOD LK-FR-START
           LK-FR-END.
           MOVE LK-FR-YEAR   TO WS-FP-YEAR
           MOVE LK-FR-PERIOD TO WS-FP-PERIOD
           PERFORM 050-FIND-FISCAL-RANGE
           MOVE WS-FP-START  TO LK-FR-START
           MOVE WS-FP-END    TO LK-FR-END
           GOBACK.

       LEAP.
           MOVE ZERO TO WS-RESULT.
           IF FUNCTION MOD(WS-YEAR, 400) = 0
