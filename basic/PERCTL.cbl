      * Author: Nathan Ranna
      * Date:
      * Purpose: Accounting-period close and reopen utility - the one
      *          place a fiscal period is closed or reopened on the
      *          period-control file the posting runs enforce. A
      *          period is typed as its fiscal year and period
      *          (YYYYPP) or as any date in it, which LEAP's FISCALPD
      *          entry turns into the period; each period is shown
      *          with the first and last dates LEAP's FISCALRG entry
      *          gives for it. The operator signs on against
      *          OPERSEC.DAT and must carry the supervisor flag; every
      *          close and reopen goes to the common job log.
      * Tectonic: cobc
      ************************************************************************
       IDENTIFICATION DIVISION.
           05  OS-FAIL-COUNT     PIC 9(01).
           05  OS-LOCKED-FLAG    PIC X(01).
           05  OS-SUPERVISOR     PIC X(01).
           05  OS-APPROVER       PIC X(01).

       WORKING-STORAGE SECTION.

         88 WS-DONE            VALUE 'Y'.
       01  WS-ACTION-CODE      PIC X VALUE SPACE.
       01  WS-PERIOD-ENTERED   PIC 9(6) VALUE 0.
       01  WS-PERIOD-INPUT     PIC X(8) VALUE SPACES.
       01  WS-PERIOD-VALID-FLAG PIC X VALUE 'N'.
         88 WS-PERIOD-VALID    VALUE 'Y'.

      * parameters for LEAP's FISCALPD and FISCALRG entry points
       01  FISCAL-PERIOD-FIELDS.
           05  WS-FISCAL-DATE     PIC 9(8) VALUE 0.
           05  WS-FISCAL-YEAR     PIC 9(4) VALUE 0.
           05  WS-FISCAL-PERIOD   PIC 9(2) VALUE 0.
           05  WS-FISCAL-WEEK     PIC 9(2) VALUE 0.
           05  WS-FISCAL-START    PIC 9(8) VALUE 0.
           05  WS-FISCAL-END      PIC 9(8) VALUE 0.
       01  WS-NEW-STATUS       PIC X VALUE SPACE.

      * parameters for the shared JOBLOG subsystem
           END-EVALUATE.

       310-LIST-PERIODS.
           MOVE WS-PD-PERIOD(WS-PERIOD-INDEX)(1:4) TO WS-FISCAL-YEAR
           MOVE WS-PD-PERIOD(WS-PERIOD-INDEX)(5:2) TO WS-FISCAL-PERIOD
           CALL "FISCALRG" USING WS-FISCAL-YEAR WS-FISCAL-PERIOD
               WS-FISCAL-START WS-FISCAL-END
           DISPLAY "  " WS-PD-PERIOD(WS-PERIOD-INDEX) " "
               WS-PD-STATUS(WS-PERIOD-INDEX) "  " WS-FISCAL-START
               " - " WS-FISCAL-END.

      * the period typed as YYYYPP must be one the fiscal calendar
      * has; a YYYYMMDD date is taken to the period it falls in
       315-GET-PERIOD-ENTERED.
           MOVE "N" TO WS-PERIOD-VALID-FLAG
           DISPLAY "TYPE THE FISCAL PERIOD (YYYYPP) OR A DATE IN IT "
               "(YYYYMMDD): "
           ACCEPT WS-PERIOD-INPUT
           IF WS-PERIOD-INPUT(1:6) IS NUMERIC
              AND WS-PERIOD-INPUT(7:2) = SPACES
               MOVE WS-PERIOD-INPUT(1:4) TO WS-FISCAL-YEAR
               MOVE WS-PERIOD-INPUT(5:2) TO WS-FISCAL-PERIOD
           ELSE
               IF WS-PERIOD-INPUT IS NUMERIC
                   MOVE WS-PERIOD-INPUT TO WS-FISCAL-DATE
                   CALL "FISCALPD" USING WS-FISCAL-DATE
                       WS-FISCAL-YEAR WS-FISCAL-PERIOD WS-FISCAL-WEEK
                       WS-FISCAL-START WS-FISCAL-END
               ELSE
                   DISPLAY "NOT A PERIOD OR A DATE."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CALL "FISCALRG" USING WS-FISCAL-YEAR WS-FISCAL-PERIOD
               WS-FISCAL-START WS-FISCAL-END
           IF WS-FISCAL-START = ZERO
               DISPLAY "NO SUCH FISCAL PERIOD."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PERIOD-ENTERED =
               WS-FISCAL-YEAR * 100 + WS-FISCAL-PERIOD
           DISPLAY "PERIOD " WS-PERIOD-ENTERED " RUNS "
               WS-FISCAL-START " TO " WS-FISCAL-END
           SET WS-PERIOD-VALID TO TRUE.

       320-SET-PERIOD-STATUS.
           PERFORM 315-GET-PERIOD-ENTERED
           IF NOT WS-PERIOD-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PERIOD-FOUND-FLAG
           MOVE ZERO TO WS-MATCHED-PERIOD-SUB
           PERFORM VARYING WS-PERIOD-INDEX FROM 1 BY 1
