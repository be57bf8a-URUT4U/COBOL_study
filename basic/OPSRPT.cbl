      * Date:
      * Purpose: Daily operations report - reads the run-history file
      *          PROG001 writes for every dispatched CALL and prints
      *          each run's duration and outcome, failures first. A
      *          return code under 8 is a warning (the FILEERR
      *          convention) - listed with the failures, counted
      *          apart. A run under PROG001's trial chain shows as
      *          TRIAL RUN, never as a completed posting.
      * Tectonic: cobc
      ************************************************************************
       IDENTIFICATION DIVISION.
       01 WS-RUN-COUNTERS.
         05 WS-RUNS-READ     PIC 9(05) VALUE 0.
         05 WS-FAILED-COUNT  PIC 9(05) VALUE 0.
         05 WS-WARNING-COUNT PIC 9(05) VALUE 0.

       01 OPS-SECTION-LINE.
         05 OSL-SECTION-TEXT PIC X(40).
         05 OTL-RUNS-READ    PIC ZZ,ZZ9.
         05 FILLER           PIC X(12) VALUE '  FAILURES: '.
         05 OTL-FAILED       PIC ZZ,ZZ9.
         05 FILLER           PIC X(12) VALUE '  WARNINGS: '.
         05 OTL-WARNINGS     PIC ZZ,ZZ9.
         05 FILLER           PIC X(46) VALUE SPACES.
      ************************************************************************
       PROCEDURE DIVISION.
      ************************************************************************
           OPEN OUTPUT OPS-REPORT
           MOVE 'DAILY OPERATIONS REPORT' TO OSL-SECTION-TEXT
           WRITE OPS-REPORT-LINE FROM OPS-SECTION-LINE
           MOVE 'FAILURES AND WARNINGS' TO OSL-SECTION-TEXT
           WRITE OPS-REPORT-LINE FROM OPS-SECTION-LINE
           MOVE 1 TO WS-PASS-NUMBER
           PERFORM 200-SCAN-HISTORY-FILE
           MOVE 2 TO WS-PASS-NUMBER
           MOVE ZERO TO WS-RUNS-READ
           MOVE ZERO TO WS-FAILED-COUNT
           MOVE ZERO TO WS-WARNING-COUNT
           PERFORM 200-SCAN-HISTORY-FILE
           MOVE WS-RUNS-READ    TO OTL-RUNS-READ
           MOVE WS-FAILED-COUNT TO OTL-FAILED
           MOVE WS-WARNING-COUNT TO OTL-WARNINGS
           WRITE OPS-REPORT-LINE FROM OPS-TRAILER-LINE
           CLOSE OPS-REPORT
           STOP RUN.
                   SET WS-HISTORY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RUNS-READ
                   IF RH-RETURN-CODE >= 8
                       ADD 1 TO WS-FAILED-COUNT
                   ELSE
                       IF RH-RETURN-CODE NOT = ZERO
                           ADD 1 TO WS-WARNING-COUNT
                       END-IF
                   END-IF
                   IF WS-PASS-NUMBER = 2
                      OR RH-RETURN-CODE NOT = ZERO
           MOVE RH-START-HH      TO ODL-START-HH
           MOVE RH-START-MM      TO ODL-START-MM
           MOVE WS-DURATION-SECS TO ODL-DURATION
           EVALUATE TRUE
               WHEN RH-OPERATOR-NAME = 'TRIAL CHAIN'
                AND RH-RETURN-CODE < 8
                   MOVE 'TRIAL RUN'   TO ODL-OUTCOME
               WHEN RH-RETURN-CODE = ZERO
                   MOVE 'COMPLETED'   TO ODL-OUTCOME
               WHEN RH-RETURN-CODE < 8
                   MOVE 'WARNING'     TO ODL-OUTCOME
               WHEN OTHER
                   MOVE '** FAILED **' TO ODL-OUTCOME
           END-EVALUATE
           MOVE RH-RETURN-CODE   TO ODL-RETURN-CODE
           WRITE OPS-REPORT-LINE FROM OPS-DETAIL-LINE.
       END PROGRAM OPSRPT.
