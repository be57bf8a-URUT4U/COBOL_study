      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Shared file-status error handler - one callable entry
      *          the way JOBLOG and CHGFEED work. A program that gets a
      *          bad FILE STATUS passes its name, the file, the
      *          operation, and the status, and the handler puts the
      *          status into plain words on an E line of the common
      *          job log, sets the shop's standard return code, and
      *          on request ends the run. The return codes are what
      *          PROG001's chain and OPSRPT read:
      *              0  clean
      *              4  warning  - the run finished, look at the log
      *              8  error    - work was skipped or rejected
      *             16  severe   - the run could not continue
      * Tectonic: cobc
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEERR.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
      ************************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * parameters for the shared JOBLOG subsystem
       01  JOBLOG-FIELDS.
           05  WS-JOBLOG-SEVERITY PIC X(1)  VALUE 'E'.
           05  WS-JOBLOG-MESSAGE  PIC X(60) VALUE SPACES.

       01  WS-STATUS-TEXT      PIC X(30) VALUE SPACES.
       01  WS-STANDARD-RC      PIC 9(4)  VALUE ZERO.

      * the caller says W, E, or S when it knows better than the
      * status class what the failure means to its run - otherwise
      * the class decides: 0 and 1 warn, 2 (a keyed miss or
      * duplicate) is an error, 3, 4, and 9 (the file itself is
      * missing, damaged, or misused) are severe
       LINKAGE SECTION.
       01  LK-PROGRAM-NAME     PIC X(8).
       01  LK-FILE-NAME        PIC X(12).
       01  LK-OPERATION        PIC X(7).
       01  LK-FILE-STATUS      PIC X(2).
       01  LK-SEVERITY-CODE    PIC X(1).
      * Y ends the run on a severe status. A job PROG001's chain
      * dispatches passes N and GOBACKs itself, so the chain sees the
      * return code and holds the job's dependents.
       01  LK-END-RUN-FLAG     PIC X(1).
      * in: the highest code the caller has set so far; out: that or
      * this failure's code, whichever is higher
       01  LK-RETURN-CODE      PIC 9(4).

      ************************************************************************
       PROCEDURE DIVISION USING LK-PROGRAM-NAME LK-FILE-NAME
           LK-OPERATION LK-FILE-STATUS LK-SEVERITY-CODE
           LK-END-RUN-FLAG LK-RETURN-CODE.

       000-HANDLE-FILE-ERROR.
           PERFORM 100-SET-SEVERITY
           PERFORM 200-TRANSLATE-STATUS
           MOVE SPACES TO WS-JOBLOG-MESSAGE
           STRING LK-FILE-NAME DELIMITED BY SPACE
               " " LK-OPERATION DELIMITED BY SPACE
               " STATUS " LK-FILE-STATUS " - " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-JOBLOG-MESSAGE
           CALL 'JOBLOG' USING LK-PROGRAM-NAME
               WS-JOBLOG-SEVERITY WS-JOBLOG-MESSAGE
           DISPLAY LK-PROGRAM-NAME ": " WS-JOBLOG-MESSAGE
           IF WS-STANDARD-RC > LK-RETURN-CODE
               MOVE WS-STANDARD-RC TO LK-RETURN-CODE
           END-IF
           MOVE LK-RETURN-CODE TO RETURN-CODE
      * the run ends here only when the caller asked for it - STOP
      * RUN closes every file the run still has open
           IF LK-SEVERITY-CODE = 'S' AND LK-END-RUN-FLAG = 'Y'
               DISPLAY LK-PROGRAM-NAME ": RUN ENDED, RETURN CODE "
                   LK-RETURN-CODE
               STOP RUN
           END-IF
           GOBACK.

       100-SET-SEVERITY.
           IF LK-SEVERITY-CODE NOT = 'W' AND NOT = 'E'
              AND NOT = 'S'
               EVALUATE LK-FILE-STATUS(1:1)
                   WHEN '0'
                   WHEN '1'
                       MOVE 'W' TO LK-SEVERITY-CODE
                   WHEN '2'
                       MOVE 'E' TO LK-SEVERITY-CODE
                   WHEN OTHER
                       MOVE 'S' TO LK-SEVERITY-CODE
               END-EVALUATE
           END-IF
           EVALUATE LK-SEVERITY-CODE
               WHEN 'W'
                   MOVE 4  TO WS-STANDARD-RC
               WHEN 'E'
                   MOVE 8  TO WS-STANDARD-RC
               WHEN OTHER
                   MOVE 16 TO WS-STANDARD-RC
           END-EVALUATE.

       200-TRANSLATE-STATUS.
           EVALUATE LK-FILE-STATUS
               WHEN '00'
                   MOVE 'SUCCESSFUL' TO WS-STATUS-TEXT
               WHEN '02'
                   MOVE 'DUPLICATE ALTERNATE KEY' TO WS-STATUS-TEXT
               WHEN '04'
                   MOVE 'RECORD LENGTH DOES NOT MATCH' TO WS-STATUS-TEXT
               WHEN '05'
                   MOVE 'OPTIONAL FILE NOT PRESENT' TO WS-STATUS-TEXT
               WHEN '07'
                   MOVE 'NOT A REEL OR UNIT FILE' TO WS-STATUS-TEXT
               WHEN '10'
                   MOVE 'END OF FILE' TO WS-STATUS-TEXT
               WHEN '14'
                   MOVE 'RELATIVE KEY TOO LARGE' TO WS-STATUS-TEXT
               WHEN '21'
                   MOVE 'KEY OUT OF SEQUENCE' TO WS-STATUS-TEXT
               WHEN '22'
                   MOVE 'DUPLICATE KEY' TO WS-STATUS-TEXT
               WHEN '23'
                   MOVE 'RECORD NOT FOUND' TO WS-STATUS-TEXT
               WHEN '24'
                   MOVE 'FILE FULL OR KEY OUT OF RANGE'
                       TO WS-STATUS-TEXT
               WHEN '30'
                   MOVE 'PERMANENT I/O ERROR' TO WS-STATUS-TEXT
               WHEN '34'
                   MOVE 'FILE SPACE EXHAUSTED' TO WS-STATUS-TEXT
               WHEN '35'
                   MOVE 'FILE NOT FOUND' TO WS-STATUS-TEXT
               WHEN '37'
                   MOVE 'ACCESS DENIED' TO WS-STATUS-TEXT
               WHEN '38'
                   MOVE 'FILE CLOSED WITH LOCK' TO WS-STATUS-TEXT
               WHEN '39'
                   MOVE 'FILE ATTRIBUTES DO NOT MATCH' TO WS-STATUS-TEXT
               WHEN '41'
                   MOVE 'FILE ALREADY OPEN' TO WS-STATUS-TEXT
               WHEN '42'
                   MOVE 'FILE NOT OPEN' TO WS-STATUS-TEXT
               WHEN '43'
                   MOVE 'NO RECORD READ BEFORE UPDATE' TO WS-STATUS-TEXT
               WHEN '44'
                   MOVE 'RECORD SIZE WRONG FOR FILE' TO WS-STATUS-TEXT
               WHEN '46'
                   MOVE 'READ PAST END OF FILE' TO WS-STATUS-TEXT
               WHEN '47'
                   MOVE 'FILE NOT OPEN FOR INPUT' TO WS-STATUS-TEXT
               WHEN '48'
                   MOVE 'FILE NOT OPEN FOR OUTPUT' TO WS-STATUS-TEXT
               WHEN '49'
                   MOVE 'FILE NOT OPEN FOR UPDATE' TO WS-STATUS-TEXT
               WHEN '51'
                   MOVE 'RECORD LOCKED' TO WS-STATUS-TEXT
               WHEN '61'
                   MOVE 'FILE IN USE BY ANOTHER RUN' TO WS-STATUS-TEXT
               WHEN OTHER
                   IF LK-FILE-STATUS(1:1) = '9'
                       MOVE 'SYSTEM-DEPENDENT I/O ERROR'
                           TO WS-STATUS-TEXT
                   ELSE
                       MOVE 'UNRECOGNIZED FILE STATUS'
                           TO WS-STATUS-TEXT
                   END-IF
           END-EVALUATE.
