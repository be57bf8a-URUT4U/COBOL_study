               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSEC-STATUS.
      * one job per record with its run frequency - D daily, W weekly
      * (mondays), M month-end, Q quarter-end, F fiscal period-end -
      * consulted by chain mode so month-end means the last business
      * day on LEAP's calendar, not whatever evening someone
      * remembered
           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           05  OS-FAIL-COUNT     PIC 9(01).
           05  OS-LOCKED-FLAG    PIC X(01).
           05  OS-SUPERVISOR     PIC X(01).
      * Y when this operator may approve another operator's held
      * master file changes in APR1000
           05  OS-APPROVER       PIC X(01).

       FD  CHAIN-SUMMARY.
       01  CHAIN-SUMMARY-RECORD.
               88  SCH-WEEKLY        VALUE 'W'.
               88  SCH-MONTH-END     VALUE 'M'.
               88  SCH-QUARTER-END   VALUE 'Q'.
               88  SCH-FISCAL-END    VALUE 'F'.

       FD  JOB-DEPS-FILE.
       01  JOB-DEPS-RECORD.
           10 WS-OP-FAILS     PIC 9(01).
           10 WS-OP-LOCKED    PIC X(01).
           10 WS-OP-SUPER     PIC X(01).
           10 WS-OP-APPROVER  PIC X(01).
         05 WS-SIGNON-ID      PIC X(08) VALUE SPACES.
         05 WS-SIGNON-PASSWORD PIC X(08) VALUE SPACES.
         05 WS-SIGNON-TRIES   PIC 9(01) VALUE 0.
         05 WS-TRIED-SUB      PIC 9(02) VALUE 0.
         05 WS-NEW-PASSWORD   PIC X(08) VALUE SPACES.
         05 WS-RESET-ID       PIC X(08) VALUE SPACES.
      * parameters for the shared LOCKCTL master-file lock control
       01 LOCK-FIELDS.
         05 WS-LOCK-ACTION    PIC X(01) VALUE 'D'.
         05 WS-LOCK-NAME      PIC X(08) VALUE SPACES.
         05 WS-LOCK-CLEARED-BY PIC X(08) VALUE SPACES.
         05 WS-LOCK-RESULT    PIC X(01) VALUE SPACE.
         05 WS-LOCK-CONFIRM   PIC X(01) VALUE SPACE.
         05 WS-SECURITY-DIRTY-FLAG PIC X VALUE 'N'.
           88 WS-SECURITY-DIRTY VALUE 'Y'.
       01 PASSWORD-AGE-FIELDS.
       01 WS-CHAIN-FIELDS.
         05 WS-PARM-STRING    PIC X(80) VALUE SPACES.
         05 WS-STEP-RC        PIC 9(04) VALUE 0.
      * PARM CT is a trial chain - the posting jobs run with their
      * own trial switch (they read the chain's PARM), nothing else
      * runs, and no step counts as the night's real posting
         05 WS-CHAIN-MODE     PIC X(01) VALUE 'P'.
           88 WS-TRIAL-CHAIN  VALUE 'T' 't'.
       01 WS-SCHEDULE-STATUS PIC X(02) VALUE '00'.
         88 SCHEDULE-STATUS-OK VALUE '00'.
       01 WS-SCHEDULE-EOF-FLAG PIC X VALUE 'N'.
         05 WS-BIZDAY-FLAG    PIC X(01) VALUE 'N'.
         05 WS-LAST-BIZ-FLAG  PIC X(01) VALUE 'N'.
           88 WS-LAST-BUSINESS-DAY VALUE 'Y'.
         05 WS-FISCAL-YEAR    PIC 9(04) VALUE 0.
         05 WS-FISCAL-PERIOD  PIC 9(02) VALUE 0.
         05 WS-FISCAL-WEEK    PIC 9(02) VALUE 0.
         05 WS-FISCAL-START   PIC 9(08) VALUE 0.
         05 WS-FISCAL-END     PIC 9(08) VALUE 0.
       01 WS-PARM-ENTRIES.
         05 WS-DECLINE-PCT    PIC 9(03) VALUE 20.
         05 WS-FILTER-STATE   PIC X(15) VALUE SPACES.
      * template uses
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING(1:1) = "C" OR WS-PARM-STRING(1:1) = "c"
               MOVE WS-PARM-STRING(2:1) TO WS-CHAIN-MODE
               IF WS-TRIAL-CHAIN
                   MOVE "TRIAL CHAIN" TO GDA-NOME
               ELSE
                   MOVE "NIGHTLY CHAIN" TO GDA-NOME
               END-IF
               PERFORM 200-RUN-NIGHTLY-CHAIN
               CLOSE USAGE-LOG
               CLOSE RUN-HISTORY
           DISPLAY "4. Exit"
           DISPLAY "5. Run the nightly chain unattended"
           DISPLAY "6. Reset a locked operator (supervisors)"
           DISPLAY "7. Show or clear master file locks (supervisors)"
           DISPLAY "---------------------------------"
           DISPLAY "Type a number: "
           ACCEPT GDA-NUMBER
               WHEN 6
                   PERFORM 110-LOG-SELECTION
                   PERFORM 325-RESET-LOCKED-OPERATOR
               WHEN 7
                   PERFORM 110-LOG-SELECTION
                   PERFORM 335-SHOW-FILE-LOCKS
               WHEN OTHER
                   DISPLAY "Invalid number. Please try again."
           END-EVALUATE.
               WHEN 4 MOVE "EXIT"      TO UL-OPTION-TEXT
               WHEN 5 MOVE "CHAIN"     TO UL-OPTION-TEXT
               WHEN 6 MOVE "UNLOCK"    TO UL-OPTION-TEXT
               WHEN 7 MOVE "FILELOCK"  TO UL-OPTION-TEXT
           END-EVALUATE.
           WRITE USAGE-LOG-RECORD.

                           TO WS-OP-LOCKED(WS-OPER-COUNT)
                       MOVE OS-SUPERVISOR
                           TO WS-OP-SUPER(WS-OPER-COUNT)
                       MOVE OS-APPROVER
                           TO WS-OP-APPROVER(WS-OPER-COUNT)
                   END-IF
           END-READ.

                       TO OS-LOCKED-FLAG
                   MOVE WS-OP-SUPER(WS-OPER-INDEX)
                       TO OS-SUPERVISOR
                   MOVE WS-OP-APPROVER(WS-OPER-INDEX)
                       TO OS-APPROVER
                   WRITE OPERATOR-SECURITY-RECORD
               END-PERFORM
               CLOSE OPERATOR-SECURITY
               DISPLAY "Operator " WS-RESET-ID " unlocked."
           END-IF.

      * a lock a job left behind when it abended holds every later
      * run of that master's updaters until it is cleared here - the
      * clear goes on the job log under the supervisor's id
       335-SHOW-FILE-LOCKS.
           MOVE 'D' TO WS-LOCK-ACTION
           MOVE SPACES TO WS-LOCK-NAME
           MOVE 'PROG001' TO WS-LOCK-CLEARED-BY
           CALL 'LOCKCTL' USING WS-LOCK-ACTION WS-LOCK-NAME
               WS-LOCK-CLEARED-BY WS-LOCK-RESULT
           DISPLAY "Lock to clear, as shown (blank for none): "
           ACCEPT WS-LOCK-NAME
           IF WS-LOCK-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Clear the " WS-LOCK-NAME " lock? Only do this "
               "if its job is no longer running (Y/N): "
           ACCEPT WS-LOCK-CONFIRM
           IF WS-LOCK-CONFIRM NOT = 'Y' AND NOT = 'y'
               DISPLAY "Lock left in place."
               EXIT PARAGRAPH
           END-IF
           IF WS-OPER-FOUND-SUB > 0
               MOVE WS-OP-ID(WS-OPER-FOUND-SUB) TO WS-LOCK-CLEARED-BY
           ELSE
               MOVE GDA-NOME TO WS-LOCK-CLEARED-BY
           END-IF
           MOVE 'C' TO WS-LOCK-ACTION
           CALL 'LOCKCTL' USING WS-LOCK-ACTION WS-LOCK-NAME
               WS-LOCK-CLEARED-BY WS-LOCK-RESULT
           IF WS-LOCK-RESULT = 'Y'
               DISPLAY "Lock " WS-LOCK-NAME " cleared."
           END-IF.

      * the per-option authorization flag from the operator's
      * security record - exit and invalid numbers are always allowed
       320-CHECK-AUTHORIZATION.
                       MOVE 'N' TO WS-OPTION-ALLOWED-FLAG
                   END-IF
               WHEN 6
               WHEN 7
                   IF WS-OP-SUPER(WS-OPER-FOUND-SUB) NOT = 'Y'
                       MOVE 'N' TO WS-OPTION-ALLOWED-FLAG
                   END-IF
      * runs the scheduled jobs back to back with no prompting,
      * using whatever parameter cards are already on file. with no
      * schedule file the old fixed RPT1000/CBL0001/PROG007 sequence
      * still runs, so a missing card never cancels the night. a step
      * ending with an error or severe RETURN-CODE (8 and up, the
      * FILEERR convention) holds the jobs that depend on it so they
      * don't consume bad files; a warning (4) lets them run. a
      * trial chain neither reads nor leaves a restart point, so the
      * real chain that follows it runs as if the trial never had.
       200-RUN-NIGHTLY-CHAIN.
           OPEN OUTPUT CHAIN-SUMMARY
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 400-LOAD-DEPENDENCY-RULES
           IF WS-TRIAL-CHAIN
               DISPLAY "PROG001: TRIAL CHAIN - POSTING JOBS ONLY, "
                   "NOTHING IS POSTED"
           ELSE
               PERFORM 410-LOAD-PRIOR-CHAIN-STATE
           END-IF
           PERFORM 230-LOAD-SCHEDULE
           IF WS-SCHED-COUNT = ZERO
               MOVE "RPT1000" TO WS-RUN-PROGRAM
                   VARYING WS-SCHED-INDEX FROM 1 BY 1
                   UNTIL WS-SCHED-INDEX > WS-SCHED-COUNT
           END-IF
           IF NOT WS-TRIAL-CHAIN
               PERFORM 460-CLOSE-CHAIN-STATE
           END-IF
           CLOSE CHAIN-SUMMARY
           DISPLAY "Chain finished - see PROG001-CHAIN.OUT".

           END-IF.

      * D runs every night, W on mondays, M on the last business day
      * of the month, Q on the last business day of a quarter month,
      * and F on the last business day of the fiscal period - business
      * days per LEAP's holiday calendar, periods per its fiscal
      * calendar
       250-CHECK-JOB-DUE.
           MOVE 'N' TO WS-JOB-DUE-FLAG
           EVALUATE WS-SC-FREQUENCY(WS-SCHED-INDEX)
                           SET WS-JOB-DUE TO TRUE
                       END-IF
                   END-IF
               WHEN 'F'
                   PERFORM 290-CHECK-LAST-FISCAL-BIZ-DAY
                   IF WS-LAST-BUSINESS-DAY
                       SET WS-JOB-DUE TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                       WS-DAYS-IN-MONTH
           END-EVALUATE.

      * today is the fiscal period's last business day when today
      * itself is a business day and no later day up to the period
      * end LEAP's FISCALPD gives is one - the scan crosses calendar
      * month ends, which a 4-4-5 period does
       290-CHECK-LAST-FISCAL-BIZ-DAY.
           MOVE 'N' TO WS-LAST-BIZ-FLAG
           CALL "BIZDAY" USING WS-TODAY WS-BIZDAY-FLAG
           IF WS-BIZDAY-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           CALL "FISCALPD" USING WS-TODAY WS-FISCAL-YEAR
               WS-FISCAL-PERIOD WS-FISCAL-WEEK WS-FISCAL-START
               WS-FISCAL-END
           MOVE 'Y' TO WS-LAST-BIZ-FLAG
           MOVE WS-TODAY TO WS-SCAN-DATE
           PERFORM UNTIL WS-SCAN-DATE >= WS-FISCAL-END
               OR NOT WS-LAST-BUSINESS-DAY
               COMPUTE WS-SCAN-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE) + 1)
               CALL "BIZDAY" USING WS-SCAN-DATE WS-BIZDAY-FLAG
               IF WS-BIZDAY-FLAG = 'Y'
                   MOVE 'N' TO WS-LAST-BIZ-FLAG
               END-IF
           END-PERFORM.

       210-RUN-ONE-CHAIN-STEP.
           MOVE WS-RUN-PROGRAM TO CS-STEP-NAME
           IF WS-TRIAL-CHAIN
               PERFORM 220-RUN-TRIAL-STEP
               EXIT PARAGRAPH
           END-IF
           PERFORM 420-GET-JOB-STATE
           IF WS-RESTART-MODE AND WS-LOOKED-UP-STATE = "OK"
      * this job already ran clean on the failed night - a restart
                   WHEN "ALRTRPT" CALL "ALRTRPT"
                   WHEN "BALRPT"  CALL "BALRPT"
                   WHEN "HOUSEKP" CALL "HOUSEKP"
                   WHEN "DWFEED"  CALL "DWFEED"
                   WHEN "IAR1000" CALL "IAR1000"
                   WHEN "AGE1000" CALL "AGE1000"
                   WHEN "PROG012" CALL "PROG012"
                   WHEN OTHER
                       DISPLAY "PROG001: " WS-RUN-PROGRAM
                           " IS NOT A DISPATCHABLE JOB"
           PERFORM 150-RECORD-RUN-HISTORY
           MOVE WS-RUN-PROGRAM TO CS-STEP-NAME
           MOVE WS-STEP-RC     TO CS-RETURN-CODE
           MOVE "RAN"          TO CS-STEP-STATUS
           EVALUATE TRUE
               WHEN WS-STEP-RC = ZERO
                   MOVE "COMPLETED" TO CS-REASON-TEXT
                   MOVE "OK"   TO WS-SETTING-STATE
               WHEN WS-STEP-RC < 8
                   MOVE "COMPLETED WITH WARNINGS - SEE JOBLOG"
                       TO CS-REASON-TEXT
                   MOVE "OK"   TO WS-SETTING-STATE
               WHEN OTHER
                   MOVE "ENDED WITH AN ERROR RETURN CODE"
                       TO CS-REASON-TEXT
                   MOVE "FAIL" TO WS-SETTING-STATE
           END-EVALUATE
           IF WS-TRIAL-CHAIN
               MOVE "TRIAL"    TO CS-STEP-STATUS
               IF WS-STEP-RC < 8
                   MOVE "TRIAL RUN - NOT COUNTED AS THE POSTING"
                       TO CS-REASON-TEXT
               END-IF
           ELSE
               PERFORM 430-SET-JOB-STATE
           END-IF
           WRITE CHAIN-SUMMARY-RECORD.

      * only the posting jobs have a trial switch - anything else
      * would do its real work, so a trial chain passes it by. a
      * trial step is recorded as TRIAL and never as OK, so it can't
      * stand in for the real posting on a restart
       220-RUN-TRIAL-STEP.
           EVALUATE WS-RUN-PROGRAM
               WHEN "CBL0002"
               WHEN "CBL0005"
               WHEN "PST1000"
                   PERFORM 215-RUN-AND-RECORD-STEP
               WHEN OTHER
                   MOVE "SKIPPED"  TO CS-STEP-STATUS
                   MOVE ZERO       TO CS-RETURN-CODE
                   MOVE "TRIAL CHAIN RUNS POSTING JOBS ONLY"
                       TO CS-REASON-TEXT
                   WRITE CHAIN-SUMMARY-RECORD
           END-EVALUATE.

       140-START-RUN-CLOCK.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP
           MOVE ZERO TO RETURN-CODE.

      * the called program's RETURN-CODE is recorded and then cleared
      * so a failed step doesn't carry its code into the menu's own
      * exit status. the history file is closed around the vault call
      * so RPTVAULT sees this run when it numbers the run's reports
       150-RECORD-RUN-HISTORY.
           MOVE GDA-NOME        TO RH-OPERATOR-NAME
           MOVE WS-RUN-PROGRAM  TO RH-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO RH-END-STAMP
           MOVE RETURN-CODE     TO RH-RETURN-CODE
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY
           CALL 'RPTVAULT' USING WS-RUN-PROGRAM WS-START-STAMP
           OPEN EXTEND RUN-HISTORY
           MOVE ZERO TO RETURN-CODE.

      * prompts for the decline threshold and writes the one-card
