      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Shared master-file lock control - one callable entry
      *          the way JOBLOG and FILEERR work. A program that
      *          updates one of the shared masters takes that master's
      *          named lock when it starts and releases it when it
      *          ends, so two updaters never run against the same
      *          master at once. A second updater is refused with a
      *          message naming the job that holds the lock, and an E
      *          line on the common job log. A lock left behind by a
      *          job that abended stays until a supervisor clears it
      *          from the lock-status display on PROG001's menu.
      *          The lock names:
      *              CUSTMAST  customer master (murach)
      *              ACCTMAST  account master ACCTREC (ibm_z)
      *              OPENITEM  open receivable items (murach)
      *              REGISTRY  registration file REGISTRY.DAT
      *              STUDENT   the student batch BATCH.txt
      *          Actions:
      *              L  take the lock        (result Y taken, N refused)
      *              R  release the lock     (result Y released)
      *              C  clear a lock for a supervisor
      *                                      (result Y cleared, N none)
      *              D  display every lock held
      * Tectonic: cobc
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKCTL.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * one record per lock held - read whole, changed, and written
      * back whole on every call, so the file only ever shows the
      * locks held right now
           SELECT LOCK-FILE ASSIGN TO "LOCKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD  LOCK-FILE.
       01  LOCK-RECORD.
           05  LR-LOCK-NAME     PIC X(8).
           05  FILLER           PIC X(1).
           05  LR-PROGRAM-NAME  PIC X(8).
           05  FILLER           PIC X(1).
           05  LR-LOCK-DATE     PIC 9(8).
           05  FILLER           PIC X(1).
           05  LR-LOCK-TIME     PIC 9(6).

       WORKING-STORAGE SECTION.

       01  WS-LOCK-STATUS      PIC X(02) VALUE '00'.
         88 LOCK-STATUS-OK     VALUE '00'.
       01  WS-LOCK-EOF-FLAG    PIC X VALUE 'N'.
         88 WS-LOCK-EOF        VALUE 'Y'.

       01  LOCK-TABLE-FIELDS.
           05  WS-LOCK-COUNT    PIC 9(02) VALUE 0.
           05  WS-LOCK-INDEX    PIC 9(02) VALUE 0.
           05  WS-FOUND-INDEX   PIC 9(02) VALUE 0.
           05  WS-LOCK-ENTRY OCCURS 20 TIMES.
               10  WS-LT-LOCK-NAME  PIC X(8).
               10  WS-LT-PROGRAM    PIC X(8).
               10  WS-LT-DATE       PIC 9(8).
               10  WS-LT-TIME       PIC 9(6).

       01  WS-STAMP-FIELDS.
           05  WS-CURRENT-STAMP PIC X(14).
           05  FILLER REDEFINES WS-CURRENT-STAMP.
               10  WS-STAMP-DATE PIC 9(8).
               10  WS-STAMP-TIME PIC 9(6).
               10  FILLER REDEFINES WS-STAMP-TIME.
                   15  WS-STAMP-HH PIC 9(2).
                   15  WS-STAMP-MM PIC 9(2).
                   15  WS-STAMP-SS PIC 9(2).

      * a lock taken on an earlier day, or held longer than this,
      * is shown as possibly left by a job that abended
       01  STALE-FIELDS.
           05  WS-STALE-MINUTES PIC 9(4) VALUE 480.
           05  WS-HELD-MINUTES  PIC S9(5) VALUE 0.
           05  WS-LOCK-TIME-R   PIC 9(6).
           05  FILLER REDEFINES WS-LOCK-TIME-R.
               10  WS-LOCK-HH   PIC 9(2).
               10  WS-LOCK-MM   PIC 9(2).
               10  WS-LOCK-SS   PIC 9(2).
           05  WS-STALE-TEXT    PIC X(16) VALUE SPACES.

      * parameters for the shared JOBLOG subsystem
       01  JOBLOG-FIELDS.
           05  WS-JOBLOG-PROGRAM  PIC X(8)  VALUE SPACES.
           05  WS-JOBLOG-SEVERITY PIC X(1)  VALUE 'I'.
           05  WS-JOBLOG-MESSAGE  PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-ACTION-CODE      PIC X(1).
       01  LK-LOCK-NAME        PIC X(8).
      * the program taking or releasing the lock - for a clear, the
      * supervisor's operator id
       01  LK-PROGRAM-NAME     PIC X(8).
       01  LK-LOCK-RESULT      PIC X(1).

      ************************************************************************
       PROCEDURE DIVISION USING LK-ACTION-CODE LK-LOCK-NAME
           LK-PROGRAM-NAME LK-LOCK-RESULT.

       000-LOCK-CONTROL.
           MOVE 'N' TO LK-LOCK-RESULT
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-STAMP
           PERFORM 100-LOAD-LOCK-TABLE
           PERFORM 150-FIND-LOCK
           EVALUATE LK-ACTION-CODE
               WHEN 'L'
                   PERFORM 200-TAKE-LOCK
               WHEN 'R'
                   PERFORM 300-RELEASE-LOCK
               WHEN 'C'
                   PERFORM 400-CLEAR-LOCK
               WHEN 'D'
                   PERFORM 500-DISPLAY-LOCKS
           END-EVALUATE
           GOBACK.

      * no lock file means no lock is held
       100-LOAD-LOCK-TABLE.
           MOVE ZERO TO WS-LOCK-COUNT
           MOVE 'N' TO WS-LOCK-EOF-FLAG
           OPEN INPUT LOCK-FILE
           IF NOT LOCK-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 110-READ-LOCK-RECORD UNTIL WS-LOCK-EOF
           CLOSE LOCK-FILE.

       110-READ-LOCK-RECORD.
           READ LOCK-FILE
               AT END
                   SET WS-LOCK-EOF TO TRUE
               NOT AT END
                   IF WS-LOCK-COUNT < 20 AND LR-LOCK-NAME NOT = SPACES
                       ADD 1 TO WS-LOCK-COUNT
                       MOVE LR-LOCK-NAME
                           TO WS-LT-LOCK-NAME(WS-LOCK-COUNT)
                       MOVE LR-PROGRAM-NAME
                           TO WS-LT-PROGRAM(WS-LOCK-COUNT)
                       MOVE LR-LOCK-DATE TO WS-LT-DATE(WS-LOCK-COUNT)
                       MOVE LR-LOCK-TIME TO WS-LT-TIME(WS-LOCK-COUNT)
                   END-IF
           END-READ.

       150-FIND-LOCK.
           MOVE ZERO TO WS-FOUND-INDEX
           PERFORM VARYING WS-LOCK-INDEX FROM 1 BY 1
               UNTIL WS-LOCK-INDEX > WS-LOCK-COUNT
               OR WS-FOUND-INDEX > ZERO
               IF WS-LT-LOCK-NAME(WS-LOCK-INDEX) = LK-LOCK-NAME
                   MOVE WS-LOCK-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM.

      * a lock already held is never taken over - not even by another
      * run of the same program, since that is the second clerk the
      * lock is there to stop
       200-TAKE-LOCK.
           IF WS-FOUND-INDEX > ZERO
               MOVE SPACES TO WS-JOBLOG-MESSAGE
               STRING LK-LOCK-NAME DELIMITED BY SPACE
                   " IN USE BY " DELIMITED BY SIZE
                   WS-LT-PROGRAM(WS-FOUND-INDEX) DELIMITED BY SPACE
                   " SINCE " WS-LT-DATE(WS-FOUND-INDEX)
                   " " WS-LT-TIME(WS-FOUND-INDEX)
                   " - REFUSED"
                   DELIMITED BY SIZE INTO WS-JOBLOG-MESSAGE
               DISPLAY LK-PROGRAM-NAME ": " WS-JOBLOG-MESSAGE
               DISPLAY LK-PROGRAM-NAME ": RUN AGAIN WHEN "
                   WS-LT-PROGRAM(WS-FOUND-INDEX) " HAS FINISHED"
               MOVE LK-PROGRAM-NAME TO WS-JOBLOG-PROGRAM
               MOVE 'E' TO WS-JOBLOG-SEVERITY
               CALL 'JOBLOG' USING WS-JOBLOG-PROGRAM
                   WS-JOBLOG-SEVERITY WS-JOBLOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-LOCK-COUNT = 20
               DISPLAY "LOCKCTL: LOCK TABLE FULL - " LK-LOCK-NAME
                   " NOT LOCKED"
               MOVE 'Y' TO LK-LOCK-RESULT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOCK-COUNT
           MOVE LK-LOCK-NAME    TO WS-LT-LOCK-NAME(WS-LOCK-COUNT)
           MOVE LK-PROGRAM-NAME TO WS-LT-PROGRAM(WS-LOCK-COUNT)
           MOVE WS-STAMP-DATE   TO WS-LT-DATE(WS-LOCK-COUNT)
           MOVE WS-STAMP-TIME   TO WS-LT-TIME(WS-LOCK-COUNT)
           PERFORM 900-SAVE-LOCK-TABLE
           MOVE 'Y' TO LK-LOCK-RESULT.

      * a lock a supervisor already cleared is simply gone; one a
      * different program has taken since is left alone
       300-RELEASE-LOCK.
           MOVE 'Y' TO LK-LOCK-RESULT
           IF WS-FOUND-INDEX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-LT-PROGRAM(WS-FOUND-INDEX) NOT = LK-PROGRAM-NAME
               MOVE 'N' TO LK-LOCK-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM 800-DROP-FOUND-LOCK
           PERFORM 900-SAVE-LOCK-TABLE.

       400-CLEAR-LOCK.
           IF WS-FOUND-INDEX = ZERO
               DISPLAY "LOCKCTL: NO LOCK HELD ON " LK-LOCK-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JOBLOG-MESSAGE
           STRING LK-LOCK-NAME DELIMITED BY SPACE
               " HELD BY " DELIMITED BY SIZE
               WS-LT-PROGRAM(WS-FOUND-INDEX) DELIMITED BY SPACE
               " SINCE " WS-LT-DATE(WS-FOUND-INDEX)
               " CLEARED BY " LK-PROGRAM-NAME
               DELIMITED BY SIZE INTO WS-JOBLOG-MESSAGE
           PERFORM 800-DROP-FOUND-LOCK
           PERFORM 900-SAVE-LOCK-TABLE
           DISPLAY "LOCKCTL: " WS-JOBLOG-MESSAGE
           MOVE 'LOCKCTL' TO WS-JOBLOG-PROGRAM
           MOVE 'W' TO WS-JOBLOG-SEVERITY
           CALL 'JOBLOG' USING WS-JOBLOG-PROGRAM
               WS-JOBLOG-SEVERITY WS-JOBLOG-MESSAGE
           MOVE 'Y' TO LK-LOCK-RESULT.

       500-DISPLAY-LOCKS.
           DISPLAY " "
           DISPLAY "MASTER FILE LOCKS HELD"
           DISPLAY "LOCK      PROGRAM   TAKEN"
           IF WS-LOCK-COUNT = ZERO
               DISPLAY "  NONE - NO UPDATER IS RUNNING"
               EXIT PARAGRAPH
           END-IF
           PERFORM 510-DISPLAY-ONE-LOCK
               VARYING WS-LOCK-INDEX FROM 1 BY 1
               UNTIL WS-LOCK-INDEX > WS-LOCK-COUNT.

       510-DISPLAY-ONE-LOCK.
           MOVE SPACES TO WS-STALE-TEXT
           IF WS-LT-DATE(WS-LOCK-INDEX) < WS-STAMP-DATE
               MOVE "POSSIBLY STALE" TO WS-STALE-TEXT
           ELSE
               MOVE WS-LT-TIME(WS-LOCK-INDEX) TO WS-LOCK-TIME-R
               COMPUTE WS-HELD-MINUTES =
                   (WS-STAMP-HH * 60 + WS-STAMP-MM)
                   - (WS-LOCK-HH * 60 + WS-LOCK-MM)
               IF WS-HELD-MINUTES > WS-STALE-MINUTES
                   MOVE "POSSIBLY STALE" TO WS-STALE-TEXT
               END-IF
           END-IF
           DISPLAY WS-LT-LOCK-NAME(WS-LOCK-INDEX) "  "
               WS-LT-PROGRAM(WS-LOCK-INDEX) "  "
               WS-LT-DATE(WS-LOCK-INDEX) " "
               WS-LT-TIME(WS-LOCK-INDEX) "  " WS-STALE-TEXT.

       800-DROP-FOUND-LOCK.
           PERFORM VARYING WS-LOCK-INDEX FROM WS-FOUND-INDEX BY 1
               UNTIL WS-LOCK-INDEX >= WS-LOCK-COUNT
               MOVE WS-LOCK-ENTRY(WS-LOCK-INDEX + 1)
                   TO WS-LOCK-ENTRY(WS-LOCK-INDEX)
           END-PERFORM
           SUBTRACT 1 FROM WS-LOCK-COUNT.

      * a lock file that cannot be written protects nothing - the
      * caller is told on the console and the job log, but its run
      * is not stopped for it
       900-SAVE-LOCK-TABLE.
           OPEN OUTPUT LOCK-FILE
           IF NOT LOCK-STATUS-OK
               MOVE SPACES TO WS-JOBLOG-MESSAGE
               STRING "LOCKCTL.DAT NOT WRITTEN, STATUS " WS-LOCK-STATUS
                   " - " LK-LOCK-NAME " NOT PROTECTED"
                   DELIMITED BY SIZE INTO WS-JOBLOG-MESSAGE
               DISPLAY "LOCKCTL: " WS-JOBLOG-MESSAGE
               MOVE 'LOCKCTL' TO WS-JOBLOG-PROGRAM
               MOVE 'W' TO WS-JOBLOG-SEVERITY
               CALL 'JOBLOG' USING WS-JOBLOG-PROGRAM
                   WS-JOBLOG-SEVERITY WS-JOBLOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 910-WRITE-LOCK-RECORD
               VARYING WS-LOCK-INDEX FROM 1 BY 1
               UNTIL WS-LOCK-INDEX > WS-LOCK-COUNT
           CLOSE LOCK-FILE.

       910-WRITE-LOCK-RECORD.
           MOVE SPACES TO LOCK-RECORD
           MOVE WS-LT-LOCK-NAME(WS-LOCK-INDEX) TO LR-LOCK-NAME
           MOVE WS-LT-PROGRAM(WS-LOCK-INDEX)   TO LR-PROGRAM-NAME
           MOVE WS-LT-DATE(WS-LOCK-INDEX)      TO LR-LOCK-DATE
           MOVE WS-LT-TIME(WS-LOCK-INDEX)      TO LR-LOCK-TIME
           WRITE LOCK-RECORD.
