      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Report vault capture - one callable entry the way
      *          JOBLOG and FILEERR work. PROG001 calls it as each
      *          dispatched run ends, passing the program name and the
      *          run's start stamp - AGE1000 and PROG012 are on the
      *          dispatch list, so the aging and delinquency reports
      *          are kept along with the rest. Every report VAULT.RUL
      *          lists for that program is copied line by line onto
      *          the vault, RPTVAULT.DAT, under the program, the
      *          report name, the run date, and the run's sequence
      *          for that program and date on PROG001-RUNHIST.DAT -
      *          so the next run overwriting the report no longer
      *          loses it. Each report carries its own keep-until
      *          date from the rule's retention days; HOUSEKP purges
      *          it after that, and RPTREPR lists and reprints what
      *          is still there.
      *          One rule per report, for example:
      *              PST1000  POSTING  0400 PST1000.OUT
      *              CBL0002  REGISTER 0400 POSTREG
      *              RPT1000  SALESRPT 0090 SALESRPT.OUT
      *              AGE1000  AGING    0180 AGE1000.OUT
      *              PROG012  INADIMPL 0365 C:\sistem\BATCH-INAD.txt
      * Tectonic: cobc
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTVAULT.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * which reports each program leaves, and how long to keep them
           SELECT VAULT-RULES ASSIGN TO "VAULT.RUL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
      * read only to number tonight's run of the program
           SELECT RUN-HISTORY ASSIGN TO "PROG001-RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
      * the report file as the run just left it - named by the rule
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT REPORT-VAULT ASSIGN TO "RPTVAULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD  VAULT-RULES.
       01  VAULT-RULE-RECORD.
           05  VL-PROGRAM-NAME  PIC X(08).
           05  FILLER           PIC X(01).
           05  VL-REPORT-NAME   PIC X(08).
           05  FILLER           PIC X(01).
           05  VL-KEEP-DAYS     PIC 9(04).
           05  FILLER           PIC X(01).
           05  VL-FILE-NAME     PIC X(60).

       FD  RUN-HISTORY.
       01  RUN-HISTORY-RECORD.
           05  RH-OPERATOR-NAME  PIC X(20).
           05  FILLER            PIC X(01).
           05  RH-PROGRAM-NAME   PIC X(08).
           05  FILLER            PIC X(01).
           05  RH-START-STAMP    PIC 9(14).
           05  FILLER            PIC X(01).
           05  RH-END-STAMP      PIC 9(14).
           05  FILLER            PIC X(01).
           05  RH-RETURN-CODE    PIC 9(04).

       FD  REPORT-FILE.
       01  REPORT-LINE          PIC X(200).

      * every vault record leads with its keep-until date, so HOUSEKP
      * can purge it without knowing the report. a report is its
      * L records, one per printed line with the page it fell on,
      * then one S record summing the report up for the listing
       FD  REPORT-VAULT.
       01  VAULT-RECORD.
           05  VR-KEEP-UNTIL    PIC 9(08).
           05  VR-RECORD-TYPE   PIC X(01).
               88  VR-SUMMARY       VALUE 'S'.
               88  VR-LINE          VALUE 'L'.
           05  VR-PROGRAM-NAME  PIC X(08).
           05  VR-REPORT-NAME   PIC X(08).
           05  VR-RUN-DATE      PIC 9(08).
           05  VR-RUN-SEQUENCE  PIC 9(03).
           05  VR-DATA          PIC X(214).
           05  VR-LINE-DATA REDEFINES VR-DATA.
               10  VR-LINE-NUMBER   PIC 9(07).
               10  VR-PAGE-NUMBER   PIC 9(05).
               10  VR-LINE-TEXT     PIC X(200).
               10  FILLER           PIC X(02).
           05  VR-SUMMARY-DATA REDEFINES VR-DATA.
               10  VR-RUN-STAMP     PIC 9(14).
               10  VR-LINE-COUNT    PIC 9(07).
               10  VR-PAGE-COUNT    PIC 9(05).
               10  VR-FILE-NAME     PIC X(60).
               10  FILLER           PIC X(128).

       WORKING-STORAGE SECTION.

       01  WS-RULES-STATUS     PIC X(02) VALUE '00'.
         88 RULES-STATUS-OK    VALUE '00'.
       01  WS-HISTORY-STATUS   PIC X(02) VALUE '00'.
         88 HISTORY-STATUS-OK  VALUE '00'.
       01  WS-REPORT-STATUS    PIC X(02) VALUE '00'.
         88 REPORT-STATUS-OK   VALUE '00'.
       01  WS-VAULT-STATUS     PIC X(02) VALUE '00'.
         88 VAULT-STATUS-OK    VALUE '00'.

       01  WS-RULES-EOF-FLAG   PIC X VALUE 'N'.
         88 WS-RULES-EOF       VALUE 'Y'.
       01  WS-HISTORY-EOF-FLAG PIC X VALUE 'N'.
         88 WS-HISTORY-EOF     VALUE 'Y'.
       01  WS-REPORT-EOF-FLAG  PIC X VALUE 'N'.
         88 WS-REPORT-EOF      VALUE 'Y'.
       01  WS-VAULT-OPEN-FLAG  PIC X VALUE 'N'.
         88 WS-VAULT-OPEN      VALUE 'Y'.

       01  WS-REPORT-FILE-NAME PIC X(60) VALUE SPACES.

       01  RUN-KEY-FIELDS.
           05  WS-RUN-DATE      PIC 9(08) VALUE 0.
           05  WS-RUN-SEQUENCE  PIC 9(03) VALUE 0.
           05  WS-KEEP-DAYS     PIC 9(04) VALUE 0.
           05  WS-KEEP-UNTIL    PIC 9(08) VALUE 0.

      * a form feed in the report starts a new page - at the front of
      * a record, or inside one when the page break followed a line
      * that had no line end of its own
       01  WS-FORM-FEED        PIC X(01) VALUE X'0C'.
       01  PAGE-SPLIT-FIELDS.
           05  WS-LINE-AREA     PIC X(200) VALUE SPACES.
           05  WS-FEED-OFFSET   PIC 9(03) VALUE 0.
           05  WS-FEED-COUNT    PIC 9(03) VALUE 0.

       01  REPORT-COUNTERS.
           05  WS-LINE-COUNT    PIC 9(07) VALUE 0.
           05  WS-PAGE-NUMBER   PIC 9(05) VALUE 0.
           05  WS-LINES-ON-PAGE PIC 9(05) VALUE 0.
           05  WS-REPORTS-VAULTED PIC 9(03) VALUE 0.

      * parameters for the shared JOBLOG subsystem
       01  JOBLOG-FIELDS.
           05  WS-JOBLOG-PROGRAM  PIC X(8)  VALUE 'RPTVAULT'.
           05  WS-JOBLOG-SEVERITY PIC X(1)  VALUE 'I'.
           05  WS-JOBLOG-MESSAGE  PIC X(60) VALUE SPACES.

      * parameters for the shared FILEERR handler
       01  FILE-ERROR-FIELDS.
           05  WS-ERR-FILE-NAME   PIC X(12) VALUE SPACES.
           05  WS-ERR-OPERATION   PIC X(7)  VALUE SPACES.
           05  WS-ERR-STATUS      PIC X(2)  VALUE SPACES.
           05  WS-ERR-SEVERITY    PIC X(1)  VALUE 'W'.
           05  WS-ERR-END-RUN     PIC X(1)  VALUE 'N'.
           05  WS-ERR-RETURN-CODE PIC 9(4)  VALUE ZERO.

       LINKAGE SECTION.
       01  LK-PROGRAM-NAME     PIC X(8).
       01  LK-START-STAMP      PIC 9(14).

      ************************************************************************
       PROCEDURE DIVISION USING LK-PROGRAM-NAME LK-START-STAMP.

      * with no rules file nothing is vaulted - the run itself is
      * never affected by what happens here
       000-CAPTURE-RUN-REPORTS.
           MOVE LK-START-STAMP(1:8) TO WS-RUN-DATE
           MOVE ZERO TO WS-REPORTS-VAULTED
           MOVE ZERO TO WS-ERR-RETURN-CODE
           MOVE 'N' TO WS-VAULT-OPEN-FLAG
           MOVE 'N' TO WS-RULES-EOF-FLAG
           OPEN INPUT VAULT-RULES
           IF NOT RULES-STATUS-OK
               GOBACK
           END-IF
           PERFORM 100-GET-RUN-SEQUENCE
           PERFORM 200-APPLY-ONE-RULE UNTIL WS-RULES-EOF
           CLOSE VAULT-RULES
           IF WS-VAULT-OPEN
               CLOSE REPORT-VAULT
           END-IF
           IF WS-REPORTS-VAULTED > ZERO
               MOVE 'I' TO WS-JOBLOG-SEVERITY
               MOVE SPACES TO WS-JOBLOG-MESSAGE
               STRING LK-PROGRAM-NAME DELIMITED BY SPACE
                   " RUN " WS-RUN-DATE " #" WS-RUN-SEQUENCE
                   " - " WS-REPORTS-VAULTED " REPORT(S) VAULTED"
                   DELIMITED BY SIZE INTO WS-JOBLOG-MESSAGE
               CALL 'JOBLOG' USING WS-JOBLOG-PROGRAM
                   WS-JOBLOG-SEVERITY WS-JOBLOG-MESSAGE
           END-IF
           GOBACK.

      * tonight's run is already on the history file, so it is the
      * last of the program's runs counted for the day
       100-GET-RUN-SEQUENCE.
           MOVE ZERO TO WS-RUN-SEQUENCE
           MOVE 'N' TO WS-HISTORY-EOF-FLAG
           OPEN INPUT RUN-HISTORY
           IF HISTORY-STATUS-OK
               PERFORM 110-COUNT-ONE-RUN UNTIL WS-HISTORY-EOF
               CLOSE RUN-HISTORY
           END-IF
           IF WS-RUN-SEQUENCE = ZERO
               MOVE 1 TO WS-RUN-SEQUENCE
           END-IF.

       110-COUNT-ONE-RUN.
           READ RUN-HISTORY
               AT END
                   SET WS-HISTORY-EOF TO TRUE
               NOT AT END
                   IF RH-PROGRAM-NAME = LK-PROGRAM-NAME
                      AND RH-START-STAMP(1:8) = WS-RUN-DATE
                      AND WS-RUN-SEQUENCE < 999
                       ADD 1 TO WS-RUN-SEQUENCE
                   END-IF
           END-READ.

       200-APPLY-ONE-RULE.
           READ VAULT-RULES
               AT END
                   SET WS-RULES-EOF TO TRUE
               NOT AT END
                   IF VL-PROGRAM-NAME = LK-PROGRAM-NAME
                      AND VL-FILE-NAME NOT = SPACES
                       PERFORM 300-VAULT-ONE-REPORT
                   END-IF
           END-READ.

      * a report the run didn't leave tonight is simply not vaulted;
      * no retention days on the rule keeps the report 90 days
       300-VAULT-ONE-REPORT.
           MOVE VL-FILE-NAME TO WS-REPORT-FILE-NAME
           OPEN INPUT REPORT-FILE
           IF NOT REPORT-STATUS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM 310-OPEN-VAULT
           IF NOT WS-VAULT-OPEN
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           IF VL-KEEP-DAYS IS NUMERIC AND VL-KEEP-DAYS > ZERO
               MOVE VL-KEEP-DAYS TO WS-KEEP-DAYS
           ELSE
               MOVE 90 TO WS-KEEP-DAYS
           END-IF
           COMPUTE WS-KEEP-UNTIL = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-KEEP-DAYS)
           MOVE ZERO TO WS-LINE-COUNT
           MOVE 1    TO WS-PAGE-NUMBER
           MOVE ZERO TO WS-LINES-ON-PAGE
           MOVE 'N'  TO WS-REPORT-EOF-FLAG
           PERFORM 320-VAULT-ONE-LINE UNTIL WS-REPORT-EOF
           CLOSE REPORT-FILE
           MOVE SPACES          TO VAULT-RECORD
           MOVE WS-KEEP-UNTIL   TO VR-KEEP-UNTIL
           SET VR-SUMMARY       TO TRUE
           MOVE LK-PROGRAM-NAME TO VR-PROGRAM-NAME
           MOVE VL-REPORT-NAME  TO VR-REPORT-NAME
           MOVE WS-RUN-DATE     TO VR-RUN-DATE
           MOVE WS-RUN-SEQUENCE TO VR-RUN-SEQUENCE
           MOVE LK-START-STAMP  TO VR-RUN-STAMP
           MOVE WS-LINE-COUNT   TO VR-LINE-COUNT
           MOVE WS-PAGE-NUMBER  TO VR-PAGE-COUNT
           MOVE VL-FILE-NAME    TO VR-FILE-NAME
           WRITE VAULT-RECORD
           ADD 1 TO WS-REPORTS-VAULTED.

       310-OPEN-VAULT.
           IF WS-VAULT-OPEN
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND REPORT-VAULT
           IF NOT VAULT-STATUS-OK
               OPEN OUTPUT REPORT-VAULT
           END-IF
           IF VAULT-STATUS-OK
               SET WS-VAULT-OPEN TO TRUE
           ELSE
               MOVE 'RPTVAULT.DAT' TO WS-ERR-FILE-NAME
               MOVE 'OPEN'         TO WS-ERR-OPERATION
               MOVE WS-VAULT-STATUS TO WS-ERR-STATUS
               CALL 'FILEERR' USING WS-JOBLOG-PROGRAM
                   WS-ERR-FILE-NAME WS-ERR-OPERATION WS-ERR-STATUS
                   WS-ERR-SEVERITY WS-ERR-END-RUN WS-ERR-RETURN-CODE
           END-IF.

       320-VAULT-ONE-LINE.
           READ REPORT-FILE
               AT END
                   SET WS-REPORT-EOF TO TRUE
               NOT AT END
                   MOVE REPORT-LINE TO WS-LINE-AREA
                   MOVE ZERO TO WS-FEED-COUNT
                   INSPECT WS-LINE-AREA TALLYING WS-FEED-COUNT
                       FOR ALL WS-FORM-FEED
                   IF WS-FEED-COUNT = ZERO
                       PERFORM 340-WRITE-VAULT-LINE
                   ELSE
                       PERFORM 330-SPLIT-AT-FORM-FEED
                   END-IF
           END-READ.

      * what comes before the feed ends the current page; what comes
      * after it is the first line of the next one
       330-SPLIT-AT-FORM-FEED.
           MOVE ZERO TO WS-FEED-OFFSET
           INSPECT REPORT-LINE TALLYING WS-FEED-OFFSET
               FOR CHARACTERS BEFORE INITIAL WS-FORM-FEED
           IF WS-FEED-OFFSET > ZERO
               MOVE REPORT-LINE(1:WS-FEED-OFFSET) TO WS-LINE-AREA
               PERFORM 340-WRITE-VAULT-LINE
           END-IF
           IF WS-LINES-ON-PAGE > ZERO
               ADD 1 TO WS-PAGE-NUMBER
               MOVE ZERO TO WS-LINES-ON-PAGE
           END-IF
           MOVE SPACES TO WS-LINE-AREA
           IF WS-FEED-OFFSET < 199
               MOVE REPORT-LINE(WS-FEED-OFFSET + 2:) TO WS-LINE-AREA
           END-IF
           INSPECT WS-LINE-AREA REPLACING ALL WS-FORM-FEED BY SPACE
           IF WS-LINE-AREA NOT = SPACES OR WS-FEED-OFFSET = ZERO
               PERFORM 340-WRITE-VAULT-LINE
           END-IF.

       340-WRITE-VAULT-LINE.
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-LINES-ON-PAGE
           MOVE SPACES          TO VAULT-RECORD
           MOVE WS-KEEP-UNTIL   TO VR-KEEP-UNTIL
           SET VR-LINE          TO TRUE
           MOVE LK-PROGRAM-NAME TO VR-PROGRAM-NAME
           MOVE VL-REPORT-NAME  TO VR-REPORT-NAME
           MOVE WS-RUN-DATE     TO VR-RUN-DATE
           MOVE WS-RUN-SEQUENCE TO VR-RUN-SEQUENCE
           MOVE WS-LINE-COUNT   TO VR-LINE-NUMBER
           MOVE WS-PAGE-NUMBER  TO VR-PAGE-NUMBER
           MOVE WS-LINE-AREA    TO VR-LINE-TEXT
           WRITE VAULT-RECORD.
