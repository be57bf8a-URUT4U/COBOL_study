      *          each file and how many months to keep; expired
      *          records move to that file's archive and the live file
      *          is rewritten with only the retained records, with a
      *          kept/archived report per file. The RPTVAULT rule
      *          purges the report vault instead - each vaulted report
      *          carries its own keep-until date, so the rule's months
      *          are not used and expired reports are dropped, not
      *          archived.
      * Tectonic: cobc
      ************************************************************************
       IDENTIFICATION DIVISION.
           SELECT JOBLOG-ARCHIVE ASSIGN TO "JOBLOG.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
      * the report vault RPTVAULT fills - purged, never archived
           SELECT VAULT-LIVE ASSIGN TO "RPTVAULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
      * the archive catalog - what was archived from which file and
      * when, so ARCREST can answer an audit request without a hand
      * search through the .ARC files
       FD  JOBLOG-ARCHIVE.
       01  JOBLOG-ARCHIVE-RECORD PIC X(250).

       FD  VAULT-LIVE.
       01  VAULT-LIVE-RECORD    PIC X(250).

       FD  ARCHIVE-CATALOG.
       01  ARCHIVE-CATALOG-RECORD.
           05  AC-RUN-DATE      PIC 9(08).
           05  WS-KEPT-COUNT    PIC 9(07) VALUE 0.
           05  WS-ARCHIVED-COUNT PIC 9(07) VALUE 0.
           05  WS-UNDATED-COUNT PIC 9(07) VALUE 0.
           05  WS-PURGED-COUNT  PIC 9(07) VALUE 0.

       01  RPT-FILE-LINE.
           05  RFL-FILE-CODE    PIC X(08).
               WRITE HOUSEKEEP-LINE FROM RPT-MESSAGE-LINE
               CLOSE HOUSEKEEP-RPT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-PROCESS-ONE-RULE UNTIL WS-RULES-EOF.
           CLOSE RETENTION-RULES.
           CLOSE HOUSEKEEP-RPT.
           GOBACK.

       100-PROCESS-ONE-RULE.
           READ RETENTION-RULES
           MOVE ZERO TO WS-KEPT-COUNT.
           MOVE ZERO TO WS-ARCHIVED-COUNT.
           MOVE ZERO TO WS-UNDATED-COUNT.
           MOVE ZERO TO WS-PURGED-COUNT.
           MOVE 'N' TO WS-LIVE-EOF-FLAG.
           MOVE 'N' TO WS-WORK-EOF-FLAG.
           EVALUATE WS-CURRENT-FILE-CODE
               WHEN "JOBLOG"
                   PERFORM 340-SPLIT-JOBLOG-FILE
                   PERFORM 440-RELOAD-JOBLOG-FILE
               WHEN "RPTVAULT"
                   PERFORM 350-SPLIT-VAULT-FILE
                   PERFORM 450-RELOAD-VAULT-FILE
               WHEN OTHER
                   MOVE SPACES TO RML-MESSAGE
                   STRING "HOUSEKP: UNKNOWN FILE CODE "
           MOVE WS-ARCHIVED-COUNT    TO RFL-ARCHIVED.
           MOVE WS-KEPT-COUNT        TO RFL-NEW-SIZE.
           WRITE HOUSEKEEP-LINE FROM RPT-FILE-LINE.
           IF WS-PURGED-COUNT > ZERO
               MOVE SPACES TO RML-MESSAGE
               STRING "HOUSEKP: " WS-PURGED-COUNT
                   " EXPIRED VAULT RECORDS PURGED"
                   DELIMITED BY SIZE INTO RML-MESSAGE
               WRITE HOUSEKEEP-LINE FROM RPT-MESSAGE-LINE
           END-IF.
           IF WS-ARCHIVED-COUNT > ZERO
               PERFORM 290-WRITE-CATALOG-RECORD
           END-IF.
               NOT AT END
                   WRITE JOBLOG-LIVE-RECORD FROM WORK-RECORD
           END-READ.

      * a vault record leads with the date its report may be purged;
      * a record past that date, or with no date at all, is dropped
       350-SPLIT-VAULT-FILE.
           OPEN INPUT VAULT-LIVE.
           IF NOT LIVE-STATUS-OK
               SET WS-LIVE-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WORK-FILE.
           PERFORM 355-SPLIT-ONE-VAULT-RECORD UNTIL WS-LIVE-EOF.
           CLOSE VAULT-LIVE
                 WORK-FILE.

       355-SPLIT-ONE-VAULT-RECORD.
           READ VAULT-LIVE
               AT END
                   SET WS-LIVE-EOF TO TRUE
               NOT AT END
                   MOVE VAULT-LIVE-RECORD TO WS-RECORD-AREA
                   IF WS-RECORD-AREA(1:8) IS NUMERIC
                       MOVE WS-RECORD-AREA(1:8) TO WS-RECORD-DATE
                   ELSE
                       MOVE ZERO TO WS-RECORD-DATE
                   END-IF
                   IF WS-RECORD-DATE >= WS-TODAY
                       WRITE WORK-RECORD FROM WS-RECORD-AREA
                       ADD 1 TO WS-KEPT-COUNT
                   ELSE
                       ADD 1 TO WS-PURGED-COUNT
                   END-IF
           END-READ.

       450-RELOAD-VAULT-FILE.
           IF WS-PURGED-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT VAULT-LIVE.
           PERFORM 455-RELOAD-ONE-VAULT-RECORD UNTIL WS-WORK-EOF.
           CLOSE WORK-FILE
                 VAULT-LIVE.

       455-RELOAD-ONE-VAULT-RECORD.
           READ WORK-FILE
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   WRITE VAULT-LIVE-RECORD FROM WORK-RECORD
           END-READ.
