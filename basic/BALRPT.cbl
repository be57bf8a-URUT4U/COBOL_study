           05  WS-CBL-READ      PIC 9(9) VALUE 0.
           05  WS-CBL-SEEN-FLAG PIC X VALUE 'N'.
             88 WS-CBL-SEEN     VALUE 'Y'.
           05  WS-GLR-AR-DIFF   PIC 9(9) VALUE 0.
           05  WS-GLR-CARD-DIFF PIC 9(9) VALUE 0.
           05  WS-GLR-UNRECON   PIC 9(9) VALUE 0.
           05  WS-GLR-SEEN-FLAG PIC X VALUE 'N'.
             88 WS-GLR-SEEN     VALUE 'Y'.
      * per posting job: the GL-JOURNALED counter the job left on
      * the balancing file, and tonight's debit and credit totals
      * summed straight off GLJRNL.DAT - all three must agree
           05  WS-GL-JOB-ENTRY OCCURS 8 TIMES.
               10  WS-GL-JOB-NAME   PIC X(8).
               10  WS-GL-COUNTER    PIC 9(9).
               10  WS-GL-SEEN-FLAG  PIC X.
           MOVE "PST1000" TO WS-GL-JOB-NAME(1)
           MOVE "CBL0002" TO WS-GL-JOB-NAME(2)
           MOVE "CBL0005" TO WS-GL-JOB-NAME(3)
           MOVE "WOF1000" TO WS-GL-JOB-NAME(4)
           MOVE "CSH1000" TO WS-GL-JOB-NAME(5)
           MOVE "TAX1000" TO WS-GL-JOB-NAME(6)
           MOVE "CBL0017" TO WS-GL-JOB-NAME(7)
           MOVE "CBL0018" TO WS-GL-JOB-NAME(8)
           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > 8
               MOVE ZERO TO WS-GL-COUNTER(WS-GL-SUB)
               MOVE ZERO TO WS-GL-FILE-DEBITS(WS-GL-SUB)
               MOVE ZERO TO WS-GL-FILE-CREDITS(WS-GL-SUB)
           PERFORM 230-CHECK-BATCH-CONTROL.
           PERFORM 235-TOTAL-GL-JOURNAL-FILE.
           PERFORM 240-CHECK-GL-FEED-RULES.
           PERFORM 270-CHECK-GLRECON-RULE.
           PERFORM 250-CHECK-VOLUME-BANDS.
           IF WS-OUT-OF-BALANCE-COUNT = ZERO
               MOVE "OVERALL: IN BALANCE" TO RML-MESSAGE
           CLOSE BALANCE-RPT.
           PERFORM 290-APPEND-TO-HISTORY.
           PERFORM 300-CLEAR-BALANCE-FILE.
           GOBACK.

       050-GET-BAND-PARM.
           OPEN INPUT BAND-PARM.
                   IF BF-COUNTER-NAME = "READ"
                       MOVE BF-COUNTER-VALUE TO WS-CBL-READ
                   END-IF
               WHEN "GLRECON"
                   SET WS-GLR-SEEN TO TRUE
                   EVALUATE BF-COUNTER-NAME
                       WHEN "AR-DIFF"
                           MOVE BF-COUNTER-VALUE TO WS-GLR-AR-DIFF
                       WHEN "CARD-DIFF"
                           MOVE BF-COUNTER-VALUE TO WS-GLR-CARD-DIFF
                       WHEN "UNRECONCILED"
                           MOVE BF-COUNTER-VALUE TO WS-GLR-UNRECON
                   END-EVALUATE
           END-EVALUATE.

      * every counter is also captured generically for the volume
           END-IF.

      * the GL counters file by job name so one rule paragraph can
      * check every posting job
       130-FILE-GL-COUNTER.
           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > 8
               IF BF-JOB-NAME = WS-GL-JOB-NAME(WS-GL-SUB)
                  AND BF-COUNTER-NAME = "GL-JOURNALED"
                   MOVE BF-COUNTER-VALUE

       237-FILE-ONE-GL-ENTRY.
           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > 8
               IF GJ-JOB-NAME = WS-GL-JOB-NAME(WS-GL-SUB)
                   IF GJ-DR-CR = "D"
                       ADD GJ-AMOUNT
       240-CHECK-GL-FEED-RULES.
           PERFORM 245-CHECK-ONE-GL-JOB
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > 8.

       245-CHECK-ONE-GL-JOB.
           MOVE SPACES TO RRL-RULE-TEXT

      * tonight's counters join the history before the live file is
      * cleared, so tomorrow judges tonight
      * the month-end reconciliation leaves both control account
      * differences in cents and its count of unreconciled journal
      * sources - all three zero is the ledger agreeing with the
      * subledgers
       270-CHECK-GLRECON-RULE.
           MOVE "GLRECON LEDGER = SUBLEDGERS"
               TO RRL-RULE-TEXT.
           EVALUATE TRUE
               WHEN NOT WS-GLR-SEEN
                   MOVE "NOT RUN" TO RRL-VERDICT
               WHEN WS-GLR-AR-DIFF = ZERO
                AND WS-GLR-CARD-DIFF = ZERO
                AND WS-GLR-UNRECON = ZERO
                   MOVE "IN BALANCE" TO RRL-VERDICT
               WHEN OTHER
                   MOVE "*OUT OF BALANCE*" TO RRL-VERDICT
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
           END-EVALUATE.
           WRITE BALANCE-RPT-LINE FROM RPT-RULE-LINE.

       290-APPEND-TO-HISTORY.
           OPEN EXTEND BALANCE-HISTORY.
           IF NOT BALHIST-STATUS-OK
