      * prints one statement per customer: one line per account with
      * the masked number, limit, balance, and utilization, and a
      * total-exposure line at the bottom - instead of three separate
      * CBL0003 statements in the same envelope. The delivery
      * preference of the customer's first linked account decides
      * whether the statement is printed, written to the electronic
      * statement extract, or both, the same way CBL0003 decides for
      * a single account, and a delivery control report counts the
      * statements by channel.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT STMT-FILE  ASSIGN TO CONSTMT.
      * the delivery preferences CBL0024 keeps - a missing file means
      * every statement prints
           SELECT DELIVERY-PREF ASSIGN TO DLVPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DV-ACCT-NO
               FILE STATUS IS WS-DLV-STATUS.
           SELECT ESTMT-FILE ASSIGN TO CONESTMT.
           SELECT DELIVERY-RPT ASSIGN TO CONDLVRP.
      *-------------
       DATA DIVISION.
      *-------------
      *
       FD  STMT-FILE RECORDING MODE F.
       01  STMT-LINE              PIC X(80).
      *
       FD  DELIVERY-PREF RECORDING MODE F.
       01  DELIVERY-PREF-RECORD.
           COPY DLVREC.
      *
       FD  ESTMT-FILE RECORDING MODE F.
       01  ESTMT-RECORD.
           COPY ESTMTREC.
      *
       FD  DELIVERY-RPT RECORDING MODE F.
       01  DELIVERY-LINE          PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01 WS-XREF-STATUS        PIC X(2) VALUE '00'.
         88 ACCT-STATUS-OK      VALUE '00'.
       01 WS-CUSTMAST-STATUS    PIC X(2) VALUE '00'.
         88 CUSTMAST-STATUS-OK  VALUE '00'.
       01 WS-DLV-STATUS         PIC X(2) VALUE '00'.
         88 DLV-STATUS-OK       VALUE '00'.
      *
      * how the statement under way is delivered
       01 DELIVERY-FIELDS.
         05 WS-DLV-FILE-SW      PIC X VALUE 'N'.
           88 WS-DLV-FILE-OPEN  VALUE 'Y'.
         05 WS-PRINT-SW         PIC X VALUE 'Y'.
           88 WS-PRINT-STATEMENT VALUE 'Y'.
         05 WS-EXTRACT-SW       PIC X VALUE 'N'.
           88 WS-EXTRACT-STATEMENT VALUE 'Y'.
         05 WS-MIN-DUE          PIC S9(7)V99 COMP-3 VALUE ZERO.
         05 WS-STMT-REF         PIC 9(8) VALUE ZERO.
      *
       01 DELIVERY-TOTALS.
         05 WS-PRINT-ONLY-COUNT PIC 9(7) VALUE ZERO.
         05 WS-ELECTRONIC-COUNT PIC 9(7) VALUE ZERO.
         05 WS-BOTH-COUNT       PIC 9(7) VALUE ZERO.
         05 WS-FALLBACK-COUNT   PIC 9(7) VALUE ZERO.
         05 WS-NO-PREF-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-EXTRACT-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-ES-RECORD-COUNT  PIC 9(9) VALUE ZERO.
      *
       01 FLAGS.
         05 XREF-LASTREC      PIC X VALUE SPACE.
       01 CUSTOMER-TOTALS.
         05 WS-TOTAL-LIMIT      PIC S9(9)V99 COMP-3 VALUE ZERO.
         05 WS-TOTAL-BALANCE    PIC S9(9)V99 COMP-3 VALUE ZERO.
         05 WS-TOTAL-MIN-DUE    PIC S9(9)V99 COMP-3 VALUE ZERO.
         05 WS-ACCOUNT-LINES    PIC 9(3) VALUE ZERO.
      *
       01 CONTROL-TOTALS.
         05  FILLER           PIC X(16) VALUE 'CREDIT LIMIT'.
         05  FILLER           PIC X(16) VALUE 'BALANCE'.
         05  FILLER           PIC X(12) VALUE 'UTILIZATION'.
         05  FILLER           PIC X(14) VALUE 'MINIMUM DUE'.
         05  FILLER           PIC X(12) VALUE SPACES.
      *
       01 STMT-ACCT-LINE.
         05  SA-ACCT-NO-O     PIC X(8).
         05  FILLER           PIC X(3)  VALUE SPACES.
         05  SA-UTIL-PCT-O    PIC ZZ9.99.
         05  FILLER           PIC X(1)  VALUE '%'.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  SA-MIN-DUE-O     PIC $$,$$$,$$9.99.
         05  FILLER           PIC X(20) VALUE SPACES.
      *
       01 STMT-MISSING-LINE.
         05  SM-ACCT-NO-O     PIC X(8).
         05  FILLER           PIC X(3)  VALUE SPACES.
         05  ST-TOTAL-UTIL-O  PIC ZZ9.99.
         05  FILLER           PIC X(1)  VALUE '%'.
         05  FILLER           PIC X(2)  VALUE SPACES.
         05  ST-TOTAL-MIN-DUE-O PIC $$,$$$,$$9.99.
         05  FILLER           PIC X(20) VALUE SPACES.
      *
       01 STMT-TRAILER-LINE.
         05  FILLER             PIC X(21) VALUE 'STATEMENTS PRODUCED: '.
         05  FILLER             PIC X(14) VALUE '  UNMATCHED:  '.
         05  ST-UNMATCHED-O     PIC ZZZ,ZZ9.
         05  FILLER             PIC X(31) VALUE SPACES.
      *
       01 DLV-TITLE-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(40) VALUE
                 'CONSOLIDATED STATEMENT DELIVERY CONTROL'.
         05  FILLER            PIC X(59) VALUE SPACES.
      *
       01 DLV-FALLBACK-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  DF-CUSTOMER-NUMBER PIC 9(5).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  DF-ACCT-NO        PIC X(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  DF-REASON-TEXT    PIC X(30).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  DF-BOUNCE-DATE    PIC 9(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  DF-BOUNCE-REASON  PIC X(4).
         05  FILLER            PIC X(34) VALUE SPACES.
      *
       01 DLV-COUNT-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  DC-LABEL-TEXT     PIC X(36).
         05  DC-COUNT-O        PIC ZZZ,ZZ9.
         05  FILLER            PIC X(54) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
               GOBACK
           END-IF
           OPEN OUTPUT STMT-FILE
           OPEN INPUT DELIVERY-PREF
           IF DLV-STATUS-OK
               SET WS-DLV-FILE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT ESTMT-FILE
           OPEN OUTPUT DELIVERY-RPT
           WRITE DELIVERY-LINE FROM DLV-TITLE-LINE
           PERFORM READ-XREF-RECORD
           PERFORM UNTIL XREF-LASTREC = 'Y'
               PERFORM PROCESS-ONE-LINK
               PERFORM FINISH-ONE-STATEMENT
           END-IF
           PERFORM WRITE-TRAILER-LINE
           PERFORM WRITE-ESTMT-TRAILER
           PERFORM WRITE-DELIVERY-COUNTS
           CLOSE XREF-FILE
           CLOSE ACCT-REC
           CLOSE CUSTMAST
           CLOSE STMT-FILE
           CLOSE ESTMT-FILE
           CLOSE DELIVERY-RPT
           IF WS-DLV-FILE-OPEN
               CLOSE DELIVERY-PREF
           END-IF
           GOBACK.
      *
       READ-XREF-RECORD.
       START-ONE-STATEMENT.
           MOVE ZERO TO WS-TOTAL-LIMIT
           MOVE ZERO TO WS-TOTAL-BALANCE
           MOVE ZERO TO WS-TOTAL-MIN-DUE
           MOVE ZERO TO WS-ACCOUNT-LINES
           MOVE 'N' TO WS-CUSTOMER-FOUND-SW
           MOVE WS-CURRENT-CUSTOMER TO CM-CUSTOMER-NUMBER
               NOT INVALID KEY
                   SET WS-CUSTOMER-FOUND TO TRUE
           END-READ
           PERFORM CHOOSE-DELIVERY
           IF WS-EXTRACT-STATEMENT
               PERFORM EXTRACT-STATEMENT-HEADER
           END-IF
           IF WS-PRINT-STATEMENT
               PERFORM PRINT-STATEMENT-HEADER
           END-IF.
      *
       PRINT-STATEMENT-HEADER.
           IF WS-STATEMENT-COUNT = ZERO
               WRITE STMT-LINE FROM STMT-RULE-LINE
           ELSE
           ADD 1 TO WS-LINKS-UNMATCHED
           MOVE XR-ACCT-NO TO SM-ACCT-NO-O
           PERFORM MASK-MISSING-NUMBER
           IF WS-PRINT-STATEMENT
               WRITE STMT-LINE FROM STMT-MISSING-LINE
           END-IF.
      *
       WRITE-ONE-ACCOUNT-LINE.
           MOVE ACCT-NO TO SA-ACCT-NO-O
                   (ACCT-BALANCE / ACCT-LIMIT) * 100
           END-IF
           MOVE WS-UTIL-PCT TO SA-UTIL-PCT-O
           MOVE ZERO TO WS-MIN-DUE
           IF ACCT-MIN-PAYMENT NUMERIC
               MOVE ACCT-MIN-PAYMENT TO WS-MIN-DUE
           END-IF
           MOVE WS-MIN-DUE TO SA-MIN-DUE-O
           IF WS-PRINT-STATEMENT
               WRITE STMT-LINE FROM STMT-ACCT-LINE
           END-IF
           IF WS-EXTRACT-STATEMENT
               PERFORM EXTRACT-ONE-ACCOUNT
           END-IF
           ADD ACCT-LIMIT   TO WS-TOTAL-LIMIT
           ADD ACCT-BALANCE TO WS-TOTAL-BALANCE
           ADD WS-MIN-DUE   TO WS-TOTAL-MIN-DUE
           ADD 1 TO WS-ACCOUNT-LINES.
      *
      * leave only the last 4 digits of the account number visible
                   (WS-TOTAL-BALANCE / WS-TOTAL-LIMIT) * 100
           END-IF
           MOVE WS-UTIL-PCT TO ST-TOTAL-UTIL-O
           MOVE WS-TOTAL-MIN-DUE TO ST-TOTAL-MIN-DUE-O
           IF WS-PRINT-STATEMENT
               WRITE STMT-LINE FROM STMT-TOTAL-LINE
               WRITE STMT-LINE FROM STMT-RULE-LINE
               ADD 1 TO WS-STATEMENT-COUNT
           END-IF
           IF WS-EXTRACT-STATEMENT
               PERFORM EXTRACT-EXPOSURE-TOTAL
           END-IF.
      *
       WRITE-TRAILER-LINE.
           MOVE WS-STATEMENT-COUNT TO ST-STMT-COUNT-O
           MOVE WS-LINKS-UNMATCHED TO ST-UNMATCHED-O
           WRITE STMT-LINE FROM STMT-TRAILER-LINE.
      *
      * the consolidated statement follows the preference of the
      * customer's first linked account - no preference prints, and an
      * electronic statement whose address has bounced prints instead
      * until a new address is set
       CHOOSE-DELIVERY.
           MOVE 'Y' TO WS-PRINT-SW
           MOVE 'N' TO WS-EXTRACT-SW
           IF NOT WS-DLV-FILE-OPEN
               ADD 1 TO WS-NO-PREF-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE XR-ACCT-NO TO DV-ACCT-NO
           READ DELIVERY-PREF
               INVALID KEY
                   ADD 1 TO WS-NO-PREF-COUNT
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN DV-CHANNEL-PRINT
                   ADD 1 TO WS-PRINT-ONLY-COUNT
               WHEN DV-BOUNCED OR DV-EMAIL-ADDR = SPACES
                   ADD 1 TO WS-FALLBACK-COUNT
                   PERFORM WRITE-FALLBACK-LINE
               WHEN DV-CHANNEL-ELECTRONIC
                   MOVE 'N' TO WS-PRINT-SW
                   MOVE 'Y' TO WS-EXTRACT-SW
                   ADD 1 TO WS-ELECTRONIC-COUNT
               WHEN DV-CHANNEL-BOTH
                   MOVE 'Y' TO WS-EXTRACT-SW
                   ADD 1 TO WS-BOTH-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NO-PREF-COUNT
           END-EVALUATE.
      *
       WRITE-FALLBACK-LINE.
           MOVE WS-CURRENT-CUSTOMER TO DF-CUSTOMER-NUMBER
           MOVE XR-ACCT-NO TO DF-ACCT-NO
           IF DV-BOUNCED
               MOVE 'BOUNCED - PRINTED INSTEAD' TO DF-REASON-TEXT
               MOVE DV-BOUNCE-DATE   TO DF-BOUNCE-DATE
               MOVE DV-BOUNCE-REASON TO DF-BOUNCE-REASON
           ELSE
               MOVE 'NO ADDRESS - PRINTED INSTEAD' TO DF-REASON-TEXT
               MOVE ZERO   TO DF-BOUNCE-DATE
               MOVE SPACES TO DF-BOUNCE-REASON
           END-IF
           WRITE DELIVERY-LINE FROM DLV-FALLBACK-LINE.
      *
      * the same statement for the mail service - the header with the
      * address, a record per account, and the exposure total
       EXTRACT-STATEMENT-HEADER.
           MOVE WS-CURRENT-CUSTOMER TO WS-STMT-REF
           MOVE SPACES TO ESTMT-RECORD
           SET ES-HEADER TO TRUE
           MOVE WS-STMT-REF TO ES-STMT-REF
           MOVE FUNCTION CURRENT-DATE(1:8) TO ES-H-STMT-DATE
           MOVE 'CBL0014' TO ES-H-PROGRAM-ID
           IF WS-CUSTOMER-FOUND
               MOVE CM-CUSTOMER-NAME TO ES-H-NAME
           END-IF
           MOVE DV-EMAIL-ADDR TO ES-H-EMAIL-ADDR
           PERFORM WRITE-ESTMT-RECORD.
      *
       EXTRACT-ONE-ACCOUNT.
           MOVE SPACES TO ESTMT-RECORD
           SET ES-ACCOUNT TO TRUE
           MOVE WS-STMT-REF  TO ES-STMT-REF
           MOVE SA-ACCT-NO-O TO ES-A-ACCT-NO
           MOVE ACCT-LIMIT   TO ES-A-LIMIT
           MOVE ZERO         TO ES-A-OPENING-BALANCE
           MOVE ACCT-BALANCE TO ES-A-BALANCE
           MOVE WS-MIN-DUE   TO ES-A-MIN-DUE
           MOVE WS-UTIL-PCT  TO ES-A-UTIL-PCT
           MOVE ZERO         TO ES-A-OVER-LIMIT
           IF ACCT-BALANCE > ACCT-LIMIT
               COMPUTE ES-A-OVER-LIMIT = ACCT-BALANCE - ACCT-LIMIT
           END-IF
           MOVE ZERO         TO ES-A-TRAN-COUNT
           PERFORM WRITE-ESTMT-RECORD.
      *
       EXTRACT-EXPOSURE-TOTAL.
           MOVE SPACES TO ESTMT-RECORD
           SET ES-EXPOSURE TO TRUE
           MOVE WS-STMT-REF      TO ES-STMT-REF
           MOVE WS-TOTAL-LIMIT   TO ES-A-LIMIT
           MOVE ZERO             TO ES-A-OPENING-BALANCE
           MOVE WS-TOTAL-BALANCE TO ES-A-BALANCE
           MOVE WS-TOTAL-MIN-DUE TO ES-A-MIN-DUE
           MOVE WS-UTIL-PCT      TO ES-A-UTIL-PCT
           MOVE ZERO             TO ES-A-OVER-LIMIT
           MOVE ZERO             TO ES-A-TRAN-COUNT
           PERFORM WRITE-ESTMT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.
      *
       WRITE-ESTMT-RECORD.
           WRITE ESTMT-RECORD
           ADD 1 TO WS-ES-RECORD-COUNT.
      *
       WRITE-ESTMT-TRAILER.
           MOVE SPACES TO ESTMT-RECORD
           SET ES-TRAILER TO TRUE
           MOVE WS-EXTRACT-COUNT TO ES-Z-STMT-COUNT
           ADD 1 TO WS-ES-RECORD-COUNT
           MOVE WS-ES-RECORD-COUNT TO ES-Z-RECORD-COUNT
           WRITE ESTMT-RECORD.
      *
       WRITE-DELIVERY-COUNTS.
           MOVE SPACES TO DELIVERY-LINE
           WRITE DELIVERY-LINE
           MOVE 'PRINT ONLY' TO DC-LABEL-TEXT
           MOVE WS-PRINT-ONLY-COUNT TO DC-COUNT-O
           WRITE DELIVERY-LINE FROM DLV-COUNT-LINE
           MOVE 'ELECTRONIC ONLY' TO DC-LABEL-TEXT
           MOVE WS-ELECTRONIC-COUNT TO DC-COUNT-O
           WRITE DELIVERY-LINE FROM DLV-COUNT-LINE
           MOVE 'PRINT AND ELECTRONIC' TO DC-LABEL-TEXT
           MOVE WS-BOTH-COUNT TO DC-COUNT-O
           WRITE DELIVERY-LINE FROM DLV-COUNT-LINE
           MOVE 'ELECTRONIC FELL BACK TO PRINT' TO DC-LABEL-TEXT
           MOVE WS-FALLBACK-COUNT TO DC-COUNT-O
           WRITE DELIVERY-LINE FROM DLV-COUNT-LINE
           MOVE 'NO PREFERENCE - PRINTED' TO DC-LABEL-TEXT
           MOVE WS-NO-PREF-COUNT TO DC-COUNT-O
           WRITE DELIVERY-LINE FROM DLV-COUNT-LINE
           MOVE 'STATEMENTS PRINTED' TO DC-LABEL-TEXT
           MOVE WS-STATEMENT-COUNT TO DC-COUNT-O
           WRITE DELIVERY-LINE FROM DLV-COUNT-LINE
           MOVE 'STATEMENTS SENT ELECTRONICALLY' TO DC-LABEL-TEXT
           MOVE WS-EXTRACT-COUNT TO DC-COUNT-O
           WRITE DELIVERY-LINE FROM DLV-COUNT-LINE.
      *
