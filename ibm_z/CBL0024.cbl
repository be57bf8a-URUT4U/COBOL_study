      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBL0024.
      *--------------------
      * Statement delivery preference run - applies the day's
      * preference actions against the delivery preference file and
      * marks the addresses the mail service bounced. An account is
      * set to print only, electronic only, or both, with the address
      * electronic statements go to; removing the preference puts the
      * account back on print. A bounced address makes CBL0003 and
      * CBL0014 print the account's statements instead until a new
      * address is set here.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the account master is indexed on ACCT-NO now - updates happen
      * in place and the nightly old/new copy chain is gone
           SELECT ACCT-REC   ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
      * the delivery preference file - indexed on account, one
      * preference per account, updated in place
           SELECT DELIVERY-PREF ASSIGN TO DLVPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-ACCT-NO
               FILE STATUS IS WS-DLV-STATUS.
           SELECT DLV-MAINT-FILE ASSIGN TO DLVMNT
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT DLV-REJECT-FILE ASSIGN TO DLVREJ.
      * the statements the mail service could not deliver, with the
      * address it tried and its reason code
           SELECT BOUNCE-FILE ASSIGN TO DLVBNCE
               FILE STATUS IS WS-BOUNCE-STATUS.
           SELECT DLV-MAINT-RPT ASSIGN TO DLVMRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTREC.
      *
       FD  DELIVERY-PREF RECORDING MODE F.
       01  DELIVERY-PREF-RECORD.
           COPY DLVREC.
      *
      * S sets the account's preference, adding it or replacing the
      * one on file; X removes it
       FD  DLV-MAINT-FILE RECORDING MODE F.
       01  DLV-MAINT-RECORD.
           05  DM-ACTION-CODE     PIC X(1).
               88  DM-ACTION-SET       VALUE 'S'.
               88  DM-ACTION-REMOVE    VALUE 'X'.
           05  DM-OPERATOR-ID     PIC X(8).
           05  DM-ACCT-NO         PIC X(8).
           05  DM-CHANNEL         PIC X(1).
           05  DM-EMAIL-ADDR      PIC X(60).
      *
       FD  DLV-REJECT-FILE RECORDING MODE F.
       01  DLV-REJECT-RECORD.
           05  DJ-MAINT-IMAGE     PIC X(78).
           05  DJ-REASON-TEXT     PIC X(30).
      *
       FD  BOUNCE-FILE RECORDING MODE F.
       01  BOUNCE-RECORD.
           05  DB-ACCT-NO         PIC X(8).
           05  DB-EMAIL-ADDR      PIC X(60).
           05  DB-BOUNCE-DATE     PIC 9(8).
           05  DB-REASON-CODE     PIC X(4).
           05  FILLER             PIC X(10).
      *
       FD  DLV-MAINT-RPT RECORDING MODE F.
       01  DLV-MAINT-LINE         PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS        PIC X(2) VALUE '00'.
         88 ACCT-STATUS-OK      VALUE '00'.
       01 WS-DLV-STATUS         PIC X(2) VALUE '00'.
         88 DLV-STATUS-OK       VALUE '00'.
       01 WS-MAINT-STATUS       PIC X(2) VALUE '00'.
         88 MAINT-STATUS-OK     VALUE '00'.
       01 WS-BOUNCE-STATUS      PIC X(2) VALUE '00'.
         88 BOUNCE-STATUS-OK    VALUE '00'.
      *
       01 FLAGS.
         05 MAINT-LASTREC     PIC X VALUE SPACE.
         05 BOUNCE-LASTREC    PIC X VALUE SPACE.
         05 WS-DLV-ON-FILE-SW PIC X VALUE 'N'.
           88 WS-DLV-ON-FILE           VALUE 'Y'.
      *
       01 WS-TODAY              PIC 9(8) VALUE ZERO.
      * an address needs one @ with something either side of it
       01 WS-AT-SIGN-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-LEADING-COUNT      PIC 9(3) VALUE ZERO.
      *
       01 DELIVERY-TOTALS.
         05 WS-ADDED-COUNT      PIC 9(7) VALUE ZERO.
         05 WS-CHANGED-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-REMOVED-COUNT    PIC 9(7) VALUE ZERO.
         05 WS-REJECTED-COUNT   PIC 9(7) VALUE ZERO.
         05 WS-BOUNCE-COUNT     PIC 9(7) VALUE ZERO.
         05 WS-BOUNCE-MARKED    PIC 9(7) VALUE ZERO.
      *
       01 ACTION-HEADING-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(30) VALUE
                 'DELIVERY PREFERENCE ACTIONS'.
         05  FILLER            PIC X(69) VALUE SPACES.
      *
       01 ACTION-DETAIL-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  AD-ACCT-NO        PIC X(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-ACTION-TEXT    PIC X(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-CHANNEL-TEXT   PIC X(10).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  AD-EMAIL-ADDR     PIC X(50).
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  AD-OPERATOR-ID    PIC X(8).
         05  FILLER            PIC X(6)  VALUE SPACES.
      *
       01 ACTION-TRAILER-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(7)  VALUE 'ADDED: '.
         05  AT-ADDED-O        PIC ZZZ,ZZ9.
         05  FILLER            PIC X(11) VALUE '  CHANGED: '.
         05  AT-CHANGED-O      PIC ZZZ,ZZ9.
         05  FILLER            PIC X(11) VALUE '  REMOVED: '.
         05  AT-REMOVED-O      PIC ZZZ,ZZ9.
         05  FILLER            PIC X(12) VALUE '  REJECTED: '.
         05  AT-REJECTED-O     PIC ZZZ,ZZ9.
         05  FILLER            PIC X(28) VALUE SPACES.
      *
       01 BOUNCE-HEADING-LINE.
         05  FILLER            PIC X(1)  VALUE SPACE.
         05  FILLER            PIC X(30) VALUE
                 'ELECTRONIC STATEMENTS BOUNCED'.
         05  FILLER            PIC X(69) VALUE SPACES.
      *
       01 BOUNCE-DETAIL-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  BD-ACCT-NO        PIC X(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  BD-BOUNCE-DATE    PIC 9(8).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  BD-REASON-CODE    PIC X(4).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  BD-EMAIL-ADDR     PIC X(40).
         05  FILLER            PIC X(2)  VALUE SPACES.
         05  BD-FLAG-TEXT      PIC X(25).
         05  FILLER            PIC X(4)  VALUE SPACES.
      *
       01 BOUNCE-TRAILER-LINE.
         05  FILLER            PIC X(3)  VALUE SPACES.
         05  FILLER            PIC X(9)  VALUE 'BOUNCES: '.
         05  BT-BOUNCES-O      PIC ZZZ,ZZ9.
         05  FILLER            PIC X(26) VALUE
                 '  PRINT FALLBACK MARKED: '.
         05  BT-MARKED-O       PIC ZZZ,ZZ9.
         05  FILLER            PIC X(48) VALUE SPACES.
      *
      * parameters for the shared FILEERR handler - a bad status
      * goes on the job log in plain words and sets the return code
       01 FILE-ERROR-FIELDS.
         05 WS-FE-PROGRAM      PIC X(8)  VALUE 'CBL0024'.
         05 WS-FE-FILE         PIC X(12) VALUE SPACES.
         05 WS-FE-OPERATION    PIC X(7)  VALUE SPACES.
         05 WS-FE-STATUS       PIC X(2)  VALUE SPACES.
         05 WS-FE-SEVERITY     PIC X(1)  VALUE SPACE.
         05 WS-FE-END-RUN      PIC X(1)  VALUE 'N'.
         05 WS-FE-RETURN-CODE  PIC 9(4)  VALUE ZERO.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT ACCT-REC
           IF NOT ACCT-STATUS-OK
               MOVE 'ACCTREC'  TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-ACCT-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               GOBACK
           END-IF
      * the first run creates the delivery preference file
           OPEN I-O DELIVERY-PREF
           IF WS-DLV-STATUS = '35'
               OPEN OUTPUT DELIVERY-PREF
               CLOSE DELIVERY-PREF
               OPEN I-O DELIVERY-PREF
           END-IF
           IF NOT DLV-STATUS-OK
               MOVE 'DLVPREF'  TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-DLV-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM REPORT-FILE-ERROR
               CLOSE ACCT-REC
               GOBACK
           END-IF
           OPEN OUTPUT DLV-REJECT-FILE
           OPEN OUTPUT DLV-MAINT-RPT
           WRITE DLV-MAINT-LINE FROM ACTION-HEADING-LINE
           MOVE SPACE TO MAINT-LASTREC
           OPEN INPUT DLV-MAINT-FILE
           IF NOT MAINT-STATUS-OK
               MOVE 'Y' TO MAINT-LASTREC
           END-IF.
      *
       APPLY-ALL-ACTIONS.
           IF MAINT-LASTREC NOT = 'Y'
               PERFORM READ-MAINT-RECORD
           END-IF
           PERFORM UNTIL MAINT-LASTREC = 'Y'
               PERFORM APPLY-ONE-ACTION
               PERFORM READ-MAINT-RECORD
           END-PERFORM
           PERFORM WRITE-ACTION-TRAILER
           .
      *
      * the bounces come after the day's actions, so an address fixed
      * today is not marked for a bounce of the old one
       APPLY-ALL-BOUNCES.
           MOVE SPACES TO DLV-MAINT-LINE
           WRITE DLV-MAINT-LINE
           WRITE DLV-MAINT-LINE FROM BOUNCE-HEADING-LINE
           MOVE SPACE TO BOUNCE-LASTREC
           OPEN INPUT BOUNCE-FILE
           IF BOUNCE-STATUS-OK
               PERFORM READ-BOUNCE-RECORD
               PERFORM UNTIL BOUNCE-LASTREC = 'Y'
                   PERFORM APPLY-ONE-BOUNCE
                   PERFORM READ-BOUNCE-RECORD
               END-PERFORM
               CLOSE BOUNCE-FILE
           END-IF
           MOVE WS-BOUNCE-COUNT  TO BT-BOUNCES-O
           MOVE WS-BOUNCE-MARKED TO BT-MARKED-O
           WRITE DLV-MAINT-LINE FROM BOUNCE-TRAILER-LINE
           .
      *
       CLOSE-STOP.
           CLOSE ACCT-REC
           CLOSE DELIVERY-PREF
           CLOSE DLV-MAINT-FILE
           CLOSE DLV-REJECT-FILE
           CLOSE DLV-MAINT-RPT
           GOBACK.
      *
       READ-MAINT-RECORD.
           READ DLV-MAINT-FILE
           AT END MOVE 'Y' TO MAINT-LASTREC
           END-READ.
      *
       APPLY-ONE-ACTION.
           MOVE DM-ACCT-NO TO DV-ACCT-NO
           EVALUATE TRUE
               WHEN DM-ACTION-SET
                   PERFORM SET-THIS-PREFERENCE
               WHEN DM-ACTION-REMOVE
                   PERFORM REMOVE-THIS-PREFERENCE
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO DJ-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
           END-EVALUATE.
      *
      * a preference needs a live account and a channel the statement
      * runs know; electronic delivery needs an address. setting a
      * preference clears any bounce against the old address.
       SET-THIS-PREFERENCE.
           MOVE DM-ACCT-NO TO ACCT-NO
           READ ACCT-REC
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON MASTER' TO DJ-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
           END-READ
           IF DM-CHANNEL NOT = 'P' AND NOT = 'E' AND NOT = 'B'
               MOVE 'INVALID DELIVERY CHANNEL' TO DJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF DM-CHANNEL NOT = 'P'
               MOVE ZERO TO WS-AT-SIGN-COUNT
               MOVE ZERO TO WS-LEADING-COUNT
               INSPECT DM-EMAIL-ADDR TALLYING
                   WS-AT-SIGN-COUNT FOR ALL '@'
               INSPECT DM-EMAIL-ADDR TALLYING
                   WS-LEADING-COUNT FOR CHARACTERS BEFORE INITIAL '@'
               IF WS-AT-SIGN-COUNT = 1
                  AND WS-LEADING-COUNT > ZERO
                  AND WS-LEADING-COUNT < 59
                   IF DM-EMAIL-ADDR(WS-LEADING-COUNT + 2:1) = SPACE
                       MOVE ZERO TO WS-AT-SIGN-COUNT
                   END-IF
               ELSE
                   MOVE ZERO TO WS-AT-SIGN-COUNT
               END-IF
               IF WS-AT-SIGN-COUNT NOT = 1
                   MOVE 'EMAIL ADDRESS INVALID' TO DJ-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'N' TO WS-DLV-ON-FILE-SW
           READ DELIVERY-PREF
               NOT INVALID KEY
                   SET WS-DLV-ON-FILE TO TRUE
           END-READ
           IF WS-DLV-ON-FILE
               MOVE 'CHANGED' TO AD-ACTION-TEXT
           ELSE
               MOVE 'ADDED' TO AD-ACTION-TEXT
               INITIALIZE DELIVERY-PREF-RECORD
               MOVE DM-ACCT-NO TO DV-ACCT-NO
               MOVE ZERO       TO DV-BOUNCE-COUNT
           END-IF
           MOVE DM-CHANNEL     TO DV-CHANNEL
           MOVE DM-EMAIL-ADDR  TO DV-EMAIL-ADDR
           MOVE 'N'            TO DV-BOUNCE-SW
           MOVE ZERO           TO DV-BOUNCE-DATE
           MOVE SPACES         TO DV-BOUNCE-REASON
           MOVE WS-TODAY       TO DV-UPDATED-DATE
           MOVE DM-OPERATOR-ID TO DV-OPERATOR-ID
           IF WS-DLV-ON-FILE
               REWRITE DELIVERY-PREF-RECORD
                   INVALID KEY
                       DISPLAY 'CBL0024: REWRITE FAILED FOR DLVPREF '
                           DV-ACCT-NO
                       MOVE 'DLVPREF'  TO WS-FE-FILE
                       MOVE 'REWRITE'  TO WS-FE-OPERATION
                       MOVE WS-DLV-STATUS TO WS-FE-STATUS
                       MOVE 'E'        TO WS-FE-SEVERITY
                       PERFORM REPORT-FILE-ERROR
                       EXIT PARAGRAPH
               END-REWRITE
               ADD 1 TO WS-CHANGED-COUNT
           ELSE
               WRITE DELIVERY-PREF-RECORD
                   INVALID KEY
                       DISPLAY 'CBL0024: WRITE FAILED FOR DLVPREF '
                           DV-ACCT-NO
                       MOVE 'DLVPREF'  TO WS-FE-FILE
                       MOVE 'WRITE'    TO WS-FE-OPERATION
                       MOVE WS-DLV-STATUS TO WS-FE-STATUS
                       MOVE 'E'        TO WS-FE-SEVERITY
                       PERFORM REPORT-FILE-ERROR
                       EXIT PARAGRAPH
               END-WRITE
               ADD 1 TO WS-ADDED-COUNT
           END-IF
           PERFORM WRITE-ACTION-LINE.
      *
      * with no preference on file the account's statements print
       REMOVE-THIS-PREFERENCE.
           READ DELIVERY-PREF
               INVALID KEY
                   MOVE 'NO PREFERENCE ON FILE' TO DJ-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
           END-READ
           DELETE DELIVERY-PREF
               INVALID KEY
                   DISPLAY 'CBL0024: DELETE FAILED FOR DLVPREF '
                       DV-ACCT-NO
                   MOVE 'DLVPREF'  TO WS-FE-FILE
                   MOVE 'DELETE'   TO WS-FE-OPERATION
                   MOVE WS-DLV-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM REPORT-FILE-ERROR
                   EXIT PARAGRAPH
           END-DELETE
           ADD 1 TO WS-REMOVED-COUNT
           MOVE 'REMOVED' TO AD-ACTION-TEXT
           PERFORM WRITE-ACTION-LINE.
      *
       WRITE-REJECT-RECORD.
           MOVE DLV-MAINT-RECORD TO DJ-MAINT-IMAGE
           WRITE DLV-REJECT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.
      *
       WRITE-ACTION-LINE.
           MOVE DV-ACCT-NO TO AD-ACCT-NO
           EVALUATE TRUE
               WHEN AD-ACTION-TEXT = 'REMOVED'
                   MOVE 'PRINT' TO AD-CHANNEL-TEXT
                   MOVE SPACES  TO AD-EMAIL-ADDR
               WHEN DV-CHANNEL-PRINT
                   MOVE 'PRINT' TO AD-CHANNEL-TEXT
                   MOVE DV-EMAIL-ADDR TO AD-EMAIL-ADDR
               WHEN DV-CHANNEL-ELECTRONIC
                   MOVE 'ELECTRONIC' TO AD-CHANNEL-TEXT
                   MOVE DV-EMAIL-ADDR TO AD-EMAIL-ADDR
               WHEN OTHER
                   MOVE 'BOTH' TO AD-CHANNEL-TEXT
                   MOVE DV-EMAIL-ADDR TO AD-EMAIL-ADDR
           END-EVALUATE
           MOVE DM-OPERATOR-ID TO AD-OPERATOR-ID
           WRITE DLV-MAINT-LINE FROM ACTION-DETAIL-LINE.
      *
       WRITE-ACTION-TRAILER.
           MOVE WS-ADDED-COUNT    TO AT-ADDED-O
           MOVE WS-CHANGED-COUNT  TO AT-CHANGED-O
           MOVE WS-REMOVED-COUNT  TO AT-REMOVED-O
           MOVE WS-REJECTED-COUNT TO AT-REJECTED-O
           WRITE DLV-MAINT-LINE FROM ACTION-TRAILER-LINE.
      *
       READ-BOUNCE-RECORD.
           READ BOUNCE-FILE
           AT END MOVE 'Y' TO BOUNCE-LASTREC
           NOT AT END ADD 1 TO WS-BOUNCE-COUNT
           END-READ.
      *
      * a bounce of the address still on file marks the preference so
      * the statement runs print instead; one for an address since
      * replaced, or an account back on print, changes nothing
       APPLY-ONE-BOUNCE.
           MOVE SPACES TO BD-FLAG-TEXT
           MOVE DB-ACCT-NO TO DV-ACCT-NO
           READ DELIVERY-PREF
               INVALID KEY
                   MOVE 'NO PREFERENCE ON FILE' TO BD-FLAG-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN DV-EMAIL-ADDR NOT = DB-EMAIL-ADDR
                           MOVE 'ADDRESS SINCE CHANGED'
                               TO BD-FLAG-TEXT
                       WHEN DV-CHANNEL-PRINT
                           MOVE 'ACCOUNT ON PRINT' TO BD-FLAG-TEXT
                       WHEN OTHER
                           PERFORM MARK-PREFERENCE-BOUNCED
                   END-EVALUATE
           END-READ
           MOVE DB-ACCT-NO     TO BD-ACCT-NO
           MOVE DB-BOUNCE-DATE TO BD-BOUNCE-DATE
           MOVE DB-REASON-CODE TO BD-REASON-CODE
           MOVE DB-EMAIL-ADDR  TO BD-EMAIL-ADDR
           WRITE DLV-MAINT-LINE FROM BOUNCE-DETAIL-LINE.
      *
       MARK-PREFERENCE-BOUNCED.
           SET DV-BOUNCED TO TRUE
           MOVE DB-BOUNCE-DATE TO DV-BOUNCE-DATE
           MOVE DB-REASON-CODE TO DV-BOUNCE-REASON
           IF DV-BOUNCE-COUNT NOT NUMERIC
               MOVE ZERO TO DV-BOUNCE-COUNT
           END-IF
           IF DV-BOUNCE-COUNT < 999
               ADD 1 TO DV-BOUNCE-COUNT
           END-IF
           REWRITE DELIVERY-PREF-RECORD
               INVALID KEY
                   DISPLAY 'CBL0024: REWRITE FAILED FOR DLVPREF '
                       DV-ACCT-NO
                   MOVE 'DLVPREF'  TO WS-FE-FILE
                   MOVE 'REWRITE'  TO WS-FE-OPERATION
                   MOVE WS-DLV-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM REPORT-FILE-ERROR
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-BOUNCE-MARKED
           MOVE 'PRINT FALLBACK SET' TO BD-FLAG-TEXT.
      *
      * every bad file status goes through FILEERR, which logs it and
      * raises RETURN-CODE to the shop's warning, error, or severe
      * code - never lowers it. a severe failure returns here and the
      * caller GOBACKs, so PROG001's chain sees the code.
       REPORT-FILE-ERROR.
           MOVE RETURN-CODE TO WS-FE-RETURN-CODE
           CALL 'FILEERR' USING WS-FE-PROGRAM WS-FE-FILE
               WS-FE-OPERATION WS-FE-STATUS WS-FE-SEVERITY
               WS-FE-END-RUN WS-FE-RETURN-CODE
           MOVE WS-FE-RETURN-CODE TO RETURN-CODE
           MOVE SPACE TO WS-FE-SEVERITY.
