      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Held change listing - prints every sensitive master
      *          file change on APPRCHG.DAT still waiting for a second
      *          operator's approval, then every change an approver
      *          rejected or that failed the filing program's edits
      *          when it was applied, with who decided it and why.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APL1000.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT APPRCHG ASSIGN TO "APPRCHG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AP-CHANGE-KEY
                   FILE STATUS IS APPRCHG-STATUS.
           SELECT HELD-RPT ASSIGN TO "APL1000.OUT"
                   FILE STATUS IS HELD-RPT-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD   APPRCHG.
       01   HELD-CHANGE-RECORD.
           COPY APPRCHG.

       FD   HELD-RPT.
       01   PRINT-AREA                  PIC X(132).

       WORKING-STORAGE SECTION.

       77   APPRCHG-STATUS              PIC X(2)     VALUE "00".
           88   APPRCHG-OK                           VALUE "00".
       77   APPRCHG-EOF-SWITCH          PIC X        VALUE "N".
           88   APPRCHG-EOF                          VALUE "Y".
       77   HELD-RPT-STATUS             PIC X(2)     VALUE "00".
           88   HELD-RPT-OK                          VALUE "00".

       01   HELD-COUNTERS.
           05   WS-WAITING-COUNT        PIC 9(5)     VALUE ZERO.
           05   WS-APPROVED-COUNT       PIC 9(5)     VALUE ZERO.
           05   WS-APPLIED-COUNT        PIC 9(5)     VALUE ZERO.
           05   WS-REJECTED-COUNT       PIC 9(5)     VALUE ZERO.
           05   WS-FAILED-COUNT         PIC 9(5)     VALUE ZERO.

       01   CURRENT-DATE-AND-TIME.
           05   CD-YEAR                 PIC 9999.
           05   CD-MONTH                PIC 99.
           05   CD-DAY                  PIC 99.
           05   FILLER                  PIC X(13).

       01   RPT-HEADING-LINE.
           05   FILLER                  PIC X(35)    VALUE
                    "CHANGES HELD FOR APPROVAL".
           05   FILLER                  PIC X(11)    VALUE "RUN DATE: ".
           05   RHL-MONTH               PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-DAY                 PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-YEAR                PIC 9999.
           05   FILLER                  PIC X(76)    VALUE SPACES.

       01   RPT-SECTION-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RSL-CAPTION             PIC X(60).
           05   FILLER                  PIC X(70)    VALUE SPACES.

       01   RPT-WAITING-COLUMN-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(20)    VALUE "KEYED".
           05   FILLER                  PIC X(10)    VALUE "PROGRAM".
           05   FILLER                  PIC X(10)    VALUE "RECORD".
           05   FILLER                  PIC X(22)    VALUE "NAME".
           05   FILLER                  PIC X(42)    VALUE "CHANGE".
           05   FILLER                  PIC X(26)    VALUE "KEYED BY".

       01   RPT-WAITING-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RWL-ENTERED-DATE        PIC 9(8).
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RWL-ENTERED-TIME        PIC 9(8).
           05   FILLER                  PIC X(3)     VALUE SPACES.
           05   RWL-SOURCE-PROGRAM      PIC X(8).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RWL-RECORD-KEY          PIC X(8).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RWL-RECORD-NAME         PIC X(20).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RWL-DESCRIPTION         PIC X(40).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RWL-MAKER-ID            PIC X(8).
           05   FILLER                  PIC X(18)    VALUE SPACES.

       01   RPT-REJECTED-COLUMN-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(10)    VALUE "KEYED".
           05   FILLER                  PIC X(10)    VALUE "PROGRAM".
           05   FILLER                  PIC X(10)    VALUE "RECORD".
           05   FILLER                  PIC X(42)    VALUE "CHANGE".
           05   FILLER                  PIC X(10)    VALUE "KEYED BY".
           05   FILLER                  PIC X(10)    VALUE "DECIDED BY".
           05   FILLER                  PIC X(8)     VALUE "STATUS".
           05   FILLER                  PIC X(30)    VALUE "REASON".

       01   RPT-REJECTED-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-ENTERED-DATE        PIC 9(8).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-SOURCE-PROGRAM      PIC X(8).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-RECORD-KEY          PIC X(8).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-DESCRIPTION         PIC X(40).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-MAKER-ID            PIC X(8).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-CHECKER-ID          PIC X(8).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-STATUS              PIC X(6).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-RESULT-TEXT         PIC X(30).

       01   RPT-COUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCL-CAPTION             PIC X(25).
           05   RCL-COUNT               PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(98)    VALUE SPACES.

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LIST-WAITING.
           PERFORM 3000-LIST-REJECTED.
           PERFORM 4000-TERMINATE.
           GOBACK.

      * WITH NO HELD-CHANGE FILE NOTHING HAS EVER BEEN HELD, SO THERE
      * IS NOTHING TO LIST.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           OPEN INPUT APPRCHG
           IF APPRCHG-STATUS = "35"
               DISPLAY "APL1000: NO HELD-CHANGE FILE - NOTHING "
                   "TO LIST"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT APPRCHG-OK
               DISPLAY "APL1000: UNABLE TO OPEN APPRCHG, STATUS = "
                   APPRCHG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HELD-RPT
           MOVE CD-MONTH TO RHL-MONTH
           MOVE CD-DAY   TO RHL-DAY
           MOVE CD-YEAR  TO RHL-YEAR
           WRITE PRINT-AREA FROM RPT-HEADING-LINE.

      * FIRST PASS - WHAT IS STILL WAITING ON AN APPROVER, OLDEST
      * FIRST. THE APPROVED AND APPLIED ONES ARE ONLY COUNTED.
       2000-LIST-WAITING.
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE "CHANGES AWAITING APPROVAL" TO RSL-CAPTION
           WRITE PRINT-AREA FROM RPT-SECTION-LINE
           WRITE PRINT-AREA FROM RPT-WAITING-COLUMN-LINE
           PERFORM 2100-READ-FIRST-CHANGE
           PERFORM 2200-LIST-ONE-WAITING
               UNTIL APPRCHG-EOF.

       2100-READ-FIRST-CHANGE.
           MOVE "N" TO APPRCHG-EOF-SWITCH
           MOVE LOW-VALUES TO AP-CHANGE-KEY
           START APPRCHG
               KEY IS NOT LESS THAN AP-CHANGE-KEY
               INVALID KEY
                   SET APPRCHG-EOF TO TRUE
           END-START
           IF NOT APPRCHG-EOF
               PERFORM 2900-READ-NEXT-CHANGE
           END-IF.

       2200-LIST-ONE-WAITING.
           EVALUATE TRUE
               WHEN AP-AWAITING
                   ADD 1 TO WS-WAITING-COUNT
                   MOVE AP-ENTERED-DATE   TO RWL-ENTERED-DATE
                   MOVE AP-ENTERED-TIME   TO RWL-ENTERED-TIME
                   MOVE AP-SOURCE-PROGRAM TO RWL-SOURCE-PROGRAM
                   MOVE AP-RECORD-KEY     TO RWL-RECORD-KEY
                   MOVE AP-RECORD-NAME    TO RWL-RECORD-NAME
                   MOVE AP-DESCRIPTION    TO RWL-DESCRIPTION
                   MOVE AP-MAKER-ID       TO RWL-MAKER-ID
                   WRITE PRINT-AREA FROM RPT-WAITING-LINE
               WHEN AP-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN AP-APPLIED
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE
           PERFORM 2900-READ-NEXT-CHANGE.

       2900-READ-NEXT-CHANGE.
           READ APPRCHG NEXT RECORD
               AT END
                   SET APPRCHG-EOF TO TRUE
           END-READ.

      * SECOND PASS - WHAT AN APPROVER TURNED DOWN, AND WHAT WAS
      * APPROVED BUT FAILED THE EDITS WHEN IT WAS APPLIED
       3000-LIST-REJECTED.
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE "CHANGES REJECTED" TO RSL-CAPTION
           WRITE PRINT-AREA FROM RPT-SECTION-LINE
           WRITE PRINT-AREA FROM RPT-REJECTED-COLUMN-LINE
           PERFORM 2100-READ-FIRST-CHANGE
           PERFORM 3100-LIST-ONE-REJECTED
               UNTIL APPRCHG-EOF.

       3100-LIST-ONE-REJECTED.
           IF AP-REJECTED OR AP-FAILED
               IF AP-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECT" TO RRL-STATUS
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "FAILED" TO RRL-STATUS
               END-IF
               MOVE AP-ENTERED-DATE   TO RRL-ENTERED-DATE
               MOVE AP-SOURCE-PROGRAM TO RRL-SOURCE-PROGRAM
               MOVE AP-RECORD-KEY     TO RRL-RECORD-KEY
               MOVE AP-DESCRIPTION    TO RRL-DESCRIPTION
               MOVE AP-MAKER-ID       TO RRL-MAKER-ID
               MOVE AP-CHECKER-ID     TO RRL-CHECKER-ID
               MOVE AP-RESULT-TEXT    TO RRL-RESULT-TEXT
               WRITE PRINT-AREA FROM RPT-REJECTED-LINE
           END-IF
           PERFORM 2900-READ-NEXT-CHANGE.

       4000-TERMINATE.
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE "AWAITING APPROVAL:"     TO RCL-CAPTION
           MOVE WS-WAITING-COUNT         TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "APPROVED, NOT APPLIED:" TO RCL-CAPTION
           MOVE WS-APPROVED-COUNT        TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "APPLIED:"               TO RCL-CAPTION
           MOVE WS-APPLIED-COUNT         TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "REJECTED:"              TO RCL-CAPTION
           MOVE WS-REJECTED-COUNT        TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "FAILED WHEN APPLIED:"   TO RCL-CAPTION
           MOVE WS-FAILED-COUNT          TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           CLOSE APPRCHG
                 HELD-RPT.
