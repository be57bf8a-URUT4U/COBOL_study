      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Weekly customer inquiry access report - reads the
      *          INQLOG.DAT access log INQ1000 and CST1000 write and
      *          lists, for the seven days ending on the run date,
      *          every operator's lookups by kind and the customers
      *          they were shown, then flags the patterns a privacy
      *          review asks about: long runs of consecutive customers
      *          browsed one after another, and the same archived
      *          customer looked up again and again.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IAR1000.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INQUIRY-LOG ASSIGN TO "INQLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS INQLOG-STATUS.
           SELECT ACCESS-RPT ASSIGN TO "IAR1000.OUT"
                   FILE STATUS IS ACCESS-RPT-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD   INQUIRY-LOG.
       01   INQUIRY-LOG-RECORD.
           COPY INQLOG.

       FD   ACCESS-RPT.
       01   PRINT-AREA                  PIC X(132).

       WORKING-STORAGE SECTION.

       77   INQLOG-STATUS               PIC X(2)     VALUE "00".
           88   INQLOG-OK                            VALUE "00".
       77   INQLOG-EOF-SWITCH           PIC X        VALUE "N".
           88   INQLOG-EOF                           VALUE "Y".
       77   ACCESS-RPT-STATUS           PIC X(2)     VALUE "00".
           88   ACCESS-RPT-OK                        VALUE "00".

      * A BROWSE RUN THIS LONG, OR THIS MANY LOOKUPS OF ONE ARCHIVED
      * CUSTOMER BY ONE OPERATOR IN THE WEEK, IS FLAGGED
       77   WS-BROWSE-RUN-LIMIT         PIC 9(5)     VALUE 10.
       77   WS-ARCHIVE-REPEAT-LIMIT     PIC 9(3)     VALUE 3.

       01   CURRENT-DATE-AND-TIME.
           05   CD-YEAR                 PIC 9999.
           05   CD-MONTH                PIC 99.
           05   CD-DAY                  PIC 99.
           05   FILLER                  PIC X(13).
       01   CD-DATE-R REDEFINES CURRENT-DATE-AND-TIME.
           05   CD-RUN-DATE             PIC 9(8).
           05   FILLER                  PIC X(13).

       01   WINDOW-FIELDS.
           05   WS-WINDOW-START         PIC 9(8)     VALUE ZERO.
           05   WS-WINDOW-END           PIC 9(8)     VALUE ZERO.

      * ONE ENTRY PER OPERATOR ON THE LOG FOR THE WEEK, WITH THE
      * BROWSE RUN IN PROGRESS - A RUN IS THE CUSTOMER AN OPERATOR
      * STARTED FROM AND EVERY BROWSE-FORWARD AFTER IT THE SAME DAY
       01   OPERATOR-TABLE-FIELDS.
           05   WS-OPERATOR-COUNT       PIC 9(3)     VALUE ZERO.
           05   WS-OP-INDEX             PIC 9(3)     VALUE ZERO.
           05   WS-OPERATOR-ENTRY OCCURS 50 TIMES.
               10   WS-OP-ID            PIC X(8).
               10   WS-OP-KIND-COUNT    PIC 9(5)     OCCURS 5 TIMES.
               10   WS-OP-SHOWN-COUNT   PIC 9(5).
               10   WS-OP-MISS-COUNT    PIC 9(5).
               10   WS-OP-FLAG-COUNT    PIC 9(3).
               10   WS-OP-RUN-LENGTH    PIC 9(5).
               10   WS-OP-RUN-FIRST     PIC 9(5).
               10   WS-OP-RUN-LAST      PIC 9(5).
               10   WS-OP-RUN-DATE      PIC 9(8).
       77   WS-OPERATOR-TABLE-FULL      PIC X        VALUE "N".
           88   WS-OPERATORS-DROPPED                 VALUE "Y".

       01   ARCHIVE-TABLE-FIELDS.
           05   WS-ARCHIVE-COUNT        PIC 9(3)     VALUE ZERO.
           05   WS-AR-INDEX             PIC 9(3)     VALUE ZERO.
           05   WS-ARCHIVE-ENTRY OCCURS 500 TIMES.
               10   WS-AR-OPERATOR      PIC X(8).
               10   WS-AR-CUSTOMER      PIC 9(5).
               10   WS-AR-VIEWS         PIC 9(3).
       77   WS-ARCHIVE-TABLE-FULL       PIC X        VALUE "N".
           88   WS-ARCHIVE-VIEWS-DROPPED             VALUE "Y".

      * THE FLAGS ARE FOUND AS THE LOG IS READ AND PRINTED AFTER THE
      * OPERATOR SUMMARY
       01   FLAG-TABLE-FIELDS.
           05   WS-FLAG-COUNT           PIC 9(3)     VALUE ZERO.
           05   WS-FL-INDEX             PIC 9(3)     VALUE ZERO.
           05   WS-FLAG-ENTRY OCCURS 200 TIMES.
               10   WS-FL-OPERATOR      PIC X(8).
               10   WS-FL-TEXT          PIC X(80).
       77   WS-FLAG-TABLE-FULL          PIC X        VALUE "N".
           88   WS-FLAGS-DROPPED                     VALUE "Y".

       01   WORK-FIELDS.
           05   WS-KIND-SUB             PIC 9        VALUE ZERO.
           05   WS-FLAG-TEXT            PIC X(80)    VALUE SPACES.
           05   WS-EDIT-COUNT           PIC ZZZZ9.
           05   WS-EDIT-VIEWS           PIC ZZ9.

       01   REPORT-COUNTERS.
           05   WS-LOG-READ-COUNT       PIC 9(7)     VALUE ZERO.
           05   WS-IN-WEEK-COUNT        PIC 9(7)     VALUE ZERO.

       01   RPT-HEADING-LINE.
           05   FILLER                  PIC X(35)    VALUE
                    "CUSTOMER INQUIRY ACCESS REPORT".
           05   FILLER                  PIC X(8)     VALUE "WEEK OF ".
           05   RHL-WINDOW-START        PIC 9(8).
           05   FILLER                  PIC X(4)     VALUE " TO ".
           05   RHL-WINDOW-END          PIC 9(8).
           05   FILLER                  PIC X(4)     VALUE SPACES.
           05   FILLER                  PIC X(11)    VALUE "RUN DATE: ".
           05   RHL-MONTH               PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-DAY                 PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-YEAR                PIC 9999.
           05   FILLER                  PIC X(44)    VALUE SPACES.

       01   RPT-SECTION-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RSL-CAPTION             PIC X(60).
           05   FILLER                  PIC X(70)    VALUE SPACES.

       01   RPT-OPERATOR-COLUMN-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(10)    VALUE "OPERATOR".
           05   FILLER                  PIC X(8)     VALUE "  KEYED".
           05   FILLER                  PIC X(8)     VALUE " BROWSE".
           05   FILLER                  PIC X(8)     VALUE "   NAME".
           05   FILLER                  PIC X(8)     VALUE "ARCHIVE".
           05   FILLER                  PIC X(8)     VALUE "  AS-OF".
           05   FILLER                  PIC X(8)     VALUE "  SHOWN".
           05   FILLER                  PIC X(8)     VALUE "  MISSES".
           05   FILLER                  PIC X(8)     VALUE "  FLAGS".
           05   FILLER                  PIC X(58)    VALUE SPACES.

       01   RPT-OPERATOR-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   ROL-OPERATOR-ID         PIC X(8).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   ROL-KIND-GROUP               OCCURS 5 TIMES.
               10   ROL-KIND-COUNT      PIC ZZ,ZZ9.
               10   FILLER              PIC X(2).
           05   ROL-SHOWN-COUNT         PIC ZZ,ZZ9.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   ROL-MISS-COUNT          PIC ZZ,ZZ9.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   ROL-FLAG-COUNT          PIC ZZ,ZZ9.
           05   FILLER                  PIC X(58)    VALUE SPACES.

       01   RPT-FLAG-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RFL-OPERATOR-ID         PIC X(8).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RFL-TEXT                PIC X(80).
           05   FILLER                  PIC X(40)    VALUE SPACES.

       01   RPT-COUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCL-CAPTION             PIC X(25).
           05   RCL-COUNT               PIC Z,ZZZ,ZZ9.
           05   FILLER                  PIC X(96)    VALUE SPACES.

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-ONE-LOG-RECORD
               UNTIL INQLOG-EOF.
           PERFORM 2900-CLOSE-ALL-RUNS.
           PERFORM 3000-FLAG-ARCHIVE-REPEATS.
           PERFORM 4000-PRINT-OPERATORS.
           PERFORM 5000-PRINT-FLAGS.
           PERFORM 6000-TERMINATE.
           GOBACK.

      * THE WEEK IS THE RUN DATE AND THE SIX DAYS BEFORE IT. WITH NO
      * LOG NO INQUIRIES HAVE BEEN MADE SINCE IT WAS STARTED.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           MOVE CD-RUN-DATE TO WS-WINDOW-END
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CD-RUN-DATE) - 6)
           OPEN INPUT INQUIRY-LOG
           IF INQLOG-STATUS = "35"
               DISPLAY "IAR1000: NO INQUIRY ACCESS LOG - NOTHING "
                   "TO REPORT"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT INQLOG-OK
               DISPLAY "IAR1000: UNABLE TO OPEN INQLOG, STATUS = "
                   INQLOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ACCESS-RPT
           MOVE WS-WINDOW-START TO RHL-WINDOW-START
           MOVE WS-WINDOW-END   TO RHL-WINDOW-END
           MOVE CD-MONTH TO RHL-MONTH
           MOVE CD-DAY   TO RHL-DAY
           MOVE CD-YEAR  TO RHL-YEAR
           WRITE PRINT-AREA FROM RPT-HEADING-LINE.

       2000-READ-ONE-LOG-RECORD.
           READ INQUIRY-LOG
               AT END
                   SET INQLOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-READ-COUNT
                   IF IL-LOG-DATE NOT < WS-WINDOW-START
                      AND IL-LOG-DATE NOT > WS-WINDOW-END
                       ADD 1 TO WS-IN-WEEK-COUNT
                       PERFORM 2100-TALLY-ONE-LOOKUP
                   END-IF
           END-READ.

       2100-TALLY-ONE-LOOKUP.
           PERFORM 2200-FIND-OPERATOR
           IF WS-OP-INDEX = ZERO
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN IL-KEYED-LOOKUP    MOVE 1 TO WS-KIND-SUB
               WHEN IL-BROWSE-LOOKUP   MOVE 2 TO WS-KIND-SUB
               WHEN IL-NAME-SEARCH     MOVE 3 TO WS-KIND-SUB
               WHEN IL-ARCHIVE-LOOKUP  MOVE 4 TO WS-KIND-SUB
               WHEN IL-AS-OF-LOOKUP    MOVE 5 TO WS-KIND-SUB
               WHEN OTHER              MOVE 0 TO WS-KIND-SUB
           END-EVALUATE
           IF WS-KIND-SUB > ZERO
               ADD 1 TO WS-OP-KIND-COUNT(WS-OP-INDEX WS-KIND-SUB)
           END-IF
           IF IL-NOTHING-FOUND
               ADD 1 TO WS-OP-MISS-COUNT(WS-OP-INDEX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OP-SHOWN-COUNT(WS-OP-INDEX)
           PERFORM 2300-TRACK-BROWSE-RUN
           IF IL-ARCHIVE-LOOKUP
               PERFORM 2400-COUNT-ARCHIVE-VIEW
           END-IF.

       2200-FIND-OPERATOR.
           PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
               UNTIL WS-OP-INDEX > WS-OPERATOR-COUNT
                  OR WS-OP-ID(WS-OP-INDEX) = IL-OPERATOR-ID
               CONTINUE
           END-PERFORM
           IF WS-OP-INDEX > WS-OPERATOR-COUNT
               IF WS-OPERATOR-COUNT = 50
                   SET WS-OPERATORS-DROPPED TO TRUE
                   MOVE ZERO TO WS-OP-INDEX
               ELSE
                   ADD 1 TO WS-OPERATOR-COUNT
                   MOVE WS-OPERATOR-COUNT TO WS-OP-INDEX
                   INITIALIZE WS-OPERATOR-ENTRY(WS-OP-INDEX)
                   MOVE IL-OPERATOR-ID TO WS-OP-ID(WS-OP-INDEX)
               END-IF
           END-IF.

      * A BROWSE-FORWARD THE SAME DAY CARRIES THE OPERATOR'S RUN ON;
      * ANY OTHER CUSTOMER SHOWN ENDS IT AND STARTS A NEW ONE, SINCE
      * BROWSING GOES ON FROM WHEREVER THE LAST LOOKUP LEFT OFF
       2300-TRACK-BROWSE-RUN.
           IF IL-BROWSE-LOOKUP
              AND WS-OP-RUN-LENGTH(WS-OP-INDEX) > ZERO
              AND WS-OP-RUN-DATE(WS-OP-INDEX) = IL-LOG-DATE
               ADD 1 TO WS-OP-RUN-LENGTH(WS-OP-INDEX)
               MOVE IL-CUSTOMER-NUMBER TO WS-OP-RUN-LAST(WS-OP-INDEX)
           ELSE
               PERFORM 2350-CLOSE-BROWSE-RUN
               MOVE 1 TO WS-OP-RUN-LENGTH(WS-OP-INDEX)
               MOVE IL-CUSTOMER-NUMBER TO WS-OP-RUN-FIRST(WS-OP-INDEX)
               MOVE IL-CUSTOMER-NUMBER TO WS-OP-RUN-LAST(WS-OP-INDEX)
               MOVE IL-LOG-DATE TO WS-OP-RUN-DATE(WS-OP-INDEX)
           END-IF.

       2350-CLOSE-BROWSE-RUN.
           IF WS-OP-RUN-LENGTH(WS-OP-INDEX) NOT < WS-BROWSE-RUN-LIMIT
               MOVE WS-OP-RUN-LENGTH(WS-OP-INDEX) TO WS-EDIT-COUNT
               MOVE SPACES TO WS-FLAG-TEXT
               STRING "BROWSED " WS-EDIT-COUNT
                   " CONSECUTIVE CUSTOMERS, "
                   WS-OP-RUN-FIRST(WS-OP-INDEX) " TO "
                   WS-OP-RUN-LAST(WS-OP-INDEX) " ON "
                   WS-OP-RUN-DATE(WS-OP-INDEX)
                   DELIMITED BY SIZE INTO WS-FLAG-TEXT
               PERFORM 2500-ADD-FLAG
           END-IF
           MOVE ZERO TO WS-OP-RUN-LENGTH(WS-OP-INDEX).

       2400-COUNT-ARCHIVE-VIEW.
           PERFORM VARYING WS-AR-INDEX FROM 1 BY 1
               UNTIL WS-AR-INDEX > WS-ARCHIVE-COUNT
                  OR (WS-AR-OPERATOR(WS-AR-INDEX) = IL-OPERATOR-ID
                  AND WS-AR-CUSTOMER(WS-AR-INDEX) = IL-CUSTOMER-NUMBER)
               CONTINUE
           END-PERFORM
           IF WS-AR-INDEX > WS-ARCHIVE-COUNT
               IF WS-ARCHIVE-COUNT = 500
                   SET WS-ARCHIVE-VIEWS-DROPPED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ARCHIVE-COUNT
               MOVE WS-ARCHIVE-COUNT TO WS-AR-INDEX
               MOVE IL-OPERATOR-ID TO WS-AR-OPERATOR(WS-AR-INDEX)
               MOVE IL-CUSTOMER-NUMBER TO WS-AR-CUSTOMER(WS-AR-INDEX)
               MOVE ZERO TO WS-AR-VIEWS(WS-AR-INDEX)
           END-IF
           ADD 1 TO WS-AR-VIEWS(WS-AR-INDEX).

      * THE FLAG IS CHARGED TO THE OPERATOR IN WS-OP-INDEX
       2500-ADD-FLAG.
           ADD 1 TO WS-OP-FLAG-COUNT(WS-OP-INDEX)
           IF WS-FLAG-COUNT = 200
               SET WS-FLAGS-DROPPED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FLAG-COUNT
           MOVE WS-OP-ID(WS-OP-INDEX) TO WS-FL-OPERATOR(WS-FLAG-COUNT)
           MOVE WS-FLAG-TEXT TO WS-FL-TEXT(WS-FLAG-COUNT).

      * A RUN STILL GOING AT THE END OF THE LOG IS JUDGED LIKE ANY
      * OTHER
       2900-CLOSE-ALL-RUNS.
           PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
               UNTIL WS-OP-INDEX > WS-OPERATOR-COUNT
               PERFORM 2350-CLOSE-BROWSE-RUN
           END-PERFORM.

       3000-FLAG-ARCHIVE-REPEATS.
           PERFORM VARYING WS-AR-INDEX FROM 1 BY 1
               UNTIL WS-AR-INDEX > WS-ARCHIVE-COUNT
               IF WS-AR-VIEWS(WS-AR-INDEX) NOT < WS-ARCHIVE-REPEAT-LIMIT
                   PERFORM 3100-FLAG-ONE-ARCHIVE-REPEAT
               END-IF
           END-PERFORM.

       3100-FLAG-ONE-ARCHIVE-REPEAT.
           PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
               UNTIL WS-OP-INDEX > WS-OPERATOR-COUNT
                  OR WS-OP-ID(WS-OP-INDEX) = WS-AR-OPERATOR(WS-AR-INDEX)
               CONTINUE
           END-PERFORM
           MOVE WS-AR-VIEWS(WS-AR-INDEX) TO WS-EDIT-VIEWS
           MOVE SPACES TO WS-FLAG-TEXT
           STRING "LOOKED UP ARCHIVED CUSTOMER "
               WS-AR-CUSTOMER(WS-AR-INDEX) " " WS-EDIT-VIEWS
               " TIMES THIS WEEK"
               DELIMITED BY SIZE INTO WS-FLAG-TEXT
           PERFORM 2500-ADD-FLAG.

       4000-PRINT-OPERATORS.
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE "LOOKUPS BY OPERATOR" TO RSL-CAPTION
           WRITE PRINT-AREA FROM RPT-SECTION-LINE
           WRITE PRINT-AREA FROM RPT-OPERATOR-COLUMN-LINE
           PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
               UNTIL WS-OP-INDEX > WS-OPERATOR-COUNT
               PERFORM 4100-PRINT-ONE-OPERATOR
           END-PERFORM
           IF WS-OPERATOR-COUNT = ZERO
               MOVE "NO INQUIRIES LOGGED THIS WEEK" TO RSL-CAPTION
               WRITE PRINT-AREA FROM RPT-SECTION-LINE
           END-IF.

       4100-PRINT-ONE-OPERATOR.
           MOVE SPACES TO RPT-OPERATOR-LINE
           MOVE WS-OP-ID(WS-OP-INDEX) TO ROL-OPERATOR-ID
           PERFORM VARYING WS-KIND-SUB FROM 1 BY 1
               UNTIL WS-KIND-SUB > 5
               MOVE WS-OP-KIND-COUNT(WS-OP-INDEX WS-KIND-SUB)
                   TO ROL-KIND-COUNT(WS-KIND-SUB)
           END-PERFORM
           MOVE WS-OP-SHOWN-COUNT(WS-OP-INDEX) TO ROL-SHOWN-COUNT
           MOVE WS-OP-MISS-COUNT(WS-OP-INDEX)  TO ROL-MISS-COUNT
           MOVE WS-OP-FLAG-COUNT(WS-OP-INDEX)  TO ROL-FLAG-COUNT
           WRITE PRINT-AREA FROM RPT-OPERATOR-LINE.

       5000-PRINT-FLAGS.
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE "UNUSUAL ACCESS PATTERNS" TO RSL-CAPTION
           WRITE PRINT-AREA FROM RPT-SECTION-LINE
           PERFORM VARYING WS-FL-INDEX FROM 1 BY 1
               UNTIL WS-FL-INDEX > WS-FLAG-COUNT
               MOVE WS-FL-OPERATOR(WS-FL-INDEX) TO RFL-OPERATOR-ID
               MOVE WS-FL-TEXT(WS-FL-INDEX)     TO RFL-TEXT
               WRITE PRINT-AREA FROM RPT-FLAG-LINE
           END-PERFORM
           IF WS-FLAG-COUNT = ZERO
               MOVE "NONE FOUND" TO RSL-CAPTION
               WRITE PRINT-AREA FROM RPT-SECTION-LINE
           END-IF
           IF WS-FLAGS-DROPPED
               MOVE "MORE FLAGS THAN THE REPORT HOLDS - SEE THE LOG"
                   TO RSL-CAPTION
               WRITE PRINT-AREA FROM RPT-SECTION-LINE
           END-IF.

      * A FLAGGED WEEK ENDS WITH A WARNING SO THE RUN LOG SHOWS IT
       6000-TERMINATE.
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE "LOG RECORDS READ:"      TO RCL-CAPTION
           MOVE WS-LOG-READ-COUNT        TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "LOOKUPS THIS WEEK:"     TO RCL-CAPTION
           MOVE WS-IN-WEEK-COUNT         TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "OPERATORS:"             TO RCL-CAPTION
           MOVE WS-OPERATOR-COUNT        TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "PATTERNS FLAGGED:"      TO RCL-CAPTION
           MOVE WS-FLAG-COUNT            TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           IF WS-OPERATORS-DROPPED OR WS-ARCHIVE-VIEWS-DROPPED
               MOVE SPACES TO RSL-CAPTION
               MOVE "SOME LOOKUPS NOT TALLIED - TABLE FULL"
                   TO RSL-CAPTION
               WRITE PRINT-AREA FROM RPT-SECTION-LINE
           END-IF
           CLOSE INQUIRY-LOG
                 ACCESS-RPT
           IF WS-FLAG-COUNT > ZERO
               DISPLAY "IAR1000: " WS-FLAG-COUNT
                   " UNUSUAL ACCESS PATTERN(S) FLAGGED"
               MOVE 4 TO RETURN-CODE
           END-IF.
