      * Purpose: Customer inquiry - keyed lookup of one CUSTMAST record
      *          with the decline percentage RPT1000 would compute,
      *          plus a browse-forward option to step through
      *          neighboring keys, and an as-of lookup that rolls the
      *          change feed back to show a customer as it stood on a
      *          past date. The operator signs on against OPERSEC.DAT
      *          first, and every customer shown - and every lookup
      *          that found nothing - goes on the INQLOG.DAT access
      *          log with who asked, when, and how, for IAR1000's
      *          weekly access report.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
      * soon as it has read past the requested prefix
           SELECT NAMEXREF ASSIGN TO "NAMEXREF.DAT"
                   FILE STATUS IS NAMEXREF-STATUS.
      * every field change to CUSTMAST, oldest first - the as-of
      * lookup rolls it backwards from the record as it stands
           SELECT CHANGE-FEED-FILE ASSIGN TO "CUSTCHG.FEED"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CUSTCHG-STATUS.
      * marketing segment SEG1000 scores from sales history - shown
      * when the file is on hand
           SELECT CUSTSEG ASSIGN TO "CUSTSEG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SG-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTSEG-STATUS.
      * the same operator security file PROG001 and MNT1000 sign on
      * against
           SELECT OPERSEC ASSIGN TO "OPERSEC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPERSEC-STATUS.
      * who looked at which customer - appended to, never rewritten
           SELECT INQUIRY-LOG ASSIGN TO "INQLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS INQLOG-STATUS.
      ************************************************************************
       DATA DIVISION.

           05   NX-CITY                 PIC X(20).
           05   NX-STATE                PIC X(02).

       FD   CUSTSEG.
       01   CUSTOMER-SEGMENT-RECORD.
           COPY CUSTSEG.

       FD   CHANGE-FEED-FILE.
       01   CHANGE-FEED-RECORD.
           COPY CUSTCHG.

       FD   OPERSEC.
       01   OPERATOR-SECURITY-RECORD.
           05   OS-OPERATOR-ID          PIC X(8).
           05   OS-PASSWORD             PIC X(8).
           05   OS-AUTH-RPT1000         PIC X(1).
           05   OS-AUTH-CBL0001         PIC X(1).
           05   OS-AUTH-PROG007         PIC X(1).
           05   OS-AUTH-CHAIN           PIC X(1).
           05   OS-PASSWORD-DATE        PIC 9(8).
           05   OS-FAIL-COUNT           PIC 9(1).
           05   OS-LOCKED-FLAG          PIC X(1).
           05   OS-SUPERVISOR           PIC X(1).
           05   OS-APPROVER             PIC X(1).

       FD   INQUIRY-LOG.
       01   INQUIRY-LOG-RECORD.
           COPY INQLOG.

       WORKING-STORAGE SECTION.

       77   CUSTMAST-STATUS             PIC X(2)     VALUE "00".
       77   WS-PAST-PREFIX-SWITCH       PIC X        VALUE "N".
           88   WS-PAST-PREFIX                       VALUE "Y".

       77   CUSTSEG-STATUS              PIC X(2)     VALUE "00".
           88   CUSTSEG-OK                           VALUE "00".
       77   CUSTSEG-OPEN-SWITCH         PIC X        VALUE "N".
           88   CUSTSEG-OPENED                       VALUE "Y".

       77   CUSTCHG-STATUS              PIC X(2)     VALUE "00".
           88   CUSTCHG-OK                           VALUE "00".
       77   CUSTCHG-EOF-SWITCH          PIC X        VALUE "N".
           88   CUSTCHG-EOF                          VALUE "Y".

       77   OPERSEC-STATUS              PIC X(2)     VALUE "00".
           88   OPERSEC-OK                           VALUE "00".
       77   OPERSEC-EOF-SWITCH          PIC X        VALUE "N".
           88   OPERSEC-EOF                          VALUE "Y".
       77   INQLOG-STATUS               PIC X(2)     VALUE "00".
           88   INQLOG-OK                            VALUE "00".
       77   INQLOG-OPEN-SWITCH          PIC X        VALUE "N".
           88   INQLOG-OPENED                        VALUE "Y".

       77   WS-OPERATOR-ID              PIC X(8)     VALUE SPACES.
       77   WS-PASSWORD-ENTERED         PIC X(8)     VALUE SPACES.
       77   WS-SIGNED-ON-SWITCH         PIC X        VALUE "N".
           88   WS-SIGNED-ON                         VALUE "Y".

      * WHAT THE ACCESS LOG RECORD SAYS ABOUT THE LOOKUP IN HAND -
      * SET BY EACH LOOKUP BEFORE IT SHOWS ANYTHING
       01   ACCESS-LOG-FIELDS.
           05   WS-LOOKUP-KIND          PIC X        VALUE SPACE.
           05   WS-LOG-RESULT           PIC X        VALUE SPACE.
           05   WS-LOG-CUSTOMER         PIC 9(5)     VALUE ZERO.
           05   WS-LOG-SEARCH-TEXT      PIC X(20)    VALUE SPACES.
           05   WS-LOG-DATE-TIME.
               10   WS-LOG-DATE         PIC 9(8).
               10   WS-LOG-TIME         PIC 9(6).
               10   FILLER              PIC X(7).

      * THE AS-OF LOOKUP. A FIELD TAKES THE BEFORE VALUE OF ITS FIRST
      * CHANGE AFTER THE AS-OF DATE - LATER CHANGES TO THE SAME FIELD
      * DON'T MATTER. THE FIRST RECORD ADDED, DELETED, OR PURGED AFTER
      * THE DATE SAYS WHETHER THE CUSTOMER WAS ON FILE THEN.
       01   AS-OF-FIELDS.
           05   WS-AS-OF-DATE           PIC 9(8)     VALUE ZERO.
           05   WS-IMAGE-SOURCE         PIC X        VALUE SPACE.
               88   WS-FROM-MASTER                   VALUE "M".
               88   WS-FROM-ARCHIVE                  VALUE "A".
           05   WS-ON-FILE-SWITCH       PIC X        VALUE SPACE.
               88   WS-ON-FILE-THEN                  VALUE "Y".
               88   WS-NOT-YET-ADDED                 VALUE "N".
               88   WS-ON-FILE-UNKNOWN               VALUE SPACE.
           05   WS-ROLLED-FLAGS.
               10   WS-ROLLED-FLAG      PIC X
                                        OCCURS 11 TIMES.
           05   WS-ROLL-SUB             PIC 9(2)     VALUE ZERO.
           05   WS-CHANGES-SINCE        PIC 9(5)     VALUE ZERO.

       01   NAME-SEARCH-FIELDS.
           05   WS-SEARCH-NAME          PIC X(20)    VALUE SPACES.
           05   WS-SEARCH-CITY          PIC X(20)    VALUE SPACES.
           05   DF-SALES-THIS-YTD       PIC Z,ZZZ,ZZ9.99-.
           05   DF-SALES-LAST-YTD       PIC Z,ZZZ,ZZ9.99-.
           05   DF-DECLINE-PCT          PIC ZZ9.99-.
           05   DF-NET-SALES            PIC Z,ZZZ,ZZ9.99-.

      ************************************************************************
       PROCEDURE DIVISION.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1400-OPERATOR-SIGN-ON
           IF NOT WS-SIGNED-ON
               DISPLAY "INQ1000: SIGN-ON FAILED - NO INQUIRIES CAN BE "
                   "MADE."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTMAST
           IF NOT CUSTMAST-OK
               DISPLAY "INQ1000: UNABLE TO OPEN CUSTMAST, STATUS = "
                   CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTSEG
           IF CUSTSEG-OK
               SET CUSTSEG-OPENED TO TRUE
           END-IF
      * NO INQUIRY GOES UNRECORDED - WITHOUT THE LOG THERE ARE NONE
           OPEN EXTEND INQUIRY-LOG
           IF NOT INQLOG-OK
               OPEN OUTPUT INQUIRY-LOG
           END-IF
           IF NOT INQLOG-OK
               DISPLAY "INQ1000: UNABLE TO OPEN INQLOG, STATUS = "
                   INQLOG-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 4000-TERMINATE
               GOBACK
           END-IF
           SET INQLOG-OPENED TO TRUE.

      * ONE ID/PASSWORD TRY AGAINST THE SECURITY FILE, AS MNT1000 AND
      * BRN1000 MAKE IT - A LOCKED ID GETS NOTHING. WITH NO SECURITY
      * FILE THE ID IS TAKEN AS TYPED, SO THE LOG STILL SAYS WHO.
       1400-OPERATOR-SIGN-ON.
           DISPLAY "OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "PASSWORD: "
           ACCEPT WS-PASSWORD-ENTERED
           IF WS-OPERATOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OPERSEC
           IF NOT OPERSEC-OK
               DISPLAY "INQ1000: NO OPERATOR SECURITY FILE - ID NOT "
                   "CHECKED."
               SET WS-SIGNED-ON TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1410-CHECK-ONE-OPERATOR
               UNTIL OPERSEC-EOF OR WS-SIGNED-ON
           CLOSE OPERSEC.

       1410-CHECK-ONE-OPERATOR.
           READ OPERSEC
               AT END
                   SET OPERSEC-EOF TO TRUE
               NOT AT END
                   IF OS-OPERATOR-ID = WS-OPERATOR-ID
                      AND OS-PASSWORD = WS-PASSWORD-ENTERED
                      AND OS-LOCKED-FLAG NOT = "L"
                       SET WS-SIGNED-ON TO TRUE
                   END-IF
           END-READ.

       2000-PROCESS-ONE-INQUIRY.
           DISPLAY " "
           DISPLAY "N. BROWSE FORWARD TO THE NEXT KEY"
           DISPLAY "S. SEARCH BY CUSTOMER NAME"
           DISPLAY "A. LOOK UP A PURGED CUSTOMER IN THE ARCHIVE"
           DISPLAY "D. SHOW A CUSTOMER AS OF A PAST DATE"
           DISPLAY "X. EXIT"
           DISPLAY "TYPE AN ACTION CODE: "
           ACCEPT WS-ACTION-CODE
                   PERFORM 2400-NAME-SEARCH
               WHEN "A" WHEN "a"
                   PERFORM 2300-ARCHIVE-LOOKUP
               WHEN "D" WHEN "d"
                   PERFORM 2500-AS-OF-LOOKUP
               WHEN "X" WHEN "x"
                   SET WS-DONE TO TRUE
               WHEN OTHER
           END-EVALUATE.

       2100-KEYED-LOOKUP.
           MOVE "K" TO WS-LOOKUP-KIND
           MOVE SPACES TO WS-LOG-SEARCH-TEXT
           DISPLAY "TYPE THE CUSTOMER NUMBER (XXXXX): "
           ACCEPT WS-KEY-ENTERED
           MOVE WS-KEY-ENTERED TO CM-CUSTOMER-NUMBER
           READ CUSTMAST
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-KEY-ENTERED " NOT ON FILE."
                   PERFORM 3700-LOG-NOTHING-FOUND
               NOT INVALID KEY
                   PERFORM 3000-DISPLAY-CUSTOMER
           END-READ.
      * STEPS TO THE NEXT KEY AFTER THE LAST RECORD SHOWN, SO THE
      * OPERATOR CAN WALK THE FILE FROM ANY STARTING CUSTOMER.
       2200-BROWSE-FORWARD.
           MOVE "N" TO WS-LOOKUP-KIND
           MOVE SPACES TO WS-LOG-SEARCH-TEXT
           READ CUSTMAST NEXT RECORD
               AT END
                   DISPLAY "END OF FILE REACHED."
      * PAST THE PREFIX, SO A BIG MASTER COSTS NO MORE THAN ITS
      * MATCHING SLICE.
       2400-NAME-SEARCH.
           MOVE "S" TO WS-LOOKUP-KIND
           DISPLAY "TYPE THE START OF THE CUSTOMER NAME: "
           ACCEPT WS-SEARCH-NAME
           MOVE WS-SEARCH-NAME TO WS-LOG-SEARCH-TEXT
           DISPLAY "TYPE A CITY TO FILTER ON (BLANK FOR ANY): "
           ACCEPT WS-SEARCH-CITY
           DISPLAY "TYPE A STATE TO FILTER ON (BLANK FOR ANY): "
           CLOSE NAMEXREF
           IF WS-MATCH-COUNT = ZERO
               DISPLAY "NO CUSTOMERS MATCHED."
               MOVE ZERO TO WS-KEY-ENTERED
               PERFORM 3700-LOG-NOTHING-FOUND
           ELSE
               DISPLAY " "
               DISPLAY "CUSTOMERS MATCHED: " WS-MATCH-COUNT
      * PURGED AGAIN. SLOWER THAN A KEYED READ, BUT AUDIT QUESTIONS
      * ARE RARE AND THE ARCHIVE ONLY HOLDS DEAD CUSTOMERS.
       2300-ARCHIVE-LOOKUP.
           MOVE "A" TO WS-LOOKUP-KIND
           MOVE SPACES TO WS-LOG-SEARCH-TEXT
           DISPLAY "TYPE THE CUSTOMER NUMBER (XXXXX): "
           ACCEPT WS-KEY-ENTERED
           MOVE "N" TO WS-ARCHIVE-FOUND-SWITCH
               ELSE
                   DISPLAY "CUSTOMER " WS-KEY-ENTERED
                       " NOT ON THE ARCHIVE."
                   PERFORM 3700-LOG-NOTHING-FOUND
               END-IF
           END-IF.

                   END-IF
           END-READ.

      * STARTS FROM THE LIVE RECORD, OR THE LAST ARCHIVED IMAGE FOR A
      * PURGED CUSTOMER, AND ROLLS BACK EVERY FEED CHANGE DATED AFTER
      * THE AS-OF DATE, LISTING EACH ONE ON THE WAY.
       2500-AS-OF-LOOKUP.
           MOVE "D" TO WS-LOOKUP-KIND
           DISPLAY "TYPE THE CUSTOMER NUMBER (XXXXX): "
           ACCEPT WS-KEY-ENTERED
           DISPLAY "TYPE THE AS-OF DATE (YYYYMMDD): "
           ACCEPT WS-AS-OF-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-DATE) NOT = ZERO
               DISPLAY "INVALID DATE. PLEASE TRY AGAIN."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LOG-SEARCH-TEXT
           MOVE WS-AS-OF-DATE TO WS-LOG-SEARCH-TEXT(1:8)
           MOVE SPACE TO WS-IMAGE-SOURCE
           MOVE WS-KEY-ENTERED TO CM-CUSTOMER-NUMBER
           READ CUSTMAST
               INVALID KEY
                   PERFORM 2510-FIND-ARCHIVED-IMAGE
               NOT INVALID KEY
                   SET WS-FROM-MASTER TO TRUE
           END-READ
           IF NOT WS-FROM-MASTER AND NOT WS-FROM-ARCHIVE
               DISPLAY "CUSTOMER " WS-KEY-ENTERED
                   " NOT ON THE MASTER OR THE ARCHIVE."
               PERFORM 3700-LOG-NOTHING-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-ON-FILE-SWITCH
           MOVE ALL "N" TO WS-ROLLED-FLAGS
           MOVE ZERO TO WS-CHANGES-SINCE
           MOVE "N" TO CUSTCHG-EOF-SWITCH
           OPEN INPUT CHANGE-FEED-FILE
           IF NOT CUSTCHG-OK
               DISPLAY "NO CHANGE FEED ON HAND - THE RECORD CANNOT "
                   "BE ROLLED BACK."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "CHANGES SINCE " WS-AS-OF-DATE ":"
           PERFORM 2520-SCAN-FEED-RECORD
               UNTIL CUSTCHG-EOF
           CLOSE CHANGE-FEED-FILE
           IF WS-CHANGES-SINCE = ZERO
               DISPLAY "  NONE"
           END-IF
           PERFORM 3300-DISPLAY-AS-OF-CUSTOMER
           PERFORM 3600-LOG-CUSTOMER-SHOWN.

       2510-FIND-ARCHIVED-IMAGE.
           MOVE "N" TO WS-ARCHIVE-FOUND-SWITCH
           MOVE "N" TO CUSTARCH-EOF-SWITCH
           OPEN INPUT CUSTARCH
           IF CUSTARCH-OK
               PERFORM 2310-SCAN-ARCHIVE-RECORD
                   UNTIL CUSTARCH-EOF
               CLOSE CUSTARCH
               IF WS-ARCHIVE-FOUND
                   SET WS-FROM-ARCHIVE TO TRUE
               END-IF
           END-IF.

       2520-SCAN-FEED-RECORD.
           READ CHANGE-FEED-FILE
               AT END
                   SET CUSTCHG-EOF TO TRUE
               NOT AT END
                   IF CF-CUSTOMER-NUMBER = WS-KEY-ENTERED
                      AND CF-FEED-DATE > WS-AS-OF-DATE
                       ADD 1 TO WS-CHANGES-SINCE
                       DISPLAY "  " CF-FEED-DATE " " CF-FEED-TIME " "
                           CF-PROGRAM-NAME " " CF-FIELD-NAME
                       DISPLAY "      " CF-BEFORE-VALUE " -> "
                           CF-AFTER-VALUE
                       PERFORM 2530-ROLL-BACK-CHANGE
                   END-IF
           END-READ.

       2530-ROLL-BACK-CHANGE.
           EVALUATE CF-FIELD-NAME
               WHEN "CUSTOMER-NAME"     MOVE 1  TO WS-ROLL-SUB
               WHEN "BRANCH-NUMBER"     MOVE 2  TO WS-ROLL-SUB
               WHEN "SALESREP-NUMBER"   MOVE 3  TO WS-ROLL-SUB
               WHEN "STREET"            MOVE 4  TO WS-ROLL-SUB
               WHEN "CITY"              MOVE 5  TO WS-ROLL-SUB
               WHEN "STATE"             MOVE 6  TO WS-ROLL-SUB
               WHEN "ZIP"               MOVE 7  TO WS-ROLL-SUB
               WHEN "PHONE"             MOVE 8  TO WS-ROLL-SUB
               WHEN "SALES-THIS-YTD"    MOVE 9  TO WS-ROLL-SUB
               WHEN "SALES-LAST-YTD"    MOVE 10 TO WS-ROLL-SUB
               WHEN "RECORD"            MOVE 11 TO WS-ROLL-SUB
               WHEN OTHER               MOVE ZERO TO WS-ROLL-SUB
           END-EVALUATE
           IF WS-ROLL-SUB = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-ROLLED-FLAG(WS-ROLL-SUB) = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ROLLED-FLAG(WS-ROLL-SUB)
           EVALUATE WS-ROLL-SUB
               WHEN 1
                   MOVE CF-BEFORE-VALUE      TO CM-CUSTOMER-NAME
               WHEN 2
                   MOVE CF-BEFORE-VALUE(1:2) TO CM-BRANCH-NUMBER
               WHEN 3
                   MOVE CF-BEFORE-VALUE(1:2) TO CM-SALESREP-NUMBER
               WHEN 4
                   MOVE CF-BEFORE-VALUE      TO CM-STREET
               WHEN 5
                   MOVE CF-BEFORE-VALUE      TO CM-CITY
               WHEN 6
                   MOVE CF-BEFORE-VALUE      TO CM-STATE
               WHEN 7
                   MOVE CF-BEFORE-VALUE      TO CM-ZIP
               WHEN 8
                   MOVE CF-BEFORE-VALUE      TO CM-PHONE
               WHEN 9
                   COMPUTE CM-SALES-THIS-YTD =
                       FUNCTION NUMVAL(CF-BEFORE-VALUE)
               WHEN 10
                   COMPUTE CM-SALES-LAST-YTD =
                       FUNCTION NUMVAL(CF-BEFORE-VALUE)
               WHEN 11
                   IF CF-AFTER-VALUE = "ADDED"
                       SET WS-NOT-YET-ADDED TO TRUE
                   ELSE
                       SET WS-ON-FILE-THEN TO TRUE
                   END-IF
           END-EVALUATE.

       3100-DISPLAY-ARCHIVED-CUSTOMER.
           DISPLAY " "
           DISPLAY "** ARCHIVED CUSTOMER - NOT ON THE LIVE MASTER **"
               DISPLAY "DECLINE PCT:     " DF-DECLINE-PCT "%"
           ELSE
               DISPLAY "DECLINE PCT:     N/A (NO LAST-YTD SALES)"
           END-IF
           IF CUSTSEG-OPENED
               PERFORM 3200-DISPLAY-SEGMENT
           END-IF
           PERFORM 3600-LOG-CUSTOMER-SHOWN.

      * AN ARCHIVED CUSTOMER WITH NO PURGE ON THE FEED AFTER THE
      * AS-OF DATE WAS ALREADY GONE BY THEN - THE LAST IMAGE IS SHOWN
      * FOR REFERENCE.
       3300-DISPLAY-AS-OF-CUSTOMER.
           DISPLAY " "
           IF WS-NOT-YET-ADDED
               DISPLAY "** CUSTOMER " WS-KEY-ENTERED
                   " WAS NOT YET ON FILE ON " WS-AS-OF-DATE " **"
               EXIT PARAGRAPH
           END-IF
           IF WS-FROM-ARCHIVE AND WS-ON-FILE-UNKNOWN
               DISPLAY "** PURGED ON OR BEFORE " WS-AS-OF-DATE
                   " - LAST ARCHIVED IMAGE SHOWN **"
           ELSE
               DISPLAY "** CUSTOMER AS OF " WS-AS-OF-DATE " **"
           END-IF
           MOVE CM-SALES-THIS-YTD TO DF-SALES-THIS-YTD
           MOVE CM-SALES-LAST-YTD TO DF-SALES-LAST-YTD
           DISPLAY "CUSTOMER NUMBER: " CM-CUSTOMER-NUMBER
           DISPLAY "CUSTOMER NAME:   " CM-CUSTOMER-NAME
           DISPLAY "BRANCH NUMBER:   " CM-BRANCH-NUMBER
           DISPLAY "SALESREP NUMBER: " CM-SALESREP-NUMBER
           DISPLAY "STREET:          " CM-STREET
           DISPLAY "CITY/STATE/ZIP:  " CM-CITY " " CM-STATE " " CM-ZIP
           DISPLAY "PHONE:           " CM-PHONE
           DISPLAY "SALES THIS YTD:  " DF-SALES-THIS-YTD
           DISPLAY "SALES LAST YTD:  " DF-SALES-LAST-YTD.

      * THE SEGMENT AS OF SEG1000'S LAST RUN, WITH THE TWELVE-MONTH
      * FIGURES IT WAS SCORED ON.
       3200-DISPLAY-SEGMENT.
           MOVE CM-CUSTOMER-NUMBER TO SG-CUSTOMER-NUMBER
           READ CUSTSEG
               INVALID KEY
                   DISPLAY "SEGMENT:         NOT YET SCORED"
               NOT INVALID KEY
                   IF SG-AT-RISK
                       DISPLAY "SEGMENT:         " SG-SEGMENT
                           "  ** AT RISK - GONE QUIET **"
                   ELSE
                       DISPLAY "SEGMENT:         " SG-SEGMENT
                   END-IF
                   DISPLAY "R/F/V SCORES:    " SG-RECENCY-SCORE "/"
                       SG-FREQUENCY-SCORE "/" SG-VALUE-SCORE
                       "  (SCORED " SG-SCORED-DATE ")"
                   IF SG-LAST-PURCHASE-DATE = ZERO
                       DISPLAY "LAST PURCHASE:   NONE IN 12 MONTHS"
                   ELSE
                       DISPLAY "LAST PURCHASE:   "
                           SG-LAST-PURCHASE-DATE
                   END-IF
                   MOVE SG-NET-SALES TO DF-NET-SALES
                   DISPLAY "12-MONTH SALES:  " SG-PURCHASE-COUNT
                       " PURCHASES, NET " DF-NET-SALES
           END-READ.

      * ONE LOG RECORD PER CUSTOMER PUT ON THE SCREEN
       3600-LOG-CUSTOMER-SHOWN.
           MOVE "V" TO WS-LOG-RESULT
           MOVE CM-CUSTOMER-NUMBER TO WS-LOG-CUSTOMER
           PERFORM 3800-WRITE-ACCESS-LOG.

      * A MISS IS LOGGED WITH THE NUMBER ASKED FOR - ASKING ABOUT A
      * CUSTOMER IS AN INQUIRY WHETHER OR NOT ONE CAME BACK
       3700-LOG-NOTHING-FOUND.
           MOVE "N" TO WS-LOG-RESULT
           MOVE WS-KEY-ENTERED TO WS-LOG-CUSTOMER
           PERFORM 3800-WRITE-ACCESS-LOG.

       3800-WRITE-ACCESS-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-DATE-TIME
           MOVE SPACES             TO INQUIRY-LOG-RECORD
           MOVE WS-LOG-DATE        TO IL-LOG-DATE
           MOVE WS-LOG-TIME        TO IL-LOG-TIME
           MOVE WS-OPERATOR-ID     TO IL-OPERATOR-ID
           MOVE WS-LOOKUP-KIND     TO IL-LOOKUP-KIND
           MOVE WS-LOG-CUSTOMER    TO IL-CUSTOMER-NUMBER
           MOVE WS-LOG-RESULT      TO IL-RESULT
           MOVE WS-LOG-SEARCH-TEXT TO IL-SEARCH-TEXT
           WRITE INQUIRY-LOG-RECORD
           IF NOT INQLOG-OK
               DISPLAY "INQ1000: ACCESS LOG WRITE FAILED, STATUS = "
                   INQLOG-STATUS
           END-IF.

       4000-TERMINATE.
           IF CUSTSEG-OPENED
               CLOSE CUSTSEG
           END-IF
           IF INQLOG-OPENED
               CLOSE INQUIRY-LOG
           END-IF
           CLOSE CUSTMAST.
