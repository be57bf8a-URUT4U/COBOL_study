      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Customers as of a past date - rebuilds one customer,
      *          or every customer in a branch, as the record stood on
      *          the as-of date. Starts from the live CUSTMAST record,
      *          or the last CUSTARCH image for a purged customer,
      *          rolls back every CUSTCHG.FEED change dated after the
      *          as-of date, and prints the rebuilt record beside the
      *          current one with the list of changes since. The
      *          ASOPARM.DAT card gives the as-of date and either a
      *          customer number or a branch number.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASO1000.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT ASOPARM ASSIGN TO "ASOPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ASOPARM-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTMAST-STATUS.
      * customers PRG1000 retired, newest image at the end
           SELECT CUSTARCH ASSIGN TO "CUSTARCH.DAT"
                   FILE STATUS IS CUSTARCH-STATUS.
      * every field change to CUSTMAST, oldest first
           SELECT CHANGE-FEED-FILE ASSIGN TO "CUSTCHG.FEED"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CUSTCHG-STATUS.
           SELECT ASOF-RPT ASSIGN TO "ASO1000.OUT"
                   FILE STATUS IS ASOF-RPT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "ASOWORK.TMP".
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD   ASOPARM.
       01   ASOPARM-RECORD.
           05   AP-AS-OF-DATE           PIC 9(8).
           05   AP-CUSTOMER-NUMBER      PIC 9(5).
           05   AP-BRANCH-NUMBER        PIC 9(2).

       FD   CUSTMAST.
       01   CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD   CUSTARCH.
       01   ARCHIVE-RECORD.
           COPY CUSTMAST REPLACING LEADING ==CM-== BY ==AR-==.

       FD   CHANGE-FEED-FILE.
       01   CHANGE-FEED-RECORD.
           COPY CUSTCHG.

       FD   ASOF-RPT.
       01   PRINT-AREA                  PIC X(132).

      * THE CUSTOMER'S LIVE RECORD, ITS ARCHIVED IMAGES, AND ITS FEED
      * CHANGES SORT TOGETHER - THE IMAGES FIRST, THEN THE CHANGES IN
      * THE ORDER THEY WERE WRITTEN.
       SD   SORT-WORK-FILE.
       01   SORT-RECORD.
           05   SS-CUSTOMER-NUMBER      PIC 9(5).
           05   SS-RECORD-TYPE          PIC X(1).
               88   SS-MASTER-IMAGE                  VALUE "1".
               88   SS-ARCHIVE-IMAGE                 VALUE "2".
               88   SS-FEED-CHANGE                   VALUE "3".
           05   SS-SEQUENCE-NUMBER      PIC 9(9).
           05   SS-DATA                 PIC X(123).

       WORKING-STORAGE SECTION.

       77   ASOPARM-STATUS              PIC X(2)     VALUE "00".
           88   ASOPARM-OK                           VALUE "00".
       77   CUSTMAST-STATUS             PIC X(2)     VALUE "00".
           88   CUSTMAST-OK                          VALUE "00".
       77   CUSTMAST-EOF-SWITCH         PIC X        VALUE "N".
           88   CUSTMAST-EOF                         VALUE "Y".
       77   CUSTARCH-STATUS             PIC X(2)     VALUE "00".
           88   CUSTARCH-OK                          VALUE "00".
       77   CUSTARCH-EOF-SWITCH         PIC X        VALUE "N".
           88   CUSTARCH-EOF                         VALUE "Y".
       77   CUSTCHG-STATUS              PIC X(2)     VALUE "00".
           88   CUSTCHG-OK                           VALUE "00".
       77   CUSTCHG-EOF-SWITCH          PIC X        VALUE "N".
           88   CUSTCHG-EOF                          VALUE "Y".
       77   ASOF-RPT-STATUS             PIC X(2)     VALUE "00".
           88   ASOF-RPT-OK                          VALUE "00".
       77   SORT-EOF-SWITCH             PIC X        VALUE "N".
           88   SORT-EOF                             VALUE "Y".

       01   SELECTION-FIELDS.
           05   WS-AS-OF-DATE           PIC 9(8)     VALUE ZERO.
           05   WS-SELECT-CUSTOMER      PIC 9(5)     VALUE ZERO.
           05   WS-SELECT-BRANCH        PIC 9(2)     VALUE ZERO.
           05   WS-SELECT-MODE          PIC X        VALUE SPACE.
               88   WS-ONE-CUSTOMER                  VALUE "C".
               88   WS-ONE-BRANCH                    VALUE "B".
           05   WS-ARCHIVE-SEQUENCE     PIC 9(9)     VALUE ZERO.
           05   WS-FEED-SEQUENCE        PIC 9(9)     VALUE ZERO.

      * ONE CUSTOMER BEING REBUILT. A FIELD TAKES THE BEFORE VALUE OF
      * ITS FIRST CHANGE AFTER THE AS-OF DATE - LATER CHANGES TO THE
      * SAME FIELD DON'T MATTER. THE FIRST RECORD ADDED, DELETED, OR
      * PURGED AFTER THE DATE SAYS WHETHER THE CUSTOMER WAS ON FILE.
       01   REBUILD-FIELDS.
           05   WS-GROUP-CUSTOMER       PIC 9(5)     VALUE ZERO.
           05   WS-IMAGE-SOURCE         PIC X        VALUE SPACE.
               88   WS-FROM-MASTER                   VALUE "M".
               88   WS-FROM-ARCHIVE                  VALUE "A".
               88   WS-NO-IMAGE                      VALUE SPACE.
           05   WS-ON-FILE-SWITCH       PIC X        VALUE SPACE.
               88   WS-ON-FILE-THEN                  VALUE "Y".
               88   WS-NOT-YET-ADDED                 VALUE "N".
               88   WS-ON-FILE-UNKNOWN               VALUE SPACE.
           05   WS-ROLLED-FLAGS.
               10   WS-ROLLED-FLAG      PIC X
                                        OCCURS 11 TIMES.
           05   WS-ROLL-SUB             PIC 9(2)     VALUE ZERO.
           05   WS-STATUS-TEXT          PIC X(40)    VALUE SPACES.

       01   AS-OF-CUSTOMER-RECORD.
           COPY CUSTMAST REPLACING LEADING ==CM-== BY ==AO-==.

       01   CURRENT-CUSTOMER-RECORD.
           COPY CUSTMAST REPLACING LEADING ==CM-== BY ==CC-==.

       01   FEED-CHANGE-RECORD.
           COPY CUSTCHG REPLACING LEADING ==CF-== BY ==FC-==.

      * THE CHANGES SINCE THE AS-OF DATE, HELD UNTIL THE REBUILT
      * RECORD SAYS WHETHER THE CUSTOMER BELONGS ON THE REPORT
       01   CHANGE-TABLE-FIELDS.
           05   WS-CHANGE-COUNT         PIC 9(3)     VALUE ZERO.
           05   WS-CHANGE-SUB           PIC 9(3)     VALUE ZERO.
           05   WS-CHANGES-NOT-HELD     PIC 9(5)     VALUE ZERO.
           05   WS-CHANGE-ENTRY OCCURS 100 TIMES.
               10   WS-CH-FEED-DATE     PIC 9(8).
               10   WS-CH-FEED-TIME     PIC 9(6).
               10   WS-CH-PROGRAM-NAME  PIC X(8).
               10   WS-CH-FIELD-NAME    PIC X(20).
               10   WS-CH-BEFORE-VALUE  PIC X(30).
               10   WS-CH-AFTER-VALUE   PIC X(30).

       01   ASOF-COUNTERS.
           05   WS-CUSTOMERS-LISTED     PIC 9(7)     VALUE ZERO.
           05   WS-CHANGES-ROLLED       PIC 9(7)     VALUE ZERO.
           05   WS-FEED-NO-CUSTOMER     PIC 9(7)     VALUE ZERO.

       01   CURRENT-DATE-AND-TIME.
           05   CD-YEAR                 PIC 9999.
           05   CD-MONTH                PIC 99.
           05   CD-DAY                  PIC 99.
           05   FILLER                  PIC X(13).

       01   RPT-HEADING-LINE.
           05   FILLER                  PIC X(20)    VALUE
                    "CUSTOMERS AS OF".
           05   RHL-AS-OF-DATE          PIC 9(8).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RHL-SELECTION           PIC X(20).
           05   FILLER                  PIC X(11)    VALUE "RUN DATE: ".
           05   RHL-MONTH               PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-DAY                 PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-YEAR                PIC 9999.
           05   FILLER                  PIC X(61)    VALUE SPACES.

       01   RPT-CUSTOMER-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(9)     VALUE "CUSTOMER".
           05   RCU-CUSTOMER-NUMBER     PIC 9(5).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCU-SOURCE              PIC X(14).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCU-STATUS-TEXT         PIC X(40).
           05   FILLER                  PIC X(58)    VALUE SPACES.

       01   RPT-RECORD-COLUMN-LINE.
           05   FILLER                  PIC X(14)    VALUE SPACES.
           05   FILLER                  PIC X(4)     VALUE "BR".
           05   FILLER                  PIC X(4)     VALUE "SR".
           05   FILLER                  PIC X(22)    VALUE "NAME".
           05   FILLER                  PIC X(32)    VALUE "STREET".
           05   FILLER                  PIC X(21)    VALUE "CITY".
           05   FILLER                  PIC X(3)     VALUE "ST".
           05   FILLER                  PIC X(11)    VALUE "ZIP".
           05   FILLER                  PIC X(21)    VALUE "PHONE".

       01   RPT-RECORD-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-LABEL               PIC X(10).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-BRANCH-NUMBER       PIC 9(2).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-SALESREP-NUMBER     PIC 9(2).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-CUSTOMER-NAME       PIC X(20).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-STREET              PIC X(30).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-CITY                PIC X(20).
           05   FILLER                  PIC X(1)     VALUE SPACES.
           05   RRL-STATE               PIC X(02).
           05   FILLER                  PIC X(1)     VALUE SPACES.
           05   RRL-ZIP                 PIC X(09).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RRL-PHONE               PIC X(15).
           05   FILLER                  PIC X(6)     VALUE SPACES.

       01   RPT-CHANGE-LINE.
           05   FILLER                  PIC X(14)    VALUE SPACES.
           05   RCH-FEED-DATE           PIC 9(8).
           05   FILLER                  PIC X(1)     VALUE SPACES.
           05   RCH-FEED-TIME           PIC 9(6).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCH-PROGRAM-NAME        PIC X(8).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCH-FIELD-NAME          PIC X(20).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCH-BEFORE-VALUE        PIC X(30).
           05   FILLER                  PIC X(4)     VALUE " -> ".
           05   RCH-AFTER-VALUE         PIC X(30).
           05   FILLER                  PIC X(5)     VALUE SPACES.

       01   RPT-NOTE-LINE.
           05   FILLER                  PIC X(14)    VALUE SPACES.
           05   RNL-NOTE-TEXT           PIC X(40).
           05   RNL-COUNT               PIC ZZ,ZZ9   BLANK WHEN ZERO.
           05   FILLER                  PIC X(72)    VALUE SPACES.

       01   RPT-COUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCL-CAPTION             PIC X(30).
           05   RCL-COUNT               PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(93)    VALUE SPACES.

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 1000-INITIALIZE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SS-CUSTOMER-NUMBER
                                SS-RECORD-TYPE
                                SS-SEQUENCE-NUMBER
               INPUT PROCEDURE IS 1300-RELEASE-CUSTOMER-HISTORY
               OUTPUT PROCEDURE IS 2000-REBUILD-ALL-CUSTOMERS.
           PERFORM 4000-TERMINATE.
           GOBACK.

      * A CUSTOMER NUMBER ON THE CARD PICKS ONE CUSTOMER; OTHERWISE
      * THE BRANCH PICKS EVERY CUSTOMER WHO WAS IN IT ON THE DATE.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           OPEN INPUT ASOPARM
           IF NOT ASOPARM-OK
               DISPLAY "ASO1000: UNABLE TO OPEN ASOPARM, STATUS = "
                   ASOPARM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ ASOPARM
               AT END
                   MOVE ZERO TO AP-AS-OF-DATE
           END-READ
           CLOSE ASOPARM
           IF AP-AS-OF-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(AP-AS-OF-DATE) NOT = ZERO
               DISPLAY "ASO1000: ASOPARM HAS NO VALID AS-OF DATE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE AP-AS-OF-DATE TO WS-AS-OF-DATE
           EVALUATE TRUE
               WHEN AP-CUSTOMER-NUMBER IS NUMERIC
                    AND AP-CUSTOMER-NUMBER > ZERO
                   SET WS-ONE-CUSTOMER TO TRUE
                   MOVE AP-CUSTOMER-NUMBER TO WS-SELECT-CUSTOMER
               WHEN AP-BRANCH-NUMBER IS NUMERIC
                    AND AP-BRANCH-NUMBER > ZERO
                   SET WS-ONE-BRANCH TO TRUE
                   MOVE AP-BRANCH-NUMBER TO WS-SELECT-BRANCH
               WHEN OTHER
                   DISPLAY "ASO1000: ASOPARM NAMES NO CUSTOMER OR "
                       "BRANCH"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           OPEN INPUT CUSTMAST
           IF NOT CUSTMAST-OK
               DISPLAY "ASO1000: UNABLE TO OPEN CUSTMAST, STATUS = "
                   CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ASOF-RPT
           MOVE WS-AS-OF-DATE TO RHL-AS-OF-DATE
           IF WS-ONE-CUSTOMER
               MOVE SPACES TO RHL-SELECTION
               STRING "CUSTOMER " WS-SELECT-CUSTOMER
                   DELIMITED BY SIZE INTO RHL-SELECTION
           ELSE
               MOVE SPACES TO RHL-SELECTION
               STRING "BRANCH " WS-SELECT-BRANCH
                   DELIMITED BY SIZE INTO RHL-SELECTION
           END-IF
           MOVE CD-MONTH TO RHL-MONTH
           MOVE CD-DAY   TO RHL-DAY
           MOVE CD-YEAR  TO RHL-YEAR
           WRITE PRINT-AREA FROM RPT-HEADING-LINE.

      * EVERY SOURCE GOES TO THE SORT: THE LIVE RECORD, EACH ARCHIVED
      * IMAGE NUMBERED IN FILE ORDER, AND EACH FEED CHANGE DATED AFTER
      * THE AS-OF DATE NUMBERED IN FILE ORDER. A BRANCH RUN TAKES
      * EVERY CUSTOMER - ANY OF THEM MAY HAVE BEEN IN THE BRANCH THEN.
       1300-RELEASE-CUSTOMER-HISTORY.
           IF WS-ONE-CUSTOMER
               MOVE WS-SELECT-CUSTOMER TO CM-CUSTOMER-NUMBER
               READ CUSTMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 1320-RELEASE-MASTER-IMAGE
               END-READ
           ELSE
               PERFORM 1310-READ-ONE-MASTER-RECORD
                   UNTIL CUSTMAST-EOF
           END-IF
           CLOSE CUSTMAST
           OPEN INPUT CUSTARCH
           IF CUSTARCH-OK
               PERFORM 1330-READ-ONE-ARCHIVE-RECORD
                   UNTIL CUSTARCH-EOF
               CLOSE CUSTARCH
           END-IF
           OPEN INPUT CHANGE-FEED-FILE
           IF CUSTCHG-OK
               PERFORM 1340-READ-ONE-FEED-RECORD
                   UNTIL CUSTCHG-EOF
               CLOSE CHANGE-FEED-FILE
           ELSE
               DISPLAY "ASO1000: NO CHANGE FEED ON HAND - RECORDS "
                   "ARE SHOWN AS THEY STAND"
           END-IF.

       1310-READ-ONE-MASTER-RECORD.
           READ CUSTMAST NEXT RECORD
               AT END
                   SET CUSTMAST-EOF TO TRUE
               NOT AT END
                   PERFORM 1320-RELEASE-MASTER-IMAGE
           END-READ.

       1320-RELEASE-MASTER-IMAGE.
           MOVE CM-CUSTOMER-NUMBER     TO SS-CUSTOMER-NUMBER
           SET SS-MASTER-IMAGE         TO TRUE
           MOVE ZERO                   TO SS-SEQUENCE-NUMBER
           MOVE CUSTOMER-MASTER-RECORD TO SS-DATA
           RELEASE SORT-RECORD.

       1330-READ-ONE-ARCHIVE-RECORD.
           READ CUSTARCH
               AT END
                   SET CUSTARCH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-SEQUENCE
                   IF WS-ONE-BRANCH
                      OR AR-CUSTOMER-NUMBER = WS-SELECT-CUSTOMER
                       MOVE AR-CUSTOMER-NUMBER TO SS-CUSTOMER-NUMBER
                       SET SS-ARCHIVE-IMAGE    TO TRUE
                       MOVE WS-ARCHIVE-SEQUENCE TO SS-SEQUENCE-NUMBER
                       MOVE ARCHIVE-RECORD     TO SS-DATA
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

       1340-READ-ONE-FEED-RECORD.
           READ CHANGE-FEED-FILE
               AT END
                   SET CUSTCHG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEED-SEQUENCE
                   IF CF-FEED-DATE > WS-AS-OF-DATE
                      AND (WS-ONE-BRANCH
                       OR CF-CUSTOMER-NUMBER = WS-SELECT-CUSTOMER)
                       MOVE CF-CUSTOMER-NUMBER TO SS-CUSTOMER-NUMBER
                       SET SS-FEED-CHANGE      TO TRUE
                       MOVE WS-FEED-SEQUENCE   TO SS-SEQUENCE-NUMBER
                       MOVE CHANGE-FEED-RECORD TO SS-DATA
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

       2000-REBUILD-ALL-CUSTOMERS.
           PERFORM 2100-RETURN-SORTED-RECORD
           PERFORM 2200-REBUILD-ONE-CUSTOMER
               UNTIL SORT-EOF.

       2100-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.

      * THE LIVE RECORD WINS OVER ANY ARCHIVED IMAGE; AMONG ARCHIVED
      * IMAGES THE LAST ONE WRITTEN WINS. FEED CHANGES FOR A CUSTOMER
      * ON NEITHER FILE ARE COUNTED AND PASSED OVER.
       2200-REBUILD-ONE-CUSTOMER.
           MOVE SS-CUSTOMER-NUMBER TO WS-GROUP-CUSTOMER
           MOVE SPACE TO WS-IMAGE-SOURCE
                         WS-ON-FILE-SWITCH
           MOVE ALL "N" TO WS-ROLLED-FLAGS
           MOVE ZERO TO WS-CHANGE-COUNT
                        WS-CHANGES-NOT-HELD
           PERFORM 2210-TAKE-CUSTOMER-IMAGE
               UNTIL SORT-EOF
               OR SS-CUSTOMER-NUMBER NOT = WS-GROUP-CUSTOMER
               OR SS-FEED-CHANGE
           MOVE AS-OF-CUSTOMER-RECORD TO CURRENT-CUSTOMER-RECORD
           PERFORM 2220-TAKE-FEED-CHANGE
               UNTIL SORT-EOF
               OR SS-CUSTOMER-NUMBER NOT = WS-GROUP-CUSTOMER
           IF WS-NO-IMAGE
               ADD WS-CHANGE-COUNT     TO WS-FEED-NO-CUSTOMER
               ADD WS-CHANGES-NOT-HELD TO WS-FEED-NO-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-SET-STATUS-TEXT
           IF WS-ONE-CUSTOMER
               PERFORM 3000-PRINT-CUSTOMER
           ELSE
               IF AO-BRANCH-NUMBER = WS-SELECT-BRANCH
                  AND NOT WS-NOT-YET-ADDED
                  AND NOT (WS-FROM-ARCHIVE AND WS-ON-FILE-UNKNOWN)
                   PERFORM 3000-PRINT-CUSTOMER
               END-IF
           END-IF.

       2210-TAKE-CUSTOMER-IMAGE.
           IF SS-MASTER-IMAGE
               MOVE SS-DATA TO AS-OF-CUSTOMER-RECORD
               SET WS-FROM-MASTER TO TRUE
           ELSE
               IF NOT WS-FROM-MASTER
                   MOVE SS-DATA TO AS-OF-CUSTOMER-RECORD
                   SET WS-FROM-ARCHIVE TO TRUE
               END-IF
           END-IF
           PERFORM 2100-RETURN-SORTED-RECORD.

       2220-TAKE-FEED-CHANGE.
           MOVE SS-DATA(1:113) TO FEED-CHANGE-RECORD
           IF WS-CHANGE-COUNT < 100
               ADD 1 TO WS-CHANGE-COUNT
               MOVE FC-FEED-DATE    TO WS-CH-FEED-DATE(WS-CHANGE-COUNT)
               MOVE FC-FEED-TIME    TO WS-CH-FEED-TIME(WS-CHANGE-COUNT)
               MOVE FC-PROGRAM-NAME
                   TO WS-CH-PROGRAM-NAME(WS-CHANGE-COUNT)
               MOVE FC-FIELD-NAME
                   TO WS-CH-FIELD-NAME(WS-CHANGE-COUNT)
               MOVE FC-BEFORE-VALUE
                   TO WS-CH-BEFORE-VALUE(WS-CHANGE-COUNT)
               MOVE FC-AFTER-VALUE
                   TO WS-CH-AFTER-VALUE(WS-CHANGE-COUNT)
           ELSE
               ADD 1 TO WS-CHANGES-NOT-HELD
           END-IF
           IF NOT WS-NO-IMAGE
               PERFORM 2230-ROLL-BACK-CHANGE
           END-IF
           PERFORM 2100-RETURN-SORTED-RECORD.

      * THE SAME ROLLBACK INQ1000'S AS-OF LOOKUP MAKES
       2230-ROLL-BACK-CHANGE.
           EVALUATE FC-FIELD-NAME
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
           ADD 1 TO WS-CHANGES-ROLLED
           EVALUATE WS-ROLL-SUB
               WHEN 1
                   MOVE FC-BEFORE-VALUE      TO AO-CUSTOMER-NAME
               WHEN 2
                   MOVE FC-BEFORE-VALUE(1:2) TO AO-BRANCH-NUMBER
               WHEN 3
                   MOVE FC-BEFORE-VALUE(1:2) TO AO-SALESREP-NUMBER
               WHEN 4
                   MOVE FC-BEFORE-VALUE      TO AO-STREET
               WHEN 5
                   MOVE FC-BEFORE-VALUE      TO AO-CITY
               WHEN 6
                   MOVE FC-BEFORE-VALUE      TO AO-STATE
               WHEN 7
                   MOVE FC-BEFORE-VALUE      TO AO-ZIP
               WHEN 8
                   MOVE FC-BEFORE-VALUE      TO AO-PHONE
               WHEN 9
                   COMPUTE AO-SALES-THIS-YTD =
                       FUNCTION NUMVAL(FC-BEFORE-VALUE)
               WHEN 10
                   COMPUTE AO-SALES-LAST-YTD =
                       FUNCTION NUMVAL(FC-BEFORE-VALUE)
               WHEN 11
                   IF FC-AFTER-VALUE = "ADDED"
                       SET WS-NOT-YET-ADDED TO TRUE
                   ELSE
                       SET WS-ON-FILE-THEN TO TRUE
                   END-IF
           END-EVALUATE.

      * AN ARCHIVED CUSTOMER WITH NO PURGE ON THE FEED AFTER THE
      * AS-OF DATE WAS ALREADY GONE BY THEN.
       2300-SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN WS-NOT-YET-ADDED
                   MOVE "NOT YET ON FILE ON THE AS-OF DATE"
                       TO WS-STATUS-TEXT
               WHEN WS-FROM-ARCHIVE AND WS-ON-FILE-UNKNOWN
                   MOVE "PURGED ON OR BEFORE THE AS-OF DATE"
                       TO WS-STATUS-TEXT
               WHEN WS-FROM-ARCHIVE
                   MOVE "ON FILE THEN - PURGED SINCE"
                       TO WS-STATUS-TEXT
               WHEN WS-ON-FILE-THEN
                   MOVE "ON FILE THEN - DELETED AND RE-ADDED SINCE"
                       TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "ON FILE" TO WS-STATUS-TEXT
           END-EVALUATE.

       3000-PRINT-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-LISTED
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE WS-GROUP-CUSTOMER TO RCU-CUSTOMER-NUMBER
           IF WS-FROM-MASTER
               MOVE "FROM CUSTMAST" TO RCU-SOURCE
           ELSE
               MOVE "FROM CUSTARCH" TO RCU-SOURCE
           END-IF
           MOVE WS-STATUS-TEXT TO RCU-STATUS-TEXT
           WRITE PRINT-AREA FROM RPT-CUSTOMER-LINE
           WRITE PRINT-AREA FROM RPT-RECORD-COLUMN-LINE
           IF NOT WS-NOT-YET-ADDED
               MOVE "AS OF"                TO RRL-LABEL
               MOVE AO-BRANCH-NUMBER       TO RRL-BRANCH-NUMBER
               MOVE AO-SALESREP-NUMBER     TO RRL-SALESREP-NUMBER
               MOVE AO-CUSTOMER-NAME       TO RRL-CUSTOMER-NAME
               MOVE AO-STREET              TO RRL-STREET
               MOVE AO-CITY                TO RRL-CITY
               MOVE AO-STATE               TO RRL-STATE
               MOVE AO-ZIP                 TO RRL-ZIP
               MOVE AO-PHONE               TO RRL-PHONE
               WRITE PRINT-AREA FROM RPT-RECORD-LINE
           END-IF
           IF WS-FROM-MASTER
               MOVE "NOW"                  TO RRL-LABEL
           ELSE
               MOVE "ARCHIVED"             TO RRL-LABEL
           END-IF
           MOVE CC-BRANCH-NUMBER           TO RRL-BRANCH-NUMBER
           MOVE CC-SALESREP-NUMBER         TO RRL-SALESREP-NUMBER
           MOVE CC-CUSTOMER-NAME           TO RRL-CUSTOMER-NAME
           MOVE CC-STREET                  TO RRL-STREET
           MOVE CC-CITY                    TO RRL-CITY
           MOVE CC-STATE                   TO RRL-STATE
           MOVE CC-ZIP                     TO RRL-ZIP
           MOVE CC-PHONE                   TO RRL-PHONE
           WRITE PRINT-AREA FROM RPT-RECORD-LINE
           IF WS-CHANGE-COUNT = ZERO
               MOVE "NO CHANGES SINCE THE AS-OF DATE"
                   TO RNL-NOTE-TEXT
               MOVE ZERO TO RNL-COUNT
               WRITE PRINT-AREA FROM RPT-NOTE-LINE
           ELSE
               PERFORM 3100-PRINT-ONE-CHANGE
                   VARYING WS-CHANGE-SUB FROM 1 BY 1
                   UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
           END-IF
           IF WS-CHANGES-NOT-HELD > ZERO
               MOVE "LATER CHANGES ROLLED BACK, NOT LISTED:"
                   TO RNL-NOTE-TEXT
               MOVE WS-CHANGES-NOT-HELD TO RNL-COUNT
               WRITE PRINT-AREA FROM RPT-NOTE-LINE
           END-IF.

       3100-PRINT-ONE-CHANGE.
           MOVE WS-CH-FEED-DATE(WS-CHANGE-SUB)    TO RCH-FEED-DATE
           MOVE WS-CH-FEED-TIME(WS-CHANGE-SUB)    TO RCH-FEED-TIME
           MOVE WS-CH-PROGRAM-NAME(WS-CHANGE-SUB) TO RCH-PROGRAM-NAME
           MOVE WS-CH-FIELD-NAME(WS-CHANGE-SUB)   TO RCH-FIELD-NAME
           MOVE WS-CH-BEFORE-VALUE(WS-CHANGE-SUB) TO RCH-BEFORE-VALUE
           MOVE WS-CH-AFTER-VALUE(WS-CHANGE-SUB)  TO RCH-AFTER-VALUE
           WRITE PRINT-AREA FROM RPT-CHANGE-LINE.

      * NOTHING LISTED MEANS THE CARD PICKED NOBODY, SO THE RUN SAYS SO
       4000-TERMINATE.
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE "CUSTOMERS LISTED:"        TO RCL-CAPTION
           MOVE WS-CUSTOMERS-LISTED        TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "FIELD CHANGES ROLLED BACK:" TO RCL-CAPTION
           MOVE WS-CHANGES-ROLLED          TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "FEED CHANGES - NO CUSTOMER:" TO RCL-CAPTION
           MOVE WS-FEED-NO-CUSTOMER        TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           IF WS-CUSTOMERS-LISTED = ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE ASOF-RPT.
