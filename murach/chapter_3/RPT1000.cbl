                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DECLINE-EXTRACT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK.TMP".
      * NATIONAL-ACCOUNT LINKS KEPT BY NAT1000 - READ ONLY WHEN THE
      * PARAMETER CARD ASKS FOR THE LEADERBOARD BY NATIONAL ACCOUNT
           SELECT NATACCT ASSIGN TO "NATACCT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS NA-CUSTOMER-NUMBER
                   FILE STATUS IS NATACCT-STATUS.
           SELECT TOP20-FILE ASSIGN TO "TOP20.OUT".
           SELECT CSV-EXTRACT ASSIGN TO "SALESRPT.CSV"
                   FILE STATUS IS CSV-EXTRACT-STATUS.
      * MARKETING SEGMENT SEG1000 SCORES - CARRIED ON THE CSV EXTRACT
      * WHEN THE FILE IS ON HAND
           SELECT CUSTSEG ASSIGN TO "CUSTSEG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SG-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTSEG-STATUS.
           SELECT REJECT-FILE ASSIGN TO "REJECTS.OUT"
                   FILE STATUS IS REJECT-FILE-STATUS.
           SELECT DUPCHECK-WORK-FILE ASSIGN TO "DUPCHK.TMP".

      * ONE-CARD PARAMETER FILE THAT SETS THE DECLINE-EXCEPTION THRESHOLD.
      * IF THE CARD IS MISSING, WS-DECLINE-THRESHOLD-PCT KEEPS ITS DEFAULT.
      * A P IN PARM-TOP20-LEVEL RANKS THE TOP-20 LEADERBOARD BY NATIONAL
      * ACCOUNT, EACH PARENT COMBINED WITH ITS LINKED CHILDREN.
       FD   RPTPARM.
       01   PARM-RECORD.
           05   PARM-DECLINE-PCT        PIC 9(3).
           05   PARM-TOP20-LEVEL        PIC X(1).

       FD   DECLINE-RPT.
       01   DECLINE-AREA  PIC X(132).
       01   TOP20-RECORD.
           COPY CUSTMAST REPLACING LEADING ==CM-== BY ==T20-==.

       FD   NATACCT.
       01   NATIONAL-ACCOUNT-RECORD.
           COPY NATACCT.

      * DELIMITED EXTRACT BUILT FROM THE SAME CUSTMAST PASS, FOR LOADING
      * INTO THE BI TOOL WITHOUT RETYPING NUMBERS OFF THE PRINTED REPORT.
       FD   CSV-EXTRACT.
       01   CSV-RECORD                  PIC X(140).

       FD   CUSTSEG.
       01   CUSTOMER-SEGMENT-RECORD.
           COPY CUSTSEG.

       FD   REJECT-FILE.
       01   REJECT-AREA                 PIC X(132).
           05   CSV-ZIP                 PIC X(09).
           05   FILLER                  PIC X        VALUE ",".
           05   CSV-PHONE               PIC X(15).
           05   FILLER                  PIC X        VALUE ",".
           05   CSV-SEGMENT             PIC X(01).
           05   FILLER                  PIC X        VALUE ",".
           05   CSV-AT-RISK             PIC X(01).

       77   TOP20-EOF-SWITCH            PIC X        VALUE "N".
           88   TOP20-EOF                            VALUE "Y".

       77   T20-RANK                    PIC 9(2)     VALUE ZERO.

       77   WS-TOP20-LEVEL              PIC X        VALUE SPACE.
           88   WS-TOP20-BY-ACCOUNT                  VALUE "P" "p".
       77   NATACCT-STATUS              PIC X(2)     VALUE "00".
           88   NATACCT-OK                           VALUE "00".
       77   NATACCT-EOF-SWITCH          PIC X        VALUE "N".
           88   NATACCT-EOF                          VALUE "Y".

      * NATIONAL ACCOUNTS FOR THE LEADERBOARD - THE CHILD-TO-PARENT
      * LINKS, AND ONE COMBINED ENTRY PER PARENT RELEASED TO THE SORT
      * IN PLACE OF ITS MEMBERS
       01   T20-ACCOUNT-FIELDS.
           05   T20-LINK-COUNT          PIC 9(4)     VALUE ZERO.
           05   T20-LINK-INDEX          PIC 9(4)     VALUE ZERO.
           05   T20-LINK-ENTRY OCCURS 3000 TIMES.
               10   T20-LK-CUSTOMER     PIC 9(5).
               10   T20-LK-PARENT       PIC 9(5).
           05   T20-ACCOUNT-COUNT       PIC 9(3)     VALUE ZERO.
           05   T20-ACCOUNT-INDEX       PIC 9(3)     VALUE ZERO.
           05   T20-ACCOUNT-ENTRY OCCURS 500 TIMES.
               10   T20-AC-PARENT       PIC 9(5).
               10   T20-AC-NAME         PIC X(20).
               10   T20-AC-THIS-YTD     PIC S9(9)V99.
               10   T20-AC-MEMBERS      PIC 9(5).
           05   T20-PARENT-KEY          PIC 9(5)     VALUE ZERO.
           05   T20-MEMBER-SWITCH       PIC X        VALUE "N".
               88   T20-ACCOUNT-MEMBER               VALUE "Y".

       77   CUSTMAST-EOF-SWITCH         PIC X        VALUE "N".
           88   CUSTMAST-EOF                         VALUE "Y".

           88   DECLINE-EXTRACT-OK                   VALUE "00".
       77   CSV-EXTRACT-STATUS          PIC X(2)     VALUE "00".
           88   CSV-EXTRACT-OK                       VALUE "00".
       77   CUSTSEG-STATUS              PIC X(2)     VALUE "00".
           88   CUSTSEG-OK                           VALUE "00".
       77   CUSTSEG-OPEN-SWITCH         PIC X        VALUE "N".
           88   CUSTSEG-OPENED                       VALUE "Y".
       77   REJECT-FILE-STATUS          PIC X(2)     VALUE "00".
           88   REJECT-FILE-OK                       VALUE "00".


       01   TOP20-TITLE-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   T20T-TITLE              PIC X(50)    VALUE
                    "TOP 20 CUSTOMERS".
           05   FILLER                  PIC X(80)    VALUE SPACES.

       01   TOP20-COLUMN-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTSEG
           IF CUSTSEG-OK
               SET CUSTSEG-OPENED TO TRUE
           END-IF
           IF WS-RESTART-REQUESTED
               MOVE WS-RESTART-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               START CUSTMAST
      * CLOSING CUSTMAST ITSELF SINCE AN INPUT PROCEDURE (UNLIKE USING)
      * DOES NOT MANAGE THE FILE FOR US.
       1310-SELECT-VALID-CUSTOMERS.
           IF WS-TOP20-BY-ACCOUNT
               PERFORM 1330-LOAD-ACCOUNT-LINKS
           END-IF
           OPEN INPUT CUSTMAST
           MOVE "N" TO CUSTMAST-EOF-SWITCH
           PERFORM 1320-READ-AND-RELEASE-CUSTMAST
               UNTIL CUSTMAST-EOF
           CLOSE CUSTMAST
           MOVE "N" TO CUSTMAST-EOF-SWITCH
           PERFORM 1345-RELEASE-ONE-ACCOUNT
               VARYING T20-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL T20-ACCOUNT-INDEX > T20-ACCOUNT-COUNT.

       1320-READ-AND-RELEASE-CUSTMAST.
           READ CUSTMAST NEXT RECORD
           IF NOT CUSTMAST-EOF
               PERFORM 3050-VALIDATE-CUSTMAST-RECORD
               IF WS-RECORD-VALID
                   PERFORM 1340-FIND-CUSTOMER-ACCOUNT
                   IF T20-ACCOUNT-MEMBER
                       ADD CM-SALES-THIS-YTD
                           TO T20-AC-THIS-YTD(T20-ACCOUNT-INDEX)
                       ADD 1 TO T20-AC-MEMBERS(T20-ACCOUNT-INDEX)
                       IF CM-CUSTOMER-NUMBER = T20-PARENT-KEY
                           MOVE CM-CUSTOMER-NAME
                               TO T20-AC-NAME(T20-ACCOUNT-INDEX)
                       END-IF
                   ELSE
                       MOVE CUSTOMER-MASTER-RECORD TO SORT-RECORD
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
           END-IF.

      * EVERY PARENT NAMED ON NATACCT GETS ONE LEADERBOARD ENTRY. WITH
      * NO NATACCT ON HAND THE LEADERBOARD STAYS BY CUSTOMER.
       1330-LOAD-ACCOUNT-LINKS.
           OPEN INPUT NATACCT
           IF NOT NATACCT-OK
               DISPLAY "RPT1000: NO NATACCT FILE, STATUS = "
                   NATACCT-STATUS " - TOP 20 RANKED BY CUSTOMER."
               EXIT PARAGRAPH
           END-IF
           MOVE "TOP 20 CUSTOMERS - NATIONAL ACCOUNTS COMBINED"
               TO T20T-TITLE
           PERFORM 1335-READ-ACCOUNT-LINK
               UNTIL NATACCT-EOF
           CLOSE NATACCT.

       1335-READ-ACCOUNT-LINK.
           READ NATACCT
               AT END
                   SET NATACCT-EOF TO TRUE
               NOT AT END
                   IF T20-LINK-COUNT < 3000
                       ADD 1 TO T20-LINK-COUNT
                       MOVE NA-CUSTOMER-NUMBER
                           TO T20-LK-CUSTOMER(T20-LINK-COUNT)
                       MOVE NA-PARENT-NUMBER
                           TO T20-LK-PARENT(T20-LINK-COUNT)
                       MOVE NA-PARENT-NUMBER TO T20-PARENT-KEY
                       PERFORM 1338-FIND-ACCOUNT-ENTRY
                       IF NOT T20-ACCOUNT-MEMBER
                          AND T20-ACCOUNT-COUNT < 500
                           ADD 1 TO T20-ACCOUNT-COUNT
                           MOVE NA-PARENT-NUMBER
                               TO T20-AC-PARENT(T20-ACCOUNT-COUNT)
                           MOVE SPACES
                               TO T20-AC-NAME(T20-ACCOUNT-COUNT)
                           MOVE ZERO
                               TO T20-AC-THIS-YTD(T20-ACCOUNT-COUNT)
                                  T20-AC-MEMBERS(T20-ACCOUNT-COUNT)
                       END-IF
                   END-IF
           END-READ.

      * LOOKS UP T20-PARENT-KEY ON THE ACCOUNT ENTRIES, LEAVING
      * T20-ACCOUNT-INDEX ON THE ENTRY WHEN FOUND.
       1338-FIND-ACCOUNT-ENTRY.
           MOVE "N" TO T20-MEMBER-SWITCH
           PERFORM VARYING T20-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL T20-ACCOUNT-INDEX > T20-ACCOUNT-COUNT
               OR T20-ACCOUNT-MEMBER
               IF T20-AC-PARENT(T20-ACCOUNT-INDEX) = T20-PARENT-KEY
                   SET T20-ACCOUNT-MEMBER TO TRUE
               END-IF
           END-PERFORM
           IF T20-ACCOUNT-MEMBER
               SUBTRACT 1 FROM T20-ACCOUNT-INDEX
           END-IF.

      * A CUSTOMER IS ON AN ACCOUNT WHEN IT IS A LINKED CHILD OR IS
      * ITSELF A PARENT.
       1340-FIND-CUSTOMER-ACCOUNT.
           MOVE "N" TO T20-MEMBER-SWITCH
           IF T20-ACCOUNT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE CM-CUSTOMER-NUMBER TO T20-PARENT-KEY
           PERFORM VARYING T20-LINK-INDEX FROM 1 BY 1
               UNTIL T20-LINK-INDEX > T20-LINK-COUNT
               IF T20-LK-CUSTOMER(T20-LINK-INDEX) = CM-CUSTOMER-NUMBER
                   MOVE T20-LK-PARENT(T20-LINK-INDEX)
                       TO T20-PARENT-KEY
               END-IF
           END-PERFORM
           PERFORM 1338-FIND-ACCOUNT-ENTRY.

      * A PARENT WHOSE OWN RECORD NEVER PASSED THE EDITS IS RANKED
      * UNDER ITS NUMBER WITH THE NAME LEFT BLANK.
       1345-RELEASE-ONE-ACCOUNT.
           IF T20-AC-MEMBERS(T20-ACCOUNT-INDEX) > ZERO
               INITIALIZE SORT-RECORD
               MOVE T20-AC-PARENT(T20-ACCOUNT-INDEX)
                   TO SR-CUSTOMER-NUMBER
               MOVE T20-AC-NAME(T20-ACCOUNT-INDEX)
                   TO SR-CUSTOMER-NAME
               MOVE T20-AC-THIS-YTD(T20-ACCOUNT-INDEX)
                   TO SR-SALES-THIS-YTD
               RELEASE SORT-RECORD
           END-IF.

       1350-PRINT-TOP20-SECTION.
               END-READ
               IF NOT RPTPARM-EOF
                   MOVE PARM-DECLINE-PCT TO WS-DECLINE-THRESHOLD-PCT
                   MOVE PARM-TOP20-LEVEL TO WS-TOP20-LEVEL
               END-IF
               CLOSE RPTPARM
           END-IF.
           MOVE CM-STATE           TO CSV-STATE
           MOVE CM-ZIP             TO CSV-ZIP
           MOVE CM-PHONE           TO CSV-PHONE
           MOVE SPACES             TO CSV-SEGMENT
                                      CSV-AT-RISK
           IF CUSTSEG-OPENED
               MOVE CM-CUSTOMER-NUMBER TO SG-CUSTOMER-NUMBER
               READ CUSTSEG
                   NOT INVALID KEY
                       MOVE SG-SEGMENT        TO CSV-SEGMENT
                       MOVE SG-AT-RISK-SWITCH TO CSV-AT-RISK
               END-READ
           END-IF
           WRITE CSV-RECORD FROM CSV-DETAIL-LINE
           ADD 1 TO WS-CSV-LINES-COUNT.

                 DECLINE-RPT
                 DECLINE-EXTRACT
                 CSV-EXTRACT
                 REJECT-FILE
           IF CUSTSEG-OPENED
               CLOSE CUSTSEG
           END-IF.
