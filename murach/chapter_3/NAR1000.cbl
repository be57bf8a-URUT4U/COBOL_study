      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: National account roll-up - combines every customer
      *          linked on NATACCT.DAT with its parent, and prints per
      *          national account the combined this-YTD and last-YTD
      *          sales off CUSTMAST, the combined open-item exposure
      *          off OPENITEM (open invoices less unused credit memos,
      *          as AGE1000 nets them), and each branch's share of the
      *          account's this-YTD sales.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAR1000.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT NATACCT ASSIGN TO "NATACCT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS NA-CUSTOMER-NUMBER
                   FILE STATUS IS NATACCT-STATUS.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CM-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTMAST-STATUS.
           SELECT OPENITEM ASSIGN TO "OPENITEM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPENITEM-STATUS.
           SELECT BRANCHMST ASSIGN TO "BRANCHMST.DAT"
                   FILE STATUS IS BRANCHMST-STATUS.
           SELECT NATACCT-RPT ASSIGN TO "NAR1000.OUT"
                   FILE STATUS IS NATACCT-RPT-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD   NATACCT.
       01   NATIONAL-ACCOUNT-RECORD.
           COPY NATACCT.

       FD   CUSTMAST.
       01   CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD   OPENITEM.
       01   OPEN-ITEM-RECORD.
           COPY OPENITEM.

       FD   BRANCHMST.
       01   BRANCH-MASTER-RECORD.
           05   BM-BRANCH-NUMBER        PIC 9(2).
           05   BM-BRANCH-NAME          PIC X(20).
           05   BM-REGION               PIC X(10).
           05   BM-MANAGER-NAME         PIC X(20).

       FD   NATACCT-RPT.
       01   PRINT-AREA                  PIC X(132).

       WORKING-STORAGE SECTION.

       77   NATACCT-STATUS              PIC X(2)     VALUE "00".
           88   NATACCT-OK                           VALUE "00".
       77   CUSTMAST-STATUS             PIC X(2)     VALUE "00".
           88   CUSTMAST-OK                          VALUE "00".
       77   OPENITEM-STATUS             PIC X(2)     VALUE "00".
           88   OPENITEM-OK                          VALUE "00".
       77   BRANCHMST-STATUS            PIC X(2)     VALUE "00".
           88   BRANCHMST-OK                         VALUE "00".
       77   NATACCT-RPT-STATUS          PIC X(2)     VALUE "00".
           88   NATACCT-RPT-OK                       VALUE "00".

       77   NATACCT-EOF-SWITCH          PIC X        VALUE "N".
           88   NATACCT-EOF                          VALUE "Y".
       77   CUSTMAST-EOF-SWITCH         PIC X        VALUE "N".
           88   CUSTMAST-EOF                         VALUE "Y".
       77   OPENITEM-EOF-SWITCH         PIC X        VALUE "N".
           88   OPENITEM-EOF                         VALUE "Y".
       77   BRANCHMST-EOF-SWITCH        PIC X        VALUE "N".
           88   BRANCHMST-EOF                        VALUE "Y".
       77   OPENITEM-OPEN-SWITCH        PIC X        VALUE "N".
           88   OPENITEM-OPENED                      VALUE "Y".

       01   BRANCH-NAME-TABLE.
           05   WS-BRANCH-NAME          PIC X(20)    OCCURS 100 TIMES.

      * THE CHILD-TO-PARENT LINKS, IN CHILD ORDER AS NATACCT KEEPS
      * THEM
       01   LINK-TABLE-FIELDS.
           05   WS-LINK-COUNT           PIC 9(4)     VALUE ZERO.
           05   WS-LINK-INDEX           PIC 9(4)     VALUE ZERO.
           05   WS-LINK-ENTRY OCCURS 3000 TIMES.
               10   WS-LK-CUSTOMER      PIC 9(5).
               10   WS-LK-PARENT        PIC 9(5).

      * ONE ENTRY PER NATIONAL ACCOUNT, KEPT IN PARENT-NUMBER ORDER
      * AS ENTRIES ARE ADDED
       01   PARENT-TABLE-FIELDS.
           05   WS-PARENT-COUNT         PIC 9(3)     VALUE ZERO.
           05   WS-PARENT-INDEX         PIC 9(3)     VALUE ZERO.
           05   WS-PARENT-SUB           PIC 9(3)     VALUE ZERO.
           05   WS-PARENT-KEY           PIC 9(5)     VALUE ZERO.
           05   WS-PARENT-ENTRY OCCURS 500 TIMES.
               10   WS-PT-PARENT        PIC 9(5).
               10   WS-PT-NAME          PIC X(20).
               10   WS-PT-CUSTOMERS     PIC 9(5).
               10   WS-PT-THIS-YTD      PIC S9(9)V99.
               10   WS-PT-LAST-YTD      PIC S9(9)V99.
               10   WS-PT-EXPOSURE      PIC S9(9)V99.

      * ONE ENTRY PER NATIONAL ACCOUNT PER BRANCH IT BUYS THROUGH,
      * KEPT IN PARENT/BRANCH ORDER AS ENTRIES ARE ADDED SO EACH
      * ACCOUNT'S BRANCHES PRINT TOGETHER
       01   SHARE-TABLE-FIELDS.
           05   WS-SHARE-COUNT          PIC 9(4)     VALUE ZERO.
           05   WS-SHARE-INDEX          PIC 9(4)     VALUE ZERO.
           05   WS-SHARE-SUB            PIC 9(4)     VALUE ZERO.
           05   WS-SHARE-KEY.
               10   WS-SK-PARENT        PIC 9(5).
               10   WS-SK-BRANCH        PIC 9(2).
           05   WS-SHARE-ENTRY OCCURS 3000 TIMES.
               10   WS-SH-KEY.
                   15   WS-SH-PARENT    PIC 9(5).
                   15   WS-SH-BRANCH    PIC 9(2).
               10   WS-SH-CUSTOMERS     PIC 9(5).
               10   WS-SH-THIS-YTD      PIC S9(9)V99.
               10   WS-SH-LAST-YTD      PIC S9(9)V99.
               10   WS-SH-EXPOSURE      PIC S9(9)V99.

      * EVERY MEMBER CUSTOMER AND THE ENTRIES IT ADDS TO, SO THE
      * OPEN-ITEM PASS FINDS THEM WITHOUT GOING BACK TO CUSTMAST
       01   MEMBER-TABLE-FIELDS.
           05   WS-MEMBER-COUNT         PIC 9(4)     VALUE ZERO.
           05   WS-MEMBER-INDEX         PIC 9(4)     VALUE ZERO.
           05   WS-MEMBER-ENTRY OCCURS 3500 TIMES.
               10   WS-MB-CUSTOMER      PIC 9(5).
               10   WS-MB-PARENT-SUB    PIC 9(3).
               10   WS-MB-SHARE-KEY     PIC 9(7).
           05   WS-MEMBER-FOUND-SWITCH  PIC X        VALUE "N".
               88   WS-MEMBER-FOUND                  VALUE "Y".
           05   WS-FOUND-SWITCH         PIC X        VALUE "N".
               88   WS-ENTRY-FOUND                   VALUE "Y".

       01   ROLLUP-COUNTERS.
           05   WS-ACCOUNTS-PRINTED     PIC 9(5)     VALUE ZERO.
           05   WS-MEMBERS-ROLLED       PIC 9(5)     VALUE ZERO.
           05   WS-ITEMS-ROLLED         PIC 9(7)     VALUE ZERO.
           05   WS-LINKS-NO-CUSTOMER    PIC 9(5)     VALUE ZERO.
           05   WS-TOTAL-THIS-YTD       PIC S9(9)V99 VALUE ZERO.
           05   WS-TOTAL-LAST-YTD       PIC S9(9)V99 VALUE ZERO.
           05   WS-TOTAL-EXPOSURE       PIC S9(9)V99 VALUE ZERO.
           05   WS-SHARE-PCT            PIC S9(3)V9  VALUE ZERO.

       01   CURRENT-DATE-AND-TIME.
           05   CD-YEAR                 PIC 9999.
           05   CD-MONTH                PIC 99.
           05   CD-DAY                  PIC 99.
           05   FILLER                  PIC X(13).

       01   RPT-HEADING-LINE.
           05   FILLER                  PIC X(40)    VALUE
                    "NATIONAL ACCOUNT ROLL-UP".
           05   FILLER                  PIC X(11)    VALUE "RUN DATE: ".
           05   RHL-MONTH               PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-DAY                 PIC 99.
           05   FILLER                  PIC X        VALUE "/".
           05   RHL-YEAR                PIC 9999.
           05   FILLER                  PIC X(71)    VALUE SPACES.

       01   RPT-COLUMN-LINE.
           05   FILLER                  PIC X(6)     VALUE SPACES.
           05   FILLER                  PIC X(28)    VALUE "BRANCH".
           05   FILLER                  PIC X(6)     VALUE "CUSTS".
           05   FILLER                  PIC X(16)    VALUE
                    "       THIS YTD".
           05   FILLER                  PIC X(16)    VALUE
                    "       LAST YTD".
           05   FILLER                  PIC X(16)    VALUE
                    "  OPEN EXPOSURE".
           05   FILLER                  PIC X(8)     VALUE
                    "  SHARE".
           05   FILLER                  PIC X(36)    VALUE SPACES.

       01   RPT-ACCOUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(18)    VALUE
                    "NATIONAL ACCOUNT ".
           05   RAC-PARENT              PIC 9(5).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RAC-NAME                PIC X(20).
           05   FILLER                  PIC X(85)    VALUE SPACES.

       01   RPT-DETAIL-LINE.
           05   FILLER                  PIC X(6)     VALUE SPACES.
           05   RDL-BRANCH              PIC 9(2).
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-BRANCH-NAME         PIC X(20).
           05   FILLER                  PIC X(4)     VALUE SPACES.
           05   RDL-CUSTOMERS           PIC ZZZZ9.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RDL-THIS-YTD            PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RDL-LAST-YTD            PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RDL-EXPOSURE            PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RDL-SHARE-PCT           PIC ZZ9.9-.
           05   FILLER                  PIC X(1)     VALUE "%".
           05   FILLER                  PIC X(36)    VALUE SPACES.

       01   RPT-ACCOUNT-TOTAL-LINE.
           05   FILLER                  PIC X(6)     VALUE SPACES.
           05   FILLER                  PIC X(28)    VALUE
                    "ACCOUNT TOTAL".
           05   RAT-CUSTOMERS           PIC ZZZZ9.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RAT-THIS-YTD            PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RAT-LAST-YTD            PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RAT-EXPOSURE            PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(45)    VALUE SPACES.

       01   RPT-GRAND-TOTAL-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   FILLER                  PIC X(38)    VALUE
                    "ALL NATIONAL ACCOUNTS".
           05   RGT-THIS-YTD            PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RGT-LAST-YTD            PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(1)     VALUE SPACE.
           05   RGT-EXPOSURE            PIC ZZZ,ZZZ,ZZ9.99-.
           05   FILLER                  PIC X(45)    VALUE SPACES.

       01   RPT-COUNT-LINE.
           05   FILLER                  PIC X(2)     VALUE SPACES.
           05   RCL-CAPTION             PIC X(40).
           05   RCL-COUNT               PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(83)    VALUE SPACES.

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ROLL-UP-ONE-CUSTOMER
               UNTIL CUSTMAST-EOF.
           PERFORM 3000-ROLL-UP-ONE-ITEM
               UNTIL OPENITEM-EOF.
           PERFORM 4000-TERMINATE.
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           PERFORM 1100-LOAD-BRANCH-NAMES
           PERFORM 1200-LOAD-LINK-TABLE
           IF WS-LINK-COUNT = ZERO
               DISPLAY "NAR1000: NO NATIONAL ACCOUNTS ON NATACCT - "
                   "NOTHING TO ROLL UP."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTMAST
           IF NOT CUSTMAST-OK
               DISPLAY "NAR1000: UNABLE TO OPEN CUSTMAST, STATUS = "
                   CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT OPENITEM
           IF OPENITEM-OK
               SET OPENITEM-OPENED TO TRUE
           ELSE
               DISPLAY "NAR1000: NO OPENITEM FILE, STATUS = "
                   OPENITEM-STATUS " - EXPOSURE SHOWN AS ZERO."
               SET OPENITEM-EOF TO TRUE
           END-IF
           OPEN OUTPUT NATACCT-RPT
           MOVE CD-MONTH TO RHL-MONTH
           MOVE CD-DAY   TO RHL-DAY
           MOVE CD-YEAR  TO RHL-YEAR
           WRITE PRINT-AREA FROM RPT-HEADING-LINE
           WRITE PRINT-AREA FROM RPT-COLUMN-LINE.

       1100-LOAD-BRANCH-NAMES.
           MOVE SPACES TO BRANCH-NAME-TABLE
           OPEN INPUT BRANCHMST
           IF BRANCHMST-OK
               PERFORM 1110-READ-BRANCH-RECORD
                   UNTIL BRANCHMST-EOF
               CLOSE BRANCHMST
           END-IF.

       1110-READ-BRANCH-RECORD.
           READ BRANCHMST
               AT END
                   SET BRANCHMST-EOF TO TRUE
               NOT AT END
                   MOVE BM-BRANCH-NAME
                       TO WS-BRANCH-NAME(BM-BRANCH-NUMBER + 1)
           END-READ.

      * EVERY PARENT NAMED ON THE FILE GETS ITS ACCOUNT ENTRY HERE,
      * SO AN ACCOUNT PRINTS EVEN BEFORE ITS HEAD OFFICE IS FOUND.
       1200-LOAD-LINK-TABLE.
           OPEN INPUT NATACCT
           IF NATACCT-OK
               PERFORM 1210-READ-LINK-RECORD
                   UNTIL NATACCT-EOF
               CLOSE NATACCT
           END-IF.

       1210-READ-LINK-RECORD.
           READ NATACCT
               AT END
                   SET NATACCT-EOF TO TRUE
               NOT AT END
                   IF WS-LINK-COUNT < 3000
                       ADD 1 TO WS-LINK-COUNT
                       MOVE NA-CUSTOMER-NUMBER
                           TO WS-LK-CUSTOMER(WS-LINK-COUNT)
                       MOVE NA-PARENT-NUMBER
                           TO WS-LK-PARENT(WS-LINK-COUNT)
                       MOVE NA-PARENT-NUMBER TO WS-PARENT-KEY
                       PERFORM 2200-FIND-PARENT-ENTRY
                   ELSE
                       DISPLAY "NAR1000: LINK TABLE FULL AT 3000 "
                           "CUSTOMERS - NOTHING WAS ROLLED UP."
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ.

      * A CUSTOMER BELONGS TO A NATIONAL ACCOUNT IF IT IS LINKED AS A
      * CHILD, OR IF IT IS A PARENT - THE HEAD OFFICE'S OWN SALES AND
      * OPEN ITEMS COUNT TOWARD THE ACCOUNT TOO.
       2000-ROLL-UP-ONE-CUSTOMER.
           READ CUSTMAST NEXT RECORD
               AT END
                   SET CUSTMAST-EOF TO TRUE
               NOT AT END
                   PERFORM 2100-FIND-CUSTOMER-PARENT
                   IF WS-ENTRY-FOUND
                       PERFORM 2300-ADD-CUSTOMER-TO-ACCOUNT
                   END-IF
           END-READ.

       2100-FIND-CUSTOMER-PARENT.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-LINK-INDEX FROM 1 BY 1
               UNTIL WS-LINK-INDEX > WS-LINK-COUNT
               OR WS-ENTRY-FOUND
               IF WS-LK-CUSTOMER(WS-LINK-INDEX) = CM-CUSTOMER-NUMBER
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-LK-PARENT(WS-LINK-INDEX) TO WS-PARENT-KEY
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               PERFORM VARYING WS-PARENT-INDEX FROM 1 BY 1
                   UNTIL WS-PARENT-INDEX > WS-PARENT-COUNT
                   OR WS-ENTRY-FOUND
                   IF WS-PT-PARENT(WS-PARENT-INDEX)
                           = CM-CUSTOMER-NUMBER
                       SET WS-ENTRY-FOUND TO TRUE
                       MOVE CM-CUSTOMER-NUMBER TO WS-PARENT-KEY
                   END-IF
               END-PERFORM
           END-IF.

      * FINDS THE ACCOUNT FOR WS-PARENT-KEY, OR OPENS ONE IN PARENT
      * ORDER BY MOVING THE LATER ACCOUNTS DOWN ONE.
       2200-FIND-PARENT-ENTRY.
           MOVE ZERO TO WS-PARENT-SUB
           PERFORM VARYING WS-PARENT-INDEX FROM 1 BY 1
               UNTIL WS-PARENT-INDEX > WS-PARENT-COUNT
               OR WS-PARENT-SUB > ZERO
               IF WS-PT-PARENT(WS-PARENT-INDEX) >= WS-PARENT-KEY
                   MOVE WS-PARENT-INDEX TO WS-PARENT-SUB
               END-IF
           END-PERFORM
           IF WS-PARENT-SUB > ZERO
               IF WS-PT-PARENT(WS-PARENT-SUB) = WS-PARENT-KEY
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE WS-PARENT-SUB = WS-PARENT-COUNT + 1
           END-IF
           IF WS-PARENT-COUNT >= 500
               DISPLAY "NAR1000: MORE THAN 500 NATIONAL ACCOUNTS - "
                   "NOTHING WAS ROLLED UP."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-PARENT-INDEX FROM WS-PARENT-COUNT BY -1
               UNTIL WS-PARENT-INDEX < WS-PARENT-SUB
               MOVE WS-PARENT-ENTRY(WS-PARENT-INDEX)
                   TO WS-PARENT-ENTRY(WS-PARENT-INDEX + 1)
           END-PERFORM
           ADD 1 TO WS-PARENT-COUNT
           MOVE WS-PARENT-KEY TO WS-PT-PARENT(WS-PARENT-SUB)
           MOVE "*NOT ON CUSTMAST*" TO WS-PT-NAME(WS-PARENT-SUB)
           MOVE ZERO TO WS-PT-CUSTOMERS(WS-PARENT-SUB)
                        WS-PT-THIS-YTD(WS-PARENT-SUB)
                        WS-PT-LAST-YTD(WS-PARENT-SUB)
                        WS-PT-EXPOSURE(WS-PARENT-SUB).

       2300-ADD-CUSTOMER-TO-ACCOUNT.
           PERFORM 2200-FIND-PARENT-ENTRY
           IF CM-CUSTOMER-NUMBER = WS-PARENT-KEY
               MOVE CM-CUSTOMER-NAME TO WS-PT-NAME(WS-PARENT-SUB)
           END-IF
           ADD 1 TO WS-PT-CUSTOMERS(WS-PARENT-SUB)
           ADD CM-SALES-THIS-YTD TO WS-PT-THIS-YTD(WS-PARENT-SUB)
           ADD CM-SALES-LAST-YTD TO WS-PT-LAST-YTD(WS-PARENT-SUB)
           MOVE WS-PARENT-KEY    TO WS-SK-PARENT
           MOVE CM-BRANCH-NUMBER TO WS-SK-BRANCH
           PERFORM 2400-FIND-SHARE-ENTRY
           ADD 1 TO WS-SH-CUSTOMERS(WS-SHARE-SUB)
           ADD CM-SALES-THIS-YTD TO WS-SH-THIS-YTD(WS-SHARE-SUB)
           ADD CM-SALES-LAST-YTD TO WS-SH-LAST-YTD(WS-SHARE-SUB)
           IF WS-MEMBER-COUNT >= 3500
               DISPLAY "NAR1000: MEMBER TABLE FULL AT 3500 "
                   "CUSTOMERS - NOTHING WAS ROLLED UP."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-MEMBER-COUNT
           MOVE CM-CUSTOMER-NUMBER TO WS-MB-CUSTOMER(WS-MEMBER-COUNT)
           MOVE WS-PARENT-SUB TO WS-MB-PARENT-SUB(WS-MEMBER-COUNT)
           MOVE WS-SHARE-KEY TO WS-MB-SHARE-KEY(WS-MEMBER-COUNT)
           ADD 1 TO WS-MEMBERS-ROLLED.

      * FINDS THE ACCOUNT/BRANCH ENTRY FOR WS-SHARE-KEY, OR OPENS ONE
      * IN KEY ORDER THE SAME WAY 2200 OPENS AN ACCOUNT.
       2400-FIND-SHARE-ENTRY.
           MOVE ZERO TO WS-SHARE-SUB
           PERFORM VARYING WS-SHARE-INDEX FROM 1 BY 1
               UNTIL WS-SHARE-INDEX > WS-SHARE-COUNT
               OR WS-SHARE-SUB > ZERO
               IF WS-SH-KEY(WS-SHARE-INDEX) >= WS-SHARE-KEY
                   MOVE WS-SHARE-INDEX TO WS-SHARE-SUB
               END-IF
           END-PERFORM
           IF WS-SHARE-SUB > ZERO
               IF WS-SH-KEY(WS-SHARE-SUB) = WS-SHARE-KEY
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE WS-SHARE-SUB = WS-SHARE-COUNT + 1
           END-IF
           IF WS-SHARE-COUNT >= 3000
               DISPLAY "NAR1000: SHARE TABLE FULL AT 3000 ENTRIES - "
                   "NOTHING WAS ROLLED UP."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-SHARE-INDEX FROM WS-SHARE-COUNT BY -1
               UNTIL WS-SHARE-INDEX < WS-SHARE-SUB
               MOVE WS-SHARE-ENTRY(WS-SHARE-INDEX)
                   TO WS-SHARE-ENTRY(WS-SHARE-INDEX + 1)
           END-PERFORM
           ADD 1 TO WS-SHARE-COUNT
           MOVE WS-SHARE-KEY TO WS-SH-KEY(WS-SHARE-SUB)
           MOVE ZERO TO WS-SH-CUSTOMERS(WS-SHARE-SUB)
                        WS-SH-THIS-YTD(WS-SHARE-SUB)
                        WS-SH-LAST-YTD(WS-SHARE-SUB)
                        WS-SH-EXPOSURE(WS-SHARE-SUB).

      * AN OPEN INVOICE ADDS TO THE ACCOUNT'S EXPOSURE AND AN UNUSED
      * CREDIT MEMO COMES OFF IT. WRITTEN-OFF ITEMS ARE NO LONGER
      * EXPOSURE.
       3000-ROLL-UP-ONE-ITEM.
           READ OPENITEM
               AT END
                   SET OPENITEM-EOF TO TRUE
               NOT AT END
                   IF OI-ITEM-OPEN AND OI-OPEN-AMOUNT > ZERO
                       PERFORM 3100-ADD-ITEM-TO-ACCOUNT
                   END-IF
           END-READ.

       3100-ADD-ITEM-TO-ACCOUNT.
           MOVE "N" TO WS-MEMBER-FOUND-SWITCH
           PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1
               UNTIL WS-MEMBER-INDEX > WS-MEMBER-COUNT
               OR WS-MEMBER-FOUND
               IF WS-MB-CUSTOMER(WS-MEMBER-INDEX) = OI-CUSTOMER-NUMBER
                   SET WS-MEMBER-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-MEMBER-FOUND
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-MEMBER-INDEX
           MOVE WS-MB-PARENT-SUB(WS-MEMBER-INDEX) TO WS-PARENT-SUB
           MOVE WS-MB-SHARE-KEY(WS-MEMBER-INDEX) TO WS-SHARE-KEY
           PERFORM 2400-FIND-SHARE-ENTRY
           IF OI-TYPE-CREDIT-MEMO
               SUBTRACT OI-OPEN-AMOUNT
                   FROM WS-PT-EXPOSURE(WS-PARENT-SUB)
                        WS-SH-EXPOSURE(WS-SHARE-SUB)
           ELSE
               ADD OI-OPEN-AMOUNT
                   TO WS-PT-EXPOSURE(WS-PARENT-SUB)
                      WS-SH-EXPOSURE(WS-SHARE-SUB)
           END-IF
           ADD 1 TO WS-ITEMS-ROLLED.

      * ONE ACCOUNT - ITS HEADER, A LINE PER BRANCH WITH THE BRANCH'S
      * SHARE OF THE ACCOUNT'S THIS-YTD SALES, AND THE ACCOUNT TOTAL.
      * THE SHARE ENTRIES ARE IN PARENT ORDER, SO WS-SHARE-INDEX ONLY
      * EVER MOVES FORWARD ACROSS THE ACCOUNTS.
       3500-PRINT-ONE-ACCOUNT.
           IF WS-PT-CUSTOMERS(WS-PARENT-INDEX) = ZERO
               ADD 1 TO WS-LINKS-NO-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE WS-PT-PARENT(WS-PARENT-INDEX) TO RAC-PARENT
           MOVE WS-PT-NAME(WS-PARENT-INDEX)   TO RAC-NAME
           WRITE PRINT-AREA FROM RPT-ACCOUNT-LINE
           PERFORM 3510-PRINT-ONE-SHARE
               UNTIL WS-SHARE-INDEX > WS-SHARE-COUNT
               OR WS-SH-PARENT(WS-SHARE-INDEX)
                   NOT = WS-PT-PARENT(WS-PARENT-INDEX)
           MOVE WS-PT-CUSTOMERS(WS-PARENT-INDEX) TO RAT-CUSTOMERS
           MOVE WS-PT-THIS-YTD(WS-PARENT-INDEX)  TO RAT-THIS-YTD
           MOVE WS-PT-LAST-YTD(WS-PARENT-INDEX)  TO RAT-LAST-YTD
           MOVE WS-PT-EXPOSURE(WS-PARENT-INDEX)  TO RAT-EXPOSURE
           WRITE PRINT-AREA FROM RPT-ACCOUNT-TOTAL-LINE
           ADD 1 TO WS-ACCOUNTS-PRINTED
           ADD WS-PT-THIS-YTD(WS-PARENT-INDEX) TO WS-TOTAL-THIS-YTD
           ADD WS-PT-LAST-YTD(WS-PARENT-INDEX) TO WS-TOTAL-LAST-YTD
           ADD WS-PT-EXPOSURE(WS-PARENT-INDEX) TO WS-TOTAL-EXPOSURE.

       3510-PRINT-ONE-SHARE.
           MOVE WS-SH-BRANCH(WS-SHARE-INDEX) TO RDL-BRANCH
           MOVE WS-BRANCH-NAME(WS-SH-BRANCH(WS-SHARE-INDEX) + 1)
               TO RDL-BRANCH-NAME
           MOVE WS-SH-CUSTOMERS(WS-SHARE-INDEX) TO RDL-CUSTOMERS
           MOVE WS-SH-THIS-YTD(WS-SHARE-INDEX)  TO RDL-THIS-YTD
           MOVE WS-SH-LAST-YTD(WS-SHARE-INDEX)  TO RDL-LAST-YTD
           MOVE WS-SH-EXPOSURE(WS-SHARE-INDEX)  TO RDL-EXPOSURE
           IF WS-PT-THIS-YTD(WS-PARENT-INDEX) = ZERO
               MOVE ZERO TO WS-SHARE-PCT
           ELSE
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-SH-THIS-YTD(WS-SHARE-INDEX) * 100
                   / WS-PT-THIS-YTD(WS-PARENT-INDEX)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-SHARE-PCT
               END-COMPUTE
           END-IF
           MOVE WS-SHARE-PCT TO RDL-SHARE-PCT
           WRITE PRINT-AREA FROM RPT-DETAIL-LINE
           ADD 1 TO WS-SHARE-INDEX.

       4000-TERMINATE.
           MOVE 1 TO WS-SHARE-INDEX
           PERFORM 3500-PRINT-ONE-ACCOUNT
               VARYING WS-PARENT-INDEX FROM 1 BY 1
               UNTIL WS-PARENT-INDEX > WS-PARENT-COUNT
           MOVE SPACES TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE WS-TOTAL-THIS-YTD TO RGT-THIS-YTD
           MOVE WS-TOTAL-LAST-YTD TO RGT-LAST-YTD
           MOVE WS-TOTAL-EXPOSURE TO RGT-EXPOSURE
           WRITE PRINT-AREA FROM RPT-GRAND-TOTAL-LINE
           MOVE "NATIONAL ACCOUNTS:" TO RCL-CAPTION
           MOVE WS-ACCOUNTS-PRINTED TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "MEMBER CUSTOMERS ROLLED UP:" TO RCL-CAPTION
           MOVE WS-MEMBERS-ROLLED TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           MOVE "OPEN ITEMS ROLLED UP:" TO RCL-CAPTION
           MOVE WS-ITEMS-ROLLED TO RCL-COUNT
           WRITE PRINT-AREA FROM RPT-COUNT-LINE
           IF WS-LINKS-NO-CUSTOMER > ZERO
               MOVE "ACCOUNTS WITH NO CUSTMAST CUSTOMERS:"
                   TO RCL-CAPTION
               MOVE WS-LINKS-NO-CUSTOMER TO RCL-COUNT
               WRITE PRINT-AREA FROM RPT-COUNT-LINE
           END-IF
           IF OPENITEM-OPENED
               CLOSE OPENITEM
           END-IF
           CLOSE CUSTMAST
                 NATACCT-RPT.
