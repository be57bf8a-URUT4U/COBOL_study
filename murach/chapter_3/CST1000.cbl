      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Customer 360 inquiry - everything a clerk needs for
      *          one customer phone call on one screen, found by
      *          customer number or by name through the NAMEXREF.DAT
      *          index NDX1000 builds: the CUSTMAST record with its
      *          branch name from BRANCHMST.DAT and salesrep name from
      *          SALESREP.DAT, the items still open on OPENITEM.DAT
      *          with their days past due and the total due, the last
      *          20 SALESHIST.DAT transactions, and every credit
      *          account CBL0009 links to the customer on the XREFFILE
      *          with its masked number, limit, balance, and cycles
      *          past due from ACCT-REC. The operator signs on against
      *          OPERSEC.DAT the way INQ1000 does, and every customer
      *          shown - and every lookup that found nothing - goes on
      *          the same INQLOG.DAT access log IAR1000 reports on.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CST1000.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTMAST-STATUS.
      * name-ordered index NDX1000 rebuilds nightly - the same one
      * INQ1000's name search reads
           SELECT NAMEXREF ASSIGN TO "NAMEXREF.DAT"
                   FILE STATUS IS NAMEXREF-STATUS.
           SELECT BRANCHMST ASSIGN TO "BRANCHMST.DAT"
                   FILE STATUS IS BRANCHMST-STATUS.
           SELECT SREPMST ASSIGN TO "SALESREP.DAT"
                   FILE STATUS IS SREPMST-STATUS.
      * open receivables from the posting runs, aged the way AGE1000
      * ages them
           SELECT OPENITEM ASSIGN TO "OPENITEM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OPENITEM-STATUS.
      * every posted sale and return, appended in posting order
           SELECT SALESHIST ASSIGN TO "SALESHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SALESHIST-STATUS.
      * the customer/account links CBL0009 maintains
           SELECT XREF-FILE ASSIGN TO "XREFFILE"
                   FILE STATUS IS XREF-STATUS.
      * the credit account master - read by key for each link
           SELECT ACCT-REC ASSIGN TO "ACCTREC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ACCT-NO
                   FILE STATUS IS ACCTREC-STATUS.
      * the same operator security file PROG001 and INQ1000 sign on
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

       FILE SECTION.
       FD   CUSTMAST.
       01   CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD   NAMEXREF.
       01   NAME-XREF-RECORD.
           05   NX-CUSTOMER-NAME        PIC X(20).
           05   NX-CUSTOMER-NUMBER      PIC 9(5).
           05   NX-CITY                 PIC X(20).
           05   NX-STATE                PIC X(02).

       FD   BRANCHMST.
       01   BRANCH-MASTER-RECORD.
           05   BM-BRANCH-NUMBER        PIC 9(2).
           05   BM-BRANCH-NAME          PIC X(20).
           05   BM-REGION               PIC X(10).
           05   BM-MANAGER-NAME         PIC X(20).

       FD   SREPMST.
       01   SALESREP-MASTER-RECORD.
           05   SM-BRANCH-NUMBER        PIC 9(2).
           05   SM-SALESREP-NUMBER      PIC 9(2).
           05   SM-SALESREP-NAME        PIC X(20).
           05   SM-HIRE-DATE            PIC 9(8).
           05   SM-ANNUAL-QUOTA         PIC 9(7)V9(2).

       FD   OPENITEM.
       01   OPEN-ITEM-RECORD.
           COPY OPENITEM.

       FD   SALESHIST.
       01   SALES-HISTORY-RECORD.
           05   SH-POSTING-DATE         PIC 9(8).
           05   FILLER                  PIC X(1).
           05   SH-CUSTOMER-NUMBER      PIC 9(5).
           05   FILLER                  PIC X(1).
           05   SH-TRANS-DATE           PIC 9(8).
           05   FILLER                  PIC X(1).
           05   SH-TRANS-AMOUNT         PIC S9(5)V9(2).
           05   FILLER                  PIC X(1).
           05   SH-TRANS-TYPE           PIC X(1).

       FD   XREF-FILE.
       01   XREF-RECORD.
           05   XR-CUSTOMER-NUMBER      PIC 9(5).
           05   XR-ACCT-NO              PIC X(8).

       FD   ACCT-REC.
       01   ACCT-FIELDS.
           COPY ACCTREC.

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
           88   CUSTMAST-OK                          VALUE "00".

       77   NAMEXREF-STATUS             PIC X(2)     VALUE "00".
           88   NAMEXREF-OK                          VALUE "00".
       77   NAMEXREF-EOF-SWITCH         PIC X        VALUE "N".
           88   NAMEXREF-EOF                         VALUE "Y".
       77   WS-PAST-PREFIX-SWITCH       PIC X        VALUE "N".
           88   WS-PAST-PREFIX                       VALUE "Y".

       77   BRANCHMST-STATUS            PIC X(2)     VALUE "00".
           88   BRANCHMST-OK                         VALUE "00".
       77   BRANCHMST-EOF-SWITCH        PIC X        VALUE "N".
           88   BRANCHMST-EOF                        VALUE "Y".
       77   SREPMST-STATUS              PIC X(2)     VALUE "00".
           88   SREPMST-OK                           VALUE "00".
       77   SREPMST-EOF-SWITCH          PIC X        VALUE "N".
           88   SREPMST-EOF                          VALUE "Y".

       77   OPENITEM-STATUS             PIC X(2)     VALUE "00".
           88   OPENITEM-OK                          VALUE "00".
       77   OPENITEM-EOF-SWITCH         PIC X        VALUE "N".
           88   OPENITEM-EOF                         VALUE "Y".
       77   SALESHIST-STATUS            PIC X(2)     VALUE "00".
           88   SALESHIST-OK                         VALUE "00".
       77   SALESHIST-EOF-SWITCH        PIC X        VALUE "N".
           88   SALESHIST-EOF                        VALUE "Y".
       77   XREF-STATUS                 PIC X(2)     VALUE "00".
           88   XREF-OK                              VALUE "00".
       77   XREF-EOF-SWITCH             PIC X        VALUE "N".
           88   XREF-EOF                             VALUE "Y".
       77   ACCTREC-STATUS              PIC X(2)     VALUE "00".
           88   ACCTREC-OK                           VALUE "00".
       77   ACCTREC-OPEN-SWITCH         PIC X        VALUE "N".
           88   ACCTREC-OPENED                       VALUE "Y".

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
      * SET BY EACH LOOKUP BEFORE IT SHOWS ANYTHING. A NUMBER LOOKUP
      * LOGS AS A KEYED LOOKUP AND A NAME LOOKUP AS A NAME SEARCH, THE
      * SAME KINDS INQ1000 LOGS, SO IAR1000 COUNTS BOTH PROGRAMS'
      * LOOKUPS TOGETHER.
       01   ACCESS-LOG-FIELDS.
           05   WS-LOOKUP-KIND          PIC X        VALUE SPACE.
           05   WS-LOG-RESULT           PIC X        VALUE SPACE.
           05   WS-LOG-CUSTOMER         PIC 9(5)     VALUE ZERO.
           05   WS-LOG-SEARCH-TEXT      PIC X(20)    VALUE SPACES.
           05   WS-LOG-DATE-TIME.
               10   WS-LOG-DATE         PIC 9(8).
               10   WS-LOG-TIME         PIC 9(6).
               10   FILLER              PIC X(7).

       01   NAME-SEARCH-FIELDS.
           05   WS-SEARCH-NAME          PIC X(20)    VALUE SPACES.
           05   WS-SEARCH-CITY          PIC X(20)    VALUE SPACES.
           05   WS-SEARCH-STATE         PIC X(02)    VALUE SPACES.
           05   WS-PREFIX-LENGTH        PIC 9(2)     VALUE ZERO.
           05   WS-SCAN-SUB             PIC 9(2)     VALUE ZERO.
           05   WS-MATCH-COUNT          PIC 9(5)     VALUE ZERO.
           05   WS-ONLY-MATCH-NUMBER    PIC 9(5)     VALUE ZERO.

      * BRANCH NAMES SUBSCRIPTED BY BRANCH NUMBER + 1 THE WAY AGE1000
      * KEEPS THEM, AND THE SALESREP MASTER THE WAY RPT1000 LOADS IT.
      * EITHER FILE MISSING ONLY MEANS THE NUMBERS SHOW WITHOUT NAMES.
       01   BRANCH-NAME-TABLE.
           05   WS-BRANCH-NAME          PIC X(20)    OCCURS 100 TIMES.
       77   WS-BRANCH-SUB               PIC 9(3)     VALUE ZERO.

       01   SALESREP-TABLE-FIELDS.
           05   WS-SALESREP-COUNT       PIC 9(3)     VALUE ZERO.
           05   WS-SALESREP-INDEX       PIC 9(3)     VALUE ZERO.
           05   WS-SREP-ENTRY OCCURS 200 TIMES.
               10   WS-ST-BRANCH        PIC 9(2).
               10   WS-ST-NUMBER        PIC 9(2).
               10   WS-ST-NAME          PIC X(20).
           05   WS-SALESREP-NAME        PIC X(20)    VALUE SPACES.

      * OPEN ITEMS FOR THE CUSTOMER ON THE SCREEN. AN INVOICE IS AGED
      * FROM THE DUE DATE ITS TERMS EARNED, AS AGE1000 AGES IT; AN OPEN
      * CREDIT MEMO HAS NO AGE AND COMES OFF THE TOTAL DUE.
       01   OPEN-ITEM-FIELDS.
           05   WS-TODAY-INTEGER        PIC 9(7)     VALUE ZERO.
           05   WS-DUE-INTEGER          PIC 9(7)     VALUE ZERO.
           05   WS-ITEM-AGE-DAYS        PIC S9(5)    VALUE ZERO.
           05   WS-ITEMS-LISTED         PIC 9(5)     VALUE ZERO.
           05   WS-TOTAL-DUE            PIC S9(7)V99 VALUE ZERO.
           05   WS-PAST-DUE-TOTAL       PIC S9(7)V99 VALUE ZERO.

      * THE LAST 20 SALESHIST TRANSACTIONS FOR THE CUSTOMER. THE FILE
      * IS IN POSTING ORDER, SO THE SCAN KEEPS THE 20 MOST RECENT IN A
      * RING - EACH NEW ONE OVERWRITES THE OLDEST - AND THEY ARE SHOWN
      * OLDEST FIRST, THE WAY STM1000 LISTS THEM.
       01   SALES-HISTORY-RING.
           05   WS-HIST-ENTRY OCCURS 20 TIMES.
               10   WS-HR-TRANS-DATE    PIC 9(8).
               10   WS-HR-POSTING-DATE  PIC 9(8).
               10   WS-HR-TRANS-TYPE    PIC X(1).
               10   WS-HR-TRANS-AMOUNT  PIC S9(5)V9(2).
           05   WS-HIST-FOUND           PIC 9(7)     VALUE ZERO.
           05   WS-HIST-NEXT-SLOT       PIC 9(2)     VALUE ZERO.
           05   WS-HIST-SHOW-SLOT       PIC 9(2)     VALUE ZERO.
           05   WS-HIST-TO-SHOW         PIC 9(2)     VALUE ZERO.
           05   WS-HIST-SHOWN           PIC 9(2)     VALUE ZERO.

       01   LINKED-ACCOUNT-FIELDS.
           05   WS-ACCOUNTS-LINKED      PIC 9(3)     VALUE ZERO.
           05   WS-MASKED-ACCT-NO       PIC X(8)     VALUE SPACES.
           05   WS-CYCLES-PAST-DUE      PIC 9(2)     VALUE ZERO.

       77   WS-DONE-SWITCH              PIC X        VALUE "N".
           88   WS-DONE                              VALUE "Y".

       77   WS-ACTION-CODE              PIC X        VALUE SPACE.
       77   WS-KEY-ENTERED              PIC 9(5)     VALUE ZERO.

       01   DISPLAY-FIELDS.
           05   DF-SALES-THIS-YTD       PIC Z,ZZZ,ZZ9.99-.
           05   DF-SALES-LAST-YTD       PIC Z,ZZZ,ZZ9.99-.
           05   DF-ITEM-AMOUNT          PIC ZZ,ZZ9.99-.
           05   DF-TOTAL-DUE            PIC Z,ZZZ,ZZ9.99-.
           05   DF-AGE-DAYS             PIC ZZ,ZZ9.
           05   DF-TRANS-AMOUNT         PIC ZZ,ZZ9.99-.
           05   DF-ACCT-LIMIT           PIC Z,ZZZ,ZZ9.99-.
           05   DF-ACCT-BALANCE         PIC Z,ZZZ,ZZ9.99-.

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ONE-INQUIRY
               UNTIL WS-DONE.
           PERFORM 4000-TERMINATE.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1400-OPERATOR-SIGN-ON
           IF NOT WS-SIGNED-ON
               DISPLAY "CST1000: SIGN-ON FAILED - NO INQUIRIES CAN BE "
                   "MADE."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTMAST
           IF NOT CUSTMAST-OK
               DISPLAY "CST1000: UNABLE TO OPEN CUSTMAST, STATUS = "
                   CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCT-REC
           IF ACCTREC-OK
               SET ACCTREC-OPENED TO TRUE
           END-IF
           PERFORM 1100-LOAD-BRANCH-NAMES
           PERFORM 1200-LOAD-SALESREP-NAMES
      * NO INQUIRY GOES UNRECORDED - WITHOUT THE LOG THERE ARE NONE
           OPEN EXTEND INQUIRY-LOG
           IF NOT INQLOG-OK
               OPEN OUTPUT INQUIRY-LOG
           END-IF
           IF NOT INQLOG-OK
               DISPLAY "CST1000: UNABLE TO OPEN INQLOG, STATUS = "
                   INQLOG-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 4000-TERMINATE
               GOBACK
           END-IF
           SET INQLOG-OPENED TO TRUE.

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

       1200-LOAD-SALESREP-NAMES.
           OPEN INPUT SREPMST
           IF SREPMST-OK
               PERFORM 1210-READ-SALESREP-RECORD
                   UNTIL SREPMST-EOF
               CLOSE SREPMST
           END-IF.

       1210-READ-SALESREP-RECORD.
           READ SREPMST
               AT END
                   SET SREPMST-EOF TO TRUE
               NOT AT END
                   IF WS-SALESREP-COUNT < 200
                       ADD 1 TO WS-SALESREP-COUNT
                       MOVE SM-BRANCH-NUMBER
                           TO WS-ST-BRANCH(WS-SALESREP-COUNT)
                       MOVE SM-SALESREP-NUMBER
                           TO WS-ST-NUMBER(WS-SALESREP-COUNT)
                       MOVE SM-SALESREP-NAME
                           TO WS-ST-NAME(WS-SALESREP-COUNT)
                   END-IF
           END-READ.

      * ONE ID/PASSWORD TRY AGAINST THE SECURITY FILE, AS INQ1000
      * MAKES IT - A LOCKED ID GETS NOTHING. WITH NO SECURITY FILE THE
      * ID IS TAKEN AS TYPED, SO THE LOG STILL SAYS WHO.
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
               DISPLAY "CST1000: NO OPERATOR SECURITY FILE - ID NOT "
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
           DISPLAY "---------------------------------"
           DISPLAY "CUSTOMER 360 INQUIRY"
           DISPLAY "---------------------------------"
           DISPLAY "K. LOOK UP A CUSTOMER NUMBER"
           DISPLAY "S. SEARCH BY CUSTOMER NAME"
           DISPLAY "X. EXIT"
           DISPLAY "TYPE AN ACTION CODE: "
           ACCEPT WS-ACTION-CODE
           EVALUATE WS-ACTION-CODE
               WHEN "K" WHEN "k"
                   PERFORM 2100-KEYED-LOOKUP
               WHEN "S" WHEN "s"
                   PERFORM 2400-NAME-SEARCH
               WHEN "X" WHEN "x"
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID ACTION CODE. PLEASE TRY AGAIN."
           END-EVALUATE.

       2100-KEYED-LOOKUP.
           MOVE "K" TO WS-LOOKUP-KIND
           MOVE SPACES TO WS-LOG-SEARCH-TEXT
           DISPLAY "TYPE THE CUSTOMER NUMBER (XXXXX): "
           ACCEPT WS-KEY-ENTERED
           PERFORM 2900-READ-AND-SHOW-CUSTOMER.

      * THE NAME SEARCH LISTS WHAT THE INDEX HOLDS FOR EACH MATCH -
      * NUMBER, NAME, CITY, AND STATE - SO THE CLERK CAN PICK THE
      * CALLER OUT. ONE MATCH IS SHOWN IN FULL STRAIGHT AWAY; WITH
      * MORE THAN ONE THE CLERK TYPES THE NUMBER OF THE ONE WANTED.
      * EVERY CUSTOMER ON THE MATCH LIST IS LOGGED AS LISTED, SINCE
      * THE LIST ALREADY SHOWS WHO AND WHERE THEY ARE; THE FULL VIEW
      * THAT PUTS THE ACCOUNTS ON THE SCREEN IS LOGGED AS SHOWN.
       2400-NAME-SEARCH.
           MOVE "S" TO WS-LOOKUP-KIND
           DISPLAY "TYPE THE START OF THE CUSTOMER NAME: "
           ACCEPT WS-SEARCH-NAME
           MOVE WS-SEARCH-NAME TO WS-LOG-SEARCH-TEXT
           DISPLAY "TYPE A CITY TO FILTER ON (BLANK FOR ANY): "
           ACCEPT WS-SEARCH-CITY
           DISPLAY "TYPE A STATE TO FILTER ON (BLANK FOR ANY): "
           ACCEPT WS-SEARCH-STATE
           IF WS-SEARCH-NAME = SPACES
               DISPLAY "A NAME PREFIX IS REQUIRED."
               EXIT PARAGRAPH
           END-IF
           PERFORM 2410-FIND-PREFIX-LENGTH
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE ZERO TO WS-ONLY-MATCH-NUMBER
           MOVE "N" TO NAMEXREF-EOF-SWITCH
           MOVE "N" TO WS-PAST-PREFIX-SWITCH
           OPEN INPUT NAMEXREF
           IF NOT NAMEXREF-OK
               DISPLAY "NO NAME INDEX ON HAND - RUN NDX1000 FIRST."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           PERFORM 2420-SCAN-ONE-INDEX-ENTRY
               UNTIL NAMEXREF-EOF OR WS-PAST-PREFIX
           CLOSE NAMEXREF
           EVALUATE WS-MATCH-COUNT
               WHEN ZERO
                   DISPLAY "NO CUSTOMERS MATCHED."
                   MOVE ZERO TO WS-KEY-ENTERED
                   PERFORM 3700-LOG-NOTHING-FOUND
               WHEN 1
                   MOVE WS-ONLY-MATCH-NUMBER TO WS-KEY-ENTERED
                   PERFORM 2900-READ-AND-SHOW-CUSTOMER
               WHEN OTHER
                   DISPLAY "CUSTOMERS MATCHED: " WS-MATCH-COUNT
                   DISPLAY "TYPE THE CUSTOMER NUMBER TO SHOW "
                       "(00000 FOR NONE): "
                   ACCEPT WS-KEY-ENTERED
                   IF WS-KEY-ENTERED NOT = ZERO
                       PERFORM 2900-READ-AND-SHOW-CUSTOMER
                   END-IF
           END-EVALUATE.

       2410-FIND-PREFIX-LENGTH.
           MOVE ZERO TO WS-PREFIX-LENGTH
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > 20
               IF WS-SEARCH-NAME(WS-SCAN-SUB:1) NOT = SPACE
                   MOVE WS-SCAN-SUB TO WS-PREFIX-LENGTH
               END-IF
           END-PERFORM.

       2420-SCAN-ONE-INDEX-ENTRY.
           READ NAMEXREF
               AT END
                   SET NAMEXREF-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN NX-CUSTOMER-NAME(1:WS-PREFIX-LENGTH)
                               = WS-SEARCH-NAME(1:WS-PREFIX-LENGTH)
                           PERFORM 2430-LIST-ONE-MATCH
                       WHEN NX-CUSTOMER-NAME(1:WS-PREFIX-LENGTH)
                               > WS-SEARCH-NAME(1:WS-PREFIX-LENGTH)
                           SET WS-PAST-PREFIX TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2430-LIST-ONE-MATCH.
           IF (WS-SEARCH-CITY = SPACES OR NX-CITY = WS-SEARCH-CITY)
              AND (WS-SEARCH-STATE = SPACES
                   OR NX-STATE = WS-SEARCH-STATE)
               ADD 1 TO WS-MATCH-COUNT
               MOVE NX-CUSTOMER-NUMBER TO WS-ONLY-MATCH-NUMBER
               DISPLAY "  " NX-CUSTOMER-NUMBER "  " NX-CUSTOMER-NAME
                   "  " NX-CITY " " NX-STATE
               PERFORM 3650-LOG-CUSTOMER-LISTED
           END-IF.

       2900-READ-AND-SHOW-CUSTOMER.
           MOVE WS-KEY-ENTERED TO CM-CUSTOMER-NUMBER
           READ CUSTMAST
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-KEY-ENTERED " NOT ON FILE."
                   PERFORM 3700-LOG-NOTHING-FOUND
               NOT INVALID KEY
                   PERFORM 3000-DISPLAY-CUSTOMER
                   PERFORM 3200-DISPLAY-OPEN-ITEMS
                   PERFORM 3300-DISPLAY-SALES-HISTORY
                   PERFORM 3400-DISPLAY-LINKED-ACCOUNTS
                   PERFORM 3600-LOG-CUSTOMER-SHOWN
           END-READ.

       3000-DISPLAY-CUSTOMER.
           MOVE CM-SALES-THIS-YTD TO DF-SALES-THIS-YTD
           MOVE CM-SALES-LAST-YTD TO DF-SALES-LAST-YTD
           PERFORM 3010-FIND-SALESREP-NAME
           COMPUTE WS-BRANCH-SUB = CM-BRANCH-NUMBER + 1
           DISPLAY " "
           DISPLAY "================================================="
           DISPLAY "CUSTOMER NUMBER: " CM-CUSTOMER-NUMBER
           DISPLAY "CUSTOMER NAME:   " CM-CUSTOMER-NAME
           DISPLAY "BRANCH:          " CM-BRANCH-NUMBER "  "
               WS-BRANCH-NAME(WS-BRANCH-SUB)
           DISPLAY "SALESREP:        " CM-SALESREP-NUMBER "  "
               WS-SALESREP-NAME
           DISPLAY "STREET:          " CM-STREET
           DISPLAY "CITY/STATE/ZIP:  " CM-CITY " " CM-STATE " " CM-ZIP
           DISPLAY "PHONE:           " CM-PHONE
           DISPLAY "SALES THIS YTD:  " DF-SALES-THIS-YTD
           DISPLAY "SALES LAST YTD:  " DF-SALES-LAST-YTD.

       3010-FIND-SALESREP-NAME.
           MOVE SPACES TO WS-SALESREP-NAME
           PERFORM 3020-CHECK-ONE-SALESREP
               VARYING WS-SALESREP-INDEX FROM 1 BY 1
               UNTIL WS-SALESREP-INDEX > WS-SALESREP-COUNT
                  OR WS-SALESREP-NAME NOT = SPACES.

       3020-CHECK-ONE-SALESREP.
           IF WS-ST-BRANCH(WS-SALESREP-INDEX) = CM-BRANCH-NUMBER
              AND WS-ST-NUMBER(WS-SALESREP-INDEX) = CM-SALESREP-NUMBER
               MOVE WS-ST-NAME(WS-SALESREP-INDEX) TO WS-SALESREP-NAME
           END-IF.

      * EVERY ITEM STILL OPEN FOR THE CUSTOMER, WITH ITS DAYS PAST DUE
      * OR CURRENT, AND THE TOTAL DUE NET OF OPEN CREDIT MEMOS.
       3200-DISPLAY-OPEN-ITEMS.
           DISPLAY " "
           DISPLAY "OPEN ITEMS:"
           MOVE ZERO TO WS-ITEMS-LISTED
           MOVE ZERO TO WS-TOTAL-DUE
           MOVE ZERO TO WS-PAST-DUE-TOTAL
           MOVE "N" TO OPENITEM-EOF-SWITCH
           OPEN INPUT OPENITEM
           IF NOT OPENITEM-OK
               DISPLAY "  NO OPEN-ITEM FILE ON HAND."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
           PERFORM 3210-READ-OPEN-ITEM
               UNTIL OPENITEM-EOF
           CLOSE OPENITEM
           IF WS-ITEMS-LISTED = ZERO
               DISPLAY "  NONE"
           ELSE
               MOVE WS-PAST-DUE-TOTAL TO DF-TOTAL-DUE
               DISPLAY "  PAST DUE:       " DF-TOTAL-DUE
               MOVE WS-TOTAL-DUE TO DF-TOTAL-DUE
               DISPLAY "  TOTAL DUE:      " DF-TOTAL-DUE
           END-IF.

       3210-READ-OPEN-ITEM.
           READ OPENITEM
               AT END
                   SET OPENITEM-EOF TO TRUE
               NOT AT END
                   IF OI-CUSTOMER-NUMBER = CM-CUSTOMER-NUMBER
                      AND OI-ITEM-OPEN AND OI-OPEN-AMOUNT > ZERO
                       PERFORM 3220-SHOW-OPEN-ITEM
                   END-IF
           END-READ.

       3220-SHOW-OPEN-ITEM.
           ADD 1 TO WS-ITEMS-LISTED
           MOVE OI-OPEN-AMOUNT TO DF-ITEM-AMOUNT
           IF OI-TYPE-CREDIT-MEMO
               SUBTRACT OI-OPEN-AMOUNT FROM WS-TOTAL-DUE
               DISPLAY "  CR  " OI-INVOICE-NUMBER "  "
                   OI-INVOICE-DATE "  OPEN " DF-ITEM-AMOUNT
                   "  CREDIT NOT YET APPLIED"
               EXIT PARAGRAPH
           END-IF
           ADD OI-OPEN-AMOUNT TO WS-TOTAL-DUE
           PERFORM 3230-SET-DUE-INTEGER
           COMPUTE WS-ITEM-AGE-DAYS =
               WS-TODAY-INTEGER - WS-DUE-INTEGER
           IF WS-ITEM-AGE-DAYS > ZERO
               ADD OI-OPEN-AMOUNT TO WS-PAST-DUE-TOTAL
               MOVE WS-ITEM-AGE-DAYS TO DF-AGE-DAYS
               DISPLAY "  INV " OI-INVOICE-NUMBER "  "
                   OI-INVOICE-DATE "  OPEN " DF-ITEM-AMOUNT
                   "  " DF-AGE-DAYS " DAYS PAST DUE"
           ELSE
               DISPLAY "  INV " OI-INVOICE-NUMBER "  "
                   OI-INVOICE-DATE "  OPEN " DF-ITEM-AMOUNT
                   "  CURRENT"
           END-IF.

      * AN ITEM POSTED BEFORE INVOICE NUMBERS CARRIES NO DUE DATE AND
      * IS TREATED AS NET 30 FROM ITS INVOICE DATE.
       3230-SET-DUE-INTEGER.
           IF OI-DUE-DATE IS NUMERIC AND OI-DUE-DATE > ZERO
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(OI-DUE-DATE)
           ELSE
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(OI-INVOICE-DATE) + 30
           END-IF.

       3300-DISPLAY-SALES-HISTORY.
           DISPLAY " "
           DISPLAY "LAST 20 SALES TRANSACTIONS:"
           MOVE ZERO TO WS-HIST-FOUND
           MOVE 1 TO WS-HIST-NEXT-SLOT
           MOVE "N" TO SALESHIST-EOF-SWITCH
           OPEN INPUT SALESHIST
           IF NOT SALESHIST-OK
               DISPLAY "  NO SALES HISTORY FILE ON HAND."
               EXIT PARAGRAPH
           END-IF
           PERFORM 3310-READ-SALES-HISTORY
               UNTIL SALESHIST-EOF
           CLOSE SALESHIST
           IF WS-HIST-FOUND = ZERO
               DISPLAY "  NONE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  TRANS DATE  POSTED    TYPE      AMOUNT"
           IF WS-HIST-FOUND > 20
               MOVE 20 TO WS-HIST-TO-SHOW
               MOVE WS-HIST-NEXT-SLOT TO WS-HIST-SHOW-SLOT
           ELSE
               MOVE WS-HIST-FOUND TO WS-HIST-TO-SHOW
               MOVE 1 TO WS-HIST-SHOW-SLOT
           END-IF
           PERFORM 3330-SHOW-ONE-TRANSACTION
               VARYING WS-HIST-SHOWN FROM 1 BY 1
               UNTIL WS-HIST-SHOWN > WS-HIST-TO-SHOW.

       3310-READ-SALES-HISTORY.
           READ SALESHIST
               AT END
                   SET SALESHIST-EOF TO TRUE
               NOT AT END
                   IF SH-CUSTOMER-NUMBER = CM-CUSTOMER-NUMBER
                       PERFORM 3320-KEEP-ONE-TRANSACTION
                   END-IF
           END-READ.

       3320-KEEP-ONE-TRANSACTION.
           ADD 1 TO WS-HIST-FOUND
           MOVE SH-TRANS-DATE
               TO WS-HR-TRANS-DATE(WS-HIST-NEXT-SLOT)
           MOVE SH-POSTING-DATE
               TO WS-HR-POSTING-DATE(WS-HIST-NEXT-SLOT)
           MOVE SH-TRANS-TYPE
               TO WS-HR-TRANS-TYPE(WS-HIST-NEXT-SLOT)
           MOVE SH-TRANS-AMOUNT
               TO WS-HR-TRANS-AMOUNT(WS-HIST-NEXT-SLOT)
           IF WS-HIST-NEXT-SLOT = 20
               MOVE 1 TO WS-HIST-NEXT-SLOT
           ELSE
               ADD 1 TO WS-HIST-NEXT-SLOT
           END-IF.

       3330-SHOW-ONE-TRANSACTION.
           MOVE WS-HR-TRANS-AMOUNT(WS-HIST-SHOW-SLOT)
               TO DF-TRANS-AMOUNT
           IF WS-HR-TRANS-TYPE(WS-HIST-SHOW-SLOT) = "R"
               DISPLAY "  " WS-HR-TRANS-DATE(WS-HIST-SHOW-SLOT)
                   "    " WS-HR-POSTING-DATE(WS-HIST-SHOW-SLOT)
                   "  RETURN " DF-TRANS-AMOUNT
           ELSE
               DISPLAY "  " WS-HR-TRANS-DATE(WS-HIST-SHOW-SLOT)
                   "    " WS-HR-POSTING-DATE(WS-HIST-SHOW-SLOT)
                   "  SALE   " DF-TRANS-AMOUNT
           END-IF
           IF WS-HIST-SHOW-SLOT = 20
               MOVE 1 TO WS-HIST-SHOW-SLOT
           ELSE
               ADD 1 TO WS-HIST-SHOW-SLOT
           END-IF.

      * EVERY ACCOUNT THE XREFFILE LINKS TO THE CUSTOMER, WITH THE
      * NUMBER MASKED THE WAY CBL0014'S CONSOLIDATED STATEMENT MASKS
      * IT - ONLY THE LAST FOUR DIGITS SHOW.
       3400-DISPLAY-LINKED-ACCOUNTS.
           DISPLAY " "
           DISPLAY "LINKED CREDIT ACCOUNTS:"
           MOVE ZERO TO WS-ACCOUNTS-LINKED
           MOVE "N" TO XREF-EOF-SWITCH
           OPEN INPUT XREF-FILE
           IF NOT XREF-OK
               DISPLAY "  NO ACCOUNT LINK FILE ON HAND."
               EXIT PARAGRAPH
           END-IF
           IF NOT ACCTREC-OPENED
               DISPLAY "  ACCOUNT MASTER NOT AVAILABLE - NUMBERS ONLY."
           ELSE
               DISPLAY "  ACCOUNT         LIMIT        BALANCE"
                   "  CYCLES PAST DUE"
           END-IF
           PERFORM 3410-READ-ONE-LINK
               UNTIL XREF-EOF
           CLOSE XREF-FILE
           IF WS-ACCOUNTS-LINKED = ZERO
               DISPLAY "  NONE"
           END-IF.

       3410-READ-ONE-LINK.
           READ XREF-FILE
               AT END
                   SET XREF-EOF TO TRUE
               NOT AT END
                   IF XR-CUSTOMER-NUMBER = CM-CUSTOMER-NUMBER
                       PERFORM 3420-SHOW-ONE-ACCOUNT
                   END-IF
           END-READ.

       3420-SHOW-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-LINKED
           MOVE XR-ACCT-NO TO WS-MASKED-ACCT-NO
           MOVE ALL "X" TO WS-MASKED-ACCT-NO(1:4)
           IF NOT ACCTREC-OPENED
               DISPLAY "  " WS-MASKED-ACCT-NO
               EXIT PARAGRAPH
           END-IF
           MOVE XR-ACCT-NO TO ACCT-NO
           READ ACCT-REC
               INVALID KEY
                   DISPLAY "  " WS-MASKED-ACCT-NO
                       "  ** NOT ON ACCOUNT MASTER **"
               NOT INVALID KEY
                   PERFORM 3430-SHOW-ACCOUNT-FIGURES
           END-READ.

      * CYCLES PAST DUE IS SPACES ON ACCOUNTS WRITTEN BEFORE THE
      * DELINQUENCY FIELDS EXISTED, AND THOSE HAVE NEVER BEEN LATE.
       3430-SHOW-ACCOUNT-FIGURES.
           MOVE ACCT-LIMIT TO DF-ACCT-LIMIT
           MOVE ACCT-BALANCE TO DF-ACCT-BALANCE
           IF ACCT-CYCLES-PAST-DUE IS NUMERIC
               MOVE ACCT-CYCLES-PAST-DUE TO WS-CYCLES-PAST-DUE
           ELSE
               MOVE ZERO TO WS-CYCLES-PAST-DUE
           END-IF
           IF ACCT-CHARGED-OFF
               DISPLAY "  " WS-MASKED-ACCT-NO DF-ACCT-LIMIT
                   DF-ACCT-BALANCE "  CHARGED OFF "
                   ACCT-CHARGEOFF-DATE
           ELSE
               DISPLAY "  " WS-MASKED-ACCT-NO DF-ACCT-LIMIT
                   DF-ACCT-BALANCE "       " WS-CYCLES-PAST-DUE
           END-IF.

      * ONE LOG RECORD PER CUSTOMER PUT ON THE SCREEN
       3600-LOG-CUSTOMER-SHOWN.
           MOVE "V" TO WS-LOG-RESULT
           MOVE CM-CUSTOMER-NUMBER TO WS-LOG-CUSTOMER
           PERFORM 3800-WRITE-ACCESS-LOG.

      * ONE LOG RECORD PER CUSTOMER ON A NAME SEARCH'S MATCH LIST
       3650-LOG-CUSTOMER-LISTED.
           MOVE "L" TO WS-LOG-RESULT
           MOVE NX-CUSTOMER-NUMBER TO WS-LOG-CUSTOMER
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
               DISPLAY "CST1000: ACCESS LOG WRITE FAILED, STATUS = "
                   INQLOG-STATUS
           END-IF.

       4000-TERMINATE.
           IF ACCTREC-OPENED
               CLOSE ACCT-REC
           END-IF
           IF INQLOG-OPENED
               CLOSE INQUIRY-LOG
           END-IF
           CLOSE CUSTMAST.
