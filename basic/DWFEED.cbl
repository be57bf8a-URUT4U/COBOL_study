      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Nightly data-warehouse feed - one job writes a
      *          pipe-delimited file for each of the customer master,
      *          the branch and salesrep masters, the open items, the
      *          day's sales history, the account master, the day's
      *          account history, and the student batch, with CPF and
      *          account numbers masked the way the printed output
      *          masks them. A manifest lists each file's record
      *          count, hash total of its key amount, and as-of date,
      *          and ends with a trailer saying whether the night is
      *          COMPLETE. A source that would not open or a file that
      *          came out short marks the night INCOMPLETE and ends
      *          the run with an error return code, so the warehouse
      *          never loads half a night.
      * Tectonic: cobc
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWFEED.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      * sources - opened input only, one at a time
      *----------------------------------------------------------------
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT BRANCHMST ASSIGN TO "BRANCHMST.DAT"
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT SREPMST ASSIGN TO "SALESREP.DAT"
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT OPENITEM ASSIGN TO "OPENITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT SALESHIST ASSIGN TO "SALESHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT ACCT-REC ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT ACCT-HIST ASSIGN TO ACCTHIST
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "C:\sistem\BATCH.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GDA-NR-CHAVE
               FILE STATUS IS WS-SOURCE-STATUS.
      * the same one-card masking switch ONLINE, REGXTRCT and PROG016
      * honour - U sends the CPF whole, anything else (or no card)
      * only its last four digits
           SELECT MASK-PARM-FILE ASSIGN TO "REGMASK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-PARM-STATUS.
      * account history carries no posting date, so the night's
      * records are the ones past where last night's feed stopped -
      * the high-water mark REGXTRCT keeps, plus where tonight
      * started so a rerun of the same night sends the same records
           SELECT DW-CONTROL-FILE ASSIGN TO "DWFEED.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      *----------------------------------------------------------------
      * the warehouse files - pipe-delimited, not comma, because the
      * names and addresses carry commas
      *----------------------------------------------------------------
           SELECT DW-CUSTOMER-FILE ASSIGN TO "DWCUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT DW-BRANCH-FILE ASSIGN TO "DWBRANCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT DW-SALESREP-FILE ASSIGN TO "DWSREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT DW-OPENITEM-FILE ASSIGN TO "DWOPENIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT DW-SALESHIST-FILE ASSIGN TO "DWSLSHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT DW-ACCOUNT-FILE ASSIGN TO "DWACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT DW-ACCTHIST-FILE ASSIGN TO "DWACCTHS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT DW-STUDENT-FILE ASSIGN TO "DWSTUDNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
      * written last - an empty manifest means the feed never
      * finished
           SELECT DW-MANIFEST-FILE ASSIGN TO "DWMANIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD  CUSTMAST.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD  BRANCHMST.
       01  BRANCH-MASTER-RECORD.
           05  BM-BRANCH-NUMBER     PIC 9(2).
           05  BM-BRANCH-NAME       PIC X(20).
           05  BM-REGION            PIC X(10).
           05  BM-MANAGER-NAME      PIC X(20).

       FD  SREPMST.
       01  SALESREP-MASTER-RECORD.
           05  SM-BRANCH-NUMBER     PIC 9(2).
           05  SM-SALESREP-NUMBER   PIC 9(2).
           05  SM-SALESREP-NAME     PIC X(20).
           05  SM-HIRE-DATE         PIC 9(8).
           05  SM-ANNUAL-QUOTA      PIC 9(7)V9(2).

       FD  OPENITEM.
       01  OPEN-ITEM-RECORD.
           COPY OPENITEM.

       FD  SALESHIST.
       01  SALES-HISTORY-RECORD.
           05  SH-POSTING-DATE      PIC 9(8).
           05  FILLER               PIC X(1).
           05  SH-CUSTOMER-NUMBER   PIC 9(5).
           05  FILLER               PIC X(1).
           05  SH-TRANS-DATE        PIC 9(8).
           05  FILLER               PIC X(1).
           05  SH-TRANS-AMOUNT      PIC S9(5)V9(2).
           05  FILLER               PIC X(1).
           05  SH-TRANS-TYPE        PIC X(1).

       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTREC.

       FD  ACCT-HIST RECORDING MODE F.
       01  ACCT-HIST-RECORD.
           05  AH-ACCT-NO           PIC X(8).
           05  AH-TRAN-DATE         PIC 9(8).
           05  AH-AMOUNT            PIC S9(7)V99.
           05  AH-TYPE-CODE         PIC X(1).

       FD  STUDENT-FILE.
       01  INPUT-RECORD.
           03  INPUT-DATA           PIC X(99).
           03  FILLER REDEFINES INPUT-DATA.
               05  GDA-NR-CHAVE     PIC 9(08).
               05  GDA-NOME         PIC X(27).
               05  GDA-RG           PIC 9(09).
               05  GDA-DT-NIVER     PIC X(10).
               05  GDA-NR-TEL       PIC 9(11).
               05  GDA-ENDEREC      PIC X(15).
               05  GDA-VALOR        PIC 9(15).
               05  GDA-STATUS       PIC X(01).
               05  GDA-CURSO        PIC X(03).

       FD  MASK-PARM-FILE.
       01  MASK-PARM-RECORD.
           05  MP-MASK-MODE         PIC X(01).

       FD  DW-CONTROL-FILE.
       01  DW-CONTROL-RECORD.
           05  CT-AS-OF-DATE        PIC 9(08).
           05  FILLER               PIC X(01).
           05  CT-HIST-START        PIC 9(09).
           05  FILLER               PIC X(01).
           05  CT-HIST-END          PIC 9(09).

       FD  DW-CUSTOMER-FILE.
       01  DW-CUSTOMER-RECORD       PIC X(200).

       FD  DW-BRANCH-FILE.
       01  DW-BRANCH-RECORD         PIC X(200).

       FD  DW-SALESREP-FILE.
       01  DW-SALESREP-RECORD       PIC X(200).

       FD  DW-OPENITEM-FILE.
       01  DW-OPENITEM-RECORD       PIC X(200).

       FD  DW-SALESHIST-FILE.
       01  DW-SALESHIST-RECORD      PIC X(200).

       FD  DW-ACCOUNT-FILE.
       01  DW-ACCOUNT-RECORD        PIC X(200).

       FD  DW-ACCTHIST-FILE.
       01  DW-ACCTHIST-RECORD       PIC X(200).

       FD  DW-STUDENT-FILE.
       01  DW-STUDENT-RECORD        PIC X(200).

       FD  DW-MANIFEST-FILE.
       01  DW-MANIFEST-RECORD.
           05  MF-RECORD-TYPE       PIC X(01).
               88  MF-DETAIL            VALUE 'D'.
               88  MF-TRAILER           VALUE 'T'.
           05  FILLER               PIC X(01).
           05  MF-FILE-NAME         PIC X(12).
           05  FILLER               PIC X(01).
           05  MF-AS-OF-DATE        PIC 9(08).
           05  FILLER               PIC X(01).
           05  MF-RECORD-COUNT      PIC 9(09).
           05  FILLER               PIC X(67).

       WORKING-STORAGE SECTION.

       01  WS-SOURCE-STATUS     PIC X(02) VALUE '00'.
         88 SOURCE-STATUS-OK    VALUE '00'.
       01  WS-TARGET-STATUS     PIC X(02) VALUE '00'.
         88 TARGET-STATUS-OK    VALUE '00'.
       01  WS-MASK-PARM-STATUS  PIC X(02) VALUE '00'.
         88 MASK-PARM-STATUS-OK VALUE '00'.
       01  WS-CONTROL-STATUS    PIC X(02) VALUE '00'.
         88 CONTROL-STATUS-OK   VALUE '00'.
       01  WS-MANIFEST-STATUS   PIC X(02) VALUE '00'.
         88 MANIFEST-STATUS-OK  VALUE '00'.

       01  WS-SOURCE-EOF-FLAG   PIC X VALUE 'N'.
         88 WS-SOURCE-EOF       VALUE 'Y'.
       01  WS-MANIFEST-EOF-FLAG PIC X VALUE 'N'.
         88 WS-MANIFEST-EOF     VALUE 'Y'.
       01  WS-MASK-MODE-FLAG    PIC X VALUE 'M'.
         88 WS-UNMASKED-MODE    VALUE 'U'.
       01  WS-TARGET-OPEN-FLAG  PIC X VALUE 'N'.
         88 WS-TARGET-OPEN      VALUE 'Y'.

       01  WS-AS-OF-DATE        PIC 9(08) VALUE 0.
       01  WS-RUN-RC            PIC 9(04) VALUE 0.
       01  WS-DELIMITER         PIC X(01) VALUE '|'.

       01  ACCOUNT-HISTORY-MARKS.
           05  WS-HIST-START    PIC 9(09) VALUE 0.
           05  WS-HIST-POSITION PIC 9(09) VALUE 0.

      * one entry per warehouse file, in manifest order. the masters
      * are whole-file extracts and are judged short against last
      * night's count; the day's history files may legitimately be
      * empty
       01  MANIFEST-FIELDS.
           05  WS-MF-COUNT      PIC 9(02) VALUE 8.
           05  WS-MF-INDEX      PIC 9(02) VALUE 0.
           05  WS-FILE-SUB      PIC 9(02) VALUE 0.
           05  WS-MF-ENTRY OCCURS 8 TIMES.
               10  WS-MF-FILE-NAME  PIC X(12).
               10  WS-MF-KIND       PIC X(01).
                   88  WS-MF-MASTER     VALUE 'M'.
                   88  WS-MF-DAILY      VALUE 'D'.
               10  WS-MF-SELECTED   PIC 9(09).
               10  WS-MF-WRITTEN    PIC 9(09).
               10  WS-MF-HASH       PIC S9(13)V99.
               10  WS-MF-PREV-COUNT PIC 9(09).
               10  WS-MF-STATUS     PIC X(06).
               10  WS-MF-REASON     PIC X(30).
           05  WS-NIGHT-FLAG    PIC X VALUE 'Y'.
             88 WS-NIGHT-COMPLETE VALUE 'Y'.
           05  WS-TOTAL-WRITTEN PIC 9(09) VALUE 0.
           05  WS-PROBLEM-COUNT PIC 9(02) VALUE 0.

       01  MANIFEST-NAME-VALUES.
           05  FILLER PIC X(13) VALUE 'DWCUST.DAT  M'.
           05  FILLER PIC X(13) VALUE 'DWBRANCH.DATM'.
           05  FILLER PIC X(13) VALUE 'DWSREP.DAT  M'.
           05  FILLER PIC X(13) VALUE 'DWOPENIT.DATM'.
           05  FILLER PIC X(13) VALUE 'DWSLSHST.DATD'.
           05  FILLER PIC X(13) VALUE 'DWACCT.DAT  M'.
           05  FILLER PIC X(13) VALUE 'DWACCTHS.DATD'.
           05  FILLER PIC X(13) VALUE 'DWSTUDNT.DATM'.
       01  FILLER REDEFINES MANIFEST-NAME-VALUES.
           05  WS-MN-ENTRY OCCURS 8 TIMES.
               10  WS-MN-FILE-NAME  PIC X(12).
               10  WS-MN-KIND       PIC X(01).

      * the student CPF is built from the RG the way PROG016 builds
      * it for the annual statement, check digits and all
       01  CPF-FIELDS.
           05  WS-CPF-NUMERO    PIC 9(11) VALUE 0.
           05  FILLER REDEFINES WS-CPF-NUMERO.
               10  WS-CPF-DIGITO PIC 9(01) OCCURS 11 TIMES.
           05  WS-CPF-INDEX     PIC 9(02) VALUE 0.
           05  WS-DIGIT-INDEX   PIC 9(02) VALUE 0.
           05  WS-CPF-SOMA      PIC 9(04) VALUE 0.
           05  WS-CPF-QUOCIENTE PIC 9(04) VALUE 0.
           05  WS-CPF-RESTO     PIC 9(02) VALUE 0.
           05  WS-CPF-MASKED    PIC X(11) VALUE SPACES.
       01  WS-ACCT-NO-MASKED    PIC X(08) VALUE SPACES.

       01  EDITED-FIELDS.
           05  WS-AMOUNT-7      PIC -(7)9.99.
           05  WS-AMOUNT-7B     PIC -(7)9.99.
           05  WS-AMOUNT-5      PIC -(5)9.99.
           05  WS-AMOUNT-5B     PIC -(5)9.99.
           05  WS-AMOUNT-15     PIC Z(14)9.
           05  WS-DISCOUNT-PCT  PIC Z9.99.
           05  WS-HASH-EDITED   PIC -(13)9.99.

       01  WS-DW-LINE           PIC X(200) VALUE SPACES.

       01  MANIFEST-DETAIL-LINE.
           05  MDL-RECORD-TYPE  PIC X(01) VALUE 'D'.
           05  FILLER           PIC X(01) VALUE '|'.
           05  MDL-FILE-NAME    PIC X(12).
           05  FILLER           PIC X(01) VALUE '|'.
           05  MDL-AS-OF-DATE   PIC 9(08).
           05  FILLER           PIC X(01) VALUE '|'.
           05  MDL-RECORD-COUNT PIC 9(09).
           05  FILLER           PIC X(01) VALUE '|'.
           05  MDL-HASH-TOTAL   PIC -(13)9.99.
           05  FILLER           PIC X(01) VALUE '|'.
           05  MDL-STATUS       PIC X(06).
           05  FILLER           PIC X(01) VALUE '|'.
           05  MDL-REASON       PIC X(30).

       01  MANIFEST-TRAILER-LINE.
           05  FILLER           PIC X(01) VALUE 'T'.
           05  FILLER           PIC X(01) VALUE '|'.
           05  MTL-NIGHT-STATUS PIC X(12).
           05  FILLER           PIC X(01) VALUE '|'.
           05  MTL-AS-OF-DATE   PIC 9(08).
           05  FILLER           PIC X(01) VALUE '|'.
           05  MTL-TOTAL-COUNT  PIC 9(09).
           05  FILLER           PIC X(01) VALUE '|'.
           05  MTL-FILE-COUNT   PIC 9(02).
           05  FILLER           PIC X(01) VALUE '|'.
           05  MTL-PROBLEMS     PIC 9(02).
           05  FILLER           PIC X(01) VALUE '|'.
           05  MTL-INSTRUCTION  PIC X(30).

      * parameters for the shared JOBLOG subsystem
       01  JOBLOG-FIELDS.
           05  WS-JOBLOG-PROGRAM  PIC X(8)  VALUE 'DWFEED'.
           05  WS-JOBLOG-SEVERITY PIC X(1)  VALUE 'I'.
           05  WS-JOBLOG-MESSAGE  PIC X(60) VALUE SPACES.

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-EXTRACT-CUSTOMERS.
           PERFORM 210-EXTRACT-BRANCHES.
           PERFORM 220-EXTRACT-SALESREPS.
           PERFORM 230-EXTRACT-OPEN-ITEMS.
           PERFORM 240-EXTRACT-SALES-HISTORY.
           PERFORM 250-EXTRACT-ACCOUNTS.
           PERFORM 260-EXTRACT-ACCOUNT-HISTORY.
           PERFORM 270-EXTRACT-STUDENTS.
           PERFORM 800-WRITE-MANIFEST.
           IF WS-NIGHT-COMPLETE
               PERFORM 850-SAVE-CONTROL
               MOVE 'I' TO WS-JOBLOG-SEVERITY
               MOVE SPACES TO WS-JOBLOG-MESSAGE
               STRING "FEED COMPLETE FOR " WS-AS-OF-DATE " - "
                   WS-TOTAL-WRITTEN " RECORDS"
                   DELIMITED BY SIZE INTO WS-JOBLOG-MESSAGE
           ELSE
               MOVE 8 TO WS-RUN-RC
               MOVE 'E' TO WS-JOBLOG-SEVERITY
               MOVE SPACES TO WS-JOBLOG-MESSAGE
               STRING "FEED INCOMPLETE FOR " WS-AS-OF-DATE " - "
                   WS-PROBLEM-COUNT " FILE(S) FAILED OR SHORT"
                   DELIMITED BY SIZE INTO WS-JOBLOG-MESSAGE
           END-IF.
           CALL 'JOBLOG' USING WS-JOBLOG-PROGRAM
               WS-JOBLOG-SEVERITY WS-JOBLOG-MESSAGE.
           DISPLAY "DWFEED: " WS-JOBLOG-MESSAGE.
           MOVE WS-RUN-RC TO RETURN-CODE.
           GOBACK.

      * last night's manifest is read for the short-file check before
      * tonight's is emptied - from here until 800 writes it the feed
      * shows as unfinished
       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE.
           PERFORM VARYING WS-MF-INDEX FROM 1 BY 1
               UNTIL WS-MF-INDEX > WS-MF-COUNT
               MOVE WS-MN-FILE-NAME(WS-MF-INDEX)
                   TO WS-MF-FILE-NAME(WS-MF-INDEX)
               MOVE WS-MN-KIND(WS-MF-INDEX) TO WS-MF-KIND(WS-MF-INDEX)
               MOVE ZERO TO WS-MF-SELECTED(WS-MF-INDEX)
                            WS-MF-WRITTEN(WS-MF-INDEX)
                            WS-MF-HASH(WS-MF-INDEX)
                            WS-MF-PREV-COUNT(WS-MF-INDEX)
               MOVE 'OK'   TO WS-MF-STATUS(WS-MF-INDEX)
               MOVE SPACES TO WS-MF-REASON(WS-MF-INDEX)
           END-PERFORM.
           PERFORM 110-GET-MASK-PARM.
           PERFORM 120-READ-LAST-MANIFEST.
           PERFORM 130-READ-CONTROL.
           OPEN OUTPUT DW-MANIFEST-FILE.
           IF MANIFEST-STATUS-OK
               CLOSE DW-MANIFEST-FILE
           END-IF.

       110-GET-MASK-PARM.
           OPEN INPUT MASK-PARM-FILE.
           IF NOT MASK-PARM-STATUS-OK
               EXIT PARAGRAPH
           END-IF.
           READ MASK-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF MP-MASK-MODE = "U" OR MP-MASK-MODE = "u"
                       MOVE "U" TO WS-MASK-MODE-FLAG
                   END-IF
           END-READ.
           CLOSE MASK-PARM-FILE.

       120-READ-LAST-MANIFEST.
           OPEN INPUT DW-MANIFEST-FILE.
           IF NOT MANIFEST-STATUS-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-MANIFEST-EOF-FLAG.
           PERFORM 125-READ-ONE-MANIFEST-LINE UNTIL WS-MANIFEST-EOF.
           CLOSE DW-MANIFEST-FILE.

       125-READ-ONE-MANIFEST-LINE.
           READ DW-MANIFEST-FILE
               AT END
                   SET WS-MANIFEST-EOF TO TRUE
               NOT AT END
                   IF MF-DETAIL AND MF-RECORD-COUNT IS NUMERIC
                       PERFORM VARYING WS-MF-INDEX FROM 1 BY 1
                           UNTIL WS-MF-INDEX > WS-MF-COUNT
                           IF WS-MF-FILE-NAME(WS-MF-INDEX)
                                   = MF-FILE-NAME
                               MOVE MF-RECORD-COUNT
                                   TO WS-MF-PREV-COUNT(WS-MF-INDEX)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

      * a rerun on the night already fed starts account history where
      * that night started; any other night starts where it ended
       130-READ-CONTROL.
           MOVE ZERO TO WS-HIST-START.
           OPEN INPUT DW-CONTROL-FILE.
           IF NOT CONTROL-STATUS-OK
               EXIT PARAGRAPH
           END-IF.
           READ DW-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CT-AS-OF-DATE = WS-AS-OF-DATE
                       MOVE CT-HIST-START TO WS-HIST-START
                   ELSE
                       MOVE CT-HIST-END TO WS-HIST-START
                   END-IF
           END-READ.
           CLOSE DW-CONTROL-FILE.

       200-EXTRACT-CUSTOMERS.
           MOVE 1 TO WS-FILE-SUB.
           OPEN INPUT CUSTMAST.
           IF NOT SOURCE-STATUS-OK
               PERFORM 900-SOURCE-FAILED
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DW-CUSTOMER-FILE.
           PERFORM 910-CHECK-TARGET-OPEN.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG.
           PERFORM 205-EXTRACT-ONE-CUSTOMER
               UNTIL WS-SOURCE-EOF OR NOT WS-TARGET-OPEN.
           CLOSE CUSTMAST.
           IF WS-TARGET-OPEN
               CLOSE DW-CUSTOMER-FILE
           END-IF.
           PERFORM 950-JUDGE-EXTRACT.

       205-EXTRACT-ONE-CUSTOMER.
           READ CUSTMAST NEXT RECORD
               AT END
                   SET WS-SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MF-SELECTED(WS-FILE-SUB)
                   ADD CM-SALES-THIS-YTD TO WS-MF-HASH(WS-FILE-SUB)
                   MOVE CM-SALES-THIS-YTD TO WS-AMOUNT-7
                   MOVE CM-SALES-LAST-YTD TO WS-AMOUNT-7B
                   MOVE SPACES TO WS-DW-LINE
                   STRING CM-BRANCH-NUMBER WS-DELIMITER
                       CM-SALESREP-NUMBER WS-DELIMITER
                       CM-CUSTOMER-NUMBER WS-DELIMITER
                       CM-CUSTOMER-NAME WS-DELIMITER
                       WS-AMOUNT-7 WS-DELIMITER
                       WS-AMOUNT-7B WS-DELIMITER
                       CM-STREET WS-DELIMITER
                       CM-CITY WS-DELIMITER
                       CM-STATE WS-DELIMITER
                       CM-ZIP WS-DELIMITER
                       CM-PHONE
                       DELIMITED BY SIZE INTO WS-DW-LINE
                   WRITE DW-CUSTOMER-RECORD FROM WS-DW-LINE
                   PERFORM 920-COUNT-WRITE
           END-READ.

       210-EXTRACT-BRANCHES.
           MOVE 2 TO WS-FILE-SUB.
           OPEN INPUT BRANCHMST.
           IF NOT SOURCE-STATUS-OK
               PERFORM 900-SOURCE-FAILED
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DW-BRANCH-FILE.
           PERFORM 910-CHECK-TARGET-OPEN.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG.
           PERFORM 215-EXTRACT-ONE-BRANCH
               UNTIL WS-SOURCE-EOF OR NOT WS-TARGET-OPEN.
           CLOSE BRANCHMST.
           IF WS-TARGET-OPEN
               CLOSE DW-BRANCH-FILE
           END-IF.
           PERFORM 950-JUDGE-EXTRACT.

      * a branch carries no amount - its hash total is the branch
      * numbers themselves
       215-EXTRACT-ONE-BRANCH.
           READ BRANCHMST
               AT END
                   SET WS-SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MF-SELECTED(WS-FILE-SUB)
                   ADD BM-BRANCH-NUMBER TO WS-MF-HASH(WS-FILE-SUB)
                   MOVE SPACES TO WS-DW-LINE
                   STRING BM-BRANCH-NUMBER WS-DELIMITER
                       BM-BRANCH-NAME WS-DELIMITER
                       BM-REGION WS-DELIMITER
                       BM-MANAGER-NAME
                       DELIMITED BY SIZE INTO WS-DW-LINE
                   WRITE DW-BRANCH-RECORD FROM WS-DW-LINE
                   PERFORM 920-COUNT-WRITE
           END-READ.

       220-EXTRACT-SALESREPS.
           MOVE 3 TO WS-FILE-SUB.
           OPEN INPUT SREPMST.
           IF NOT SOURCE-STATUS-OK
               PERFORM 900-SOURCE-FAILED
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DW-SALESREP-FILE.
           PERFORM 910-CHECK-TARGET-OPEN.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG.
           PERFORM 225-EXTRACT-ONE-SALESREP
               UNTIL WS-SOURCE-EOF OR NOT WS-TARGET-OPEN.
           CLOSE SREPMST.
           IF WS-TARGET-OPEN
               CLOSE DW-SALESREP-FILE
           END-IF.
           PERFORM 950-JUDGE-EXTRACT.

       225-EXTRACT-ONE-SALESREP.
           READ SREPMST
               AT END
                   SET WS-SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MF-SELECTED(WS-FILE-SUB)
                   ADD SM-ANNUAL-QUOTA TO WS-MF-HASH(WS-FILE-SUB)
                   MOVE SM-ANNUAL-QUOTA TO WS-AMOUNT-7
                   MOVE SPACES TO WS-DW-LINE
                   STRING SM-BRANCH-NUMBER WS-DELIMITER
                       SM-SALESREP-NUMBER WS-DELIMITER
                       SM-SALESREP-NAME WS-DELIMITER
                       SM-HIRE-DATE WS-DELIMITER
                       WS-AMOUNT-7
                       DELIMITED BY SIZE INTO WS-DW-LINE
                   WRITE DW-SALESREP-RECORD FROM WS-DW-LINE
                   PERFORM 920-COUNT-WRITE
           END-READ.

       230-EXTRACT-OPEN-ITEMS.
           MOVE 4 TO WS-FILE-SUB.
           OPEN INPUT OPENITEM.
           IF NOT SOURCE-STATUS-OK
               PERFORM 900-SOURCE-FAILED
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DW-OPENITEM-FILE.
           PERFORM 910-CHECK-TARGET-OPEN.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG.
           PERFORM 235-EXTRACT-ONE-OPEN-ITEM
               UNTIL WS-SOURCE-EOF OR NOT WS-TARGET-OPEN.
           CLOSE OPENITEM.
           IF WS-TARGET-OPEN
               CLOSE DW-OPENITEM-FILE
           END-IF.
           PERFORM 950-JUDGE-EXTRACT.

       235-EXTRACT-ONE-OPEN-ITEM.
           READ OPENITEM
               AT END
                   SET WS-SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MF-SELECTED(WS-FILE-SUB)
                   ADD OI-OPEN-AMOUNT TO WS-MF-HASH(WS-FILE-SUB)
                   MOVE OI-INVOICE-AMOUNT TO WS-AMOUNT-5
                   MOVE OI-OPEN-AMOUNT    TO WS-AMOUNT-5B
                   MOVE OI-DISCOUNT-PCT   TO WS-DISCOUNT-PCT
                   MOVE OI-DISCOUNT-TAKEN TO WS-AMOUNT-7
                   MOVE SPACES TO WS-DW-LINE
                   STRING OI-CUSTOMER-NUMBER WS-DELIMITER
                       OI-INVOICE-NUMBER WS-DELIMITER
                       OI-ITEM-TYPE WS-DELIMITER
                       OI-INVOICE-DATE WS-DELIMITER
                       WS-AMOUNT-5 WS-DELIMITER
                       WS-AMOUNT-5B WS-DELIMITER
                       OI-ITEM-STATUS WS-DELIMITER
                       OI-TERMS-CODE WS-DELIMITER
                       OI-DUE-DATE WS-DELIMITER
                       OI-DISCOUNT-DATE WS-DELIMITER
                       WS-DISCOUNT-PCT WS-DELIMITER
                       WS-AMOUNT-7 WS-DELIMITER
                       OI-REFERENCE-INVOICE
                       DELIMITED BY SIZE INTO WS-DW-LINE
                   WRITE DW-OPENITEM-RECORD FROM WS-DW-LINE
                   PERFORM 920-COUNT-WRITE
           END-READ.

      * only what PST1000 posted on the as-of date
       240-EXTRACT-SALES-HISTORY.
           MOVE 5 TO WS-FILE-SUB.
           OPEN INPUT SALESHIST.
           IF NOT SOURCE-STATUS-OK
               PERFORM 900-SOURCE-FAILED
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DW-SALESHIST-FILE.
           PERFORM 910-CHECK-TARGET-OPEN.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG.
           PERFORM 245-EXTRACT-ONE-SALE
               UNTIL WS-SOURCE-EOF OR NOT WS-TARGET-OPEN.
           CLOSE SALESHIST.
           IF WS-TARGET-OPEN
               CLOSE DW-SALESHIST-FILE
           END-IF.
           PERFORM 950-JUDGE-EXTRACT.

       245-EXTRACT-ONE-SALE.
           READ SALESHIST
               AT END
                   SET WS-SOURCE-EOF TO TRUE
               NOT AT END
                   IF SH-POSTING-DATE = WS-AS-OF-DATE
                       ADD 1 TO WS-MF-SELECTED(WS-FILE-SUB)
                       ADD SH-TRANS-AMOUNT TO WS-MF-HASH(WS-FILE-SUB)
                       MOVE SH-TRANS-AMOUNT TO WS-AMOUNT-5
                       MOVE SPACES TO WS-DW-LINE
                       STRING SH-POSTING-DATE WS-DELIMITER
                           SH-CUSTOMER-NUMBER WS-DELIMITER
                           SH-TRANS-DATE WS-DELIMITER
                           WS-AMOUNT-5 WS-DELIMITER
                           SH-TRANS-TYPE
                           DELIMITED BY SIZE INTO WS-DW-LINE
                       WRITE DW-SALESHIST-RECORD FROM WS-DW-LINE
                       PERFORM 920-COUNT-WRITE
                   END-IF
           END-READ.

       250-EXTRACT-ACCOUNTS.
           MOVE 6 TO WS-FILE-SUB.
           OPEN INPUT ACCT-REC.
           IF NOT SOURCE-STATUS-OK
               PERFORM 900-SOURCE-FAILED
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DW-ACCOUNT-FILE.
           PERFORM 910-CHECK-TARGET-OPEN.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG.
           PERFORM 255-EXTRACT-ONE-ACCOUNT
               UNTIL WS-SOURCE-EOF OR NOT WS-TARGET-OPEN.
           CLOSE ACCT-REC.
           IF WS-TARGET-OPEN
               CLOSE DW-ACCOUNT-FILE
           END-IF.
           PERFORM 950-JUDGE-EXTRACT.

      * the account number leaves with only its last four showing,
      * the way CBL0001 and the statements print it
       255-EXTRACT-ONE-ACCOUNT.
           READ ACCT-REC NEXT RECORD
               AT END
                   SET WS-SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MF-SELECTED(WS-FILE-SUB)
                   ADD ACCT-BALANCE TO WS-MF-HASH(WS-FILE-SUB)
                   MOVE ACCT-NO TO WS-ACCT-NO-MASKED
                   MOVE ALL 'X' TO WS-ACCT-NO-MASKED(1:4)
                   MOVE ACCT-LIMIT   TO WS-AMOUNT-7
                   MOVE ACCT-BALANCE TO WS-AMOUNT-7B
                   MOVE SPACES TO WS-DW-LINE
                   STRING WS-ACCT-NO-MASKED WS-DELIMITER
                       LAST-NAME WS-DELIMITER
                       FIRST-NAME WS-DELIMITER
                       CITY-COUNTY WS-DELIMITER
                       USA-STATE WS-DELIMITER
                       WS-AMOUNT-7 WS-DELIMITER
                       WS-AMOUNT-7B WS-DELIMITER
                       ACCT-PRODUCT-CODE WS-DELIMITER
                       ACCT-CYCLES-PAST-DUE WS-DELIMITER
                       ACCT-LAST-ACT-YEAR ACCT-LAST-ACT-MONTH
                       WS-DELIMITER
                       ACCT-STATUS-CODE
                       DELIMITED BY SIZE INTO WS-DW-LINE
                   WRITE DW-ACCOUNT-RECORD FROM WS-DW-LINE
                   PERFORM 920-COUNT-WRITE
           END-READ.

      * a history file shorter than the mark was rebuilt - all of it
      * goes, and the mark starts over from its end
       260-EXTRACT-ACCOUNT-HISTORY.
           MOVE 7 TO WS-FILE-SUB.
           MOVE ZERO TO WS-HIST-POSITION.
           OPEN INPUT ACCT-HIST.
           IF NOT SOURCE-STATUS-OK
               PERFORM 900-SOURCE-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG.
           PERFORM 262-COUNT-ONE-HISTORY UNTIL WS-SOURCE-EOF.
           CLOSE ACCT-HIST.
           IF WS-HIST-POSITION < WS-HIST-START
               DISPLAY "DWFEED: ACCOUNT HISTORY SHORTER THAN THE "
                   "FEED MARK - SENDING ALL OF IT"
               MOVE ZERO TO WS-HIST-START
           END-IF.
           MOVE ZERO TO WS-HIST-POSITION.
           OPEN INPUT ACCT-HIST.
           OPEN OUTPUT DW-ACCTHIST-FILE.
           PERFORM 910-CHECK-TARGET-OPEN.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG.
           PERFORM 265-EXTRACT-ONE-HISTORY
               UNTIL WS-SOURCE-EOF OR NOT WS-TARGET-OPEN.
           CLOSE ACCT-HIST.
           IF WS-TARGET-OPEN
               CLOSE DW-ACCTHIST-FILE
           END-IF.
           PERFORM 950-JUDGE-EXTRACT.

       262-COUNT-ONE-HISTORY.
           READ ACCT-HIST
               AT END
                   SET WS-SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-POSITION
           END-READ.

       265-EXTRACT-ONE-HISTORY.
           READ ACCT-HIST
               AT END
                   SET WS-SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-POSITION
                   IF WS-HIST-POSITION > WS-HIST-START
                       ADD 1 TO WS-MF-SELECTED(WS-FILE-SUB)
                       ADD AH-AMOUNT TO WS-MF-HASH(WS-FILE-SUB)
                       MOVE AH-ACCT-NO TO WS-ACCT-NO-MASKED
                       MOVE ALL 'X' TO WS-ACCT-NO-MASKED(1:4)
                       MOVE AH-AMOUNT TO WS-AMOUNT-7
                       MOVE SPACES TO WS-DW-LINE
                       STRING WS-ACCT-NO-MASKED WS-DELIMITER
                           AH-TRAN-DATE WS-DELIMITER
                           WS-AMOUNT-7 WS-DELIMITER
                           AH-TYPE-CODE
                           DELIMITED BY SIZE INTO WS-DW-LINE
                       WRITE DW-ACCTHIST-RECORD FROM WS-DW-LINE
                       PERFORM 920-COUNT-WRITE
                   END-IF
           END-READ.

       270-EXTRACT-STUDENTS.
           MOVE 8 TO WS-FILE-SUB.
           OPEN INPUT STUDENT-FILE.
           IF NOT SOURCE-STATUS-OK
               PERFORM 900-SOURCE-FAILED
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DW-STUDENT-FILE.
           PERFORM 910-CHECK-TARGET-OPEN.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG.
           PERFORM 275-EXTRACT-ONE-STUDENT
               UNTIL WS-SOURCE-EOF OR NOT WS-TARGET-OPEN.
           CLOSE STUDENT-FILE.
           IF WS-TARGET-OPEN
               CLOSE DW-STUDENT-FILE
           END-IF.
           PERFORM 950-JUDGE-EXTRACT.

       275-EXTRACT-ONE-STUDENT.
           READ STUDENT-FILE NEXT RECORD
               AT END
                   SET WS-SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MF-SELECTED(WS-FILE-SUB)
                   ADD GDA-VALOR TO WS-MF-HASH(WS-FILE-SUB)
                   PERFORM 280-BUILD-STUDENT-CPF
                   MOVE GDA-VALOR TO WS-AMOUNT-15
                   MOVE SPACES TO WS-DW-LINE
                   STRING GDA-NR-CHAVE WS-DELIMITER
                       GDA-NOME WS-DELIMITER
                       WS-CPF-MASKED WS-DELIMITER
                       GDA-DT-NIVER WS-DELIMITER
                       GDA-ENDEREC WS-DELIMITER
                       WS-AMOUNT-15 WS-DELIMITER
                       GDA-STATUS WS-DELIMITER
                       GDA-CURSO
                       DELIMITED BY SIZE INTO WS-DW-LINE
                   WRITE DW-STUDENT-RECORD FROM WS-DW-LINE
                   PERFORM 920-COUNT-WRITE
           END-READ.

      * an RG of zeros has no CPF; otherwise the two check digits go
      * on the end and all but the last four are masked unless the
      * masking card says U
       280-BUILD-STUDENT-CPF.
           IF GDA-RG IS NOT NUMERIC OR GDA-RG = ZERO
               MOVE SPACES TO WS-CPF-MASKED
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CPF-NUMERO = GDA-RG * 100.
           MOVE 10 TO WS-CPF-INDEX.
           PERFORM 285-CHECK-DIGIT.
           MOVE 11 TO WS-CPF-INDEX.
           PERFORM 285-CHECK-DIGIT.
           MOVE WS-CPF-NUMERO TO WS-CPF-MASKED.
           IF NOT WS-UNMASKED-MODE
               MOVE ALL "X" TO WS-CPF-MASKED(1:7)
           END-IF.

       285-CHECK-DIGIT.
           MOVE 0 TO WS-CPF-SOMA.
           PERFORM VARYING WS-DIGIT-INDEX FROM 1 BY 1
               UNTIL WS-DIGIT-INDEX >= WS-CPF-INDEX
               COMPUTE WS-CPF-SOMA = WS-CPF-SOMA
                   + WS-CPF-DIGITO(WS-DIGIT-INDEX)
                   * (WS-CPF-INDEX + 1 - WS-DIGIT-INDEX)
           END-PERFORM.
           DIVIDE WS-CPF-SOMA BY 11 GIVING WS-CPF-QUOCIENTE
               REMAINDER WS-CPF-RESTO.
           IF WS-CPF-RESTO < 2
               MOVE 0 TO WS-CPF-DIGITO(WS-CPF-INDEX)
           ELSE
               COMPUTE WS-CPF-DIGITO(WS-CPF-INDEX) = 11 - WS-CPF-RESTO
           END-IF.

      * a detail line per file, then the trailer the warehouse checks
      * before it loads anything
       800-WRITE-MANIFEST.
           MOVE ZERO TO WS-TOTAL-WRITTEN.
           MOVE ZERO TO WS-PROBLEM-COUNT.
           OPEN OUTPUT DW-MANIFEST-FILE.
           IF NOT MANIFEST-STATUS-OK
               DISPLAY "DWFEED: UNABLE TO WRITE DWMANIF.DAT, STATUS = "
                   WS-MANIFEST-STATUS
               MOVE 'N' TO WS-NIGHT-FLAG
               EXIT PARAGRAPH
           END-IF.
           PERFORM 810-WRITE-MANIFEST-DETAIL
               VARYING WS-MF-INDEX FROM 1 BY 1
               UNTIL WS-MF-INDEX > WS-MF-COUNT.
           IF WS-NIGHT-COMPLETE
               MOVE 'COMPLETE'   TO MTL-NIGHT-STATUS
               MOVE 'LOAD ALL FILES' TO MTL-INSTRUCTION
           ELSE
               MOVE 'INCOMPLETE' TO MTL-NIGHT-STATUS
               MOVE 'DO NOT LOAD THIS NIGHT' TO MTL-INSTRUCTION
           END-IF.
           MOVE WS-AS-OF-DATE    TO MTL-AS-OF-DATE.
           MOVE WS-TOTAL-WRITTEN TO MTL-TOTAL-COUNT.
           MOVE WS-MF-COUNT      TO MTL-FILE-COUNT.
           MOVE WS-PROBLEM-COUNT TO MTL-PROBLEMS.
           WRITE DW-MANIFEST-RECORD FROM MANIFEST-TRAILER-LINE.
           CLOSE DW-MANIFEST-FILE.

       810-WRITE-MANIFEST-DETAIL.
           IF WS-MF-STATUS(WS-MF-INDEX) NOT = 'OK'
               MOVE 'N' TO WS-NIGHT-FLAG
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF.
           ADD WS-MF-WRITTEN(WS-MF-INDEX) TO WS-TOTAL-WRITTEN.
           MOVE WS-MF-FILE-NAME(WS-MF-INDEX) TO MDL-FILE-NAME.
           MOVE WS-AS-OF-DATE                TO MDL-AS-OF-DATE.
           MOVE WS-MF-WRITTEN(WS-MF-INDEX)   TO MDL-RECORD-COUNT.
           MOVE WS-MF-HASH(WS-MF-INDEX)      TO MDL-HASH-TOTAL.
           MOVE WS-MF-STATUS(WS-MF-INDEX)    TO MDL-STATUS.
           MOVE WS-MF-REASON(WS-MF-INDEX)    TO MDL-REASON.
           WRITE DW-MANIFEST-RECORD FROM MANIFEST-DETAIL-LINE.

      * the account history mark moves only after a complete night
       850-SAVE-CONTROL.
           OPEN OUTPUT DW-CONTROL-FILE.
           IF NOT CONTROL-STATUS-OK
               DISPLAY "DWFEED: UNABLE TO SAVE DWFEED.CTL, STATUS = "
                   WS-CONTROL-STATUS
               MOVE 4 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES           TO DW-CONTROL-RECORD.
           MOVE WS-AS-OF-DATE    TO CT-AS-OF-DATE.
           MOVE WS-HIST-START    TO CT-HIST-START.
           MOVE WS-HIST-POSITION TO CT-HIST-END.
           WRITE DW-CONTROL-RECORD.
           CLOSE DW-CONTROL-FILE.

       900-SOURCE-FAILED.
           MOVE 'FAILED' TO WS-MF-STATUS(WS-FILE-SUB).
           MOVE SPACES TO WS-MF-REASON(WS-FILE-SUB).
           STRING "SOURCE WOULD NOT OPEN, STATUS " WS-SOURCE-STATUS
               DELIMITED BY SIZE INTO WS-MF-REASON(WS-FILE-SUB).
           DISPLAY "DWFEED: " WS-MF-FILE-NAME(WS-FILE-SUB) " "
               WS-MF-REASON(WS-FILE-SUB).

       910-CHECK-TARGET-OPEN.
           IF TARGET-STATUS-OK
               SET WS-TARGET-OPEN TO TRUE
           ELSE
               MOVE 'N' TO WS-TARGET-OPEN-FLAG
               MOVE 'FAILED' TO WS-MF-STATUS(WS-FILE-SUB)
               MOVE SPACES TO WS-MF-REASON(WS-FILE-SUB)
               STRING "FILE WOULD NOT OPEN, STATUS " WS-TARGET-STATUS
                   DELIMITED BY SIZE INTO WS-MF-REASON(WS-FILE-SUB)
               DISPLAY "DWFEED: " WS-MF-FILE-NAME(WS-FILE-SUB) " "
                   WS-MF-REASON(WS-FILE-SUB)
           END-IF.

       920-COUNT-WRITE.
           IF TARGET-STATUS-OK
               ADD 1 TO WS-MF-WRITTEN(WS-FILE-SUB)
           END-IF.

      * short is fewer records out than were selected, an empty
      * master, or a master under 90 percent of last night's count
       950-JUDGE-EXTRACT.
           IF WS-MF-STATUS(WS-FILE-SUB) NOT = 'OK'
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-MF-WRITTEN(WS-FILE-SUB)
                       < WS-MF-SELECTED(WS-FILE-SUB)
                   MOVE 'SHORT' TO WS-MF-STATUS(WS-FILE-SUB)
                   MOVE 'WRITE ERRORS - RECORDS MISSING'
                       TO WS-MF-REASON(WS-FILE-SUB)
               WHEN WS-MF-MASTER(WS-FILE-SUB)
                AND WS-MF-WRITTEN(WS-FILE-SUB) = ZERO
                   MOVE 'SHORT' TO WS-MF-STATUS(WS-FILE-SUB)
                   MOVE 'MASTER FILE CAME OUT EMPTY'
                       TO WS-MF-REASON(WS-FILE-SUB)
               WHEN WS-MF-MASTER(WS-FILE-SUB)
                AND WS-MF-WRITTEN(WS-FILE-SUB) * 10
                       < WS-MF-PREV-COUNT(WS-FILE-SUB) * 9
                   MOVE 'SHORT' TO WS-MF-STATUS(WS-FILE-SUB)
                   MOVE 'UNDER 90 PCT OF LAST NIGHT'
                       TO WS-MF-REASON(WS-FILE-SUB)
           END-EVALUATE.
           IF WS-MF-STATUS(WS-FILE-SUB) NOT = 'OK'
               DISPLAY "DWFEED: " WS-MF-FILE-NAME(WS-FILE-SUB) " "
                   WS-MF-REASON(WS-FILE-SUB)
           END-IF.
