      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: Report vault reprint utility - the operator keys a
      *          run date range (and a program, or blank for all), the
      *          vault's reports from those runs are listed by number
      *          with their program, report name, run date, run
      *          sequence, pages, and keep-until date, and any of them
      *          can be reprinted to RPTREPR.OUT whole or by a range of
      *          pages - so last Tuesday's posting register is one
      *          request away instead of gone. RPTVAULT fills the
      *          vault; the vault itself is never changed here.
      * Tectonic: cobc
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTREPR.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-VAULT ASSIGN TO "RPTVAULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-STATUS.
      * every reprint of the session lands here, one after another,
      * each behind its own banner line
           SELECT REPRINT-FILE ASSIGN TO "RPTREPR.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD  REPORT-VAULT.
       01  VAULT-RECORD.
           05  VR-KEEP-UNTIL    PIC 9(08).
           05  VR-RECORD-TYPE   PIC X(01).
               88  VR-SUMMARY       VALUE 'S'.
               88  VR-LINE          VALUE 'L'.
           05  VR-PROGRAM-NAME  PIC X(08).
           05  VR-REPORT-NAME   PIC X(08).
           05  VR-RUN-DATE      PIC 9(08).
           05  VR-RUN-SEQUENCE  PIC 9(03).
           05  VR-DATA          PIC X(214).
           05  VR-LINE-DATA REDEFINES VR-DATA.
               10  VR-LINE-NUMBER   PIC 9(07).
               10  VR-PAGE-NUMBER   PIC 9(05).
               10  VR-LINE-TEXT     PIC X(200).
               10  FILLER           PIC X(02).
           05  VR-SUMMARY-DATA REDEFINES VR-DATA.
               10  VR-RUN-STAMP     PIC 9(14).
               10  VR-LINE-COUNT    PIC 9(07).
               10  VR-PAGE-COUNT    PIC 9(05).
               10  VR-FILE-NAME     PIC X(60).
               10  FILLER           PIC X(128).

       FD  REPRINT-FILE.
       01  REPRINT-LINE          PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-VAULT-STATUS     PIC X(02) VALUE '00'.
         88 VAULT-STATUS-OK    VALUE '00'.
       01  WS-REPRINT-STATUS   PIC X(02) VALUE '00'.
         88 REPRINT-STATUS-OK  VALUE '00'.

       01  WS-VAULT-EOF-FLAG   PIC X VALUE 'N'.
         88 WS-VAULT-EOF       VALUE 'Y'.
       01  WS-REPRINT-OPEN-FLAG PIC X VALUE 'N'.
         88 WS-REPRINT-OPEN    VALUE 'Y'.
       01  WS-DONE-FLAG        PIC X VALUE 'N'.
         88 WS-DONE            VALUE 'Y'.

       01  LIST-REQUEST-FIELDS.
           05  WS-FROM-DATE     PIC 9(08) VALUE 0.
           05  WS-TO-DATE       PIC 9(08) VALUE 0.
           05  WS-PROGRAM-WANTED PIC X(08) VALUE SPACES.

      * the reports listed this session, in vault order
       01  VAULT-LIST-FIELDS.
           05  WS-LIST-COUNT    PIC 9(03) VALUE 0.
           05  WS-LIST-INDEX    PIC 9(03) VALUE 0.
           05  WS-LIST-ENTRY OCCURS 300 TIMES.
               10  WS-LE-PROGRAM    PIC X(08).
               10  WS-LE-REPORT     PIC X(08).
               10  WS-LE-RUN-DATE   PIC 9(08).
               10  WS-LE-RUN-SEQ    PIC 9(03).
               10  WS-LE-PAGES      PIC 9(05).
               10  WS-LE-LINES      PIC 9(07).
               10  WS-LE-KEEP-UNTIL PIC 9(08).
           05  WS-LIST-OVERFLOW PIC 9(05) VALUE 0.

       01  REPRINT-REQUEST-FIELDS.
           05  WS-CHOICE        PIC 9(03) VALUE 0.
           05  WS-FROM-PAGE     PIC 9(05) VALUE 0.
           05  WS-TO-PAGE       PIC 9(05) VALUE 0.
           05  WS-LAST-PAGE     PIC 9(05) VALUE 0.
           05  WS-LINES-PRINTED PIC 9(07) VALUE 0.
           05  WS-PAGES-PRINTED PIC 9(05) VALUE 0.

       01  VAULT-LIST-LINE.
           05  VLL-CHOICE       PIC ZZ9.
           05  FILLER           PIC X(02) VALUE '. '.
           05  VLL-PROGRAM      PIC X(08).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  VLL-REPORT       PIC X(08).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  VLL-RUN-DATE     PIC 9(08).
           05  FILLER           PIC X(02) VALUE ' #'.
           05  VLL-RUN-SEQ      PIC 9(03).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  VLL-PAGES        PIC ZZZZ9.
           05  FILLER           PIC X(07) VALUE ' PAGES '.
           05  VLL-LINES        PIC ZZZZZZ9.
           05  FILLER           PIC X(17) VALUE ' LINES  KEPT TO '.
           05  VLL-KEEP-UNTIL   PIC 9(08).

       01  REPRINT-BANNER-LINE.
           05  FILLER           PIC X(12) VALUE '*** REPRINT '.
           05  RBL-PROGRAM      PIC X(08).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  RBL-REPORT       PIC X(08).
           05  FILLER           PIC X(05) VALUE ' RUN '.
           05  RBL-RUN-DATE     PIC 9(08).
           05  FILLER           PIC X(02) VALUE ' #'.
           05  RBL-RUN-SEQ      PIC 9(03).
           05  FILLER           PIC X(07) VALUE ' PAGES '.
           05  RBL-FROM-PAGE    PIC ZZZZ9.
           05  FILLER           PIC X(04) VALUE ' TO '.
           05  RBL-TO-PAGE      PIC ZZZZ9.
           05  FILLER           PIC X(04) VALUE ' ***'.
           05  FILLER           PIC X(128) VALUE SPACES.

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           DISPLAY "RPTREPR - REPORTS RUN FROM DATE (YYYYMMDD): ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "RPTREPR - REPORTS RUN TO DATE (YYYYMMDD, "
               "ZERO FOR THE SAME DAY): ".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = ZERO
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           DISPLAY "PROGRAM (BLANK FOR ALL): ".
           ACCEPT WS-PROGRAM-WANTED.
           PERFORM 100-LIST-VAULT-REPORTS.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO REPORTS IN THE VAULT FOR THOSE DATES - "
                   "NOTHING TO REPRINT."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-TAKE-ONE-REQUEST UNTIL WS-DONE.
           IF WS-REPRINT-OPEN
               CLOSE REPRINT-FILE
               DISPLAY "REPRINTS ARE ON RPTREPR.OUT"
           END-IF.
           STOP RUN.

      * only the summary records are listed - each stands for one
      * report captured from one run
       100-LIST-VAULT-REPORTS.
           OPEN INPUT REPORT-VAULT.
           IF NOT VAULT-STATUS-OK
               DISPLAY "RPTREPR: NO REPORT VAULT ON FILE."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-VAULT-EOF-FLAG.
           PERFORM 110-READ-VAULT-SUMMARY UNTIL WS-VAULT-EOF.
           CLOSE REPORT-VAULT.
           IF WS-LIST-OVERFLOW > ZERO
               DISPLAY WS-LIST-OVERFLOW " MORE REPORTS NOT LISTED - "
                   "NARROW THE DATES OR NAME THE PROGRAM."
           END-IF.

       110-READ-VAULT-SUMMARY.
           READ REPORT-VAULT
               AT END
                   SET WS-VAULT-EOF TO TRUE
               NOT AT END
                   IF VR-SUMMARY
                      AND VR-RUN-DATE >= WS-FROM-DATE
                      AND VR-RUN-DATE <= WS-TO-DATE
                      AND (WS-PROGRAM-WANTED = SPACES
                           OR VR-PROGRAM-NAME = WS-PROGRAM-WANTED)
                       PERFORM 120-LIST-ONE-REPORT
                   END-IF
           END-READ.

       120-LIST-ONE-REPORT.
           IF WS-LIST-COUNT >= 300
               ADD 1 TO WS-LIST-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           MOVE VR-PROGRAM-NAME TO WS-LE-PROGRAM(WS-LIST-COUNT).
           MOVE VR-REPORT-NAME  TO WS-LE-REPORT(WS-LIST-COUNT).
           MOVE VR-RUN-DATE     TO WS-LE-RUN-DATE(WS-LIST-COUNT).
           MOVE VR-RUN-SEQUENCE TO WS-LE-RUN-SEQ(WS-LIST-COUNT).
           MOVE VR-PAGE-COUNT   TO WS-LE-PAGES(WS-LIST-COUNT).
           MOVE VR-LINE-COUNT   TO WS-LE-LINES(WS-LIST-COUNT).
           MOVE VR-KEEP-UNTIL   TO WS-LE-KEEP-UNTIL(WS-LIST-COUNT).
           MOVE WS-LIST-COUNT   TO VLL-CHOICE.
           MOVE VR-PROGRAM-NAME TO VLL-PROGRAM.
           MOVE VR-REPORT-NAME  TO VLL-REPORT.
           MOVE VR-RUN-DATE     TO VLL-RUN-DATE.
           MOVE VR-RUN-SEQUENCE TO VLL-RUN-SEQ.
           MOVE VR-PAGE-COUNT   TO VLL-PAGES.
           MOVE VR-LINE-COUNT   TO VLL-LINES.
           MOVE VR-KEEP-UNTIL   TO VLL-KEEP-UNTIL.
           DISPLAY VAULT-LIST-LINE.

      * zero pages on either end means from the first or to the last
       200-TAKE-ONE-REQUEST.
           DISPLAY " ".
           DISPLAY "REPORT NUMBER TO REPRINT (0 TO END): ".
           ACCEPT WS-CHOICE.
           IF WS-CHOICE = ZERO
               SET WS-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHOICE > WS-LIST-COUNT
               DISPLAY "NO REPORT " WS-CHOICE " ON THE LIST."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHOICE TO WS-LIST-INDEX.
           DISPLAY "FROM PAGE (0 FOR THE FIRST): ".
           ACCEPT WS-FROM-PAGE.
           DISPLAY "TO PAGE (0 FOR THE LAST): ".
           ACCEPT WS-TO-PAGE.
           IF WS-FROM-PAGE = ZERO
               MOVE 1 TO WS-FROM-PAGE
           END-IF.
           IF WS-TO-PAGE = ZERO
              OR WS-TO-PAGE > WS-LE-PAGES(WS-LIST-INDEX)
               MOVE WS-LE-PAGES(WS-LIST-INDEX) TO WS-TO-PAGE
           END-IF.
           IF WS-FROM-PAGE > WS-TO-PAGE
               DISPLAY "THE REPORT HAS " WS-LE-PAGES(WS-LIST-INDEX)
                   " PAGES - NOTHING IN THAT RANGE."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 300-REPRINT-REPORT.
           DISPLAY WS-PAGES-PRINTED " PAGES, " WS-LINES-PRINTED
               " LINES REPRINTED.".

       300-REPRINT-REPORT.
           IF NOT WS-REPRINT-OPEN
               OPEN OUTPUT REPRINT-FILE
               IF NOT REPRINT-STATUS-OK
                   DISPLAY "RPTREPR: UNABLE TO OPEN RPTREPR.OUT, "
                       "STATUS = " WS-REPRINT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-REPRINT-OPEN TO TRUE
           END-IF.
           MOVE WS-LE-PROGRAM(WS-LIST-INDEX)  TO RBL-PROGRAM.
           MOVE WS-LE-REPORT(WS-LIST-INDEX)   TO RBL-REPORT.
           MOVE WS-LE-RUN-DATE(WS-LIST-INDEX) TO RBL-RUN-DATE.
           MOVE WS-LE-RUN-SEQ(WS-LIST-INDEX)  TO RBL-RUN-SEQ.
           MOVE WS-FROM-PAGE TO RBL-FROM-PAGE.
           MOVE WS-TO-PAGE   TO RBL-TO-PAGE.
           WRITE REPRINT-LINE FROM REPRINT-BANNER-LINE
               AFTER ADVANCING PAGE.
           MOVE ZERO TO WS-LINES-PRINTED.
           MOVE ZERO TO WS-PAGES-PRINTED.
           MOVE ZERO TO WS-LAST-PAGE.
           OPEN INPUT REPORT-VAULT.
           IF NOT VAULT-STATUS-OK
               DISPLAY "RPTREPR: NO REPORT VAULT ON FILE."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-VAULT-EOF-FLAG.
           PERFORM 310-REPRINT-ONE-LINE UNTIL WS-VAULT-EOF.
           CLOSE REPORT-VAULT.

      * each page of the original starts a new page of the reprint
       310-REPRINT-ONE-LINE.
           READ REPORT-VAULT
               AT END
                   SET WS-VAULT-EOF TO TRUE
               NOT AT END
                   IF VR-LINE
                      AND VR-PROGRAM-NAME = WS-LE-PROGRAM(WS-LIST-INDEX)
                      AND VR-REPORT-NAME = WS-LE-REPORT(WS-LIST-INDEX)
                      AND VR-RUN-DATE = WS-LE-RUN-DATE(WS-LIST-INDEX)
                      AND VR-RUN-SEQUENCE = WS-LE-RUN-SEQ(WS-LIST-INDEX)
                      AND VR-PAGE-NUMBER >= WS-FROM-PAGE
                      AND VR-PAGE-NUMBER <= WS-TO-PAGE
                       IF VR-PAGE-NUMBER NOT = WS-LAST-PAGE
                           MOVE VR-PAGE-NUMBER TO WS-LAST-PAGE
                           ADD 1 TO WS-PAGES-PRINTED
                           WRITE REPRINT-LINE FROM VR-LINE-TEXT
                               AFTER ADVANCING PAGE
                       ELSE
                           WRITE REPRINT-LINE FROM VR-LINE-TEXT
                               AFTER ADVANCING 1 LINE
                       END-IF
                       ADD 1 TO WS-LINES-PRINTED
                   END-IF
           END-READ.
