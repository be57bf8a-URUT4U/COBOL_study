      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: One-time address standardization - runs the street
      *          line of every record on the customer master, the
      *          registry, and the account master through REVSTR's
      *          ADDRSTD service, the one MNT1000, LOD1000, ONLINE and
      *          CBL0010 now call on the way in, and rewrites the
      *          records it changes. Every change is listed before and
      *          after on ADDRCONV.RPT, with per-file totals. A line
      *          that would no longer fit its field is kept as it is
      *          and listed for a hand fix. PARM=T is a trial run - the
      *          full report and nothing rewritten. A live run holds
      *          each master's LOCKCTL lock while it converts it; a
      *          master whose lock or open is refused is skipped and
      *          the others still run. Every street rewritten is
      *          recorded the way each master's own updaters record
      *          theirs - CHGFEED for the customer master, a
      *          before/after image on REGCHG.LOG for the registry,
      *          and a change record on the MNTAUDIT trail for the
      *          account master.
      * Tectonic: cobc
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRCONV.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "REGISTRY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RG-CPF
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ACCT-REC ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CONVERT-RPT ASSIGN TO "ADDRCONV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      * before/after image of every registry change, as ONLINE and
      * the other registry updaters keep it
           SELECT REG-CHANGE-LOG ASSIGN TO "REGCHG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.
      * CBL0010's maintenance audit trail for the account master
           SELECT MAINT-AUDIT-FILE ASSIGN TO MNTAUDIT
               FILE STATUS IS WS-AUDIT-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD  CUSTMAST.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD.
           05  RG-NAME          PIC X(20).
           05  RG-CPF           PIC 9(11).
           05  RG-BIRTH-DATE    PIC X(10).
           05  RG-STREET        PIC X(30).
           05  RG-CITY          PIC X(20).
           05  RG-STATE         PIC X(02).
           05  RG-ZIP           PIC X(09).
           05  RG-PHONE         PIC X(15).
           05  RG-STATUS        PIC X(01).
           05  RG-REG-NUMBER    PIC 9(06).
           05  RG-DELINQ-FLAG   PIC X(01).
           05  RG-EXPIRY-DATE   PIC 9(08).

       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTREC.

       FD  CONVERT-RPT.
       01  CONVERT-RPT-LINE     PIC X(132).

       FD  REG-CHANGE-LOG.
       01  CHANGE-LOG-RECORD.
           05  CL-ACTION-CODE   PIC X(01).
           05  FILLER           PIC X(01).
           05  CL-BEFORE-IMAGE  PIC X(133).
           05  FILLER           PIC X(01).
           05  CL-AFTER-IMAGE   PIC X(133).

      * the CBL0010 layout - operator, action, and the account before
      * and after
       FD  MAINT-AUDIT-FILE RECORDING MODE F.
       01  MAINT-AUDIT-RECORD.
           05  MA-OPERATOR-ID   PIC X(08).
           05  MA-ACTION-CODE   PIC X(01).
           05  MA-ACCT-NO       PIC X(08).
           05  MA-BEFORE-IMAGE  PIC X(183).
           05  MA-AFTER-IMAGE   PIC X(183).
           05  MA-APPROVER-ID   PIC X(08).

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS     PIC X(02) VALUE '00'.
         88 MASTER-STATUS-OK    VALUE '00'.
       01  WS-REPORT-STATUS     PIC X(02) VALUE '00'.
         88 REPORT-STATUS-OK    VALUE '00'.
       01  WS-CHANGE-LOG-STATUS PIC X(02) VALUE '00'.
         88 CHANGE-LOG-STATUS-OK VALUE '00'.
       01  WS-AUDIT-STATUS      PIC X(02) VALUE '00'.
         88 AUDIT-STATUS-OK     VALUE '00'.

       01  WS-MASTER-EOF-FLAG   PIC X VALUE 'N'.
         88 WS-MASTER-EOF       VALUE 'Y'.

       01  WS-PARM-STRING       PIC X(80) VALUE SPACES.
       01  WS-RUN-MODE          PIC X VALUE SPACE.
         88 WS-TRIAL-RUN        VALUE 'T' 't'.

       01  WS-RUN-DATE          PIC 9(08) VALUE 0.
       01  WS-RUN-RC            PIC 9(04) VALUE 0.

      * one entry per master, in the order they are converted
       01  FILE-TOTAL-FIELDS.
           05  WS-FILE-COUNT    PIC 9(01) VALUE 3.
           05  WS-FILE-SUB      PIC 9(01) VALUE 0.
           05  WS-FILE-ENTRY OCCURS 3 TIMES.
               10  WS-FT-NAME       PIC X(08).
               10  WS-FT-READ       PIC 9(07).
               10  WS-FT-CHANGED    PIC 9(07).
               10  WS-FT-KEPT       PIC 9(07).
               10  WS-FT-FAILED     PIC 9(07).
               10  WS-FT-STATUS     PIC X(30).

       01  FILE-NAME-VALUES.
           05  FILLER PIC X(08) VALUE 'CUSTMAST'.
           05  FILLER PIC X(08) VALUE 'REGISTRY'.
           05  FILLER PIC X(08) VALUE 'ACCTMAST'.
       01  FILLER REDEFINES FILE-NAME-VALUES.
           05  WS-FN-NAME OCCURS 3 TIMES PIC X(08).

      * the file each master is read from, for the error log
       01  FILE-DATASET-VALUES.
           05  FILLER PIC X(12) VALUE 'CUSTMAST.DAT'.
           05  FILLER PIC X(12) VALUE 'REGISTRY.DAT'.
           05  FILLER PIC X(12) VALUE 'ACCTREC'.
       01  FILLER REDEFINES FILE-DATASET-VALUES.
           05  WS-FN-DATASET OCCURS 3 TIMES PIC X(12).

      * one street line through the service - the field size says
      * how much of the standardized line the master can hold
       01  STREET-CONVERT-FIELDS.
           05  WS-STREET-BEFORE   PIC X(30) VALUE SPACES.
           05  WS-STREET-AFTER    PIC X(30) VALUE SPACES.
           05  WS-FIELD-SIZE      PIC 9(02) VALUE 0.
           05  WS-OVERFLOW-START  PIC 9(02) VALUE 0.
           05  WS-CHANGE-KIND     PIC X VALUE 'N'.
             88 WS-NO-CHANGE      VALUE 'N'.
             88 WS-STREET-CHANGED VALUE 'C'.
             88 WS-STREET-KEPT    VALUE 'K'.

      * the record as it was read, for the registry and account
      * change records
       01  BEFORE-IMAGE-FIELDS.
           05  WS-REG-BEFORE-IMAGE  PIC X(133) VALUE SPACES.
           05  WS-ACCT-BEFORE-IMAGE PIC X(183) VALUE SPACES.

      * parameters for the shared CHGFEED subsystem - one record per
      * customer street rewritten
       01  CHANGE-FEED-FIELDS.
           05  WS-FEED-PROGRAM    PIC X(08) VALUE 'ADDRCONV'.
           05  WS-FEED-CUSTOMER   PIC 9(05) VALUE ZERO.
           05  WS-FEED-FIELD      PIC X(20) VALUE SPACES.
           05  WS-FEED-BEFORE     PIC X(30) VALUE SPACES.
           05  WS-FEED-AFTER      PIC X(30) VALUE SPACES.

      * parameters for REVSTR's ADDRSTD service - US for the customer
      * and account masters, BR for the registry
       01  ADDRESS-STANDARD-FIELDS.
           05  WS-ADDR-IN         PIC X(64) VALUE SPACES.
           05  WS-ADDR-COUNTRY    PIC X(02) VALUE SPACES.
           05  WS-ADDR-OUT        PIC X(64) VALUE SPACES.
           05  WS-ADDR-UNIT       PIC X(20) VALUE SPACES.

      * the CPF and account number are masked the way the printed
      * output masks them
       01  MASK-FIELDS.
           05  WS-CPF-MASKED      PIC X(11) VALUE SPACES.
           05  WS-ACCT-NO-MASKED  PIC X(08) VALUE SPACES.

       01  HEADING-LINE-1.
           05  FILLER           PIC X(38)
               VALUE 'ADDRESS STANDARDIZATION - BEFORE/AFTER'.
           05  FILLER           PIC X(12) VALUE '  RUN DATE: '.
           05  HL1-RUN-DATE     PIC 9(08).
           05  FILLER           PIC X(02) VALUE SPACES.
           05  HL1-TRIAL-TEXT   PIC X(40) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER           PIC X(09) VALUE 'MASTER'.
           05  FILLER           PIC X(12) VALUE 'KEY'.
           05  FILLER           PIC X(31) VALUE 'BEFORE'.
           05  FILLER           PIC X(31) VALUE 'AFTER'.
           05  FILLER           PIC X(20) VALUE 'NOTE'.

       01  DETAIL-LINE.
           05  DL-MASTER        PIC X(08).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  DL-KEY           PIC X(11).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  DL-BEFORE        PIC X(30).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  DL-AFTER         PIC X(30).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  DL-NOTE          PIC X(30).

       01  TOTAL-LINE.
           05  TL-MASTER        PIC X(08).
           05  FILLER           PIC X(07) VALUE '  READ '.
           05  TL-READ          PIC Z(6)9.
           05  FILLER           PIC X(15) VALUE '  STANDARDIZED '.
           05  TL-CHANGED       PIC Z(6)9.
           05  FILLER           PIC X(17) VALUE '  KEPT, TOO LONG '.
           05  TL-KEPT          PIC Z(6)9.
           05  FILLER           PIC X(17) VALUE '  REWRITE FAILED '.
           05  TL-FAILED        PIC Z(6)9.
           05  FILLER           PIC X(02) VALUE SPACES.
           05  TL-STATUS        PIC X(30).

      * parameters for the shared LOCKCTL master-file lock - taken
      * before each master is opened for update, handed back once it
      * is closed
       01  LOCK-FIELDS.
           05  WS-LOCK-ACTION     PIC X VALUE 'L'.
           05  WS-LOCK-NAME       PIC X(08) VALUE SPACES.
           05  WS-LOCK-PROGRAM    PIC X(08) VALUE 'ADDRCONV'.
           05  WS-LOCK-RESULT     PIC X VALUE SPACE.
             88 WS-LOCK-TAKEN     VALUE 'Y'.
           05  WS-LOCK-SAVED-RC   PIC 9(04) VALUE 0.
           05  WS-LOCK-HELD-FLAG  PIC X VALUE 'N'.
             88 WS-LOCK-HELD      VALUE 'Y'.

      * parameters for the shared JOBLOG subsystem
       01  JOBLOG-FIELDS.
           05  WS-JOBLOG-PROGRAM  PIC X(8)  VALUE 'ADDRCONV'.
           05  WS-JOBLOG-SEVERITY PIC X(1)  VALUE 'I'.
           05  WS-JOBLOG-MESSAGE  PIC X(60) VALUE SPACES.

      * parameters for the shared FILEERR handler - a bad status goes
      * on the job log in plain words and sets the return code
       01  FILE-ERROR-FIELDS.
           05  WS-FE-PROGRAM      PIC X(08) VALUE 'ADDRCONV'.
           05  WS-FE-FILE         PIC X(12) VALUE SPACES.
           05  WS-FE-OPERATION    PIC X(07) VALUE SPACES.
           05  WS-FE-STATUS       PIC X(02) VALUE SPACES.
           05  WS-FE-SEVERITY     PIC X(01) VALUE SPACE.
           05  WS-FE-END-RUN      PIC X(01) VALUE 'N'.
           05  WS-FE-RETURN-CODE  PIC 9(04) VALUE 0.

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-CONVERT-CUSTOMERS.
           PERFORM 300-CONVERT-REGISTRY.
           PERFORM 400-CONVERT-ACCOUNTS.
           PERFORM 800-WRITE-TOTALS.
           CLOSE CONVERT-RPT.
           MOVE SPACES TO WS-JOBLOG-MESSAGE.
           IF WS-TRIAL-RUN
               STRING "TRIAL ADDRESS STANDARDIZATION - NOTHING "
                   "REWRITTEN" DELIMITED BY SIZE
                   INTO WS-JOBLOG-MESSAGE
           ELSE
               STRING "ADDRESS STANDARDIZATION RUN - SEE ADDRCONV.RPT"
                   DELIMITED BY SIZE INTO WS-JOBLOG-MESSAGE
           END-IF.
           EVALUATE TRUE
               WHEN WS-RUN-RC >= 8
                   MOVE 'E' TO WS-JOBLOG-SEVERITY
               WHEN WS-RUN-RC = 4
                   MOVE 'W' TO WS-JOBLOG-SEVERITY
               WHEN OTHER
                   MOVE 'I' TO WS-JOBLOG-SEVERITY
           END-EVALUATE.
           CALL 'JOBLOG' USING WS-JOBLOG-PROGRAM
               WS-JOBLOG-SEVERITY WS-JOBLOG-MESSAGE.
           DISPLAY "ADDRCONV: " WS-JOBLOG-MESSAGE.
           MOVE WS-RUN-RC TO RETURN-CODE.
           GOBACK.

       100-INITIALIZE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           MOVE WS-PARM-STRING(1:1) TO WS-RUN-MODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-FILE-COUNT
               MOVE WS-FN-NAME(WS-FILE-SUB) TO WS-FT-NAME(WS-FILE-SUB)
               MOVE ZERO TO WS-FT-READ(WS-FILE-SUB)
                            WS-FT-CHANGED(WS-FILE-SUB)
                            WS-FT-KEPT(WS-FILE-SUB)
                            WS-FT-FAILED(WS-FILE-SUB)
               MOVE 'CONVERTED' TO WS-FT-STATUS(WS-FILE-SUB)
           END-PERFORM.
           OPEN OUTPUT CONVERT-RPT.
           IF NOT REPORT-STATUS-OK
               MOVE 'ADDRCONV.RPT' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-REPORT-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE TO HL1-RUN-DATE.
           IF WS-TRIAL-RUN
               MOVE '*** TRIAL RUN - NOTHING REWRITTEN ***'
                   TO HL1-TRIAL-TEXT
               MOVE 'LISTED ONLY' TO WS-FT-STATUS(1)
                                    WS-FT-STATUS(2)
                                    WS-FT-STATUS(3)
           END-IF.
           WRITE CONVERT-RPT-LINE FROM HEADING-LINE-1.
           MOVE SPACES TO CONVERT-RPT-LINE.
           WRITE CONVERT-RPT-LINE.
           WRITE CONVERT-RPT-LINE FROM HEADING-LINE-2.

      * the customer master carries US addresses
       200-CONVERT-CUSTOMERS.
           MOVE 1 TO WS-FILE-SUB.
           PERFORM 900-TAKE-MASTER-LOCK.
           IF NOT WS-TRIAL-RUN AND NOT WS-LOCK-HELD
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRIAL-RUN
               OPEN INPUT CUSTMAST
           ELSE
               OPEN I-O CUSTMAST
           END-IF.
           IF NOT MASTER-STATUS-OK
               PERFORM 920-MASTER-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'US' TO WS-ADDR-COUNTRY.
           MOVE 30 TO WS-FIELD-SIZE.
           MOVE 'N' TO WS-MASTER-EOF-FLAG.
           PERFORM 210-CONVERT-ONE-CUSTOMER UNTIL WS-MASTER-EOF.
           CLOSE CUSTMAST.
           PERFORM 910-RELEASE-MASTER-LOCK.

       210-CONVERT-ONE-CUSTOMER.
           READ CUSTMAST NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
           END-READ.
           IF WS-MASTER-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FT-READ(WS-FILE-SUB).
           MOVE CM-STREET TO WS-STREET-BEFORE.
           PERFORM 700-STANDARDIZE-STREET.
           IF WS-NO-CHANGE
               EXIT PARAGRAPH
           END-IF.
           MOVE CM-CUSTOMER-NUMBER TO DL-KEY.
           IF WS-STREET-CHANGED AND NOT WS-TRIAL-RUN
               MOVE WS-STREET-AFTER TO CM-STREET
               REWRITE CUSTOMER-MASTER-RECORD
               PERFORM 720-CHECK-REWRITE
               IF MASTER-STATUS-OK
                   PERFORM 220-FEED-STREET-CHANGE
               END-IF
           END-IF.
           PERFORM 750-WRITE-DETAIL-LINE.

      * the change feed is what ASO1000 rebuilds a customer from, so
      * the conversion goes on it like any other street change
       220-FEED-STREET-CHANGE.
           MOVE CM-CUSTOMER-NUMBER TO WS-FEED-CUSTOMER.
           MOVE 'STREET'           TO WS-FEED-FIELD.
           MOVE WS-STREET-BEFORE   TO WS-FEED-BEFORE.
           MOVE WS-STREET-AFTER    TO WS-FEED-AFTER.
           CALL 'CHGFEED' USING WS-FEED-PROGRAM WS-FEED-CUSTOMER
               WS-FEED-FIELD WS-FEED-BEFORE WS-FEED-AFTER.

      * the registry carries Brazilian addresses
       300-CONVERT-REGISTRY.
           MOVE 2 TO WS-FILE-SUB.
           PERFORM 900-TAKE-MASTER-LOCK.
           IF NOT WS-TRIAL-RUN AND NOT WS-LOCK-HELD
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRIAL-RUN
               OPEN INPUT REGISTRY-FILE
           ELSE
               OPEN I-O REGISTRY-FILE
           END-IF.
           IF NOT MASTER-STATUS-OK
               PERFORM 920-MASTER-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
      * a live run logs every rewrite - a registry it cannot log is
      * not converted
           IF NOT WS-TRIAL-RUN
               OPEN EXTEND REG-CHANGE-LOG
               IF WS-CHANGE-LOG-STATUS = '35'
                   OPEN OUTPUT REG-CHANGE-LOG
               END-IF
               IF NOT CHANGE-LOG-STATUS-OK
                   MOVE 'REGCHG.LOG' TO WS-FE-FILE
                   MOVE 'OPEN'     TO WS-FE-OPERATION
                   MOVE WS-CHANGE-LOG-STATUS TO WS-FE-STATUS
                   MOVE 'S'        TO WS-FE-SEVERITY
                   PERFORM 8200-REPORT-FILE-ERROR
                   MOVE 'NOT CONVERTED - REGCHG.LOG NOT OPENED'
                       TO WS-FT-STATUS(WS-FILE-SUB)
                   CLOSE REGISTRY-FILE
                   PERFORM 910-RELEASE-MASTER-LOCK
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'BR' TO WS-ADDR-COUNTRY.
           MOVE 30 TO WS-FIELD-SIZE.
           MOVE 'N' TO WS-MASTER-EOF-FLAG.
           PERFORM 310-CONVERT-ONE-REGISTRATION UNTIL WS-MASTER-EOF.
           CLOSE REGISTRY-FILE.
           IF NOT WS-TRIAL-RUN
               CLOSE REG-CHANGE-LOG
           END-IF.
           PERFORM 910-RELEASE-MASTER-LOCK.

       310-CONVERT-ONE-REGISTRATION.
           READ REGISTRY-FILE NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
           END-READ.
           IF WS-MASTER-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FT-READ(WS-FILE-SUB).
           MOVE RG-STREET TO WS-STREET-BEFORE.
           PERFORM 700-STANDARDIZE-STREET.
           IF WS-NO-CHANGE
               EXIT PARAGRAPH
           END-IF.
           MOVE ALL '*' TO WS-CPF-MASKED.
           MOVE RG-CPF(8:4) TO WS-CPF-MASKED(8:4).
           MOVE WS-CPF-MASKED TO DL-KEY.
           IF WS-STREET-CHANGED AND NOT WS-TRIAL-RUN
               MOVE REGISTRY-RECORD TO WS-REG-BEFORE-IMAGE
               MOVE WS-STREET-AFTER TO RG-STREET
               REWRITE REGISTRY-RECORD
               PERFORM 720-CHECK-REWRITE
               IF MASTER-STATUS-OK
                   PERFORM 320-LOG-REGISTRY-CHANGE
               END-IF
           END-IF.
           PERFORM 750-WRITE-DETAIL-LINE.

      * an address update, logged as ONLINE logs one
       320-LOG-REGISTRY-CHANGE.
           MOVE SPACES              TO CHANGE-LOG-RECORD.
           MOVE 'U'                 TO CL-ACTION-CODE.
           MOVE WS-REG-BEFORE-IMAGE TO CL-BEFORE-IMAGE.
           MOVE REGISTRY-RECORD     TO CL-AFTER-IMAGE.
           WRITE CHANGE-LOG-RECORD.
           IF NOT CHANGE-LOG-STATUS-OK
               MOVE 'REGCHG.LOG' TO WS-FE-FILE
               MOVE 'WRITE'    TO WS-FE-OPERATION
               MOVE WS-CHANGE-LOG-STATUS TO WS-FE-STATUS
               MOVE 'E'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
           END-IF.

      * the account master carries US addresses in a 25-byte street
       400-CONVERT-ACCOUNTS.
           MOVE 3 TO WS-FILE-SUB.
           PERFORM 900-TAKE-MASTER-LOCK.
           IF NOT WS-TRIAL-RUN AND NOT WS-LOCK-HELD
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRIAL-RUN
               OPEN INPUT ACCT-REC
           ELSE
               OPEN I-O ACCT-REC
           END-IF.
           IF NOT MASTER-STATUS-OK
               PERFORM 920-MASTER-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
      * a live run audits every rewrite on CBL0010's trail - an
      * account master it cannot audit is not converted
           IF NOT WS-TRIAL-RUN
               OPEN EXTEND MAINT-AUDIT-FILE
               IF WS-AUDIT-STATUS = '35'
                   OPEN OUTPUT MAINT-AUDIT-FILE
               END-IF
               IF NOT AUDIT-STATUS-OK
                   MOVE 'MNTAUDIT' TO WS-FE-FILE
                   MOVE 'OPEN'     TO WS-FE-OPERATION
                   MOVE WS-AUDIT-STATUS TO WS-FE-STATUS
                   MOVE 'S'        TO WS-FE-SEVERITY
                   PERFORM 8200-REPORT-FILE-ERROR
                   MOVE 'NOT CONVERTED - MNTAUDIT NOT OPENED'
                       TO WS-FT-STATUS(WS-FILE-SUB)
                   CLOSE ACCT-REC
                   PERFORM 910-RELEASE-MASTER-LOCK
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'US' TO WS-ADDR-COUNTRY.
           MOVE 25 TO WS-FIELD-SIZE.
           MOVE 'N' TO WS-MASTER-EOF-FLAG.
           PERFORM 410-CONVERT-ONE-ACCOUNT UNTIL WS-MASTER-EOF.
           CLOSE ACCT-REC.
           IF NOT WS-TRIAL-RUN
               CLOSE MAINT-AUDIT-FILE
           END-IF.
           PERFORM 910-RELEASE-MASTER-LOCK.

       410-CONVERT-ONE-ACCOUNT.
           READ ACCT-REC NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
           END-READ.
           IF WS-MASTER-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FT-READ(WS-FILE-SUB).
           MOVE STREET-ADDR TO WS-STREET-BEFORE.
           PERFORM 700-STANDARDIZE-STREET.
           IF WS-NO-CHANGE
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-NO TO WS-ACCT-NO-MASKED.
           MOVE ALL 'X' TO WS-ACCT-NO-MASKED(1:4).
           MOVE WS-ACCT-NO-MASKED TO DL-KEY.
           IF WS-STREET-CHANGED AND NOT WS-TRIAL-RUN
               MOVE ACCT-FIELDS TO WS-ACCT-BEFORE-IMAGE
               MOVE WS-STREET-AFTER TO STREET-ADDR
               REWRITE ACCT-FIELDS
               PERFORM 720-CHECK-REWRITE
               IF MASTER-STATUS-OK
                   PERFORM 420-AUDIT-ACCOUNT-CHANGE
               END-IF
           END-IF.
           PERFORM 750-WRITE-DETAIL-LINE.

      * a change record under this program's name, with no approver -
      * CBL0019 takes only closes from the trail, so it passes over
      * these
       420-AUDIT-ACCOUNT-CHANGE.
           MOVE 'ADDRCONV'           TO MA-OPERATOR-ID.
           MOVE 'C'                  TO MA-ACTION-CODE.
           MOVE ACCT-NO              TO MA-ACCT-NO.
           MOVE WS-ACCT-BEFORE-IMAGE TO MA-BEFORE-IMAGE.
           MOVE ACCT-FIELDS          TO MA-AFTER-IMAGE.
           MOVE SPACES               TO MA-APPROVER-ID.
           WRITE MAINT-AUDIT-RECORD.
           IF NOT AUDIT-STATUS-OK
               MOVE 'MNTAUDIT' TO WS-FE-FILE
               MOVE 'WRITE'    TO WS-FE-OPERATION
               MOVE WS-AUDIT-STATUS TO WS-FE-STATUS
               MOVE 'E'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
           END-IF.

      * the standardized line replaces the old one only when it still
      * fits the master's street field; one that no longer fits is
      * kept as it was and listed for a hand fix
       700-STANDARDIZE-STREET.
           MOVE WS-STREET-BEFORE TO WS-ADDR-IN.
           CALL 'ADDRSTD' USING WS-ADDR-IN WS-ADDR-COUNTRY
               WS-ADDR-OUT WS-ADDR-UNIT.
           COMPUTE WS-OVERFLOW-START = WS-FIELD-SIZE + 1.
           IF WS-ADDR-OUT(WS-OVERFLOW-START:) NOT = SPACES
               SET WS-STREET-KEPT TO TRUE
               MOVE WS-STREET-BEFORE TO WS-STREET-AFTER
               ADD 1 TO WS-FT-KEPT(WS-FILE-SUB)
               MOVE 'KEPT - TOO LONG' TO DL-NOTE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ADDR-OUT TO WS-STREET-AFTER.
           IF WS-STREET-AFTER = WS-STREET-BEFORE
               SET WS-NO-CHANGE TO TRUE
           ELSE
               SET WS-STREET-CHANGED TO TRUE
               ADD 1 TO WS-FT-CHANGED(WS-FILE-SUB)
               MOVE SPACES TO DL-NOTE
           END-IF.

       720-CHECK-REWRITE.
           IF NOT MASTER-STATUS-OK
               ADD 1 TO WS-FT-FAILED(WS-FILE-SUB)
               SUBTRACT 1 FROM WS-FT-CHANGED(WS-FILE-SUB)
               MOVE SPACES TO DL-NOTE
               STRING 'REWRITE FAILED, STATUS ' WS-MASTER-STATUS
                   DELIMITED BY SIZE INTO DL-NOTE
               MOVE WS-FN-DATASET(WS-FILE-SUB) TO WS-FE-FILE
               MOVE 'REWRITE'  TO WS-FE-OPERATION
               MOVE WS-MASTER-STATUS TO WS-FE-STATUS
               MOVE 'E'        TO WS-FE-SEVERITY
               PERFORM 8200-REPORT-FILE-ERROR
           END-IF.

       750-WRITE-DETAIL-LINE.
           MOVE WS-FT-NAME(WS-FILE-SUB) TO DL-MASTER.
           MOVE WS-STREET-BEFORE TO DL-BEFORE.
           MOVE WS-STREET-AFTER  TO DL-AFTER.
           WRITE CONVERT-RPT-LINE FROM DETAIL-LINE.
           MOVE SPACES TO DL-NOTE.

      * a line kept because it would not fit is a warning; a master
      * not converted or a rewrite refused is an error
       800-WRITE-TOTALS.
           MOVE SPACES TO CONVERT-RPT-LINE.
           WRITE CONVERT-RPT-LINE.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-FILE-COUNT
               MOVE WS-FT-NAME(WS-FILE-SUB)    TO TL-MASTER
               MOVE WS-FT-READ(WS-FILE-SUB)    TO TL-READ
               MOVE WS-FT-CHANGED(WS-FILE-SUB) TO TL-CHANGED
               MOVE WS-FT-KEPT(WS-FILE-SUB)    TO TL-KEPT
               MOVE WS-FT-FAILED(WS-FILE-SUB)  TO TL-FAILED
               MOVE WS-FT-STATUS(WS-FILE-SUB)  TO TL-STATUS
               WRITE CONVERT-RPT-LINE FROM TOTAL-LINE
               IF WS-FT-KEPT(WS-FILE-SUB) > ZERO
                  AND WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-PERFORM.

      * LOCKCTL refuses a master's lock, and says who holds it, while
      * another updater has the file open. a trial run reads only and
      * takes no lock.
       900-TAKE-MASTER-LOCK.
           MOVE 'N' TO WS-LOCK-HELD-FLAG.
           IF WS-TRIAL-RUN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FT-NAME(WS-FILE-SUB) TO WS-LOCK-NAME.
           MOVE RETURN-CODE TO WS-LOCK-SAVED-RC.
           MOVE 'L' TO WS-LOCK-ACTION.
           CALL 'LOCKCTL' USING WS-LOCK-ACTION WS-LOCK-NAME
               WS-LOCK-PROGRAM WS-LOCK-RESULT.
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE.
           IF WS-LOCK-TAKEN
               SET WS-LOCK-HELD TO TRUE
           ELSE
               MOVE 'NOT CONVERTED - LOCK REFUSED'
                   TO WS-FT-STATUS(WS-FILE-SUB)
               IF WS-RUN-RC < 8
                   MOVE 8 TO WS-RUN-RC
               END-IF
           END-IF.

      * the lock goes back on every way out once it is taken - a run
      * that never got it has nothing to hand back
       910-RELEASE-MASTER-LOCK.
           IF WS-LOCK-HELD
               MOVE RETURN-CODE TO WS-LOCK-SAVED-RC
               MOVE 'R' TO WS-LOCK-ACTION
               CALL 'LOCKCTL' USING WS-LOCK-ACTION WS-LOCK-NAME
                   WS-LOCK-PROGRAM WS-LOCK-RESULT
               MOVE WS-LOCK-SAVED-RC TO RETURN-CODE
               MOVE 'N' TO WS-LOCK-HELD-FLAG
           END-IF.

       920-MASTER-NOT-OPENED.
           MOVE SPACES TO WS-FT-STATUS(WS-FILE-SUB).
           STRING 'NOT CONVERTED - OPEN STATUS ' WS-MASTER-STATUS
               DELIMITED BY SIZE INTO WS-FT-STATUS(WS-FILE-SUB).
           MOVE WS-FN-DATASET(WS-FILE-SUB) TO WS-FE-FILE.
           MOVE 'OPEN'     TO WS-FE-OPERATION.
           MOVE WS-MASTER-STATUS TO WS-FE-STATUS.
           MOVE 'S'        TO WS-FE-SEVERITY.
           PERFORM 8200-REPORT-FILE-ERROR.
           PERFORM 910-RELEASE-MASTER-LOCK.

      * every bad file status goes through FILEERR, which logs it and
      * raises RETURN-CODE to the shop's warning, error, or severe
      * code - never lowers it. the run's own code is raised with it,
      * so the closing JOBLOG line and return code carry the failure
       8200-REPORT-FILE-ERROR.
           MOVE RETURN-CODE TO WS-FE-RETURN-CODE.
           CALL 'FILEERR' USING WS-FE-PROGRAM WS-FE-FILE
               WS-FE-OPERATION WS-FE-STATUS WS-FE-SEVERITY
               WS-FE-END-RUN WS-FE-RETURN-CODE.
           MOVE WS-FE-RETURN-CODE TO RETURN-CODE.
           IF WS-FE-RETURN-CODE > WS-RUN-RC
               MOVE WS-FE-RETURN-CODE TO WS-RUN-RC
           END-IF.
           MOVE SPACE TO WS-FE-SEVERITY.
