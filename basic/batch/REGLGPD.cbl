      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: LGPD data-subject requests - each card names a CPF
      *          and asks for access (a report of every record held
      *          on that person, file by file) or erasure (name,
      *          address, phone and birth date anonymized wherever no
      *          retention reason holds; records still under
      *          retention are kept and listed with the reason). Every
      *          request and its outcome is logged for the DPO.
      *          An erasure holds the LOCKCTL REGISTRY and STUDENT
      *          locks while it runs; one refused a lock is not done
      *          and is reported to be sent again.
      * Tectonic: cobc
      ************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGLGPD.
      ************************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * one card per request - A for access or E for erasure, the
      * CPF, and the DPO's protocol number for the request
           SELECT REQUEST-FILE ASSIGN TO "LGPDREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT LGPD-REPORT ASSIGN TO "REGLGPD.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      * one line per request with its outcome - the DPO's record that
      * the request was answered, and how
           SELECT DPO-LOG ASSIGN TO "LGPD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPO-LOG-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "REGISTRY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-CPF
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT PENDING-FILE ASSIGN TO "REGPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "C:\sistem\BATCH.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GDA-NR-CHAVE
               FILE STATUS IS WS-STUDENT-STATUS.
      * renegotiation agreements - a student paying one off keeps the
      * student record under retention
           SELECT ACORDO-FILE ASSIGN TO "C:\sistem\ACORDOS.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-CHAVE
               FILE STATUS IS WS-ACORDO-STATUS.
           SELECT AUDIT-LIVE ASSIGN TO "C:\sistem\BATCH-AUDIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT AUDIT-ARCHIVE ASSIGN TO "C:\sistem\BATCH-AUDIT.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT REG-CHANGE-LOG ASSIGN TO "REGCHG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.
           SELECT REGCARD-LIVE ASSIGN TO "REGCARD.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT REGCARD-ARCHIVE ASSIGN TO "REGCARD.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "REGXTRCT.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
      * a minor's guardian, keyed on the minor's CPF - the person may
      * be the minor or the guardian
           SELECT GUARDIAN-FILE ASSIGN TO "REGGUARD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GU-MINOR-CPF
               FILE STATUS IS WS-GUARDIAN-STATUS.
      * the same guardian carried to the student side by PROG008
           SELECT RESPONSAVEL-FILE ASSIGN TO "C:\sistem\RESPONSAVEL.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-NR-CHAVE
               FILE STATUS IS WS-RESPONSAVEL-STATUS.
      * an erased file passes through here while it is rebuilt, the
      * way HOUSEKP rebuilds a live file, so a failed run never
      * leaves a half-written file as the only copy
           SELECT WORK-FILE ASSIGN TO "REGLGPD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
      ************************************************************************
       DATA DIVISION.

       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  RQ-MODE          PIC X(01).
           05  FILLER           PIC X(01).
           05  RQ-CPF           PIC X(11).
           05  FILLER           PIC X(01).
           05  RQ-PROTOCOL      PIC X(15).

       FD  LGPD-REPORT.
       01  LGPD-REPORT-LINE     PIC X(150).

       FD  DPO-LOG.
       01  DPO-LOG-RECORD.
           05  DPO-LOG-DATE     PIC 9(08).
           05  FILLER           PIC X(01).
           05  DPO-LOG-TIME     PIC 9(06).
           05  FILLER           PIC X(01).
           05  DPO-PROTOCOL     PIC X(15).
           05  FILLER           PIC X(01).
           05  DPO-MODE         PIC X(01).
           05  FILLER           PIC X(01).
           05  DPO-CPF          PIC X(11).
           05  FILLER           PIC X(01).
           05  DPO-FOUND        PIC 9(05).
           05  FILLER           PIC X(01).
           05  DPO-ANONYMIZED   PIC 9(05).
           05  FILLER           PIC X(01).
           05  DPO-RETAINED     PIC 9(05).
           05  FILLER           PIC X(01).
           05  DPO-OUTCOME      PIC X(35).

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

       FD  PENDING-FILE.
       01  PENDING-RECORD       PIC X(124).

       FD  STUDENT-FILE.
       01  INPUT-RECORD.
           03  INPUT-DATA       PIC X(99).
           03  FILLER REDEFINES INPUT-DATA.
               05  GDA-NR-CHAVE  PIC 9(08).
               05  GDA-NOME      PIC X(27).
               05  GDA-RG        PIC 9(09).
               05  GDA-DT-NIVER  PIC X(10).
               05  GDA-NR-TEL    PIC 9(11).
               05  GDA-ENDEREC   PIC X(15).
               05  gda-valor     PIC 9(15).
               05  GDA-STATUS    PIC X(01).
                 88 GDA-ENROLLED VALUE 'A' ' ' 'S' 'E'.
               05  GDA-CURSO     PIC X(03).

       FD  ACORDO-FILE.
       01  ACORDO-RECORD.
           05  ACD-CHAVE.
               10  ACD-NR-CHAVE PIC 9(08).
               10  ACD-PARCELA  PIC 9(02).
           05  ACD-QTDE-PARCELAS PIC 9(02).
           05  ACD-DATA-ACORDO  PIC 9(08).
           05  ACD-VALOR-ACORDO PIC 9(15).
           05  ACD-SITUACAO-ACORDO PIC X(01).
             88 ACD-VIGENTE     VALUE 'V'.
           05  FILLER           PIC X(55).

       FD  AUDIT-LIVE.
       01  AUDIT-LIVE-RECORD    PIC X(250).

       FD  AUDIT-ARCHIVE.
       01  AUDIT-ARCHIVE-RECORD PIC X(250).

       FD  REG-CHANGE-LOG.
       01  CHANGE-LOG-RECORD.
           05  CL-ACTION-CODE   PIC X(01).
           05  FILLER           PIC X(01).
           05  CL-BEFORE-IMAGE  PIC X(133).
           05  FILLER           PIC X(01).
           05  CL-AFTER-IMAGE   PIC X(133).

       FD  REGCARD-LIVE.
       01  REGCARD-LIVE-RECORD  PIC X(250).

       FD  REGCARD-ARCHIVE.
       01  REGCARD-ARCHIVE-RECORD PIC X(250).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD       PIC X(160).

       FD  GUARDIAN-FILE.
       01  GUARDIAN-RECORD.
           05  GU-MINOR-CPF     PIC 9(11).
           05  GU-GUARDIAN-CPF  PIC 9(11).
           05  GU-SOURCE        PIC X(01).
           05  GU-NAME          PIC X(20).
           05  GU-BIRTH-DATE    PIC X(10).
           05  GU-STREET        PIC X(30).
           05  GU-CITY          PIC X(20).
           05  GU-STATE         PIC X(02).
           05  GU-ZIP           PIC X(09).
           05  GU-PHONE         PIC X(15).
           05  GU-LINK-DATE     PIC 9(08).

       FD  RESPONSAVEL-FILE.
       01  RESPONSAVEL-RECORD.
           05  RSP-NR-CHAVE     PIC 9(08).
           05  RSP-CPF          PIC 9(11).
           05  RSP-NOME         PIC X(20).
           05  RSP-ENDEREC      PIC X(30).
           05  RSP-CIDADE       PIC X(20).
           05  RSP-UF           PIC X(02).
           05  RSP-CEP          PIC X(09).
           05  RSP-TEL          PIC X(15).
           05  RSP-SITUACAO     PIC X(01).
             88 RSP-MENOR       VALUE 'M'.
           05  RSP-DATA-MAIORIDADE PIC 9(08).

       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(300).

       WORKING-STORAGE SECTION.

       01  WS-REQUEST-STATUS     PIC X(02) VALUE '00'.
         88 REQUEST-STATUS-OK    VALUE '00'.
       01  WS-REPORT-STATUS      PIC X(02) VALUE '00'.
       01  WS-DPO-LOG-STATUS     PIC X(02) VALUE '00'.
         88 DPO-LOG-STATUS-OK    VALUE '00'.
       01  WS-REGISTRY-STATUS    PIC X(02) VALUE '00'.
         88 REGISTRY-STATUS-OK   VALUE '00'.
       01  WS-PENDING-STATUS     PIC X(02) VALUE '00'.
         88 PENDING-STATUS-OK    VALUE '00'.
       01  WS-STUDENT-STATUS     PIC X(02) VALUE '00'.
         88 STUDENT-STATUS-OK    VALUE '00'.
       01  WS-ACORDO-STATUS      PIC X(02) VALUE '00'.
         88 ACORDO-STATUS-OK     VALUE '00'.
       01  WS-CHANGE-LOG-STATUS  PIC X(02) VALUE '00'.
         88 CHANGE-LOG-STATUS-OK VALUE '00'.
       01  WS-SEQ-STATUS         PIC X(02) VALUE '00'.
         88 SEQ-STATUS-OK        VALUE '00'.
       01  WS-WORK-STATUS        PIC X(02) VALUE '00'.
       01  WS-GUARDIAN-STATUS    PIC X(02) VALUE '00'.
         88 GUARDIAN-STATUS-OK   VALUE '00'.
       01  WS-RESPONSAVEL-STATUS PIC X(02) VALUE '00'.
         88 RESPONSAVEL-STATUS-OK VALUE '00'.

       01  WS-REQUEST-EOF-FLAG   PIC X VALUE 'N'.
         88 WS-REQUEST-EOF       VALUE 'Y'.
       01  WS-FILE-EOF-FLAG      PIC X VALUE 'N'.
         88 WS-FILE-EOF          VALUE 'Y'.
       01  WS-WORK-EOF-FLAG      PIC X VALUE 'N'.
         88 WS-WORK-EOF          VALUE 'Y'.
       01  WS-REGISTRY-OPEN-FLAG PIC X VALUE 'N'.
         88 WS-REGISTRY-OPEN     VALUE 'Y'.

       01  REQUEST-FIELDS.
           05  WS-REQ-MODE       PIC X(01) VALUE SPACE.
             88 WS-ACCESS-MODE   VALUE 'A'.
             88 WS-ERASE-MODE    VALUE 'E'.
           05  WS-REQ-CPF        PIC 9(11) VALUE 0.
           05  FILLER REDEFINES WS-REQ-CPF.
               10  WS-REQ-CPF-BASE  PIC 9(09).
               10  FILLER           PIC 9(02).
           05  WS-REQ-PROTOCOL   PIC X(15) VALUE SPACES.
           05  WS-REQ-VALID-FLAG PIC X VALUE 'Y'.
             88 WS-REQ-VALID     VALUE 'Y'.
           05  WS-REQ-COUNT      PIC 9(05) VALUE 0.
           05  WS-REJECT-COUNT   PIC 9(05) VALUE 0.

      * what the registry holds on the person, and whether the
      * registry-side files (registry, pending queue, change log,
      * cards, extract) must be kept
       01  REGISTRY-FIELDS.
           05  WS-REG-FOUND-FLAG  PIC X VALUE 'N'.
             88 WS-REG-FOUND      VALUE 'Y'.
           05  WS-REG-RETAIN-FLAG PIC X VALUE 'N'.
             88 WS-REG-RETAINED   VALUE 'Y'.
           05  WS-REG-REASON      PIC X(40) VALUE SPACES.
           05  WS-REG-ERASED-FLAG PIC X VALUE 'N'.
             88 WS-REG-ERASED     VALUE 'Y'.
           05  WS-REG-SAVE        PIC X(133) VALUE SPACES.

      * registration numbers the person's cards and extract lines
      * carry - the registry's own and any seen in the change log
       01  REG-NUMBER-FIELDS.
           05  WS-RNR-COUNT      PIC 9(02) VALUE 0.
           05  WS-RNR-INDEX      PIC 9(02) VALUE 0.
           05  WS-RNR-NUMBER OCCURS 20 TIMES PIC 9(06).
           05  WS-RNR-LOOKUP     PIC 9(06) VALUE 0.
           05  WS-RNR-MATCH-FLAG PIC X VALUE 'N'.
             88 WS-RNR-MATCH     VALUE 'Y'.

      * the student records carrying the CPF's nine base digits
       01  STUDENT-FIELDS.
           05  WS-STU-COUNT      PIC 9(02) VALUE 0.
           05  WS-STU-INDEX      PIC 9(02) VALUE 0.
           05  WS-STU-ENTRY OCCURS 20 TIMES.
               10  WS-ST-CHAVE       PIC 9(08).
               10  WS-ST-RETAIN-FLAG PIC X(01).
               10  WS-ST-REASON      PIC X(40).
           05  WS-KEY-LOOKUP     PIC 9(08) VALUE 0.
           05  WS-KEY-MATCH-FLAG PIC X VALUE 'N'.
             88 WS-KEY-MATCH     VALUE 'Y'.

       01  REQUEST-COUNTERS.
           05  WS-FOUND-COUNT    PIC 9(05) VALUE 0.
           05  WS-ANON-COUNT     PIC 9(05) VALUE 0.
           05  WS-RETAIN-COUNT   PIC 9(05) VALUE 0.
           05  WS-FILE-FOUND     PIC 9(05) VALUE 0.
           05  WS-FILE-CHANGED   PIC 9(05) VALUE 0.

       01  WS-TODAY              PIC 9(08) VALUE 0.
       01  WS-NOW                PIC 9(06) VALUE 0.
       01  WS-FILE-NAME          PIC X(30) VALUE SPACES.
       01  WS-ACTION-TEXT        PIC X(12) VALUE SPACES.
       01  WS-ACTION-REASON      PIC X(40) VALUE SPACES.
       01  WS-OUTCOME            PIC X(35) VALUE SPACES.
       01  WS-KEY-TEXT           PIC X(08) VALUE SPACES.
       01  WS-RECORD-MATCH-FLAG  PIC X VALUE 'N'.
         88 WS-RECORD-MATCH      VALUE 'Y'.
       01  WS-RECORD-RETAIN-FLAG PIC X VALUE 'N'.
         88 WS-RECORD-RETAINED   VALUE 'Y'.
       01  WS-IN-CARD-FLAG       PIC X VALUE 'N'.
         88 WS-IN-PERSONS-CARD   VALUE 'Y'.

       01  WS-ANON-NAME          PIC X(20) VALUE "ANONIMIZADO LGPD".
       01  WS-RECORD-AREA        PIC X(300) VALUE SPACES.

      * the registry record image, as REGCHG.LOG carries it before
      * and after each change and REGPEND.DAT holds it in the queue
       01  WS-REG-IMAGE.
           05  IMG-NAME          PIC X(20).
           05  IMG-CPF           PIC X(11).
           05  IMG-BIRTH-DATE    PIC X(10).
           05  IMG-ADDRESS.
               10  IMG-STREET    PIC X(30).
               10  IMG-CITY      PIC X(20).
               10  IMG-STATE     PIC X(02).
               10  IMG-ZIP       PIC X(09).
           05  IMG-PHONE         PIC X(15).
           05  IMG-STATUS        PIC X(01).
           05  IMG-REG-NUMBER    PIC X(06).
           05  IMG-REST          PIC X(09).

      * BATCH-AUDIT leads with the movement date; a legacy entry
      * leads with the student key instead
       01  WS-AUDIT-IMAGE.
           05  AUI-DATE          PIC X(08).
           05  FILLER REDEFINES AUI-DATE.
               10  AUI-YEAR      PIC X(04).
               10  AUI-MONTH     PIC X(02).
               10  AUI-DAY       PIC X(02).
           05  FILLER            PIC X(01).
           05  AUI-NR-CHAVE      PIC X(08).
           05  FILLER            PIC X(233).
       01  FILLER REDEFINES WS-AUDIT-IMAGE.
           05  AUI-LEGACY-CHAVE  PIC X(08).
           05  FILLER            PIC X(242).

      * REGXTRCT's delimited line
       01  WS-CSV-IMAGE.
           05  CSV-REG-NUMBER    PIC X(06).
           05  FILLER            PIC X(01).
           05  CSV-CPF           PIC X(11).
           05  FILLER            PIC X(01).
           05  CSV-NAME          PIC X(20).
           05  FILLER            PIC X(01).
           05  CSV-BIRTH-DATE    PIC X(10).
           05  FILLER            PIC X(01).
           05  CSV-STREET        PIC X(30).
           05  FILLER            PIC X(01).
           05  CSV-CITY          PIC X(20).
           05  FILLER            PIC X(01).
           05  CSV-STATE         PIC X(02).
           05  FILLER            PIC X(01).
           05  CSV-ZIP           PIC X(09).
           05  FILLER            PIC X(01).
           05  CSV-PHONE         PIC X(15).
           05  FILLER            PIC X(29).

       01  RPT-FILE-LINE.
           05  FILLER            PIC X(07) VALUE "FILE:  ".
           05  RFL-FILE-NAME     PIC X(30).
           05  FILLER            PIC X(113) VALUE SPACES.

       01  RPT-RECORD-LINE.
           05  FILLER            PIC X(10) VALUE "  RECORD  ".
           05  RRL-IMAGE         PIC X(140).

      * a change-log entry runs past one line - the rest follows here
       01  RPT-CONTINUE-LINE.
           05  FILLER            PIC X(10) VALUE SPACES.
           05  RCO-IMAGE         PIC X(140).

       01  RPT-ACTION-LINE.
           05  FILLER            PIC X(10) VALUE "  ACTION  ".
           05  RAL-ACTION        PIC X(12).
           05  RAL-REASON        PIC X(40).
           05  FILLER            PIC X(88) VALUE SPACES.

       01  RPT-COUNT-LINE.
           05  FILLER            PIC X(17) VALUE "  RECORDS FOUND: ".
           05  RCL-FOUND         PIC ZZ,ZZ9.
           05  FILLER            PIC X(16) VALUE "   ANONYMIZED: ".
           05  RCL-CHANGED       PIC ZZ,ZZ9.
           05  FILLER            PIC X(105) VALUE SPACES.

       01  RPT-MESSAGE-LINE.
           05  RML-MESSAGE       PIC X(80).
           05  FILLER            PIC X(70) VALUE SPACES.

      * parameters for the shared FILEERR handler - a bad status
      * goes on the job log in plain words and sets the return code
       01  FILE-ERROR-FIELDS.
           05  WS-FE-PROGRAM      PIC X(08) VALUE 'REGLGPD'.
           05  WS-FE-FILE         PIC X(12) VALUE SPACES.
           05  WS-FE-OPERATION    PIC X(07) VALUE SPACES.
           05  WS-FE-STATUS       PIC X(02) VALUE SPACES.
           05  WS-FE-SEVERITY     PIC X     VALUE SPACE.
           05  WS-FE-END-RUN      PIC X     VALUE 'N'.
           05  WS-FE-RETURN-CODE  PIC 9(04) VALUE 0.

      * parameters for the shared LOCKCTL master-file locks - an
      * erasure holds both the registry and the student file while it
      * rewrites them, an access report takes neither
       01  LOCK-FIELDS.
           05  WS-LOCK-ACTION     PIC X VALUE 'L'.
           05  WS-LOCK-NAME       PIC X(08) VALUE SPACES.
           05  WS-LOCK-PROGRAM    PIC X(08) VALUE 'REGLGPD'.
           05  WS-LOCK-RESULT     PIC X VALUE SPACE.
             88 WS-LOCK-TAKEN     VALUE 'Y'.
           05  WS-LOCK-SAVED-RC   PIC 9(04) VALUE 0.
           05  WS-REGISTRY-LOCK-FLAG PIC X VALUE 'N'.
             88 WS-REGISTRY-LOCK-HELD VALUE 'Y'.
           05  WS-STUDENT-LOCK-FLAG  PIC X VALUE 'N'.
             88 WS-STUDENT-LOCK-HELD  VALUE 'Y'.

      ************************************************************************
       PROCEDURE DIVISION.

       000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT REQUEST-FILE.
           IF NOT REQUEST-STATUS-OK
               DISPLAY "REGLGPD: NO REQUEST FILE LGPDREQ.DAT - "
                   "NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LGPD-REPORT.
           OPEN EXTEND DPO-LOG.
           IF NOT DPO-LOG-STATUS-OK
               OPEN OUTPUT DPO-LOG
           END-IF.
           PERFORM 100-PROCESS-ONE-REQUEST UNTIL WS-REQUEST-EOF.
           CLOSE REQUEST-FILE
                 LGPD-REPORT
                 DPO-LOG.
           DISPLAY "REGLGPD: REQUESTS PROCESSED " WS-REQ-COUNT.
           DISPLAY "REGLGPD: REQUESTS REJECTED  " WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       100-PROCESS-ONE-REQUEST.
           READ REQUEST-FILE
               AT END
                   SET WS-REQUEST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQ-COUNT
                   PERFORM 110-VALIDATE-REQUEST
                   IF WS-REQ-VALID AND WS-ERASE-MODE
                       PERFORM 900-TAKE-MASTER-LOCKS
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT WS-REQ-VALID
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE "REJECTED - INVALID REQUEST CARD"
                               TO WS-OUTCOME
                           PERFORM 800-LOG-REQUEST
                       WHEN WS-ERASE-MODE AND NOT WS-STUDENT-LOCK-HELD
                           PERFORM 120-REPORT-FILES-IN-USE
                       WHEN OTHER
                           PERFORM 200-ANSWER-REQUEST
                           PERFORM 910-RELEASE-MASTER-LOCKS
                   END-EVALUATE
           END-READ.

       110-VALIDATE-REQUEST.
           MOVE 'Y' TO WS-REQ-VALID-FLAG.
           MOVE ZEROS TO WS-FOUND-COUNT WS-ANON-COUNT WS-RETAIN-COUNT.
           MOVE RQ-MODE TO WS-REQ-MODE.
           IF WS-REQ-MODE = "a"
               MOVE "A" TO WS-REQ-MODE
           END-IF.
           IF WS-REQ-MODE = "e"
               MOVE "E" TO WS-REQ-MODE
           END-IF.
           MOVE RQ-PROTOCOL TO WS-REQ-PROTOCOL.
           IF NOT WS-ACCESS-MODE AND NOT WS-ERASE-MODE
               MOVE 'N' TO WS-REQ-VALID-FLAG
           END-IF.
           IF RQ-CPF IS NUMERIC
               MOVE RQ-CPF TO WS-REQ-CPF
               IF WS-REQ-CPF = ZERO
                   MOVE 'N' TO WS-REQ-VALID-FLAG
               END-IF
           ELSE
               MOVE ZERO TO WS-REQ-CPF
               MOVE 'N' TO WS-REQ-VALID-FLAG
           END-IF.
           IF NOT WS-REQ-VALID
               MOVE SPACES TO RML-MESSAGE
               STRING "REQUEST " RQ-PROTOCOL " REJECTED - MODE MUST "
                   "BE A OR E AND THE CPF ELEVEN DIGITS"
                   DELIMITED BY SIZE INTO RML-MESSAGE
               WRITE LGPD-REPORT-LINE FROM RPT-MESSAGE-LINE
               MOVE SPACES TO LGPD-REPORT-LINE
               WRITE LGPD-REPORT-LINE
           END-IF.


      * an erasure waits for a run when another updater holds the
      * registry or the student file - nothing is touched, and the
      * card is counted with the rejects so it is sent again
       120-REPORT-FILES-IN-USE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE "NOT DONE - MASTER FILE IN USE" TO WS-OUTCOME.
           MOVE SPACES TO RML-MESSAGE.
           STRING "REQUEST " RQ-PROTOCOL " NOT DONE - REGISTRY OR "
               "STUDENT FILE IN USE, SEND AGAIN"
               DELIMITED BY SIZE INTO RML-MESSAGE.
           WRITE LGPD-REPORT-LINE FROM RPT-MESSAGE-LINE.
           MOVE SPACES TO LGPD-REPORT-LINE.
           WRITE LGPD-REPORT-LINE.
           PERFORM 800-LOG-REQUEST.

      * the retention decision is made once, from the registry and
      * student records, before any file is touched; then every file
      * is searched in turn and reported record by record
       200-ANSWER-REQUEST.
           PERFORM 210-WRITE-REQUEST-HEADING.
           PERFORM 300-COLLECT-REGISTRY.
           PERFORM 320-COLLECT-STUDENTS.
           PERFORM 340-COLLECT-CHANGE-LOG-NUMBERS.
           IF WS-ERASE-MODE
               PERFORM 360-DECIDE-RETENTION
           END-IF.
           PERFORM 400-REGISTRY-FILE.
           PERFORM 420-PENDING-FILE.
           PERFORM 440-STUDENT-FILE.
           MOVE "C:\sistem\BATCH-AUDIT.txt" TO WS-FILE-NAME.
           PERFORM 460-AUDIT-LIVE-FILE.
           MOVE "C:\sistem\BATCH-AUDIT.ARC" TO WS-FILE-NAME.
           PERFORM 470-AUDIT-ARCHIVE-FILE.
           PERFORM 500-CHANGE-LOG-FILE.
           MOVE "REGCARD.OUT" TO WS-FILE-NAME.
           PERFORM 520-REGCARD-LIVE-FILE.
           MOVE "REGCARD.ARC" TO WS-FILE-NAME.
           PERFORM 540-REGCARD-ARCHIVE-FILE.
           PERFORM 560-EXTRACT-FILE.
           PERFORM 620-GUARDIAN-FILE.
           PERFORM 640-RESPONSAVEL-FILE.
           IF WS-REG-ERASED
               PERFORM 580-LOG-REGISTRY-ERASURE
           END-IF.
           EVALUATE TRUE
               WHEN WS-FOUND-COUNT = 0
                   MOVE "NO DATA HELD FOR THIS CPF" TO WS-OUTCOME
               WHEN WS-ACCESS-MODE
                   MOVE "ACCESS REPORT ISSUED" TO WS-OUTCOME
               WHEN WS-RETAIN-COUNT = 0
                   MOVE "ERASED" TO WS-OUTCOME
               WHEN WS-ANON-COUNT = 0
                   MOVE "NOTHING ERASED - ALL UNDER RETENTION"
                       TO WS-OUTCOME
               WHEN OTHER
                   MOVE "ERASED - SOME KEPT UNDER RETENTION"
                       TO WS-OUTCOME
           END-EVALUATE.
           MOVE SPACES TO RML-MESSAGE.
           STRING "OUTCOME: " WS-OUTCOME
               DELIMITED BY SIZE INTO RML-MESSAGE.
           WRITE LGPD-REPORT-LINE FROM RPT-MESSAGE-LINE.
           MOVE SPACES TO LGPD-REPORT-LINE.
           WRITE LGPD-REPORT-LINE.
           PERFORM 800-LOG-REQUEST.

       210-WRITE-REQUEST-HEADING.
           MOVE ALL "=" TO LGPD-REPORT-LINE.
           WRITE LGPD-REPORT-LINE.
           MOVE SPACES TO RML-MESSAGE.
           IF WS-ACCESS-MODE
               STRING "LGPD ACCESS REQUEST  PROTOCOL " WS-REQ-PROTOCOL
                   "  CPF " WS-REQ-CPF "  DATE " WS-TODAY
                   DELIMITED BY SIZE INTO RML-MESSAGE
           ELSE
               STRING "LGPD ERASURE REQUEST PROTOCOL " WS-REQ-PROTOCOL
                   "  CPF " WS-REQ-CPF "  DATE " WS-TODAY
                   DELIMITED BY SIZE INTO RML-MESSAGE
           END-IF.
           WRITE LGPD-REPORT-LINE FROM RPT-MESSAGE-LINE.
           MOVE ALL "=" TO LGPD-REPORT-LINE.
           WRITE LGPD-REPORT-LINE.

      * the registry stays open (I-O for an erasure) until its own
      * section of the report has been written
       300-COLLECT-REGISTRY.
           MOVE 'N' TO WS-REG-FOUND-FLAG WS-REG-RETAIN-FLAG
                       WS-REG-ERASED-FLAG WS-REGISTRY-OPEN-FLAG.
           MOVE SPACES TO WS-REG-REASON.
           MOVE ZERO TO WS-RNR-COUNT.
           IF WS-ERASE-MODE
               OPEN I-O REGISTRY-FILE
           ELSE
               OPEN INPUT REGISTRY-FILE
           END-IF.
      * a registry that is simply not there (35) is reported as not on
      * hand; any other status is a failure of the file itself
           IF NOT REGISTRY-STATUS-OK
               IF WS-REGISTRY-STATUS NOT = "35"
                   MOVE 'REGISTRY.DAT' TO WS-FE-FILE
                   MOVE 'OPEN'     TO WS-FE-OPERATION
                   MOVE WS-REGISTRY-STATUS TO WS-FE-STATUS
                   MOVE 'S'        TO WS-FE-SEVERITY
                   PERFORM 920-REPORT-FILE-ERROR
               END-IF
               EXIT PARAGRAPH
           END-IF.
           SET WS-REGISTRY-OPEN TO TRUE.
           MOVE WS-REQ-CPF TO RG-CPF.
           READ REGISTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-REG-FOUND TO TRUE
                   MOVE RG-REG-NUMBER TO WS-RNR-LOOKUP
                   PERFORM 390-ADD-REG-NUMBER
           END-READ.

       320-COLLECT-STUDENTS.
           MOVE ZERO TO WS-STU-COUNT.
           MOVE 'N' TO WS-FILE-EOF-FLAG.
           OPEN INPUT STUDENT-FILE.
           IF NOT STUDENT-STATUS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 325-SCAN-ONE-STUDENT UNTIL WS-FILE-EOF.
           CLOSE STUDENT-FILE.

       325-SCAN-ONE-STUDENT.
           READ STUDENT-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF GDA-RG = WS-REQ-CPF-BASE
                      AND WS-STU-COUNT < 20
                       ADD 1 TO WS-STU-COUNT
                       MOVE GDA-NR-CHAVE TO WS-ST-CHAVE(WS-STU-COUNT)
                       MOVE 'N' TO WS-ST-RETAIN-FLAG(WS-STU-COUNT)
                       MOVE SPACES TO WS-ST-REASON(WS-STU-COUNT)
                       PERFORM 330-STUDENT-RETENTION
                   END-IF
           END-READ.

      * a student record is kept while money is owed, while an
      * agreement is being paid off, or while the student is still
      * enrolled (active, suspended or waiting for a place)
       330-STUDENT-RETENTION.
           EVALUATE TRUE
               WHEN gda-valor > 0
                   MOVE "OPEN DEBT ON STUDENT ACCOUNT"
                       TO WS-ST-REASON(WS-STU-COUNT)
               WHEN GDA-ENROLLED
                   MOVE "STUDENT STILL ENROLLED"
                       TO WS-ST-REASON(WS-STU-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           OPEN INPUT ACORDO-FILE.
           IF ACORDO-STATUS-OK
               MOVE GDA-NR-CHAVE TO ACD-NR-CHAVE
               MOVE 01 TO ACD-PARCELA
               READ ACORDO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACD-VIGENTE
                           MOVE "RENEGOTIATION AGREEMENT IN FORCE"
                               TO WS-ST-REASON(WS-STU-COUNT)
                       END-IF
               END-READ
               CLOSE ACORDO-FILE
           END-IF.
           IF WS-ST-REASON(WS-STU-COUNT) NOT = SPACES
               MOVE 'Y' TO WS-ST-RETAIN-FLAG(WS-STU-COUNT)
           END-IF.

      * change-log images carry the registration number too, so the
      * cards and extract lines of an earlier registration are found
      * even when the registry no longer shows that number
       340-COLLECT-CHANGE-LOG-NUMBERS.
           MOVE 'N' TO WS-FILE-EOF-FLAG.
           OPEN INPUT REG-CHANGE-LOG.
           IF NOT CHANGE-LOG-STATUS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 345-SCAN-ONE-CHANGE UNTIL WS-FILE-EOF.
           CLOSE REG-CHANGE-LOG.

       345-SCAN-ONE-CHANGE.
           READ REG-CHANGE-LOG
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   MOVE CL-BEFORE-IMAGE TO WS-REG-IMAGE
                   PERFORM 350-NOTE-IMAGE-NUMBER
                   MOVE CL-AFTER-IMAGE TO WS-REG-IMAGE
                   PERFORM 350-NOTE-IMAGE-NUMBER
           END-READ.

       350-NOTE-IMAGE-NUMBER.
           IF IMG-CPF = RQ-CPF AND IMG-REG-NUMBER IS NUMERIC
               MOVE IMG-REG-NUMBER TO WS-RNR-LOOKUP
               PERFORM 390-ADD-REG-NUMBER
           END-IF.

      * the registry side is kept while the registration is in force;
      * it is also kept while any of the person's student records is
      * under retention, since collection works from that address
       360-DECIDE-RETENTION.
           IF WS-REG-FOUND
               IF (RG-STATUS = "A" OR RG-STATUS = SPACE)
                  AND (RG-EXPIRY-DATE = ZERO
                       OR RG-EXPIRY-DATE NOT < WS-TODAY)
                   SET WS-REG-RETAINED TO TRUE
                   MOVE "REGISTRATION IN FORCE" TO WS-REG-REASON
               END-IF
           END-IF.
           PERFORM VARYING WS-STU-INDEX FROM 1 BY 1
               UNTIL WS-STU-INDEX > WS-STU-COUNT
                  OR WS-REG-RETAINED
               IF WS-ST-RETAIN-FLAG(WS-STU-INDEX) = 'Y'
                   SET WS-REG-RETAINED TO TRUE
                   MOVE WS-ST-REASON(WS-STU-INDEX) TO WS-REG-REASON
               END-IF
           END-PERFORM.

       390-ADD-REG-NUMBER.
           PERFORM 395-FIND-REG-NUMBER.
           IF NOT WS-RNR-MATCH AND WS-RNR-COUNT < 20
               ADD 1 TO WS-RNR-COUNT
               MOVE WS-RNR-LOOKUP TO WS-RNR-NUMBER(WS-RNR-COUNT)
           END-IF.

       395-FIND-REG-NUMBER.
           MOVE 'N' TO WS-RNR-MATCH-FLAG.
           PERFORM VARYING WS-RNR-INDEX FROM 1 BY 1
               UNTIL WS-RNR-INDEX > WS-RNR-COUNT OR WS-RNR-MATCH
               IF WS-RNR-NUMBER(WS-RNR-INDEX) = WS-RNR-LOOKUP
                   SET WS-RNR-MATCH TO TRUE
               END-IF
           END-PERFORM.

      * an erased registration is also cancelled, so renewal notices
      * and the student load leave it alone from here on
       400-REGISTRY-FILE.
           MOVE "REGISTRY.DAT" TO WS-FILE-NAME.
           PERFORM 700-START-FILE-SECTION.
           IF NOT WS-REGISTRY-OPEN
               PERFORM 710-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           IF WS-REG-FOUND
               MOVE REGISTRY-RECORD TO WS-RECORD-AREA
               MOVE WS-REG-RETAIN-FLAG TO WS-RECORD-RETAIN-FLAG
               MOVE WS-REG-REASON TO WS-ACTION-REASON
               PERFORM 720-REPORT-RECORD
               IF WS-ERASE-MODE AND NOT WS-REG-RETAINED
                   MOVE WS-ANON-NAME TO RG-NAME
                   MOVE SPACES TO RG-BIRTH-DATE RG-STREET RG-CITY
                                  RG-STATE RG-ZIP RG-PHONE
                   IF RG-STATUS NOT = "C" AND RG-STATUS NOT = "L"
                       MOVE "C" TO RG-STATUS
                   END-IF
                   REWRITE REGISTRY-RECORD
                       INVALID KEY
                           DISPLAY "REGLGPD: REWRITE FAILED FOR " RG-CPF
                           MOVE 'REGISTRY.DAT' TO WS-FE-FILE
                           MOVE 'REWRITE'  TO WS-FE-OPERATION
                           MOVE WS-REGISTRY-STATUS TO WS-FE-STATUS
                           MOVE 'E'        TO WS-FE-SEVERITY
                           PERFORM 920-REPORT-FILE-ERROR
                       NOT INVALID KEY
                           SET WS-REG-ERASED TO TRUE
                           MOVE REGISTRY-RECORD TO WS-REG-SAVE
                   END-REWRITE
               END-IF
           END-IF.
           CLOSE REGISTRY-FILE.
           PERFORM 730-END-FILE-SECTION.

      * the pending queue is rebuilt through the work file the way
      * REGAPPRV rebuilds it
       420-PENDING-FILE.
           MOVE "REGPEND.DAT" TO WS-FILE-NAME.
           PERFORM 700-START-FILE-SECTION.
           OPEN INPUT PENDING-FILE.
           IF NOT PENDING-STATUS-OK
               PERFORM 710-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WORK-FILE.
           PERFORM 425-SEARCH-ONE-PENDING UNTIL WS-FILE-EOF.
           CLOSE PENDING-FILE
                 WORK-FILE.
           IF WS-FILE-CHANGED > 0
               OPEN INPUT WORK-FILE
               OPEN OUTPUT PENDING-FILE
               PERFORM 430-RELOAD-ONE-PENDING UNTIL WS-WORK-EOF
               CLOSE WORK-FILE
                     PENDING-FILE
           END-IF.
           PERFORM 730-END-FILE-SECTION.

       425-SEARCH-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   MOVE PENDING-RECORD TO WS-REG-IMAGE
                   IF IMG-CPF = RQ-CPF
                       MOVE PENDING-RECORD TO WS-RECORD-AREA
                       PERFORM 740-REGISTRY-SIDE-RECORD
                       IF NOT WS-RECORD-RETAINED AND WS-ERASE-MODE
                           PERFORM 750-ANONYMIZE-IMAGE
                       END-IF
                   END-IF
                   WRITE WORK-RECORD FROM WS-REG-IMAGE
           END-READ.

       430-RELOAD-ONE-PENDING.
           READ WORK-FILE
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   WRITE PENDING-RECORD FROM WORK-RECORD
           END-READ.

      * GDA-RG holds the CPF's nine base digits, so the student
      * records found earlier are read back by key one at a time
       440-STUDENT-FILE.
           MOVE "C:\sistem\BATCH.txt" TO WS-FILE-NAME.
           PERFORM 700-START-FILE-SECTION.
           IF WS-ERASE-MODE
               OPEN I-O STUDENT-FILE
           ELSE
               OPEN INPUT STUDENT-FILE
           END-IF.
           IF NOT STUDENT-STATUS-OK
               PERFORM 710-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           PERFORM 445-REPORT-ONE-STUDENT
               VARYING WS-STU-INDEX FROM 1 BY 1
               UNTIL WS-STU-INDEX > WS-STU-COUNT.
           CLOSE STUDENT-FILE.
           PERFORM 730-END-FILE-SECTION.

       445-REPORT-ONE-STUDENT.
           MOVE WS-ST-CHAVE(WS-STU-INDEX) TO GDA-NR-CHAVE.
           READ STUDENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE INPUT-RECORD TO WS-RECORD-AREA.
           MOVE WS-ST-RETAIN-FLAG(WS-STU-INDEX)
               TO WS-RECORD-RETAIN-FLAG.
           MOVE WS-ST-REASON(WS-STU-INDEX) TO WS-ACTION-REASON.
           PERFORM 720-REPORT-RECORD.
           IF WS-ERASE-MODE AND NOT WS-RECORD-RETAINED
               MOVE WS-ANON-NAME TO GDA-NOME
               MOVE SPACES TO GDA-DT-NIVER GDA-ENDEREC
               MOVE ZERO TO GDA-NR-TEL
               REWRITE INPUT-RECORD
                   INVALID KEY
                       DISPLAY "REGLGPD: REWRITE FAILED "
                           GDA-NR-CHAVE
                       MOVE 'BATCH.txt' TO WS-FE-FILE
                       MOVE 'REWRITE'  TO WS-FE-OPERATION
                       MOVE WS-STUDENT-STATUS TO WS-FE-STATUS
                       MOVE 'E'        TO WS-FE-SEVERITY
                       PERFORM 920-REPORT-FILE-ERROR
               END-REWRITE
           END-IF.

      * the audit trail holds only the student key and the amounts -
      * no personal data to erase - and is the financial record the
      * law has us keep, so its entries are listed and left alone
       460-AUDIT-LIVE-FILE.
           PERFORM 700-START-FILE-SECTION.
           OPEN INPUT AUDIT-LIVE.
           IF NOT SEQ-STATUS-OK
               PERFORM 710-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           PERFORM 465-SEARCH-ONE-AUDIT-LIVE UNTIL WS-FILE-EOF.
           CLOSE AUDIT-LIVE.
           PERFORM 730-END-FILE-SECTION.

       465-SEARCH-ONE-AUDIT-LIVE.
           READ AUDIT-LIVE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-LIVE-RECORD TO WS-AUDIT-IMAGE
                   PERFORM 480-CHECK-AUDIT-RECORD
           END-READ.

       470-AUDIT-ARCHIVE-FILE.
           PERFORM 700-START-FILE-SECTION.
           OPEN INPUT AUDIT-ARCHIVE.
           IF NOT SEQ-STATUS-OK
               PERFORM 710-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           PERFORM 475-SEARCH-ONE-AUDIT-ARCHIVE UNTIL WS-FILE-EOF.
           CLOSE AUDIT-ARCHIVE.
           PERFORM 730-END-FILE-SECTION.

       475-SEARCH-ONE-AUDIT-ARCHIVE.
           READ AUDIT-ARCHIVE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   MOVE AUDIT-ARCHIVE-RECORD TO WS-AUDIT-IMAGE
                   PERFORM 480-CHECK-AUDIT-RECORD
           END-READ.

      * the same plausible-date test HOUSEKP applies tells a dated
      * entry from a legacy one
       480-CHECK-AUDIT-RECORD.
           IF AUI-DATE IS NUMERIC
              AND AUI-YEAR >= "2000"
              AND AUI-MONTH >= "01" AND AUI-MONTH <= "12"
              AND AUI-DAY >= "01" AND AUI-DAY <= "31"
               MOVE AUI-NR-CHAVE TO WS-KEY-TEXT
           ELSE
               MOVE AUI-LEGACY-CHAVE TO WS-KEY-TEXT
           END-IF.
           IF WS-KEY-TEXT IS NUMERIC
               MOVE WS-KEY-TEXT TO WS-KEY-LOOKUP
               PERFORM 490-FIND-STUDENT-KEY
               IF WS-KEY-MATCH
                   MOVE WS-AUDIT-IMAGE TO WS-RECORD-AREA
                   MOVE 'Y' TO WS-RECORD-RETAIN-FLAG
                   MOVE "FINANCIAL TRAIL - NO PERSONAL DATA"
                       TO WS-ACTION-REASON
                   PERFORM 720-REPORT-RECORD
               END-IF
           END-IF.

       490-FIND-STUDENT-KEY.
           MOVE 'N' TO WS-KEY-MATCH-FLAG.
           PERFORM VARYING WS-STU-INDEX FROM 1 BY 1
               UNTIL WS-STU-INDEX > WS-STU-COUNT OR WS-KEY-MATCH
               IF WS-ST-CHAVE(WS-STU-INDEX) = WS-KEY-LOOKUP
                   SET WS-KEY-MATCH TO TRUE
               END-IF
           END-PERFORM.

      * both images of a change carry the person's data; an erasure
      * blanks it in each and keeps the entry, so the trail of what
      * was changed and when survives
       500-CHANGE-LOG-FILE.
           MOVE "REGCHG.LOG" TO WS-FILE-NAME.
           PERFORM 700-START-FILE-SECTION.
           OPEN INPUT REG-CHANGE-LOG.
           IF NOT CHANGE-LOG-STATUS-OK
               PERFORM 710-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WORK-FILE.
           PERFORM 505-SEARCH-ONE-CHANGE UNTIL WS-FILE-EOF.
           CLOSE REG-CHANGE-LOG
                 WORK-FILE.
           IF WS-FILE-CHANGED > 0
               OPEN INPUT WORK-FILE
               OPEN OUTPUT REG-CHANGE-LOG
               PERFORM 510-RELOAD-ONE-CHANGE UNTIL WS-WORK-EOF
               CLOSE WORK-FILE
                     REG-CHANGE-LOG
           END-IF.
           PERFORM 730-END-FILE-SECTION.

       505-SEARCH-ONE-CHANGE.
           READ REG-CHANGE-LOG
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   MOVE 'N' TO WS-RECORD-MATCH-FLAG
                   MOVE CL-BEFORE-IMAGE TO WS-REG-IMAGE
                   IF IMG-CPF = RQ-CPF
                       SET WS-RECORD-MATCH TO TRUE
                   END-IF
                   MOVE CL-AFTER-IMAGE TO WS-REG-IMAGE
                   IF IMG-CPF = RQ-CPF
                       SET WS-RECORD-MATCH TO TRUE
                   END-IF
                   IF WS-RECORD-MATCH
                       MOVE CHANGE-LOG-RECORD TO WS-RECORD-AREA
                       PERFORM 740-REGISTRY-SIDE-RECORD
                       IF NOT WS-RECORD-RETAINED AND WS-ERASE-MODE
                           MOVE CL-BEFORE-IMAGE TO WS-REG-IMAGE
                           IF IMG-CPF = RQ-CPF
                               PERFORM 750-ANONYMIZE-IMAGE
                               MOVE WS-REG-IMAGE TO CL-BEFORE-IMAGE
                           END-IF
                           MOVE CL-AFTER-IMAGE TO WS-REG-IMAGE
                           IF IMG-CPF = RQ-CPF
                               PERFORM 750-ANONYMIZE-IMAGE
                               MOVE WS-REG-IMAGE TO CL-AFTER-IMAGE
                           END-IF
                       END-IF
                   END-IF
                   WRITE WORK-RECORD FROM CHANGE-LOG-RECORD
           END-READ.

       510-RELOAD-ONE-CHANGE.
           READ WORK-FILE
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   WRITE CHANGE-LOG-RECORD FROM WORK-RECORD
           END-READ.

      * a card is the person's from its REG NR line (one of their
      * registration numbers) to the closing rule; its name, birth,
      * address and phone lines are listed - the CPF line is already
      * masked
       520-REGCARD-LIVE-FILE.
           PERFORM 700-START-FILE-SECTION.
           OPEN INPUT REGCARD-LIVE.
           IF NOT SEQ-STATUS-OK
               PERFORM 710-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-IN-CARD-FLAG.
           OPEN OUTPUT WORK-FILE.
           PERFORM 525-SEARCH-ONE-CARD-LINE UNTIL WS-FILE-EOF.
           CLOSE REGCARD-LIVE
                 WORK-FILE.
           IF WS-FILE-CHANGED > 0
               OPEN INPUT WORK-FILE
               OPEN OUTPUT REGCARD-LIVE
               PERFORM 530-RELOAD-ONE-CARD-LINE UNTIL WS-WORK-EOF
               CLOSE WORK-FILE
                     REGCARD-LIVE
           END-IF.
           PERFORM 730-END-FILE-SECTION.

       525-SEARCH-ONE-CARD-LINE.
           READ REGCARD-LIVE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   MOVE REGCARD-LIVE-RECORD TO WS-RECORD-AREA
                   PERFORM 600-CHECK-CARD-LINE
                   WRITE WORK-RECORD FROM WS-RECORD-AREA
           END-READ.

       530-RELOAD-ONE-CARD-LINE.
           READ WORK-FILE
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   WRITE REGCARD-LIVE-RECORD FROM WORK-RECORD
           END-READ.

       540-REGCARD-ARCHIVE-FILE.
           PERFORM 700-START-FILE-SECTION.
           OPEN INPUT REGCARD-ARCHIVE.
           IF NOT SEQ-STATUS-OK
               PERFORM 710-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-IN-CARD-FLAG.
           OPEN OUTPUT WORK-FILE.
           PERFORM 545-SEARCH-ONE-ARCHIVED-LINE UNTIL WS-FILE-EOF.
           CLOSE REGCARD-ARCHIVE
                 WORK-FILE.
           IF WS-FILE-CHANGED > 0
               OPEN INPUT WORK-FILE
               OPEN OUTPUT REGCARD-ARCHIVE
               PERFORM 550-RELOAD-ONE-ARCHIVED-LINE UNTIL WS-WORK-EOF
               CLOSE WORK-FILE
                     REGCARD-ARCHIVE
           END-IF.
           PERFORM 730-END-FILE-SECTION.

       545-SEARCH-ONE-ARCHIVED-LINE.
           READ REGCARD-ARCHIVE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   MOVE REGCARD-ARCHIVE-RECORD TO WS-RECORD-AREA
                   PERFORM 600-CHECK-CARD-LINE
                   WRITE WORK-RECORD FROM WS-RECORD-AREA
           END-READ.

       550-RELOAD-ONE-ARCHIVED-LINE.
           READ WORK-FILE
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   WRITE REGCARD-ARCHIVE-RECORD FROM WORK-RECORD
           END-READ.

      * the extract is matched on its registration number column -
      * the CPF on it is masked
       560-EXTRACT-FILE.
           MOVE "REGXTRCT.CSV" TO WS-FILE-NAME.
           PERFORM 700-START-FILE-SECTION.
           OPEN INPUT EXTRACT-FILE.
           IF NOT SEQ-STATUS-OK
               PERFORM 710-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WORK-FILE.
           PERFORM 565-SEARCH-ONE-EXTRACT UNTIL WS-FILE-EOF.
           CLOSE EXTRACT-FILE
                 WORK-FILE.
           IF WS-FILE-CHANGED > 0
               OPEN INPUT WORK-FILE
               OPEN OUTPUT EXTRACT-FILE
               PERFORM 570-RELOAD-ONE-EXTRACT UNTIL WS-WORK-EOF
               CLOSE WORK-FILE
                     EXTRACT-FILE
           END-IF.
           PERFORM 730-END-FILE-SECTION.

       565-SEARCH-ONE-EXTRACT.
           READ EXTRACT-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   MOVE EXTRACT-RECORD TO WS-CSV-IMAGE
                   IF CSV-REG-NUMBER IS NUMERIC
                       MOVE CSV-REG-NUMBER TO WS-RNR-LOOKUP
                       PERFORM 395-FIND-REG-NUMBER
                       IF WS-RNR-MATCH
                           MOVE EXTRACT-RECORD TO WS-RECORD-AREA
                           PERFORM 740-REGISTRY-SIDE-RECORD
                           IF NOT WS-RECORD-RETAINED AND WS-ERASE-MODE
                               MOVE WS-ANON-NAME TO CSV-NAME
                               MOVE SPACES TO CSV-BIRTH-DATE CSV-STREET
                                   CSV-CITY CSV-STATE CSV-ZIP CSV-PHONE
                           END-IF
                       END-IF
                   END-IF
                   WRITE WORK-RECORD FROM WS-CSV-IMAGE
           END-READ.

       570-RELOAD-ONE-EXTRACT.
           READ WORK-FILE
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   WRITE EXTRACT-RECORD FROM WORK-RECORD
           END-READ.

      * the erasure itself goes on the change log like any other
      * maintenance - both images are the anonymized record, so the
      * log records that it happened without bringing the data back
       580-LOG-REGISTRY-ERASURE.
           OPEN EXTEND REG-CHANGE-LOG.
           IF NOT CHANGE-LOG-STATUS-OK
               OPEN OUTPUT REG-CHANGE-LOG
           END-IF.
           IF CHANGE-LOG-STATUS-OK
               MOVE SPACES      TO CHANGE-LOG-RECORD
               MOVE "E"         TO CL-ACTION-CODE
               MOVE WS-REG-SAVE TO CL-BEFORE-IMAGE
               MOVE WS-REG-SAVE TO CL-AFTER-IMAGE
               WRITE CHANGE-LOG-RECORD
               CLOSE REG-CHANGE-LOG
           END-IF.

      * one line of a card file; the REG NR line opens the person's
      * card and the closing rule ends it
       600-CHECK-CARD-LINE.
           IF WS-RECORD-AREA(1:9) = "REG NR:  "
               MOVE 'N' TO WS-IN-CARD-FLAG
               IF WS-RECORD-AREA(10:6) IS NUMERIC
                   MOVE WS-RECORD-AREA(10:6) TO WS-RNR-LOOKUP
                   PERFORM 395-FIND-REG-NUMBER
                   IF WS-RNR-MATCH
                       SET WS-IN-PERSONS-CARD TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-RECORD-AREA(1:5) = "====="
               MOVE 'N' TO WS-IN-CARD-FLAG
           END-IF.
           IF WS-IN-PERSONS-CARD
               EVALUATE TRUE
                   WHEN WS-RECORD-AREA(1:9) = "NAME:    "
                   WHEN WS-RECORD-AREA(1:9) = "GUARDIAN:"
                       PERFORM 740-REGISTRY-SIDE-RECORD
                       IF NOT WS-RECORD-RETAINED AND WS-ERASE-MODE
                           MOVE WS-ANON-NAME TO WS-RECORD-AREA(10:)
                       END-IF
                   WHEN WS-RECORD-AREA(1:9) = "BIRTH:   "
                   WHEN WS-RECORD-AREA(1:9) = "ADDRESS: "
                   WHEN WS-RECORD-AREA(1:9) = "PHONE:   "
                   WHEN WS-RECORD-AREA(1:9) = SPACES
                       PERFORM 740-REGISTRY-SIDE-RECORD
                       IF NOT WS-RECORD-RETAINED AND WS-ERASE-MODE
                           MOVE SPACES TO WS-RECORD-AREA(10:)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * the minor's own link follows the registry-side decision; a
      * guardian's details are kept while the minor they answer for
      * still holds a registration in force
       620-GUARDIAN-FILE.
           MOVE "REGGUARD.DAT" TO WS-FILE-NAME.
           PERFORM 700-START-FILE-SECTION.
           IF WS-ERASE-MODE
               OPEN I-O GUARDIAN-FILE
           ELSE
               OPEN INPUT GUARDIAN-FILE
           END-IF.
           IF NOT GUARDIAN-STATUS-OK
               PERFORM 710-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-REGISTRY-OPEN-FLAG.
           OPEN INPUT REGISTRY-FILE.
           IF REGISTRY-STATUS-OK
               SET WS-REGISTRY-OPEN TO TRUE
           END-IF.
           PERFORM 625-SEARCH-ONE-GUARDIAN UNTIL WS-FILE-EOF.
           CLOSE GUARDIAN-FILE.
           IF WS-REGISTRY-OPEN
               CLOSE REGISTRY-FILE
           END-IF.
           PERFORM 730-END-FILE-SECTION.

       625-SEARCH-ONE-GUARDIAN.
           READ GUARDIAN-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'N' TO WS-RECORD-MATCH-FLAG.
           IF GU-MINOR-CPF = WS-REQ-CPF
               SET WS-RECORD-MATCH TO TRUE
               MOVE GUARDIAN-RECORD TO WS-RECORD-AREA
               PERFORM 740-REGISTRY-SIDE-RECORD
           ELSE
               IF GU-GUARDIAN-CPF = WS-REQ-CPF
                   SET WS-RECORD-MATCH TO TRUE
                   MOVE GUARDIAN-RECORD TO WS-RECORD-AREA
                   PERFORM 630-GUARDIAN-RETENTION
                   PERFORM 720-REPORT-RECORD
               END-IF
           END-IF.
           IF WS-RECORD-MATCH AND WS-ERASE-MODE
              AND NOT WS-RECORD-RETAINED
               MOVE WS-ANON-NAME TO GU-NAME
               MOVE SPACES TO GU-BIRTH-DATE GU-STREET GU-CITY
                              GU-STATE GU-ZIP GU-PHONE
               REWRITE GUARDIAN-RECORD
                   INVALID KEY
                       DISPLAY "REGLGPD: REWRITE FAILED FOR "
                           GU-MINOR-CPF
                       MOVE 'REGGUARD.DAT' TO WS-FE-FILE
                       MOVE 'REWRITE'  TO WS-FE-OPERATION
                       MOVE WS-GUARDIAN-STATUS TO WS-FE-STATUS
                       MOVE 'E'        TO WS-FE-SEVERITY
                       PERFORM 920-REPORT-FILE-ERROR
               END-REWRITE
           END-IF.

       630-GUARDIAN-RETENTION.
           MOVE 'N' TO WS-RECORD-RETAIN-FLAG.
           MOVE SPACES TO WS-ACTION-REASON.
           IF NOT WS-REGISTRY-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE GU-MINOR-CPF TO RG-CPF.
           READ REGISTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (RG-STATUS = "A" OR RG-STATUS = SPACE)
                      AND (RG-EXPIRY-DATE = ZERO
                           OR RG-EXPIRY-DATE NOT < WS-TODAY)
                       SET WS-RECORD-RETAINED TO TRUE
                       MOVE "GUARDIAN OF A REGISTERED MINOR"
                           TO WS-ACTION-REASON
                   END-IF
           END-READ.

      * the student's own link follows that student record's
      * decision; a guardian's details are kept until the student
      * comes of age
       640-RESPONSAVEL-FILE.
           MOVE "C:\sistem\RESPONSAVEL.txt" TO WS-FILE-NAME.
           PERFORM 700-START-FILE-SECTION.
           IF WS-ERASE-MODE
               OPEN I-O RESPONSAVEL-FILE
           ELSE
               OPEN INPUT RESPONSAVEL-FILE
           END-IF.
           IF NOT RESPONSAVEL-STATUS-OK
               PERFORM 710-FILE-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           PERFORM 645-SEARCH-ONE-RESPONSAVEL UNTIL WS-FILE-EOF.
           CLOSE RESPONSAVEL-FILE.
           PERFORM 730-END-FILE-SECTION.

       645-SEARCH-ONE-RESPONSAVEL.
           READ RESPONSAVEL-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'N' TO WS-RECORD-MATCH-FLAG.
           MOVE RSP-NR-CHAVE TO WS-KEY-LOOKUP.
           PERFORM 490-FIND-STUDENT-KEY.
           IF WS-KEY-MATCH
      * the search stepped one past the entry it matched
               SUBTRACT 1 FROM WS-STU-INDEX
               SET WS-RECORD-MATCH TO TRUE
               MOVE WS-ST-RETAIN-FLAG(WS-STU-INDEX)
                   TO WS-RECORD-RETAIN-FLAG
               MOVE WS-ST-REASON(WS-STU-INDEX) TO WS-ACTION-REASON
           ELSE
               IF RSP-CPF = WS-REQ-CPF
                   SET WS-RECORD-MATCH TO TRUE
                   MOVE 'N' TO WS-RECORD-RETAIN-FLAG
                   MOVE SPACES TO WS-ACTION-REASON
                   IF RSP-MENOR
                       SET WS-RECORD-RETAINED TO TRUE
                       MOVE "GUARDIAN OF A MINOR STUDENT"
                           TO WS-ACTION-REASON
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-RECORD-MATCH
               EXIT PARAGRAPH
           END-IF.
           MOVE RESPONSAVEL-RECORD TO WS-RECORD-AREA.
           PERFORM 720-REPORT-RECORD.
           IF WS-ERASE-MODE AND NOT WS-RECORD-RETAINED
               MOVE WS-ANON-NAME TO RSP-NOME
               MOVE SPACES TO RSP-ENDEREC RSP-CIDADE RSP-UF RSP-CEP
                              RSP-TEL
               REWRITE RESPONSAVEL-RECORD
                   INVALID KEY
                       DISPLAY "REGLGPD: REWRITE FAILED "
                           RSP-NR-CHAVE
                       MOVE 'RESPONSAVEL' TO WS-FE-FILE
                       MOVE 'REWRITE'  TO WS-FE-OPERATION
                       MOVE WS-RESPONSAVEL-STATUS TO WS-FE-STATUS
                       MOVE 'E'        TO WS-FE-SEVERITY
                       PERFORM 920-REPORT-FILE-ERROR
               END-REWRITE
           END-IF.

       700-START-FILE-SECTION.
           MOVE ZERO TO WS-FILE-FOUND WS-FILE-CHANGED.
           MOVE 'N' TO WS-FILE-EOF-FLAG WS-WORK-EOF-FLAG.
           MOVE WS-FILE-NAME TO RFL-FILE-NAME.
           WRITE LGPD-REPORT-LINE FROM RPT-FILE-LINE.

       710-FILE-NOT-ON-HAND.
           MOVE "  FILE NOT ON HAND - NOTHING SEARCHED" TO RML-MESSAGE.
           WRITE LGPD-REPORT-LINE FROM RPT-MESSAGE-LINE.

      * every record found is listed; on an erasure it is followed by
      * what was done with it
       720-REPORT-RECORD.
           ADD 1 TO WS-FILE-FOUND.
           ADD 1 TO WS-FOUND-COUNT.
           MOVE WS-RECORD-AREA TO RRL-IMAGE.
           WRITE LGPD-REPORT-LINE FROM RPT-RECORD-LINE.
           IF WS-RECORD-AREA(141:140) NOT = SPACES
               MOVE WS-RECORD-AREA(141:140) TO RCO-IMAGE
               WRITE LGPD-REPORT-LINE FROM RPT-CONTINUE-LINE
           END-IF.
           IF WS-ERASE-MODE
               IF WS-RECORD-RETAINED
                   MOVE "RETAINED -"   TO RAL-ACTION
                   MOVE WS-ACTION-REASON TO RAL-REASON
                   ADD 1 TO WS-RETAIN-COUNT
               ELSE
                   MOVE "ANONYMIZED"   TO RAL-ACTION
                   MOVE SPACES         TO RAL-REASON
                   ADD 1 TO WS-ANON-COUNT
                   ADD 1 TO WS-FILE-CHANGED
               END-IF
               WRITE LGPD-REPORT-LINE FROM RPT-ACTION-LINE
           END-IF.

       730-END-FILE-SECTION.
           MOVE WS-FILE-FOUND   TO RCL-FOUND.
           MOVE WS-FILE-CHANGED TO RCL-CHANGED.
           WRITE LGPD-REPORT-LINE FROM RPT-COUNT-LINE.

      * registry-side records share the registry's retention decision
       740-REGISTRY-SIDE-RECORD.
           MOVE WS-REG-RETAIN-FLAG TO WS-RECORD-RETAIN-FLAG.
           MOVE WS-REG-REASON TO WS-ACTION-REASON.
           PERFORM 720-REPORT-RECORD.

       750-ANONYMIZE-IMAGE.
           MOVE WS-ANON-NAME TO IMG-NAME.
           MOVE SPACES TO IMG-BIRTH-DATE IMG-ADDRESS IMG-PHONE.

      * the DPO's log - one line per request, valid or not
       800-LOG-REQUEST.
           MOVE SPACES TO DPO-LOG-RECORD.
           MOVE WS-TODAY TO DPO-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW.
           MOVE WS-NOW TO DPO-LOG-TIME.
           MOVE RQ-PROTOCOL TO DPO-PROTOCOL.
           MOVE RQ-MODE TO DPO-MODE.
           MOVE RQ-CPF TO DPO-CPF.
           MOVE WS-FOUND-COUNT TO DPO-FOUND.
           MOVE WS-ANON-COUNT TO DPO-ANONYMIZED.
           MOVE WS-RETAIN-COUNT TO DPO-RETAINED.
           MOVE WS-OUTCOME TO DPO-OUTCOME.
           WRITE DPO-LOG-RECORD.

      * REGISTRY, then STUDENT - when STUDENT is refused the registry
      * lock goes straight back, so a refused erasure holds neither
       900-TAKE-MASTER-LOCKS.
           MOVE RETURN-CODE TO WS-LOCK-SAVED-RC.
           MOVE 'L' TO WS-LOCK-ACTION.
           MOVE 'REGISTRY' TO WS-LOCK-NAME.
           CALL 'LOCKCTL' USING WS-LOCK-ACTION WS-LOCK-NAME
               WS-LOCK-PROGRAM WS-LOCK-RESULT.
           IF WS-LOCK-TAKEN
               SET WS-REGISTRY-LOCK-HELD TO TRUE
               MOVE 'STUDENT' TO WS-LOCK-NAME
               CALL 'LOCKCTL' USING WS-LOCK-ACTION WS-LOCK-NAME
                   WS-LOCK-PROGRAM WS-LOCK-RESULT
               IF WS-LOCK-TAKEN
                   SET WS-STUDENT-LOCK-HELD TO TRUE
               ELSE
                   PERFORM 910-RELEASE-MASTER-LOCKS
               END-IF
           END-IF.
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE.

      * hands back whichever locks the erasure holds
       910-RELEASE-MASTER-LOCKS.
           MOVE RETURN-CODE TO WS-LOCK-SAVED-RC.
           MOVE 'R' TO WS-LOCK-ACTION.
           IF WS-STUDENT-LOCK-HELD
               MOVE 'STUDENT' TO WS-LOCK-NAME
               CALL 'LOCKCTL' USING WS-LOCK-ACTION WS-LOCK-NAME
                   WS-LOCK-PROGRAM WS-LOCK-RESULT
               MOVE 'N' TO WS-STUDENT-LOCK-FLAG
           END-IF.
           IF WS-REGISTRY-LOCK-HELD
               MOVE 'REGISTRY' TO WS-LOCK-NAME
               CALL 'LOCKCTL' USING WS-LOCK-ACTION WS-LOCK-NAME
                   WS-LOCK-PROGRAM WS-LOCK-RESULT
               MOVE 'N' TO WS-REGISTRY-LOCK-FLAG
           END-IF.
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE.

      * every bad file status goes through FILEERR, which logs it and
      * raises RETURN-CODE to the shop's warning, error, or severe
      * code - never lowers it
       920-REPORT-FILE-ERROR.
           MOVE RETURN-CODE TO WS-FE-RETURN-CODE.
           CALL 'FILEERR' USING WS-FE-PROGRAM WS-FE-FILE
               WS-FE-OPERATION WS-FE-STATUS WS-FE-SEVERITY
               WS-FE-END-RUN WS-FE-RETURN-CODE.
           MOVE WS-FE-RETURN-CODE TO RETURN-CODE.
           MOVE SPACE TO WS-FE-SEVERITY.
