      * Author: Nathan Ranna
      * Date: 26/07/2025
      * Purpose: Collect and show user information according to its age.
      *          Both modes hold the LOCKCTL REGISTRY lock for the
      *          session. Street addresses are standardized through
      *          REVSTR's ADDRSTD service as they are typed.
      * Tectonic: cobc
      ************************************************************************
       IDENTIFICATION DIVISION.
           SELECT MASK-PARM-FILE ASSIGN TO "REGMASK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-PARM-STATUS.
      * the guardian responsible for each registered minor, keyed on
      * the minor's CPF - an adult registration or a guardian
      * captured in the same session; PROG008 carries it to the
      * student side
           SELECT GUARDIAN-FILE ASSIGN TO "REGGUARD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GU-MINOR-CPF
               FILE STATUS IS WS-GUARDIAN-STATUS.
      ************************************************************************
       DATA DIVISION.

           05  SR-ZIP-LOW       PIC 9(09).
           05  SR-ZIP-HIGH      PIC 9(09).

       FD  GUARDIAN-FILE.
       01  GUARDIAN-RECORD.
           05  GU-MINOR-CPF     PIC 9(11).
           05  GU-GUARDIAN-CPF  PIC 9(11).
      * R = the guardian's own registration, N = captured new with
      * the minor's registration
           05  GU-SOURCE        PIC X(01).
           05  GU-NAME          PIC X(20).
           05  GU-BIRTH-DATE    PIC X(10).
           05  GU-STREET        PIC X(30).
           05  GU-CITY          PIC X(20).
           05  GU-STATE         PIC X(02).
           05  GU-ZIP           PIC X(09).
           05  GU-PHONE         PIC X(15).
           05  GU-LINK-DATE     PIC 9(08).

       FD  REG-CHANGE-LOG.
       01  CHANGE-LOG-RECORD.
           05  CL-ACTION-CODE   PIC X(01).
           05  WS-DUP-FOUND-FLAG  PIC X VALUE 'N'.
             88 WS-DUP-FOUND      VALUE 'Y'.

       01  WS-GUARDIAN-STATUS    PIC X(02) VALUE '00'.
         88 GUARDIAN-STATUS-OK   VALUE '00'.
       01  WS-SAVED-FLAG         PIC X VALUE 'N'.
         88 WS-REGISTRATION-SAVED VALUE 'Y'.

      * the applicant's birth date, state and zip are parked here
      * while the same prompts and checks run for the guardian
       01  GUARDIAN-FIELDS.
           05  WS-GUARDIAN-CPF    PIC 9(11) VALUE 0.
           05  WS-GUARDIAN-OK-FLAG PIC X VALUE 'N'.
             88 WS-GUARDIAN-OK    VALUE 'Y'.
           05  WS-GUARDIAN-DONE-FLAG PIC X VALUE 'N'.
             88 WS-GUARDIAN-DONE  VALUE 'Y'.
           05  WS-APPLICANT-BIRTH-SAVE PIC X(26) VALUE SPACES.
           05  WS-APPLICANT-STATE-SAVE PIC X(02) VALUE SPACES.
           05  WS-APPLICANT-ZIP-SAVE   PIC X(09) VALUE SPACES.

      * parameters for REVSTR's ADDRSTD service - a typed street line
      * comes back abbreviated off the Brazilian table, with any unit
      * moved to its end
       01  ADDRESS-STANDARD-FIELDS.
           05  WS-ADDR-STREET     PIC X(30) VALUE SPACES.
           05  WS-ADDR-IN         PIC X(64) VALUE SPACES.
           05  WS-ADDR-COUNTRY    PIC X(02) VALUE 'BR'.
           05  WS-ADDR-OUT        PIC X(64) VALUE SPACES.
           05  WS-ADDR-UNIT       PIC X(20) VALUE SPACES.

      * parameters for the shared FILEERR handler - a bad status
      * goes on the job log in plain words and sets the return code
       01  FILE-ERROR-FIELDS.
           05  WS-FE-PROGRAM      PIC X(08) VALUE 'ONLINE'.
           05  WS-FE-FILE         PIC X(12) VALUE SPACES.
           05  WS-FE-OPERATION    PIC X(07) VALUE SPACES.
           05  WS-FE-STATUS       PIC X(02) VALUE SPACES.
           05  WS-FE-SEVERITY     PIC X     VALUE SPACE.
           05  WS-FE-END-RUN      PIC X     VALUE 'N'.
           05  WS-FE-RETURN-CODE  PIC 9(04) VALUE 0.

      * parameters for the shared LOCKCTL master-file lock - taken
      * before REGISTRY.DAT is opened for update, handed back at the end
       01  LOCK-FIELDS.
           05  WS-LOCK-ACTION     PIC X VALUE 'L'.
           05  WS-LOCK-NAME       PIC X(08) VALUE 'REGISTRY'.
           05  WS-LOCK-PROGRAM    PIC X(08) VALUE 'ONLINE'.
           05  WS-LOCK-RESULT     PIC X VALUE SPACE.
             88 WS-LOCK-TAKEN     VALUE 'Y'.
           05  WS-LOCK-SAVED-RC   PIC 9(04) VALUE 0.
           05  WS-LOCK-HELD-FLAG  PIC X VALUE 'N'.
             88 WS-LOCK-HELD      VALUE 'Y'.

      ************************************************************************
       PROCEDURE DIVISION.

               PERFORM 500-RUN-MAINTENANCE
               DISPLAY " "
               DISPLAY "End of execution, bye"
               PERFORM 910-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           PERFORM 060-LOAD-STATE-REFERENCE.
      * only a file-not-found (35) may create the registry fresh -
      * any other status is a hard failure, never an excuse to
      * truncate the live file
           PERFORM 900-TAKE-MASTER-LOCK.
           IF NOT WS-LOCK-HELD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O REGISTRY-FILE.
           IF WS-REGISTRY-STATUS = "35"
               OPEN OUTPUT REGISTRY-FILE
           END-IF.
           IF NOT REGISTRY-STATUS-OK
               MOVE 'REGISTRY.DAT' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-REGISTRY-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 920-REPORT-FILE-ERROR
               PERFORM 910-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           OPEN EXTEND REG-CARD-FILE.
           IF NOT CARD-STATUS-OK
               OPEN OUTPUT REG-CARD-FILE
           END-IF.
           OPEN I-O GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = "35"
               OPEN OUTPUT GUARDIAN-FILE
           END-IF.
           IF NOT GUARDIAN-STATUS-OK
               MOVE 'REGGUARD.DAT' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-GUARDIAN-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 920-REPORT-FILE-ERROR
               PERFORM 910-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           PERFORM 100-COLLECT-DATA
               UNTIL ON-NAME = WS-SENTINEL-NAME.
           CLOSE REGISTRY-FILE.
           CLOSE REG-CARD-FILE.
           CLOSE GUARDIAN-FILE.
           DISPLAY " "
           DISPLAY "End of execution, bye"
           PERFORM 910-RELEASE-MASTER-LOCK.
           STOP RUN.

      * loads the state/zip-range reference. when the file is missing
           ELSE
               DISPLAY "Type your street address."
               ACCEPT ON-STREET
               MOVE ON-STREET TO WS-ADDR-STREET
               PERFORM 138-STANDARDIZE-STREET
               MOVE WS-ADDR-STREET TO ON-STREET
               DISPLAY "Type your city."
               ACCEPT ON-CITY
               PERFORM 130-COLLECT-STATE-AND-ZIP
               DISPLAY "Type your phone number."
               ACCEPT ON-PHONE
               PERFORM 220-CALCULATE-AGE
               MOVE 'N' TO WS-GUARDIAN-OK-FLAG
               IF WS-AGE < WS-MIN-AGE
                   DISPLAY "Under " WS-MIN-AGE
                       " - a guardian must be named."
                   PERFORM 150-COLLECT-GUARDIAN
                   IF WS-GUARDIAN-OK
                       PERFORM 140-REGISTER-APPLICANT
                       IF WS-REGISTRATION-SAVED
                           PERFORM 255-SAVE-GUARDIAN-LINK
                       END-IF
                   ELSE
                       DISPLAY "You must be at least " WS-MIN-AGE
                           " years old to register."
                       PERFORM 235-QUEUE-FOR-APPROVAL
                   END-IF
               ELSE
                   PERFORM 140-REGISTER-APPLICANT
               END-IF
           END-IF.

       140-REGISTER-APPLICANT.
           STRING
               BIRTH-DAY DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               BIRTH-MONTH DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               BIRTH-YEAR DELIMITED BY SIZE
               INTO FORMAT-DATE.
           PERFORM 230-ASSIGN-REG-NUMBER.
           PERFORM 240-PRINT-REGISTRATION-CARD.
           PERFORM 250-SAVE-REGISTRATION.

      * a minor is registered only with a guardian - an adult already
      * on the registry, found by CPF, or one captured here; no
      * guardian (CPF 0) sends the minor to the pending queue as
      * before
       150-COLLECT-GUARDIAN.
           MOVE 'N' TO WS-GUARDIAN-DONE-FLAG.
           PERFORM 155-PROMPT-GUARDIAN-CPF UNTIL WS-GUARDIAN-DONE.

       155-PROMPT-GUARDIAN-CPF.
           DISPLAY "Type the guardian's CPF (0 if there is none).".
           ACCEPT WS-GUARDIAN-CPF.
           IF WS-GUARDIAN-CPF = 0
               SET WS-GUARDIAN-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-GUARDIAN-CPF = ON-CPF
               DISPLAY "The guardian cannot be the registrant."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GUARDIAN-CPF TO WS-CPF-X.
           PERFORM 205-CHECK-CPF-DIGITS.
           IF NOT WS-CPF-VALID
               DISPLAY "Invalid CPF - check digits do not match."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GUARDIAN-CPF TO RG-CPF.
           READ REGISTRY-FILE
               INVALID KEY
                   PERFORM 170-CAPTURE-NEW-GUARDIAN
               NOT INVALID KEY
                   PERFORM 160-CHECK-REGISTERED-GUARDIAN
           END-READ.

      * a registered guardian must be an adult whose registration is
      * still on the books
       160-CHECK-REGISTERED-GUARDIAN.
           IF RG-STATUS = "C" OR RG-STATUS = "L"
               DISPLAY "That registration is cancelled or lapsed - "
                   "name another guardian."
               EXIT PARAGRAPH
           END-IF.
           MOVE ON-BIRTH TO WS-APPLICANT-BIRTH-SAVE.
           MOVE RG-BIRTH-DATE(1:2) TO BIRTH-DAY.
           MOVE RG-BIRTH-DATE(4:2) TO BIRTH-MONTH.
           MOVE RG-BIRTH-DATE(7:4) TO BIRTH-YEAR.
           PERFORM 220-CALCULATE-AGE.
           MOVE WS-APPLICANT-BIRTH-SAVE TO ON-BIRTH.
           IF WS-AGE < WS-MIN-AGE
               DISPLAY "The guardian must be at least " WS-MIN-AGE
                   " years old."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GUARDIAN-CPF TO GU-GUARDIAN-CPF.
           MOVE "R"             TO GU-SOURCE.
           MOVE RG-NAME         TO GU-NAME.
           MOVE RG-BIRTH-DATE   TO GU-BIRTH-DATE.
           MOVE RG-STREET       TO GU-STREET.
           MOVE RG-CITY         TO GU-CITY.
           MOVE RG-STATE        TO GU-STATE.
           MOVE RG-ZIP          TO GU-ZIP.
           MOVE RG-PHONE        TO GU-PHONE.
           DISPLAY "Guardian: " RG-NAME.
           SET WS-GUARDIAN-OK TO TRUE.
           SET WS-GUARDIAN-DONE TO TRUE.

      * a guardian not on the registry goes through the same birth
      * date, state and zip checks as a registrant
       170-CAPTURE-NEW-GUARDIAN.
           DISPLAY "No registration for that CPF - type the "
               "guardian's details.".
           DISPLAY "Type the guardian's name.".
           ACCEPT GU-NAME.
           MOVE ON-BIRTH TO WS-APPLICANT-BIRTH-SAVE.
           DISPLAY "Type the guardian's date of birth (DDMMAAAA).".
           ACCEPT COMPLETE-DATE.
           MOVE COMPLETE-DATE(1:2) TO BIRTH-DAY.
           MOVE COMPLETE-DATE(3:2) TO BIRTH-MONTH.
           MOVE COMPLETE-DATE(5:4) TO BIRTH-YEAR.
           PERFORM 125-VALIDATE-BIRTH-DATE.
           IF WS-BIRTH-DATE-INVALID
               MOVE WS-APPLICANT-BIRTH-SAVE TO ON-BIRTH
               DISPLAY "Invalid date of birth."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 220-CALCULATE-AGE.
           MOVE SPACES TO GU-BIRTH-DATE.
           STRING
               BIRTH-DAY DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               BIRTH-MONTH DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               BIRTH-YEAR DELIMITED BY SIZE
               INTO GU-BIRTH-DATE.
           MOVE WS-APPLICANT-BIRTH-SAVE TO ON-BIRTH.
           IF WS-AGE < WS-MIN-AGE
               DISPLAY "The guardian must be at least " WS-MIN-AGE
                   " years old."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Type the guardian's street address.".
           ACCEPT GU-STREET.
           MOVE GU-STREET TO WS-ADDR-STREET.
           PERFORM 138-STANDARDIZE-STREET.
           MOVE WS-ADDR-STREET TO GU-STREET.
           DISPLAY "Type the guardian's city.".
           ACCEPT GU-CITY.
           MOVE ON-STATE TO WS-APPLICANT-STATE-SAVE.
           MOVE ON-ZIP   TO WS-APPLICANT-ZIP-SAVE.
           PERFORM 130-COLLECT-STATE-AND-ZIP.
           MOVE ON-STATE TO GU-STATE.
           MOVE ON-ZIP   TO GU-ZIP.
           MOVE WS-APPLICANT-STATE-SAVE TO ON-STATE.
           MOVE WS-APPLICANT-ZIP-SAVE   TO ON-ZIP.
           DISPLAY "Type the guardian's phone number.".
           ACCEPT GU-PHONE.
           MOVE WS-GUARDIAN-CPF TO GU-GUARDIAN-CPF.
           MOVE "N"             TO GU-SOURCE.
           SET WS-GUARDIAN-OK TO TRUE.
           SET WS-GUARDIAN-DONE TO TRUE.

      * keeps prompting until the state is on the reference file and
      * the zip falls inside that state's range - with no reference
      * loaded, the first answer is taken as keyed
                   "range - please re-enter."
           END-IF.

      * the standardized line replaces the typed one in WS-ADDR-STREET
      * unless it would no longer fit a 30-byte street field
       138-STANDARDIZE-STREET.
           MOVE WS-ADDR-STREET TO WS-ADDR-IN.
           CALL "ADDRSTD" USING WS-ADDR-IN WS-ADDR-COUNTRY
               WS-ADDR-OUT WS-ADDR-UNIT.
           IF WS-ADDR-OUT(31:34) = SPACES
               MOVE WS-ADDR-OUT TO WS-ADDR-STREET
           ELSE
               DISPLAY "Address kept as typed - too long to "
                   "standardize."
           END-IF.

      * validates the day of birth against the real number of days in
      * BIRTH-MONTH, calling LEAP's DAYSINFEB entry point for February
      * instead of accepting any day 1-31 for every month

       200-VALIDATE-CPF.
           MOVE ON-CPF TO WS-CPF-X.
           PERFORM 205-CHECK-CPF-DIGITS.

      * the check-digit test on whatever CPF is in WS-CPF-X - the
      * registrant's or a minor's guardian's
       205-CHECK-CPF-DIGITS.
           PERFORM VARYING WS-CPF-IDX FROM 1 BY 1
               UNTIL WS-CPF-IDX > 11
               MOVE WS-CPF-X(WS-CPF-IDX:1) TO
           DISPLAY "ADDRESS: " ON-STREET
           DISPLAY "         " ON-CITY " " ON-STATE " " ON-ZIP
           DISPLAY "PHONE:   " ON-PHONE
           IF WS-GUARDIAN-OK
               DISPLAY "GUARDIAN:" GU-NAME
           END-IF
           DISPLAY "===============================".
           PERFORM 245-WRITE-REGISTRATION-CARD.

           STRING "PHONE:   " ON-PHONE
               DELIMITED BY SIZE INTO CARD-LINE
           WRITE CARD-LINE
           IF WS-GUARDIAN-OK
               MOVE SPACES TO CARD-LINE
               STRING "GUARDIAN:" GU-NAME
                   DELIMITED BY SIZE INTO CARD-LINE
               WRITE CARD-LINE
           END-IF
           MOVE "===============================" TO CARD-LINE
           WRITE CARD-LINE
           MOVE SPACES TO CARD-LINE
      * each change is one keyed read and rewrite in place
       500-RUN-MAINTENANCE.
           PERFORM 060-LOAD-STATE-REFERENCE.
           PERFORM 900-TAKE-MASTER-LOCK.
           IF NOT WS-LOCK-HELD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O REGISTRY-FILE.
           IF NOT REGISTRY-STATUS-OK
               MOVE 'REGISTRY.DAT' TO WS-FE-FILE
               MOVE 'OPEN'     TO WS-FE-OPERATION
               MOVE WS-REGISTRY-STATUS TO WS-FE-STATUS
               MOVE 'S'        TO WS-FE-SEVERITY
               PERFORM 920-REPORT-FILE-ERROR
               PERFORM 910-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           OPEN EXTEND REG-CHANGE-LOG.
           MOVE REGISTRY-RECORD TO WS-BEFORE-IMAGE.
           DISPLAY "Type the new street address."
           ACCEPT RG-STREET.
           MOVE RG-STREET TO WS-ADDR-STREET.
           PERFORM 138-STANDARDIZE-STREET.
           MOVE WS-ADDR-STREET TO RG-STREET.
           DISPLAY "Type the new city."
           ACCEPT RG-CITY.
           PERFORM 130-COLLECT-STATE-AND-ZIP.
       580-REWRITE-AND-LOG.
           REWRITE REGISTRY-RECORD
               INVALID KEY
                   DISPLAY "ONLINE: REWRITE FAILED."
                   MOVE 'REGISTRY.DAT' TO WS-FE-FILE
                   MOVE 'REWRITE'  TO WS-FE-OPERATION
                   MOVE WS-REGISTRY-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM 920-REPORT-FILE-ERROR
               NOT INVALID KEY
                   MOVE WS-BEFORE-IMAGE   TO CL-BEFORE-IMAGE
                   MOVE REGISTRY-RECORD   TO CL-AFTER-IMAGE
           MOVE WS-EXPIRY-WORK TO RG-EXPIRY-DATE.

       250-SAVE-REGISTRATION.
           MOVE 'N'           TO WS-SAVED-FLAG.
           MOVE ON-NAME       TO RG-NAME.
           MOVE ON-CPF        TO RG-CPF.
           MOVE FORMAT-DATE   TO RG-BIRTH-DATE.
               INVALID KEY
                   DISPLAY "ONLINE: CPF ALREADY ON FILE - "
                       "REGISTRATION NOT SAVED."
               NOT INVALID KEY
                   SET WS-REGISTRATION-SAVED TO TRUE
           END-WRITE.

      * the guardian fields were filled while the guardian was named;
      * the link is keyed on the minor's CPF
       255-SAVE-GUARDIAN-LINK.
           MOVE ON-CPF TO GU-MINOR-CPF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO GU-LINK-DATE.
           WRITE GUARDIAN-RECORD
               INVALID KEY
                   DISPLAY "ONLINE: GUARDIAN LINK NOT SAVED."
                   MOVE 'REGGUARD.DAT' TO WS-FE-FILE
                   MOVE 'WRITE'    TO WS-FE-OPERATION
                   MOVE WS-GUARDIAN-STATUS TO WS-FE-STATUS
                   MOVE 'E'        TO WS-FE-SEVERITY
                   PERFORM 920-REPORT-FILE-ERROR
           END-WRITE.

      * LOCKCTL refuses the REGISTRY lock, and says who holds it,
      * while another updater has the file open
       900-TAKE-MASTER-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-SAVED-RC.
           MOVE 'L' TO WS-LOCK-ACTION.
           CALL 'LOCKCTL' USING WS-LOCK-ACTION WS-LOCK-NAME
               WS-LOCK-PROGRAM WS-LOCK-RESULT.
           MOVE WS-LOCK-SAVED-RC TO RETURN-CODE.
           IF WS-LOCK-TAKEN
               SET WS-LOCK-HELD TO TRUE
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
