      ************************************************************************
      * Author: Nathan Ranna
      * Date:
      * Purpose: String utilities, and the shop's callable name and
      *          address standardization services - NAMESTD for
      *          names, ADDRSTD for street address lines.
      * Tectonic:
      ************************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEXT-RPT ASSIGN TO "REVSTR.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * the street-word and unit-designator abbreviations, US and
      * Brazilian, one word per line - maintained by operations
           SELECT ABBREV-FILE ASSIGN TO "ADDRABBR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABBREV-STATUS.
      ************************************************************************
       DATA DIVISION.

       FD  TEXT-RPT.
       01  TEXT-RPT-LINE    PIC X(64).

      * US or BR, S for a street word (STREET, AVENIDA, NORTH) or U
      * for a unit designator (APARTMENT, APTO, SUITE, SALA), the word
      * as people write it, and the abbreviation it is printed as. a
      * designator's own abbreviation is listed too (APT APT), so it is
      * known as a designator however it arrives.
       FD  ABBREV-FILE.
       01  ABBREV-RECORD.
           05 AA-COUNTRY    PIC X(02).
           05 FILLER        PIC X(01).
           05 AA-KIND       PIC X(01).
           05 FILLER        PIC X(01).
           05 AA-FULL-WORD  PIC X(20).
           05 FILLER        PIC X(01).
           05 AA-ABBREV     PIC X(10).

       WORKING-STORAGE SECTION.

       01 WS-STRING     PIC X(64) VALUE "HELLO WORLD.".
             88 WS-REORDER-WANTED   VALUE 'Y'.
           05 WS-COMMA-COUNT        PIC 99 VALUE 0.

       01 WS-ABBREV-STATUS  PIC X(02) VALUE '00'.
         88 ABBREV-STATUS-OK VALUE '00'.
       01 WS-ABBREV-EOF-FLAG PIC X VALUE 'N'.
         88 WS-ABBREV-EOF    VALUE 'Y'.

      * the loaded abbreviation table, read once per run on first use
       01 ABBREV-TABLE-FIELDS.
           05 WS-ABBREV-COUNT       PIC 9(3) VALUE 0.
           05 WS-ABBREV-INDEX       PIC 9(3) VALUE 0.
           05 WS-ABBREV-ENTRY OCCURS 300 TIMES.
               10 WS-AB-COUNTRY     PIC X(02).
               10 WS-AB-KIND        PIC X(01).
               10 WS-AB-FULL-WORD   PIC X(20).
               10 WS-AB-ABBREV      PIC X(10).
           05 WS-ABBREV-LOADED-FLAG PIC X VALUE 'N'.
             88 WS-ABBREV-LOADED    VALUE 'Y'.

      * work areas for the callable address-standardization service
       01 ADDRESS-CLEANUP-FIELDS.
           05 WS-ADDR-WORK          PIC X(64).
           05 WS-ADDR-COUNTRY       PIC X(02).
           05 WS-ADDR-STREET        PIC X(64).
           05 WS-ADDR-UNIT          PIC X(20).
           05 WS-ADDR-CLEAN         PIC X(64).
           05 WS-ADDR-WORD          PIC X(30).
           05 WS-ADDR-POINTER       PIC S99 COMP.
           05 WS-ADDR-STREET-PTR    PIC S99 COMP.
           05 WS-ADDR-UNIT-PTR      PIC S99 COMP.
           05 WS-ABBREV-FOUND-FLAG  PIC X VALUE 'N'.
             88 WS-ABBREV-FOUND     VALUE 'Y'.
           05 WS-ADDR-WORD-KIND     PIC X VALUE 'S'.
             88 WS-ADDR-UNIT-WORD   VALUE 'U'.
           05 WS-UNIT-NUMBER-FLAG   PIC X VALUE 'N'.
             88 WS-UNIT-NUMBER-NEXT VALUE 'Y'.

       01 WORD-REVERSAL-FIELDS.
           05 WS-TRIMMED-STRING     PIC X(64).
           05 WS-WORD-TABLE OCCURS 20 TIMES PIC X(20).
      * Y reorders a comma-style 'LAST, FIRST' name to 'FIRST LAST'
       01 LK-REORDER-FLAG   PIC X.

      * parameters for the ADDRSTD entry point - the street line as
      * keyed, US or BR for the abbreviation table to apply (spaces
      * applies both), and back the standardized line with any unit
      * moved to its end, and the unit on its own
       01 LK-ADDR-IN        PIC X(64).
       01 LK-ADDR-COUNTRY   PIC X(02).
       01 LK-ADDR-OUT       PIC X(64).
       01 LK-ADDR-UNIT      PIC X(20).

      ************************************************************************
       PROCEDURE DIVISION.

           DISPLAY "3. CHECK IF THE DEMO STRING IS A PALINDROME".
           DISPLAY "4. REVERSE WORD ORDER OF THE DEMO STRING".
           DISPLAY "5. STANDARDIZE THE DEMO STRING AS A NAME".
           DISPLAY "6. STANDARDIZE A STREET ADDRESS".
           DISPLAY "-----------------------------------------".
           ACCEPT WS-MODE.
           EVALUATE WS-MODE
                   MOVE 'Y' TO WS-REORDER-REQ-FLAG
                   PERFORM 400-STANDARDIZE-NAME
                   DISPLAY "STANDARDIZED: " WS-NAME-CLEAN
               WHEN 6
                   DISPLAY "TYPE THE STREET ADDRESS: "
                   ACCEPT WS-ADDR-WORK
                   DISPLAY "TYPE THE COUNTRY (US OR BR): "
                   ACCEPT WS-ADDR-COUNTRY
                   PERFORM 500-STANDARDIZE-ADDRESS
                   DISPLAY "STANDARDIZED: " WS-ADDR-CLEAN
                   DISPLAY "UNIT: " WS-ADDR-UNIT
               WHEN OTHER
                   DISPLAY "INVALID CHOICE."
           END-EVALUATE.
           MOVE WS-NAME-CLEAN TO LK-NAME-OUT
           GOBACK.

      * the address cleanup service - upper-cases, turns stray
      * punctuation to spaces, abbreviates each word off the reference
      * table, and moves any unit (designator and the number after it)
      * out of the street line to its end. rebuilding the line a word
      * at a time collapses the spacing. the result is left in
      * WS-ADDR-CLEAN, the unit alone in WS-ADDR-UNIT.
       500-STANDARDIZE-ADDRESS.
           PERFORM 510-LOAD-ABBREV-TABLE.
           MOVE FUNCTION UPPER-CASE(WS-ADDR-WORK) TO WS-ADDR-WORK.
           MOVE FUNCTION UPPER-CASE(WS-ADDR-COUNTRY) TO WS-ADDR-COUNTRY.
           INSPECT WS-ADDR-WORK REPLACING ALL "." BY SPACE
                                          ALL "," BY SPACE
                                          ALL ";" BY SPACE
                                          ALL ":" BY SPACE
                                          ALL '"' BY SPACE
                                          ALL "(" BY SPACE
                                          ALL ")" BY SPACE.
           MOVE SPACES TO WS-ADDR-STREET WS-ADDR-UNIT WS-ADDR-CLEAN.
           MOVE 1 TO WS-ADDR-STREET-PTR WS-ADDR-UNIT-PTR.
           MOVE 'N' TO WS-UNIT-NUMBER-FLAG.
           MOVE 1 TO WS-ADDR-POINTER.
           PERFORM 520-TAKE-ADDRESS-WORD
               UNTIL WS-ADDR-POINTER > LENGTH OF WS-ADDR-WORK.
           IF WS-ADDR-UNIT = SPACES
               MOVE WS-ADDR-STREET TO WS-ADDR-CLEAN
           ELSE
               STRING
                   FUNCTION TRIM(WS-ADDR-STREET) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ADDR-UNIT) DELIMITED BY SIZE
                   INTO WS-ADDR-CLEAN
               END-STRING
               IF WS-ADDR-STREET = SPACES
                   MOVE WS-ADDR-UNIT TO WS-ADDR-CLEAN
               END-IF
           END-IF.

      * loads the abbreviation table once per run; a missing file
      * just means nothing is abbreviated and no unit is recognized
      * but '#', and the case, spacing, and punctuation cleanup
      * still happen
       510-LOAD-ABBREV-TABLE.
           IF WS-ABBREV-LOADED
               EXIT PARAGRAPH
           END-IF.
           SET WS-ABBREV-LOADED TO TRUE.
           OPEN INPUT ABBREV-FILE.
           IF ABBREV-STATUS-OK
               PERFORM 515-READ-ABBREV-RECORD
                   UNTIL WS-ABBREV-EOF
               CLOSE ABBREV-FILE
           END-IF.

       515-READ-ABBREV-RECORD.
           READ ABBREV-FILE
               AT END
                   SET WS-ABBREV-EOF TO TRUE
               NOT AT END
                   IF WS-ABBREV-COUNT < 300
                       ADD 1 TO WS-ABBREV-COUNT
                       MOVE FUNCTION UPPER-CASE(AA-COUNTRY)
                           TO WS-AB-COUNTRY(WS-ABBREV-COUNT)
                       MOVE FUNCTION UPPER-CASE(AA-KIND)
                           TO WS-AB-KIND(WS-ABBREV-COUNT)
                       MOVE FUNCTION UPPER-CASE(AA-FULL-WORD)
                           TO WS-AB-FULL-WORD(WS-ABBREV-COUNT)
                       MOVE FUNCTION UPPER-CASE(AA-ABBREV)
                           TO WS-AB-ABBREV(WS-ABBREV-COUNT)
                   END-IF
           END-READ.

      * takes the next word off the line and puts it on the street
      * or the unit. the word after a unit designator is the unit's
      * number and goes with it; '#4' is a designator and number
      * written together.
       520-TAKE-ADDRESS-WORD.
           MOVE SPACES TO WS-ADDR-WORD.
           UNSTRING WS-ADDR-WORK DELIMITED BY ALL SPACE
               INTO WS-ADDR-WORD
               WITH POINTER WS-ADDR-POINTER
           END-UNSTRING.
           IF WS-ADDR-WORD = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-UNIT-NUMBER-NEXT
               MOVE 'N' TO WS-UNIT-NUMBER-FLAG
               PERFORM 540-APPEND-UNIT-WORD
               EXIT PARAGRAPH
           END-IF.
           IF WS-ADDR-WORD(1:1) = "#"
               MOVE WS-ADDR-WORD(2:) TO WS-ADDR-CLEAN
               MOVE "#" TO WS-ADDR-WORD
               PERFORM 540-APPEND-UNIT-WORD
               IF WS-ADDR-CLEAN = SPACES
                   SET WS-UNIT-NUMBER-NEXT TO TRUE
               ELSE
                   MOVE WS-ADDR-CLEAN TO WS-ADDR-WORD
                   MOVE SPACES TO WS-ADDR-CLEAN
                   PERFORM 540-APPEND-UNIT-WORD
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM 530-ABBREVIATE-WORD.
           IF WS-ADDR-UNIT-WORD
               PERFORM 540-APPEND-UNIT-WORD
               SET WS-UNIT-NUMBER-NEXT TO TRUE
           ELSE
               PERFORM 545-APPEND-STREET-WORD
           END-IF.

      * the first table entry for the word in the address's country
      * (either country when none was given) replaces it
       530-ABBREVIATE-WORD.
           MOVE 'S' TO WS-ADDR-WORD-KIND.
           MOVE 'N' TO WS-ABBREV-FOUND-FLAG.
           PERFORM VARYING WS-ABBREV-INDEX FROM 1 BY 1
               UNTIL WS-ABBREV-INDEX > WS-ABBREV-COUNT
                  OR WS-ABBREV-FOUND
               IF WS-AB-FULL-WORD(WS-ABBREV-INDEX) = WS-ADDR-WORD
                  AND (WS-ADDR-COUNTRY = SPACES
                   OR WS-AB-COUNTRY(WS-ABBREV-INDEX) = WS-ADDR-COUNTRY)
                   MOVE WS-AB-ABBREV(WS-ABBREV-INDEX) TO WS-ADDR-WORD
                   MOVE WS-AB-KIND(WS-ABBREV-INDEX)
                       TO WS-ADDR-WORD-KIND
                   SET WS-ABBREV-FOUND TO TRUE
               END-IF
           END-PERFORM.

       540-APPEND-UNIT-WORD.
           IF WS-ADDR-UNIT-PTR > 1
               STRING " " DELIMITED BY SIZE
                   INTO WS-ADDR-UNIT WITH POINTER WS-ADDR-UNIT-PTR
               END-STRING
           END-IF.
           STRING WS-ADDR-WORD DELIMITED BY SPACE
               INTO WS-ADDR-UNIT WITH POINTER WS-ADDR-UNIT-PTR
           END-STRING.

       545-APPEND-STREET-WORD.
           IF WS-ADDR-STREET-PTR > 1
               STRING " " DELIMITED BY SIZE
                   INTO WS-ADDR-STREET WITH POINTER WS-ADDR-STREET-PTR
               END-STRING
           END-IF.
           STRING WS-ADDR-WORD DELIMITED BY SPACE
               INTO WS-ADDR-STREET WITH POINTER WS-ADDR-STREET-PTR
           END-STRING.

      * callable entry point alongside NAMESTD - MNT1000, LOD1000,
      * ONLINE, CBL0010, and the ADDRCONV pass standardize street
      * lines through it, so duplicate checks and envelopes see one
      * spelling of an address
       560-ADDRSTD-ENTRY.
       ENTRY "ADDRSTD" USING LK-ADDR-IN LK-ADDR-COUNTRY LK-ADDR-OUT
           LK-ADDR-UNIT.
           MOVE LK-ADDR-IN TO WS-ADDR-WORK
           MOVE LK-ADDR-COUNTRY TO WS-ADDR-COUNTRY
           PERFORM 500-STANDARDIZE-ADDRESS
           MOVE WS-ADDR-CLEAN TO LK-ADDR-OUT
           MOVE WS-ADDR-UNIT TO LK-ADDR-UNIT
           GOBACK.

       310-EXTRACT-NEXT-WORD.
           ADD 1 TO WS-WORD-COUNT.
           UNSTRING WS-TRIMMED-STRING DELIMITED BY SPACE
