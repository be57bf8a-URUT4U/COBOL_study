           SELECT LETTER-FILE ASSIGN TO "DCLLTRS.OUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LETTER-FILE-STATUS.
      * marketing segment SEG1000 scores - a good customer gone quiet
      * gets a personal call promised, when the file is on hand
           SELECT CUSTSEG ASSIGN TO "CUSTSEG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SG-CUSTOMER-NUMBER
                   FILE STATUS IS CUSTSEG-STATUS.
      ************************************************************************
       DATA DIVISION.

       FD   LETTER-FILE.
       01   LETTER-LINE                 PIC X(80).

       FD   CUSTSEG.
       01   CUSTOMER-SEGMENT-RECORD.
           COPY CUSTSEG.

       WORKING-STORAGE SECTION.

       77   DECLINE-EXTRACT-STATUS      PIC X(2)     VALUE "00".
           88   LETTER-FILE-OK                       VALUE "00".
       77   DECLINE-EOF-SWITCH          PIC X        VALUE "N".
           88   DECLINE-EOF                          VALUE "Y".
       77   CUSTSEG-STATUS              PIC X(2)     VALUE "00".
           88   CUSTSEG-OK                           VALUE "00".
       77   CUSTSEG-OPEN-SWITCH         PIC X        VALUE "N".
           88   CUSTSEG-OPENED                       VALUE "Y".

      * HOW STEEP THE DECLINE IS DECIDES THE LETTER'S TONE
       77   WS-CONCERN-THRESHOLD-PCT    PIC 9(3)     VALUE 35.
       77   WS-URGENT-THRESHOLD-PCT     PIC 9(3)     VALUE 50.

       77   WS-LETTERS-PRODUCED         PIC 9(7)     VALUE ZERO.
       77   WS-AT-RISK-LETTERS          PIC 9(7)     VALUE ZERO.

       01   LETTER-NAME-LINE.
           05   LN-CUSTOMER-NAME        PIC X(20).
           05   LT-LETTER-COUNT         PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(54)    VALUE SPACES.

       01   LETTER-RISK-TRAILER-LINE.
           05   FILLER                  PIC X(19)    VALUE
                    "AT-RISK CUSTOMERS: ".
           05   LT-AT-RISK-COUNT        PIC ZZZ,ZZ9.
           05   FILLER                  PIC X(54)    VALUE SPACES.

      ************************************************************************
       PROCEDURE DIVISION.

               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT LETTER-FILE
           OPEN INPUT CUSTSEG
           IF CUSTSEG-OK
               SET CUSTSEG-OPENED TO TRUE
           END-IF.

       2000-WRITE-ONE-LETTER.
           READ DECLINE-EXTRACT
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM 3100-WRITE-LETTER-BODY
           IF CUSTSEG-OPENED
               PERFORM 3200-CHECK-AT-RISK
           END-IF
           ADD 1 TO WS-LETTERS-PRODUCED.

      * THE STEEPER THE DECLINE, THE MORE DIRECT THE LETTER
                   WRITE LETTER-LINE FROM LETTER-TEXT-LINE
           END-EVALUATE.

      * A FREQUENT, HIGH-VALUE BUYER WHO HAS GONE QUIET IS WORTH A
      * CALL FROM THE REP, WHATEVER THE DECLINE LOOKS LIKE
       3200-CHECK-AT-RISK.
           MOVE DX-CUSTOMER-NUMBER TO SG-CUSTOMER-NUMBER
           READ CUSTSEG
               INVALID KEY
                   MOVE "N" TO SG-AT-RISK-SWITCH
           END-READ
           IF SG-AT-RISK
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "AS ONE OF OUR MOST VALUED CUSTOMERS, YOU WILL"
                   TO LT-TEXT
               WRITE LETTER-LINE FROM LETTER-TEXT-LINE
               MOVE "HEAR FROM YOUR SALES REPRESENTATIVE PERSONALLY"
                   TO LT-TEXT
               WRITE LETTER-LINE FROM LETTER-TEXT-LINE
               MOVE "WITHIN THE WEEK."
                   TO LT-TEXT
               WRITE LETTER-LINE FROM LETTER-TEXT-LINE
               ADD 1 TO WS-AT-RISK-LETTERS
           END-IF.

       4000-TERMINATE.
           MOVE WS-LETTERS-PRODUCED TO LT-LETTER-COUNT
           WRITE LETTER-LINE FROM LETTER-TRAILER-LINE
           IF CUSTSEG-OPENED
               MOVE WS-AT-RISK-LETTERS TO LT-AT-RISK-COUNT
               WRITE LETTER-LINE FROM LETTER-RISK-TRAILER-LINE
               CLOSE CUSTSEG
           END-IF
           CLOSE DECLINE-EXTRACT
                 LETTER-FILE.
