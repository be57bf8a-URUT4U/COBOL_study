      ************************************************************************
      * CUSTOMER INQUIRY ACCESS LOG RECORD FIELDS - ONE RECORD PER
      * CUSTOMER INQ1000 OR CST1000 PUTS ON THE SCREEN, APPENDED TO
      * INQLOG.DAT IN THE ORDER THE LOOKUPS HAPPENED, WITH THE
      * SIGNED-ON OPERATOR AND THE KIND OF LOOKUP THAT FOUND IT.
      * CST1000'S NUMBER AND NAME LOOKUPS LOG AS K AND S. A LOOKUP
      * THAT FINDS NOTHING IS LOGGED TOO, WITH A RESULT OF N AND THE
      * NUMBER OR NAME THE OPERATOR ASKED FOR. EACH CUSTOMER ON A
      * NAME SEARCH'S MATCH LIST IS LOGGED WITH A RESULT OF L, AND
      * AGAIN AS V IF IT IS THEN SHOWN IN FULL. IAR1000 READS IT FOR
      * THE WEEKLY ACCESS REPORT. COPIED UNDER EACH PROGRAM'S OWN 01
      * LEVEL.
      ************************************************************************
           05   IL-LOG-DATE             PIC 9(8).
           05   FILLER                  PIC X(1).
           05   IL-LOG-TIME             PIC 9(6).
           05   FILLER                  PIC X(1).
           05   IL-OPERATOR-ID          PIC X(8).
           05   FILLER                  PIC X(1).
      * K KEYED, N BROWSE-FORWARD, S NAME SEARCH, A ARCHIVE, D AS-OF
           05   IL-LOOKUP-KIND          PIC X(1).
               88   IL-KEYED-LOOKUP                  VALUE "K".
               88   IL-BROWSE-LOOKUP                 VALUE "N".
               88   IL-NAME-SEARCH                   VALUE "S".
               88   IL-ARCHIVE-LOOKUP                VALUE "A".
               88   IL-AS-OF-LOOKUP                  VALUE "D".
           05   FILLER                  PIC X(1).
           05   IL-CUSTOMER-NUMBER      PIC 9(5).
           05   FILLER                  PIC X(1).
           05   IL-RESULT               PIC X(1).
               88   IL-CUSTOMER-SHOWN                VALUE "V".
               88   IL-CUSTOMER-LISTED               VALUE "L".
               88   IL-NOTHING-FOUND                 VALUE "N".
           05   FILLER                  PIC X(1).
      * THE NAME PREFIX FOR A SEARCH, THE AS-OF DATE FOR AN AS-OF
      * LOOKUP
           05   IL-SEARCH-TEXT          PIC X(20).
