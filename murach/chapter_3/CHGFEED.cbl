       FILE SECTION.
       FD  CHANGE-FEED-FILE.
       01  CHANGE-FEED-RECORD.
           COPY CUSTCHG.

       WORKING-STORAGE SECTION.

