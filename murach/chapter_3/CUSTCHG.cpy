      ************************************************************************
      * CUSTOMER CHANGE FEED RECORD FIELDS - ONE RECORD PER CUSTMAST
      * FIELD CHANGED, APPENDED BY CHGFEED TO CUSTCHG.FEED IN THE ORDER
      * THE CHANGES HAPPENED. NUMBERS AND AMOUNTS CARRY THEIR VALUE AS
      * DISPLAYED, LEFT-JUSTIFIED. A FIELD NAME OF RECORD WITH ADDED,
      * DELETED, OR PURGED AS THE AFTER VALUE MARKS THE CUSTOMER COMING
      * ONTO OR GOING OFF THE MASTER. COPIED UNDER EACH PROGRAM'S OWN
      * 01 LEVEL.
      ************************************************************************
           05   CF-FEED-DATE            PIC 9(8).
           05   FILLER                  PIC X(1).
           05   CF-FEED-TIME            PIC 9(6).
           05   FILLER                  PIC X(1).
           05   CF-PROGRAM-NAME         PIC X(8).
           05   FILLER                  PIC X(1).
           05   CF-CUSTOMER-NUMBER      PIC 9(5).
           05   FILLER                  PIC X(1).
           05   CF-FIELD-NAME           PIC X(20).
           05   FILLER                  PIC X(1).
           05   CF-BEFORE-VALUE         PIC X(30).
           05   FILLER                  PIC X(1).
           05   CF-AFTER-VALUE          PIC X(30).
