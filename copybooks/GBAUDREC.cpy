      ***************************************************************
      * GBAUDREC - ONE REFERENCE-TABLE CHANGE, SHARED BETWEEN GBAUDT  *
      * AND THE MAINTENANCE SCREENS THAT CALL IT (GB07, GB08, GB10)   *
      * FOR THE CALL('GBAUDT' USING GBAUDIT-RECORD) INTERFACE.  THE   *
      * CALLER FILLS IN EVERYTHING; GBAUDT STAMPS THE TIME.  THE      *
      * IMAGES ARE THE ROW AS THE SCREEN FORMATS IT - BLANK BEFORE    *
      * ON AN ADD, BLANK AFTER ON A DELETE.                           *
      *---------------------------------------------------------------
      * MODIFICATION HISTORY.
      *   10/09/26  ROB  ORIGINAL COPYBOOK.
      ***************************************************************
       01  GBAUDIT-RECORD.
           05  AUD-TABLE-NAME      PIC X(12).
           05  AUD-KEY             PIC X(50).
           05  AUD-ACTION          PIC X(01).
               88  AUD-ADDED                 VALUE 'A'.
               88  AUD-UPDATED               VALUE 'U'.
               88  AUD-DELETED               VALUE 'D'.
           05  AUD-BEFORE          PIC X(80).
           05  AUD-AFTER           PIC X(80).
           05  AUD-TERM-ID         PIC X(04).
           05  AUD-USER-ID         PIC X(08).
