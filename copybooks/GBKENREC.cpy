      *                  SO THE GB04 SCREEN CAN SHOW THE MODERATOR
      *                  WHAT FIRED; BLANK (STORED NULL) OTHERWISE.
      *                  GB11'S QUEUE TABLE SLOTS GREW IN STEP.
      *   10/15/26  ROB  ADDED CONTACT-EMAIL/CONTACT-CONSENT - THE
      *                  ADDRESS A GUEST GAVE ON GUESTBK WITH AN
      *                  EXPLICIT CONSENT ('Y'); GBKINS WRITES IT TO
      *                  ENTRY_CONTACTS, NEVER ENTRIES.  BOTH BLANK
      *                  WITHOUT CONSENT.  GB11'S QUEUE TABLE SLOTS
      *                  GREW IN STEP.
      ***************************************************************
       01  GBKENTRY.
           05  TIT                 PIC X(20).
           05  SUBMITTED-AT        PIC X(26).
           05  EVENT-CODE          PIC X(08).
           05  WATCH-PHRASE        PIC X(50).
           05  CONTACT-EMAIL       PIC X(60).
           05  CONTACT-CONSENT     PIC X(01).
