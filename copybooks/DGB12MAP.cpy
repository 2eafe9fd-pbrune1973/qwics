      * EVENT NAME AND PAGE NUMBER AT THE TOP.  THE TOUCH-ANY-KEY    *
      * INVITATION IS A MAP LITERAL; THERE ARE NO INPUT FIELDS -     *
      * ANY KEYSTROKE STARTS THE NORMAL GB01 ENTRY SCREEN.           *
      * RPLY UNDER EACH ENTRY SHOWS ONE OF ITS APPROVED HOST         *
      * REPLIES - OLDEST FIRST, STEPPED ON AT EACH TIMED START.      *
      *---------------------------------------------------------------
      * MODIFICATION HISTORY.
      *   08/31/26  ROB  ORIGINAL MAP.
      *   10/14/26  ROB  ADDED THE RPLY FIELD TO EACH LINE GROUP -
      *                  THE ENTRY'S LATEST APPROVED HOST REPLY
      *                  (REPLIES), WITH A COUNT OF ANY EARLIER ONES;
      *                  BLANK WHEN THE ENTRY HAS NONE.
      *   10/15/26  ROB  RPLY NOW SHOWS THE REPLY'S PLACE "(N/M)"
      *                  AMONG THE ENTRY'S APPROVED REPLIES IN PLACE
      *                  OF THE "(+N)" COUNT, STEPPED ON EACH TIMED
      *                  START UNTIL EVERY REPLY HAS SHOWN.
      ***************************************************************
       01  GB12MAPI.
           02  FILLER            PIC X(12).
               03  FILLER REDEFINES MSGTF.
                   04  MSGTA     PIC X.
               03  MSGTI         PIC X(200).
               03  RPLYL         PIC S9(4) COMP.
               03  RPLYF         PIC X.
               03  FILLER REDEFINES RPLYF.
                   04  RPLYA     PIC X.
               03  RPLYI         PIC X(79).
       01  GB12MAPO REDEFINES GB12MAPI.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(3).
               03  TITLO         PIC X(20).
               03  FILLER        PIC X(3).
               03  MSGTO         PIC X(200).
               03  FILLER        PIC X(3).
               03  RPLYO         PIC X(79).
