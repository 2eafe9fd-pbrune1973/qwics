      * STAFF-FACING PAGED BROWSE SCREEN FOR THE ENTRIES TABLE, USED *
      * BY TRANSACTION GB02.  SHOWS GB02-LINE-CNT ENTRIES AT A TIME  *
      * AND LETS THE OPERATOR PAGE WITH PF7 (BACKWARD)/PF8 (FORWARD).*
      * RPLY UNDER EACH ENTRY SHOWS ONE OF ITS APPROVED HOST         *
      * REPLIES - THE LATEST FIRST; PF10 STEPS IT TO THE NEXT.       *
      *---------------------------------------------------------------
      * MODIFICATION HISTORY.
      *   01/16/26  ROB  ORIGINAL MAP.
      *   08/25/26  ROB  ADDED THE EVNM FIELD - THE EVENT NAME FROM
      *                  THE EVENTS TABLE IS SHOWN NEXT TO THE KEYED
      *                  CODE INSTEAD OF THE CODE JUST BEING ECHOED.
      *   10/14/26  ROB  ADDED THE RPLY FIELD TO EACH LINE GROUP -
      *                  THE ENTRY'S LATEST APPROVED HOST REPLY
      *                  (REPLIES), WITH A COUNT OF ANY EARLIER ONES;
      *                  BLANK WHEN THE ENTRY HAS NONE.
      *   10/15/26  ROB  RPLY NOW SHOWS THE REPLY'S PLACE "(N/M)"
      *                  AMONG THE ENTRY'S APPROVED REPLIES IN PLACE
      *                  OF THE "(+N)" COUNT; PF10 STEPS IT ON.
      ***************************************************************
       01  GB02MAPI.
           02  FILLER            PIC X(12).
               03  FILLER REDEFINES MSGTF.
                   04  MSGTA     PIC X.
               03  MSGTI         PIC X(200).
               03  RPLYL         PIC S9(4) COMP.
               03  RPLYF         PIC X.
               03  FILLER REDEFINES RPLYF.
                   04  RPLYA     PIC X.
               03  RPLYI         PIC X(79).
       01  GB02MAPO REDEFINES GB02MAPI.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(3).
               03  TITLO         PIC X(20).
               03  FILLER        PIC X(3).
               03  MSGTO         PIC X(200).
               03  FILLER        PIC X(3).
               03  RPLYO         PIC X(79).
