      * DGB04MAP - SYMBOLIC MAP FOR MAPSET DGB04MAP, MAP GB04MAP      *
      * STAFF-FACING MODERATION SCREEN USED BY TRANSACTION GB04.     *
      * SHOWS ONE PENDING ENTRY AT A TIME; PF5 APPROVES, PF6 REJECTS,*
      * PF3 ENDS THE MODERATION SESSION.  A PENDING HOST REPLY IS     *
      * SHOWN UNDER THE ENTRY IT ANSWERS, WITH ITS REPLY NUMBER IN    *
      * RID AND ITS TEXT IN RPLY; BOTH ARE BLANK FOR AN ENTRY.        *
      *---------------------------------------------------------------
      * MODIFICATION HISTORY.
      *   01/28/26  ROB  ORIGINAL MAP.
      *                  LET IN ON A WATCH-LIST PHRASE (BANNED_WORDS
      *                  SEVERITY 'W'), THE PHRASE THAT FIRED IS
      *                  SHOWN TO THE MODERATOR; BLANK OTHERWISE.
      *   10/14/26  ROB  ADDED THE RID AND RPLY FIELDS FOR HOST
      *                  REPLIES (REPLIES), WHICH GB04 NOW SERVES
      *                  ONCE NO PENDING ENTRY IS LEFT TO CLAIM.
      ***************************************************************
       01  GB04MAPI.
           02  FILLER            PIC X(12).
           02  FILLER REDEFINES MSGF.
               03  MSGA          PIC X.
           02  MSGI              PIC X(200).
           02  RIDL              PIC S9(4) COMP.
           02  RIDF              PIC X.
           02  FILLER REDEFINES RIDF.
               03  RIDA          PIC X.
           02  RIDI              PIC X(09).
           02  RPLYL             PIC S9(4) COMP.
           02  RPLYF             PIC X.
           02  FILLER REDEFINES RPLYF.
               03  RPLYA         PIC X.
           02  RPLYI             PIC X(70).
           02  WTCHL             PIC S9(4) COMP.
           02  WTCHF             PIC X.
           02  FILLER REDEFINES WTCHF.
           02  FILLER            PIC X(3).
           02  MSGO              PIC X(200).
           02  FILLER            PIC X(3).
           02  RIDO              PIC X(09).
           02  FILLER            PIC X(3).
           02  RPLYO             PIC X(70).
           02  FILLER            PIC X(3).
           02  WTCHO             PIC X(50).
           02  FILLER            PIC X(3).
           02  STATO             PIC X(40).
