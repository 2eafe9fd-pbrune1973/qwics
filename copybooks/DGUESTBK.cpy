      ***************************************************************
      * DGUESTBK - SYMBOLIC MAP FOR MAPSET DGUESTBK, MAP GBKMAP       *
      * GENERATED FROM THE GBKMAP BMS DEFINITION - GUEST-FACING      *
      * TITLE/MESSAGE ENTRY SCREEN USED BY TRANSACTION GB01.  EMAIL  *
      * AND CONS ARE THE GUEST'S OPTIONAL CONTACT ADDRESS AND THE    *
      * CONSENT FLAG ('Y') THAT MUST GO WITH IT.                     *
      *---------------------------------------------------------------
      * MODIFICATION HISTORY.
      *   03/11/19  ROB  ORIGINAL MAP - TITLE AND MESSAGE FIELDS.
      *                  GUEST'S IN-PROGRESS ENTRY.
      *   03/02/26  ROB  WIDENED MSGI/MSGO FROM PIC X(50) TO PIC X(200)
      *                  TO MATCH GBKENREC/ENTRIES.MESSAGE.
      *   10/15/26  ROB  ADDED THE EMAIL AND CONS FIELDS FOR OPT-IN
      *                  SPONSOR CONTACT.
      ***************************************************************
       01  GBKMAPI.
           02  FILLER            PIC X(12).
           02  FILLER REDEFINES MSGF.
               03  MSGA          PIC X.
           02  MSGI              PIC X(200).
           02  EMAILL            PIC S9(4) COMP.
           02  EMAILF            PIC X.
           02  FILLER REDEFINES EMAILF.
               03  EMAILA        PIC X.
           02  EMAILI            PIC X(60).
           02  CONSL             PIC S9(4) COMP.
           02  CONSF             PIC X.
           02  FILLER REDEFINES CONSF.
               03  CONSA         PIC X.
           02  CONSI             PIC X(01).
           02  ERRML             PIC S9(4) COMP.
           02  ERRMF             PIC X.
           02  FILLER REDEFINES ERRMF.
           02  FILLER            PIC X(3).
           02  MSGO              PIC X(200).
           02  FILLER            PIC X(3).
           02  EMAILO            PIC X(60).
           02  FILLER            PIC X(3).
           02  CONSO             PIC X(01).
           02  FILLER            PIC X(3).
           02  ERRMO             PIC X(40).
