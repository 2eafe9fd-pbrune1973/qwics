      * MODERATION SCREEN AND PRESSES ENTER TO PULL THE ENTRY UP;    *
      * PF5 SAVES AN AMENDED TITLE/MESSAGE, PF6 WITHDRAWS THE ENTRY  *
      * FROM PUBLIC VIEW, PF3 ENDS THE SESSION.                      *
      * RMCT IS KEYED 'Y' WITH PF6 WHEN THE GUEST ASKS FOR THEIR     *
      * SPONSOR CONTACT TO BE REMOVED; IT NEVER SHOWS WHETHER ONE    *
      * EXISTS.                                                      *
      *---------------------------------------------------------------
      * MODIFICATION HISTORY.
      *   04/24/26  ROB  ORIGINAL MAP.
      *   10/15/26  ROB  ADDED RMCT (REMOVE GUEST CONTACT ON PF6).
      ***************************************************************
       01  GB09MAPI.
           02  FILLER            PIC X(12).
           02  FILLER REDEFINES STATF.
               03  STATA         PIC X.
           02  STATI             PIC X(01).
           02  RMCTL             PIC S9(4) COMP.
           02  RMCTF             PIC X.
           02  FILLER REDEFINES RMCTF.
               03  RMCTA         PIC X.
           02  RMCTI             PIC X(01).
           02  MSGLNL            PIC S9(4) COMP.
           02  MSGLNF            PIC X.
           02  FILLER REDEFINES MSGLNF.
           02  FILLER            PIC X(3).
           02  STATO             PIC X(01).
           02  FILLER            PIC X(3).
           02  RMCTO             PIC X(01).
           02  FILLER            PIC X(3).
           02  MSGLNO            PIC X(40).
