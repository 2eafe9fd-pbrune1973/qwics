      ***************************************************************
      * DGB13MAP - SYMBOLIC MAP FOR MAPSET DGB13MAP, MAP GB13MAP      *
      * STAFF SIGN-ON SCREEN USED BY TRANSACTION GB13.  SHOWS WHO IS  *
      * SIGNED ON AT THIS TERMINAL (CURU/CURN); THE OPERATOR KEYS A   *
      * USER ID AND PASSWORD AND PRESSES ENTER TO SIGN ON, PF6 SIGNS  *
      * OFF, PF3 ENDS.  PSWD IS DEFINED DARK IN THE MAPSET SO THE     *
      * PASSWORD NEVER SHOWS ON THE SCREEN.                           *
      *---------------------------------------------------------------
      * MODIFICATION HISTORY.
      *   10/08/26  ROB  ORIGINAL MAP.
      ***************************************************************
       01  GB13MAPI.
           02  FILLER            PIC X(12).
           02  CURUL             PIC S9(4) COMP.
           02  CURUF             PIC X.
           02  FILLER REDEFINES CURUF.
               03  CURUA         PIC X.
           02  CURUI             PIC X(08).
           02  CURNL             PIC S9(4) COMP.
           02  CURNF             PIC X.
           02  FILLER REDEFINES CURNF.
               03  CURNA         PIC X.
           02  CURNI             PIC X(40).
           02  MSGLNL            PIC S9(4) COMP.
           02  MSGLNF            PIC X.
           02  FILLER REDEFINES MSGLNF.
               03  MSGLNA        PIC X.
           02  MSGLNI            PIC X(40).
           02  USRL              PIC S9(4) COMP.
           02  USRF              PIC X.
           02  FILLER REDEFINES USRF.
               03  USRA          PIC X.
           02  USRI              PIC X(08).
           02  PSWDL             PIC S9(4) COMP.
           02  PSWDF             PIC X.
           02  FILLER REDEFINES PSWDF.
               03  PSWDA         PIC X.
           02  PSWDI             PIC X(08).
       01  GB13MAPO REDEFINES GB13MAPI.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(3).
           02  CURUO             PIC X(08).
           02  FILLER            PIC X(3).
           02  CURNO             PIC X(40).
           02  FILLER            PIC X(3).
           02  MSGLNO            PIC X(40).
           02  FILLER            PIC X(3).
           02  USRO              PIC X(08).
           02  FILLER            PIC X(3).
           02  PSWDO             PIC X(08).
