      ***************************************************************
      * DGB19MAP - SYMBOLIC MAP FOR MAPSET DGB19MAP, MAP GB19MAP      *
      * STAFF-FACING HOST REPLY DESK USED BY TRANSACTION GB19.  THE   *
      * OPERATOR KEYS AN ENTRY ID; THE ENTRY'S TITLE, MESSAGE AND     *
      * STATUS ARE SHOWN WITH ITS REPLIES BELOW, FOUR AT A TIME (PF7  *
      * BACKWARD/PF8 FORWARD).  EACH REPLY TAKES TWO LINES - REPLY    *
      * NUMBER, STATUS, WRITER AND TIME, THEN THE TEXT.  RPL/RTXT     *
      * TAKE ONE REPLY: A BLANK RPL WRITES A NEW ONE.  TIT, MSG,      *
      * ESTS AND RSTS ARE OUTPUT ONLY.                                *
      *---------------------------------------------------------------
      * MODIFICATION HISTORY.
      *   10/14/26  ROB  ORIGINAL MAP.
      ***************************************************************
       01  GB19MAPI.
           02  FILLER            PIC X(12).
           02  ENTL              PIC S9(4) COMP.
           02  ENTF              PIC X.
           02  FILLER REDEFINES ENTF.
               03  ENTA          PIC X.
           02  ENTI              PIC X(09).
           02  ESTSL             PIC S9(4) COMP.
           02  ESTSF             PIC X.
           02  FILLER REDEFINES ESTSF.
               03  ESTSA         PIC X.
           02  ESTSI             PIC X(01).
           02  TITL              PIC S9(4) COMP.
           02  TITF              PIC X.
           02  FILLER REDEFINES TITF.
               03  TITA          PIC X.
           02  TITI              PIC X(20).
           02  MSGL              PIC S9(4) COMP.
           02  MSGF              PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA          PIC X.
           02  MSGI              PIC X(200).
           02  PAGEL             PIC S9(4) COMP.
           02  PAGEF             PIC X.
           02  FILLER REDEFINES PAGEF.
               03  PAGEA         PIC X.
           02  PAGEI             PIC X(04).
           02  MSGLNL            PIC S9(4) COMP.
           02  MSGLNF            PIC X.
           02  FILLER REDEFINES MSGLNF.
               03  MSGLNA        PIC X.
           02  MSGLNI            PIC X(40).
           02  LINE-GRPI OCCURS 8 TIMES.
               03  RLINEL        PIC S9(4) COMP.
               03  RLINEF        PIC X.
               03  FILLER REDEFINES RLINEF.
                   04  RLINEA    PIC X.
               03  RLINEI        PIC X(79).
           02  RPLL              PIC S9(4) COMP.
           02  RPLF              PIC X.
           02  FILLER REDEFINES RPLF.
               03  RPLA          PIC X.
           02  RPLI              PIC X(09).
           02  RSTSL             PIC S9(4) COMP.
           02  RSTSF             PIC X.
           02  FILLER REDEFINES RSTSF.
               03  RSTSA         PIC X.
           02  RSTSI             PIC X(01).
           02  RTXTL             PIC S9(4) COMP.
           02  RTXTF             PIC X.
           02  FILLER REDEFINES RTXTF.
               03  RTXTA         PIC X.
           02  RTXTI             PIC X(70).
       01  GB19MAPO REDEFINES GB19MAPI.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(3).
           02  ENTO              PIC X(09).
           02  FILLER            PIC X(3).
           02  ESTSO             PIC X(01).
           02  FILLER            PIC X(3).
           02  TITO              PIC X(20).
           02  FILLER            PIC X(3).
           02  MSGO              PIC X(200).
           02  FILLER            PIC X(3).
           02  PAGEO             PIC X(04).
           02  FILLER            PIC X(3).
           02  MSGLNO            PIC X(40).
           02  LINE-GRPO OCCURS 8 TIMES.
               03  FILLER        PIC X(3).
               03  RLINEO        PIC X(79).
           02  FILLER            PIC X(3).
           02  RPLO              PIC X(09).
           02  FILLER            PIC X(3).
           02  RSTSO             PIC X(01).
           02  FILLER            PIC X(3).
           02  RTXTO             PIC X(70).
