      ***************************************************************
      * DGB17MAP - SYMBOLIC MAP FOR MAPSET DGB17MAP, MAP GB17MAP      *
      * LIVE FLOOR DASHBOARD USED BY TRANSACTION GB17.  THE HEADER    *
      * SHOWS THE TIME OF THE SNAPSHOT, THE GBRQ RECOVERY-QUEUE       *
      * DEPTH, THE IDLE THRESHOLD IN MINUTES (IDLM, THE ONLY INPUT    *
      * FIELD) AND TWO LINES OF PENDING MODERATION BACKLOG PER OPEN   *
      * EVENT.  BELOW, ONE LINE PER IN-SERVICE KIOSK, TWELVE TO A     *
      * PAGE (PF7 BACKWARD/PF8 FORWARD); A KIOSK NEEDING ATTENTION    *
      * HAS ITS LINE ATTRIBUTE SET BRIGHT BY THE PROGRAM.             *
      *---------------------------------------------------------------
      * MODIFICATION HISTORY.
      *   10/11/26  ROB  ORIGINAL MAP.
      ***************************************************************
       01  GB17MAPI.
           02  FILLER            PIC X(12).
           02  TIMEL             PIC S9(4) COMP.
           02  TIMEF             PIC X.
           02  FILLER REDEFINES TIMEF.
               03  TIMEA         PIC X.
           02  TIMEI             PIC X(08).
           02  RQDL              PIC S9(4) COMP.
           02  RQDF              PIC X.
           02  FILLER REDEFINES RQDF.
               03  RQDA          PIC X.
           02  RQDI              PIC X(05).
           02  IDLML             PIC S9(4) COMP.
           02  IDLMF             PIC X.
           02  FILLER REDEFINES IDLMF.
               03  IDLMA         PIC X.
           02  IDLMI             PIC X(03).
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
           02  BKLG-GRPI OCCURS 2 TIMES.
               03  BKLGL         PIC S9(4) COMP.
               03  BKLGF         PIC X.
               03  FILLER REDEFINES BKLGF.
                   04  BKLGA     PIC X.
               03  BKLGI         PIC X(79).
           02  LINE-GRPI OCCURS 12 TIMES.
               03  DLINEL        PIC S9(4) COMP.
               03  DLINEF        PIC X.
               03  FILLER REDEFINES DLINEF.
                   04  DLINEA    PIC X.
               03  DLINEI        PIC X(79).
       01  GB17MAPO REDEFINES GB17MAPI.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(3).
           02  TIMEO             PIC X(08).
           02  FILLER            PIC X(3).
           02  RQDO              PIC X(05).
           02  FILLER            PIC X(3).
           02  IDLMO             PIC X(03).
           02  FILLER            PIC X(3).
           02  PAGEO             PIC X(04).
           02  FILLER            PIC X(3).
           02  MSGLNO            PIC X(40).
           02  BKLG-GRPO OCCURS 2 TIMES.
               03  FILLER        PIC X(3).
               03  BKLGO         PIC X(79).
           02  LINE-GRPO OCCURS 12 TIMES.
               03  FILLER        PIC X(3).
               03  DLINEO        PIC X(79).
