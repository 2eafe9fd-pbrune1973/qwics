      ***************************************************************
      * DGB15MAP - SYMBOLIC MAP FOR MAPSET DGB15MAP, MAP GB15MAP      *
      * STAFF-FACING MASTER CHANGE-HISTORY SCREEN USED BY             *
      * TRANSACTION GB15.  THE OPERATOR KEYS A TABLE NAME (KIOSKS,    *
      * BANNED_WORDS OR EVENTS) AND OPTIONALLY ONE KEY IN IT, THEN    *
      * PAGES THROUGH THE MASTER_AUDIT ROWS WITH PF7 (BACKWARD)/PF8   *
      * (FORWARD).                                                    *
      * EACH CHANGE TAKES THREE LINES - WHEN/WHAT/WHO, THE BEFORE     *
      * IMAGE AND THE AFTER IMAGE - SO A PAGE SHOWS FOUR CHANGES.     *
      *---------------------------------------------------------------
      * MODIFICATION HISTORY.
      *   10/09/26  ROB  ORIGINAL MAP.
      ***************************************************************
       01  GB15MAPI.
           02  FILLER            PIC X(12).
           02  TBLL              PIC S9(4) COMP.
           02  TBLF              PIC X.
           02  FILLER REDEFINES TBLF.
               03  TBLA          PIC X.
           02  TBLI              PIC X(12).
           02  KEYL              PIC S9(4) COMP.
           02  KEYF              PIC X.
           02  FILLER REDEFINES KEYF.
               03  KEYA          PIC X.
           02  KEYI              PIC X(50).
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
           02  LINE-GRPI OCCURS 12 TIMES.
               03  ALINEL        PIC S9(4) COMP.
               03  ALINEF        PIC X.
               03  FILLER REDEFINES ALINEF.
                   04  ALINEA    PIC X.
               03  ALINEI        PIC X(79).
       01  GB15MAPO REDEFINES GB15MAPI.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(3).
           02  TBLO              PIC X(12).
           02  FILLER            PIC X(3).
           02  KEYO              PIC X(50).
           02  FILLER            PIC X(3).
           02  PAGEO             PIC X(04).
           02  FILLER            PIC X(3).
           02  MSGLNO            PIC X(40).
           02  LINE-GRPO OCCURS 12 TIMES.
               03  FILLER        PIC X(3).
               03  ALINEO        PIC X(79).
