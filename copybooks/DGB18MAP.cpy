      ***************************************************************
      * DGB18MAP - SYMBOLIC MAP FOR MAPSET DGB18MAP, MAP GB18MAP      *
      * STAFF-FACING BATCH RUN-LOG SCREEN USED BY TRANSACTION GB18.   *
      * THE OPERATOR KEYS A RUN DATE (BLANK FOR TODAY) AND PAGES      *
      * THROUGH THAT DAY'S BATCH_RUNS ROWS WITH PF7 (BACKWARD)/PF8    *
      * (FORWARD).  PEND NAMES THE NIGHTLY STEPS WITH NO COMPLETED    *
      * RUN THAT DATE.  EACH RUN TAKES TWO LINES - PROGRAM, TIMES,    *
      * COUNTS, RETURN CODE AND STATUS, THEN ITS MESSAGE - SO A PAGE  *
      * SHOWS SIX RUNS.                                               *
      *---------------------------------------------------------------
      * MODIFICATION HISTORY.
      *   10/13/26  ROB  ORIGINAL MAP.
      ***************************************************************
       01  GB18MAPI.
           02  FILLER            PIC X(12).
           02  RUNDTL            PIC S9(4) COMP.
           02  RUNDTF            PIC X.
           02  FILLER REDEFINES RUNDTF.
               03  RUNDTA        PIC X.
           02  RUNDTI            PIC X(10).
           02  PAGEL             PIC S9(4) COMP.
           02  PAGEF             PIC X.
           02  FILLER REDEFINES PAGEF.
               03  PAGEA         PIC X.
           02  PAGEI             PIC X(04).
           02  PENDL             PIC S9(4) COMP.
           02  PENDF             PIC X.
           02  FILLER REDEFINES PENDF.
               03  PENDA         PIC X.
           02  PENDI             PIC X(79).
           02  MSGLNL            PIC S9(4) COMP.
           02  MSGLNF            PIC X.
           02  FILLER REDEFINES MSGLNF.
               03  MSGLNA        PIC X.
           02  MSGLNI            PIC X(40).
           02  LINE-GRPI OCCURS 12 TIMES.
               03  RLINEL        PIC S9(4) COMP.
               03  RLINEF        PIC X.
               03  FILLER REDEFINES RLINEF.
                   04  RLINEA    PIC X.
               03  RLINEI        PIC X(79).
       01  GB18MAPO REDEFINES GB18MAPI.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(3).
           02  RUNDTO            PIC X(10).
           02  FILLER            PIC X(3).
           02  PAGEO             PIC X(04).
           02  FILLER            PIC X(3).
           02  PENDO             PIC X(79).
           02  FILLER            PIC X(3).
           02  MSGLNO            PIC X(40).
           02  LINE-GRPO OCCURS 12 TIMES.
               03  FILLER        PIC X(3).
               03  RLINEO        PIC X(79).
