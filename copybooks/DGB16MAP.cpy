      ***************************************************************
      * DGB16MAP - SYMBOLIC MAP FOR MAPSET DGB16MAP, MAP GB16MAP      *
      * STAFF-FACING COMPLAINT AND TAKEDOWN CASE SCREEN USED BY       *
      * TRANSACTION GB16.  THE TOP OF THE SCREEN LISTS THE CASES NOT  *
      * YET CLOSED, OLDEST FIRST, FOUR AT A TIME (PF7 BACKWARD/PF8    *
      * FORWARD) WITH THEIR AGE IN HOURS; THE FIELDS BELOW SHOW OR    *
      * TAKE ONE CASE - ENTRY ID, COMPLAINANT, COMPLAINANT TYPE,      *
      * REASON AND STATUS.  RCVD IS OUTPUT ONLY.                      *
      *---------------------------------------------------------------
      * MODIFICATION HISTORY.
      *   10/10/26  ROB  ORIGINAL MAP.
      ***************************************************************
       01  GB16MAPI.
           02  FILLER            PIC X(12).
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
           02  LINE-GRPI OCCURS 4 TIMES.
               03  CLINEL        PIC S9(4) COMP.
               03  CLINEF        PIC X.
               03  FILLER REDEFINES CLINEF.
                   04  CLINEA    PIC X.
               03  CLINEI        PIC X(70).
           02  CASEL             PIC S9(4) COMP.
           02  CASEF             PIC X.
           02  FILLER REDEFINES CASEF.
               03  CASEA         PIC X.
           02  CASEI             PIC X(09).
           02  ENTL              PIC S9(4) COMP.
           02  ENTF              PIC X.
           02  FILLER REDEFINES ENTF.
               03  ENTA          PIC X.
           02  ENTI              PIC X(09).
           02  WHOL              PIC S9(4) COMP.
           02  WHOF              PIC X.
           02  FILLER REDEFINES WHOF.
               03  WHOA          PIC X.
           02  WHOI              PIC X(40).
           02  TYPL              PIC S9(4) COMP.
           02  TYPF              PIC X.
           02  FILLER REDEFINES TYPF.
               03  TYPA          PIC X.
           02  TYPI              PIC X(01).
           02  RSNL              PIC S9(4) COMP.
           02  RSNF              PIC X.
           02  FILLER REDEFINES RSNF.
               03  RSNA          PIC X.
           02  RSNI              PIC X(60).
           02  STSL              PIC S9(4) COMP.
           02  STSF              PIC X.
           02  FILLER REDEFINES STSF.
               03  STSA          PIC X.
           02  STSI              PIC X(01).
           02  RCVDL             PIC S9(4) COMP.
           02  RCVDF             PIC X.
           02  FILLER REDEFINES RCVDF.
               03  RCVDA         PIC X.
           02  RCVDI             PIC X(16).
       01  GB16MAPO REDEFINES GB16MAPI.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(3).
           02  PAGEO             PIC X(04).
           02  FILLER            PIC X(3).
           02  MSGLNO            PIC X(40).
           02  LINE-GRPO OCCURS 4 TIMES.
               03  FILLER        PIC X(3).
               03  CLINEO        PIC X(70).
           02  FILLER            PIC X(3).
           02  CASEO             PIC X(09).
           02  FILLER            PIC X(3).
           02  ENTO              PIC X(09).
           02  FILLER            PIC X(3).
           02  WHOO              PIC X(40).
           02  FILLER            PIC X(3).
           02  TYPO              PIC X(01).
           02  FILLER            PIC X(3).
           02  RSNO              PIC X(60).
           02  FILLER            PIC X(3).
           02  STSO              PIC X(01).
           02  FILLER            PIC X(3).
           02  RCVDO             PIC X(16).
