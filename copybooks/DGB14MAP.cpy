      ***************************************************************
      * DGB14MAP - SYMBOLIC MAP FOR MAPSET DGB14MAP, MAP GB14MAP      *
      * STAFF MASTER MAINTENANCE SCREEN USED BY TRANSACTION GB14.     *
      * THE TOP OF THE SCREEN LISTS THE STAFF TABLE FOUR AT A TIME    *
      * (PF7 BACKWARD/PF8 FORWARD); THE ENTRY FIELDS BELOW TAKE A     *
      * USER ID, NAME, ACTIVE FLAG AND THE FOUR ROLE FLAGS            *
      * (MODERATOR, CONTENT-POLICY, FLOOR MANAGER, OPERATIONS) FOR    *
      * PF5 (ADD/UPDATE) OR A USER ID FOR PF6 (DEACTIVATE).           *
      *---------------------------------------------------------------
      * MODIFICATION HISTORY.
      *   10/08/26  ROB  ORIGINAL MAP.
      ***************************************************************
       01  GB14MAPI.
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
               03  SLINEL        PIC S9(4) COMP.
               03  SLINEF        PIC X.
               03  FILLER REDEFINES SLINEF.
                   04  SLINEA    PIC X.
               03  SLINEI        PIC X(60).
           02  USRL              PIC S9(4) COMP.
           02  USRF              PIC X.
           02  FILLER REDEFINES USRF.
               03  USRA          PIC X.
           02  USRI              PIC X(08).
           02  NAML              PIC S9(4) COMP.
           02  NAMF              PIC X.
           02  FILLER REDEFINES NAMF.
               03  NAMA          PIC X.
           02  NAMI              PIC X(40).
           02  ACTL              PIC S9(4) COMP.
           02  ACTF              PIC X.
           02  FILLER REDEFINES ACTF.
               03  ACTA          PIC X.
           02  ACTI              PIC X(01).
           02  RMODL             PIC S9(4) COMP.
           02  RMODF             PIC X.
           02  FILLER REDEFINES RMODF.
               03  RMODA         PIC X.
           02  RMODI             PIC X(01).
           02  RPOLL             PIC S9(4) COMP.
           02  RPOLF             PIC X.
           02  FILLER REDEFINES RPOLF.
               03  RPOLA         PIC X.
           02  RPOLI             PIC X(01).
           02  RFLRL             PIC S9(4) COMP.
           02  RFLRF             PIC X.
           02  FILLER REDEFINES RFLRF.
               03  RFLRA         PIC X.
           02  RFLRI             PIC X(01).
           02  ROPSL             PIC S9(4) COMP.
           02  ROPSF             PIC X.
           02  FILLER REDEFINES ROPSF.
               03  ROPSA         PIC X.
           02  ROPSI             PIC X(01).
       01  GB14MAPO REDEFINES GB14MAPI.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(3).
           02  PAGEO             PIC X(04).
           02  FILLER            PIC X(3).
           02  MSGLNO            PIC X(40).
           02  LINE-GRPO OCCURS 4 TIMES.
               03  FILLER        PIC X(3).
               03  SLINEO        PIC X(60).
           02  FILLER            PIC X(3).
           02  USRO              PIC X(08).
           02  FILLER            PIC X(3).
           02  NAMO              PIC X(40).
           02  FILLER            PIC X(3).
           02  ACTO              PIC X(01).
           02  FILLER            PIC X(3).
           02  RMODO             PIC X(01).
           02  FILLER            PIC X(3).
           02  RPOLO             PIC X(01).
           02  FILLER            PIC X(3).
           02  RFLRO             PIC X(01).
           02  FILLER            PIC X(3).
           02  ROPSO             PIC X(01).
