      * STAFF-FACING EVENTS MASTER MAINTENANCE SCREEN USED BY         *
      * TRANSACTION GB10.  THE TOP OF THE SCREEN LISTS THE EVENTS     *
      * FOUR AT A TIME (PF7 BACKWARD/PF8 FORWARD); THE ENTRY FIELDS   *
      * BELOW TAKE AN EVENT CODE, NAME, START/END DATES, STATUS AND   *
      * MODERATION POLICY (POL, S OR T) WITH ITS RELEASE HOURS (HRS)  *
      * FOR PF5 (ADD/UPDATE) OR AN EVENT CODE FOR PF6 (DELETE).       *
      *---------------------------------------------------------------
      * MODIFICATION HISTORY.
      *   08/25/26  ROB  ORIGINAL MAP.
      *   10/14/26  ROB  POL AND HRS FIELDS; LIST LINE WIDENED TO 79
      *                  TO SHOW EACH EVENT'S POLICY AND HOURS.
      ***************************************************************
       01  GB10MAPI.
           02  FILLER            PIC X(12).
               03  ELINEF        PIC X.
               03  FILLER REDEFINES ELINEF.
                   04  ELINEA    PIC X.
               03  ELINEI        PIC X(79).
           02  EVTL              PIC S9(4) COMP.
           02  EVTF              PIC X.
           02  FILLER REDEFINES EVTF.
           02  FILLER REDEFINES STSF.
               03  STSA          PIC X.
           02  STSI              PIC X(01).
           02  POLL              PIC S9(4) COMP.
           02  POLF              PIC X.
           02  FILLER REDEFINES POLF.
               03  POLA          PIC X.
           02  POLI              PIC X(01).
           02  HRSL              PIC S9(4) COMP.
           02  HRSF              PIC X.
           02  FILLER REDEFINES HRSF.
               03  HRSA          PIC X.
           02  HRSI              PIC X(03).
       01  GB10MAPO REDEFINES GB10MAPI.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(3).
           02  MSGLNO            PIC X(40).
           02  LINE-GRPO OCCURS 4 TIMES.
               03  FILLER        PIC X(3).
               03  ELINEO        PIC X(79).
           02  FILLER            PIC X(3).
           02  EVTO              PIC X(08).
           02  FILLER            PIC X(3).
           02  EDTO              PIC X(10).
           02  FILLER            PIC X(3).
           02  STSO              PIC X(01).
           02  FILLER            PIC X(3).
           02  POLO              PIC X(01).
           02  FILLER            PIC X(3).
           02  HRSO              PIC X(03).
