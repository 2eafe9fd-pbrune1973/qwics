      ***************************************************************
      * GBCORRCA - COMMAREA PASSED TO GB09 (ENTRY CORRECTION) BY      *
      * XCTL FROM GB16 (COMPLAINT CASES), SO GB09 OPENS ON THE ENTRY  *
      * THE CASE IS ABOUT AND TIES THE ACTION TAKEN TO THAT CASE.     *
      * GB09 STARTED FROM THE TERMINAL HAS NO COMMAREA AND RUNS AS    *
      * BEFORE.                                                       *
      *---------------------------------------------------------------
      * MODIFICATION HISTORY.
      *   10/10/26  ROB  ORIGINAL COPYBOOK.
      ***************************************************************
       01  GB09-COMMAREA.
           05  CA-ENTRY-ID         PIC S9(09) COMP.
           05  CA-CASE-NO          PIC S9(09) COMP.
