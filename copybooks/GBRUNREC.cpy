      ***************************************************************
      * GBRUNREC - ONE BATCH RUN-LOG REQUEST, SHARED BETWEEN GBRUNL   *
      * AND EVERY BATCH PROGRAM THAT CALLS IT FOR THE                 *
      * CALL('GBRUNL' USING GBRUNLOG-RECORD) INTERFACE.  THE CALLER   *
      * SETS THE PROGRAM NAME AND CALLS ONCE AT THE START OF THE RUN  *
      * (GBRUNL HANDS BACK THE RUN ID AND ZEROES THE COUNTS), COUNTS  *
      * ROWS INTO THE RECORD AS IT GOES, AND CALLS AGAIN AS THE LAST  *
      * THING IT DOES.  A DEPENDENCY GUARD THAT HELD WORK BACK SETS   *
      * THE RETURN CODE AND MESSAGE BEFORE THE END CALL.              *
      *---------------------------------------------------------------
      * MODIFICATION HISTORY.
      *   10/13/26  ROB  ORIGINAL COPYBOOK.
      ***************************************************************
       01  GBRUNLOG-RECORD.
           05  RLG-FUNCTION        PIC X(01).
               88  RLG-STARTING              VALUE 'S'.
               88  RLG-ENDING                VALUE 'E'.
           05  RLG-PROGRAM         PIC X(08).
           05  RLG-RUN-ID          PIC S9(09) COMP.
           05  RLG-ROWS-READ       PIC S9(09) COMP.
           05  RLG-ROWS-WRITTEN    PIC S9(09) COMP.
           05  RLG-RETURN-CODE     PIC S9(04) COMP.
           05  RLG-MESSAGE         PIC X(60).
