      ***************************************************************
      * DFHBMSCA - BMS FIELD ATTRIBUTE CONSTANTS                      *
      * STANDARD IBM-SUPPLIED COPYBOOK - DEFINES THE ONE-CHARACTER   *
      * ATTRIBUTE BYTES A PROGRAM MOVES TO A MAP FIELD'S A-SUFFIX    *
      * BYTE TO CHANGE ITS PROTECTION OR INTENSITY AT SEND TIME.     *
      ***************************************************************
       01  DFHBMSCA.
           02  DFHBMPEM    PIC X VALUE X'19'.
           02  DFHBMPNL    PIC X VALUE X'15'.
           02  DFHBMASK    PIC X VALUE '0'.
           02  DFHBMUNP    PIC X VALUE ' '.
           02  DFHBMUNN    PIC X VALUE '&'.
           02  DFHBMPRO    PIC X VALUE '-'.
           02  DFHBMBRY    PIC X VALUE 'H'.
           02  DFHBMDAR    PIC X VALUE '<'.
           02  DFHBMFSE    PIC X VALUE 'A'.
           02  DFHBMPRF    PIC X VALUE '/'.
           02  DFHBMASF    PIC X VALUE '1'.
           02  DFHBMASB    PIC X VALUE '8'.
