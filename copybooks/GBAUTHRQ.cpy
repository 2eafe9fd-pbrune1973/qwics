      ***************************************************************
      * GBAUTHRQ - ONE SIGN-ON/ROLE CHECK, SHARED BETWEEN GBAUTH AND  *
      * EVERY STAFF TRANSACTION THAT CALLS IT FOR THE                 *
      * CALL('GBAUTH' USING GBAUTH-REQUEST) INTERFACE.  THE CALLER    *
      * FILLS IN THE TERMINAL AND THE ROLES THE TRANSACTION ADMITS;   *
      * GBAUTH RETURNS THE SIGNED-ON USER AND THE VERDICT.            *
      *---------------------------------------------------------------
      * AUTH-ROLES HOLDS UP TO FOUR ROLE LETTERS, ANY ONE OF WHICH    *
      * IS ENOUGH (BLANKS IGNORED):                                   *
      *   M  MODERATOR        (STAFF.ROLE_MODERATOR)                  *
      *   P  CONTENT-POLICY   (STAFF.ROLE_POLICY)                     *
      *   F  FLOOR MANAGER    (STAFF.ROLE_FLOOR)                      *
      *   O  OPERATIONS       (STAFF.ROLE_OPERATIONS)                 *
      *---------------------------------------------------------------
      * MODIFICATION HISTORY.
      *   10/08/26  ROB  ORIGINAL COPYBOOK.
      ***************************************************************
       01  GBAUTH-REQUEST.
           05  AUTH-TERM-ID        PIC X(04).
           05  AUTH-ROLES          PIC X(04).
           05  FILLER REDEFINES AUTH-ROLES.
               10  AUTH-ROLE       PIC X(01) OCCURS 4 TIMES.
           05  AUTH-USER-ID        PIC X(08).
           05  AUTH-RESULT         PIC X(01).
               88  AUTH-GRANTED              VALUE 'Y'.
               88  AUTH-NOT-SIGNED-ON        VALUE 'S'.
               88  AUTH-NO-ROLE              VALUE 'R'.
           05  AUTH-MESSAGE        PIC X(40).
