000100*****************************************************************
000110* PROGRAM-ID: GBAUTH
000120* AUTHOR:     R. OKONKWO-BATES, EVENTS SYSTEMS GROUP
000130* INSTALLATION: EVENTS DIVISION DATA CENTER
000140* DATE-WRITTEN: 10/08/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*   CALLED SUBPROGRAM THAT DECIDES WHETHER THE PERSON AT A
000190*   TERMINAL MAY RUN A STAFF TRANSACTION.  EVERY STAFF SCREEN
000200*   CALLS THIS FIRST WITH ITS TERMINAL AND THE ROLES IT ADMITS,
000210*   SO THE SIGN-ON AND ROLE RULES ONLY LIVE IN ONE PLACE.  THE
000220*   TERMINAL MUST HAVE A STAFF_SESSIONS ROW (WRITTEN BY THE
000230*   GB13 SIGN-ON SCREEN) USED WITHIN SESSION-TIMEOUT-MINS, FOR
000240*   A USER STILL ACTIVE ON STAFF WHO HOLDS AT LEAST ONE OF THE
000250*   ROLES.  A GRANTED CHECK KEEPS THE SESSION ALIVE AND HANDS
000260*   BACK THE USER ID FOR THE CALLER TO RECORD.
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY.
000290*   10/08/26  ROB  ORIGINAL PROGRAM.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.    GBAUTH.
000330 AUTHOR.        R. OKONKWO-BATES.
000340 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000350 DATE-WRITTEN.  10/08/2026.
000360 DATE-COMPILED.
000370*
000380 ENVIRONMENT DIVISION.
000390*
000400 DATA DIVISION.
000410 WORKING-STORAGE SECTION.
000420*
000430*---------------------------------------------------------------*
000440*    HOW LONG A SIGN-ON LASTS WITHOUT BEING USED BEFORE THE     *
000450*    TERMINAL IS TREATED AS SIGNED OFF                          *
000460*---------------------------------------------------------------*
000470 77  SESSION-TIMEOUT-MINS    PIC S9(04) COMP VALUE 30.
000480*
000490 01  ROLE-INDEX              PIC 9(04).
000500*
000510*---------------------------------------------------------------*
000520*    THE SIGNED-ON USER'S ROLE FLAGS FROM STAFF                 *
000530*---------------------------------------------------------------*
000540 01  STF-ROLES.
000550     05  STF-ROLE-MODERATOR  PIC X(01).
000560     05  STF-ROLE-POLICY     PIC X(01).
000570     05  STF-ROLE-FLOOR      PIC X(01).
000580     05  STF-ROLE-OPERATIONS PIC X(01).
000590*
000600     EXEC SQL
000610          INCLUDE SQLCA
000620     END-EXEC.
000630*
000640 LINKAGE SECTION.
000650*
000660 COPY GBAUTHRQ.
000670*
000680 PROCEDURE DIVISION USING GBAUTH-REQUEST.
000690*---------------------------------------------------------------*
000700* 0000-MAINLINE - FIND THE TERMINAL'S LIVE SESSION, CHECK THE   *
000710*     USER'S ROLES AGAINST THE ONES THE CALLER ADMITS, AND      *
000720*     STAMP THE SESSION AS USED WHEN THE CHECK PASSES.          *
000730*---------------------------------------------------------------*
000740 0000-MAINLINE.
000750     MOVE SPACES TO AUTH-USER-ID.
000760     MOVE SPACES TO AUTH-MESSAGE.
000770     SET AUTH-NOT-SIGNED-ON TO TRUE.
000780     PERFORM 1000-FIND-SESSION THRU 1000-EXIT.
000790     IF AUTH-NOT-SIGNED-ON
000800         MOVE 'NOT SIGNED ON - SIGN ON WITH GB13'
000810              TO AUTH-MESSAGE
000820         GOBACK
000830     END-IF.
000840     SET AUTH-NO-ROLE TO TRUE.
000850     PERFORM 2000-CHECK-ONE-ROLE THRU 2000-EXIT
000860             VARYING ROLE-INDEX FROM 1 BY 1
000870             UNTIL ROLE-INDEX GREATER THAN 4
000880                OR AUTH-GRANTED.
000890     IF AUTH-NO-ROLE
000900         MOVE 'NOT AUTHORIZED FOR THIS TRANSACTION'
000910              TO AUTH-MESSAGE
000920         GOBACK
000930     END-IF.
000940     PERFORM 3000-TOUCH-SESSION THRU 3000-EXIT.
000950     GOBACK.
000960*
000970*---------------------------------------------------------------*
000980* 1000-FIND-SESSION - THE TERMINAL'S SESSION, IF IT HAS ONE     *
000990*     THAT HAS NOT TIMED OUT AND BELONGS TO AN ACTIVE MEMBER    *
001000*     OF STAFF.  A USER MADE INACTIVE ON GB14 LOSES THEIR       *
001010*     SESSION ON THE NEXT KEYSTROKE, NOT AT THE NEXT SIGN-ON.   *
001020*---------------------------------------------------------------*
001030 1000-FIND-SESSION.
001040     EXEC SQL
001050          SELECT S.USER_ID, T.ROLE_MODERATOR, T.ROLE_POLICY,
001060                 T.ROLE_FLOOR, T.ROLE_OPERATIONS
001070            INTO :AUTH-USER-ID, :STF-ROLE-MODERATOR,
001080                 :STF-ROLE-POLICY, :STF-ROLE-FLOOR,
001090                 :STF-ROLE-OPERATIONS
001100            FROM STAFF_SESSIONS S, STAFF T
001110           WHERE S.TERM_ID = :AUTH-TERM-ID
001120             AND T.USER_ID = S.USER_ID
001130             AND T.ACTIVE  = 'Y'
001140             AND S.LAST_USED_AT > CURRENT TIMESTAMP
001150                 - :SESSION-TIMEOUT-MINS MINUTES
001160     END-EXEC.
001170     IF SQLCODE = ZERO
001180         SET AUTH-NO-ROLE TO TRUE
001190     ELSE
001200         MOVE SPACES TO AUTH-USER-ID
001210     END-IF.
001220 1000-EXIT.
001230     EXIT.
001240*
001250*---------------------------------------------------------------*
001260* 2000-CHECK-ONE-ROLE - GRANT IF THE USER HOLDS THE ROLE NAMED  *
001270*     BY ONE LETTER OF AUTH-ROLES.                              *
001280*---------------------------------------------------------------*
001290 2000-CHECK-ONE-ROLE.
001300     EVALUATE AUTH-ROLE(ROLE-INDEX)
001310         WHEN 'M'
001320             IF STF-ROLE-MODERATOR = 'Y'
001330                 SET AUTH-GRANTED TO TRUE
001340             END-IF
001350         WHEN 'P'
001360             IF STF-ROLE-POLICY = 'Y'
001370                 SET AUTH-GRANTED TO TRUE
001380             END-IF
001390         WHEN 'F'
001400             IF STF-ROLE-FLOOR = 'Y'
001410                 SET AUTH-GRANTED TO TRUE
001420             END-IF
001430         WHEN 'O'
001440             IF STF-ROLE-OPERATIONS = 'Y'
001450                 SET AUTH-GRANTED TO TRUE
001460             END-IF
001470     END-EVALUATE.
001480 2000-EXIT.
001490     EXIT.
001500*
001510*---------------------------------------------------------------*
001520* 3000-TOUCH-SESSION - RESTART THE TERMINAL'S TIMEOUT CLOCK.    *
001530*---------------------------------------------------------------*
001540 3000-TOUCH-SESSION.
001550     EXEC SQL
001560          UPDATE STAFF_SESSIONS
001570             SET LAST_USED_AT = CURRENT TIMESTAMP
001580           WHERE TERM_ID = :AUTH-TERM-ID
001590     END-EXEC.
001600 3000-EXIT.
001610     EXIT.
