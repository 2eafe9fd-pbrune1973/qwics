000100*****************************************************************
000110* PROGRAM-ID: GB13
000120* AUTHOR:     R. OKONKWO-BATES, EVENTS SYSTEMS GROUP
000130* INSTALLATION: EVENTS DIVISION DATA CENTER
000140* DATE-WRITTEN: 10/08/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*   STAFF SIGN-ON.  THE STAFF TRANSACTIONS USED TO BE OPEN TO
000190*   ANYONE AT ANY TERMINAL, AND MOD_DECISIONS COULD ONLY NAME
000200*   THE TERMINAL A DECISION CAME FROM.  A MEMBER OF STAFF NOW
000210*   SIGNS ON HERE WITH THEIR USER ID AND PASSWORD (ENTER); THE
000220*   PASSWORD IS CHECKED BY THE SECURITY MANAGER THROUGH CICS
000230*   VERIFY PASSWORD AND THE USER MUST BE ACTIVE ON STAFF.  A
000240*   GOOD SIGN-ON REPLACES WHATEVER SESSION THE TERMINAL HAD IN
000250*   STAFF_SESSIONS, WHICH GBAUTH CHECKS ON EVERY STAFF
000260*   TRANSACTION.  PF6 SIGNS OFF, PF3/CLEAR ENDS.  THE SCREEN
000270*   SHOWS WHO IS SIGNED ON AT THE TERMINAL.  THE SESSION IS
000280*   CONVERSATIONAL LIKE GB07/GB08.
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY.
000310*   10/08/26  ROB  ORIGINAL PROGRAM.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.    GB13.
000350 AUTHOR.        R. OKONKWO-BATES.
000360 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000370 DATE-WRITTEN.  10/08/2026.
000380 DATE-COMPILED.
000390*
000400 ENVIRONMENT DIVISION.
000410*
000420 DATA DIVISION.
000430 WORKING-STORAGE SECTION.
000440*
000450*---------------------------------------------------------------*
000460*    SWITCHES                                                   *
000470*---------------------------------------------------------------*
000480 01  GB13-SWITCHES.
000490     05  SIGNON-DONE-SW      PIC X(01)  VALUE 'N'.
000500         88  SIGNON-IS-DONE            VALUE 'Y'.
000510         88  SIGNON-NOT-DONE           VALUE 'N'.
000520*
000530*---------------------------------------------------------------*
000540*    THE SIGN-ON BEING ATTEMPTED                                *
000550*---------------------------------------------------------------*
000560 01  SGN-REQUEST.
000570     05  SGN-USER-ID         PIC X(08).
000580     05  SGN-PASSWORD        PIC X(08).
000590     05  SGN-STAFF-NAME      PIC X(40).
000600*
000610*---------------------------------------------------------------*
000620*    WHO IS SIGNED ON AT THIS TERMINAL NOW                      *
000630*---------------------------------------------------------------*
000640 01  CUR-SESSION.
000650     05  CUR-USER-ID         PIC X(08).
000660     05  CUR-STAFF-NAME      PIC X(40).
000670*
000680     EXEC SQL
000690          INCLUDE SQLCA
000700     END-EXEC.
000710 COPY DFHAID.
000720 COPY DFHEIBLK.
000730 COPY DGB13MAP.
000740*
000750 PROCEDURE DIVISION.
000760*---------------------------------------------------------------*
000770* 0000-MAINLINE                                                 *
000780*---------------------------------------------------------------*
000790 0000-MAINLINE.
000800     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
000810     PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
000820             UNTIL SIGNON-IS-DONE.
000830     PERFORM 9000-RETURN-TRANS    THRU 9000-EXIT.
000840*
000850*---------------------------------------------------------------*
000860* 1000-INITIALIZE - ROUTE A REFUSED PASSWORD OR UNKNOWN USER    *
000870*     ID FROM VERIFY PASSWORD TO 4150-SIGNON-REFUSED, THE SAME  *
000880*     WAY GB11 ROUTES QZERO, AND PAINT THE SCREEN.              *
000890*---------------------------------------------------------------*
000900 1000-INITIALIZE.
000910     SET SIGNON-NOT-DONE TO TRUE.
000920     EXEC CICS HANDLE CONDITION
000930          NOTAUTH(4150-SIGNON-REFUSED)
000940          USERIDERR(4150-SIGNON-REFUSED)
000950     END-EXEC.
000960     MOVE SPACES TO GB13MAPO.
000970     MOVE 'KEY USER ID AND PASSWORD, ENTER=SIGN ON' TO MSGLNO.
000980     PERFORM 2000-SEND-SCREEN THRU 2000-EXIT.
000990 1000-EXIT.
001000     EXIT.
001010*
001020*---------------------------------------------------------------*
001030* 2000-SEND-SCREEN - SHOW WHO IS SIGNED ON AT THIS TERMINAL     *
001040*     WITH THE MESSAGE JUST SET, AND ALWAYS CLEAR THE PASSWORD. *
001050*---------------------------------------------------------------*
001060 2000-SEND-SCREEN.
001070     PERFORM 2100-FIND-SESSION THRU 2100-EXIT.
001080     MOVE CUR-USER-ID    TO CURUO.
001090     MOVE CUR-STAFF-NAME TO CURNO.
001100     MOVE SPACES         TO PSWDO.
001110     EXEC CICS SEND MAP('GB13MAP') MAPSET('DGB13MAP')
001120          ERASE
001130     END-EXEC.
001140 2000-EXIT.
001150     EXIT.
001160*
001170*---------------------------------------------------------------*
001180* 2100-FIND-SESSION - THE TERMINAL'S SESSION ROW AND THE NAME   *
001190*     BEHIND IT; BLANK WHEN NOBODY IS SIGNED ON HERE.           *
001200*---------------------------------------------------------------*
001210 2100-FIND-SESSION.
001220     EXEC SQL
001230          SELECT S.USER_ID, T.STAFF_NAME
001240            INTO :CUR-USER-ID, :CUR-STAFF-NAME
001250            FROM STAFF_SESSIONS S, STAFF T
001260           WHERE S.TERM_ID = :EIBTRMID
001270             AND T.USER_ID = S.USER_ID
001280     END-EXEC.
001290     IF SQLCODE NOT = ZERO
001300         MOVE SPACES TO CUR-SESSION
001310     END-IF.
001320 2100-EXIT.
001330     EXIT.
001340*
001350*---------------------------------------------------------------*
001360* 3000-PROCESS-REQUEST - WAIT FOR THE OPERATOR'S KEY.           *
001370*---------------------------------------------------------------*
001380 3000-PROCESS-REQUEST.
001390     EXEC CICS RECEIVE MAP('GB13MAP') MAPSET('DGB13MAP')
001400     END-EXEC.
001410     EVALUATE TRUE
001420         WHEN EIBAID = DFHENTER
001430             PERFORM 4000-SIGN-ON THRU 4000-EXIT
001440         WHEN EIBAID = DFHPF6
001450             PERFORM 5000-SIGN-OFF THRU 5000-EXIT
001460         WHEN EIBAID = DFHPF3
001470         WHEN EIBAID = DFHCLEAR
001480             SET SIGNON-IS-DONE TO TRUE
001490         WHEN OTHER
001500             MOVE 'ENTER=SIGN ON PF6=SIGN OFF PF3=END'
001510                  TO MSGLNO
001520             PERFORM 2000-SEND-SCREEN THRU 2000-EXIT
001530     END-EVALUATE.
001540 3000-EXIT.
001550     EXIT.
001560*
001570*---------------------------------------------------------------*
001580* 4000-SIGN-ON - ENTER.  REJECT A BLANK USER ID OR PASSWORD,    *
001590*     HAVE THE SECURITY MANAGER CHECK THE PASSWORD, INSIST THE  *
001600*     USER IS ACTIVE ON STAFF, THEN REPLACE THE TERMINAL'S      *
001610*     SESSION WITH THIS USER'S.                                 *
001620*---------------------------------------------------------------*
001630 4000-SIGN-ON.
001640     IF USRL = ZERO OR PSWDL = ZERO
001650         MOVE 'PLEASE ENTER USER ID AND PASSWORD' TO MSGLNO
001660         PERFORM 2000-SEND-SCREEN THRU 2000-EXIT
001670         GO TO 4000-EXIT
001680     END-IF.
001690     MOVE USRI  TO SGN-USER-ID.
001700     MOVE PSWDI TO SGN-PASSWORD.
001710     EXEC CICS VERIFY PASSWORD(SGN-PASSWORD)
001720          USERID(SGN-USER-ID)
001730     END-EXEC.
001740     MOVE SPACES TO SGN-PASSWORD.
001750     EXEC SQL
001760          SELECT STAFF_NAME
001770            INTO :SGN-STAFF-NAME
001780            FROM STAFF
001790           WHERE USER_ID = :SGN-USER-ID
001800             AND ACTIVE  = 'Y'
001810     END-EXEC.
001820     IF SQLCODE = 100
001830         MOVE 'USER NOT ACTIVE ON THE STAFF LIST' TO MSGLNO
001840         PERFORM 2000-SEND-SCREEN THRU 2000-EXIT
001850         GO TO 4000-EXIT
001860     END-IF.
001870     EXEC SQL
001880          DELETE FROM STAFF_SESSIONS
001890           WHERE TERM_ID = :EIBTRMID
001900     END-EXEC.
001910     EXEC SQL
001920          INSERT INTO STAFF_SESSIONS(TERM_ID, USER_ID,
001930                      SIGNED_ON_AT, LAST_USED_AT)
001940                 VALUES(:EIBTRMID, :SGN-USER-ID,
001950                        CURRENT TIMESTAMP, CURRENT TIMESTAMP)
001960     END-EXEC.
001970     MOVE 'SIGNED ON' TO MSGLNO.
001980     PERFORM 2000-SEND-SCREEN THRU 2000-EXIT.
001990 4000-EXIT.
002000     EXIT.
002010*
002020*---------------------------------------------------------------*
002030* 4150-SIGNON-REFUSED - NOTAUTH/USERIDERR FROM VERIFY PASSWORD  *
002040*     LANDS HERE.  NOT IN THE 4000-SIGN-ON THRU 4000-EXIT       *
002050*     RANGE, SO IT ONLY RUNS VIA THE HANDLE CONDITION GO TO.    *
002060*     THE MESSAGE DOES NOT SAY WHICH OF THE TWO WAS WRONG.      *
002070*---------------------------------------------------------------*
002080 4150-SIGNON-REFUSED.
002090     MOVE SPACES TO SGN-PASSWORD.
002100     MOVE 'USER ID OR PASSWORD NOT ACCEPTED' TO MSGLNO.
002110     PERFORM 2000-SEND-SCREEN THRU 2000-EXIT.
002120     GO TO 4000-EXIT.
002130*
002140*---------------------------------------------------------------*
002150* 5000-SIGN-OFF - PF6.  DROP THE TERMINAL'S SESSION SO THE      *
002160*     NEXT PERSON AT IT HAS TO SIGN ON AS THEMSELVES.           *
002170*---------------------------------------------------------------*
002180 5000-SIGN-OFF.
002190     EXEC SQL
002200          DELETE FROM STAFF_SESSIONS
002210           WHERE TERM_ID = :EIBTRMID
002220     END-EXEC.
002230     IF SQLCODE = 100
002240         MOVE 'NOBODY IS SIGNED ON AT THIS TERMINAL' TO MSGLNO
002250     ELSE
002260         MOVE 'SIGNED OFF' TO MSGLNO
002270     END-IF.
002280     PERFORM 2000-SEND-SCREEN THRU 2000-EXIT.
002290 5000-EXIT.
002300     EXIT.
002310*
002320*---------------------------------------------------------------*
002330* 9000-RETURN-TRANS                                              *
002340*---------------------------------------------------------------*
002350 9000-RETURN-TRANS.
002360     EXEC CICS RETURN
002370     END-EXEC.
002380 9000-EXIT.
002390     EXIT.
