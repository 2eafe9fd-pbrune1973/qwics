000100*****************************************************************
000110* PROGRAM-ID: GB14
000120* AUTHOR:     R. OKONKWO-BATES, EVENTS SYSTEMS GROUP
000130* INSTALLATION: EVENTS DIVISION DATA CENTER
000140* DATE-WRITTEN: 10/08/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*   STAFF MASTER MAINTENANCE, FOR OPERATIONS ONLY.  LISTS THE
000190*   STAFF TABLE FOUR AT A TIME (PF7 BACK, PF8 FORWARD, SAME AS
000200*   GB07) AND LETS THE OPERATOR ADD OR UPDATE A MEMBER OF
000210*   STAFF (PF5 - USER ID, NAME, ACTIVE FLAG AND THE FOUR ROLE
000220*   FLAGS) OR DEACTIVATE ONE (PF6 - USER ID), ENDING ON
000230*   PF3/CLEAR.  NOBODY IS EVER DELETED: THE ROW STAYS SO THE
000240*   USER ID ON OLD MOD_DECISIONS ROWS STILL HAS A NAME BEHIND
000250*   IT.  DEACTIVATING SOMEONE ALSO ENDS ANY SESSION THEY HAVE
000260*   OPEN.  AN OPERATOR CANNOT DEACTIVATE THEMSELVES OR TAKE
000270*   AWAY THEIR OWN OPERATIONS ROLE, SO THE LAST OPERATIONS
000280*   USER CANNOT LOCK EVERYONE OUT OF THIS SCREEN.
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY.
000310*   10/08/26  ROB  ORIGINAL PROGRAM.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.    GB14.
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
000480 01  GB14-SWITCHES.
000490     05  MAINT-DONE-SW       PIC X(01)  VALUE 'N'.
000500         88  MAINT-IS-DONE             VALUE 'Y'.
000510         88  MAINT-NOT-DONE            VALUE 'N'.
000520     05  FLAGS-VALID-SW      PIC X(01)  VALUE 'Y'.
000530         88  FLAGS-ARE-VALID           VALUE 'Y'.
000540         88  FLAGS-NOT-VALID           VALUE 'N'.
000550*
000560*---------------------------------------------------------------*
000570*    PAGING CONTROLS                                            *
000580*---------------------------------------------------------------*
000590 01  GB14-CONTROLS.
000600     05  PAGE-NO             PIC 9(04)  VALUE 1.
000610     05  SKIP-COUNT          PIC 9(04).
000620     05  SKIP-INDEX          PIC 9(04).
000630     05  ROW-INDEX           PIC 9(04).
000640     05  ROWS-ON-PAGE        PIC 9(01).
000650     05  FLAG-INDEX          PIC 9(04).
000660*
000670*---------------------------------------------------------------*
000680*    ONE MEMBER OF STAFF FETCHED FROM THE MASTER.  THE ACTIVE   *
000690*    FLAG AND THE FOUR ROLE FLAGS ARE ALSO VIEWED AS A TABLE    *
000700*    SO THEY CAN BE CHECKED FOR Y/N IN ONE LOOP.                *
000710*---------------------------------------------------------------*
000720 01  STF-ENTRY.
000730     05  STF-USER-ID         PIC X(08).
000740     05  STF-STAFF-NAME      PIC X(40).
000750     05  STF-FLAGS.
000760         10  STF-ACTIVE          PIC X(01).
000770         10  STF-ROLE-MODERATOR  PIC X(01).
000780         10  STF-ROLE-POLICY     PIC X(01).
000790         10  STF-ROLE-FLOOR      PIC X(01).
000800         10  STF-ROLE-OPERATIONS PIC X(01).
000810     05  FILLER REDEFINES STF-FLAGS.
000820         10  STF-FLAG        PIC X(01) OCCURS 5 TIMES.
000830*
000840 01  STF-MATCH-COUNT         PIC S9(09) COMP.
000850*
000860*---------------------------------------------------------------*
000870*    ONE FORMATTED STAFF LIST LINE.  THE ROLES COLUMN SHOWS     *
000880*    M, P, F AND O FOR EACH ROLE HELD AND A DOT FOR EACH NOT.   *
000890*---------------------------------------------------------------*
000900 01  STF-LINE.
000910     05  SL-USER-ID          PIC X(08).
000920     05  FILLER              PIC X(02)  VALUE SPACES.
000930     05  SL-STAFF-NAME       PIC X(36).
000940     05  FILLER              PIC X(02)  VALUE SPACES.
000950     05  SL-ACTIVE           PIC X(01).
000960     05  FILLER              PIC X(02)  VALUE SPACES.
000970     05  SL-ROLES.
000980         10  SL-ROLE-MOD     PIC X(01).
000990         10  SL-ROLE-POL     PIC X(01).
001000         10  SL-ROLE-FLR     PIC X(01).
001010         10  SL-ROLE-OPS     PIC X(01).
001020     05  FILLER              PIC X(05)  VALUE SPACES.
001030*
001040*---------------------------------------------------------------*
001050*    ONE PAGE (UP TO 4 ROWS) FETCHED FROM STAFF                 *
001060*---------------------------------------------------------------*
001070 01  PAGE-STAFF.
001080     05  PAGE-ROW OCCURS 4 TIMES.
001090         10  PS-LINE         PIC X(60).
001100*
001110 COPY GBAUTHRQ.
001120     EXEC SQL
001130          INCLUDE SQLCA
001140     END-EXEC.
001150 COPY DFHAID.
001160 COPY DFHEIBLK.
001170 COPY DGB14MAP.
001180*
001190 PROCEDURE DIVISION.
001200*---------------------------------------------------------------*
001210* 0000-MAINLINE                                                 *
001220*---------------------------------------------------------------*
001230 0000-MAINLINE.
001240     PERFORM 0500-CHECK-SIGNON    THRU 0500-EXIT.
001250     IF AUTH-GRANTED
001260         PERFORM 1000-INITIALIZE      THRU 1000-EXIT
001270         PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
001280                 UNTIL MAINT-IS-DONE
001290     END-IF.
001300     PERFORM 9000-RETURN-TRANS    THRU 9000-EXIT.
001310*
001320*---------------------------------------------------------------*
001330* 0500-CHECK-SIGNON - ONLY A SIGNED-ON OPERATIONS USER MAY RUN  *
001340*     THIS TRANSACTION (SEE GBAUTH).  ANYONE ELSE GETS THE      *
001350*     REASON ON A BLANK SCREEN AND THE TASK ENDS.               *
001360*---------------------------------------------------------------*
001370 0500-CHECK-SIGNON.
001380     MOVE EIBTRMID TO AUTH-TERM-ID.
001390     MOVE 'O   '   TO AUTH-ROLES.
001400     CALL 'GBAUTH' USING GBAUTH-REQUEST.
001410     IF AUTH-GRANTED
001420         GO TO 0500-EXIT
001430     END-IF.
001440     MOVE SPACES       TO GB14MAPO.
001450     MOVE AUTH-MESSAGE TO MSGLNO.
001460     EXEC CICS SEND MAP('GB14MAP') MAPSET('DGB14MAP')
001470          ERASE
001480     END-EXEC.
001490 0500-EXIT.
001500     EXIT.
001510*
001520*---------------------------------------------------------------*
001530* 1000-INITIALIZE - PAINT THE FIRST PAGE OF THE STAFF LIST.     *
001540*---------------------------------------------------------------*
001550 1000-INITIALIZE.
001560     MOVE 1 TO PAGE-NO.
001570     SET MAINT-NOT-DONE TO TRUE.
001580     MOVE SPACES TO GB14MAPO.
001590     PERFORM 2000-DISPLAY-PAGE THRU 2000-EXIT.
001600 1000-EXIT.
001610     EXIT.
001620*
001630*---------------------------------------------------------------*
001640* 2000-DISPLAY-PAGE - FETCH THE CURRENT PAGE FROM STAFF AND     *
001650*     SEND IT TO THE TERMINAL.                                  *
001660*---------------------------------------------------------------*
001670 2000-DISPLAY-PAGE.
001680     PERFORM 2100-FETCH-PAGE THRU 2100-EXIT.
001690     MOVE PAGE-NO TO PAGEO.
001700     IF ROWS-ON-PAGE = ZERO
001710         MOVE 'NO STAFF ON THIS PAGE' TO MSGLNO
001720     ELSE
001730         MOVE SPACES TO MSGLNO
001740     END-IF.
001750     PERFORM 2200-MOVE-ROW-TO-MAP THRU 2200-EXIT
001760             VARYING ROW-INDEX FROM 1 BY 1
001770             UNTIL ROW-INDEX GREATER THAN 4.
001780     EXEC CICS SEND MAP('GB14MAP') MAPSET('DGB14MAP')
001790          ERASE
001800     END-EXEC.
001810 2000-EXIT.
001820     EXIT.
001830*
001840*---------------------------------------------------------------*
001850* 2100-FETCH-PAGE - OPEN A CURSOR OVER THE STAFF MASTER IN      *
001860*     USER-ID ORDER, SKIP TO THE START OF THE CURRENT PAGE,     *
001870*     AND FETCH UP TO 4 ROWS INTO PAGE-STAFF.                   *
001880*---------------------------------------------------------------*
001890 2100-FETCH-PAGE.
001900     MOVE ZERO TO ROWS-ON-PAGE.
001910     COMPUTE SKIP-COUNT = (PAGE-NO - 1) * 4.
001920     EXEC SQL
001930          DECLARE GB14CSR CURSOR FOR
001940          SELECT USER_ID, STAFF_NAME, ACTIVE, ROLE_MODERATOR,
001950                 ROLE_POLICY, ROLE_FLOOR, ROLE_OPERATIONS
001960            FROM STAFF
001970           ORDER BY USER_ID
001980     END-EXEC.
001990     EXEC SQL
002000          OPEN GB14CSR
002010     END-EXEC.
002020     PERFORM 2110-SKIP-ROW THRU 2110-EXIT
002030             VARYING SKIP-INDEX FROM 1 BY 1
002040             UNTIL SKIP-INDEX GREATER THAN SKIP-COUNT
002050                OR SQLCODE NOT EQUAL ZERO.
002060     PERFORM 2120-FETCH-ROW THRU 2120-EXIT
002070             VARYING ROW-INDEX FROM 1 BY 1
002080             UNTIL ROW-INDEX GREATER THAN 4
002090                OR SQLCODE NOT EQUAL ZERO.
002100     EXEC SQL
002110          CLOSE GB14CSR
002120     END-EXEC.
002130 2100-EXIT.
002140     EXIT.
002150*
002160*---------------------------------------------------------------*
002170* 2110-SKIP-ROW - DISCARD ONE ROW WHILE POSITIONING TO THE PAGE. *
002180*---------------------------------------------------------------*
002190 2110-SKIP-ROW.
002200     EXEC SQL
002210          FETCH GB14CSR
002220           INTO :STF-USER-ID, :STF-STAFF-NAME, :STF-ACTIVE,
002230                :STF-ROLE-MODERATOR, :STF-ROLE-POLICY,
002240                :STF-ROLE-FLOOR, :STF-ROLE-OPERATIONS
002250     END-EXEC.
002260 2110-EXIT.
002270     EXIT.
002280*
002290*---------------------------------------------------------------*
002300* 2120-FETCH-ROW - FETCH ONE ROW OF THE CURRENT PAGE AND FORMAT  *
002310*     IT AS A LIST LINE.                                         *
002320*---------------------------------------------------------------*
002330 2120-FETCH-ROW.
002340     EXEC SQL
002350          FETCH GB14CSR
002360           INTO :STF-USER-ID, :STF-STAFF-NAME, :STF-ACTIVE,
002370                :STF-ROLE-MODERATOR, :STF-ROLE-POLICY,
002380                :STF-ROLE-FLOOR, :STF-ROLE-OPERATIONS
002390     END-EXEC.
002400     IF SQLCODE = ZERO
002410         ADD 1 TO ROWS-ON-PAGE
002420         MOVE STF-USER-ID    TO SL-USER-ID
002430         MOVE STF-STAFF-NAME TO SL-STAFF-NAME
002440         MOVE STF-ACTIVE     TO SL-ACTIVE
002450         MOVE '....'         TO SL-ROLES
002460         IF STF-ROLE-MODERATOR = 'Y'
002470             MOVE 'M' TO SL-ROLE-MOD
002480         END-IF
002490         IF STF-ROLE-POLICY = 'Y'
002500             MOVE 'P' TO SL-ROLE-POL
002510         END-IF
002520         IF STF-ROLE-FLOOR = 'Y'
002530             MOVE 'F' TO SL-ROLE-FLR
002540         END-IF
002550         IF STF-ROLE-OPERATIONS = 'Y'
002560             MOVE 'O' TO SL-ROLE-OPS
002570         END-IF
002580         MOVE STF-LINE       TO PS-LINE(ROW-INDEX)
002590     END-IF.
002600 2120-EXIT.
002610     EXIT.
002620*
002630*---------------------------------------------------------------*
002640* 2200-MOVE-ROW-TO-MAP - COPY ONE FORMATTED LINE TO THE MAP,    *
002650*     LEAVING TRAILING SCREEN LINES BLANK WHEN THE PAGE IS      *
002660*     SHORT OF 4 ROWS.                                          *
002670*---------------------------------------------------------------*
002680 2200-MOVE-ROW-TO-MAP.
002690     IF ROW-INDEX LESS THAN OR EQUAL TO ROWS-ON-PAGE
002700         MOVE PS-LINE(ROW-INDEX) TO SLINEO(ROW-INDEX)
002710     ELSE
002720         MOVE SPACES TO SLINEO(ROW-INDEX)
002730     END-IF.
002740 2200-EXIT.
002750     EXIT.
002760*
002770*---------------------------------------------------------------*
002780* 3000-PROCESS-REQUEST - WAIT FOR THE OPERATOR'S PF KEY.  THE   *
002790*     SIGN-ON IS CHECKED AGAIN ON EVERY KEY, SO AN OPERATOR     *
002800*     WHO TIMES OUT OR IS DEACTIVATED MID-SESSION IS STOPPED.   *
002810*---------------------------------------------------------------*
002820 3000-PROCESS-REQUEST.
002830     EXEC CICS RECEIVE MAP('GB14MAP') MAPSET('DGB14MAP')
002840     END-EXEC.
002850     PERFORM 0500-CHECK-SIGNON THRU 0500-EXIT.
002860     IF NOT AUTH-GRANTED
002870         SET MAINT-IS-DONE TO TRUE
002880         GO TO 3000-EXIT
002890     END-IF.
002900     EVALUATE TRUE
002910         WHEN EIBAID = DFHPF8
002920             ADD 1 TO PAGE-NO
002930             PERFORM 2000-DISPLAY-PAGE THRU 2000-EXIT
002940         WHEN EIBAID = DFHPF7
002950             IF PAGE-NO GREATER THAN 1
002960                 SUBTRACT 1 FROM PAGE-NO
002970             END-IF
002980             PERFORM 2000-DISPLAY-PAGE THRU 2000-EXIT
002990         WHEN EIBAID = DFHPF5
003000             PERFORM 4000-ADD-UPDATE-STAFF THRU 4000-EXIT
003010         WHEN EIBAID = DFHPF6
003020             PERFORM 5000-DEACTIVATE-STAFF THRU 5000-EXIT
003030         WHEN EIBAID = DFHPF3
003040         WHEN EIBAID = DFHCLEAR
003050             SET MAINT-IS-DONE TO TRUE
003060         WHEN OTHER
003070             MOVE 'PF5=ADD/UPD PF6=DEACT PF7/PF8 PF3=END'
003080                  TO MSGLNO
003090             EXEC CICS SEND MAP('GB14MAP') MAPSET('DGB14MAP')
003100                  DATAONLY
003110             END-EXEC
003120     END-EVALUATE.
003130 3000-EXIT.
003140     EXIT.
003150*
003160*---------------------------------------------------------------*
003170* 4000-ADD-UPDATE-STAFF - PF5.  REJECT A BLANK USER ID OR NAME, *
003180*     DEFAULT A BLANK ACTIVE FLAG TO 'Y' AND A BLANK ROLE FLAG  *
003190*     TO 'N', INSIST EVERY FLAG IS Y OR N, THEN UPDATE THE      *
003200*     MEMBER OF STAFF IF THEY EXIST OR ADD THEM IF NOT.  THE    *
003210*     NAME IS STORED TRIMMED SO THE VARCHAR NEVER CARRIES THE   *
003220*     HOST VARIABLE'S TRAILING BLANKS.                          *
003230*---------------------------------------------------------------*
003240 4000-ADD-UPDATE-STAFF.
003250     IF USRL = ZERO OR NAML = ZERO
003260         MOVE 'PLEASE ENTER A USER ID AND NAME' TO MSGLNO
003270         EXEC CICS SEND MAP('GB14MAP') MAPSET('DGB14MAP')
003280              DATAONLY CURSOR
003290         END-EXEC
003300         GO TO 4000-EXIT
003310     END-IF.
003320     MOVE USRI TO STF-USER-ID.
003330     MOVE NAMI TO STF-STAFF-NAME.
003340     MOVE 'Y'  TO STF-ACTIVE.
003350     MOVE 'N'  TO STF-ROLE-MODERATOR STF-ROLE-POLICY
003360                  STF-ROLE-FLOOR STF-ROLE-OPERATIONS.
003370     IF ACTL NOT = ZERO AND ACTI NOT = SPACE
003380         MOVE ACTI TO STF-ACTIVE
003390     END-IF.
003400     IF RMODL NOT = ZERO AND RMODI NOT = SPACE
003410         MOVE RMODI TO STF-ROLE-MODERATOR
003420     END-IF.
003430     IF RPOLL NOT = ZERO AND RPOLI NOT = SPACE
003440         MOVE RPOLI TO STF-ROLE-POLICY
003450     END-IF.
003460     IF RFLRL NOT = ZERO AND RFLRI NOT = SPACE
003470         MOVE RFLRI TO STF-ROLE-FLOOR
003480     END-IF.
003490     IF ROPSL NOT = ZERO AND ROPSI NOT = SPACE
003500         MOVE ROPSI TO STF-ROLE-OPERATIONS
003510     END-IF.
003520     SET FLAGS-ARE-VALID TO TRUE.
003530     PERFORM 4100-CHECK-FLAG THRU 4100-EXIT
003540             VARYING FLAG-INDEX FROM 1 BY 1
003550             UNTIL FLAG-INDEX GREATER THAN 5.
003560     IF FLAGS-NOT-VALID
003570         MOVE 'ACTIVE AND ROLE FLAGS MUST BE Y OR N' TO MSGLNO
003580         EXEC CICS SEND MAP('GB14MAP') MAPSET('DGB14MAP')
003590              DATAONLY CURSOR
003600         END-EXEC
003610         GO TO 4000-EXIT
003620     END-IF.
003630     IF STF-USER-ID = AUTH-USER-ID
003640      AND (STF-ACTIVE = 'N' OR STF-ROLE-OPERATIONS = 'N')
003650         MOVE 'CANNOT REMOVE YOUR OWN OPERATIONS ROLE'
003660              TO MSGLNO
003670         EXEC CICS SEND MAP('GB14MAP') MAPSET('DGB14MAP')
003680              DATAONLY CURSOR
003690         END-EXEC
003700         GO TO 4000-EXIT
003710     END-IF.
003720     EXEC SQL
003730          SELECT COUNT(*) INTO :STF-MATCH-COUNT
003740            FROM STAFF
003750           WHERE USER_ID = :STF-USER-ID
003760     END-EXEC.
003770     IF STF-MATCH-COUNT > ZERO
003780         EXEC SQL
003790              UPDATE STAFF
003800                 SET STAFF_NAME      = TRIM(:STF-STAFF-NAME),
003810                     ACTIVE          = :STF-ACTIVE,
003820                     ROLE_MODERATOR  = :STF-ROLE-MODERATOR,
003830                     ROLE_POLICY     = :STF-ROLE-POLICY,
003840                     ROLE_FLOOR      = :STF-ROLE-FLOOR,
003850                     ROLE_OPERATIONS = :STF-ROLE-OPERATIONS
003860               WHERE USER_ID = :STF-USER-ID
003870         END-EXEC
003880         MOVE 'STAFF UPDATED' TO MSGLNO
003890     ELSE
003900         EXEC SQL
003910              INSERT INTO STAFF(USER_ID, STAFF_NAME, ACTIVE,
003920                          ROLE_MODERATOR, ROLE_POLICY,
003930                          ROLE_FLOOR, ROLE_OPERATIONS)
003940                     VALUES(:STF-USER-ID, TRIM(:STF-STAFF-NAME),
003950                            :STF-ACTIVE, :STF-ROLE-MODERATOR,
003960                            :STF-ROLE-POLICY, :STF-ROLE-FLOOR,
003970                            :STF-ROLE-OPERATIONS)
003980         END-EXEC
003990         MOVE 'STAFF ADDED' TO MSGLNO
004000     END-IF.
004010     IF STF-ACTIVE = 'N'
004020         PERFORM 5100-END-SESSIONS THRU 5100-EXIT
004030     END-IF.
004040     PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT.
004050 4000-EXIT.
004060     EXIT.
004070*
004080*---------------------------------------------------------------*
004090* 4100-CHECK-FLAG - ONE FLAG MUST BE Y OR N.                    *
004100*---------------------------------------------------------------*
004110 4100-CHECK-FLAG.
004120     IF STF-FLAG(FLAG-INDEX) NOT = 'Y'
004130      AND STF-FLAG(FLAG-INDEX) NOT = 'N'
004140         SET FLAGS-NOT-VALID TO TRUE
004150     END-IF.
004160 4100-EXIT.
004170     EXIT.
004180*
004190*---------------------------------------------------------------*
004200* 5000-DEACTIVATE-STAFF - PF6.  REJECT A BLANK USER ID OR THE   *
004210*     OPERATOR'S OWN, THEN MARK THE MEMBER OF STAFF INACTIVE    *
004220*     AND END ANY SESSION THEY HAVE OPEN.                       *
004230*---------------------------------------------------------------*
004240 5000-DEACTIVATE-STAFF.
004250     IF USRL = ZERO
004260         MOVE 'PLEASE ENTER A USER ID' TO MSGLNO
004270         EXEC CICS SEND MAP('GB14MAP') MAPSET('DGB14MAP')
004280              DATAONLY CURSOR
004290         END-EXEC
004300         GO TO 5000-EXIT
004310     END-IF.
004320     MOVE USRI TO STF-USER-ID.
004330     IF STF-USER-ID = AUTH-USER-ID
004340         MOVE 'CANNOT DEACTIVATE YOURSELF' TO MSGLNO
004350         EXEC CICS SEND MAP('GB14MAP') MAPSET('DGB14MAP')
004360              DATAONLY CURSOR
004370         END-EXEC
004380         GO TO 5000-EXIT
004390     END-IF.
004400     EXEC SQL
004410          UPDATE STAFF
004420             SET ACTIVE = 'N'
004430           WHERE USER_ID = :STF-USER-ID
004440     END-EXEC.
004450     IF SQLCODE = 100
004460         MOVE 'STAFF NOT FOUND' TO MSGLNO
004470     ELSE
004480         PERFORM 5100-END-SESSIONS THRU 5100-EXIT
004490         MOVE 'STAFF DEACTIVATED' TO MSGLNO
004500     END-IF.
004510     PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT.
004520 5000-EXIT.
004530     EXIT.
004540*
004550*---------------------------------------------------------------*
004560* 5100-END-SESSIONS - DROP EVERY SESSION THE USER HAS OPEN.     *
004570*     GBAUTH WOULD REFUSE THEM ANYWAY ONCE INACTIVE; THIS       *
004580*     JUST KEEPS STAFF_SESSIONS HONEST FOR GB13'S DISPLAY.      *
004590*---------------------------------------------------------------*
004600 5100-END-SESSIONS.
004610     EXEC SQL
004620          DELETE FROM STAFF_SESSIONS
004630           WHERE USER_ID = :STF-USER-ID
004640     END-EXEC.
004650 5100-EXIT.
004660     EXIT.
004670*
004680*---------------------------------------------------------------*
004690* 6000-REDISPLAY-PAGE - REFRESH THE LIST AFTER A CHANGE,        *
004700*     KEEPING THE MAINTENANCE MESSAGE JUST SET.                 *
004710*---------------------------------------------------------------*
004720 6000-REDISPLAY-PAGE.
004730     PERFORM 2100-FETCH-PAGE THRU 2100-EXIT.
004740     MOVE PAGE-NO TO PAGEO.
004750     PERFORM 2200-MOVE-ROW-TO-MAP THRU 2200-EXIT
004760             VARYING ROW-INDEX FROM 1 BY 1
004770             UNTIL ROW-INDEX GREATER THAN 4.
004780     EXEC CICS SEND MAP('GB14MAP') MAPSET('DGB14MAP')
004790          DATAONLY
004800     END-EXEC.
004810 6000-EXIT.
004820     EXIT.
004830*
004840*---------------------------------------------------------------*
004850* 9000-RETURN-TRANS                                              *
004860*---------------------------------------------------------------*
004870 9000-RETURN-TRANS.
004880     EXEC CICS RETURN
004890     END-EXEC.
004900 9000-EXIT.
004910     EXIT.
