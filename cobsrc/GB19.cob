000100*****************************************************************
000110* PROGRAM-ID: GB19
000120* AUTHOR:     R. OKONKWO-BATES, EVENTS SYSTEMS GROUP
000130* INSTALLATION: EVENTS DIVISION DATA CENTER
000140* DATE-WRITTEN: 10/14/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*   STAFF-FACING HOST REPLY DESK.  THE OPERATOR KEYS THE ID OF
000190*   ONE ENTRY AND PRESSES ENTER; THE ENTRY IS SHOWN WITH EVERY
000200*   REPLY WRITTEN TO IT (REPLIES), FOUR A PAGE, PF7 BACK AND
000210*   PF8 FORWARD.  PF5 WITH NO REPLY NUMBER WRITES A NEW REPLY;
000220*   PF5 WITH A REPLY NUMBER SAVES THE AMENDED TEXT OVER IT;
000230*   PF6 WITH A REPLY NUMBER WITHDRAWS IT.  ENTER WITH A REPLY
000240*   NUMBER AS WELL PULLS THAT REPLY'S TEXT UP TO AMEND.  A NEW
000250*   OR AMENDED REPLY GOES THROUGH THE SAME TIERED BANNED-WORD
000260*   SCREENING GUESTBK APPLIES TO A GUEST'S MESSAGE - A SEVERE
000270*   PHRASE REFUSES IT, A WATCH-LIST PHRASE IS STAMPED ON IT FOR
000280*   THE MODERATOR - AND IS THEN PENDING ('P') IN THE GB04
000290*   QUEUE UNTIL A MODERATOR OTHER THAN ITS WRITER APPROVES IT.
000300*   ONLY A PENDING OR APPROVED ENTRY TAKES A NEW REPLY.  ANY
000310*   SIGNED-ON STAFF USER MAY RUN IT (SEE GBAUTH); THE REPLY
000320*   CARRIES THEIR USER ID AND TERMINAL.
000330*-----------------------------------------------------------------
000340* MODIFICATION HISTORY.
000350*   10/14/26  ROB  ORIGINAL PROGRAM.
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.    GB19.
000390 AUTHOR.        R. OKONKWO-BATES.
000400 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000410 DATE-WRITTEN.  10/14/2026.
000420 DATE-COMPILED.
000430*
000440 ENVIRONMENT DIVISION.
000450*
000460 DATA DIVISION.
000470 WORKING-STORAGE SECTION.
000480*
000490*---------------------------------------------------------------*
000500*    SWITCHES                                                   *
000510*---------------------------------------------------------------*
000520 01  GB19-SWITCHES.
000530     05  MAINT-DONE-SW       PIC X(01)  VALUE 'N'.
000540         88  MAINT-IS-DONE             VALUE 'Y'.
000550         88  MAINT-NOT-DONE            VALUE 'N'.
000560     05  ID-VALID-SW         PIC X(01)  VALUE 'N'.
000570         88  CONV-ID-VALID             VALUE 'Y'.
000580         88  CONV-ID-NOT-VALID         VALUE 'N'.
000590     05  BLANKS-SEEN-SW      PIC X(01)  VALUE 'N'.
000600         88  BLANKS-STARTED            VALUE 'Y'.
000610         88  BLANKS-NOT-STARTED        VALUE 'N'.
000620     05  ENTRY-FETCHED-SW    PIC X(01)  VALUE 'N'.
000630         88  ENTRY-IS-FETCHED          VALUE 'Y'.
000640         88  ENTRY-NOT-FETCHED         VALUE 'N'.
000650     05  REPLY-FOUND-SW      PIC X(01)  VALUE 'N'.
000660         88  REPLY-IS-FOUND            VALUE 'Y'.
000670         88  REPLY-NOT-FOUND           VALUE 'N'.
000680     05  REPLY-SCREEN-SW     PIC X(01)  VALUE 'N'.
000690         88  REPLY-IS-REFUSED          VALUE 'Y'.
000700         88  REPLY-NOT-REFUSED         VALUE 'N'.
000710*
000720*---------------------------------------------------------------*
000730*    PAGING CONTROLS, AND AN ENTRY ID OR REPLY NUMBER KEYED BY  *
000740*    THE OPERATOR                                               *
000750*---------------------------------------------------------------*
000760 01  GB19-CONTROLS.
000770     05  PAGE-NO             PIC 9(04)  VALUE 1.
000780     05  SKIP-COUNT          PIC 9(04).
000790     05  SKIP-INDEX          PIC 9(04).
000800     05  ROW-INDEX           PIC 9(04).
000810     05  LINE-INDEX          PIC 9(04).
000820     05  ROWS-ON-PAGE        PIC 9(01).
000830     05  LINES-ON-PAGE       PIC 9(02).
000840     05  CONV-NUMBER         PIC S9(09) COMP.
000850     05  CONV-ID-TEXT        PIC X(09).
000860     05  SCAN-INDEX          PIC S9(04) COMP.
000870     05  ID-DIGIT-X          PIC X(01).
000880     05  ID-DIGIT-9 REDEFINES ID-DIGIT-X
000890                             PIC 9(01).
000900     05  ID-TEXT-9           PIC 9(09).
000910*
000920*---------------------------------------------------------------*
000930*    THE ENTRY BEING ANSWERED                                   *
000940*---------------------------------------------------------------*
000950 01  CURR-ENTRY.
000960     05  ENTRY-ID            PIC S9(09) COMP.
000970     05  CURR-TITLE          PIC X(20).
000980     05  CURR-MESSAGE        PIC X(200).
000990     05  CURR-STATUS         PIC X(01).
001000*
001010*---------------------------------------------------------------*
001020*    ONE REPLY FROM REPLIES                                     *
001030*---------------------------------------------------------------*
001040 01  REPLY-ENTRY.
001050     05  RP-REPLY-ID         PIC S9(09) COMP.
001060     05  RP-TEXT             PIC X(70).
001070     05  RP-STATUS           PIC X(01).
001080     05  RP-WRITTEN-BY       PIC X(08).
001090     05  RP-WRITTEN-AT       PIC X(26).
001100*
001110 01  BANNED-WORD-COUNT       PIC S9(09) COMP.
001120*
001130*---------------------------------------------------------------*
001140*    FIRST WATCH-LIST PHRASE THE REPLY HITS (BLANK WHEN NONE) - *
001150*    STAMPED ON THE REPLY FOR THE GB04 MODERATOR                *
001160*---------------------------------------------------------------*
001170 01  REPLY-WATCH-PHRASE      PIC X(50).
001180*
001190*---------------------------------------------------------------*
001200*    THE TWO SCREEN LINES FOR ONE REPLY                         *
001210*---------------------------------------------------------------*
001220 01  REPLY-HEAD-LINE.
001230     05  RL-REPLY-ID         PIC Z(08)9.
001240     05  FILLER              PIC X(02)  VALUE SPACES.
001250     05  RL-STATUS           PIC X(01).
001260     05  FILLER              PIC X(02)  VALUE SPACES.
001270     05  RL-WRITTEN-BY       PIC X(08).
001280     05  FILLER              PIC X(02)  VALUE SPACES.
001290     05  RL-WRITTEN-AT       PIC X(16).
001300*
001310 01  REPLY-TEXT-LINE.
001320     05  FILLER              PIC X(04)  VALUE SPACES.
001330     05  RL-TEXT             PIC X(70).
001340*
001350*---------------------------------------------------------------*
001360*    CONFIRMATION FOR A NEWLY WRITTEN REPLY                     *
001370*---------------------------------------------------------------*
001380 01  WRITTEN-MSG.
001390     05  FILLER              PIC X(06)  VALUE 'REPLY '.
001400     05  WM-REPLY-ID         PIC Z(08)9.
001410     05  FILLER              PIC X(19)
001420                             VALUE ' SENT TO MODERATION'.
001430*
001440*---------------------------------------------------------------*
001450*    ONE PAGE (UP TO 4 REPLIES, 2 LINES EACH) FROM REPLIES      *
001460*---------------------------------------------------------------*
001470 01  PAGE-REPLIES.
001480     05  PAGE-LINE OCCURS 8 TIMES.
001490         10  PR-LINE         PIC X(79).
001500*
001510 COPY GBAUTHRQ.
001520     EXEC SQL
001530          INCLUDE SQLCA
001540     END-EXEC.
001550 COPY DFHAID.
001560 COPY DFHEIBLK.
001570 COPY DGB19MAP.
001580*
001590 PROCEDURE DIVISION.
001600*---------------------------------------------------------------*
001610* 0000-MAINLINE                                                 *
001620*---------------------------------------------------------------*
001630 0000-MAINLINE.
001640     PERFORM 0500-CHECK-SIGNON    THRU 0500-EXIT.
001650     IF AUTH-GRANTED
001660         PERFORM 1000-INITIALIZE      THRU 1000-EXIT
001670         PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
001680                 UNTIL MAINT-IS-DONE
001690     END-IF.
001700     PERFORM 9000-RETURN-TRANS    THRU 9000-EXIT.
001710*
001720*---------------------------------------------------------------*
001730* 0500-CHECK-SIGNON - ANY SIGNED-ON STAFF USER MAY RUN THIS     *
001740*     TRANSACTION (SEE GBAUTH).  ANYONE ELSE GETS THE REASON    *
001750*     ON A BLANK SCREEN AND THE TASK ENDS.                      *
001760*---------------------------------------------------------------*
001770 0500-CHECK-SIGNON.
001780     MOVE EIBTRMID TO AUTH-TERM-ID.
001790     MOVE 'MPFO'   TO AUTH-ROLES.
001800     CALL 'GBAUTH' USING GBAUTH-REQUEST.
001810     IF AUTH-GRANTED
001820         GO TO 0500-EXIT
001830     END-IF.
001840     MOVE SPACES       TO GB19MAPO.
001850     MOVE AUTH-MESSAGE TO MSGLNO.
001860     EXEC CICS SEND MAP('GB19MAP') MAPSET('DGB19MAP')
001870          ERASE
001880     END-EXEC.
001890 0500-EXIT.
001900     EXIT.
001910*
001920*---------------------------------------------------------------*
001930* 1000-INITIALIZE - PAINT A BLANK REPLY DESK                    *
001940*---------------------------------------------------------------*
001950 1000-INITIALIZE.
001960     MOVE 1 TO PAGE-NO.
001970     SET MAINT-NOT-DONE    TO TRUE.
001980     SET ENTRY-NOT-FETCHED TO TRUE.
001990     MOVE SPACES TO GB19MAPO.
002000     MOVE 'KEY AN ENTRY ID AND PRESS ENTER' TO MSGLNO.
002010     EXEC CICS SEND MAP('GB19MAP') MAPSET('DGB19MAP')
002020          ERASE
002030     END-EXEC.
002040 1000-EXIT.
002050     EXIT.
002060*
002070*---------------------------------------------------------------*
002080* 2100-FETCH-PAGE - OPEN A CURSOR OVER THE ENTRY'S REPLIES,     *
002090*     OLDEST FIRST, WHATEVER THEIR STATUS, SKIP TO THE START OF *
002100*     THE CURRENT PAGE, AND FETCH UP TO 4 REPLIES INTO          *
002110*     PAGE-REPLIES.                                             *
002120*---------------------------------------------------------------*
002130 2100-FETCH-PAGE.
002140     MOVE ZERO   TO ROWS-ON-PAGE.
002150     MOVE SPACES TO PAGE-REPLIES.
002160     COMPUTE SKIP-COUNT = (PAGE-NO - 1) * 4.
002170     EXEC SQL
002180          DECLARE GB19CSR CURSOR FOR
002190          SELECT REPLY_ID, APPROVED, WRITTEN_BY,
002200                 CHAR(WRITTEN_AT), REPLY_TEXT
002210            FROM REPLIES
002220           WHERE ENTRY_ID = :ENTRY-ID
002230           ORDER BY REPLY_ID
002240     END-EXEC.
002250     EXEC SQL
002260          OPEN GB19CSR
002270     END-EXEC.
002280     PERFORM 2110-SKIP-ROW THRU 2110-EXIT
002290             VARYING SKIP-INDEX FROM 1 BY 1
002300             UNTIL SKIP-INDEX GREATER THAN SKIP-COUNT
002310                OR SQLCODE NOT EQUAL ZERO.
002320     PERFORM 2120-FETCH-ROW THRU 2120-EXIT
002330             VARYING ROW-INDEX FROM 1 BY 1
002340             UNTIL ROW-INDEX GREATER THAN 4
002350                OR SQLCODE NOT EQUAL ZERO.
002360     EXEC SQL
002370          CLOSE GB19CSR
002380     END-EXEC.
002390     COMPUTE LINES-ON-PAGE = ROWS-ON-PAGE * 2.
002400 2100-EXIT.
002410     EXIT.
002420*
002430*---------------------------------------------------------------*
002440* 2110-SKIP-ROW - DISCARD ONE ROW WHILE POSITIONING TO THE PAGE.*
002450*---------------------------------------------------------------*
002460 2110-SKIP-ROW.
002470     EXEC SQL
002480          FETCH GB19CSR
002490           INTO :RP-REPLY-ID, :RP-STATUS, :RP-WRITTEN-BY,
002500                :RP-WRITTEN-AT, :RP-TEXT
002510     END-EXEC.
002520 2110-EXIT.
002530     EXIT.
002540*
002550*---------------------------------------------------------------*
002560* 2120-FETCH-ROW - FETCH ONE REPLY OF THE CURRENT PAGE AND      *
002570*     FORMAT IT AS ITS TWO SCREEN LINES.                        *
002580*---------------------------------------------------------------*
002590 2120-FETCH-ROW.
002600     EXEC SQL
002610          FETCH GB19CSR
002620           INTO :RP-REPLY-ID, :RP-STATUS, :RP-WRITTEN-BY,
002630                :RP-WRITTEN-AT, :RP-TEXT
002640     END-EXEC.
002650     IF SQLCODE NOT = ZERO
002660         GO TO 2120-EXIT
002670     END-IF.
002680     ADD 1 TO ROWS-ON-PAGE.
002690     MOVE RP-REPLY-ID   TO RL-REPLY-ID.
002700     MOVE RP-STATUS     TO RL-STATUS.
002710     MOVE RP-WRITTEN-BY TO RL-WRITTEN-BY.
002720     MOVE RP-WRITTEN-AT TO RL-WRITTEN-AT.
002730     MOVE RP-TEXT       TO RL-TEXT.
002740     COMPUTE LINE-INDEX = (ROW-INDEX - 1) * 2 + 1.
002750     MOVE REPLY-HEAD-LINE TO PR-LINE(LINE-INDEX).
002760     ADD 1 TO LINE-INDEX.
002770     MOVE REPLY-TEXT-LINE TO PR-LINE(LINE-INDEX).
002780 2120-EXIT.
002790     EXIT.
002800*
002810*---------------------------------------------------------------*
002820* 2200-MOVE-LINE-TO-MAP - COPY ONE FORMATTED LINE TO THE MAP,   *
002830*     LEAVING TRAILING SCREEN LINES BLANK WHEN THE PAGE IS      *
002840*     SHORT OF 4 REPLIES.                                       *
002850*---------------------------------------------------------------*
002860 2200-MOVE-LINE-TO-MAP.
002870     IF LINE-INDEX LESS THAN OR EQUAL TO LINES-ON-PAGE
002880         MOVE PR-LINE(LINE-INDEX) TO RLINEO(LINE-INDEX)
002890     ELSE
002900         MOVE SPACES TO RLINEO(LINE-INDEX)
002910     END-IF.
002920 2200-EXIT.
002930     EXIT.
002940*
002950*---------------------------------------------------------------*
002960* 2300-CONVERT-ID - CONVERT A KEYED ENTRY ID OR REPLY NUMBER IN *
002970*     CONV-ID-TEXT (DIGITS, LEFT JUSTIFIED, TRAILING BLANKS) TO *
002980*     BINARY IN CONV-NUMBER.  ANYTHING OTHER THAN DIGITS        *
002990*     FOLLOWED BY BLANKS, OR AN ALL-ZERO NUMBER, IS REJECTED.   *
003000*---------------------------------------------------------------*
003010 2300-CONVERT-ID.
003020     MOVE ZERO TO CONV-NUMBER.
003030     SET CONV-ID-VALID TO TRUE.
003040     SET BLANKS-NOT-STARTED TO TRUE.
003050     PERFORM 2310-CONVERT-DIGIT THRU 2310-EXIT
003060             VARYING SCAN-INDEX FROM 1 BY 1
003070             UNTIL SCAN-INDEX GREATER THAN 9
003080                OR CONV-ID-NOT-VALID.
003090     IF CONV-NUMBER = ZERO
003100         SET CONV-ID-NOT-VALID TO TRUE
003110     END-IF.
003120 2300-EXIT.
003130     EXIT.
003140*
003150*---------------------------------------------------------------*
003160* 2310-CONVERT-DIGIT - FOLD ONE KEYED CHARACTER INTO THE BINARY *
003170*     NUMBER.                                                   *
003180*---------------------------------------------------------------*
003190 2310-CONVERT-DIGIT.
003200     MOVE CONV-ID-TEXT(SCAN-INDEX:1) TO ID-DIGIT-X.
003210     IF ID-DIGIT-X = SPACE
003220         SET BLANKS-STARTED TO TRUE
003230     ELSE
003240         IF BLANKS-STARTED OR ID-DIGIT-X IS NOT NUMERIC
003250             SET CONV-ID-NOT-VALID TO TRUE
003260         ELSE
003270             COMPUTE CONV-NUMBER = CONV-NUMBER * 10
003280                                 + ID-DIGIT-9
003290         END-IF
003300     END-IF.
003310 2310-EXIT.
003320     EXIT.
003330*
003340*---------------------------------------------------------------*
003350* 3000-PROCESS-REQUEST - WAIT FOR THE OPERATOR'S KEY.  ENTER    *
003360*     SHOWS AN ENTRY AND ITS REPLIES; PF5 WRITES OR AMENDS A    *
003370*     REPLY; PF6 WITHDRAWS ONE; PF7/PF8 PAGE THE REPLIES.  THE  *
003380*     SIGN-ON IS CHECKED AGAIN ON EVERY KEY.                    *
003390*---------------------------------------------------------------*
003400 3000-PROCESS-REQUEST.
003410     EXEC CICS RECEIVE MAP('GB19MAP') MAPSET('DGB19MAP')
003420     END-EXEC.
003430     PERFORM 0500-CHECK-SIGNON THRU 0500-EXIT.
003440     IF NOT AUTH-GRANTED
003450         SET MAINT-IS-DONE TO TRUE
003460         GO TO 3000-EXIT
003470     END-IF.
003480     EVALUATE TRUE
003490         WHEN EIBAID = DFHPF8 AND ENTRY-IS-FETCHED
003500             ADD 1 TO PAGE-NO
003510             MOVE SPACES TO MSGLNO
003520             PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT
003530         WHEN EIBAID = DFHPF7 AND ENTRY-IS-FETCHED
003540             IF PAGE-NO GREATER THAN 1
003550                 SUBTRACT 1 FROM PAGE-NO
003560             END-IF
003570             MOVE SPACES TO MSGLNO
003580             PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT
003590         WHEN EIBAID = DFHENTER
003600             PERFORM 4000-SHOW-ENTRY THRU 4000-EXIT
003610         WHEN EIBAID = DFHPF5
003620             PERFORM 5000-SAVE-REPLY THRU 5000-EXIT
003630         WHEN EIBAID = DFHPF6
003640             PERFORM 5500-WITHDRAW-REPLY THRU 5500-EXIT
003650         WHEN EIBAID = DFHPF3
003660         WHEN EIBAID = DFHCLEAR
003670             SET MAINT-IS-DONE TO TRUE
003680         WHEN OTHER
003690             MOVE 'ENTER=GET PF5=SAVE PF6=WDRAW PF7/8 PF3'
003700                  TO MSGLNO
003710             EXEC CICS SEND MAP('GB19MAP') MAPSET('DGB19MAP')
003720                  DATAONLY
003730             END-EXEC
003740     END-EVALUATE.
003750 3000-EXIT.
003760     EXIT.
003770*
003780*---------------------------------------------------------------*
003790* 4000-SHOW-ENTRY - ENTER.  VALIDATE THE KEYED ENTRY ID, SHOW   *
003800*     THE ENTRY AND THE FIRST PAGE OF ITS REPLIES.  A REPLY     *
003810*     NUMBER KEYED AS WELL PULLS THAT REPLY UP TO AMEND.        *
003820*---------------------------------------------------------------*
003830 4000-SHOW-ENTRY.
003840     IF ENTL = ZERO OR ENTI = SPACES
003850         MOVE 'PLEASE ENTER AN ENTRY ID' TO MSGLNO
003860         EXEC CICS SEND MAP('GB19MAP') MAPSET('DGB19MAP')
003870              DATAONLY CURSOR
003880         END-EXEC
003890         GO TO 4000-EXIT
003900     END-IF.
003910     MOVE ENTI TO CONV-ID-TEXT.
003920     PERFORM 2300-CONVERT-ID THRU 2300-EXIT.
003930     IF CONV-ID-NOT-VALID
003940         MOVE 'ENTRY ID MUST BE NUMERIC' TO MSGLNO
003950         EXEC CICS SEND MAP('GB19MAP') MAPSET('DGB19MAP')
003960              DATAONLY CURSOR
003970         END-EXEC
003980         GO TO 4000-EXIT
003990     END-IF.
004000     EXEC SQL
004010          SELECT TITLE, MESSAGE, APPROVED
004020            INTO :CURR-TITLE, :CURR-MESSAGE, :CURR-STATUS
004030            FROM ENTRIES
004040           WHERE ID = :CONV-NUMBER
004050     END-EXEC.
004060     IF SQLCODE = 100
004070         MOVE 'ENTRY NOT FOUND' TO MSGLNO
004080         EXEC CICS SEND MAP('GB19MAP') MAPSET('DGB19MAP')
004090              DATAONLY CURSOR
004100         END-EXEC
004110         GO TO 4000-EXIT
004120     END-IF.
004130     MOVE CONV-NUMBER  TO ENTRY-ID.
004140     SET ENTRY-IS-FETCHED TO TRUE.
004150     MOVE 1            TO PAGE-NO.
004160     MOVE ENTRY-ID     TO ID-TEXT-9.
004170     MOVE ID-TEXT-9    TO ENTO.
004180     MOVE CURR-TITLE   TO TITO.
004190     MOVE CURR-MESSAGE TO MSGO.
004200     MOVE CURR-STATUS  TO ESTSO.
004210     MOVE 'PF5=SAVE REPLY PF6=WITHDRAW PF3=EXIT' TO MSGLNO.
004220     IF RPLI = SPACES OR RPLI = LOW-VALUES
004230         MOVE SPACES TO RPLO RSTSO RTXTO
004240     ELSE
004250         PERFORM 4100-READ-REPLY THRU 4100-EXIT
004260         IF REPLY-IS-FOUND
004270             PERFORM 4200-MOVE-REPLY-TO-MAP THRU 4200-EXIT
004280         END-IF
004290     END-IF.
004300     PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT.
004310 4000-EXIT.
004320     EXIT.
004330*
004340*---------------------------------------------------------------*
004350* 4100-READ-REPLY - VALIDATE THE KEYED REPLY NUMBER AND READ    *
004360*     THE REPLY INTO REPLY-ENTRY.  IT MUST BELONG TO THE ENTRY  *
004370*     ON THE SCREEN.  A BAD OR UNKNOWN NUMBER LEAVES THE REASON *
004380*     IN MSGLNO AND REPLY-NOT-FOUND SET FOR THE CALLER, WHICH   *
004390*     SENDS THE SCREEN.                                         *
004400*---------------------------------------------------------------*
004410 4100-READ-REPLY.
004420     SET REPLY-NOT-FOUND TO TRUE.
004430     MOVE RPLI TO CONV-ID-TEXT.
004440     PERFORM 2300-CONVERT-ID THRU 2300-EXIT.
004450     IF CONV-ID-NOT-VALID
004460         MOVE 'REPLY NUMBER MUST BE NUMERIC' TO MSGLNO
004470         GO TO 4100-EXIT
004480     END-IF.
004490     EXEC SQL
004500          SELECT REPLY_ID, REPLY_TEXT, APPROVED, WRITTEN_BY,
004510                 CHAR(WRITTEN_AT)
004520            INTO :RP-REPLY-ID, :RP-TEXT, :RP-STATUS,
004530                 :RP-WRITTEN-BY, :RP-WRITTEN-AT
004540            FROM REPLIES
004550           WHERE REPLY_ID = :CONV-NUMBER
004560             AND ENTRY_ID = :ENTRY-ID
004570     END-EXEC.
004580     IF SQLCODE = 100
004590         MOVE 'REPLY NOT FOUND ON THIS ENTRY' TO MSGLNO
004600         GO TO 4100-EXIT
004610     END-IF.
004620     SET REPLY-IS-FOUND TO TRUE.
004630 4100-EXIT.
004640     EXIT.
004650*
004660*---------------------------------------------------------------*
004670* 4200-MOVE-REPLY-TO-MAP - SHOW THE REPLY IN REPLY-ENTRY IN THE *
004680*     FIELDS BELOW THE LIST.                                    *
004690*---------------------------------------------------------------*
004700 4200-MOVE-REPLY-TO-MAP.
004710     MOVE RP-REPLY-ID TO ID-TEXT-9.
004720     MOVE ID-TEXT-9   TO RPLO.
004730     MOVE RP-STATUS   TO RSTSO.
004740     MOVE RP-TEXT     TO RTXTO.
004750 4200-EXIT.
004760     EXIT.
004770*
004780*---------------------------------------------------------------*
004790* 5000-SAVE-REPLY - PF5.  TAKE THE REPLY TEXT AS IT NOW STANDS  *
004800*     ON THE SCREEN (THE MAP INPUT FIELDS SHARE STORAGE WITH    *
004810*     THE DISPLAYED TEXT, SO AN UNTOUCHED FIELD COMES BACK AS   *
004820*     DISPLAYED) AND WRITE IT AS A NEW REPLY, OR OVER THE REPLY *
004830*     WHOSE NUMBER IS KEYED.                                    *
004840*---------------------------------------------------------------*
004850 5000-SAVE-REPLY.
004860     IF ENTRY-NOT-FETCHED
004870         MOVE 'FETCH AN ENTRY FIRST' TO MSGLNO
004880         EXEC CICS SEND MAP('GB19MAP') MAPSET('DGB19MAP')
004890              DATAONLY CURSOR
004900         END-EXEC
004910         GO TO 5000-EXIT
004920     END-IF.
004930     IF RTXTI = SPACES OR RTXTI = LOW-VALUES
004940         MOVE 'PLEASE ENTER THE REPLY TEXT' TO MSGLNO
004950         EXEC CICS SEND MAP('GB19MAP') MAPSET('DGB19MAP')
004960              DATAONLY CURSOR
004970         END-EXEC
004980         GO TO 5000-EXIT
004990     END-IF.
005000     IF RPLI = SPACES OR RPLI = LOW-VALUES
005010         PERFORM 5100-ADD-REPLY   THRU 5100-EXIT
005020     ELSE
005030         PERFORM 5200-AMEND-REPLY THRU 5200-EXIT
005040     END-IF.
005050 5000-EXIT.
005060     EXIT.
005070*
005080*---------------------------------------------------------------*
005090* 5100-ADD-REPLY - PF5 WITH NO REPLY NUMBER.  ONLY A PENDING OR *
005100*     APPROVED ENTRY TAKES A NEW REPLY.  THE TEXT IS SCREENED,  *
005110*     WRITTEN PENDING AGAINST THE SIGNED-ON USER AND TERMINAL,  *
005120*     AND ITS NEW NUMBER IS SHOWN.                              *
005130*---------------------------------------------------------------*
005140 5100-ADD-REPLY.
005150     IF CURR-STATUS NOT = 'A' AND CURR-STATUS NOT = 'P'
005160         MOVE 'ENTRY IS NOT OPEN FOR REPLIES' TO MSGLNO
005170         PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT
005180         GO TO 5100-EXIT
005190     END-IF.
005200     MOVE RTXTI TO RP-TEXT.
005210     PERFORM 5300-SCREEN-REPLY THRU 5300-EXIT.
005220     IF REPLY-IS-REFUSED
005230         GO TO 5100-EXIT
005240     END-IF.
005250     EXEC SQL
005260          INSERT INTO REPLIES(ENTRY_ID, REPLY_TEXT, WRITTEN_BY,
005270                      WRITTEN_TERM, WRITTEN_AT, APPROVED,
005280                      WATCH_PHRASE)
005290                 VALUES(:ENTRY-ID, TRIM(:RP-TEXT), :AUTH-USER-ID,
005300                        :EIBTRMID, CURRENT TIMESTAMP, 'P',
005310                        TRIM(NULLIF(:REPLY-WATCH-PHRASE, ' ')))
005320     END-EXEC.
005330     EXEC SQL
005340          VALUES (IDENTITY_VAL_LOCAL()) INTO :RP-REPLY-ID
005350     END-EXEC.
005360     MOVE 'P' TO RP-STATUS.
005370     PERFORM 4200-MOVE-REPLY-TO-MAP THRU 4200-EXIT.
005380     MOVE RP-REPLY-ID TO WM-REPLY-ID.
005390     MOVE WRITTEN-MSG TO MSGLNO.
005400     PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT.
005410 5100-EXIT.
005420     EXIT.
005430*
005440*---------------------------------------------------------------*
005450* 5200-AMEND-REPLY - PF5 WITH A REPLY NUMBER.  A WITHDRAWN      *
005460*     REPLY STAYS WITHDRAWN.  ANY OTHER IS RE-SCREENED, SAVED   *
005470*     AGAINST THE SIGNED-ON USER AND TERMINAL, AND GOES BACK TO *
005480*     PENDING FOR A FRESH MODERATION DECISION - AN APPROVED     *
005490*     REPLY LEAVES PUBLIC VIEW UNTIL THE NEW TEXT IS APPROVED.  *
005500*---------------------------------------------------------------*
005510 5200-AMEND-REPLY.
005520     PERFORM 4100-READ-REPLY THRU 4100-EXIT.
005530     IF REPLY-NOT-FOUND
005540         PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT
005550         GO TO 5200-EXIT
005560     END-IF.
005570     IF RP-STATUS = 'W'
005580         MOVE 'REPLY IS WITHDRAWN - WRITE A NEW ONE' TO MSGLNO
005590         PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT
005600         GO TO 5200-EXIT
005610     END-IF.
005620     MOVE RTXTI TO RP-TEXT.
005630     PERFORM 5300-SCREEN-REPLY THRU 5300-EXIT.
005640     IF REPLY-IS-REFUSED
005650         GO TO 5200-EXIT
005660     END-IF.
005670     EXEC SQL
005680          UPDATE REPLIES
005690             SET REPLY_TEXT   = TRIM(:RP-TEXT),
005700                 WATCH_PHRASE =
005710                     TRIM(NULLIF(:REPLY-WATCH-PHRASE, ' ')),
005720                 WRITTEN_BY   = :AUTH-USER-ID,
005730                 WRITTEN_TERM = :EIBTRMID,
005740                 WRITTEN_AT   = CURRENT TIMESTAMP,
005750                 APPROVED     = 'P',
005760                 CLAIMED_BY   = NULL,
005770                 CLAIMED_AT   = NULL,
005780                 DECIDED_BY   = NULL,
005790                 DECIDED_TERM = NULL,
005800                 DECIDED_AT   = NULL
005810           WHERE REPLY_ID = :RP-REPLY-ID
005820             AND APPROVED <> 'W'
005830     END-EXEC.
005840     MOVE 'P' TO RP-STATUS.
005850     PERFORM 4200-MOVE-REPLY-TO-MAP THRU 4200-EXIT.
005860     MOVE 'REPLY AMENDED - HELD FOR MODERATION' TO MSGLNO.
005870     PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT.
005880 5200-EXIT.
005890     EXIT.
005900*
005910*---------------------------------------------------------------*
005920* 5300-SCREEN-REPLY - RUN THE REPLY TEXT IN RP-TEXT THROUGH     *
005930*     THE SAME TIERED BANNED-WORD SCREENING GUESTBK APPLIES.  A *
005940*     SEVERE PHRASE REFUSES THE REPLY HERE; THE FIRST WATCH     *
005950*     PHRASE HIT (BLANK IF NONE) IS LEFT IN REPLY-WATCH-PHRASE  *
005960*     FOR THE CALLER TO STAMP ON THE ROW.                       *
005970*---------------------------------------------------------------*
005980 5300-SCREEN-REPLY.
005990     SET REPLY-NOT-REFUSED TO TRUE.
006000     EXEC SQL
006010          SELECT COUNT(*) INTO :BANNED-WORD-COUNT
006020            FROM BANNED_WORDS
006030           WHERE :RP-TEXT LIKE '%' || PHRASE || '%'
006040             AND SEVERITY = 'S'
006050     END-EXEC.
006060     IF BANNED-WORD-COUNT > ZERO
006070         SET REPLY-IS-REFUSED TO TRUE
006080         MOVE 'REPLY NOT ACCEPTED - PLEASE REVISE' TO MSGLNO
006090         EXEC CICS SEND MAP('GB19MAP') MAPSET('DGB19MAP')
006100              DATAONLY CURSOR
006110         END-EXEC
006120         GO TO 5300-EXIT
006130     END-IF.
006140     EXEC SQL
006150          SELECT COALESCE(MIN(PHRASE), ' ')
006160            INTO :REPLY-WATCH-PHRASE
006170            FROM BANNED_WORDS
006180           WHERE :RP-TEXT LIKE '%' || PHRASE || '%'
006190             AND SEVERITY <> 'S'
006200     END-EXEC.
006210 5300-EXIT.
006220     EXIT.
006230*
006240*---------------------------------------------------------------*
006250* 5500-WITHDRAW-REPLY - PF6.  TAKE THE KEYED REPLY OUT OF       *
006260*     PUBLIC VIEW AND OUT OF THE MODERATION QUEUE.  THE USER    *
006270*     AND TERMINAL THAT WITHDREW IT ARE RECORDED AS ITS         *
006280*     DECISION.                                                 *
006290*---------------------------------------------------------------*
006300 5500-WITHDRAW-REPLY.
006310     IF ENTRY-NOT-FETCHED
006320         MOVE 'FETCH AN ENTRY FIRST' TO MSGLNO
006330         EXEC CICS SEND MAP('GB19MAP') MAPSET('DGB19MAP')
006340              DATAONLY CURSOR
006350         END-EXEC
006360         GO TO 5500-EXIT
006370     END-IF.
006380     IF RPLI = SPACES OR RPLI = LOW-VALUES
006390         MOVE 'PLEASE ENTER A REPLY NUMBER' TO MSGLNO
006400         EXEC CICS SEND MAP('GB19MAP') MAPSET('DGB19MAP')
006410              DATAONLY CURSOR
006420         END-EXEC
006430         GO TO 5500-EXIT
006440     END-IF.
006450     PERFORM 4100-READ-REPLY THRU 4100-EXIT.
006460     IF REPLY-NOT-FOUND
006470         PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT
006480         GO TO 5500-EXIT
006490     END-IF.
006500     IF RP-STATUS = 'W'
006510         MOVE 'REPLY IS ALREADY WITHDRAWN' TO MSGLNO
006520         PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT
006530         GO TO 5500-EXIT
006540     END-IF.
006550     EXEC SQL
006560          UPDATE REPLIES
006570             SET APPROVED     = 'W',
006580                 CLAIMED_BY   = NULL,
006590                 CLAIMED_AT   = NULL,
006600                 DECIDED_BY   = :AUTH-USER-ID,
006610                 DECIDED_TERM = :EIBTRMID,
006620                 DECIDED_AT   = CURRENT TIMESTAMP
006630           WHERE REPLY_ID = :RP-REPLY-ID
006640     END-EXEC.
006650     MOVE 'W' TO RP-STATUS.
006660     PERFORM 4200-MOVE-REPLY-TO-MAP THRU 4200-EXIT.
006670     MOVE 'REPLY WITHDRAWN' TO MSGLNO.
006680     PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT.
006690 5500-EXIT.
006700     EXIT.
006710*
006720*---------------------------------------------------------------*
006730* 6000-REDISPLAY-PAGE - REFRESH THE REPLY LIST FOR THE ENTRY ON *
006740*     THE SCREEN, KEEPING THE MESSAGE JUST SET.                 *
006750*---------------------------------------------------------------*
006760 6000-REDISPLAY-PAGE.
006770     PERFORM 2100-FETCH-PAGE THRU 2100-EXIT.
006780     MOVE PAGE-NO TO PAGEO.
006790     IF ROWS-ON-PAGE = ZERO AND MSGLNO = SPACES
006800         MOVE 'NO REPLIES ON THIS PAGE' TO MSGLNO
006810     END-IF.
006820     PERFORM 2200-MOVE-LINE-TO-MAP THRU 2200-EXIT
006830             VARYING LINE-INDEX FROM 1 BY 1
006840             UNTIL LINE-INDEX GREATER THAN 8.
006850     EXEC CICS SEND MAP('GB19MAP') MAPSET('DGB19MAP')
006860          DATAONLY
006870     END-EXEC.
006880 6000-EXIT.
006890     EXIT.
006900*
006910*---------------------------------------------------------------*
006920* 9000-RETURN-TRANS                                              *
006930*---------------------------------------------------------------*
006940 9000-RETURN-TRANS.
006950     EXEC CICS RETURN
006960     END-EXEC.
006970 9000-EXIT.
006980     EXIT.
