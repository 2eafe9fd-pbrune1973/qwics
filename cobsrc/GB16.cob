000100*****************************************************************
000110* PROGRAM-ID: GB16
000120* AUTHOR:     R. OKONKWO-BATES, EVENTS SYSTEMS GROUP
000130* INSTALLATION: EVENTS DIVISION DATA CENTER
000140* DATE-WRITTEN: 10/10/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*   STAFF-FACING COMPLAINT AND TAKEDOWN CASE SCREEN.  A GUEST,
000190*   SPONSOR OR ANYONE ELSE WHO OBJECTS TO AN ENTRY IS LOGGED
000200*   HERE AS A CASE ON COMPLAINT_CASES - THE ENTRY ID, WHO
000210*   COMPLAINED, WHAT KIND OF COMPLAINANT ('G' GUEST, 'S'
000215*   SPONSOR, 'O' OTHER) AND WHY - AND THE CASE THEN RUNS OPEN,
000220*   ACTIONED OR NO-ACTION, CLOSED.
000230*   THE TOP OF THE SCREEN LISTS THE CASES NOT YET CLOSED,
000240*   OLDEST FIRST, FOUR AT A TIME (PF7 BACK, PF8 FORWARD) WITH
000250*   THEIR AGE IN HOURS.  ENTER WITH A CASE NUMBER SHOWS THAT
000260*   CASE.  PF5 WITH NO CASE NUMBER LOGS A NEW CASE; PF5 WITH A
000270*   CASE NUMBER MOVES IT TO N (NO ACTION, FROM OPEN) OR C
000280*   (CLOSED, FROM ACTIONED OR NO ACTION).  A CASE IS ACTIONED
000290*   ONLY BY THE WITHDRAWAL OR AMENDMENT ITSELF: PF9 PASSES THE
000300*   CASE TO GB09 (ENTRY CORRECTION), WHICH OPENS ON ITS ENTRY
000310*   AND MARKS THE CASE ACTIONED AGAINST THE MOD_DECISIONS ROW IT
000320*   WRITES.  ONLY A SIGNED-ON MODERATOR OR CONTENT-POLICY USER
000330*   MAY RUN IT (SEE GBAUTH).  GBRPT06 REPORTS THE CASES' AGING.
000340*-----------------------------------------------------------------
000350* MODIFICATION HISTORY.
000360*   10/10/26  ROB  ORIGINAL PROGRAM.
000362*   10/15/26  ROB  CASE AGE IS WORKED IN SECONDS BEFORE THE
000364*                  DIVIDE, AS ON GBRPT06 - A NEGATIVE SECONDS
000366*                  PART USED TO ROUND THE AGE UP AN HOUR.
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.    GB16.
000400 AUTHOR.        R. OKONKWO-BATES.
000410 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000420 DATE-WRITTEN.  10/10/2026.
000430 DATE-COMPILED.
000440*
000450 ENVIRONMENT DIVISION.
000460*
000470 DATA DIVISION.
000480 WORKING-STORAGE SECTION.
000490*
000500*---------------------------------------------------------------*
000510*    SWITCHES                                                   *
000520*---------------------------------------------------------------*
000530 01  GB16-SWITCHES.
000540     05  MAINT-DONE-SW       PIC X(01)  VALUE 'N'.
000550         88  MAINT-IS-DONE             VALUE 'Y'.
000560         88  MAINT-NOT-DONE            VALUE 'N'.
000570     05  ID-VALID-SW         PIC X(01)  VALUE 'N'.
000580         88  CONV-ID-VALID             VALUE 'Y'.
000590         88  CONV-ID-NOT-VALID         VALUE 'N'.
000600     05  BLANKS-SEEN-SW      PIC X(01)  VALUE 'N'.
000610         88  BLANKS-STARTED            VALUE 'Y'.
000620         88  BLANKS-NOT-STARTED        VALUE 'N'.
000630     05  CASE-FOUND-SW       PIC X(01)  VALUE 'N'.
000640         88  CASE-IS-FOUND             VALUE 'Y'.
000650         88  CASE-NOT-FOUND            VALUE 'N'.
000660*
000670*---------------------------------------------------------------*
000680*    PAGING CONTROLS, AND A CASE NUMBER OR ENTRY ID KEYED BY    *
000690*    THE OPERATOR                                               *
000700*---------------------------------------------------------------*
000710 01  GB16-CONTROLS.
000720     05  PAGE-NO             PIC 9(04)  VALUE 1.
000730     05  SKIP-COUNT          PIC 9(04).
000740     05  SKIP-INDEX          PIC 9(04).
000750     05  ROW-INDEX           PIC 9(04).
000760     05  ROWS-ON-PAGE        PIC 9(01).
000770     05  CONV-NUMBER         PIC S9(09) COMP.
000780     05  CONV-ID-TEXT        PIC X(09).
000790     05  SCAN-INDEX          PIC S9(04) COMP.
000800     05  ID-DIGIT-X          PIC X(01).
000810     05  ID-DIGIT-9 REDEFINES ID-DIGIT-X
000820                             PIC 9(01).
000830     05  ID-TEXT-9           PIC 9(09).
000840*
000850*---------------------------------------------------------------*
000860*    ONE CASE FROM COMPLAINT_CASES                              *
000870*---------------------------------------------------------------*
000880 01  CASE-ENTRY.
000890     05  CS-CASE-NO          PIC S9(09) COMP.
000900     05  CS-ENTRY-ID         PIC S9(09) COMP.
000910     05  CS-COMPLAINANT      PIC X(40).
000920     05  CS-TYPE             PIC X(01).
000930         88  CS-TYPE-VALID             VALUE 'G' 'S' 'O'.
000940     05  CS-REASON           PIC X(60).
000950     05  CS-STATUS           PIC X(01).
000960     05  CS-RECEIVED-AT      PIC X(26).
000970     05  CS-AGE-HOURS        PIC S9(09) COMP.
000980     05  CS-NEW-STATUS       PIC X(01).
000990*
001000 01  ENTRY-MATCH-COUNT       PIC S9(09) COMP.
001010*
001020*---------------------------------------------------------------*
001030*    ONE FORMATTED CASE LIST LINE                               *
001040*---------------------------------------------------------------*
001050 01  CASE-LINE.
001060     05  CL-CASE-NO          PIC Z(08)9.
001070     05  FILLER              PIC X(02)  VALUE SPACES.
001080     05  CL-ENTRY-ID         PIC Z(08)9.
001090     05  FILLER              PIC X(02)  VALUE SPACES.
001100     05  CL-STATUS           PIC X(01).
001110     05  FILLER              PIC X(02)  VALUE SPACES.
001120     05  CL-RECEIVED-AT      PIC X(16).
001130     05  FILLER              PIC X(02)  VALUE SPACES.
001140     05  CL-AGE-HOURS        PIC Z(04)9.
001150     05  FILLER              PIC X(02)  VALUE SPACES.
001160     05  CL-COMPLAINANT      PIC X(20).
001170*
001180*---------------------------------------------------------------*
001190*    CONFIRMATION FOR A NEWLY LOGGED CASE                       *
001200*---------------------------------------------------------------*
001210 01  LOGGED-MSG.
001220     05  FILLER              PIC X(05)  VALUE 'CASE '.
001230     05  LM-CASE-NO          PIC Z(08)9.
001240     05  FILLER              PIC X(07)  VALUE ' LOGGED'.
001250*
001260*---------------------------------------------------------------*
001270*    ONE PAGE (UP TO 4 ROWS) FETCHED FROM COMPLAINT_CASES       *
001280*---------------------------------------------------------------*
001290 01  PAGE-CASES.
001300     05  PAGE-ROW OCCURS 4 TIMES.
001310         10  PC-LINE         PIC X(70).
001320*
001330 COPY GBAUTHRQ.
001340 COPY GBCORRCA.
001350     EXEC SQL
001360          INCLUDE SQLCA
001370     END-EXEC.
001380 COPY DFHAID.
001390 COPY DFHEIBLK.
001400 COPY DGB16MAP.
001410*
001420 PROCEDURE DIVISION.
001430*---------------------------------------------------------------*
001440* 0000-MAINLINE                                                 *
001450*---------------------------------------------------------------*
001460 0000-MAINLINE.
001470     PERFORM 0500-CHECK-SIGNON    THRU 0500-EXIT.
001480     IF AUTH-GRANTED
001490         PERFORM 1000-INITIALIZE      THRU 1000-EXIT
001500         PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
001510                 UNTIL MAINT-IS-DONE
001520     END-IF.
001530     PERFORM 9000-RETURN-TRANS    THRU 9000-EXIT.
001540*
001550*---------------------------------------------------------------*
001560* 0500-CHECK-SIGNON - ONLY A SIGNED-ON MODERATOR OR POLICY USER *
001570*     MAY RUN THIS TRANSACTION (SEE GBAUTH).  ANYONE ELSE GETS  *
001580*     THE REASON ON A BLANK SCREEN AND THE TASK ENDS.           *
001590*---------------------------------------------------------------*
001600 0500-CHECK-SIGNON.
001610     MOVE EIBTRMID TO AUTH-TERM-ID.
001620     MOVE 'MP  '   TO AUTH-ROLES.
001630     CALL 'GBAUTH' USING GBAUTH-REQUEST.
001640     IF AUTH-GRANTED
001650         GO TO 0500-EXIT
001660     END-IF.
001670     MOVE SPACES       TO GB16MAPO.
001680     MOVE AUTH-MESSAGE TO MSGLNO.
001690     EXEC CICS SEND MAP('GB16MAP') MAPSET('DGB16MAP')
001700          ERASE
001710     END-EXEC.
001720 0500-EXIT.
001730     EXIT.
001740*
001750*---------------------------------------------------------------*
001760* 1000-INITIALIZE - PAINT THE FIRST PAGE OF THE CASE LIST.      *
001770*---------------------------------------------------------------*
001780 1000-INITIALIZE.
001790     MOVE 1 TO PAGE-NO.
001800     SET MAINT-NOT-DONE TO TRUE.
001810     MOVE SPACES TO GB16MAPO.
001820     PERFORM 2000-DISPLAY-PAGE THRU 2000-EXIT.
001830 1000-EXIT.
001840     EXIT.
001850*
001860*---------------------------------------------------------------*
001870* 2000-DISPLAY-PAGE - FETCH THE CURRENT PAGE OF CASES AND SEND  *
001880*     IT TO THE TERMINAL.                                       *
001890*---------------------------------------------------------------*
001900 2000-DISPLAY-PAGE.
001910     PERFORM 2100-FETCH-PAGE THRU 2100-EXIT.
001920     MOVE PAGE-NO TO PAGEO.
001930     IF ROWS-ON-PAGE = ZERO
001940         MOVE 'NO CASES ON THIS PAGE' TO MSGLNO
001950     ELSE
001960         MOVE SPACES TO MSGLNO
001970     END-IF.
001980     PERFORM 2200-MOVE-ROW-TO-MAP THRU 2200-EXIT
001990             VARYING ROW-INDEX FROM 1 BY 1
002000             UNTIL ROW-INDEX GREATER THAN 4.
002010     EXEC CICS SEND MAP('GB16MAP') MAPSET('DGB16MAP')
002020          ERASE
002030     END-EXEC.
002040 2000-EXIT.
002050     EXIT.
002060*
002070*---------------------------------------------------------------*
002080* 2100-FETCH-PAGE - OPEN A CURSOR OVER THE CASES NOT YET        *
002090*     CLOSED, OLDEST FIRST, SKIP TO THE START OF THE CURRENT    *
002100*     PAGE, AND FETCH UP TO 4 ROWS INTO PAGE-CASES.  THE AGE    *
002110*     IS WHOLE HOURS FROM RECEIVED_AT TO NOW, OR TO RESOLVED_AT *
002120*     ONCE THE CASE HAS BEEN ACTIONED OR MARKED NO ACTION.      *
002130*---------------------------------------------------------------*
002140 2100-FETCH-PAGE.
002150     MOVE ZERO TO ROWS-ON-PAGE.
002160     COMPUTE SKIP-COUNT = (PAGE-NO - 1) * 4.
002170     EXEC SQL
002180          DECLARE GB16CSR CURSOR FOR
002190          SELECT CASE_NO, ENTRY_ID, STATUS, CHAR(RECEIVED_AT),
002200                 ((DAYS(COALESCE(RESOLVED_AT, CURRENT TIMESTAMP))
002210                   - DAYS(RECEIVED_AT)) * 86400
002220                  + MIDNIGHT_SECONDS(COALESCE(RESOLVED_AT,
002230                                        CURRENT TIMESTAMP))
002240                  - MIDNIGHT_SECONDS(RECEIVED_AT))
002250                   / 3600,
002260                 COMPLAINANT
002270            FROM COMPLAINT_CASES
002280           WHERE STATUS <> 'C'
002290           ORDER BY RECEIVED_AT, CASE_NO
002300     END-EXEC.
002310     EXEC SQL
002320          OPEN GB16CSR
002330     END-EXEC.
002340     PERFORM 2110-SKIP-ROW THRU 2110-EXIT
002350             VARYING SKIP-INDEX FROM 1 BY 1
002360             UNTIL SKIP-INDEX GREATER THAN SKIP-COUNT
002370                OR SQLCODE NOT EQUAL ZERO.
002380     PERFORM 2120-FETCH-ROW THRU 2120-EXIT
002390             VARYING ROW-INDEX FROM 1 BY 1
002400             UNTIL ROW-INDEX GREATER THAN 4
002410                OR SQLCODE NOT EQUAL ZERO.
002420     EXEC SQL
002430          CLOSE GB16CSR
002440     END-EXEC.
002450 2100-EXIT.
002460     EXIT.
002470*
002480*---------------------------------------------------------------*
002490* 2110-SKIP-ROW - DISCARD ONE ROW WHILE POSITIONING TO THE PAGE.*
002500*---------------------------------------------------------------*
002510 2110-SKIP-ROW.
002520     EXEC SQL
002530          FETCH GB16CSR
002540           INTO :CS-CASE-NO, :CS-ENTRY-ID, :CS-STATUS,
002550                :CS-RECEIVED-AT, :CS-AGE-HOURS, :CS-COMPLAINANT
002560     END-EXEC.
002570 2110-EXIT.
002580     EXIT.
002590*
002600*---------------------------------------------------------------*
002610* 2120-FETCH-ROW - FETCH ONE ROW OF THE CURRENT PAGE AND FORMAT *
002620*     IT AS A LIST LINE.                                        *
002630*---------------------------------------------------------------*
002640 2120-FETCH-ROW.
002650     EXEC SQL
002660          FETCH GB16CSR
002670           INTO :CS-CASE-NO, :CS-ENTRY-ID, :CS-STATUS,
002680                :CS-RECEIVED-AT, :CS-AGE-HOURS, :CS-COMPLAINANT
002690     END-EXEC.
002700     IF SQLCODE = ZERO
002710         ADD 1 TO ROWS-ON-PAGE
002720         MOVE CS-CASE-NO     TO CL-CASE-NO
002730         MOVE CS-ENTRY-ID    TO CL-ENTRY-ID
002740         MOVE CS-STATUS      TO CL-STATUS
002750         MOVE CS-RECEIVED-AT TO CL-RECEIVED-AT
002760         MOVE CS-AGE-HOURS   TO CL-AGE-HOURS
002770         MOVE CS-COMPLAINANT TO CL-COMPLAINANT
002780         MOVE CASE-LINE      TO PC-LINE(ROW-INDEX)
002790     END-IF.
002800 2120-EXIT.
002810     EXIT.
002820*
002830*---------------------------------------------------------------*
002840* 2200-MOVE-ROW-TO-MAP - COPY ONE FORMATTED LINE TO THE MAP,    *
002850*     LEAVING TRAILING SCREEN LINES BLANK WHEN THE PAGE IS      *
002860*     SHORT OF 4 ROWS.                                          *
002870*---------------------------------------------------------------*
002880 2200-MOVE-ROW-TO-MAP.
002890     IF ROW-INDEX LESS THAN OR EQUAL TO ROWS-ON-PAGE
002900         MOVE PC-LINE(ROW-INDEX) TO CLINEO(ROW-INDEX)
002910     ELSE
002920         MOVE SPACES TO CLINEO(ROW-INDEX)
002930     END-IF.
002940 2200-EXIT.
002950     EXIT.
002960*
002970*---------------------------------------------------------------*
002980* 2300-CONVERT-ID - CONVERT A KEYED CASE NUMBER OR ENTRY ID IN  *
002990*     CONV-ID-TEXT (DIGITS, LEFT JUSTIFIED, TRAILING BLANKS) TO *
003000*     BINARY IN CONV-NUMBER.  ANYTHING OTHER THAN DIGITS        *
003010*     FOLLOWED BY BLANKS, OR AN ALL-ZERO NUMBER, IS REJECTED.   *
003020*---------------------------------------------------------------*
003030 2300-CONVERT-ID.
003040     MOVE ZERO TO CONV-NUMBER.
003050     SET CONV-ID-VALID TO TRUE.
003060     SET BLANKS-NOT-STARTED TO TRUE.
003070     PERFORM 2310-CONVERT-DIGIT THRU 2310-EXIT
003080             VARYING SCAN-INDEX FROM 1 BY 1
003090             UNTIL SCAN-INDEX GREATER THAN 9
003100                OR CONV-ID-NOT-VALID.
003110     IF CONV-NUMBER = ZERO
003120         SET CONV-ID-NOT-VALID TO TRUE
003130     END-IF.
003140 2300-EXIT.
003150     EXIT.
003160*
003170*---------------------------------------------------------------*
003180* 2310-CONVERT-DIGIT - FOLD ONE KEYED CHARACTER INTO THE BINARY *
003190*     NUMBER.                                                   *
003200*---------------------------------------------------------------*
003210 2310-CONVERT-DIGIT.
003220     MOVE CONV-ID-TEXT(SCAN-INDEX:1) TO ID-DIGIT-X.
003230     IF ID-DIGIT-X = SPACE
003240         SET BLANKS-STARTED TO TRUE
003250     ELSE
003260         IF BLANKS-STARTED OR ID-DIGIT-X IS NOT NUMERIC
003270             SET CONV-ID-NOT-VALID TO TRUE
003280         ELSE
003290             COMPUTE CONV-NUMBER = CONV-NUMBER * 10
003300                                 + ID-DIGIT-9
003310         END-IF
003320     END-IF.
003330 2310-EXIT.
003340     EXIT.
003350*
003360*---------------------------------------------------------------*
003370* 3000-PROCESS-REQUEST - WAIT FOR THE OPERATOR'S KEY.  ENTER    *
003380*     SHOWS A CASE; PF5 LOGS A CASE OR CHANGES ITS STATUS; PF9  *
003390*     PASSES IT TO GB09.  THE SIGN-ON IS CHECKED AGAIN ON EVERY *
003400*     KEY.                                                      *
003410*---------------------------------------------------------------*
003420 3000-PROCESS-REQUEST.
003430     EXEC CICS RECEIVE MAP('GB16MAP') MAPSET('DGB16MAP')
003440     END-EXEC.
003450     PERFORM 0500-CHECK-SIGNON THRU 0500-EXIT.
003460     IF NOT AUTH-GRANTED
003470         SET MAINT-IS-DONE TO TRUE
003480         GO TO 3000-EXIT
003490     END-IF.
003500     EVALUATE TRUE
003510         WHEN EIBAID = DFHPF8
003520             ADD 1 TO PAGE-NO
003530             PERFORM 2000-DISPLAY-PAGE THRU 2000-EXIT
003540         WHEN EIBAID = DFHPF7
003550             IF PAGE-NO GREATER THAN 1
003560                 SUBTRACT 1 FROM PAGE-NO
003570             END-IF
003580             PERFORM 2000-DISPLAY-PAGE THRU 2000-EXIT
003590         WHEN EIBAID = DFHENTER
003600             PERFORM 4000-SHOW-CASE THRU 4000-EXIT
003610         WHEN EIBAID = DFHPF5
003620             IF CASEL = ZERO OR CASEI = SPACES
003630                 PERFORM 5000-LOG-CASE THRU 5000-EXIT
003640             ELSE
003650                 PERFORM 5500-CHANGE-STATUS THRU 5500-EXIT
003660             END-IF
003670         WHEN EIBAID = DFHPF9
003680             PERFORM 7000-PASS-TO-GB09 THRU 7000-EXIT
003690         WHEN EIBAID = DFHPF3
003700         WHEN EIBAID = DFHCLEAR
003710             SET MAINT-IS-DONE TO TRUE
003720         WHEN OTHER
003730             MOVE 'ENTER=GET PF5=SAVE PF9=GB09 PF7/8 PF3'
003740                  TO MSGLNO
003750             EXEC CICS SEND MAP('GB16MAP') MAPSET('DGB16MAP')
003760                  DATAONLY
003770             END-EXEC
003780     END-EVALUATE.
003790 3000-EXIT.
003800     EXIT.
003810*
003820*---------------------------------------------------------------*
003830* 4000-SHOW-CASE - ENTER.  READ THE KEYED CASE AND PUT IT IN    *
003840*     THE FIELDS BELOW THE LIST.                                *
003850*---------------------------------------------------------------*
003860 4000-SHOW-CASE.
003870     PERFORM 4100-READ-CASE THRU 4100-EXIT.
003880     IF CASE-NOT-FOUND
003890         GO TO 4000-EXIT
003900     END-IF.
003910     MOVE 'CASE SHOWN - PF5 STATUS, PF9 TO GB09' TO MSGLNO.
003920     PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT.
003930 4000-EXIT.
003940     EXIT.
003950*
003960*---------------------------------------------------------------*
003970* 4100-READ-CASE - VALIDATE THE KEYED CASE NUMBER AND READ THE  *
003980*     CASE INTO CASE-ENTRY AND THE MAP FIELDS.  A MISSING, BAD  *
003990*     OR UNKNOWN NUMBER IS REPORTED HERE AND LEAVES             *
004000*     CASE-NOT-FOUND SET FOR THE CALLER.                        *
004010*---------------------------------------------------------------*
004020 4100-READ-CASE.
004030     SET CASE-NOT-FOUND TO TRUE.
004040     IF CASEL = ZERO OR CASEI = SPACES
004050         MOVE 'PLEASE ENTER A CASE NUMBER' TO MSGLNO
004060         EXEC CICS SEND MAP('GB16MAP') MAPSET('DGB16MAP')
004070              DATAONLY CURSOR
004080         END-EXEC
004090         GO TO 4100-EXIT
004100     END-IF.
004110     MOVE CASEI TO CONV-ID-TEXT.
004120     PERFORM 2300-CONVERT-ID THRU 2300-EXIT.
004130     IF CONV-ID-NOT-VALID
004140         MOVE 'CASE NUMBER MUST BE NUMERIC' TO MSGLNO
004150         EXEC CICS SEND MAP('GB16MAP') MAPSET('DGB16MAP')
004160              DATAONLY CURSOR
004170         END-EXEC
004180         GO TO 4100-EXIT
004190     END-IF.
004200     EXEC SQL
004210          SELECT CASE_NO, ENTRY_ID, COMPLAINANT,
004220                 COMPLAINANT_TYPE, REASON, STATUS,
004230                 CHAR(RECEIVED_AT)
004240            INTO :CS-CASE-NO, :CS-ENTRY-ID, :CS-COMPLAINANT,
004250                 :CS-TYPE, :CS-REASON, :CS-STATUS,
004260                 :CS-RECEIVED-AT
004270            FROM COMPLAINT_CASES
004280           WHERE CASE_NO = :CONV-NUMBER
004290     END-EXEC.
004300     IF SQLCODE = 100
004310         MOVE 'CASE NOT FOUND' TO MSGLNO
004320         EXEC CICS SEND MAP('GB16MAP') MAPSET('DGB16MAP')
004330              DATAONLY CURSOR
004340         END-EXEC
004350         GO TO 4100-EXIT
004360     END-IF.
004370     SET CASE-IS-FOUND TO TRUE.
004380     PERFORM 4200-MOVE-CASE-TO-MAP THRU 4200-EXIT.
004390 4100-EXIT.
004400     EXIT.
004410*
004420*---------------------------------------------------------------*
004430* 4200-MOVE-CASE-TO-MAP - SHOW THE CASE IN CASE-ENTRY IN THE    *
004440*     FIELDS BELOW THE LIST.                                    *
004450*---------------------------------------------------------------*
004460 4200-MOVE-CASE-TO-MAP.
004470     MOVE CS-CASE-NO     TO ID-TEXT-9.
004480     MOVE ID-TEXT-9      TO CASEO.
004490     MOVE CS-ENTRY-ID    TO ID-TEXT-9.
004500     MOVE ID-TEXT-9      TO ENTO.
004510     MOVE CS-COMPLAINANT TO WHOO.
004520     MOVE CS-TYPE        TO TYPO.
004530     MOVE CS-REASON      TO RSNO.
004540     MOVE CS-STATUS      TO STSO.
004550     MOVE CS-RECEIVED-AT TO RCVDO.
004560 4200-EXIT.
004570     EXIT.
004580*
004590*---------------------------------------------------------------*
004600* 5000-LOG-CASE - PF5 WITH NO CASE NUMBER.  THE ENTRY MUST      *
004610*     EXIST, THE COMPLAINANT AND REASON ARE REQUIRED, AND A     *
004620*     BLANK COMPLAINANT TYPE DEFAULTS TO 'G' (GUEST).  THE CASE *
004630*     IS LOGGED OPEN, RECEIVED NOW, AGAINST THE SIGNED-ON USER  *
004640*     AND TERMINAL, AND ITS NEW NUMBER IS SHOWN.                *
004650*---------------------------------------------------------------*
004660 5000-LOG-CASE.
004670     IF ENTL = ZERO OR ENTI = SPACES
004680         MOVE 'PLEASE ENTER THE ENTRY ID COMPLAINED OF'
004690              TO MSGLNO
004700         EXEC CICS SEND MAP('GB16MAP') MAPSET('DGB16MAP')
004710              DATAONLY CURSOR
004720         END-EXEC
004730         GO TO 5000-EXIT
004740     END-IF.
004750     MOVE ENTI TO CONV-ID-TEXT.
004760     PERFORM 2300-CONVERT-ID THRU 2300-EXIT.
004770     IF CONV-ID-NOT-VALID
004780         MOVE 'ENTRY ID MUST BE NUMERIC' TO MSGLNO
004790         EXEC CICS SEND MAP('GB16MAP') MAPSET('DGB16MAP')
004800              DATAONLY CURSOR
004810         END-EXEC
004820         GO TO 5000-EXIT
004830     END-IF.
004840     MOVE CONV-NUMBER TO CS-ENTRY-ID.
004850     EXEC SQL
004860          SELECT COUNT(*) INTO :ENTRY-MATCH-COUNT
004870            FROM ENTRIES
004880           WHERE ID = :CS-ENTRY-ID
004890     END-EXEC.
004900     IF ENTRY-MATCH-COUNT = ZERO
004910         MOVE 'ENTRY NOT FOUND' TO MSGLNO
004920         EXEC CICS SEND MAP('GB16MAP') MAPSET('DGB16MAP')
004930              DATAONLY CURSOR
004940         END-EXEC
004950         GO TO 5000-EXIT
004960     END-IF.
004970     IF WHOL = ZERO OR WHOI = SPACES
004980        OR RSNL = ZERO OR RSNI = SPACES
004990         MOVE 'PLEASE ENTER COMPLAINANT AND REASON' TO MSGLNO
005000         EXEC CICS SEND MAP('GB16MAP') MAPSET('DGB16MAP')
005010              DATAONLY CURSOR
005020         END-EXEC
005030         GO TO 5000-EXIT
005040     END-IF.
005050     MOVE WHOI TO CS-COMPLAINANT.
005060     MOVE RSNI TO CS-REASON.
005070     IF TYPL = ZERO OR TYPI = SPACE
005080         MOVE 'G' TO CS-TYPE
005090     ELSE
005100         MOVE TYPI TO CS-TYPE
005110     END-IF.
005120     IF NOT CS-TYPE-VALID
005130         MOVE 'COMPLAINANT TYPE MUST BE G, S OR O' TO MSGLNO
005140         EXEC CICS SEND MAP('GB16MAP') MAPSET('DGB16MAP')
005150              DATAONLY CURSOR
005160         END-EXEC
005170         GO TO 5000-EXIT
005180     END-IF.
005190     EXEC SQL
005200          INSERT INTO COMPLAINT_CASES(ENTRY_ID, COMPLAINANT,
005210                      COMPLAINANT_TYPE, REASON, RECEIVED_AT,
005220                      STATUS, LOGGED_BY, LOGGED_TERM)
005230                 VALUES(:CS-ENTRY-ID, TRIM(:CS-COMPLAINANT),
005240                        :CS-TYPE, TRIM(:CS-REASON),
005250                        CURRENT TIMESTAMP, 'O',
005260                        :AUTH-USER-ID, :EIBTRMID)
005270     END-EXEC.
005280     EXEC SQL
005290          VALUES (IDENTITY_VAL_LOCAL()) INTO :CS-CASE-NO
005300     END-EXEC.
005310     EXEC SQL
005320          SELECT CHAR(RECEIVED_AT), STATUS
005330            INTO :CS-RECEIVED-AT, :CS-STATUS
005340            FROM COMPLAINT_CASES
005350           WHERE CASE_NO = :CS-CASE-NO
005360     END-EXEC.
005370     PERFORM 4200-MOVE-CASE-TO-MAP THRU 4200-EXIT.
005380     MOVE CS-CASE-NO TO LM-CASE-NO.
005390     MOVE LOGGED-MSG TO MSGLNO.
005400     PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT.
005410 5000-EXIT.
005420     EXIT.
005430*
005440*---------------------------------------------------------------*
005450* 5500-CHANGE-STATUS - PF5 WITH A CASE NUMBER.  AN OPEN CASE    *
005460*     MAY BE MARKED N (NO ACTION NEEDED), WHICH RESOLVES IT; A  *
005470*     RESOLVED CASE (A OR N) MAY BE CLOSED (C).  'A' IS NEVER   *
005480*     KEYED HERE - A CASE IS ACTIONED BY THE GB09 WITHDRAWAL OR *
005490*     AMENDMENT, SO THE CASE ALWAYS POINTS AT A REAL DECISION.  *
005500*---------------------------------------------------------------*
005510 5500-CHANGE-STATUS.
005520     IF STSL = ZERO
005530         MOVE SPACE TO CS-NEW-STATUS
005540     ELSE
005550         MOVE STSI  TO CS-NEW-STATUS
005560     END-IF.
005570     PERFORM 4100-READ-CASE THRU 4100-EXIT.
005580     IF CASE-NOT-FOUND
005590         GO TO 5500-EXIT
005600     END-IF.
005610     IF CS-NEW-STATUS = 'A'
005620         MOVE 'ACTIONED IS SET BY GB09 - USE PF9' TO MSGLNO
005630         PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT
005640         GO TO 5500-EXIT
005650     END-IF.
005660     IF CS-NEW-STATUS NOT = 'N' AND CS-NEW-STATUS NOT = 'C'
005670         MOVE 'NEW STATUS MUST BE N (NO ACTION) OR C' TO MSGLNO
005680         PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT
005690         GO TO 5500-EXIT
005700     END-IF.
005710     IF CS-NEW-STATUS = 'N' AND CS-STATUS NOT = 'O'
005720         MOVE 'ONLY AN OPEN CASE CAN BE SET TO N' TO MSGLNO
005730         PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT
005740         GO TO 5500-EXIT
005750     END-IF.
005760     IF CS-NEW-STATUS = 'C'
005770        AND CS-STATUS NOT = 'A' AND CS-STATUS NOT = 'N'
005780         MOVE 'ONLY AN A OR N CASE CAN BE CLOSED' TO MSGLNO
005790         PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT
005800         GO TO 5500-EXIT
005810     END-IF.
005820     IF CS-NEW-STATUS = 'N'
005830         EXEC SQL
005840              UPDATE COMPLAINT_CASES
005850                 SET STATUS      = 'N',
005860                     RESOLVED_AT = CURRENT TIMESTAMP,
005870                     RESOLVED_BY = :AUTH-USER-ID
005880               WHERE CASE_NO = :CS-CASE-NO
005890                 AND STATUS  = 'O'
005900         END-EXEC
005910         MOVE 'CASE RESOLVED - NO ACTION TAKEN' TO MSGLNO
005920     ELSE
005930         EXEC SQL
005940              UPDATE COMPLAINT_CASES
005950                 SET STATUS    = 'C',
005960                     CLOSED_AT = CURRENT TIMESTAMP
005970               WHERE CASE_NO = :CS-CASE-NO
005980         END-EXEC
005990         MOVE 'CASE CLOSED' TO MSGLNO
006000     END-IF.
006010     MOVE CS-NEW-STATUS TO CS-STATUS STSO.
006020     PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT.
006030 5500-EXIT.
006040     EXIT.
006050*
006060*---------------------------------------------------------------*
006070* 6000-REDISPLAY-PAGE - REFRESH THE LIST AFTER A CHANGE,        *
006080*     KEEPING THE MESSAGE JUST SET.                             *
006090*---------------------------------------------------------------*
006100 6000-REDISPLAY-PAGE.
006110     PERFORM 2100-FETCH-PAGE THRU 2100-EXIT.
006120     MOVE PAGE-NO TO PAGEO.
006130     PERFORM 2200-MOVE-ROW-TO-MAP THRU 2200-EXIT
006140             VARYING ROW-INDEX FROM 1 BY 1
006150             UNTIL ROW-INDEX GREATER THAN 4.
006160     EXEC CICS SEND MAP('GB16MAP') MAPSET('DGB16MAP')
006170          DATAONLY
006180     END-EXEC.
006190 6000-EXIT.
006200     EXIT.
006210*
006220*---------------------------------------------------------------*
006230* 7000-PASS-TO-GB09 - PF9.  HAND AN OPEN CASE TO GB09 WITH ITS  *
006240*     ENTRY ID AND CASE NUMBER (GBCORRCA).  GB09 OPENS ON THE   *
006250*     ENTRY, AND ITS WITHDRAWAL OR AMENDMENT ACTIONS THE CASE.  *
006260*     CONTROL DOES NOT COME BACK HERE.                          *
006270*---------------------------------------------------------------*
006280 7000-PASS-TO-GB09.
006290     PERFORM 4100-READ-CASE THRU 4100-EXIT.
006300     IF CASE-NOT-FOUND
006310         GO TO 7000-EXIT
006320     END-IF.
006330     IF CS-STATUS NOT = 'O'
006340         MOVE 'ONLY AN OPEN CASE GOES TO GB09' TO MSGLNO
006350         PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT
006360         GO TO 7000-EXIT
006370     END-IF.
006380     MOVE CS-ENTRY-ID TO CA-ENTRY-ID.
006390     MOVE CS-CASE-NO  TO CA-CASE-NO.
006400     EXEC CICS XCTL PROGRAM('GB09')
006410          COMMAREA(GB09-COMMAREA)
006420          LENGTH(LENGTH OF GB09-COMMAREA)
006430     END-EXEC.
006440 7000-EXIT.
006450     EXIT.
006460*
006470*---------------------------------------------------------------*
006480* 9000-RETURN-TRANS                                              *
006490*---------------------------------------------------------------*
006500 9000-RETURN-TRANS.
006510     EXEC CICS RETURN
006520     END-EXEC.
006530 9000-EXIT.
006540     EXIT.
