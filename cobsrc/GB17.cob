000100*****************************************************************
000110* PROGRAM-ID: GB17
000120* AUTHOR:     R. OKONKWO-BATES, EVENTS SYSTEMS GROUP
000130* INSTALLATION: EVENTS DIVISION DATA CENTER
000140* DATE-WRITTEN: 10/11/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*   LIVE FLOOR OPERATIONS DASHBOARD.  GBRPT02 ONLY TELLS THE
000190*   FLOOR MANAGER THE NEXT MORNING THAT A KIOSK WAS DEAD OR ON
000200*   THE WRONG EVENT; THIS SHOWS IT WHILE THE EVENT IS RUNNING.
000210*   ONE LINE PER IN-SERVICE KIOSK IN KIOSKS, TWELVE TO A PAGE
000220*   (PF7 BACK, PF8 FORWARD): THE KIOSK'S EVENT AND LOCATION,
000230*   ENTRIES TAKEN TODAY, THE TIME OF ITS LAST SUBMISSION AND
000240*   THE MINUTES SINCE, AND TODAY'S REJECT_LOG TURN-AWAYS BY
000250*   REASON ('E' CLOSED EVENT, 'B' BANNED, 'U' DUPLICATE).  THE
000260*   HEADER SHOWS THE GBRQ RECOVERY-QUEUE DEPTH AND THE PENDING
000270*   MODERATION BACKLOG PER OPEN EVENT.  A KIOSK IS SHOWN BRIGHT
000280*   AND FLAGGED WHEN IT HAS TAKEN NOTHING FOR THE IDLE
000290*   THRESHOLD (IDLE-MINUTES BY DEFAULT; THE OPERATOR MAY KEY
000300*   ANOTHER IN IDLM), WHEN IT HAS NO EVENT, OR WHEN ITS EVENT
000310*   IS CLOSED.  ENTER REFRESHES THE SNAPSHOT.  ONLY A SIGNED-ON
000320*   FLOOR MANAGER OR OPERATIONS USER MAY RUN IT (SEE GBAUTH).
000330*-----------------------------------------------------------------
000340* MODIFICATION HISTORY.
000350*   10/11/26  ROB  ORIGINAL PROGRAM.
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.    GB17.
000390 AUTHOR.        R. OKONKWO-BATES.
000400 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000410 DATE-WRITTEN.  10/11/2026.
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
000520 01  GB17-SWITCHES.
000530     05  DASH-DONE-SW        PIC X(01)  VALUE 'N'.
000540         88  DASH-IS-DONE              VALUE 'Y'.
000550         88  DASH-NOT-DONE             VALUE 'N'.
000560     05  IDLE-VALID-SW       PIC X(01)  VALUE 'N'.
000570         88  IDLE-ENTRY-VALID          VALUE 'Y'.
000580         88  IDLE-ENTRY-NOT-VALID      VALUE 'N'.
000590     05  BLANKS-SEEN-SW      PIC X(01)  VALUE 'N'.
000600         88  BLANKS-STARTED            VALUE 'Y'.
000610         88  BLANKS-NOT-STARTED        VALUE 'N'.
000620*
000630*---------------------------------------------------------------*
000640*    MINUTES WITHOUT A SUBMISSION BEFORE AN IN-SERVICE KIOSK    *
000650*    IS FLAGGED IDLE, UNLESS THE OPERATOR KEYS ANOTHER FIGURE   *
000660*---------------------------------------------------------------*
000670 77  IDLE-MINUTES            PIC S9(04) COMP VALUE 30.
000680*
000690*---------------------------------------------------------------*
000700*    PAGING CONTROLS AND THE IDLE THRESHOLD IN FORCE            *
000710*---------------------------------------------------------------*
000720 01  GB17-CONTROLS.
000730     05  PAGE-NO             PIC 9(04)  VALUE 1.
000740     05  SKIP-COUNT          PIC 9(04).
000750     05  SKIP-INDEX          PIC 9(04).
000760     05  ROW-INDEX           PIC 9(04).
000770     05  ROWS-ON-PAGE        PIC 9(02).
000780     05  DASH-IDLE-MINS      PIC S9(04) COMP.
000790     05  DASH-IDLE-OUT       PIC 9(03).
000800     05  CONV-IDLE-MINS      PIC S9(04) COMP.
000810     05  CONV-IDLE-TEXT      PIC X(03).
000820     05  SCAN-INDEX          PIC S9(04) COMP.
000830     05  ID-DIGIT-X          PIC X(01).
000840     05  ID-DIGIT-9 REDEFINES ID-DIGIT-X
000850                             PIC 9(01).
000860*
000870*---------------------------------------------------------------*
000880*    HEADER FIGURES: SNAPSHOT TIME, GBRQ DEPTH, AND ONE OPEN    *
000890*    EVENT'S PENDING BACKLOG                                    *
000900*---------------------------------------------------------------*
000910 01  DASH-HEADER.
000920     05  DASH-TIME           PIC X(08).
000930     05  RQ-DEPTH            PIC S9(08) COMP.
000940     05  RQ-DEPTH-OUT        PIC ZZZZ9.
000950     05  BKL-EVENT-CODE      PIC X(08).
000960     05  BKL-PENDING         PIC S9(09) COMP.
000970     05  BKL-INDEX           PIC 9(02).
000980     05  BKL-LINE-NO         PIC 9(02).
000990     05  BKL-SLOT-NO         PIC 9(02).
001000*
001010*---------------------------------------------------------------*
001020*    THE TWO BACKLOG LINES, FOUR OPEN EVENTS TO A LINE          *
001030*---------------------------------------------------------------*
001040 01  BKL-LINES.
001050     05  BKL-LINE OCCURS 2 TIMES.
001060         10  BKL-SLOT OCCURS 4 TIMES.
001070             15  BS-EVENT-CODE   PIC X(08).
001080             15  FILLER          PIC X(01).
001090             15  BS-PENDING      PIC ZZ,ZZ9.
001100             15  FILLER          PIC X(03).
001110         10  FILLER              PIC X(07).
001120*
001130*---------------------------------------------------------------*
001140*    ONE IN-SERVICE KIOSK AND ITS FIGURES FOR TODAY             *
001150*---------------------------------------------------------------*
001160 01  KSK-ENTRY.
001170     05  KSK-TERM-ID         PIC X(04).
001180     05  KSK-EVENT-CODE      PIC X(08).
001190     05  KSK-LOCATION        PIC X(40).
001200     05  KSK-EVENT-STATE     PIC X(01).
001210         88  KSK-EVENT-CLOSED          VALUE 'C'.
001220     05  KSK-ENTRIES-TODAY   PIC S9(09) COMP.
001230     05  KSK-LAST-AT         PIC X(26).
001240     05  KSK-IDLE-MINS       PIC S9(09) COMP.
001250     05  KSK-REJ-E           PIC S9(09) COMP.
001260     05  KSK-REJ-B           PIC S9(09) COMP.
001270     05  KSK-REJ-U           PIC S9(09) COMP.
001280*
001290*---------------------------------------------------------------*
001300*    ONE FORMATTED KIOSK LINE                                   *
001310*---------------------------------------------------------------*
001320 01  KSK-LINE.
001330     05  KL-TERM-ID          PIC X(04).
001340     05  FILLER              PIC X(01)  VALUE SPACES.
001350     05  KL-EVENT-CODE       PIC X(08).
001360     05  FILLER              PIC X(01)  VALUE SPACES.
001370     05  KL-LOCATION         PIC X(12).
001380     05  FILLER              PIC X(01)  VALUE SPACES.
001390     05  KL-ENTRIES-TODAY    PIC ZZZZ9.
001400     05  FILLER              PIC X(01)  VALUE SPACES.
001410     05  KL-LAST-AT          PIC X(11).
001420     05  FILLER              PIC X(01)  VALUE SPACES.
001430     05  KL-IDLE-MINS        PIC ZZZZ9.
001440     05  KL-IDLE-MINS-X REDEFINES KL-IDLE-MINS
001450                             PIC X(05).
001460     05  FILLER              PIC X(01)  VALUE SPACES.
001470     05  KL-REJ-E            PIC ZZZ9.
001480     05  FILLER              PIC X(01)  VALUE SPACES.
001490     05  KL-REJ-B            PIC ZZZ9.
001500     05  FILLER              PIC X(01)  VALUE SPACES.
001510     05  KL-REJ-U            PIC ZZZ9.
001520     05  FILLER              PIC X(01)  VALUE SPACES.
001530     05  KL-FLAG             PIC X(06).
001540     05  FILLER              PIC X(07)  VALUE SPACES.
001550*
001560*---------------------------------------------------------------*
001570*    ONE PAGE (UP TO 12 KIOSKS) AND WHICH LINES GO OUT BRIGHT   *
001580*---------------------------------------------------------------*
001590 01  PAGE-KIOSKS.
001600     05  PAGE-ROW OCCURS 12 TIMES.
001610         10  PK-LINE         PIC X(79).
001620         10  PK-ALERT-SW     PIC X(01).
001630             88  PK-ALERT              VALUE 'Y'.
001640*
001650 COPY GBAUTHRQ.
001660     EXEC SQL
001670          INCLUDE SQLCA
001680     END-EXEC.
001690 COPY DFHAID.
001700 COPY DFHBMSCA.
001710 COPY DFHEIBLK.
001720 COPY DGB17MAP.
001730*
001740 PROCEDURE DIVISION.
001750*---------------------------------------------------------------*
001760* 0000-MAINLINE                                                 *
001770*---------------------------------------------------------------*
001780 0000-MAINLINE.
001790     PERFORM 0500-CHECK-SIGNON    THRU 0500-EXIT.
001800     IF AUTH-GRANTED
001810         PERFORM 1000-INITIALIZE      THRU 1000-EXIT
001820         PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
001830                 UNTIL DASH-IS-DONE
001840     END-IF.
001850     PERFORM 9000-RETURN-TRANS    THRU 9000-EXIT.
001860*
001870*---------------------------------------------------------------*
001880* 0500-CHECK-SIGNON - ONLY A SIGNED-ON FLOOR MANAGER OR         *
001890*     OPERATIONS USER MAY RUN THIS TRANSACTION (SEE GBAUTH).    *
001900*     ANYONE ELSE GETS THE REASON ON A BLANK SCREEN AND THE     *
001910*     TASK ENDS.                                                *
001920*---------------------------------------------------------------*
001930 0500-CHECK-SIGNON.
001940     MOVE EIBTRMID TO AUTH-TERM-ID.
001950     MOVE 'FO  '   TO AUTH-ROLES.
001960     CALL 'GBAUTH' USING GBAUTH-REQUEST.
001970     IF AUTH-GRANTED
001980         GO TO 0500-EXIT
001990     END-IF.
002000     MOVE SPACES       TO GB17MAPO.
002010     MOVE AUTH-MESSAGE TO MSGLNO.
002020     EXEC CICS SEND MAP('GB17MAP') MAPSET('DGB17MAP')
002030          ERASE
002040     END-EXEC.
002050 0500-EXIT.
002060     EXIT.
002070*
002080*---------------------------------------------------------------*
002090* 1000-INITIALIZE - PAINT THE FIRST PAGE OF THE DASHBOARD WITH  *
002100*     THE DEFAULT IDLE THRESHOLD.                               *
002110*---------------------------------------------------------------*
002120 1000-INITIALIZE.
002130     MOVE 1 TO PAGE-NO.
002140     MOVE IDLE-MINUTES TO DASH-IDLE-MINS.
002150     SET DASH-NOT-DONE TO TRUE.
002160     MOVE SPACES TO GB17MAPO.
002170     MOVE SPACES TO MSGLNO.
002180     PERFORM 2000-DISPLAY-DASHBOARD THRU 2000-EXIT.
002190 1000-EXIT.
002200     EXIT.
002210*
002220*---------------------------------------------------------------*
002230* 2000-DISPLAY-DASHBOARD - TAKE A FRESH SNAPSHOT OF THE HEADER  *
002240*     FIGURES AND THE CURRENT PAGE OF KIOSKS AND SEND IT,       *
002250*     KEEPING ANY MESSAGE ALREADY SET.                          *
002260*---------------------------------------------------------------*
002270 2000-DISPLAY-DASHBOARD.
002280     PERFORM 2100-FETCH-HEADER THRU 2100-EXIT.
002290     PERFORM 2200-FETCH-PAGE   THRU 2200-EXIT.
002300     MOVE PAGE-NO        TO PAGEO.
002310     MOVE DASH-IDLE-MINS TO DASH-IDLE-OUT.
002320     MOVE DASH-IDLE-OUT  TO IDLMO.
002330     IF ROWS-ON-PAGE = ZERO AND MSGLNO = SPACES
002340         MOVE 'NO IN-SERVICE KIOSKS ON THIS PAGE' TO MSGLNO
002350     END-IF.
002360     PERFORM 2300-MOVE-ROW-TO-MAP THRU 2300-EXIT
002370             VARYING ROW-INDEX FROM 1 BY 1
002380             UNTIL ROW-INDEX GREATER THAN 12.
002390     EXEC CICS SEND MAP('GB17MAP') MAPSET('DGB17MAP')
002400          ERASE
002410     END-EXEC.
002420 2000-EXIT.
002430     EXIT.
002440*
002450*---------------------------------------------------------------*
002460* 2100-FETCH-HEADER - THE SNAPSHOT TIME, THE NUMBER OF ENTRIES  *
002470*     WAITING ON THE GBRQ RECOVERY QUEUE, AND THE PENDING       *
002480*     BACKLOG OF EACH OPEN EVENT (STATUS 'O' AND END_DATE NOT   *
002490*     PASSED - THE SAME TEST GUESTBK APPLIES), EIGHT EVENTS AT  *
002500*     MOST, IN EVENT-CODE ORDER.                                *
002510*---------------------------------------------------------------*
002520 2100-FETCH-HEADER.
002530     EXEC SQL
002540          VALUES (CHAR(CURRENT TIME)) INTO :DASH-TIME
002550     END-EXEC.
002560     MOVE DASH-TIME TO TIMEO.
002570     EXEC CICS INQUIRE TDQUEUE('GBRQ')
002580          NUMITEMS(RQ-DEPTH)
002590     END-EXEC.
002600     MOVE RQ-DEPTH     TO RQ-DEPTH-OUT.
002610     MOVE RQ-DEPTH-OUT TO RQDO.
002620     MOVE SPACES TO BKL-LINES.
002630     EXEC SQL
002640          DECLARE BKLCSR CURSOR FOR
002650          SELECT V.EVENT_CODE,
002660                 (SELECT COUNT(*)
002670                    FROM ENTRIES E
002680                   WHERE E.EVENT_CODE = V.EVENT_CODE
002690                     AND E.APPROVED   = 'P')
002700            FROM EVENTS V
002710           WHERE V.STATUS = 'O'
002720             AND (V.END_DATE IS NULL
002730              OR  V.END_DATE >= CURRENT DATE)
002740           ORDER BY V.EVENT_CODE
002750     END-EXEC.
002760     EXEC SQL
002770          OPEN BKLCSR
002780     END-EXEC.
002790     PERFORM 2110-FETCH-BACKLOG THRU 2110-EXIT
002800             VARYING BKL-INDEX FROM 1 BY 1
002810             UNTIL BKL-INDEX GREATER THAN 8
002820                OR SQLCODE NOT EQUAL ZERO.
002830     IF SQLCODE = ZERO
002840         EXEC SQL
002850              FETCH BKLCSR
002860               INTO :BKL-EVENT-CODE, :BKL-PENDING
002870         END-EXEC
002880         IF SQLCODE = ZERO AND MSGLNO = SPACES
002890             MOVE 'MORE OPEN EVENTS THAN THE HEADER SHOWS'
002900                  TO MSGLNO
002910         END-IF
002920     END-IF.
002930     EXEC SQL
002940          CLOSE BKLCSR
002950     END-EXEC.
002960     MOVE BKL-LINE(1) TO BKLGO(1).
002970     MOVE BKL-LINE(2) TO BKLGO(2).
002980 2100-EXIT.
002990     EXIT.
003000*
003010*---------------------------------------------------------------*
003020* 2110-FETCH-BACKLOG - FETCH ONE OPEN EVENT'S BACKLOG INTO THE  *
003030*     NEXT SLOT OF THE TWO HEADER LINES.                        *
003040*---------------------------------------------------------------*
003050 2110-FETCH-BACKLOG.
003060     EXEC SQL
003070          FETCH BKLCSR
003080           INTO :BKL-EVENT-CODE, :BKL-PENDING
003090     END-EXEC.
003100     IF SQLCODE = ZERO
003110         COMPUTE BKL-LINE-NO = (BKL-INDEX - 1) / 4 + 1
003120         COMPUTE BKL-SLOT-NO = BKL-INDEX - (BKL-LINE-NO - 1) * 4
003130         MOVE BKL-EVENT-CODE
003140              TO BS-EVENT-CODE(BKL-LINE-NO, BKL-SLOT-NO)
003150         MOVE BKL-PENDING
003160              TO BS-PENDING(BKL-LINE-NO, BKL-SLOT-NO)
003170     END-IF.
003180 2110-EXIT.
003190     EXIT.
003200*
003210*---------------------------------------------------------------*
003220* 2200-FETCH-PAGE - OPEN A CURSOR OVER THE IN-SERVICE KIOSKS IN *
003230*     TERMINAL-ID ORDER WITH TODAY'S FIGURES FOR EACH, SKIP TO  *
003240*     THE START OF THE CURRENT PAGE, AND FETCH UP TO 12 ROWS.   *
003250*     TODAY RUNS FROM MIDNIGHT.  THE LAST SUBMISSION AND THE    *
003260*     MINUTES SINCE IT ARE TAKEN OVER ALL THE KIOSK'S ENTRIES,  *
003270*     SO A KIOSK THAT HAS TAKEN NOTHING TODAY STILL SHOWS WHEN  *
003280*     IT LAST WORKED (-1 MINUTES WHEN IT NEVER HAS).  THE 'B'   *
003290*     COUNT IS TURNED-AWAY SUBMISSIONS, NOT THE 'H' DETAIL ROWS.*
003300*---------------------------------------------------------------*
003310 2200-FETCH-PAGE.
003320     MOVE ZERO TO ROWS-ON-PAGE.
003330     COMPUTE SKIP-COUNT = (PAGE-NO - 1) * 12.
003340     EXEC SQL
003350          DECLARE GB17CSR CURSOR FOR
003360          SELECT K.TERM_ID, COALESCE(K.EVENT_CODE, ' '),
003370                 K.LOCATION,
003380                 COALESCE((SELECT CASE WHEN V.STATUS = 'C'
003390                                    OR (V.END_DATE IS NOT NULL
003400                                   AND V.END_DATE < CURRENT DATE)
003410                                  THEN 'C' ELSE 'O' END
003420                             FROM EVENTS V
003430                            WHERE V.EVENT_CODE = K.EVENT_CODE),
003440                          ' '),
003450                 (SELECT COUNT(*)
003460                    FROM ENTRIES E
003470                   WHERE E.TERM_ID = K.TERM_ID
003480                     AND E.SUBMITTED_AT >=
003490                         TIMESTAMP(CURRENT DATE, '00.00.00')),
003500                 COALESCE((SELECT CHAR(MAX(E.SUBMITTED_AT))
003510                             FROM ENTRIES E
003520                            WHERE E.TERM_ID = K.TERM_ID), ' '),
003530                 COALESCE((SELECT (DAYS(CURRENT TIMESTAMP)
003540                                 - DAYS(MAX(E.SUBMITTED_AT)))
003550                                  * 1440
003560                                + (MIDNIGHT_SECONDS(
003570                                       CURRENT TIMESTAMP)
003580                                 - MIDNIGHT_SECONDS(
003590                                       MAX(E.SUBMITTED_AT)))
003600                                  / 60
003610                             FROM ENTRIES E
003620                            WHERE E.TERM_ID = K.TERM_ID), -1),
003630                 (SELECT COUNT(*)
003640                    FROM REJECT_LOG R
003650                   WHERE R.TERM_ID = K.TERM_ID
003660                     AND R.REASON  = 'E'
003670                     AND R.REJECTED_AT >=
003680                         TIMESTAMP(CURRENT DATE, '00.00.00')),
003690                 (SELECT COUNT(*)
003700                    FROM REJECT_LOG R
003710                   WHERE R.TERM_ID = K.TERM_ID
003720                     AND R.REASON  = 'B'
003730                     AND R.REJECTED_AT >=
003740                         TIMESTAMP(CURRENT DATE, '00.00.00')),
003750                 (SELECT COUNT(*)
003760                    FROM REJECT_LOG R
003770                   WHERE R.TERM_ID = K.TERM_ID
003780                     AND R.REASON  = 'U'
003790                     AND R.REJECTED_AT >=
003800                         TIMESTAMP(CURRENT DATE, '00.00.00'))
003810            FROM KIOSKS K
003820           WHERE K.IN_SERVICE = 'Y'
003830           ORDER BY K.TERM_ID
003840     END-EXEC.
003850     EXEC SQL
003860          OPEN GB17CSR
003870     END-EXEC.
003880     PERFORM 2210-SKIP-ROW THRU 2210-EXIT
003890             VARYING SKIP-INDEX FROM 1 BY 1
003900             UNTIL SKIP-INDEX GREATER THAN SKIP-COUNT
003910                OR SQLCODE NOT EQUAL ZERO.
003920     PERFORM 2220-FETCH-ROW THRU 2220-EXIT
003930             VARYING ROW-INDEX FROM 1 BY 1
003940             UNTIL ROW-INDEX GREATER THAN 12
003950                OR SQLCODE NOT EQUAL ZERO.
003960     EXEC SQL
003970          CLOSE GB17CSR
003980     END-EXEC.
003990 2200-EXIT.
004000     EXIT.
004010*
004020*---------------------------------------------------------------*
004030* 2210-SKIP-ROW - DISCARD ONE ROW WHILE POSITIONING TO THE PAGE.*
004040*---------------------------------------------------------------*
004050 2210-SKIP-ROW.
004060     EXEC SQL
004070          FETCH GB17CSR
004080           INTO :KSK-TERM-ID, :KSK-EVENT-CODE, :KSK-LOCATION,
004090                :KSK-EVENT-STATE, :KSK-ENTRIES-TODAY,
004100                :KSK-LAST-AT, :KSK-IDLE-MINS, :KSK-REJ-E,
004110                :KSK-REJ-B, :KSK-REJ-U
004120     END-EXEC.
004130 2210-EXIT.
004140     EXIT.
004150*
004160*---------------------------------------------------------------*
004170* 2220-FETCH-ROW - FETCH ONE KIOSK OF THE CURRENT PAGE, FORMAT  *
004180*     ITS LINE AND DECIDE WHETHER IT NEEDS THE FLOOR MANAGER:   *
004190*     NO EVENT, A CLOSED EVENT, OR IDLE AT LEAST THE THRESHOLD. *
004200*---------------------------------------------------------------*
004210 2220-FETCH-ROW.
004220     EXEC SQL
004230          FETCH GB17CSR
004240           INTO :KSK-TERM-ID, :KSK-EVENT-CODE, :KSK-LOCATION,
004250                :KSK-EVENT-STATE, :KSK-ENTRIES-TODAY,
004260                :KSK-LAST-AT, :KSK-IDLE-MINS, :KSK-REJ-E,
004270                :KSK-REJ-B, :KSK-REJ-U
004280     END-EXEC.
004290     IF SQLCODE NOT = ZERO
004300         GO TO 2220-EXIT
004310     END-IF.
004320     ADD 1 TO ROWS-ON-PAGE.
004330     MOVE KSK-TERM-ID       TO KL-TERM-ID.
004340     MOVE KSK-EVENT-CODE    TO KL-EVENT-CODE.
004350     MOVE KSK-LOCATION      TO KL-LOCATION.
004360     MOVE KSK-ENTRIES-TODAY TO KL-ENTRIES-TODAY.
004370     MOVE KSK-REJ-E         TO KL-REJ-E.
004380     MOVE KSK-REJ-B         TO KL-REJ-B.
004390     MOVE KSK-REJ-U         TO KL-REJ-U.
004400     IF KSK-IDLE-MINS < ZERO
004410         MOVE 'NEVER'             TO KL-LAST-AT
004420         MOVE '   --'             TO KL-IDLE-MINS-X
004430     ELSE
004440         MOVE KSK-LAST-AT(6:11)   TO KL-LAST-AT
004450         IF KSK-IDLE-MINS > 99999
004460             MOVE 99999           TO KL-IDLE-MINS
004470         ELSE
004480             MOVE KSK-IDLE-MINS   TO KL-IDLE-MINS
004490         END-IF
004500     END-IF.
004510     MOVE 'Y' TO PK-ALERT-SW(ROW-INDEX).
004520     EVALUATE TRUE
004530         WHEN KSK-EVENT-CODE = SPACES
004540             MOVE 'NO EVT' TO KL-FLAG
004550         WHEN KSK-EVENT-CLOSED
004560             MOVE 'CLOSED' TO KL-FLAG
004570         WHEN KSK-IDLE-MINS < ZERO
004580         WHEN KSK-IDLE-MINS NOT LESS THAN DASH-IDLE-MINS
004590             MOVE 'IDLE'   TO KL-FLAG
004600         WHEN OTHER
004610             MOVE SPACES   TO KL-FLAG
004620             MOVE 'N' TO PK-ALERT-SW(ROW-INDEX)
004630     END-EVALUATE.
004640     MOVE KSK-LINE TO PK-LINE(ROW-INDEX).
004650 2220-EXIT.
004660     EXIT.
004670*
004680*---------------------------------------------------------------*
004690* 2300-MOVE-ROW-TO-MAP - COPY ONE FORMATTED LINE TO THE MAP,    *
004700*     BRIGHT WHEN THE KIOSK IS FLAGGED, LEAVING TRAILING SCREEN *
004710*     LINES BLANK WHEN THE PAGE IS SHORT OF 12 KIOSKS.          *
004720*---------------------------------------------------------------*
004730 2300-MOVE-ROW-TO-MAP.
004740     IF ROW-INDEX LESS THAN OR EQUAL TO ROWS-ON-PAGE
004750         MOVE PK-LINE(ROW-INDEX) TO DLINEO(ROW-INDEX)
004760         IF PK-ALERT(ROW-INDEX)
004770             MOVE DFHBMASB TO DLINEA(ROW-INDEX)
004780         ELSE
004790             MOVE DFHBMASK TO DLINEA(ROW-INDEX)
004800         END-IF
004810     ELSE
004820         MOVE SPACES   TO DLINEO(ROW-INDEX)
004830         MOVE DFHBMASK TO DLINEA(ROW-INDEX)
004840     END-IF.
004850 2300-EXIT.
004860     EXIT.
004870*
004880*---------------------------------------------------------------*
004890* 2400-CONVERT-IDLE - CONVERT THE KEYED IDLE THRESHOLD IN       *
004900*     CONV-IDLE-TEXT (DIGITS, LEFT JUSTIFIED, TRAILING BLANKS)  *
004910*     TO BINARY IN CONV-IDLE-MINS.  ANYTHING OTHER THAN DIGITS  *
004920*     FOLLOWED BY BLANKS, OR ZERO, IS REJECTED.                 *
004930*---------------------------------------------------------------*
004940 2400-CONVERT-IDLE.
004950     MOVE ZERO TO CONV-IDLE-MINS.
004960     SET IDLE-ENTRY-VALID TO TRUE.
004970     SET BLANKS-NOT-STARTED TO TRUE.
004980     PERFORM 2410-CONVERT-DIGIT THRU 2410-EXIT
004990             VARYING SCAN-INDEX FROM 1 BY 1
005000             UNTIL SCAN-INDEX GREATER THAN 3
005010                OR IDLE-ENTRY-NOT-VALID.
005020     IF CONV-IDLE-MINS = ZERO
005030         SET IDLE-ENTRY-NOT-VALID TO TRUE
005040     END-IF.
005050 2400-EXIT.
005060     EXIT.
005070*
005080*---------------------------------------------------------------*
005090* 2410-CONVERT-DIGIT - FOLD ONE KEYED CHARACTER INTO THE BINARY *
005100*     THRESHOLD.                                                *
005110*---------------------------------------------------------------*
005120 2410-CONVERT-DIGIT.
005130     MOVE CONV-IDLE-TEXT(SCAN-INDEX:1) TO ID-DIGIT-X.
005140     IF ID-DIGIT-X = SPACE
005150         SET BLANKS-STARTED TO TRUE
005160     ELSE
005170         IF BLANKS-STARTED OR ID-DIGIT-X IS NOT NUMERIC
005180             SET IDLE-ENTRY-NOT-VALID TO TRUE
005190         ELSE
005200             COMPUTE CONV-IDLE-MINS = CONV-IDLE-MINS * 10
005210                                    + ID-DIGIT-9
005220         END-IF
005230     END-IF.
005240 2410-EXIT.
005250     EXIT.
005260*
005270*---------------------------------------------------------------*
005280* 3000-PROCESS-REQUEST - WAIT FOR THE OPERATOR'S KEY.  ENTER    *
005290*     REFRESHES THE SNAPSHOT, ADOPTING A NEWLY KEYED IDLE       *
005300*     THRESHOLD; PF7/PF8 PAGE.  THE SIGN-ON IS CHECKED AGAIN ON *
005310*     EVERY KEY.                                                *
005320*---------------------------------------------------------------*
005330 3000-PROCESS-REQUEST.
005340     EXEC CICS RECEIVE MAP('GB17MAP') MAPSET('DGB17MAP')
005350     END-EXEC.
005360     PERFORM 0500-CHECK-SIGNON THRU 0500-EXIT.
005370     IF NOT AUTH-GRANTED
005380         SET DASH-IS-DONE TO TRUE
005390         GO TO 3000-EXIT
005400     END-IF.
005410     MOVE SPACES TO MSGLNO.
005420     EVALUATE TRUE
005430         WHEN EIBAID = DFHPF8
005440             ADD 1 TO PAGE-NO
005450             PERFORM 2000-DISPLAY-DASHBOARD THRU 2000-EXIT
005460         WHEN EIBAID = DFHPF7
005470             IF PAGE-NO GREATER THAN 1
005480                 SUBTRACT 1 FROM PAGE-NO
005490             END-IF
005500             PERFORM 2000-DISPLAY-DASHBOARD THRU 2000-EXIT
005510         WHEN EIBAID = DFHENTER
005520             PERFORM 4000-REFRESH THRU 4000-EXIT
005530         WHEN EIBAID = DFHPF3
005540         WHEN EIBAID = DFHCLEAR
005550             SET DASH-IS-DONE TO TRUE
005560         WHEN OTHER
005570             MOVE 'ENTER=REFRESH PF7/PF8=PAGE PF3=END'
005580                  TO MSGLNO
005590             EXEC CICS SEND MAP('GB17MAP') MAPSET('DGB17MAP')
005600                  DATAONLY
005610             END-EXEC
005620     END-EVALUATE.
005630 3000-EXIT.
005640     EXIT.
005650*
005660*---------------------------------------------------------------*
005670* 4000-REFRESH - ENTER.  A THRESHOLD KEYED IN IDLM IS ADOPTED   *
005680*     IF IT IS 1 TO 999 MINUTES; A BAD ONE IS REFUSED AND THE   *
005690*     THRESHOLD IN FORCE KEPT.  EITHER WAY THE DASHBOARD IS     *
005700*     REFRESHED.                                                *
005710*---------------------------------------------------------------*
005720 4000-REFRESH.
005730     IF IDLML > ZERO
005740         MOVE IDLMI TO CONV-IDLE-TEXT
005750         PERFORM 2400-CONVERT-IDLE THRU 2400-EXIT
005760         IF IDLE-ENTRY-VALID
005770             MOVE CONV-IDLE-MINS TO DASH-IDLE-MINS
005780         ELSE
005790             MOVE 'IDLE MINUTES MUST BE 1 TO 999' TO MSGLNO
005800         END-IF
005810     END-IF.
005820     PERFORM 2000-DISPLAY-DASHBOARD THRU 2000-EXIT.
005830 4000-EXIT.
005840     EXIT.
005850*
005860*---------------------------------------------------------------*
005870* 9000-RETURN-TRANS                                              *
005880*---------------------------------------------------------------*
005890 9000-RETURN-TRANS.
005900     EXEC CICS RETURN
005910     END-EXEC.
005920 9000-EXIT.
005930     EXIT.
