000100*****************************************************************
000110* PROGRAM-ID: GB18
000120* AUTHOR:     R. OKONKWO-BATES, EVENTS SYSTEMS GROUP
000130* INSTALLATION: EVENTS DIVISION DATA CENTER
000140* DATE-WRITTEN: 10/13/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*   STAFF-FACING BATCH RUN-LOG INQUIRY FOR THE MORNING
000190*   OPERATOR.  SHOWS THE BATCH_RUNS ROWS WRITTEN THROUGH GBRUNL
000200*   FOR ONE RUN DATE (TODAY UNLESS ANOTHER IS KEYED), OLDEST
000210*   FIRST, SIX RUNS A PAGE, PAGED THE SAME WAY AS GB15 (PF7
000220*   BACK, PF8 FORWARD, PF3/CLEAR TO EXIT).  EACH RUN SHOWS THE
000230*   PROGRAM, START AND END TIMES, ROWS READ AND WRITTEN, RETURN
000240*   CODE AND A STATUS - COMPLETE, HELD BACK (RC 4, A DEPENDENCY
000250*   GUARD HELD SOME WORK FOR THE NEXT RUN), FAILED - RERUN, OR
000260*   NO END - RERUN (THE STEP STARTED BUT NEVER REACHED ITS END
000270*   CALL) - WITH THE RUN'S MESSAGE UNDER IT.  THE PEND LINE
000280*   NAMES EVERY NIGHTLY STEP WITH NO COMPLETED RUN ON THE DATE,
000290*   SO A STEP THAT NEVER STARTED SHOWS AS WELL AS ONE THAT
000300*   ABENDED.  ENTER WITH A NEW DATE RESTARTS AT PAGE 1; ENTER
000310*   ALONE REFRESHES.  ONLY A SIGNED-ON OPERATIONS USER MAY RUN
000320*   IT (SEE GBAUTH).
000330*-----------------------------------------------------------------
000340* MODIFICATION HISTORY.
000350*   10/13/26  ROB  ORIGINAL PROGRAM.
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.    GB18.
000390 AUTHOR.        R. OKONKWO-BATES.
000400 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000410 DATE-WRITTEN.  10/13/2026.
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
000520 01  GB18-SWITCHES.
000530     05  SEL-VALID-SW        PIC X(01)  VALUE 'N'.
000540         88  SELECTION-VALID           VALUE 'Y'.
000550         88  SELECTION-NOT-VALID       VALUE 'N'.
000560     05  INQ-DONE-SW         PIC X(01)  VALUE 'N'.
000570         88  INQ-IS-DONE               VALUE 'Y'.
000580         88  INQ-NOT-DONE              VALUE 'N'.
000590*
000600*---------------------------------------------------------------*
000610*    SELECTION AND PAGING CONTROLS                              *
000620*---------------------------------------------------------------*
000630 01  GB18-CONTROLS.
000640     05  SEL-RUN-DATE        PIC X(10).
000650     05  EDIT-DATE           PIC X(10).
000660     05  PAGE-NO             PIC 9(04)  VALUE 1.
000670     05  SKIP-COUNT          PIC 9(04).
000680     05  SKIP-INDEX          PIC 9(04).
000690     05  ROW-INDEX           PIC 9(04).
000700     05  ROWS-ON-PAGE        PIC 9(01).
000710     05  LINE-INDEX          PIC 9(04).
000720     05  LINES-ON-PAGE       PIC 9(04).
000730     05  STEP-INDEX          PIC 9(04).
000740     05  PEND-COUNT          PIC 9(04).
000750     05  STEP-DONE-COUNT     PIC S9(09) COMP.
000760     05  STEP-PROGRAM        PIC X(08).
000770*
000780*---------------------------------------------------------------*
000790*    THE NIGHTLY STEPS, IN SCHEDULE ORDER                       *
000800*---------------------------------------------------------------*
000810 01  NIGHTLY-STEP-VALUES.
000820     05  FILLER              PIC X(08)  VALUE 'GBRPT01'.
000830     05  FILLER              PIC X(08)  VALUE 'GBRPT02'.
000840     05  FILLER              PIC X(08)  VALUE 'GBRPT04'.
000850     05  FILLER              PIC X(08)  VALUE 'GBKEXT'.
000860     05  FILLER              PIC X(08)  VALUE 'GBBILL'.
000870     05  FILLER              PIC X(08)  VALUE 'GBRSCN'.
000880     05  FILLER              PIC X(08)  VALUE 'GBARCH'.
000890 01  NIGHTLY-STEPS REDEFINES NIGHTLY-STEP-VALUES.
000900     05  NIGHTLY-STEP        PIC X(08)  OCCURS 7 TIMES.
000910*
000920*---------------------------------------------------------------*
000930*    THE PENDING-STEPS LINE                                     *
000940*---------------------------------------------------------------*
000950 01  PEND-LINE.
000960     05  PL-LABEL            PIC X(14).
000970     05  PL-STEP-GRP OCCURS 7 TIMES.
000980         10  PL-STEP         PIC X(08).
000990         10  FILLER          PIC X(01).
001000     05  FILLER              PIC X(02).
001010*
001020*---------------------------------------------------------------*
001030*    ONE RUN FETCHED FROM BATCH_RUNS                            *
001040*---------------------------------------------------------------*
001050 01  RUN-ROW.
001060     05  RUN-PROGRAM         PIC X(08).
001070     05  RUN-STARTED         PIC X(08).
001080     05  RUN-ENDED           PIC X(08).
001090     05  RUN-ROWS-READ       PIC S9(09) COMP.
001100     05  RUN-ROWS-WRITTEN    PIC S9(09) COMP.
001110     05  RUN-RETURN-CODE     PIC S9(04) COMP.
001120     05  RUN-STATUS          PIC X(01).
001130         88  RUN-NOT-ENDED             VALUE 'R'.
001140     05  RUN-MESSAGE         PIC X(60).
001150*
001160*---------------------------------------------------------------*
001170*    THE TWO FORMATTED LINES FOR ONE RUN                        *
001180*---------------------------------------------------------------*
001190 01  RUN-HEAD-LINE.
001200     05  RH-PROGRAM          PIC X(08).
001210     05  FILLER              PIC X(02)  VALUE SPACES.
001220     05  RH-STARTED          PIC X(08).
001230     05  FILLER              PIC X(02)  VALUE SPACES.
001240     05  RH-ENDED            PIC X(08).
001250     05  FILLER              PIC X(02)  VALUE SPACES.
001260     05  RH-ROWS-READ        PIC Z(08)9.
001270     05  FILLER              PIC X(02)  VALUE SPACES.
001280     05  RH-ROWS-WRITTEN     PIC Z(08)9.
001290     05  FILLER              PIC X(02)  VALUE SPACES.
001300     05  RH-RETURN-CODE      PIC ZZZ9.
001310     05  FILLER              PIC X(02)  VALUE SPACES.
001320     05  RH-STATUS           PIC X(14).
001330     05  FILLER              PIC X(07)  VALUE SPACES.
001340 01  RUN-MSG-LINE.
001350     05  FILLER              PIC X(10)  VALUE SPACES.
001360     05  RM-MESSAGE          PIC X(60).
001370     05  FILLER              PIC X(09)  VALUE SPACES.
001380*
001390*---------------------------------------------------------------*
001400*    ONE PAGE (UP TO 6 RUNS, 2 LINES EACH) FETCHED FROM         *
001410*    BATCH_RUNS                                                 *
001420*---------------------------------------------------------------*
001430 01  PAGE-RUNS.
001440     05  PAGE-LINE OCCURS 12 TIMES.
001450         10  PR-LINE         PIC X(79).
001460*
001470 COPY GBAUTHRQ.
001480     EXEC SQL
001490          INCLUDE SQLCA
001500     END-EXEC.
001510 COPY DFHAID.
001520 COPY DFHEIBLK.
001530 COPY DGB18MAP.
001540*
001550 PROCEDURE DIVISION.
001560*---------------------------------------------------------------*
001570* 0000-MAINLINE                                                 *
001580*---------------------------------------------------------------*
001590 0000-MAINLINE.
001600     PERFORM 0500-CHECK-SIGNON     THRU 0500-EXIT.
001610     IF AUTH-GRANTED
001620         PERFORM 1000-INITIALIZE       THRU 1000-EXIT
001630         PERFORM 3000-DISPLAY-PAGE     THRU 3000-EXIT
001640         PERFORM 4000-PROCESS-REQUEST  THRU 4000-EXIT
001650                 UNTIL INQ-IS-DONE
001660     END-IF.
001670     PERFORM 9000-RETURN-TRANS     THRU 9000-EXIT.
001680*
001690*---------------------------------------------------------------*
001700* 0500-CHECK-SIGNON - ONLY A SIGNED-ON OPERATIONS USER, WHO     *
001710*     RUNS AND RERUNS THE BATCH, MAY SEE THE RUN LOG (SEE       *
001720*     GBAUTH).  ANYONE ELSE GETS THE REASON ON A BLANK SCREEN.  *
001730*---------------------------------------------------------------*
001740 0500-CHECK-SIGNON.
001750     MOVE EIBTRMID TO AUTH-TERM-ID.
001760     MOVE 'O   '   TO AUTH-ROLES.
001770     CALL 'GBAUTH' USING GBAUTH-REQUEST.
001780     IF AUTH-GRANTED
001790         GO TO 0500-EXIT
001800     END-IF.
001810     MOVE SPACES       TO GB18MAPO.
001820     MOVE AUTH-MESSAGE TO MSGLNO.
001830     EXEC CICS SEND MAP('GB18MAP') MAPSET('DGB18MAP')
001840          ERASE
001850     END-EXEC.
001860 0500-EXIT.
001870     EXIT.
001880*
001890*---------------------------------------------------------------*
001900* 1000-INITIALIZE - START ON TODAY'S RUNS, PAGE 1, AND PAINT A  *
001910*     BLANK RUN-LOG SCREEN FOR 3000 TO FILL.                    *
001920*---------------------------------------------------------------*
001930 1000-INITIALIZE.
001940     EXEC SQL
001950          VALUES (CHAR(CURRENT DATE, ISO)) INTO :SEL-RUN-DATE
001960     END-EXEC.
001970     MOVE 1                        TO PAGE-NO.
001980     MOVE SPACES                   TO GB18MAPO.
001990     EXEC CICS SEND MAP('GB18MAP') MAPSET('DGB18MAP')
002000          ERASE
002010     END-EXEC.
002020 1000-EXIT.
002030     EXIT.
002040*
002050*---------------------------------------------------------------*
002060* 2100-EDIT-SELECTION - ADOPT THE KEYED RUN DATE (BLANK FOR     *
002070*     TODAY) AND RESTART AT PAGE 1.  THE DATE MUST BE KEYED     *
002080*     YYYY-MM-DD AND BE A REAL DATE; A BAD ONE IS REFUSED       *
002090*     WITHOUT DISTURBING THE RUNS ALREADY ON THE SCREEN.        *
002100*---------------------------------------------------------------*
002110 2100-EDIT-SELECTION.
002120     IF RUNDTL = ZERO
002130         MOVE SPACES TO EDIT-DATE
002140     ELSE
002150         MOVE RUNDTI TO EDIT-DATE
002160     END-IF.
002170     IF EDIT-DATE = SPACES
002180         EXEC SQL
002190              VALUES (CHAR(CURRENT DATE, ISO)) INTO :EDIT-DATE
002200         END-EXEC
002210     END-IF.
002220     IF EDIT-DATE(1:4) IS NOT NUMERIC
002230      OR EDIT-DATE(5:1) NOT = '-'
002240      OR EDIT-DATE(6:2) IS NOT NUMERIC
002250      OR EDIT-DATE(8:1) NOT = '-'
002260      OR EDIT-DATE(9:2) IS NOT NUMERIC
002270         GO TO 2100-BAD-DATE
002280     END-IF.
002290     EXEC SQL
002300          VALUES (CHAR(DATE(:EDIT-DATE), ISO)) INTO :EDIT-DATE
002310     END-EXEC.
002320     IF SQLCODE NOT = ZERO
002330         GO TO 2100-BAD-DATE
002340     END-IF.
002350     MOVE EDIT-DATE TO SEL-RUN-DATE.
002360     MOVE 1 TO PAGE-NO.
002370     SET SELECTION-VALID TO TRUE.
002380     GO TO 2100-EXIT.
002390 2100-BAD-DATE.
002400     MOVE 'RUN DATE MUST BE YYYY-MM-DD' TO MSGLNO.
002410     EXEC CICS SEND MAP('GB18MAP') MAPSET('DGB18MAP')
002420          DATAONLY CURSOR
002430     END-EXEC.
002440 2100-EXIT.
002450     EXIT.
002460*
002470*---------------------------------------------------------------*
002480* 3000-DISPLAY-PAGE - WORK OUT THE PENDING STEPS, FETCH THE     *
002490*     CURRENT PAGE OF RUNS AND SEND THEM TO THE TERMINAL.       *
002500*---------------------------------------------------------------*
002510 3000-DISPLAY-PAGE.
002520     PERFORM 3300-FIND-PENDING THRU 3300-EXIT.
002530     PERFORM 3100-FETCH-PAGE THRU 3100-EXIT.
002540     MOVE SEL-RUN-DATE   TO RUNDTO.
002550     MOVE PAGE-NO        TO PAGEO.
002560     MOVE PEND-LINE      TO PENDO.
002570     IF ROWS-ON-PAGE = ZERO
002580         MOVE 'NO RUNS ON THIS PAGE' TO MSGLNO
002590     ELSE
002600         MOVE SPACES TO MSGLNO
002610     END-IF.
002620     COMPUTE LINES-ON-PAGE = ROWS-ON-PAGE * 2.
002630     PERFORM 3200-MOVE-LINE-TO-MAP THRU 3200-EXIT
002640             VARYING LINE-INDEX FROM 1 BY 1
002650             UNTIL LINE-INDEX GREATER THAN 12.
002660     EXEC CICS SEND MAP('GB18MAP') MAPSET('DGB18MAP')
002670          DATAONLY
002680     END-EXEC.
002690 3000-EXIT.
002700     EXIT.
002710*
002720*---------------------------------------------------------------*
002730* 3100-FETCH-PAGE - OPEN A CURSOR OVER THE DATE'S RUNS, OLDEST  *
002740*     FIRST, SKIP TO THE START OF THE CURRENT PAGE, AND FETCH   *
002750*     UP TO 6 RUNS INTO PAGE-RUNS.                              *
002760*---------------------------------------------------------------*
002770 3100-FETCH-PAGE.
002780     MOVE ZERO TO ROWS-ON-PAGE.
002790     COMPUTE SKIP-COUNT = (PAGE-NO - 1) * 6.
002800     EXEC SQL
002810          DECLARE GB18CSR CURSOR FOR
002820          SELECT PROGRAM,
002830                 CHAR(TIME(STARTED_AT), ISO),
002840                 COALESCE(CHAR(TIME(ENDED_AT), ISO), ' '),
002850                 COALESCE(ROWS_READ, 0),
002860                 COALESCE(ROWS_WRITTEN, 0),
002870                 COALESCE(RETURN_CODE, 0),
002880                 STATUS, COALESCE(MESSAGE, ' ')
002890            FROM BATCH_RUNS
002900           WHERE RUN_DATE = DATE(:SEL-RUN-DATE)
002910           ORDER BY STARTED_AT, RUN_ID
002920     END-EXEC.
002930     EXEC SQL
002940          OPEN GB18CSR
002950     END-EXEC.
002960     PERFORM 3110-SKIP-ROW THRU 3110-EXIT
002970             VARYING SKIP-INDEX FROM 1 BY 1
002980             UNTIL SKIP-INDEX GREATER THAN SKIP-COUNT
002990                OR SQLCODE NOT EQUAL ZERO.
003000     PERFORM 3120-FETCH-ROW THRU 3120-EXIT
003010             VARYING ROW-INDEX FROM 1 BY 1
003020             UNTIL ROW-INDEX GREATER THAN 6
003030                OR SQLCODE NOT EQUAL ZERO.
003040     EXEC SQL
003050          CLOSE GB18CSR
003060     END-EXEC.
003070 3100-EXIT.
003080     EXIT.
003090*
003100*---------------------------------------------------------------*
003110* 3110-SKIP-ROW - DISCARD ONE ROW WHILE POSITIONING TO THE PAGE.*
003120*---------------------------------------------------------------*
003130 3110-SKIP-ROW.
003140     EXEC SQL
003150          FETCH GB18CSR
003160           INTO :RUN-PROGRAM, :RUN-STARTED, :RUN-ENDED,
003170                :RUN-ROWS-READ, :RUN-ROWS-WRITTEN,
003180                :RUN-RETURN-CODE, :RUN-STATUS, :RUN-MESSAGE
003190     END-EXEC.
003200 3110-EXIT.
003210     EXIT.
003220*
003230*---------------------------------------------------------------*
003240* 3120-FETCH-ROW - FETCH ONE RUN OF THE CURRENT PAGE AND FORMAT *
003250*     IT AS ITS TWO LINES.  A RUN WITH NO END NEEDS A RERUN, AS *
003260*     DOES ONE THAT ENDED ABOVE RC 4; RC 4 IS A STEP THAT RAN   *
003270*     BUT WAS HELD BACK BY ITS DEPENDENCY GUARD.                *
003280*---------------------------------------------------------------*
003290 3120-FETCH-ROW.
003300     EXEC SQL
003310          FETCH GB18CSR
003320           INTO :RUN-PROGRAM, :RUN-STARTED, :RUN-ENDED,
003330                :RUN-ROWS-READ, :RUN-ROWS-WRITTEN,
003340                :RUN-RETURN-CODE, :RUN-STATUS, :RUN-MESSAGE
003350     END-EXEC.
003360     IF SQLCODE NOT = ZERO
003370         GO TO 3120-EXIT
003380     END-IF.
003390     ADD 1 TO ROWS-ON-PAGE.
003400     COMPUTE LINE-INDEX = (ROW-INDEX - 1) * 2 + 1.
003410     MOVE RUN-PROGRAM      TO RH-PROGRAM.
003420     MOVE RUN-STARTED      TO RH-STARTED.
003430     MOVE RUN-ENDED        TO RH-ENDED.
003440     MOVE RUN-ROWS-READ    TO RH-ROWS-READ.
003450     MOVE RUN-ROWS-WRITTEN TO RH-ROWS-WRITTEN.
003460     MOVE RUN-RETURN-CODE  TO RH-RETURN-CODE.
003470     EVALUATE TRUE
003480         WHEN RUN-NOT-ENDED
003490             MOVE 'NO END - RERUN' TO RH-STATUS
003500         WHEN RUN-RETURN-CODE = ZERO
003510             MOVE 'COMPLETE'       TO RH-STATUS
003520         WHEN RUN-RETURN-CODE = 4
003530             MOVE 'HELD BACK'      TO RH-STATUS
003540         WHEN OTHER
003550             MOVE 'FAILED - RERUN' TO RH-STATUS
003560     END-EVALUATE.
003570     MOVE RUN-HEAD-LINE    TO PR-LINE(LINE-INDEX).
003580     ADD 1 TO LINE-INDEX.
003590     MOVE RUN-MESSAGE      TO RM-MESSAGE.
003600     MOVE RUN-MSG-LINE     TO PR-LINE(LINE-INDEX).
003610 3120-EXIT.
003620     EXIT.
003630*
003640*---------------------------------------------------------------*
003650* 3200-MOVE-LINE-TO-MAP - COPY ONE FORMATTED LINE TO THE MAP,   *
003660*     LEAVING TRAILING SCREEN LINES BLANK WHEN THE PAGE IS      *
003670*     SHORT OF 6 RUNS.                                          *
003680*---------------------------------------------------------------*
003690 3200-MOVE-LINE-TO-MAP.
003700     IF LINE-INDEX LESS THAN OR EQUAL TO LINES-ON-PAGE
003710         MOVE PR-LINE(LINE-INDEX) TO RLINEO(LINE-INDEX)
003720     ELSE
003730         MOVE SPACES TO RLINEO(LINE-INDEX)
003740     END-IF.
003750 3200-EXIT.
003760     EXIT.
003770*
003780*---------------------------------------------------------------*
003790* 3300-FIND-PENDING - BUILD THE PEND LINE: EVERY NIGHTLY STEP   *
003800*     WITH NO RUN ON THE DATE THAT COMPLETED AT RC 4 OR BELOW.  *
003810*---------------------------------------------------------------*
003820 3300-FIND-PENDING.
003830     MOVE SPACES TO PEND-LINE.
003840     MOVE ZERO   TO PEND-COUNT.
003850     PERFORM 3310-CHECK-STEP THRU 3310-EXIT
003860             VARYING STEP-INDEX FROM 1 BY 1
003870             UNTIL STEP-INDEX GREATER THAN 7.
003880     IF PEND-COUNT = ZERO
003890         MOVE 'ALL NIGHTLY STEPS COMPLETE' TO PEND-LINE
003900     ELSE
003910         MOVE 'NEEDS RERUN:'  TO PL-LABEL
003920     END-IF.
003930 3300-EXIT.
003940     EXIT.
003950*
003960*---------------------------------------------------------------*
003970* 3310-CHECK-STEP - COUNT ONE STEP'S GOOD RUNS ON THE DATE AND  *
003980*     ADD IT TO THE PEND LINE IF THERE ARE NONE.                *
003990*---------------------------------------------------------------*
004000 3310-CHECK-STEP.
004010     MOVE NIGHTLY-STEP(STEP-INDEX) TO STEP-PROGRAM.
004020     MOVE ZERO TO STEP-DONE-COUNT.
004030     EXEC SQL
004040          SELECT COUNT(*)
004050            INTO :STEP-DONE-COUNT
004060            FROM BATCH_RUNS
004070           WHERE PROGRAM     = :STEP-PROGRAM
004080             AND RUN_DATE    = DATE(:SEL-RUN-DATE)
004090             AND STATUS      = 'C'
004100             AND RETURN_CODE <= 4
004110     END-EXEC.
004120     IF STEP-DONE-COUNT GREATER THAN ZERO
004130         GO TO 3310-EXIT
004140     END-IF.
004150     ADD 1 TO PEND-COUNT.
004160     MOVE STEP-PROGRAM TO PL-STEP(PEND-COUNT).
004170 3310-EXIT.
004180     EXIT.
004190*
004200*---------------------------------------------------------------*
004210* 4000-PROCESS-REQUEST - WAIT FOR A PF KEY AND PAGE THE RUNS.   *
004220*     ENTER ADOPTS THE KEYED DATE AND REFRESHES FROM PAGE 1.    *
004230*---------------------------------------------------------------*
004240 4000-PROCESS-REQUEST.
004250     EXEC CICS RECEIVE MAP('GB18MAP') MAPSET('DGB18MAP')
004260     END-EXEC.
004270     PERFORM 0500-CHECK-SIGNON THRU 0500-EXIT.
004280     IF NOT AUTH-GRANTED
004290         SET INQ-IS-DONE TO TRUE
004300         GO TO 4000-EXIT
004310     END-IF.
004320     EVALUATE TRUE
004330         WHEN EIBAID = DFHPF8
004340             ADD 1 TO PAGE-NO
004350             PERFORM 3000-DISPLAY-PAGE THRU 3000-EXIT
004360         WHEN EIBAID = DFHPF7
004370             IF PAGE-NO GREATER THAN 1
004380                 SUBTRACT 1 FROM PAGE-NO
004390             END-IF
004400             PERFORM 3000-DISPLAY-PAGE THRU 3000-EXIT
004410         WHEN EIBAID = DFHENTER
004420             SET SELECTION-NOT-VALID TO TRUE
004430             PERFORM 2100-EDIT-SELECTION THRU 2100-EXIT
004440             IF SELECTION-VALID
004450                 PERFORM 3000-DISPLAY-PAGE THRU 3000-EXIT
004460             END-IF
004470         WHEN EIBAID = DFHPF3
004480         WHEN EIBAID = DFHCLEAR
004490             SET INQ-IS-DONE TO TRUE
004500         WHEN OTHER
004510             MOVE 'PRESS PF7/PF8 TO PAGE, PF3 TO EXIT' TO MSGLNO
004520             EXEC CICS SEND MAP('GB18MAP') MAPSET('DGB18MAP')
004530                  DATAONLY
004540             END-EXEC
004550     END-EVALUATE.
004560 4000-EXIT.
004570     EXIT.
004580*
004590*---------------------------------------------------------------*
004600* 9000-RETURN-TRANS                                              *
004610*---------------------------------------------------------------*
004620 9000-RETURN-TRANS.
004630     EXEC CICS RETURN
004640     END-EXEC.
004650 9000-EXIT.
004660     EXIT.
