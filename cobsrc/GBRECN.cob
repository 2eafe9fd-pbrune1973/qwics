000100*****************************************************************
000110* PROGRAM-ID: GBRECN
000120* AUTHOR:     R. OKONKWO-BATES, EVENTS SYSTEMS GROUP
000130* INSTALLATION: EVENTS DIVISION DATA CENTER
000140* DATE-WRITTEN: 10/12/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*   NIGHTLY CROSS-TABLE INTEGRITY RECONCILIATION.  GB04, GB09,
000190*   GBRSCN AND GBREST ALL CHANGE ENTRIES, AND EVERY STATUS
000200*   CHANGE IS MEANT TO LEAVE A MOD_DECISIONS ROW BEHIND, BUT
000210*   NOTHING CHECKED THAT THEY ALL DO.  THE BILLING FEED AND THE
000220*   GB06 HISTORY ARE ONLY AS GOOD AS THESE TABLES, SO THIS JOB
000230*   CROSS-CHECKS THEM AND PRINTS AN EXCEPTION REPORT:
000240*     1. ENTRIES WHOSE APPROVED STATUS IS NOT THE NEW STATUS OF
000250*        THEIR LATEST MOD_DECISIONS ROW.
000260*     2. NON-PENDING ENTRIES WITH NO DECISION TRAIL AT ALL
000270*        (ENTRIES SUBMITTED BEFORE MOD_DECISIONS EXISTED ARE
000280*        NOT EXPECTED TO HAVE ONE - SEE TRAIL-START-DATE).
000290*     3. EVENT CODES ON ENTRIES OR KIOSKS THAT ARE NOT IN EVENTS.
000300*     4. TERMINAL IDS ON ENTRIES THAT WERE NEVER A KIOSK (NOT IN
000310*        KIOSKS NOR IN ITS KIOSK_ASSIGNMENTS HISTORY).
000320*     5. GB04 CLAIMS (CLAIMED_BY/CLAIMED_AT) LEFT ON ENTRIES NO
000330*        LONGER PENDING, AND WATCH_PHRASE STAMPS LEFT ON ENTRIES
000340*        REJECTED OR WITHDRAWN.  A STAMP ON AN APPROVED ENTRY IS
000350*        NOT AN EXCEPTION: IT IS HOW GBRSCN KNOWS A MODERATOR
000360*        HAS ALREADY APPROVED THE ENTRY WITH THAT PHRASE IN VIEW.
000370*   ONLY THE FIFTH CLASS IS SAFE TO REPAIR UNATTENDED.  ON A FIX
000380*   RUN EACH SUCH ENTRY HAS ITS CLAIM AND ORPHANED STAMP CLEARED
000390*   AND A MOD_DECISIONS ROW WRITTEN UNDER THIS PROGRAM'S NAME
000400*   (STATUS UNCHANGED, OLD = NEW, THE WAY A GB09 AMENDMENT IS
000410*   RECORDED).  EVERYTHING ELSE IS REPORTED FOR A PERSON TO
000420*   INVESTIGATE.
000430*
000440*   CONTROL CARDS (KEYWORD IN COLS 1-8, VALUE FROM COL 10):
000450*     ACTION   REPORT OR FIX (DEFAULTS TO REPORT)
000460*   A CARD WITH * IN COL 1 IS A COMMENT.  AN EMPTY CONTROL FILE
000470*   IS A REPORT-ONLY RUN.
000480*-----------------------------------------------------------------
000490* MODIFICATION HISTORY.
000500*   10/12/26  ROB  ORIGINAL PROGRAM.
000502*   10/13/26  ROB  EACH RUN IS LOGGED TO BATCH_RUNS THROUGH
000504*                  GBRUNL AT START AND END WITH ITS ROWS READ
000506*                  AND WRITTEN, FOR THE GB18 RUN-LOG INQUIRY.
000510*****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID.    GBRECN.
000540 AUTHOR.        R. OKONKWO-BATES.
000550 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000560 DATE-WRITTEN.  10/12/2026.
000570 DATE-COMPILED.
000580*
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT CONTROL-FILE ASSIGN TO RECNCTL
000630                          ORGANIZATION IS SEQUENTIAL.
000640     SELECT REPORT-FILE  ASSIGN TO RECNRPT
000650                          ORGANIZATION IS SEQUENTIAL.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CONTROL-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  CONTROL-RECORD.
000730     05  CTL-KEYWORD             PIC X(08).
000740     05  FILLER                  PIC X(01).
000750     05  CTL-VALUE               PIC X(71).
000760 FD  REPORT-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 01  REPORT-RECORD               PIC X(132).
000800*
000810 WORKING-STORAGE SECTION.
000820*
000830*---------------------------------------------------------------*
000840*    SWITCHES                                                   *
000850*---------------------------------------------------------------*
000860 01  GBRECN-SWITCHES.
000870     05  CTL-EOF-SW          PIC X(01)  VALUE 'N'.
000880         88  CTL-AT-EOF                VALUE 'Y'.
000890         88  CTL-NOT-AT-EOF            VALUE 'N'.
000900     05  CHK-EOF-SW          PIC X(01)  VALUE 'N'.
000910         88  CHK-AT-EOF                VALUE 'Y'.
000920         88  CHK-NOT-AT-EOF            VALUE 'N'.
000930     05  ACTION-SW           PIC X(01)  VALUE 'R'.
000940         88  ACTION-IS-REPORT          VALUE 'R'.
000950         88  ACTION-IS-FIX             VALUE 'F'.
000960*
000970*---------------------------------------------------------------*
000980*    MOD_DECISIONS BEGAN ON THIS DAY; AN ENTRY SUBMITTED BEFORE *
000990*    IT MAY HAVE BEEN DECIDED WITH NO ROW WRITTEN               *
001000*---------------------------------------------------------------*
001010 77  TRAIL-START-DATE        PIC X(10)  VALUE '2026-03-16'.
001020*
001030*---------------------------------------------------------------*
001040*    ONE STATUS MISMATCH: THE ENTRY AND ITS LATEST DECISION     *
001050*---------------------------------------------------------------*
001060 01  STS-ROW.
001070     05  STS-ENTRY-ID        PIC S9(09) COMP.
001080     05  STS-APPROVED        PIC X(01).
001090     05  STS-NEW-STATUS      PIC X(01).
001100     05  STS-DECIDED-AT      PIC X(26).
001110     05  STS-MODERATOR-ID    PIC X(08).
001120*
001130*---------------------------------------------------------------*
001140*    ONE NON-PENDING ENTRY WITH NO DECISION TRAIL               *
001150*---------------------------------------------------------------*
001160 01  NTR-ROW.
001170     05  NTR-ENTRY-ID        PIC S9(09) COMP.
001180     05  NTR-APPROVED        PIC X(01).
001190     05  NTR-SUBMITTED-AT    PIC X(26).
001200     05  NTR-TERM-ID         PIC X(04).
001210     05  NTR-EVENT-CODE      PIC X(08).
001220*
001230*---------------------------------------------------------------*
001240*    ONE UNKNOWN EVENT CODE: THE TABLE IT WAS FOUND ON, THE     *
001250*    CODE, THE KIOSK (KIOSKS ONLY) AND THE ROWS CARRYING IT     *
001260*---------------------------------------------------------------*
001270 01  EVT-ROW.
001280     05  EVT-SOURCE          PIC X(08).
001290     05  EVT-EVENT-CODE      PIC X(08).
001300     05  EVT-TERM-ID         PIC X(04).
001310     05  EVT-ROW-COUNT       PIC S9(09) COMP.
001320*
001330*---------------------------------------------------------------*
001340*    ONE UNKNOWN TERMINAL ID AND THE ENTRIES CARRYING IT        *
001350*---------------------------------------------------------------*
001360 01  TRM-ROW.
001370     05  TRM-TERM-ID         PIC X(04).
001380     05  TRM-ROW-COUNT       PIC S9(09) COMP.
001390     05  TRM-FIRST-AT        PIC X(26).
001400     05  TRM-LAST-AT         PIC X(26).
001410*
001420*---------------------------------------------------------------*
001430*    ONE ENTRY WITH A STALE CLAIM OR AN ORPHANED WATCH STAMP    *
001440*---------------------------------------------------------------*
001450 01  FIX-ROW.
001460     05  FIX-ENTRY-ID        PIC S9(09) COMP.
001470     05  FIX-APPROVED        PIC X(01).
001480     05  FIX-CLAIMED-BY      PIC X(04).
001490     05  FIX-CLAIMED-AT      PIC X(26).
001500     05  FIX-WATCH-PHRASE    PIC X(50).
001510*
001520*---------------------------------------------------------------*
001530*    EXCEPTIONS FOUND PER CHECK, AND THE REPAIRS MADE           *
001540*---------------------------------------------------------------*
001550 01  STS-COUNT               PIC 9(07)  VALUE ZERO.
001560 01  NTR-COUNT               PIC 9(07)  VALUE ZERO.
001570 01  EVT-COUNT               PIC 9(07)  VALUE ZERO.
001580 01  TRM-COUNT               PIC 9(07)  VALUE ZERO.
001590 01  FIX-COUNT               PIC 9(07)  VALUE ZERO.
001600 01  CLEARED-COUNT           PIC 9(07)  VALUE ZERO.
001610 01  SKIPPED-COUNT           PIC 9(07)  VALUE ZERO.
001620*
001630*---------------------------------------------------------------*
001640*    PRINT LINE LAYOUTS                                         *
001650*---------------------------------------------------------------*
001660 01  HDG-LINE-1.
001670     05  FILLER              PIC X(40) VALUE
001680                'GUESTBOOK DATA INTEGRITY RECONCILIATION'.
001690     05  FILLER              PIC X(92) VALUE SPACES.
001700 01  ACT-LINE.
001710     05  FILLER              PIC X(08) VALUE 'ACTION:'.
001720     05  ACT-LINE-NAME       PIC X(08).
001730     05  FILLER              PIC X(116) VALUE SPACES.
001740 01  WARN-LINE.
001750     05  FILLER              PIC X(26) VALUE
001760                'CONTROL CARD NOT USED: '.
001770     05  WARN-TEXT           PIC X(80).
001780     05  FILLER              PIC X(26) VALUE SPACES.
001790 01  STS-HDG-LINE.
001800     05  FILLER              PIC X(60) VALUE
001810         '1. STATUS DOES NOT MATCH THE LATEST MOD_DECISIONS ROW'.
001820     05  FILLER              PIC X(72) VALUE SPACES.
001830 01  STS-COL-LINE.
001840     05  FILLER              PIC X(09) VALUE ' ENTRY ID'.
001850     05  FILLER              PIC X(02) VALUE SPACES.
001860     05  FILLER              PIC X(06) VALUE 'STATUS'.
001870     05  FILLER              PIC X(02) VALUE SPACES.
001880     05  FILLER              PIC X(08) VALUE 'DECISION'.
001890     05  FILLER              PIC X(02) VALUE SPACES.
001900     05  FILLER              PIC X(16) VALUE 'DECIDED AT'.
001910     05  FILLER              PIC X(02) VALUE SPACES.
001920     05  FILLER              PIC X(08) VALUE 'BY'.
001930     05  FILLER              PIC X(77) VALUE SPACES.
001940 01  STS-DTL-LINE.
001950     05  STS-DTL-ENTRY-ID    PIC Z(08)9.
001960     05  FILLER              PIC X(04) VALUE SPACES.
001970     05  STS-DTL-APPROVED    PIC X(01).
001980     05  FILLER              PIC X(08) VALUE SPACES.
001990     05  STS-DTL-NEW-STATUS  PIC X(01).
002000     05  FILLER              PIC X(06) VALUE SPACES.
002010     05  STS-DTL-DECIDED-AT  PIC X(16).
002020     05  FILLER              PIC X(02) VALUE SPACES.
002030     05  STS-DTL-MODERATOR   PIC X(08).
002040     05  FILLER              PIC X(77) VALUE SPACES.
002050 01  NTR-HDG-LINE.
002060     05  FILLER              PIC X(60) VALUE
002070         '2. DECIDED ENTRIES WITH NO DECISION TRAIL'.
002080     05  FILLER              PIC X(72) VALUE SPACES.
002090 01  NTR-COL-LINE.
002100     05  FILLER              PIC X(09) VALUE ' ENTRY ID'.
002110     05  FILLER              PIC X(02) VALUE SPACES.
002120     05  FILLER              PIC X(06) VALUE 'STATUS'.
002130     05  FILLER              PIC X(02) VALUE SPACES.
002140     05  FILLER              PIC X(16) VALUE 'SUBMITTED'.
002150     05  FILLER              PIC X(02) VALUE SPACES.
002160     05  FILLER              PIC X(04) VALUE 'TERM'.
002170     05  FILLER              PIC X(02) VALUE SPACES.
002180     05  FILLER              PIC X(08) VALUE 'EVENT'.
002190     05  FILLER              PIC X(81) VALUE SPACES.
002200 01  NTR-DTL-LINE.
002210     05  NTR-DTL-ENTRY-ID    PIC Z(08)9.
002220     05  FILLER              PIC X(04) VALUE SPACES.
002230     05  NTR-DTL-APPROVED    PIC X(01).
002240     05  FILLER              PIC X(05) VALUE SPACES.
002250     05  NTR-DTL-SUBMITTED   PIC X(16).
002260     05  FILLER              PIC X(02) VALUE SPACES.
002270     05  NTR-DTL-TERM-ID     PIC X(04).
002280     05  FILLER              PIC X(02) VALUE SPACES.
002290     05  NTR-DTL-EVENT-CODE  PIC X(08).
002300     05  FILLER              PIC X(81) VALUE SPACES.
002310 01  EVT-HDG-LINE.
002320     05  FILLER              PIC X(60) VALUE
002330         '3. EVENT CODES NOT IN EVENTS'.
002340     05  FILLER              PIC X(72) VALUE SPACES.
002350 01  EVT-COL-LINE.
002360     05  FILLER              PIC X(08) VALUE 'TABLE'.
002370     05  FILLER              PIC X(02) VALUE SPACES.
002380     05  FILLER              PIC X(08) VALUE 'EVENT'.
002390     05  FILLER              PIC X(02) VALUE SPACES.
002400     05  FILLER              PIC X(04) VALUE 'TERM'.
002410     05  FILLER              PIC X(02) VALUE SPACES.
002420     05  FILLER              PIC X(07) VALUE '   ROWS'.
002430     05  FILLER              PIC X(99) VALUE SPACES.
002440 01  EVT-DTL-LINE.
002450     05  EVT-DTL-SOURCE      PIC X(08).
002460     05  FILLER              PIC X(02) VALUE SPACES.
002470     05  EVT-DTL-EVENT-CODE  PIC X(08).
002480     05  FILLER              PIC X(02) VALUE SPACES.
002490     05  EVT-DTL-TERM-ID     PIC X(04).
002500     05  FILLER              PIC X(02) VALUE SPACES.
002510     05  EVT-DTL-ROWS-OUT    PIC ZZZ,ZZ9.
002520     05  FILLER              PIC X(99) VALUE SPACES.
002530 01  TRM-HDG-LINE.
002540     05  FILLER              PIC X(60) VALUE
002550         '4. TERMINAL IDS ON ENTRIES THAT WERE NEVER A KIOSK'.
002560     05  FILLER              PIC X(72) VALUE SPACES.
002570 01  TRM-COL-LINE.
002580     05  FILLER              PIC X(04) VALUE 'TERM'.
002590     05  FILLER              PIC X(02) VALUE SPACES.
002600     05  FILLER              PIC X(07) VALUE 'ENTRIES'.
002610     05  FILLER              PIC X(02) VALUE SPACES.
002620     05  FILLER              PIC X(16) VALUE 'FIRST SUBMITTED'.
002630     05  FILLER              PIC X(02) VALUE SPACES.
002640     05  FILLER              PIC X(16) VALUE 'LAST SUBMITTED'.
002650     05  FILLER              PIC X(83) VALUE SPACES.
002660 01  TRM-DTL-LINE.
002670     05  TRM-DTL-TERM-ID     PIC X(04).
002680     05  FILLER              PIC X(02) VALUE SPACES.
002690     05  TRM-DTL-ROWS-OUT    PIC ZZZ,ZZ9.
002700     05  FILLER              PIC X(02) VALUE SPACES.
002710     05  TRM-DTL-FIRST-AT    PIC X(16).
002720     05  FILLER              PIC X(02) VALUE SPACES.
002730     05  TRM-DTL-LAST-AT     PIC X(16).
002740     05  FILLER              PIC X(83) VALUE SPACES.
002750 01  FIX-HDG-LINE.
002760     05  FILLER              PIC X(60) VALUE
002770         '5. STALE CLAIMS AND ORPHANED WATCH STAMPS'.
002780     05  FILLER              PIC X(72) VALUE SPACES.
002790 01  FIX-COL-LINE.
002800     05  FILLER              PIC X(09) VALUE ' ENTRY ID'.
002810     05  FILLER              PIC X(02) VALUE SPACES.
002820     05  FILLER              PIC X(06) VALUE 'STATUS'.
002830     05  FILLER              PIC X(02) VALUE SPACES.
002840     05  FILLER              PIC X(04) VALUE 'CLMD'.
002850     05  FILLER              PIC X(02) VALUE SPACES.
002860     05  FILLER              PIC X(16) VALUE 'CLAIMED AT'.
002870     05  FILLER              PIC X(02) VALUE SPACES.
002880     05  FILLER              PIC X(50) VALUE 'WATCH PHRASE'.
002890     05  FILLER              PIC X(02) VALUE SPACES.
002900     05  FILLER              PIC X(20) VALUE 'DISPOSITION'.
002910     05  FILLER              PIC X(17) VALUE SPACES.
002920 01  FIX-DTL-LINE.
002930     05  FIX-DTL-ENTRY-ID    PIC Z(08)9.
002940     05  FILLER              PIC X(04) VALUE SPACES.
002950     05  FIX-DTL-APPROVED    PIC X(01).
002960     05  FILLER              PIC X(05) VALUE SPACES.
002970     05  FIX-DTL-CLAIMED-BY  PIC X(04).
002980     05  FILLER              PIC X(02) VALUE SPACES.
002990     05  FIX-DTL-CLAIMED-AT  PIC X(16).
003000     05  FILLER              PIC X(02) VALUE SPACES.
003010     05  FIX-DTL-PHRASE      PIC X(50).
003020     05  FILLER              PIC X(02) VALUE SPACES.
003030     05  FIX-DTL-DISPO       PIC X(20).
003040     05  FILLER              PIC X(17) VALUE SPACES.
003050 01  NONE-LINE.
003060     05  FILLER              PIC X(20) VALUE '  (NONE)'.
003070     05  FILLER              PIC X(112) VALUE SPACES.
003080 01  SUM-HDG-LINE.
003090     05  FILLER              PIC X(60) VALUE
003100         'EXCEPTIONS FOUND'.
003110     05  FILLER              PIC X(72) VALUE SPACES.
003120 01  SUM-DTL-LINE.
003130     05  SUM-DTL-NAME        PIC X(40).
003140     05  SUM-DTL-COUNT-OUT   PIC ZZZ,ZZ9.
003150     05  FILLER              PIC X(85) VALUE SPACES.
003160 01  BLANK-LINE              PIC X(132) VALUE SPACES.
003170*
003175 COPY GBRUNREC.
003180     EXEC SQL
003190          INCLUDE SQLCA
003200     END-EXEC.
003210*
003220 PROCEDURE DIVISION.
003230*---------------------------------------------------------------*
003240* 0000-MAINLINE                                                 *
003250*---------------------------------------------------------------*
003260 0000-MAINLINE.
003270     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
003280     PERFORM 2000-CHECK-STATUS    THRU 2000-EXIT.
003290     PERFORM 3000-CHECK-TRAIL     THRU 3000-EXIT.
003300     PERFORM 4000-CHECK-EVENTS    THRU 4000-EXIT.
003310     PERFORM 5000-CHECK-TERMINALS THRU 5000-EXIT.
003320     PERFORM 6000-CHECK-LEFTOVERS THRU 6000-EXIT.
003330     PERFORM 8000-FINALIZE        THRU 8000-EXIT.
003340     STOP RUN.
003350*
003360*---------------------------------------------------------------*
003370* 1000-INITIALIZE - OPEN THE FILES, PRINT THE HEADING AND TAKE  *
003380*     THE ACTION FROM THE CONTROL CARDS.                        *
003390*---------------------------------------------------------------*
003400 1000-INITIALIZE.
003402     MOVE 'GBRECN' TO RLG-PROGRAM.
003404     SET RLG-STARTING TO TRUE.
003406     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
003410     OPEN INPUT  CONTROL-FILE.
003420     OPEN OUTPUT REPORT-FILE.
003430     WRITE REPORT-RECORD FROM HDG-LINE-1.
003440     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
003450     PERFORM 1200-PROCESS-CONTROL THRU 1200-EXIT
003460             UNTIL CTL-AT-EOF.
003470     CLOSE CONTROL-FILE.
003480     IF ACTION-IS-FIX
003490         MOVE 'FIX'    TO ACT-LINE-NAME
003500     ELSE
003510         MOVE 'REPORT' TO ACT-LINE-NAME
003520     END-IF.
003530     WRITE REPORT-RECORD FROM ACT-LINE.
003540 1000-EXIT.
003550     EXIT.
003560*
003570*---------------------------------------------------------------*
003580* 1100-READ-CONTROL                                             *
003590*---------------------------------------------------------------*
003600 1100-READ-CONTROL.
003610     READ CONTROL-FILE
003620         AT END SET CTL-AT-EOF TO TRUE
003630     END-READ.
003640 1100-EXIT.
003650     EXIT.
003660*
003670*---------------------------------------------------------------*
003680* 1200-PROCESS-CONTROL - APPLY ONE CONTROL CARD.  A CARD THE    *
003690*     PROGRAM CANNOT USE IS REPORTED AND SKIPPED, AND A         *
003700*     MIS-KEYED ACTION LEAVES THE DEFAULT (REPORT) STANDING, SO *
003710*     NOTHING IS EVER REPAIRED BY ACCIDENT.                     *
003720*---------------------------------------------------------------*
003730 1200-PROCESS-CONTROL.
003740     EVALUATE TRUE
003750         WHEN CTL-KEYWORD(1:1) = '*'
003760             CONTINUE
003770         WHEN CONTROL-RECORD = SPACES
003780             CONTINUE
003790         WHEN CTL-KEYWORD = 'ACTION'
003800          AND CTL-VALUE(1:8) = 'FIX'
003810             SET ACTION-IS-FIX TO TRUE
003820         WHEN CTL-KEYWORD = 'ACTION'
003830          AND CTL-VALUE(1:8) = 'REPORT'
003840             SET ACTION-IS-REPORT TO TRUE
003850         WHEN OTHER
003860             MOVE CONTROL-RECORD TO WARN-TEXT
003870             WRITE REPORT-RECORD FROM WARN-LINE
003880     END-EVALUATE.
003890     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
003900 1200-EXIT.
003910     EXIT.
003920*
003930*---------------------------------------------------------------*
003940* 2000-CHECK-STATUS - LIST EVERY ENTRY WHOSE APPROVED STATUS IS *
003950*     NOT THE NEW STATUS OF ITS LATEST MOD_DECISIONS ROW.  THE  *
003960*     LATEST ROW IS THE ONE WITH THE HIGHEST DECIDED_AT.        *
003970*---------------------------------------------------------------*
003980 2000-CHECK-STATUS.
003990     WRITE REPORT-RECORD FROM BLANK-LINE.
004000     WRITE REPORT-RECORD FROM STS-HDG-LINE.
004010     WRITE REPORT-RECORD FROM STS-COL-LINE.
004020     EXEC SQL
004030          DECLARE STSCSR CURSOR FOR
004040          SELECT E.ID, E.APPROVED, D.NEW_STATUS,
004050                 CHAR(D.DECIDED_AT), D.MODERATOR_ID
004060            FROM ENTRIES E, MOD_DECISIONS D
004070           WHERE D.ENTRY_ID = E.ID
004080             AND D.DECIDED_AT =
004090                 (SELECT MAX(D2.DECIDED_AT)
004100                    FROM MOD_DECISIONS D2
004110                   WHERE D2.ENTRY_ID = E.ID)
004120             AND D.NEW_STATUS <> E.APPROVED
004130           ORDER BY E.ID
004140     END-EXEC.
004150     EXEC SQL
004160          OPEN STSCSR
004170     END-EXEC.
004180     SET CHK-NOT-AT-EOF TO TRUE.
004190     PERFORM 2100-FETCH-STATUS THRU 2100-EXIT.
004200     PERFORM 2200-PRINT-STATUS THRU 2200-EXIT
004210             UNTIL CHK-AT-EOF.
004220     EXEC SQL
004230          CLOSE STSCSR
004240     END-EXEC.
004250     IF STS-COUNT = ZERO
004260         WRITE REPORT-RECORD FROM NONE-LINE
004270     END-IF.
004280 2000-EXIT.
004290     EXIT.
004300*
004310*---------------------------------------------------------------*
004320* 2100-FETCH-STATUS                                             *
004330*---------------------------------------------------------------*
004340 2100-FETCH-STATUS.
004350     EXEC SQL
004360          FETCH STSCSR
004370           INTO :STS-ENTRY-ID, :STS-APPROVED, :STS-NEW-STATUS,
004380                :STS-DECIDED-AT, :STS-MODERATOR-ID
004390     END-EXEC.
004400     IF SQLCODE = 100
004410         SET CHK-AT-EOF TO TRUE
004413     ELSE
004416         ADD 1 TO RLG-ROWS-READ
004420     END-IF.
004430 2100-EXIT.
004440     EXIT.
004450*
004460*---------------------------------------------------------------*
004470* 2200-PRINT-STATUS - PRINT ONE MISMATCH AND FETCH THE NEXT.    *
004480*---------------------------------------------------------------*
004490 2200-PRINT-STATUS.
004500     MOVE STS-ENTRY-ID     TO STS-DTL-ENTRY-ID.
004510     MOVE STS-APPROVED     TO STS-DTL-APPROVED.
004520     MOVE STS-NEW-STATUS   TO STS-DTL-NEW-STATUS.
004530     MOVE STS-DECIDED-AT   TO STS-DTL-DECIDED-AT.
004540     MOVE STS-MODERATOR-ID TO STS-DTL-MODERATOR.
004550     WRITE REPORT-RECORD FROM STS-DTL-LINE.
004555     ADD 1 TO RLG-ROWS-WRITTEN.
004560     ADD 1 TO STS-COUNT.
004570     PERFORM 2100-FETCH-STATUS THRU 2100-EXIT.
004580 2200-EXIT.
004590     EXIT.
004600*
004610*---------------------------------------------------------------*
004620* 3000-CHECK-TRAIL - LIST EVERY APPROVED, REJECTED OR WITHDRAWN *
004630*     ENTRY WITH NO MOD_DECISIONS ROW AT ALL.  ONLY ENTRIES     *
004640*     SUBMITTED ON OR AFTER TRAIL-START-DATE ARE EXPECTED TO    *
004650*     HAVE A TRAIL.                                             *
004660*---------------------------------------------------------------*
004670 3000-CHECK-TRAIL.
004680     WRITE REPORT-RECORD FROM BLANK-LINE.
004690     WRITE REPORT-RECORD FROM NTR-HDG-LINE.
004700     WRITE REPORT-RECORD FROM NTR-COL-LINE.
004710     EXEC SQL
004720          DECLARE NTRCSR CURSOR FOR
004730          SELECT E.ID, E.APPROVED, CHAR(E.SUBMITTED_AT),
004740                 COALESCE(E.TERM_ID, ' '),
004750                 COALESCE(E.EVENT_CODE, ' ')
004760            FROM ENTRIES E
004770           WHERE E.APPROVED <> 'P'
004780             AND E.SUBMITTED_AT >=
004790                 TIMESTAMP(:TRAIL-START-DATE, '00.00.00')
004800             AND NOT EXISTS
004810                 (SELECT 1
004820                    FROM MOD_DECISIONS D
004830                   WHERE D.ENTRY_ID = E.ID)
004840           ORDER BY E.ID
004850     END-EXEC.
004860     EXEC SQL
004870          OPEN NTRCSR
004880     END-EXEC.
004890     SET CHK-NOT-AT-EOF TO TRUE.
004900     PERFORM 3100-FETCH-TRAIL THRU 3100-EXIT.
004910     PERFORM 3200-PRINT-TRAIL THRU 3200-EXIT
004920             UNTIL CHK-AT-EOF.
004930     EXEC SQL
004940          CLOSE NTRCSR
004950     END-EXEC.
004960     IF NTR-COUNT = ZERO
004970         WRITE REPORT-RECORD FROM NONE-LINE
004980     END-IF.
004990 3000-EXIT.
005000     EXIT.
005010*
005020*---------------------------------------------------------------*
005030* 3100-FETCH-TRAIL                                              *
005040*---------------------------------------------------------------*
005050 3100-FETCH-TRAIL.
005060     EXEC SQL
005070          FETCH NTRCSR
005080           INTO :NTR-ENTRY-ID, :NTR-APPROVED, :NTR-SUBMITTED-AT,
005090                :NTR-TERM-ID, :NTR-EVENT-CODE
005100     END-EXEC.
005110     IF SQLCODE = 100
005120         SET CHK-AT-EOF TO TRUE
005123     ELSE
005126         ADD 1 TO RLG-ROWS-READ
005130     END-IF.
005140 3100-EXIT.
005150     EXIT.
005160*
005170*---------------------------------------------------------------*
005180* 3200-PRINT-TRAIL - PRINT ONE ENTRY WITH NO TRAIL AND FETCH    *
005190*     THE NEXT.                                                 *
005200*---------------------------------------------------------------*
005210 3200-PRINT-TRAIL.
005220     MOVE NTR-ENTRY-ID     TO NTR-DTL-ENTRY-ID.
005230     MOVE NTR-APPROVED     TO NTR-DTL-APPROVED.
005240     MOVE NTR-SUBMITTED-AT TO NTR-DTL-SUBMITTED.
005250     MOVE NTR-TERM-ID      TO NTR-DTL-TERM-ID.
005260     MOVE NTR-EVENT-CODE   TO NTR-DTL-EVENT-CODE.
005270     WRITE REPORT-RECORD FROM NTR-DTL-LINE.
005275     ADD 1 TO RLG-ROWS-WRITTEN.
005280     ADD 1 TO NTR-COUNT.
005290     PERFORM 3100-FETCH-TRAIL THRU 3100-EXIT.
005300 3200-EXIT.
005310     EXIT.
005320*
005330*---------------------------------------------------------------*
005340* 4000-CHECK-EVENTS - LIST EVENT CODES ON ENTRIES (ONE LINE PER *
005350*     CODE WITH THE NUMBER OF ENTRIES) AND ON KIOSKS (ONE LINE  *
005360*     PER KIOSK) THAT ARE NOT IN EVENTS.  A NULL CODE MEANS NO  *
005370*     EVENT AND IS NOT AN EXCEPTION.                            *
005380*---------------------------------------------------------------*
005390 4000-CHECK-EVENTS.
005400     WRITE REPORT-RECORD FROM BLANK-LINE.
005410     WRITE REPORT-RECORD FROM EVT-HDG-LINE.
005420     WRITE REPORT-RECORD FROM EVT-COL-LINE.
005430     EXEC SQL
005440          DECLARE EVTCSR CURSOR FOR
005450          SELECT 'ENTRIES', E.EVENT_CODE, ' ', COUNT(*)
005460            FROM ENTRIES E
005470           WHERE E.EVENT_CODE IS NOT NULL
005480             AND NOT EXISTS
005490                 (SELECT 1
005500                    FROM EVENTS V
005510                   WHERE V.EVENT_CODE = E.EVENT_CODE)
005520           GROUP BY E.EVENT_CODE
005530          UNION ALL
005540          SELECT 'KIOSKS', K.EVENT_CODE, K.TERM_ID, 1
005550            FROM KIOSKS K
005560           WHERE K.EVENT_CODE IS NOT NULL
005570             AND NOT EXISTS
005580                 (SELECT 1
005590                    FROM EVENTS V
005600                   WHERE V.EVENT_CODE = K.EVENT_CODE)
005610           ORDER BY 1, 2, 3
005620     END-EXEC.
005630     EXEC SQL
005640          OPEN EVTCSR
005650     END-EXEC.
005660     SET CHK-NOT-AT-EOF TO TRUE.
005670     PERFORM 4100-FETCH-EVENT THRU 4100-EXIT.
005680     PERFORM 4200-PRINT-EVENT THRU 4200-EXIT
005690             UNTIL CHK-AT-EOF.
005700     EXEC SQL
005710          CLOSE EVTCSR
005720     END-EXEC.
005730     IF EVT-COUNT = ZERO
005740         WRITE REPORT-RECORD FROM NONE-LINE
005750     END-IF.
005760 4000-EXIT.
005770     EXIT.
005780*
005790*---------------------------------------------------------------*
005800* 4100-FETCH-EVENT                                              *
005810*---------------------------------------------------------------*
005820 4100-FETCH-EVENT.
005830     EXEC SQL
005840          FETCH EVTCSR
005850           INTO :EVT-SOURCE, :EVT-EVENT-CODE, :EVT-TERM-ID,
005860                :EVT-ROW-COUNT
005870     END-EXEC.
005880     IF SQLCODE = 100
005890         SET CHK-AT-EOF TO TRUE
005893     ELSE
005896         ADD 1 TO RLG-ROWS-READ
005900     END-IF.
005910 4100-EXIT.
005920     EXIT.
005930*
005940*---------------------------------------------------------------*
005950* 4200-PRINT-EVENT - PRINT ONE UNKNOWN EVENT CODE AND FETCH THE *
005960*     NEXT.                                                     *
005970*---------------------------------------------------------------*
005980 4200-PRINT-EVENT.
005990     MOVE EVT-SOURCE       TO EVT-DTL-SOURCE.
006000     MOVE EVT-EVENT-CODE   TO EVT-DTL-EVENT-CODE.
006010     MOVE EVT-TERM-ID      TO EVT-DTL-TERM-ID.
006020     MOVE EVT-ROW-COUNT    TO EVT-DTL-ROWS-OUT.
006030     WRITE REPORT-RECORD FROM EVT-DTL-LINE.
006035     ADD 1 TO RLG-ROWS-WRITTEN.
006040     ADD 1 TO EVT-COUNT.
006050     PERFORM 4100-FETCH-EVENT THRU 4100-EXIT.
006060 4200-EXIT.
006070     EXIT.
006080*
006090*---------------------------------------------------------------*
006100* 5000-CHECK-TERMINALS - LIST THE TERMINAL IDS ON ENTRIES THAT  *
006110*     WERE NEVER A KIOSK: NOT ON KIOSKS TODAY AND NOT IN THE    *
006120*     KIOSK_ASSIGNMENTS HISTORY, WHICH OUTLIVES A GB07 DELETE.  *
006130*     ONE LINE PER TERMINAL WITH ITS ENTRY COUNT AND THE FIRST  *
006140*     AND LAST SUBMISSION FROM IT.                              *
006150*---------------------------------------------------------------*
006160 5000-CHECK-TERMINALS.
006170     WRITE REPORT-RECORD FROM BLANK-LINE.
006180     WRITE REPORT-RECORD FROM TRM-HDG-LINE.
006190     WRITE REPORT-RECORD FROM TRM-COL-LINE.
006200     EXEC SQL
006210          DECLARE TRMCSR CURSOR FOR
006220          SELECT E.TERM_ID, COUNT(*),
006230                 COALESCE(CHAR(MIN(E.SUBMITTED_AT)), ' '),
006240                 COALESCE(CHAR(MAX(E.SUBMITTED_AT)), ' ')
006250            FROM ENTRIES E
006260           WHERE E.TERM_ID IS NOT NULL
006270             AND NOT EXISTS
006280                 (SELECT 1
006290                    FROM KIOSKS K
006300                   WHERE K.TERM_ID = E.TERM_ID)
006310             AND NOT EXISTS
006320                 (SELECT 1
006330                    FROM KIOSK_ASSIGNMENTS A
006340                   WHERE A.TERM_ID = E.TERM_ID)
006350           GROUP BY E.TERM_ID
006360           ORDER BY E.TERM_ID
006370     END-EXEC.
006380     EXEC SQL
006390          OPEN TRMCSR
006400     END-EXEC.
006410     SET CHK-NOT-AT-EOF TO TRUE.
006420     PERFORM 5100-FETCH-TERMINAL THRU 5100-EXIT.
006430     PERFORM 5200-PRINT-TERMINAL THRU 5200-EXIT
006440             UNTIL CHK-AT-EOF.
006450     EXEC SQL
006460          CLOSE TRMCSR
006470     END-EXEC.
006480     IF TRM-COUNT = ZERO
006490         WRITE REPORT-RECORD FROM NONE-LINE
006500     END-IF.
006510 5000-EXIT.
006520     EXIT.
006530*
006540*---------------------------------------------------------------*
006550* 5100-FETCH-TERMINAL                                           *
006560*---------------------------------------------------------------*
006570 5100-FETCH-TERMINAL.
006580     EXEC SQL
006590          FETCH TRMCSR
006600           INTO :TRM-TERM-ID, :TRM-ROW-COUNT, :TRM-FIRST-AT,
006610                :TRM-LAST-AT
006620     END-EXEC.
006630     IF SQLCODE = 100
006640         SET CHK-AT-EOF TO TRUE
006643     ELSE
006646         ADD 1 TO RLG-ROWS-READ
006650     END-IF.
006660 5100-EXIT.
006670     EXIT.
006680*
006690*---------------------------------------------------------------*
006700* 5200-PRINT-TERMINAL - PRINT ONE UNKNOWN TERMINAL AND FETCH    *
006710*     THE NEXT.                                                 *
006720*---------------------------------------------------------------*
006730 5200-PRINT-TERMINAL.
006740     MOVE TRM-TERM-ID      TO TRM-DTL-TERM-ID.
006750     MOVE TRM-ROW-COUNT    TO TRM-DTL-ROWS-OUT.
006760     MOVE TRM-FIRST-AT     TO TRM-DTL-FIRST-AT.
006770     MOVE TRM-LAST-AT      TO TRM-DTL-LAST-AT.
006780     WRITE REPORT-RECORD FROM TRM-DTL-LINE.
006785     ADD 1 TO RLG-ROWS-WRITTEN.
006790     ADD 1 TO TRM-COUNT.
006800     PERFORM 5100-FETCH-TERMINAL THRU 5100-EXIT.
006810 5200-EXIT.
006820     EXIT.
006830*
006840*---------------------------------------------------------------*
006850* 6000-CHECK-LEFTOVERS - LIST EVERY NON-PENDING ENTRY STILL     *
006860*     CARRYING A GB04 CLAIM, AND EVERY REJECTED OR WITHDRAWN    *
006870*     ENTRY STILL CARRYING A WATCH STAMP.  ONLY THE ORPHANED    *
006880*     STAMP IS SHOWN; A STAMP ON AN APPROVED ENTRY IS GBRSCN'S  *
006890*     RECORD THAT A MODERATOR HAS SEEN THE PHRASE AND STAYS.    *
006900*     ON A FIX RUN EACH ONE IS REPAIRED AS IT IS LISTED.        *
006910*---------------------------------------------------------------*
006920 6000-CHECK-LEFTOVERS.
006930     WRITE REPORT-RECORD FROM BLANK-LINE.
006940     WRITE REPORT-RECORD FROM FIX-HDG-LINE.
006950     WRITE REPORT-RECORD FROM FIX-COL-LINE.
006960     EXEC SQL
006970          DECLARE FIXCSR CURSOR FOR
006980          SELECT ID, APPROVED, COALESCE(CLAIMED_BY, ' '),
006990                 COALESCE(CHAR(CLAIMED_AT), ' '),
007000                 CASE WHEN APPROVED IN ('R', 'W')
007010                      THEN COALESCE(WATCH_PHRASE, ' ')
007020                      ELSE ' ' END
007030            FROM ENTRIES
007040           WHERE APPROVED <> 'P'
007050             AND (CLAIMED_BY IS NOT NULL
007060              OR  CLAIMED_AT IS NOT NULL
007070              OR  (WATCH_PHRASE IS NOT NULL
007080              AND  APPROVED IN ('R', 'W')))
007090           ORDER BY ID
007100     END-EXEC.
007110     EXEC SQL
007120          OPEN FIXCSR
007130     END-EXEC.
007140     SET CHK-NOT-AT-EOF TO TRUE.
007150     PERFORM 6100-FETCH-LEFTOVER THRU 6100-EXIT.
007160     PERFORM 6200-PRINT-LEFTOVER THRU 6200-EXIT
007170             UNTIL CHK-AT-EOF.
007180     EXEC SQL
007190          CLOSE FIXCSR
007200     END-EXEC.
007210     IF FIX-COUNT = ZERO
007220         WRITE REPORT-RECORD FROM NONE-LINE
007230     END-IF.
007240 6000-EXIT.
007250     EXIT.
007260*
007270*---------------------------------------------------------------*
007280* 6100-FETCH-LEFTOVER                                           *
007290*---------------------------------------------------------------*
007300 6100-FETCH-LEFTOVER.
007310     EXEC SQL
007320          FETCH FIXCSR
007330           INTO :FIX-ENTRY-ID, :FIX-APPROVED, :FIX-CLAIMED-BY,
007340                :FIX-CLAIMED-AT, :FIX-WATCH-PHRASE
007350     END-EXEC.
007360     IF SQLCODE = 100
007370         SET CHK-AT-EOF TO TRUE
007373     ELSE
007376         ADD 1 TO RLG-ROWS-READ
007380     END-IF.
007390 6100-EXIT.
007400     EXIT.
007410*
007420*---------------------------------------------------------------*
007430* 6200-PRINT-LEFTOVER - PRINT ONE ENTRY, REPAIRING IT FIRST ON  *
007440*     A FIX RUN, AND FETCH THE NEXT.                            *
007450*---------------------------------------------------------------*
007460 6200-PRINT-LEFTOVER.
007470     ADD 1 TO FIX-COUNT.
007480     IF ACTION-IS-FIX
007490         PERFORM 6300-CLEAR-LEFTOVER THRU 6300-EXIT
007500     ELSE
007510         MOVE 'REPORTED' TO FIX-DTL-DISPO
007520     END-IF.
007530     MOVE FIX-ENTRY-ID     TO FIX-DTL-ENTRY-ID.
007540     MOVE FIX-APPROVED     TO FIX-DTL-APPROVED.
007550     MOVE FIX-CLAIMED-BY   TO FIX-DTL-CLAIMED-BY.
007560     MOVE FIX-CLAIMED-AT   TO FIX-DTL-CLAIMED-AT.
007570     MOVE FIX-WATCH-PHRASE TO FIX-DTL-PHRASE.
007580     WRITE REPORT-RECORD FROM FIX-DTL-LINE.
007585     ADD 1 TO RLG-ROWS-WRITTEN.
007590     PERFORM 6100-FETCH-LEFTOVER THRU 6100-EXIT.
007600 6200-EXIT.
007610     EXIT.
007620*
007630*---------------------------------------------------------------*
007640* 6300-CLEAR-LEFTOVER - CLEAR THE CLAIM, AND THE STAMP ON A     *
007650*     REJECTED OR WITHDRAWN ENTRY, AND RECORD THE REPAIR IN     *
007660*     MOD_DECISIONS UNDER THIS PROGRAM'S NAME WITH THE STATUS   *
007670*     UNCHANGED.  THE UPDATE INSISTS THE STATUS IS STILL THE    *
007680*     ONE JUST FETCHED, SO AN ENTRY SOMEONE DECIDED OR AMENDED  *
007690*     IN THE MEANTIME IS LEFT ALONE FOR TOMORROW'S RUN.         *
007700*---------------------------------------------------------------*
007710 6300-CLEAR-LEFTOVER.
007720     EXEC SQL
007730          UPDATE ENTRIES
007740             SET CLAIMED_BY   = NULL,
007750                 CLAIMED_AT   = NULL,
007760                 WATCH_PHRASE =
007770                     CASE WHEN APPROVED IN ('R', 'W')
007780                          THEN NULL
007790                          ELSE WATCH_PHRASE END
007800           WHERE ID = :FIX-ENTRY-ID
007810             AND APPROVED = :FIX-APPROVED
007820     END-EXEC.
007830     IF SQLCODE NOT = ZERO
007840         MOVE 'CHANGED - LEFT ALONE' TO FIX-DTL-DISPO
007850         ADD 1 TO SKIPPED-COUNT
007860         GO TO 6300-EXIT
007870     END-IF.
007880     EXEC SQL
007890          INSERT INTO MOD_DECISIONS(ENTRY_ID, OLD_STATUS,
007900                      NEW_STATUS, MODERATOR_ID, DECIDED_AT)
007910                 VALUES(:FIX-ENTRY-ID, :FIX-APPROVED,
007920                        :FIX-APPROVED, 'GBRECN',
007925                        CURRENT TIMESTAMP)
007930     END-EXEC.
007940     MOVE 'CLEARED' TO FIX-DTL-DISPO.
007950     ADD 1 TO CLEARED-COUNT.
007960 6300-EXIT.
007970     EXIT.
007980*
007990*---------------------------------------------------------------*
008000* 8000-FINALIZE - PRINT THE EXCEPTION COUNTS PER CHECK AND THE  *
008010*     REPAIRS MADE, AND CLOSE UP.                               *
008020*---------------------------------------------------------------*
008030 8000-FINALIZE.
008040     WRITE REPORT-RECORD FROM BLANK-LINE.
008050     WRITE REPORT-RECORD FROM SUM-HDG-LINE.
008060     MOVE 'STATUS NOT MATCHING LATEST DECISION:' TO SUM-DTL-NAME.
008070     MOVE STS-COUNT     TO SUM-DTL-COUNT-OUT.
008080     WRITE REPORT-RECORD FROM SUM-DTL-LINE.
008090     MOVE 'DECIDED ENTRIES WITH NO TRAIL:' TO SUM-DTL-NAME.
008100     MOVE NTR-COUNT     TO SUM-DTL-COUNT-OUT.
008110     WRITE REPORT-RECORD FROM SUM-DTL-LINE.
008120     MOVE 'EVENT CODES NOT IN EVENTS:' TO SUM-DTL-NAME.
008130     MOVE EVT-COUNT     TO SUM-DTL-COUNT-OUT.
008140     WRITE REPORT-RECORD FROM SUM-DTL-LINE.
008150     MOVE 'TERMINALS NEVER A KIOSK:' TO SUM-DTL-NAME.
008160     MOVE TRM-COUNT     TO SUM-DTL-COUNT-OUT.
008170     WRITE REPORT-RECORD FROM SUM-DTL-LINE.
008180     MOVE 'STALE CLAIMS / ORPHANED STAMPS:' TO SUM-DTL-NAME.
008190     MOVE FIX-COUNT     TO SUM-DTL-COUNT-OUT.
008200     WRITE REPORT-RECORD FROM SUM-DTL-LINE.
008210     IF ACTION-IS-FIX
008220         MOVE 'ENTRIES CLEARED:' TO SUM-DTL-NAME
008230         MOVE CLEARED-COUNT TO SUM-DTL-COUNT-OUT
008240         WRITE REPORT-RECORD FROM SUM-DTL-LINE
008250         MOVE 'ENTRIES CHANGED, LEFT ALONE:' TO SUM-DTL-NAME
008260         MOVE SKIPPED-COUNT TO SUM-DTL-COUNT-OUT
008270         WRITE REPORT-RECORD FROM SUM-DTL-LINE
008280     END-IF.
008290     CLOSE REPORT-FILE.
008292     SET RLG-ENDING TO TRUE.
008294     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
008296     MOVE RLG-RETURN-CODE TO RETURN-CODE.
008300 8000-EXIT.
008310     EXIT.
