000100*****************************************************************
000110* PROGRAM-ID: GBRLSE
000120* AUTHOR:     R. OKONKWO-BATES, EVENTS SYSTEMS GROUP
000130* INSTALLATION: EVENTS DIVISION DATA CENTER
000140* DATE-WRITTEN: 10/14/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*   SCHEDULED TIMED-RELEASE BATCH.  EACH EVENT CARRIES A
000190*   MODERATION POLICY, MAINTAINED ON GB10: 'S' STRICT
000200*   PRE-MODERATION, WHERE EVERY ENTRY WAITS FOR A MODERATOR ON
000210*   GB04, OR 'T' TIMED RELEASE.  FOR EVERY EVENT ON THE 'T'
000220*   POLICY THIS JOB PUBLISHES EACH PENDING ENTRY THAT CARRIES
000230*   NO WATCH PHRASE ONCE IT HAS WAITED THE EVENT'S RELEASE
000240*   HOURS SINCE SUBMISSION.  AN ENTRY WITH A WATCH PHRASE
000250*   ALWAYS WAITS FOR A MODERATOR, AND AN ENTRY A MODERATOR HAS
000260*   ON SCREEN RIGHT NOW (A LIVE GB04 CLAIM) IS LEFT FOR THEM -
000270*   THE NEXT RUN PICKS IT UP IF THEY MOVE ON WITHOUT DECIDING.
000280*   EVERY RELEASE IS WRITTEN TO MOD_DECISIONS WITH THIS
000290*   PROGRAM'S NAME AS THE MODERATOR, THE WAY GBRSCN RECORDS ITS
000300*   OWN STATUS CHANGES, AND THE REPORT LISTS WHAT WAS RELEASED
000310*   UNDER EACH EVENT WITH AN EVENT SUBTOTAL AND A GRAND TOTAL.
000320*-----------------------------------------------------------------
000330* MODIFICATION HISTORY.
000340*   10/14/26  ROB  ORIGINAL PROGRAM.
000342*   10/15/26  ROB  THE RELEASE UPDATE NOW RE-TESTS THE CLAIM AS
000344*                  THE CURSOR DOES - A GB04 MODERATOR WHO
000346*                  CLAIMED THE ENTRY AFTER THE FETCH HAD THE
000348*                  CLAIM CLEARED AND THE ENTRY PUBLISHED.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.    GBRLSE.
000380 AUTHOR.        R. OKONKWO-BATES.
000390 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000400 DATE-WRITTEN.  10/14/2026.
000410 DATE-COMPILED.
000420*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT REPORT-FILE  ASSIGN TO RLSERPT
000470                          ORGANIZATION IS SEQUENTIAL.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  REPORT-FILE
000520     RECORDING MODE IS F
000530     LABEL RECORDS ARE STANDARD.
000540 01  REPORT-RECORD              PIC X(132).
000550*
000560 WORKING-STORAGE SECTION.
000570*
000580*---------------------------------------------------------------*
000590*    SWITCHES                                                   *
000600*---------------------------------------------------------------*
000610 01  GBRLSE-SWITCHES.
000620     05  RLS-EOF-SW          PIC X(01)  VALUE 'N'.
000630         88  RLS-AT-EOF                VALUE 'Y'.
000640         88  RLS-NOT-AT-EOF            VALUE 'N'.
000650*
000660*---------------------------------------------------------------*
000670*    A GB04 CLAIM YOUNGER THAN THIS IS A MODERATOR STILL        *
000680*    READING THE ENTRY - SAME TIMEOUT AS GB04                   *
000690*---------------------------------------------------------------*
000700 77  CLAIM-TIMEOUT-MINS      PIC S9(04) COMP VALUE 10.
000710*
000720*---------------------------------------------------------------*
000730*    ONE RELEASABLE ENTRY FETCHED FROM THE ENTRIES/EVENTS JOIN  *
000740*---------------------------------------------------------------*
000750 01  RLS-ENTRY.
000760     05  RLS-EVENT           PIC X(08).
000770     05  RLS-EVENT-NAME      PIC X(40).
000780     05  RLS-HOURS           PIC S9(04) COMP.
000790     05  RLS-ID              PIC S9(09) COMP.
000800     05  RLS-TITLE           PIC X(20).
000810     05  RLS-SUBMITTED       PIC X(26).
000820*
000830*---------------------------------------------------------------*
000840*    EVENT CONTROL BREAK                                        *
000850*---------------------------------------------------------------*
000860 01  CURR-EVENT              PIC X(08)  VALUE SPACES.
000870 01  EVT-RELEASED-COUNT      PIC 9(07)  VALUE ZERO.
000880*
000890*---------------------------------------------------------------*
000900*    RUNNING TOTALS                                             *
000910*---------------------------------------------------------------*
000920 01  RELEASED-ENTRY-COUNT    PIC 9(07)  VALUE ZERO.
000930 01  EVENT-COUNT             PIC 9(07)  VALUE ZERO.
000940*
000950*---------------------------------------------------------------*
000960*    PRINT LINE LAYOUTS                                         *
000970*---------------------------------------------------------------*
000980 01  HDG-LINE-1.
000990     05  FILLER              PIC X(42) VALUE
001000                'TIMED RELEASE OF PENDING ENTRIES'.
001010     05  FILLER              PIC X(90) VALUE SPACES.
001020 01  HDG-LINE-2.
001030     05  FILLER              PIC X(09) VALUE 'ENTRY ID'.
001040     05  FILLER              PIC X(02) VALUE SPACES.
001050     05  FILLER              PIC X(20) VALUE 'TITLE'.
001060     05  FILLER              PIC X(02) VALUE SPACES.
001070     05  FILLER              PIC X(19) VALUE 'SUBMITTED'.
001080     05  FILLER              PIC X(80) VALUE SPACES.
001090 01  EVT-HDG-LINE.
001100     05  FILLER              PIC X(07) VALUE 'EVENT:'.
001110     05  EVT-HDG-CODE        PIC X(08).
001120     05  FILLER              PIC X(02) VALUE SPACES.
001130     05  EVT-HDG-NAME        PIC X(40).
001140     05  FILLER              PIC X(02) VALUE SPACES.
001150     05  FILLER              PIC X(15) VALUE
001160                'RELEASE AFTER'.
001170     05  EVT-HDG-HOURS       PIC ZZ9.
001180     05  FILLER              PIC X(06) VALUE ' HOURS'.
001190     05  FILLER              PIC X(49) VALUE SPACES.
001200 01  DTL-LINE.
001210     05  DTL-ID              PIC 9(09).
001220     05  FILLER              PIC X(02) VALUE SPACES.
001230     05  DTL-TITLE           PIC X(20).
001240     05  FILLER              PIC X(02) VALUE SPACES.
001250     05  DTL-SUBMITTED       PIC X(19).
001260     05  FILLER              PIC X(80) VALUE SPACES.
001270 01  EVT-TOT-LINE.
001280     05  FILLER              PIC X(30) VALUE
001290                'RELEASED THIS EVENT:'.
001300     05  EVT-TOT-COUNT-OUT   PIC ZZZ,ZZ9.
001310     05  FILLER              PIC X(95) VALUE SPACES.
001320 01  TOT-LINE-1.
001330     05  FILLER              PIC X(30) VALUE
001340                'TOTAL ENTRIES RELEASED:'.
001350     05  TOT-RELEASED-OUT    PIC ZZZ,ZZ9.
001360     05  FILLER              PIC X(95) VALUE SPACES.
001370 01  TOT-LINE-2.
001380     05  FILLER              PIC X(30) VALUE
001390                'EVENTS WITH RELEASES:'.
001400     05  TOT-EVENTS-OUT      PIC ZZZ,ZZ9.
001410     05  FILLER              PIC X(95) VALUE SPACES.
001420*
001430 COPY GBRUNREC.
001440     EXEC SQL
001450          INCLUDE SQLCA
001460     END-EXEC.
001470*
001480 PROCEDURE DIVISION.
001490*---------------------------------------------------------------*
001500* 0000-MAINLINE                                                 *
001510*---------------------------------------------------------------*
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001540     PERFORM 2000-PROCESS-ENTRY  THRU 2000-EXIT
001550             UNTIL RLS-AT-EOF.
001560     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
001570     STOP RUN.
001580*
001590*---------------------------------------------------------------*
001600* 1000-INITIALIZE - OPEN THE REPORT, PRINT HEADINGS, OPEN THE   *
001610*     RELEASE CURSOR AND PRIME THE READ.  THE CURSOR TAKES      *
001620*     PENDING ENTRIES WITH NO WATCH PHRASE WHOSE EVENT IS ON    *
001630*     THE 'T' POLICY AND WHOSE WAIT SINCE SUBMISSION HAS        *
001640*     REACHED THAT EVENT'S RELEASE HOURS, SKIPPING ANY ENTRY    *
001650*     UNDER A LIVE GB04 CLAIM.  AN ENTRY WITH NO EVENT HAS NO   *
001660*     POLICY AND STAYS WITH THE MODERATORS.                     *
001670*---------------------------------------------------------------*
001680 1000-INITIALIZE.
001690     MOVE 'GBRLSE' TO RLG-PROGRAM.
001700     SET RLG-STARTING TO TRUE.
001710     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
001720     OPEN OUTPUT REPORT-FILE.
001730     WRITE REPORT-RECORD FROM HDG-LINE-1.
001740     WRITE REPORT-RECORD FROM HDG-LINE-2.
001750     EXEC SQL
001760          DECLARE RLSCSR CURSOR FOR
001770          SELECT E.EVENT_CODE, V.EVENT_NAME, V.RELEASE_HOURS,
001780                 E.ID, E.TITLE, CHAR(E.SUBMITTED_AT)
001790            FROM ENTRIES E, EVENTS V
001800           WHERE E.EVENT_CODE = V.EVENT_CODE
001810             AND V.MOD_POLICY = 'T'
001820             AND V.RELEASE_HOURS > 0
001830             AND E.APPROVED = 'P'
001840             AND E.WATCH_PHRASE IS NULL
001850             AND E.SUBMITTED_AT <= CURRENT TIMESTAMP
001860                 - V.RELEASE_HOURS HOURS
001870             AND (E.CLAIMED_BY IS NULL
001880              OR  E.CLAIMED_AT < CURRENT TIMESTAMP
001890                  - :CLAIM-TIMEOUT-MINS MINUTES)
001900           ORDER BY E.EVENT_CODE, E.ID
001910     END-EXEC.
001920     EXEC SQL
001930          OPEN RLSCSR
001940     END-EXEC.
001950     PERFORM 2100-FETCH-ENTRY THRU 2100-EXIT.
001960 1000-EXIT.
001970     EXIT.
001980*
001990*---------------------------------------------------------------*
002000* 2000-PROCESS-ENTRY - RELEASE ONE ENTRY AND, IF IT WAS STILL   *
002010*     PENDING WHEN WE GOT TO IT, LIST IT UNDER ITS EVENT.       *
002020*     THEN FETCH THE NEXT.                                      *
002030*---------------------------------------------------------------*
002040 2000-PROCESS-ENTRY.
002050     IF RLS-EVENT NOT EQUAL CURR-EVENT
002060         PERFORM 2300-EVENT-BREAK THRU 2300-EXIT
002070     END-IF.
002080     PERFORM 3000-RELEASE-ENTRY THRU 3000-EXIT.
002090     PERFORM 2100-FETCH-ENTRY THRU 2100-EXIT.
002100 2000-EXIT.
002110     EXIT.
002120*
002130*---------------------------------------------------------------*
002140* 2100-FETCH-ENTRY                                              *
002150*---------------------------------------------------------------*
002160 2100-FETCH-ENTRY.
002170     EXEC SQL
002180          FETCH RLSCSR
002190           INTO :RLS-EVENT, :RLS-EVENT-NAME, :RLS-HOURS,
002200                :RLS-ID, :RLS-TITLE, :RLS-SUBMITTED
002210     END-EXEC.
002220     IF SQLCODE = 100
002230         SET RLS-AT-EOF TO TRUE
002240     ELSE
002250         ADD 1 TO RLG-ROWS-READ
002260     END-IF.
002270 2100-EXIT.
002280     EXIT.
002290*
002300*---------------------------------------------------------------*
002310* 2300-EVENT-BREAK - CLOSE OUT THE EVENT JUST LISTED (NOTHING   *
002320*     PRINTS BEFORE THE FIRST ONE) AND PRINT THE HEADING FOR    *
002330*     THE NEXT, WITH ITS NAME AND RELEASE HOURS.                *
002340*---------------------------------------------------------------*
002350 2300-EVENT-BREAK.
002360     PERFORM 2400-PRINT-EVENT-TOTAL THRU 2400-EXIT.
002370     MOVE RLS-EVENT      TO CURR-EVENT.
002380     MOVE RLS-EVENT      TO EVT-HDG-CODE.
002390     MOVE RLS-EVENT-NAME TO EVT-HDG-NAME.
002400     MOVE RLS-HOURS      TO EVT-HDG-HOURS.
002410     WRITE REPORT-RECORD FROM EVT-HDG-LINE.
002420     ADD 1 TO EVENT-COUNT.
002430 2300-EXIT.
002440     EXIT.
002450*
002460*---------------------------------------------------------------*
002470* 2400-PRINT-EVENT-TOTAL - PRINT THE SUBTOTAL FOR THE EVENT     *
002480*     JUST FINISHED AND RESET IT.  NOTHING PRINTS WHEN NO       *
002490*     EVENT HAS BEEN LISTED YET.                                *
002500*---------------------------------------------------------------*
002510 2400-PRINT-EVENT-TOTAL.
002520     IF CURR-EVENT NOT EQUAL SPACES
002530         MOVE EVT-RELEASED-COUNT TO EVT-TOT-COUNT-OUT
002540         WRITE REPORT-RECORD FROM EVT-TOT-LINE
002550     END-IF.
002560     MOVE ZERO TO EVT-RELEASED-COUNT.
002570 2400-EXIT.
002580     EXIT.
002590*
002600*---------------------------------------------------------------*
002610* 3000-RELEASE-ENTRY - PUBLISH ONE ENTRY.  THE UPDATE REPEATS   *
002620*     THE PENDING, NO-WATCH-PHRASE AND CLAIM TESTS SO AN ENTRY  *
002630*     A MODERATOR DECIDED OR CLAIMED, OR THAT WAS RE-SCREENED,  *
002640*     SINCE THE CURSOR READ IT IS LEFT ALONE; ONLY A CLAIM      *
002645*     OLDER THAN CLAIM-TIMEOUT-MINS IS CLEARED WITH THE         *
002650*     RELEASE.  THE RELEASE IS RECORDED IN                      *
002660*     MOD_DECISIONS WITH THIS PROGRAM'S NAME AS THE MODERATOR   *
002670*     ID, AS BATCH STATUS CHANGES ARE.                          *
002680*---------------------------------------------------------------*
002690 3000-RELEASE-ENTRY.
002700     EXEC SQL
002710          UPDATE ENTRIES
002720             SET APPROVED   = 'A',
002730                 CLAIMED_BY = NULL,
002740                 CLAIMED_AT = NULL
002750           WHERE ID = :RLS-ID
002760             AND APPROVED = 'P'
002770             AND WATCH_PHRASE IS NULL
002772             AND (CLAIMED_BY IS NULL
002774              OR  CLAIMED_AT < CURRENT TIMESTAMP
002776                  - :CLAIM-TIMEOUT-MINS MINUTES)
002780     END-EXEC.
002790     IF SQLCODE NOT = ZERO
002800         GO TO 3000-EXIT
002810     END-IF.
002820     EXEC SQL
002830          INSERT INTO MOD_DECISIONS(ENTRY_ID, OLD_STATUS,
002840                      NEW_STATUS, MODERATOR_ID, DECIDED_AT)
002850                 VALUES(:RLS-ID, 'P', 'A',
002860                        'GBRLSE', CURRENT TIMESTAMP)
002870     END-EXEC.
002880     ADD 1 TO RLG-ROWS-WRITTEN.
002890     MOVE RLS-ID        TO DTL-ID.
002900     MOVE RLS-TITLE     TO DTL-TITLE.
002910     MOVE RLS-SUBMITTED TO DTL-SUBMITTED.
002920     WRITE REPORT-RECORD FROM DTL-LINE.
002930     ADD 1 TO EVT-RELEASED-COUNT.
002940     ADD 1 TO RELEASED-ENTRY-COUNT.
002950 3000-EXIT.
002960     EXIT.
002970*
002980*---------------------------------------------------------------*
002990* 8000-FINALIZE - CLOSE OUT THE LAST EVENT, PRINT THE TOTALS    *
003000*     AND CLOSE UP.                                             *
003010*---------------------------------------------------------------*
003020 8000-FINALIZE.
003030     PERFORM 2400-PRINT-EVENT-TOTAL THRU 2400-EXIT.
003040     MOVE RELEASED-ENTRY-COUNT TO TOT-RELEASED-OUT.
003050     WRITE REPORT-RECORD FROM TOT-LINE-1.
003060     MOVE EVENT-COUNT          TO TOT-EVENTS-OUT.
003070     WRITE REPORT-RECORD FROM TOT-LINE-2.
003080     EXEC SQL
003090          CLOSE RLSCSR
003100     END-EXEC.
003110     CLOSE REPORT-FILE.
003120     SET RLG-ENDING TO TRUE.
003130     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
003140     MOVE RLG-RETURN-CODE TO RETURN-CODE.
003150 8000-EXIT.
003160     EXIT.
