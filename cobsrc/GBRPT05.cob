000100*****************************************************************
000110* PROGRAM-ID: GBRPT05
000120* AUTHOR:     R. OKONKWO-BATES, EVENTS SYSTEMS GROUP
000130* INSTALLATION: EVENTS DIVISION DATA CENTER
000140* DATE-WRITTEN: 10/09/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*   WEEKLY REFERENCE-TABLE CHANGE REPORT.  LISTS EVERY ROW
000190*   MASTER_AUDIT GAINED IN THE LAST REPORT-DAYS DAYS - EACH ADD,
000200*   UPDATE AND DELETE MADE ON GB07 (KIOSKS), GB08 (BANNED_WORDS)
000210*   AND GB10 (EVENTS) - GROUPED BY TABLE AND IN TIME ORDER
000220*   WITHIN IT.  EACH CHANGE PRINTS WHEN, WHAT, WHO, THE
000230*   TERMINAL AND THE KEY, THEN THE ROW BEFORE AND AFTER, SO
000240*   THE WEEK'S REFERENCE CHANGES CAN BE SIGNED OFF FROM ONE
000250*   LISTING.  A COUNT PRINTS AFTER EACH TABLE AND FOR THE WEEK.
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY.
000280*   10/09/26  ROB  ORIGINAL PROGRAM.
000282*   10/13/26  ROB  EACH RUN IS LOGGED TO BATCH_RUNS THROUGH
000284*                  GBRUNL AT START AND END WITH ITS ROWS READ
000286*                  AND WRITTEN, FOR THE GB18 RUN-LOG INQUIRY.
000287*   10/15/26  ROB  THE HEADING TAKES ITS DAY COUNT FROM
000288*                  REPORT-DAYS INSTEAD OF A HARD-CODED 7.
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    GBRPT05.
000320 AUTHOR.        R. OKONKWO-BATES.
000330 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000340 DATE-WRITTEN.  10/09/2026.
000350 DATE-COMPILED.
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT REPORT-FILE  ASSIGN TO CHGRPT
000410                          ORGANIZATION IS SEQUENTIAL.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  REPORT-FILE
000460     RECORDING MODE IS F
000470     LABEL RECORDS ARE STANDARD.
000480 01  REPORT-RECORD              PIC X(132).
000490*
000500 WORKING-STORAGE SECTION.
000510*
000520*---------------------------------------------------------------*
000530*    SWITCHES                                                   *
000540*---------------------------------------------------------------*
000550 01  GBRPT05-SWITCHES.
000560     05  CHG-EOF-SW          PIC X(01)  VALUE 'N'.
000570         88  CHG-AT-EOF                VALUE 'Y'.
000580         88  CHG-NOT-AT-EOF            VALUE 'N'.
000590*
000600*---------------------------------------------------------------*
000610*    REPORTING WINDOW, IN DAYS BEFORE THE RUN                   *
000620*---------------------------------------------------------------*
000630 77  REPORT-DAYS             PIC S9(04) COMP VALUE 7.
000640*
000650*---------------------------------------------------------------*
000660*    ONE CHANGE FETCHED FROM MASTER_AUDIT                       *
000670*---------------------------------------------------------------*
000680 01  CHG-ROW.
000690     05  CHG-TABLE-NAME      PIC X(12).
000700     05  CHG-KEY             PIC X(50).
000710     05  CHG-ACTION          PIC X(01).
000720     05  CHG-BEFORE          PIC X(80).
000730     05  CHG-AFTER           PIC X(80).
000740     05  CHG-TERM-ID         PIC X(04).
000750     05  CHG-USER-ID         PIC X(08).
000760     05  CHG-CHANGED-AT      PIC X(26).
000770*
000780*---------------------------------------------------------------*
000790*    CONTROL-BREAK FIELD AND COUNTS                             *
000800*---------------------------------------------------------------*
000810 01  PREV-TABLE-NAME         PIC X(12).
000820 01  TABLE-CHANGE-COUNT      PIC S9(09) COMP VALUE ZERO.
000830 01  WEEK-CHANGE-COUNT       PIC S9(09) COMP VALUE ZERO.
000840*
000850*---------------------------------------------------------------*
000860*    PRINT LINE LAYOUTS                                         *
000870*---------------------------------------------------------------*
000880 01  HDG-LINE-1.
000890     05  FILLER              PIC X(30) VALUE
000900                'REFERENCE TABLE CHANGES - LAST'.
000903     05  HDG-DAYS-OUT        PIC ZZZ9.
000906     05  FILLER              PIC X(05) VALUE ' DAYS'.
000910     05  FILLER              PIC X(93) VALUE SPACES.
000920 01  COL-LINE.
000930     05  FILLER              PIC X(12) VALUE 'TABLE'.
000940     05  FILLER              PIC X(02) VALUE SPACES.
000950     05  FILLER              PIC X(26) VALUE 'CHANGED AT'.
000960     05  FILLER              PIC X(02) VALUE SPACES.
000970     05  FILLER              PIC X(07) VALUE 'ACTION'.
000980     05  FILLER              PIC X(02) VALUE SPACES.
000990     05  FILLER              PIC X(08) VALUE 'USER ID'.
001000     05  FILLER              PIC X(02) VALUE SPACES.
001010     05  FILLER              PIC X(04) VALUE 'TERM'.
001020     05  FILLER              PIC X(02) VALUE SPACES.
001030     05  FILLER              PIC X(50) VALUE 'KEY'.
001040     05  FILLER              PIC X(15) VALUE SPACES.
001050 01  CHG-DTL-LINE.
001060     05  CHG-DTL-TABLE-NAME  PIC X(12).
001070     05  FILLER              PIC X(02) VALUE SPACES.
001080     05  CHG-DTL-CHANGED-AT  PIC X(26).
001090     05  FILLER              PIC X(02) VALUE SPACES.
001100     05  CHG-DTL-ACTION      PIC X(07).
001110     05  FILLER              PIC X(02) VALUE SPACES.
001120     05  CHG-DTL-USER-ID     PIC X(08).
001130     05  FILLER              PIC X(02) VALUE SPACES.
001140     05  CHG-DTL-TERM-ID     PIC X(04).
001150     05  FILLER              PIC X(02) VALUE SPACES.
001160     05  CHG-DTL-KEY         PIC X(50).
001170     05  FILLER              PIC X(15) VALUE SPACES.
001180 01  CHG-IMG-LINE.
001190     05  FILLER              PIC X(14) VALUE SPACES.
001200     05  CHG-IMG-LABEL       PIC X(08).
001210     05  CHG-IMG-TEXT        PIC X(80).
001220     05  FILLER              PIC X(30) VALUE SPACES.
001230 01  TBL-TOTAL-LINE.
001240     05  FILLER              PIC X(14) VALUE SPACES.
001250     05  FILLER              PIC X(11) VALUE 'CHANGES TO '.
001260     05  TBL-TOTAL-NAME      PIC X(12).
001270     05  FILLER              PIC X(02) VALUE SPACES.
001280     05  TBL-TOTAL-COUNT-OUT PIC ZZZ,ZZ9.
001290     05  FILLER              PIC X(86) VALUE SPACES.
001300 01  WEEK-TOTAL-LINE.
001310     05  FILLER              PIC X(25) VALUE
001320                'TOTAL CHANGES FOR WEEK'.
001330     05  FILLER              PIC X(14) VALUE SPACES.
001340     05  WEEK-TOTAL-COUNT-OUT
001350                             PIC ZZZ,ZZ9.
001360     05  FILLER              PIC X(86) VALUE SPACES.
001370 01  BLANK-LINE              PIC X(132) VALUE SPACES.
001380*
001385 COPY GBRUNREC.
001390     EXEC SQL
001400          INCLUDE SQLCA
001410     END-EXEC.
001420*
001430 PROCEDURE DIVISION.
001440*---------------------------------------------------------------*
001450* 0000-MAINLINE                                                 *
001460*---------------------------------------------------------------*
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001490     PERFORM 2000-PROCESS-CHANGE THRU 2000-EXIT
001500             UNTIL CHG-AT-EOF.
001510     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
001520     STOP RUN.
001530*
001540*---------------------------------------------------------------*
001550* 1000-INITIALIZE - OPEN THE REPORT, PRINT THE HEADINGS, OPEN   *
001560*     THE CHANGE CURSOR OVER THE REPORTING WINDOW AND PRIME     *
001570*     THE READ.                                                 *
001580*---------------------------------------------------------------*
001590 1000-INITIALIZE.
001592     MOVE 'GBRPT05' TO RLG-PROGRAM.
001594     SET RLG-STARTING TO TRUE.
001596     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
001600     OPEN OUTPUT REPORT-FILE.
001605     MOVE REPORT-DAYS TO HDG-DAYS-OUT.
001610     WRITE REPORT-RECORD FROM HDG-LINE-1.
001620     WRITE REPORT-RECORD FROM COL-LINE.
001630     EXEC SQL
001640          DECLARE CHGCSR CURSOR FOR
001650          SELECT TABLE_NAME, CHANGE_KEY, ACTION,
001660                 COALESCE(BEFORE_IMAGE, ' '),
001670                 COALESCE(AFTER_IMAGE, ' '),
001680                 TERM_ID, COALESCE(USER_ID, ' '),
001690                 CHAR(CHANGED_AT)
001700            FROM MASTER_AUDIT
001710           WHERE CHANGED_AT >
001720                 CURRENT TIMESTAMP - :REPORT-DAYS DAYS
001730           ORDER BY TABLE_NAME, CHANGED_AT
001740     END-EXEC.
001750     EXEC SQL
001760          OPEN CHGCSR
001770     END-EXEC.
001780     PERFORM 2100-FETCH-CHANGE THRU 2100-EXIT.
001790     MOVE CHG-TABLE-NAME TO PREV-TABLE-NAME.
001800 1000-EXIT.
001810     EXIT.
001820*
001830*---------------------------------------------------------------*
001840* 2000-PROCESS-CHANGE - ON A CHANGE OF TABLE PRINT THE LAST     *
001850*     TABLE'S COUNT, THEN PRINT ONE CHANGE AND ITS BEFORE AND   *
001860*     AFTER IMAGES AND FETCH THE NEXT.                          *
001870*---------------------------------------------------------------*
001880 2000-PROCESS-CHANGE.
001890     IF CHG-TABLE-NAME NOT = PREV-TABLE-NAME
001900         PERFORM 2200-PRINT-TABLE-TOTAL THRU 2200-EXIT
001910         MOVE CHG-TABLE-NAME TO PREV-TABLE-NAME
001920     END-IF.
001930     MOVE CHG-TABLE-NAME TO CHG-DTL-TABLE-NAME.
001940     MOVE CHG-CHANGED-AT TO CHG-DTL-CHANGED-AT.
001950     EVALUATE CHG-ACTION
001960         WHEN 'A'
001970             MOVE 'ADDED'   TO CHG-DTL-ACTION
001980         WHEN 'U'
001990             MOVE 'UPDATED' TO CHG-DTL-ACTION
002000         WHEN 'D'
002010             MOVE 'DELETED' TO CHG-DTL-ACTION
002020         WHEN OTHER
002030             MOVE CHG-ACTION TO CHG-DTL-ACTION
002040     END-EVALUATE.
002050     MOVE CHG-USER-ID    TO CHG-DTL-USER-ID.
002060     MOVE CHG-TERM-ID    TO CHG-DTL-TERM-ID.
002070     MOVE CHG-KEY        TO CHG-DTL-KEY.
002080     WRITE REPORT-RECORD FROM CHG-DTL-LINE.
002085     ADD 1 TO RLG-ROWS-WRITTEN.
002090     MOVE 'BEFORE:'      TO CHG-IMG-LABEL.
002100     MOVE CHG-BEFORE     TO CHG-IMG-TEXT.
002110     WRITE REPORT-RECORD FROM CHG-IMG-LINE.
002120     MOVE 'AFTER:'       TO CHG-IMG-LABEL.
002130     MOVE CHG-AFTER      TO CHG-IMG-TEXT.
002140     WRITE REPORT-RECORD FROM CHG-IMG-LINE.
002150     ADD 1 TO TABLE-CHANGE-COUNT.
002160     ADD 1 TO WEEK-CHANGE-COUNT.
002170     PERFORM 2100-FETCH-CHANGE THRU 2100-EXIT.
002180 2000-EXIT.
002190     EXIT.
002200*
002210*---------------------------------------------------------------*
002220* 2100-FETCH-CHANGE                                             *
002230*---------------------------------------------------------------*
002240 2100-FETCH-CHANGE.
002250     EXEC SQL
002260          FETCH CHGCSR
002270           INTO :CHG-TABLE-NAME, :CHG-KEY, :CHG-ACTION,
002280                :CHG-BEFORE, :CHG-AFTER, :CHG-TERM-ID,
002290                :CHG-USER-ID, :CHG-CHANGED-AT
002300     END-EXEC.
002310     IF SQLCODE = 100
002320         SET CHG-AT-EOF TO TRUE
002323     ELSE
002326         ADD 1 TO RLG-ROWS-READ
002330     END-IF.
002340 2100-EXIT.
002350     EXIT.
002360*
002370*---------------------------------------------------------------*
002380* 2200-PRINT-TABLE-TOTAL - PRINT THE COUNT OF CHANGES TO THE    *
002390*     TABLE JUST FINISHED AND RESET IT FOR THE NEXT.            *
002400*---------------------------------------------------------------*
002410 2200-PRINT-TABLE-TOTAL.
002420     MOVE PREV-TABLE-NAME    TO TBL-TOTAL-NAME.
002430     MOVE TABLE-CHANGE-COUNT TO TBL-TOTAL-COUNT-OUT.
002440     WRITE REPORT-RECORD FROM TBL-TOTAL-LINE.
002450     WRITE REPORT-RECORD FROM BLANK-LINE.
002460     MOVE ZERO TO TABLE-CHANGE-COUNT.
002470 2200-EXIT.
002480     EXIT.
002490*
002500*---------------------------------------------------------------*
002510* 8000-FINALIZE - CLOSE THE CURSOR, PRINT THE LAST TABLE'S      *
002520*     COUNT (IF THE WEEK HAD ANY CHANGES) AND THE WEEK'S TOTAL, *
002530*     AND CLOSE THE REPORT.                                     *
002540*---------------------------------------------------------------*
002550 8000-FINALIZE.
002560     EXEC SQL
002570          CLOSE CHGCSR
002580     END-EXEC.
002590     IF WEEK-CHANGE-COUNT > ZERO
002600         PERFORM 2200-PRINT-TABLE-TOTAL THRU 2200-EXIT
002610     END-IF.
002620     MOVE WEEK-CHANGE-COUNT TO WEEK-TOTAL-COUNT-OUT.
002630     WRITE REPORT-RECORD FROM WEEK-TOTAL-LINE.
002640     CLOSE REPORT-FILE.
002642     SET RLG-ENDING TO TRUE.
002644     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
002646     MOVE RLG-RETURN-CODE TO RETURN-CODE.
002650 8000-EXIT.
002660     EXIT.
