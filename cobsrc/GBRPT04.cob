000250*   AGING BREAKDOWN OF THE CURRENT PENDING BACKLOG (UNDER 4
000260*   HOURS, 4-24 HOURS, OVER A DAY) SO MODERATION CAN BE
000270*   STAFFED TO THE ACTUAL LOAD.  DECISIONS WHOSE ENTRY GBARCH
000280*   HAS SINCE ARCHIVED OFF DROP OUT OF THE LAG SECTION.  THE
000283*   FIRST SECTION SHOWS THE SIGNED-ON USER ID NEXT TO THE
000286*   TERMINAL, SO A SHARED TERMINAL IS SPLIT BY PERSON.
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY.
000310*   08/27/26  ROB  ORIGINAL PROGRAM.
000311*   10/08/26  ROB  DECISIONS PER MODERATOR NOW GROUP AND PRINT
000312*                  BY TERMINAL AND USER ID (MOD_DECISIONS.
000313*                  USER_ID, RECORDED SINCE STAFF SIGN-ON CAME
000314*                  IN; BLANK ON OLDER AND BATCH ROWS).
000315*   10/13/26  ROB  EACH RUN IS LOGGED TO BATCH_RUNS THROUGH
000316*                  GBRUNL AT START AND END WITH ITS ROWS READ
000317*                  AND WRITTEN, FOR THE GB18 RUN-LOG INQUIRY.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.    GBRPT04.
000690 01  MOD-SUMMARY.
000700     05  MOD-DAY             PIC X(10).
000710     05  MOD-MODERATOR       PIC X(08).
000715     05  MOD-USER-ID         PIC X(08).
000720     05  MOD-COUNT           PIC S9(09) COMP.
000730*
000740*---------------------------------------------------------------*
001030 01  MOD-COL-LINE.
001040     05  FILLER              PIC X(10) VALUE 'DAY'.
001050     05  FILLER              PIC X(02) VALUE SPACES.
001060     05  FILLER              PIC X(09) VALUE 'TERMINAL'.
001070     05  FILLER              PIC X(02) VALUE SPACES.
001075     05  FILLER              PIC X(10) VALUE 'USER ID'.
001080     05  FILLER              PIC X(09) VALUE 'DECISIONS'.
001090     05  FILLER              PIC X(90) VALUE SPACES.
001100 01  MOD-DTL-LINE.
001110     05  MOD-DTL-DAY         PIC X(10).
001120     05  FILLER              PIC X(02) VALUE SPACES.
001130     05  MOD-DTL-MODERATOR   PIC X(08).
001140     05  FILLER              PIC X(03) VALUE SPACES.
001143     05  MOD-DTL-USER-ID     PIC X(08).
001146     05  FILLER              PIC X(03) VALUE SPACES.
001150     05  MOD-DTL-COUNT-OUT   PIC ZZZ,ZZ9.
001160     05  FILLER              PIC X(91) VALUE SPACES.
001170 01  LAG-HDG-LINE.
001180     05  FILLER              PIC X(50) VALUE
001190                'SUBMISSION-TO-DECISION LAG BY EVENT (MINUTES)'.
001440     05  AGE-DTL-COUNT-OUT   PIC ZZZ,ZZ9.
001450     05  FILLER              PIC X(103) VALUE SPACES.
001490*
001495 COPY GBRUNREC.
001500     EXEC SQL
001510          INCLUDE SQLCA
001520     END-EXEC.
001710*     THE MODERATOR-DAY CURSOR AND PRIME THE READ.              *
001720*---------------------------------------------------------------*
001730 1000-INITIALIZE.
001732     MOVE 'GBRPT04' TO RLG-PROGRAM.
001734     SET RLG-STARTING TO TRUE.
001736     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
001740     OPEN OUTPUT REPORT-FILE.
001750     WRITE REPORT-RECORD FROM HDG-LINE-1.
001760     WRITE REPORT-RECORD FROM MOD-HDG-LINE.
001770     WRITE REPORT-RECORD FROM MOD-COL-LINE.
001780     EXEC SQL
001790          DECLARE MODCSR CURSOR FOR
001800          SELECT CHAR(DATE(DECIDED_AT)), MODERATOR_ID,
001805                 COALESCE(USER_ID, ' '), COUNT(*)
001810            FROM MOD_DECISIONS
001820           GROUP BY DATE(DECIDED_AT), MODERATOR_ID, USER_ID
001830           ORDER BY DATE(DECIDED_AT), MODERATOR_ID, USER_ID
001840     END-EXEC.
001850     EXEC SQL
001860          OPEN MODCSR
001960 2000-PROCESS-MOD.
001970     MOVE MOD-DAY       TO MOD-DTL-DAY.
001980     MOVE MOD-MODERATOR TO MOD-DTL-MODERATOR.
001985     MOVE MOD-USER-ID   TO MOD-DTL-USER-ID.
001990     MOVE MOD-COUNT     TO MOD-DTL-COUNT-OUT.
002000     WRITE REPORT-RECORD FROM MOD-DTL-LINE.
002005     ADD 1 TO RLG-ROWS-WRITTEN.
002010     PERFORM 2100-FETCH-MOD THRU 2100-EXIT.
002020 2000-EXIT.
002030     EXIT.
002080 2100-FETCH-MOD.
002090     EXEC SQL
002100          FETCH MODCSR
002110           INTO :MOD-DAY, :MOD-MODERATOR, :MOD-USER-ID,
002115                :MOD-COUNT
002120     END-EXEC.
002130     IF SQLCODE = 100
002140         SET MOD-AT-EOF TO TRUE
002143     ELSE
002146         ADD 1 TO RLG-ROWS-READ
002150     END-IF.
002160 2100-EXIT.
002170     EXIT.
002680     MOVE LAG-MAX-MINS  TO LAG-DTL-MAX-OUT.
002690     MOVE LAG-DEC-COUNT TO LAG-DTL-CNT-OUT.
002700     WRITE REPORT-RECORD FROM LAG-DTL-LINE.
002705     ADD 1 TO RLG-ROWS-WRITTEN.
002710     PERFORM 3600-FETCH-LAG THRU 3600-EXIT.
002720 3500-EXIT.
002730     EXIT.
002830     END-EXEC.
002840     IF SQLCODE = 100
002850         SET LAG-AT-EOF TO TRUE
002853     ELSE
002856         ADD 1 TO RLG-ROWS-READ
002860     END-IF.
002870 3600-EXIT.
002880     EXIT.
003250     MOVE 'PENDING UNDER 4 HRS' TO AGE-DTL-BUCKET.
003260     MOVE AGE-UNDER-4H-COUNT    TO AGE-DTL-COUNT-OUT.
003270     WRITE REPORT-RECORD FROM AGE-DTL-LINE.
003275     ADD 1 TO RLG-ROWS-WRITTEN.
003280     MOVE 'PENDING 4 TO 24 HRS' TO AGE-DTL-BUCKET.
003290     MOVE AGE-4-TO-24H-COUNT    TO AGE-DTL-COUNT-OUT.
003300     WRITE REPORT-RECORD FROM AGE-DTL-LINE.
003305     ADD 1 TO RLG-ROWS-WRITTEN.
003310     MOVE 'PENDING OVER A DAY'  TO AGE-DTL-BUCKET.
003320     MOVE AGE-OVER-24H-COUNT    TO AGE-DTL-COUNT-OUT.
003330     WRITE REPORT-RECORD FROM AGE-DTL-LINE.
003335     ADD 1 TO RLG-ROWS-WRITTEN.
003340 4000-EXIT.
003350     EXIT.
003360*
003390*---------------------------------------------------------------*
003400 8000-FINALIZE.
003410     CLOSE REPORT-FILE.
003412     SET RLG-ENDING TO TRUE.
003414     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
003416     MOVE RLG-RETURN-CODE TO RETURN-CODE.
003420 8000-EXIT.
003430     EXIT.
