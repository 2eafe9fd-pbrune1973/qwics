000270*   PAGE WITH THE ENTRY COUNT.  RUN ONCE PER EVENT AT CLOSE-OUT,
000280*   SEPARATE FROM THE NIGHTLY REPORTS.  PENDING, REJECTED AND
000290*   WITHDRAWN ENTRIES NEVER APPEAR, SAME AS EVERY PUBLIC-FACING
000300*   SELECT.  EACH ENTRY'S APPROVED HOST REPLIES (REPLIES,
000305*   WRITTEN ON GB19) ARE PRINTED UNDER IT, OLDEST FIRST.
000310*-----------------------------------------------------------------
000320* MODIFICATION HISTORY.
000330*   08/26/26  ROB  ORIGINAL PROGRAM.
000331*   10/13/26  ROB  EACH RUN IS LOGGED TO BATCH_RUNS THROUGH
000332*                  GBRUNL AT START AND END WITH ITS ROWS READ
000333*                  AND WRITTEN, FOR THE GB18 RUN-LOG INQUIRY.
000334*                  A MISSING OR UNKNOWN EVENT CODE NOW ENDS
000335*                  THE STEP RC 8 SO IT SHOWS FOR A RERUN.
000336*   10/14/26  ROB  HOST REPLIES - PRINT EACH ENTRY'S APPROVED
000337*                  REPLIES UNDER ITS MESSAGE.  AN ENTRY BLOCK
000338*                  NOW NEEDS ONE MORE LINE PER REPLY AND IS
000339*                  KEPT ON ONE PAGE WITH THEM WHERE IT FITS.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.    GBBOOK.
000720     05  BOOK-ERROR-SW       PIC X(01)  VALUE 'N'.
000730         88  BOOK-IN-ERROR             VALUE 'Y'.
000740         88  BOOK-NOT-IN-ERROR         VALUE 'N'.
000742     05  REPLY-EOF-SW        PIC X(01)  VALUE 'N'.
000744         88  REPLY-AT-EOF              VALUE 'Y'.
000746         88  REPLY-NOT-AT-EOF          VALUE 'N'.
000750*
000760*---------------------------------------------------------------*
000770*    PAGE GEOMETRY - A BOOK PAGE HOLDS LINES-PER-PAGE PRINT     *
000780*    LINES; AN ENTRY BLOCK NEEDS UP TO ENTRY-BLOCK-LINES PLUS   *
000790*    ONE PER HOST REPLY, SO A BLOCK THAT WOULD NOT FIT STARTS A *
000800*    FRESH PAGE INSTEAD OF SPLITTING ACROSS THE BREAK.          *
000810*---------------------------------------------------------------*
000820 77  LINES-PER-PAGE          PIC S9(04) COMP VALUE 50.
000830 77  ENTRY-BLOCK-LINES       PIC S9(04) COMP VALUE 5.
000990*    ONE APPROVED ENTRY FETCHED FOR THE BOOK                    *
001000*---------------------------------------------------------------*
001010 01  BK-ENTRY.
001015     05  BK-ID               PIC S9(09) COMP.
001020     05  BK-TITLE            PIC X(20).
001030     05  BK-MESSAGE          PIC X(200).
001040     05  BK-DAY              PIC X(10).
001041     05  BK-REPLY-COUNT      PIC S9(04) COMP.
001042*
001043*---------------------------------------------------------------*
001044*    ONE APPROVED HOST REPLY TO THE ENTRY BEING PRINTED         *
001045*---------------------------------------------------------------*
001046 01  BK-REPLY-TEXT           PIC X(70).
001050*
001060 01  BOOK-ENTRY-COUNT        PIC 9(07)  VALUE ZERO.
001070*
001470     05  FILLER              PIC X(04) VALUE SPACES.
001480     05  EM-TEXT             PIC X(100).
001490     05  FILLER              PIC X(28) VALUE SPACES.
001491 01  ENTRY-REPLY-LINE.
001492     05  FILLER              PIC X(04) VALUE SPACES.
001493     05  FILLER              PIC X(12) VALUE 'HOST REPLY:'.
001494     05  ER-TEXT             PIC X(70).
001495     05  FILLER              PIC X(46) VALUE SPACES.
001500 01  CLOSING-LINE.
001510     05  FILLER              PIC X(20) VALUE SPACES.
001520     05  FILLER              PIC X(25) VALUE
001610                ' NOT IN EVENTS TABLE'.
001620     05  FILLER              PIC X(86) VALUE SPACES.
001630*
001635 COPY GBRUNREC.
001640     EXEC SQL
001650          INCLUDE SQLCA
001660     END-EXEC.
001840*     ERROR PAGE AND NO BOOK RATHER THAN AN EMPTY KEEPSAKE.     *
001850*---------------------------------------------------------------*
001860 1000-INITIALIZE.
001862     MOVE 'GBBOOK' TO RLG-PROGRAM.
001864     SET RLG-STARTING TO TRUE.
001866     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
001870     OPEN INPUT  PARM-FILE.
001880     OPEN OUTPUT BOOK-FILE.
001890     MOVE SPACES TO BKE-CODE.
002050         WRITE BOOK-RECORD FROM ERROR-LINE
002060              AFTER ADVANCING PAGE
002070         SET BOOK-IN-ERROR TO TRUE
002072         MOVE 8 TO RLG-RETURN-CODE
002074         MOVE 'EVENT CODE NOT ON EVENTS - NO BOOK PRINTED'
002076                                   TO RLG-MESSAGE
002080         SET BOOK-AT-EOF   TO TRUE
002090         GO TO 1000-EXIT
002100     END-IF.
002110     PERFORM 1100-PRINT-TITLE-PAGE THRU 1100-EXIT.
002120     EXEC SQL
002130          DECLARE BOOKCSR CURSOR FOR
002140          SELECT ID, TITLE, MESSAGE,
002150                 COALESCE(CHAR(DATE(SUBMITTED_AT)), ' ')
002160            FROM ENTRIES
002170           WHERE APPROVED = 'A'
002610*
002620*---------------------------------------------------------------*
002630* 2000-PROCESS-ENTRY - PRINT ONE ENTRY BLOCK (SUBMISSION DATE,  *
002640*     TITLE, MESSAGE, HOST REPLIES, SEPARATOR), STARTING A      *
002650*     FRESH PAGE WHEN THE BLOCK WOULD NOT FIT, AND FETCH THE    *
002655*     NEXT ENTRY.                                               *
002660*---------------------------------------------------------------*
002670 2000-PROCESS-ENTRY.
002680     EXEC SQL
002690          SELECT COUNT(*)
002691            INTO :BK-REPLY-COUNT
002692            FROM REPLIES
002693           WHERE ENTRY_ID = :BK-ID
002694             AND APPROVED = 'A'
002695     END-EXEC.
002696     IF LINE-COUNT + ENTRY-BLOCK-LINES + BK-REPLY-COUNT
002697        GREATER THAN LINES-PER-PAGE
002700         PERFORM 2300-START-PAGE THRU 2300-EXIT
002710     END-IF.
002720     MOVE BK-DAY TO ED-DAY.
002850              AFTER ADVANCING 1 LINE
002860         ADD 1 TO LINE-COUNT
002870     END-IF.
002872     IF BK-REPLY-COUNT GREATER THAN ZERO
002874         PERFORM 2200-PRINT-REPLIES THRU 2200-EXIT
002876     END-IF.
002880     WRITE BOOK-RECORD FROM BLANK-LINE
002890          AFTER ADVANCING 1 LINE.
002900     ADD 1 TO LINE-COUNT.
002910     ADD 1 TO BOOK-ENTRY-COUNT.
002915     ADD 1 TO RLG-ROWS-WRITTEN.
002920     PERFORM 2100-FETCH-ENTRY THRU 2100-EXIT.
002930 2000-EXIT.
002940     EXIT.
002990 2100-FETCH-ENTRY.
003000     EXEC SQL
003010          FETCH BOOKCSR
003020           INTO :BK-ID, :BK-TITLE, :BK-MESSAGE, :BK-DAY
003030     END-EXEC.
003040     IF SQLCODE = 100
003050         SET BOOK-AT-EOF TO TRUE
003053     ELSE
003056         ADD 1 TO RLG-ROWS-READ
003060     END-IF.
003070 2100-EXIT.
003071     EXIT.
003072*
003073*---------------------------------------------------------------*
003074* 2200-PRINT-REPLIES - PRINT THE ENTRY'S APPROVED HOST REPLIES  *
003075*     UNDER ITS MESSAGE, OLDEST FIRST.  PENDING, REJECTED AND   *
003076*     WITHDRAWN REPLIES NEVER APPEAR.                           *
003077*---------------------------------------------------------------*
003078 2200-PRINT-REPLIES.
003079     EXEC SQL
003080          DECLARE REPLYCSR CURSOR FOR
003081          SELECT REPLY_TEXT
003082            FROM REPLIES
003083           WHERE ENTRY_ID = :BK-ID
003084             AND APPROVED = 'A'
003085           ORDER BY REPLY_ID
003086     END-EXEC.
003087     EXEC SQL
003088          OPEN REPLYCSR
003089     END-EXEC.
003090     SET REPLY-NOT-AT-EOF TO TRUE.
003091     PERFORM 2210-FETCH-REPLY THRU 2210-EXIT.
003092     PERFORM 2220-PRINT-ONE-REPLY THRU 2220-EXIT
003093             UNTIL REPLY-AT-EOF.
003094     EXEC SQL
003095          CLOSE REPLYCSR
003096     END-EXEC.
003097 2200-EXIT.
003098     EXIT.
003099*
003100*---------------------------------------------------------------*
003101* 2210-FETCH-REPLY                                              *
003102*---------------------------------------------------------------*
003103 2210-FETCH-REPLY.
003104     EXEC SQL
003105          FETCH REPLYCSR
003106           INTO :BK-REPLY-TEXT
003107     END-EXEC.
003108     IF SQLCODE = 100
003109         SET REPLY-AT-EOF TO TRUE
003110     ELSE
003111         ADD 1 TO RLG-ROWS-READ
003112     END-IF.
003113 2210-EXIT.
003114     EXIT.
003115*
003116*---------------------------------------------------------------*
003117* 2220-PRINT-ONE-REPLY - PRINT ONE REPLY LINE.  ONLY AN ENTRY   *
003118*     WITH MORE REPLIES THAN A PAGE HOLDS EVER BREAKS HERE,     *
003119*     LEAVING ROOM FOR THE SEPARATOR.                           *
003120*---------------------------------------------------------------*
003121 2220-PRINT-ONE-REPLY.
003122     IF LINE-COUNT + 2 GREATER THAN LINES-PER-PAGE
003123         PERFORM 2300-START-PAGE THRU 2300-EXIT
003124     END-IF.
003125     MOVE BK-REPLY-TEXT TO ER-TEXT.
003126     WRITE BOOK-RECORD FROM ENTRY-REPLY-LINE
003127          AFTER ADVANCING 1 LINE.
003128     ADD 1 TO LINE-COUNT.
003129     PERFORM 2210-FETCH-REPLY THRU 2210-EXIT.
003130 2220-EXIT.
003131     EXIT.
003132*
003133*---------------------------------------------------------------*
003134* 2300-START-PAGE - EJECT TO A FRESH BOOK PAGE WITH THE EVENT   *
003135*     NAME AND PAGE NUMBER IN THE HEADING.                      *
003136*---------------------------------------------------------------*
003140 2300-START-PAGE.
003150     ADD 1 TO PAGE-NO.
003160     MOVE BKE-NAME TO PH-NAME.
003420         END-EXEC
003430     END-IF.
003440     CLOSE BOOK-FILE.
003442     SET RLG-ENDING TO TRUE.
003444     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
003446     MOVE RLG-RETURN-CODE TO RETURN-CODE.
003450 8000-EXIT.
003460     EXIT.
