000170* PURPOSE.
000180*   PERIODIC SUMMARY OF THE REJECT_LOG TABLE FOR THE
000190*   CONTENT-POLICY TEAM - REJECTION VOLUME BY DAY, BY KIOSK,
000195*   BY EVENT (THE EVENT THE KIOSK WAS SERVING AT THE TIME),
000200*   BY REASON, AND BY BANNED PHRASE (HARDEST-WORKING PHRASE
000210*   FIRST), PLUS THE PHRASES THAT HAVE NEVER FIRED AT ALL, SO
000220*   THE BANNED LIST CAN FINALLY SHRINK AS WELL AS GROW.
000259*                  SUBMISSION AND 'H' DETAIL ROWS FOR EXTRA
000260*                  PHRASE HITS; BY-DAY/BY-KIOSK SKIP 'H' AND
000261*                  COUNT SUBMISSIONS, BY-PHRASE READS BOTH.
000262*   10/06/26  ROB  ADDED THE BY-EVENT SECTION - EACH REJECTION
000263*                  IS CHARGED TO THE EVENT ITS KIOSK WAS SERVING
000264*                  WHEN IT WAS LOGGED (KIOSK_ASSIGNMENTS), SO A
000265*                  KIOSK MOVED BETWEEN EVENTS NO LONGER CARRIES
000266*                  ITS OLD TURN-AWAYS ONTO THE NEW EVENT.
000267*   10/13/26  ROB  EACH RUN IS LOGGED TO BATCH_RUNS THROUGH
000268*                  GBRUNL AT START AND END WITH ITS ROWS READ
000269*                  AND WRITTEN, FOR THE GB18 RUN-LOG INQUIRY.
000270*****************************************************************
000271 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    GBRPT03.
000290 AUTHOR.        R. OKONKWO-BATES.
000300 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000560     05  KIO-EOF-SW          PIC X(01)  VALUE 'N'.
000570         88  KIO-AT-EOF                VALUE 'Y'.
000580         88  KIO-NOT-AT-EOF            VALUE 'N'.
000581     05  EVT-EOF-SW          PIC X(01)  VALUE 'N'.
000582         88  EVT-AT-EOF                VALUE 'Y'.
000583         88  EVT-NOT-AT-EOF            VALUE 'N'.
000584     05  RSN-EOF-SW          PIC X(01)  VALUE 'N'.
000585         88  RSN-AT-EOF                VALUE 'Y'.
000586         88  RSN-NOT-AT-EOF            VALUE 'N'.
000590     05  PHR-EOF-SW          PIC X(01)  VALUE 'N'.
000600         88  PHR-AT-EOF                VALUE 'Y'.
000720 01  KIO-SUMMARY.
000730     05  KIO-TERM-ID         PIC X(04).
000740     05  KIO-COUNT           PIC S9(09) COMP.
000741 01  EVT-SUMMARY.
000742     05  EVT-EVENT-CODE      PIC X(08).
000743     05  EVT-COUNT           PIC S9(09) COMP.
000744 01  RSN-SUMMARY.
000745     05  RSN-REASON          PIC X(01).
000746     05  RSN-COUNT           PIC S9(09) COMP.
000750 01  PHR-SUMMARY.
000760     05  PHR-PHRASE          PIC X(50).
001040     05  FILLER              PIC X(02) VALUE SPACES.
001050     05  KIO-DTL-COUNT-OUT   PIC ZZZ,ZZ9.
001060     05  FILLER              PIC X(119) VALUE SPACES.
001061 01  EVT-HDG-LINE.
001062     05  FILLER              PIC X(30) VALUE
001063                'REJECTIONS BY EVENT SERVED'.
001064     05  FILLER              PIC X(102) VALUE SPACES.
001065 01  EVT-DTL-LINE.
001066     05  EVT-DTL-EVENT       PIC X(08).
001067     05  FILLER              PIC X(02) VALUE SPACES.
001068     05  EVT-DTL-COUNT-OUT   PIC ZZZ,ZZ9.
001069     05  FILLER              PIC X(115) VALUE SPACES.
001070 01  RSN-HDG-LINE.
001071     05  FILLER              PIC X(30) VALUE
001072                'REJECTIONS BY REASON'.
001073     05  FILLER              PIC X(102) VALUE SPACES.
001074 01  RSN-DTL-LINE.
001075     05  RSN-DTL-REASON      PIC X(01).
001076     05  FILLER              PIC X(02) VALUE SPACES.
001077     05  RSN-DTL-LABEL       PIC X(22).
001078     05  FILLER              PIC X(02) VALUE SPACES.
001079     05  RSN-DTL-COUNT-OUT   PIC ZZZ,ZZ9.
001080     05  FILLER              PIC X(98) VALUE SPACES.
001081 01  PHR-HDG-LINE.
001082     05  FILLER              PIC X(40) VALUE
001090                'BANNED-WORD HITS BY PHRASE'.
001100     05  FILLER              PIC X(92) VALUE SPACES.
001110 01  PHR-DTL-LINE.
001240     05  FILLER              PIC X(20) VALUE '  (NONE)'.
001250     05  FILLER              PIC X(112) VALUE SPACES.
001260*
001265 COPY GBRUNREC.
001270     EXEC SQL
001280          INCLUDE SQLCA
001290     END-EXEC.
001390     PERFORM 3000-START-KIOSK    THRU 3000-EXIT.
001400     PERFORM 3500-PROCESS-KIOSK  THRU 3500-EXIT
001410             UNTIL KIO-AT-EOF.
001411     PERFORM 7000-START-EVENT    THRU 7000-EXIT.
001412     PERFORM 7500-PROCESS-EVENT  THRU 7500-EXIT
001413             UNTIL EVT-AT-EOF.
001414     PERFORM 6000-START-REASON   THRU 6000-EXIT.
001415     PERFORM 6500-PROCESS-REASON THRU 6500-EXIT
001416             UNTIL RSN-AT-EOF.
001420     PERFORM 4000-START-PHRASE   THRU 4000-EXIT.
001430     PERFORM 4500-PROCESS-PHRASE THRU 4500-EXIT
001536*     THEM AND COUNT SUBMISSIONS.                               *
001540*---------------------------------------------------------------*
001550 1000-INITIALIZE.
001552     MOVE 'GBRPT03' TO RLG-PROGRAM.
001554     SET RLG-STARTING TO TRUE.
001556     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
001560     OPEN OUTPUT REPORT-FILE.
001570     WRITE REPORT-RECORD FROM HDG-LINE-1.
001580     WRITE REPORT-RECORD FROM DAY-HDG-LINE.
001770     MOVE DAY-DATE  TO DAY-DTL-DATE.
001780     MOVE DAY-COUNT TO DAY-DTL-COUNT-OUT.
001790     WRITE REPORT-RECORD FROM DAY-DTL-LINE.
001795     ADD 1 TO RLG-ROWS-WRITTEN.
001800     PERFORM 2100-FETCH-DAY THRU 2100-EXIT.
001810 2000-EXIT.
001820     EXIT.
001910     END-EXEC.
001920     IF SQLCODE = 100
001930         SET DAY-AT-EOF TO TRUE
001933     ELSE
001936         ADD 1 TO RLG-ROWS-READ
001940     END-IF.
001950 2100-EXIT.
001960     EXIT.
002260     MOVE KIO-TERM-ID TO KIO-DTL-TERM.
002270     MOVE KIO-COUNT   TO KIO-DTL-COUNT-OUT.
002280     WRITE REPORT-RECORD FROM KIO-DTL-LINE.
002285     ADD 1 TO RLG-ROWS-WRITTEN.
002290     PERFORM 3600-FETCH-KIOSK THRU 3600-EXIT.
002300 3500-EXIT.
002310     EXIT.
002400     END-EXEC.
002410     IF SQLCODE = 100
002420         SET KIO-AT-EOF TO TRUE
002423     ELSE
002426         ADD 1 TO RLG-ROWS-READ
002430     END-IF.
002440 3600-EXIT.
002450     EXIT.
002780     MOVE PHR-PHRASE TO PHR-DTL-PHRASE.
002790     MOVE PHR-COUNT  TO PHR-DTL-COUNT-OUT.
002800     WRITE REPORT-RECORD FROM PHR-DTL-LINE.
002805     ADD 1 TO RLG-ROWS-WRITTEN.
002810     PERFORM 4600-FETCH-PHRASE THRU 4600-EXIT.
002820 4500-EXIT.
002830     EXIT.
002920     END-EXEC.
002930     IF SQLCODE = 100
002940         SET PHR-AT-EOF TO TRUE
002943     ELSE
002946         ADD 1 TO RLG-ROWS-READ
002950     END-IF.
002960 4600-EXIT.
002970     EXIT.
003300 5500-PROCESS-IDLE.
003310     MOVE IDLE-PHRASE TO IDLE-DTL-PHRASE.
003320     WRITE REPORT-RECORD FROM IDLE-DTL-LINE.
003325     ADD 1 TO RLG-ROWS-WRITTEN.
003330     ADD 1 TO IDLE-PHRASE-COUNT.
003340     PERFORM 5600-FETCH-IDLE THRU 5600-EXIT.
003350 5500-EXIT.
003450     END-EXEC.
003460     IF SQLCODE = 100
003470         SET IDLE-AT-EOF TO TRUE
003473     ELSE
003476         ADD 1 TO RLG-ROWS-READ
003480     END-IF.
003490 5600-EXIT.
003500     EXIT.
003610          CLOSE REJIDL
003620     END-EXEC.
003630     CLOSE REPORT-FILE.
003632     SET RLG-ENDING TO TRUE.
003634     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
003636     MOVE RLG-RETURN-CODE TO RETURN-CODE.
003640 8000-EXIT.
003650     EXIT.
003660*
003670*---------------------------------------------------------------*
003680* 6000-START-REASON - CLOSE THE BY-EVENT CURSOR, PRINT THE      *
003690*     BY-REASON HEADING, OPEN ITS CURSOR AND PRIME THE READ.    *
003700*     REJECT_LOG CARRIES MORE THAN GUEST REJECTIONS THESE       *
003710*     DAYS, SO THE BREAKDOWN IS WHAT KEEPS THE BY-DAY AND       *
003760*---------------------------------------------------------------*
003770 6000-START-REASON.
003780     EXEC SQL
003790          CLOSE REJEVT
003800     END-EXEC.
003810     WRITE REPORT-RECORD FROM RSN-HDG-LINE.
003820     EXEC SQL
004150     END-EVALUATE.
004160     MOVE RSN-COUNT TO RSN-DTL-COUNT-OUT.
004170     WRITE REPORT-RECORD FROM RSN-DTL-LINE.
004175     ADD 1 TO RLG-ROWS-WRITTEN.
004180     PERFORM 6600-FETCH-REASON THRU 6600-EXIT.
004190 6500-EXIT.
004200     EXIT.
004290     END-EXEC.
004300     IF SQLCODE = 100
004310         SET RSN-AT-EOF TO TRUE
004313     ELSE
004316         ADD 1 TO RLG-ROWS-READ
004320     END-IF.
004330 6600-EXIT.
004340     EXIT.
004350*
004360*---------------------------------------------------------------*
004370* 7000-START-EVENT - CLOSE THE BY-KIOSK CURSOR, PRINT THE       *
004380*     BY-EVENT HEADING, OPEN ITS CURSOR AND PRIME THE READ.     *
004390*     EACH ROW IS CHARGED TO THE EVENT ITS KIOSK WAS SERVING    *
004400*     AT REJECTED_AT - THE KIOSK_ASSIGNMENTS PERIOD COVERING    *
004410*     THAT MOMENT - NOT TO WHEREVER THE KIOSK STANDS TODAY.     *
004420*     A TERMINAL WITH NO PERIOD COVERING THE ROW (NEVER ON THE  *
004430*     MASTER, OR UNASSIGNED AT THE TIME) COUNTS UNDER (NONE).   *
004440*     'H' ROWS ARE SKIPPED, AS IN THE BY-KIOSK SECTION.  LIKE   *
004450*     THE BY-REASON SECTION, THIS SITS AFTER THE MAINLINE'S     *
004460*     OTHER PARAGRAPHS IN THE SOURCE.                           *
004470*---------------------------------------------------------------*
004480 7000-START-EVENT.
004490     EXEC SQL
004500          CLOSE REJKIO
004510     END-EXEC.
004520     WRITE REPORT-RECORD FROM EVT-HDG-LINE.
004530     EXEC SQL
004540          DECLARE REJEVT CURSOR FOR
004550          SELECT REJ.SERVED_EVENT, COUNT(*)
004560            FROM (SELECT COALESCE((SELECT A.EVENT_CODE
004570                                     FROM KIOSK_ASSIGNMENTS A
004580                                    WHERE A.TERM_ID = R.TERM_ID
004590                                      AND A.ASSIGNED_FROM <=
004600                                          R.REJECTED_AT
004610                                      AND (A.ASSIGNED_TO IS NULL
004620                                       OR  A.ASSIGNED_TO >
004630                                           R.REJECTED_AT)),
004640                                  '(NONE)') AS SERVED_EVENT
004650                    FROM REJECT_LOG R
004660                   WHERE R.REASON <> 'H'
004670                 ) AS REJ
004680           GROUP BY REJ.SERVED_EVENT
004690           ORDER BY 1
004700     END-EXEC.
004710     EXEC SQL
004720          OPEN REJEVT
004730     END-EXEC.
004740     PERFORM 7600-FETCH-EVENT THRU 7600-EXIT.
004750 7000-EXIT.
004760     EXIT.
004770*
004780*---------------------------------------------------------------*
004790* 7500-PROCESS-EVENT - PRINT ONE EVENT'S COUNT AND FETCH THE    *
004800*     NEXT.                                                     *
004810*---------------------------------------------------------------*
004820 7500-PROCESS-EVENT.
004830     MOVE EVT-EVENT-CODE TO EVT-DTL-EVENT.
004840     MOVE EVT-COUNT      TO EVT-DTL-COUNT-OUT.
004850     WRITE REPORT-RECORD FROM EVT-DTL-LINE.
004855     ADD 1 TO RLG-ROWS-WRITTEN.
004860     PERFORM 7600-FETCH-EVENT THRU 7600-EXIT.
004870 7500-EXIT.
004880     EXIT.
004890*
004900*---------------------------------------------------------------*
004910* 7600-FETCH-EVENT                                              *
004920*---------------------------------------------------------------*
004930 7600-FETCH-EVENT.
004940     EXEC SQL
004950          FETCH REJEVT
004960           INTO :EVT-EVENT-CODE, :EVT-COUNT
004970     END-EXEC.
004980     IF SQLCODE = 100
004990         SET EVT-AT-EOF TO TRUE
004993     ELSE
004996         ADD 1 TO RLG-ROWS-READ
005000     END-IF.
005010 7600-EXIT.
005020     EXIT.
