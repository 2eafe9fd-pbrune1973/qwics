000270*   MISSING OR EMPTY RUN-CONTROL FILE MEANS A FIRST RUN, WHICH
000280*   EXTRACTS EVERYTHING APPROVED.  AN EVENT CODE IN THE RUN
000282*   CONTROL RESTRICTS THE FEED TO THAT EVENT'S ENTRIES; BLANK
000284*   FEEDS EVERY EVENT.  EACH ENTRY RECORD ('E') IS FOLLOWED BY
000285*   ITS APPROVED HOST REPLIES ('R' RECORDS, SAME ENTRY ID).  A
000286*   REPLY APPROVED AFTER ITS ENTRY WENT OUT IS PICKED UP BY THE
000287*   LATE-REPLY PASS AT THE END OF THE NEXT RUN, WHICH SENDS
000288*   EVERY REPLY APPROVED SINCE THE LAST RUN STARTED TO AN ENTRY
000289*   ALREADY EXTRACTED.
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY.
000310*   02/16/26  ROB  ORIGINAL PROGRAM.
000463*                  BUFFERED ROWS ALREADY PAST THE HIGH-WATER
000465*                  MARK COULD OTHERWISE BE LOST FROM THE FEED
000467*                  FOR GOOD.
000468*   10/13/26  ROB  EACH RUN IS LOGGED TO BATCH_RUNS THROUGH
000469*                  GBRUNL AT START AND END WITH ITS ROWS READ
000470*                  AND WRITTEN, FOR THE GB18 RUN-LOG INQUIRY.
000471*   10/14/26  ROB  HOST REPLIES TRAVEL WITH THEIR ENTRY.  THE
000472*                  EXTRACT RECORD GAINS A RECORD TYPE ('E'
000473*                  ENTRY, 'R' REPLY) AND THE REPLY ID; AN 'R'
000474*                  RECORD CARRIES THE WRITER IN THE TITLE AREA,
000475*                  THE REPLY TEXT AS THE MESSAGE AND WRITTEN_AT
000476*                  AS THE TIMESTAMP.  GBKRUNC CARRIES THE START
000477*                  TIME OF THE LAST COMPLETE RUN AS THE MARK FOR
000478*                  THE LATE-REPLY PASS.
000479*   10/15/26  ROB  THE FIRST RUN AFTER REPLIES CAME IN HAS NO
000480*                  MARK BUT HAS ENTRIES ALREADY FED - OPEN THE
000481*                  LATE-REPLY WINDOW AT THE FLOOR TIMESTAMP THEN
000482*                  INSTEAD OF SKIPPING THE PASS, WHICH LEFT
000483*                  REPLIES TO THOSE ENTRIES NEVER SENT.
000484*****************************************************************
000485 IDENTIFICATION DIVISION.
000486 PROGRAM-ID.    GBKEXT.
000487 AUTHOR.        R. OKONKWO-BATES.
000490 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000500 DATE-WRITTEN.  02/16/2026.
000510 DATE-COMPILED.
000700     05  EXT-MESSAGE             PIC X(200).
000710     05  EXT-SUBMITTED-AT        PIC X(26).
000720     05  EXT-RUN-DATE            PIC 9(06).
000723     05  EXT-REC-TYPE            PIC X(01).
000726     05  EXT-REPLY-ID            PIC 9(09).
000730 FD  RUNC-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000770     05  RUNC-LAST-ID            PIC 9(09).
000775     05  RUNC-EVENT-CODE         PIC X(08).
000777     05  RUNC-RUN-STATUS         PIC X(01).
000780     05  RUNC-REPLY-MARK         PIC X(26).
000785     05  FILLER                  PIC X(36).
000790*
000800 WORKING-STORAGE SECTION.
000810*
000860     05  CURSOR-EOF-SW       PIC X(01)  VALUE 'N'.
000870         88  CURSOR-AT-EOF             VALUE 'Y'.
000880         88  CURSOR-NOT-AT-EOF         VALUE 'N'.
000882     05  REPLY-EOF-SW        PIC X(01)  VALUE 'N'.
000884         88  REPLY-AT-EOF              VALUE 'Y'.
000886         88  REPLY-NOT-AT-EOF          VALUE 'N'.
000890*
000900 01  RUNC-STATUS             PIC X(02).
000910*
000996         88  RUN-COMPLETE               VALUE 'C'.
001000*
001010*---------------------------------------------------------------*
001011*    LATE-REPLY PASS - THE START TIME OF THE LAST COMPLETE RUN  *
001012*    (BLANK BEFORE THE FIRST), THIS RUN'S START TIME, AND THE   *
001013*    HIGH-WATER MARK THIS RUN STARTED FROM.  A RUN THAT ENDS    *
001014*    CLEAN MAKES ITS OWN START TIME THE NEXT RUN'S MARK.        *
001015*    LATE-REPLY-FROM IS THE MARK, OR THE FLOOR TIMESTAMP WHEN   *
001016*    THERE IS NO MARK YET.                                      *
001017*---------------------------------------------------------------*
001018 77  REPLY-FLOOR-TS          PIC X(26)  VALUE
001019                            '0001-01-01-00.00.00.000000'.
001020 01  GBX-REPLY-CONTROLS.
001021     05  REPLY-MARK          PIC X(26)  VALUE SPACES.
001022     05  LATE-REPLY-FROM     PIC X(26)  VALUE SPACES.
001023     05  RUN-STARTED-AT      PIC X(26)  VALUE SPACES.
001024     05  START-EXTR-ID       PIC S9(09) COMP VALUE ZERO.
001025*
001026*---------------------------------------------------------------*
001027*    ONE ROW FETCHED FROM ENTRIES                               *
001030*---------------------------------------------------------------*
001040 01  EXTR-ENTRY.
001050     05  EXTR-ID             PIC S9(09) COMP.
001080     05  EXTR-SUBMITTED-AT   PIC X(26).
001090*
001100*---------------------------------------------------------------*
001101*    ONE APPROVED HOST REPLY FETCHED FROM REPLIES               *
001102*---------------------------------------------------------------*
001103 01  EXTR-REPLY.
001104     05  EXTR-RPL-ENTRY-ID   PIC S9(09) COMP.
001105     05  EXTR-RPL-ID         PIC S9(09) COMP.
001106     05  EXTR-RPL-WRITER     PIC X(08).
001107     05  EXTR-RPL-TEXT       PIC X(70).
001108     05  EXTR-RPL-WRITTEN-AT PIC X(26).
001109*
001110*---------------------------------------------------------------*
001111*    DATE THIS EXTRACT RUN                                      *
001120*---------------------------------------------------------------*
001130 01  RUN-DATE                PIC 9(06).
001140*
001145 COPY GBRUNREC.
001150     EXEC SQL
001160          INCLUDE SQLCA
001170     END-EXEC.
001240     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001250     PERFORM 2000-PROCESS-ENTRY  THRU 2000-EXIT
001260             UNTIL CURSOR-AT-EOF.
001265     PERFORM 5000-LATE-REPLIES   THRU 5000-EXIT.
001270     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
001280     STOP RUN.
001290*
001345*     PART OF THE FEED AND MUST NOT BE TRUNCATED AWAY.  THE     *
001350*     RUN CONTROL IS THEN MARKED IN-PROGRESS FOR THIS RUN.      *
001355*     THE CURSOR IS DECLARED WITH HOLD SO THE CHECKPOINT        *
001360*     COMMITS DO NOT CLOSE IT MID-RUN.  THE RUN'S START TIME    *
001361*     AND STARTING HIGH-WATER MARK ARE KEPT FOR THE LATE-REPLY  *
001362*     PASS.                                                     *
001365*---------------------------------------------------------------*
001370 1000-INITIALIZE.
001372     MOVE 'GBKEXT' TO RLG-PROGRAM.
001374     SET RLG-STARTING TO TRUE.
001376     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
001380     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
001381     MOVE LAST-EXTR-ID TO START-EXTR-ID.
001382     EXEC SQL
001383          VALUES (CHAR(CURRENT TIMESTAMP)) INTO :RUN-STARTED-AT
001384     END-EXEC.
001385     IF RUN-IN-PROGRESS
001390         OPEN EXTEND EXTRACT-FILE
001392     ELSE
001610 1100-READ-RUN-CONTROL.
001620     MOVE ZERO TO LAST-EXTR-ID.
001625     MOVE SPACES TO EVENT-FILTER.
001626     MOVE SPACES TO REPLY-MARK.
001627     MOVE 'C' TO RUN-STATUS.
001630     OPEN INPUT RUNC-FILE.
001640     IF RUNC-STATUS = '00'
001670             NOT AT END
001675                 MOVE RUNC-LAST-ID TO LAST-EXTR-ID
001680                 MOVE RUNC-EVENT-CODE TO EVENT-FILTER
001681                 MOVE RUNC-REPLY-MARK TO REPLY-MARK
001682                 IF RUNC-RUN-STATUS = 'I'
001684                     MOVE 'I' TO RUN-STATUS
001686                 END-IF
001720     EXIT.
001730*
001740*---------------------------------------------------------------*
001750* 2000-PROCESS-ENTRY - WRITE ONE EXTRACT RECORD AND THE ENTRY'S *
001760*     APPROVED REPLIES, ADVANCE THE HIGH-WATER MARK, CHECKPOINT *
001770*     WHEN DUE, AND FETCH THE NEXT.                             *
001780*---------------------------------------------------------------*
001790 2000-PROCESS-ENTRY.
001793     MOVE 'E'               TO EXT-REC-TYPE.
001796     MOVE ZERO              TO EXT-REPLY-ID.
001800     MOVE EXTR-ID           TO EXT-ID.
001810     MOVE EXTR-TITLE        TO EXT-TITLE.
001820     MOVE EXTR-MESSAGE      TO EXT-MESSAGE.
001830     MOVE EXTR-SUBMITTED-AT TO EXT-SUBMITTED-AT.
001840     MOVE RUN-DATE          TO EXT-RUN-DATE.
001850     WRITE EXTRACT-RECORD.
001855     ADD 1 TO RLG-ROWS-WRITTEN.
001857     PERFORM 2200-EXTRACT-REPLIES THRU 2200-EXIT.
001860     MOVE EXTR-ID TO LAST-EXTR-ID.
001870     ADD 1 TO ROWS-THIS-CHECKPT.
001880     IF ROWS-THIS-CHECKPT NOT LESS THAN GBX-CHECKPOINT-ROWS
002030     END-EXEC.
002040     IF SQLCODE = 100
002050         SET CURSOR-AT-EOF TO TRUE
002053     ELSE
002056         ADD 1 TO RLG-ROWS-READ
002060     END-IF.
002070 2100-EXIT.
002071     EXIT.
002072*
002073*---------------------------------------------------------------*
002074* 2200-EXTRACT-REPLIES - WRITE AN 'R' RECORD FOR EACH APPROVED  *
002075*     HOST REPLY TO THE ENTRY JUST WRITTEN, OLDEST FIRST.  THE  *
002076*     CURSOR IS CLOSED BEFORE ANY CHECKPOINT COMMIT.            *
002077*---------------------------------------------------------------*
002078 2200-EXTRACT-REPLIES.
002079     EXEC SQL
002080          DECLARE GBXRCSR CURSOR FOR
002081          SELECT ENTRY_ID, REPLY_ID, WRITTEN_BY, REPLY_TEXT,
002082                 CHAR(WRITTEN_AT)
002083            FROM REPLIES
002084           WHERE ENTRY_ID = :EXTR-ID
002085             AND APPROVED = 'A'
002086           ORDER BY REPLY_ID
002087     END-EXEC.
002088     EXEC SQL
002089          OPEN GBXRCSR
002090     END-EXEC.
002091     SET REPLY-NOT-AT-EOF TO TRUE.
002092     PERFORM 2210-FETCH-REPLY THRU 2210-EXIT.
002093     PERFORM 2300-WRITE-REPLY THRU 2300-EXIT
002094             UNTIL REPLY-AT-EOF.
002095     EXEC SQL
002096          CLOSE GBXRCSR
002097     END-EXEC.
002098 2200-EXIT.
002099     EXIT.
002100*
002101*---------------------------------------------------------------*
002102* 2210-FETCH-REPLY                                              *
002103*---------------------------------------------------------------*
002104 2210-FETCH-REPLY.
002105     EXEC SQL
002106          FETCH GBXRCSR
002107           INTO :EXTR-RPL-ENTRY-ID, :EXTR-RPL-ID,
002108                :EXTR-RPL-WRITER, :EXTR-RPL-TEXT,
002109                :EXTR-RPL-WRITTEN-AT
002110     END-EXEC.
002111     IF SQLCODE = 100
002112         SET REPLY-AT-EOF TO TRUE
002113     ELSE
002114         ADD 1 TO RLG-ROWS-READ
002115     END-IF.
002116 2210-EXIT.
002117     EXIT.
002118*
002119*---------------------------------------------------------------*
002120* 2300-WRITE-REPLY - WRITE ONE 'R' RECORD FROM EXTR-REPLY AND   *
002121*     FETCH THE NEXT REPLY FROM WHICHEVER PASS IS RUNNING.      *
002122*---------------------------------------------------------------*
002123 2300-WRITE-REPLY.
002124     MOVE EXTR-RPL-ENTRY-ID   TO EXT-ID.
002125     MOVE EXTR-RPL-WRITER     TO EXT-TITLE.
002126     MOVE EXTR-RPL-TEXT       TO EXT-MESSAGE.
002127     MOVE EXTR-RPL-WRITTEN-AT TO EXT-SUBMITTED-AT.
002128     MOVE RUN-DATE            TO EXT-RUN-DATE.
002129     MOVE 'R'                 TO EXT-REC-TYPE.
002130     MOVE EXTR-RPL-ID         TO EXT-REPLY-ID.
002131     WRITE EXTRACT-RECORD.
002132     ADD 1 TO RLG-ROWS-WRITTEN.
002133     IF CURSOR-AT-EOF
002134         PERFORM 5100-FETCH-LATE-REPLY THRU 5100-EXIT
002135     ELSE
002136         PERFORM 2210-FETCH-REPLY THRU 2210-EXIT
002137     END-IF.
002138 2300-EXIT.
002139     EXIT.
002140*
002141*---------------------------------------------------------------*
002142* 3000-TAKE-CHECKPOINT - FLUSH THE EXTRACT FILE TO DISK (CLOSE  *
002143*     AND RE-OPEN EXTEND), THEN REWRITE GBKRUNC WITH THE        *
002144*     HIGH-WATER MARK AND COMMIT, SO A RERUN AFTER AN ABEND     *
002145*     PICKS UP FROM HERE INSTEAD OF RE-EXTRACTING THE WHOLE     *
002146*     TABLE.  THE FLUSH COMES FIRST SO THE HIGH-WATER MARK      *
002147*     NEVER COVERS A ROW STILL SITTING IN A BUFFER - A ROW THE  *
002148*     MARK HAS PASSED WOULD NEVER BE EXTRACTED AGAIN.           *
002149*---------------------------------------------------------------*
002150 3000-TAKE-CHECKPOINT.
002152     CLOSE EXTRACT-FILE.
002154     OPEN EXTEND EXTRACT-FILE.
002310     MOVE LAST-EXTR-ID TO RUNC-LAST-ID.
002315     MOVE EVENT-FILTER TO RUNC-EVENT-CODE.
002317     MOVE RUN-STATUS   TO RUNC-RUN-STATUS.
002318     MOVE REPLY-MARK   TO RUNC-REPLY-MARK.
002320     WRITE RUNC-RECORD.
002330     CLOSE RUNC-FILE.
002340 3100-EXIT.
002350     EXIT.
002360*
002370*---------------------------------------------------------------*
002371* 5000-LATE-REPLIES - AFTER THE NEW ENTRIES, SEND EVERY REPLY   *
002372*     APPROVED SINCE THE LAST COMPLETE RUN STARTED AND BEFORE   *
002373*     THIS ONE STARTED WHOSE ENTRY WENT OUT ON AN EARLIER RUN.  *
002374*     A REPLY ALREADY SENT WITH ITS ENTRY MAY GO AGAIN HERE;    *
002375*     DOWNSTREAM DE-DUPLICATES ON THE REPLY ID.  ONLY A RUN     *
002376*     THAT STARTED FROM AN EMPTY FEED (NO HIGH-WATER MARK)      *
002377*     SKIPS THE PASS - EVERY ENTRY THEN WENT OUT WITH ITS       *
002378*     REPLIES.  WITH NO MARK YET BUT ENTRIES ALREADY FED (THE   *
002379*     FIRST RUN THAT CARRIES REPLIES) THE WINDOW OPENS AT THE   *
002380*     FLOOR TIMESTAMP, SO EVERY REPLY ALREADY APPROVED TO AN    *
002381*     EARLIER-FED ENTRY IS SENT ONCE.                           *
002382*---------------------------------------------------------------*
002383 5000-LATE-REPLIES.
002384     IF START-EXTR-ID = ZERO
002385         GO TO 5000-EXIT
002386     END-IF.
002387     IF REPLY-MARK = SPACES
002388         MOVE REPLY-FLOOR-TS TO LATE-REPLY-FROM
002389     ELSE
002390         MOVE REPLY-MARK     TO LATE-REPLY-FROM
002391     END-IF.
002392     EXEC SQL
002393          DECLARE GBXLCSR CURSOR FOR
002394          SELECT R.ENTRY_ID, R.REPLY_ID, R.WRITTEN_BY,
002395                 R.REPLY_TEXT, CHAR(R.WRITTEN_AT)
002396            FROM REPLIES R, ENTRIES E
002397           WHERE R.APPROVED = 'A'
002398             AND R.DECIDED_AT >  TIMESTAMP(:LATE-REPLY-FROM)
002399             AND R.DECIDED_AT <= TIMESTAMP(:RUN-STARTED-AT)
002400             AND R.ENTRY_ID <= :START-EXTR-ID
002401             AND E.ID = R.ENTRY_ID
002402             AND E.APPROVED = 'A'
002403             AND (:EVENT-FILTER = ' '
002404              OR  E.EVENT_CODE = :EVENT-FILTER)
002405           ORDER BY R.ENTRY_ID, R.REPLY_ID
002406     END-EXEC.
002407     EXEC SQL
002408          OPEN GBXLCSR
002409     END-EXEC.
002410     SET REPLY-NOT-AT-EOF TO TRUE.
002411     PERFORM 5100-FETCH-LATE-REPLY THRU 5100-EXIT.
002412     PERFORM 2300-WRITE-REPLY THRU 2300-EXIT
002413             UNTIL REPLY-AT-EOF.
002414     EXEC SQL
002415          CLOSE GBXLCSR
002416     END-EXEC.
002417 5000-EXIT.
002418     EXIT.
002419*
002420*---------------------------------------------------------------*
002421* 5100-FETCH-LATE-REPLY                                         *
002422*---------------------------------------------------------------*
002423 5100-FETCH-LATE-REPLY.
002424     EXEC SQL
002425          FETCH GBXLCSR
002426           INTO :EXTR-RPL-ENTRY-ID, :EXTR-RPL-ID,
002427                :EXTR-RPL-WRITER, :EXTR-RPL-TEXT,
002428                :EXTR-RPL-WRITTEN-AT
002429     END-EXEC.
002430     IF SQLCODE = 100
002431         SET REPLY-AT-EOF TO TRUE
002432     ELSE
002433         ADD 1 TO RLG-ROWS-READ
002434     END-IF.
002435 5100-EXIT.
002436     EXIT.
002437*
002438*---------------------------------------------------------------*
002439* 8000-FINALIZE - CLOSE THE CURSOR AND THE EXTRACT FILE, THEN   *
002440*     WRITE THE FINAL RUN CONTROL FLAGGED COMPLETE AND COMMIT,  *
002441*     SO THE NEXT RUN KNOWS THE EXTRACT FILE WAS CLOSED CLEAN   *
002442*     AND STARTS A FRESH ONE.  THE RUN'S START TIME BECOMES THE *
002443*     LATE-REPLY MARK FOR THE NEXT RUN.                         *
002444*---------------------------------------------------------------*
002445 8000-FINALIZE.
002446     EXEC SQL
002447          CLOSE GBXCSR
002450     END-EXEC.
002460     CLOSE EXTRACT-FILE.
002465     MOVE 'C' TO RUN-STATUS.
002467     MOVE RUN-STARTED-AT TO REPLY-MARK.
002470     PERFORM 3100-WRITE-RUN-CONTROL THRU 3100-EXIT.
002472     EXEC SQL
002474          COMMIT
002476     END-EXEC.
002477     SET RLG-ENDING TO TRUE.
002478     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
002479     MOVE RLG-RETURN-CODE TO RETURN-CODE.
002480 8000-EXIT.
002490     EXIT.
