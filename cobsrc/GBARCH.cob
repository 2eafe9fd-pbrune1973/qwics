000230*   A DISPOSITION REPORT ON DISPRPT SHOWS WHAT WAS
000240*   ARCHIVED VS. PURGED WITH COUNTS BY SUBMISSION DAY.  ENTRIES
000250*   WITH NO SUBMITTED_AT (FROM BEFORE THAT COLUMN EXISTED) ARE
000251*   NEVER TOUCHED.  NO APPROVED ENTRY IS ARCHIVED UNTIL GBKEXT
000252*   HAS EXTRACTED IT: THE ARCHIVE STOPS AT THE HIGH-WATER MARK
000253*   IN GBKEXT'S GBKRUNC RUN CONTROL (NO RUN CONTROL MEANS
000254*   NOTHING HAS BEEN EXTRACTED, SO NOTHING IS ARCHIVED), AND
000255*   AGED ENTRIES HELD BACK BY IT ARE COUNTED ON THE REPORT AND
000256*   END THE STEP RC 4.  HOST REPLIES GO WITH THEIR ENTRY: AN
000257*   ARCHIVED ENTRY'S APPROVED REPLIES ARE UNLOADED TO GBARCHR
000258*   AND ALL OF ITS REPLIES DELETED, A PURGED ENTRY'S REPLIES ARE
000259*   DELETED, AND REJECTED OR WITHDRAWN REPLIES OLDER THAN THE
000260*   PURGE CUTOFF ARE DELETED FROM ENTRIES STILL ON THE TABLE.
000261*   GUESTS' CONSENTED SPONSOR CONTACTS (ENTRY_CONTACTS) ARE
000262*   PURGED ON THEIR OWN, SHORTER RETENTION, COUNTED FROM THE
000263*   MOMENT OF CONSENT AND INDEPENDENT OF THE ENTRY - A CONTACT
000264*   IS NEITHER ARCHIVED NOR KEPT ALIVE BY ITS ENTRY.
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY.
000290*   03/23/26  ROB  ORIGINAL PROGRAM.
000301*   05/08/26  ROB  CARRY THE NEW EVENT_CODE COLUMN ON THE
000302*                  ARCHIVE RECORD SO THE UNLOAD STAYS A FULL
000303*                  ROW; BLANK FOR PRE-EVENT ENTRIES.
000304*   10/13/26  ROB  EACH RUN IS LOGGED TO BATCH_RUNS THROUGH
000305*                  GBRUNL AT START AND END WITH ITS ROWS READ
000306*                  AND WRITTEN, FOR THE GB18 RUN-LOG INQUIRY.
000307*                  NEVER ARCHIVE PAST GBKEXT'S HIGH-WATER MARK
000308*                  (READ FROM GBKRUNC) - AN ENTRY DELETED
000309*                  BEFORE IT WAS EXTRACTED NEVER REACHED THE
000310*                  KIOSK FEED.  HELD ENTRIES END THE STEP RC 4.
000311*   10/14/26  ROB  HOST REPLIES - ARCHIVE AN ENTRY'S APPROVED
000312*                  REPLIES TO THE NEW GBARCHR FILE AND DELETE
000313*                  ALL ITS REPLIES WITH IT; DELETE A PURGED
000314*                  ENTRY'S REPLIES; PURGE AGED REJECTED AND
000315*                  WITHDRAWN REPLIES.  REPLY TOTALS ON DISPRPT.
000316*                  GBKRUNC LAYOUT PICKS UP GBKEXT'S REPLY MARK.
000317*   10/15/26  ROB  GUEST CONTACTS - PURGE ENTRY_CONTACTS ROWS
000318*                  OLDER THAN CONTACT-KEEP-DAYS FROM CONSENT,
000319*                  WHATEVER BECAME OF THE ENTRY.  CONTACTS
000320*                  PURGED TOTAL ON DISPRPT.
000321*****************************************************************
000322 IDENTIFICATION DIVISION.
000323 PROGRAM-ID.    GBARCH.
000330 AUTHOR.        R. OKONKWO-BATES.
000340 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000350 DATE-WRITTEN.  03/23/2026.
000420                          ORGANIZATION IS SEQUENTIAL.
000430     SELECT REPORT-FILE  ASSIGN TO DISPRPT
000440                          ORGANIZATION IS SEQUENTIAL.
000441     SELECT REPLY-ARCHIVE-FILE ASSIGN TO GBARCHR
000442                          ORGANIZATION IS SEQUENTIAL.
000443     SELECT RUNC-FILE    ASSIGN TO GBKRUNC
000444                          ORGANIZATION IS SEQUENTIAL
000445                          FILE STATUS IS RUNC-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000560     05  AREC-TERM-ID            PIC X(04).
000570     05  AREC-APPROVED           PIC X(01).
000575     05  AREC-EVENT-CODE         PIC X(08).
000576 FD  REPLY-ARCHIVE-FILE
000577     RECORDING MODE IS F
000578     LABEL RECORDS ARE STANDARD.
000579 01  REPLY-ARCHIVE-RECORD.
000580     05  RREC-REPLY-ID           PIC 9(09).
000581     05  RREC-ENTRY-ID           PIC 9(09).
000582     05  RREC-TEXT               PIC X(70).
000583     05  RREC-WRITTEN-BY         PIC X(08).
000584     05  RREC-WRITTEN-TERM       PIC X(04).
000585     05  RREC-WRITTEN-AT         PIC X(26).
000586     05  RREC-APPROVED           PIC X(01).
000587     05  RREC-DECIDED-BY         PIC X(08).
000588     05  RREC-DECIDED-AT         PIC X(26).
000589 FD  REPORT-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 01  REPORT-RECORD               PIC X(132).
000611*
000612*    GBKEXT'S RUN CONTROL - SAME LAYOUT GBKEXT WRITES; READ ONLY
000613 FD  RUNC-FILE
000614     RECORDING MODE IS F
000615     LABEL RECORDS ARE STANDARD.
000616 01  RUNC-RECORD.
000617     05  RUNC-LAST-ID            PIC 9(09).
000618     05  RUNC-EVENT-CODE         PIC X(08).
000619     05  RUNC-RUN-STATUS         PIC X(01).
000620     05  RUNC-REPLY-MARK         PIC X(26).
000621     05  FILLER                  PIC X(36).
000622*
000630 WORKING-STORAGE SECTION.
000640*
000650*---------------------------------------------------------------*
000720     05  PURGE-EOF-SW        PIC X(01)  VALUE 'N'.
000730         88  PURGE-AT-EOF              VALUE 'Y'.
000740         88  PURGE-NOT-AT-EOF          VALUE 'N'.
000742     05  REPLY-EOF-SW        PIC X(01)  VALUE 'N'.
000744         88  REPLY-AT-EOF              VALUE 'Y'.
000746         88  REPLY-NOT-AT-EOF          VALUE 'N'.
000747     05  CONTACT-EOF-SW      PIC X(01)  VALUE 'N'.
000748         88  CONTACT-AT-EOF            VALUE 'Y'.
000749         88  CONTACT-NOT-AT-EOF        VALUE 'N'.
000750*
000760*---------------------------------------------------------------*
000770*    RETENTION CUTOFFS, IN DAYS BEFORE THE RUN.  APPROVED       *
000780*    ENTRIES STAY VISIBLE A FULL SEASON BEFORE THEY ARE         *
000790*    ARCHIVED OFF; REJECTED AND WITHDRAWN ENTRIES ONLY NEED TO  *
000800*    OUTLIVE ANY COMPLAINT FOLLOW-UP BEFORE THEY ARE PURGED.    *
000803*    REJECTED AND WITHDRAWN HOST REPLIES KEEP THE SAME PURGE    *
000806*    CUTOFF, COUNTED FROM THEIR LAST DECISION.  A GUEST'S       *
000807*    SPONSOR CONTACT IS KEPT ONLY LONG ENOUGH FOR THE EVENT'S   *
000808*    LEAD FILE TO BE RUN, COUNTED FROM THE CONSENT.             *
000810*---------------------------------------------------------------*
000820 77  ARCH-KEEP-DAYS          PIC S9(04) COMP VALUE 180.
000830 77  PURGE-KEEP-DAYS         PIC S9(04) COMP VALUE 30.
000831 77  CONTACT-KEEP-DAYS       PIC S9(04) COMP VALUE 90.
000832*
000833 01  RUNC-STATUS             PIC X(02).
000834*
000835*---------------------------------------------------------------*
000836*    THE GBKEXT HIGH-WATER MARK AND THE AGED APPROVED ENTRIES   *
000837*    ABOVE IT THAT THIS RUN HAS TO HOLD BACK                    *
000838*---------------------------------------------------------------*
000839 01  KEXT-MARK.
000840     05  KEXT-LAST-ID        PIC S9(09) COMP VALUE ZERO.
000841     05  HELD-COUNT          PIC S9(09) COMP VALUE ZERO.
000842*
000850*---------------------------------------------------------------*
000860*    ONE APPROVED ROW FETCHED FOR ARCHIVING                     *
000870*---------------------------------------------------------------*
001020     05  PRG-DAY             PIC X(10).
001030*
001040*---------------------------------------------------------------*
001041*    ONE HOST REPLY FETCHED FOR ARCHIVING OR PURGING, AND THE   *
001042*    ENTRY WHOSE REPLIES ARE BEING DELETED                      *
001043*---------------------------------------------------------------*
001044 01  RPL-ROW.
001045     05  RPL-REPLY-ID        PIC S9(09) COMP.
001046     05  RPL-TEXT            PIC X(70).
001047     05  RPL-WRITTEN-BY      PIC X(08).
001048     05  RPL-WRITTEN-TERM    PIC X(04).
001049     05  RPL-WRITTEN-AT      PIC X(26).
001050     05  RPL-APPROVED        PIC X(01).
001051     05  RPL-DECIDED-BY      PIC X(08).
001052     05  RPL-DECIDED-AT      PIC X(26).
001053 01  RPL-DEL-ENTRY-ID        PIC S9(09) COMP.
001054 01  RPL-DEL-COUNT           PIC S9(09) COMP.
001055*
001056*---------------------------------------------------------------*
001057*    ONE AGED GUEST CONTACT FETCHED FOR PURGING, BY ITS ENTRY   *
001058*---------------------------------------------------------------*
001059 01  CTP-ENTRY-ID            PIC S9(09) COMP.
001060*
001061*---------------------------------------------------------------*
001062*    DAY CONTROL BREAK AND RUNNING TOTALS                       *
001063*---------------------------------------------------------------*
001070 01  BREAK-CONTROLS.
001080     05  CURR-DAY            PIC X(10)  VALUE SPACES.
001090     05  DAY-COUNT           PIC 9(07)  VALUE ZERO.
001100 01  ARCH-TOTAL-COUNT        PIC 9(07)  VALUE ZERO.
001110 01  PURGE-TOTAL-COUNT       PIC 9(07)  VALUE ZERO.
001113 01  RPL-ARCH-TOTAL-COUNT    PIC 9(07)  VALUE ZERO.
001116 01  RPL-DEL-TOTAL-COUNT     PIC 9(07)  VALUE ZERO.
001118 01  CTP-DEL-TOTAL-COUNT     PIC 9(07)  VALUE ZERO.
001120*
001130*---------------------------------------------------------------*
001140*    PRINT LINE LAYOUTS                                         *
001380     05  FILLER              PIC X(20) VALUE 'TOTAL PURGED:'.
001390     05  PURGE-TOT-COUNT-OUT PIC ZZZ,ZZ9.
001400     05  FILLER              PIC X(105) VALUE SPACES.
001401 01  HELD-TOT-LINE.
001402     05  FILLER              PIC X(20) VALUE 'HELD FOR GBKEXT:'.
001403     05  HELD-TOT-COUNT-OUT  PIC ZZZ,ZZ9.
001404     05  FILLER              PIC X(105) VALUE SPACES.
001405 01  RPL-ARCH-TOT-LINE.
001406     05  FILLER              PIC X(20) VALUE 'REPLIES ARCHIVED:'.
001407     05  RPL-ARCH-COUNT-OUT  PIC ZZZ,ZZ9.
001408     05  FILLER              PIC X(105) VALUE SPACES.
001409 01  RPL-DEL-TOT-LINE.
001410     05  FILLER              PIC X(20) VALUE 'REPLIES DELETED:'.
001411     05  RPL-DEL-COUNT-OUT   PIC ZZZ,ZZ9.
001412     05  FILLER              PIC X(105) VALUE SPACES.
001413 01  CTP-DEL-TOT-LINE.
001414     05  FILLER              PIC X(20) VALUE 'CONTACTS PURGED:'.
001415     05  CTP-DEL-COUNT-OUT   PIC ZZZ,ZZ9.
001416     05  FILLER              PIC X(105) VALUE SPACES.
001417*
001418 COPY GBRUNREC.
001420     EXEC SQL
001430          INCLUDE SQLCA
001440     END-EXEC.
001560     PERFORM 4000-PURGE-ENTRY    THRU 4000-EXIT
001570             UNTIL PURGE-AT-EOF.
001580     PERFORM 4900-END-PURGE      THRU 4900-EXIT.
001581     PERFORM 5000-START-REPLY-PURGE THRU 5000-EXIT.
001582     PERFORM 5100-PURGE-REPLY    THRU 5100-EXIT
001583             UNTIL REPLY-AT-EOF.
001584     PERFORM 5900-END-REPLY-PURGE THRU 5900-EXIT.
001585     PERFORM 6000-START-CONTACT-PURGE THRU 6000-EXIT.
001586     PERFORM 6100-PURGE-CONTACT  THRU 6100-EXIT
001587             UNTIL CONTACT-AT-EOF.
001588     PERFORM 6900-END-CONTACT-PURGE THRU 6900-EXIT.
001590     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
001600     STOP RUN.
001610*
001620*---------------------------------------------------------------*
001630* 1000-INITIALIZE - OPEN THE FILES, PRINT HEADINGS, PICK UP     *
001640*     GBKEXT'S HIGH-WATER MARK, OPEN THE ARCHIVE CURSOR (WHICH  *
001645*     STOPS AT THE MARK) AND PRIME THE READ.                    *
001650*---------------------------------------------------------------*
001660 1000-INITIALIZE.
001662     MOVE 'GBARCH' TO RLG-PROGRAM.
001664     SET RLG-STARTING TO TRUE.
001666     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
001670     OPEN OUTPUT ARCHIVE-FILE.
001675     OPEN OUTPUT REPLY-ARCHIVE-FILE.
001680     OPEN OUTPUT REPORT-FILE.
001690     WRITE REPORT-RECORD FROM HDG-LINE-1.
001700     WRITE REPORT-RECORD FROM ARCH-HDG-LINE.
001705     PERFORM 1100-READ-KEXT-MARK THRU 1100-EXIT.
001710     EXEC SQL
001720          DECLARE ARCCSR CURSOR FOR
001730          SELECT ID, TITLE, MESSAGE, CHAR(SUBMITTED_AT),
001760           WHERE APPROVED = 'A'
001770             AND SUBMITTED_AT <
001780                 CURRENT TIMESTAMP - :ARCH-KEEP-DAYS DAYS
001785             AND ID <= :KEXT-LAST-ID
001790           ORDER BY SUBMITTED_AT, ID
001800     END-EXEC.
001810     EXEC SQL
001860     EXIT.
001870*
001880*---------------------------------------------------------------*
001881* 1100-READ-KEXT-MARK - PICK UP THE LAST ID GBKEXT EXTRACTED    *
001882*     FROM ITS GBKRUNC RUN CONTROL.  A MISSING OR EMPTY FILE    *
001883*     MEANS GBKEXT HAS NEVER RUN, SO THE MARK IS ZERO.  THEN    *
001884*     COUNT THE AGED APPROVED ENTRIES ABOVE THE MARK; ANY AT    *
001885*     ALL ARE HELD FOR A LATER RUN AND THE STEP ENDS RC 4.      *
001886*---------------------------------------------------------------*
001887 1100-READ-KEXT-MARK.
001888     MOVE ZERO TO KEXT-LAST-ID.
001889     OPEN INPUT RUNC-FILE.
001890     IF RUNC-STATUS = '00'
001891         READ RUNC-FILE
001892             AT END MOVE ZERO TO KEXT-LAST-ID
001893             NOT AT END MOVE RUNC-LAST-ID TO KEXT-LAST-ID
001894         END-READ
001895         CLOSE RUNC-FILE
001896     END-IF.
001897     EXEC SQL
001898          SELECT COUNT(*) INTO :HELD-COUNT
001899            FROM ENTRIES
001900           WHERE APPROVED = 'A'
001901             AND SUBMITTED_AT <
001902                 CURRENT TIMESTAMP - :ARCH-KEEP-DAYS DAYS
001903             AND ID > :KEXT-LAST-ID
001904     END-EXEC.
001905     IF HELD-COUNT GREATER THAN ZERO
001906         MOVE 4 TO RLG-RETURN-CODE
001907         MOVE 'ARCHIVE HELD AT GBKEXT HIGH-WATER MARK'
001908                                   TO RLG-MESSAGE
001909     END-IF.
001910 1100-EXIT.
001911     EXIT.
001912*
001913*---------------------------------------------------------------*
001914* 2000-ARCHIVE-ENTRY - WRITE ONE FULL ROW TO THE ARCHIVE FILE,  *
001915*     ARCHIVE AND DELETE ITS REPLIES, DELETE IT FROM ENTRIES,   *
001916*     COUNT IT UNDER ITS SUBMISSION DAY, AND FETCH THE NEXT.    *
001920*---------------------------------------------------------------*
001930 2000-ARCHIVE-ENTRY.
001940     IF ARC-DAY NOT EQUAL CURR-DAY
002030     MOVE ARC-APPROVED     TO AREC-APPROVED.
002035     MOVE ARC-EVENT-CODE   TO AREC-EVENT-CODE.
002040     WRITE ARCHIVE-RECORD.
002042     PERFORM 2300-ARCHIVE-REPLIES THRU 2300-EXIT.
002044     MOVE ARC-ID TO RPL-DEL-ENTRY-ID.
002046     PERFORM 2400-DELETE-REPLIES THRU 2400-EXIT.
002050     EXEC SQL
002060          DELETE FROM ENTRIES
002070           WHERE ID = :ARC-ID
002080     END-EXEC.
002090     ADD 1 TO DAY-COUNT.
002100     ADD 1 TO ARCH-TOTAL-COUNT.
002105     ADD 1 TO RLG-ROWS-WRITTEN.
002110     PERFORM 2100-FETCH-ARCHIVE THRU 2100-EXIT.
002120 2000-EXIT.
002130     EXIT.
002240     END-EXEC.
002250     IF SQLCODE = 100
002260         SET ARCH-AT-EOF TO TRUE
002263     ELSE
002266         ADD 1 TO RLG-ROWS-READ
002270     END-IF.
002280 2100-EXIT.
002290     EXIT.
002410     END-IF.
002420     MOVE ZERO TO DAY-COUNT.
002430 2200-EXIT.
002431     EXIT.
002432*
002433*---------------------------------------------------------------*
002434* 2300-ARCHIVE-REPLIES - UNLOAD THE ARCHIVED ENTRY'S APPROVED   *
002435*     HOST REPLIES TO GBARCHR.  PENDING, REJECTED AND WITHDRAWN *
002436*     REPLIES WERE NEVER PUBLISHED AND ARE NOT KEPT.            *
002437*---------------------------------------------------------------*
002438 2300-ARCHIVE-REPLIES.
002439     EXEC SQL
002440          DECLARE ARCRCSR CURSOR FOR
002441          SELECT REPLY_ID, REPLY_TEXT, WRITTEN_BY, WRITTEN_TERM,
002442                 CHAR(WRITTEN_AT), APPROVED,
002443                 COALESCE(DECIDED_BY, ' '),
002444                 COALESCE(CHAR(DECIDED_AT), ' ')
002445            FROM REPLIES
002446           WHERE ENTRY_ID = :ARC-ID
002447             AND APPROVED = 'A'
002448           ORDER BY REPLY_ID
002449     END-EXEC.
002450     EXEC SQL
002451          OPEN ARCRCSR
002452     END-EXEC.
002453     SET REPLY-NOT-AT-EOF TO TRUE.
002454     PERFORM 2310-FETCH-ARCH-REPLY THRU 2310-EXIT.
002455     PERFORM 2320-WRITE-ARCH-REPLY THRU 2320-EXIT
002456             UNTIL REPLY-AT-EOF.
002457     EXEC SQL
002458          CLOSE ARCRCSR
002459     END-EXEC.
002460 2300-EXIT.
002461     EXIT.
002462*
002463*---------------------------------------------------------------*
002464* 2310-FETCH-ARCH-REPLY                                         *
002465*---------------------------------------------------------------*
002466 2310-FETCH-ARCH-REPLY.
002467     EXEC SQL
002468          FETCH ARCRCSR
002469           INTO :RPL-REPLY-ID, :RPL-TEXT, :RPL-WRITTEN-BY,
002470                :RPL-WRITTEN-TERM, :RPL-WRITTEN-AT,
002471                :RPL-APPROVED, :RPL-DECIDED-BY,
002472                :RPL-DECIDED-AT
002473     END-EXEC.
002474     IF SQLCODE = 100
002475         SET REPLY-AT-EOF TO TRUE
002476     ELSE
002477         ADD 1 TO RLG-ROWS-READ
002478     END-IF.
002479 2310-EXIT.
002480     EXIT.
002481*
002482*---------------------------------------------------------------*
002483* 2320-WRITE-ARCH-REPLY - WRITE ONE FULL REPLY ROW TO GBARCHR   *
002484*     AND FETCH THE NEXT.                                       *
002485*---------------------------------------------------------------*
002486 2320-WRITE-ARCH-REPLY.
002487     MOVE RPL-REPLY-ID     TO RREC-REPLY-ID.
002488     MOVE ARC-ID           TO RREC-ENTRY-ID.
002489     MOVE RPL-TEXT         TO RREC-TEXT.
002490     MOVE RPL-WRITTEN-BY   TO RREC-WRITTEN-BY.
002491     MOVE RPL-WRITTEN-TERM TO RREC-WRITTEN-TERM.
002492     MOVE RPL-WRITTEN-AT   TO RREC-WRITTEN-AT.
002493     MOVE RPL-APPROVED     TO RREC-APPROVED.
002494     MOVE RPL-DECIDED-BY   TO RREC-DECIDED-BY.
002495     MOVE RPL-DECIDED-AT   TO RREC-DECIDED-AT.
002496     WRITE REPLY-ARCHIVE-RECORD.
002497     ADD 1 TO RPL-ARCH-TOTAL-COUNT.
002498     ADD 1 TO RLG-ROWS-WRITTEN.
002499     PERFORM 2310-FETCH-ARCH-REPLY THRU 2310-EXIT.
002500 2320-EXIT.
002501     EXIT.
002502*
002503*---------------------------------------------------------------*
002504* 2400-DELETE-REPLIES - DELETE EVERY REPLY, WHATEVER ITS        *
002505*     STATUS, TO THE ENTRY IN RPL-DEL-ENTRY-ID, WHICH IS ABOUT  *
002506*     TO BE ARCHIVED OR PURGED.                                 *
002507*---------------------------------------------------------------*
002508 2400-DELETE-REPLIES.
002509     EXEC SQL
002510          SELECT COUNT(*) INTO :RPL-DEL-COUNT
002511            FROM REPLIES
002512           WHERE ENTRY_ID = :RPL-DEL-ENTRY-ID
002513     END-EXEC.
002514     IF RPL-DEL-COUNT = ZERO
002515         GO TO 2400-EXIT
002516     END-IF.
002517     EXEC SQL
002518          DELETE FROM REPLIES
002519           WHERE ENTRY_ID = :RPL-DEL-ENTRY-ID
002520     END-EXEC.
002521     ADD RPL-DEL-COUNT TO RPL-DEL-TOTAL-COUNT.
002522     ADD RPL-DEL-COUNT TO RLG-ROWS-WRITTEN.
002523 2400-EXIT.
002524     EXIT.
002525*
002526*---------------------------------------------------------------*
002527* 2900-END-ARCHIVE - FLUSH THE LAST DAY'S COUNT AND CLOSE THE   *
002528*     ARCHIVE CURSOR.                                           *
002529*---------------------------------------------------------------*
002530 2900-END-ARCHIVE.
002531     PERFORM 2200-PRINT-DAY-COUNT THRU 2200-EXIT.
002532     MOVE SPACES TO CURR-DAY.
002533     EXEC SQL
002540          CLOSE ARCCSR
002550     END-EXEC.
002560 2900-EXIT.
002800*
002810*---------------------------------------------------------------*
002820* 4000-PURGE-ENTRY - DELETE ONE AGED REJECTED OR WITHDRAWN      *
002825*     ROW AND ITS REPLIES, COUNT IT UNDER ITS SUBMISSION DAY,   *
002830*     AND FETCH THE NEXT.                                       *
002840*---------------------------------------------------------------*
002850 4000-PURGE-ENTRY.
002860     IF PRG-DAY NOT EQUAL CURR-DAY
002870         PERFORM 2200-PRINT-DAY-COUNT THRU 2200-EXIT
002880         MOVE PRG-DAY TO CURR-DAY
002890     END-IF.
002893     MOVE PRG-ID TO RPL-DEL-ENTRY-ID.
002896     PERFORM 2400-DELETE-REPLIES THRU 2400-EXIT.
002900     EXEC SQL
002910          DELETE FROM ENTRIES
002920           WHERE ID = :PRG-ID
002930     END-EXEC.
002940     ADD 1 TO DAY-COUNT.
002950     ADD 1 TO PURGE-TOTAL-COUNT.
002955     ADD 1 TO RLG-ROWS-WRITTEN.
002960     PERFORM 4100-FETCH-PURGE THRU 4100-EXIT.
002970 4000-EXIT.
002980     EXIT.
003070     END-EXEC.
003080     IF SQLCODE = 100
003090         SET PURGE-AT-EOF TO TRUE
003093     ELSE
003096         ADD 1 TO RLG-ROWS-READ
003100     END-IF.
003110 4100-EXIT.
003120     EXIT.
003250     EXIT.
003260*
003270*---------------------------------------------------------------*
003271* 5000-START-REPLY-PURGE - OPEN THE CURSOR OVER REJECTED AND    *
003272*     WITHDRAWN HOST REPLIES WHOSE LAST DECISION IS OLDER THAN  *
003273*     THE PURGE CUTOFF, AND PRIME THE READ.  THEIR ENTRIES ARE  *
003274*     STILL ON THE TABLE; THE REST WENT WITH THEIR ENTRY ABOVE. *
003275*---------------------------------------------------------------*
003276 5000-START-REPLY-PURGE.
003277     EXEC SQL
003278          DECLARE PRGRCSR CURSOR FOR
003279          SELECT REPLY_ID
003280            FROM REPLIES
003281           WHERE APPROVED IN ('R', 'W')
003282             AND COALESCE(DECIDED_AT, WRITTEN_AT) <
003283                 CURRENT TIMESTAMP - :PURGE-KEEP-DAYS DAYS
003284           ORDER BY REPLY_ID
003285     END-EXEC.
003286     EXEC SQL
003287          OPEN PRGRCSR
003288     END-EXEC.
003289     SET REPLY-NOT-AT-EOF TO TRUE.
003290     PERFORM 5200-FETCH-REPLY-PURGE THRU 5200-EXIT.
003291 5000-EXIT.
003292     EXIT.
003293*
003294*---------------------------------------------------------------*
003295* 5100-PURGE-REPLY - DELETE ONE AGED REJECTED OR WITHDRAWN      *
003296*     REPLY AND FETCH THE NEXT.                                 *
003297*---------------------------------------------------------------*
003298 5100-PURGE-REPLY.
003299     EXEC SQL
003300          DELETE FROM REPLIES
003301           WHERE REPLY_ID = :RPL-REPLY-ID
003302     END-EXEC.
003303     ADD 1 TO RPL-DEL-TOTAL-COUNT.
003304     ADD 1 TO RLG-ROWS-WRITTEN.
003305     PERFORM 5200-FETCH-REPLY-PURGE THRU 5200-EXIT.
003306 5100-EXIT.
003307     EXIT.
003308*
003309*---------------------------------------------------------------*
003310* 5200-FETCH-REPLY-PURGE                                        *
003311*---------------------------------------------------------------*
003312 5200-FETCH-REPLY-PURGE.
003313     EXEC SQL
003314          FETCH PRGRCSR
003315           INTO :RPL-REPLY-ID
003316     END-EXEC.
003317     IF SQLCODE = 100
003318         SET REPLY-AT-EOF TO TRUE
003319     ELSE
003320         ADD 1 TO RLG-ROWS-READ
003321     END-IF.
003322 5200-EXIT.
003323     EXIT.
003324*
003325*---------------------------------------------------------------*
003326* 5900-END-REPLY-PURGE - CLOSE THE REPLY PURGE CURSOR.          *
003327*---------------------------------------------------------------*
003328 5900-END-REPLY-PURGE.
003329     EXEC SQL
003330          CLOSE PRGRCSR
003331     END-EXEC.
003332 5900-EXIT.
003333     EXIT.
003334*
003335*---------------------------------------------------------------*
003336* 6000-START-CONTACT-PURGE - OPEN THE CURSOR OVER GUEST         *
003337*     SPONSOR CONTACTS GIVEN MORE THAN CONTACT-KEEP-DAYS AGO,   *
003338*     AND PRIME THE READ.  THE ENTRY IS NOT LOOKED AT - IT MAY  *
003339*     BE LIVE, ARCHIVED OR PURGED ALREADY.                      *
003340*---------------------------------------------------------------*
003341 6000-START-CONTACT-PURGE.
003342     EXEC SQL
003343          DECLARE CTPCSR CURSOR FOR
003344          SELECT ENTRY_ID
003345            FROM ENTRY_CONTACTS
003346           WHERE CONSENTED_AT <
003347                 CURRENT TIMESTAMP - :CONTACT-KEEP-DAYS DAYS
003348           ORDER BY ENTRY_ID
003349     END-EXEC.
003350     EXEC SQL
003351          OPEN CTPCSR
003352     END-EXEC.
003353     SET CONTACT-NOT-AT-EOF TO TRUE.
003354     PERFORM 6200-FETCH-CONTACT-PURGE THRU 6200-EXIT.
003355 6000-EXIT.
003356     EXIT.
003357*
003358*---------------------------------------------------------------*
003359* 6100-PURGE-CONTACT - DELETE ONE AGED CONTACT AND FETCH THE    *
003360*     NEXT.                                                     *
003361*---------------------------------------------------------------*
003362 6100-PURGE-CONTACT.
003363     EXEC SQL
003364          DELETE FROM ENTRY_CONTACTS
003365           WHERE ENTRY_ID = :CTP-ENTRY-ID
003366     END-EXEC.
003367     ADD 1 TO CTP-DEL-TOTAL-COUNT.
003368     ADD 1 TO RLG-ROWS-WRITTEN.
003369     PERFORM 6200-FETCH-CONTACT-PURGE THRU 6200-EXIT.
003370 6100-EXIT.
003371     EXIT.
003372*
003373*---------------------------------------------------------------*
003374* 6200-FETCH-CONTACT-PURGE                                      *
003375*---------------------------------------------------------------*
003376 6200-FETCH-CONTACT-PURGE.
003377     EXEC SQL
003378          FETCH CTPCSR
003379           INTO :CTP-ENTRY-ID
003380     END-EXEC.
003381     IF SQLCODE = 100
003382         SET CONTACT-AT-EOF TO TRUE
003383     ELSE
003384         ADD 1 TO RLG-ROWS-READ
003385     END-IF.
003386 6200-EXIT.
003387     EXIT.
003388*
003389*---------------------------------------------------------------*
003390* 6900-END-CONTACT-PURGE - CLOSE THE CONTACT PURGE CURSOR.      *
003391*---------------------------------------------------------------*
003392 6900-END-CONTACT-PURGE.
003393     EXEC SQL
003394          CLOSE CTPCSR
003395     END-EXEC.
003396 6900-EXIT.
003397     EXIT.
003398*
003399*---------------------------------------------------------------*
003400* 8000-FINALIZE - PRINT THE DISPOSITION TOTALS AND CLOSE UP.    *
003401*---------------------------------------------------------------*
003402 8000-FINALIZE.
003403     MOVE ARCH-TOTAL-COUNT  TO ARCH-TOT-COUNT-OUT.
003404     WRITE REPORT-RECORD FROM ARCH-TOT-LINE.
003405     MOVE HELD-COUNT        TO HELD-TOT-COUNT-OUT.
003406     WRITE REPORT-RECORD FROM HELD-TOT-LINE.
003407     MOVE PURGE-TOTAL-COUNT TO PURGE-TOT-COUNT-OUT.
003408     WRITE REPORT-RECORD FROM PURGE-TOT-LINE.
003409     MOVE RPL-ARCH-TOTAL-COUNT TO RPL-ARCH-COUNT-OUT.
003410     WRITE REPORT-RECORD FROM RPL-ARCH-TOT-LINE.
003411     MOVE RPL-DEL-TOTAL-COUNT  TO RPL-DEL-COUNT-OUT.
003412     WRITE REPORT-RECORD FROM RPL-DEL-TOT-LINE.
003413     MOVE CTP-DEL-TOTAL-COUNT  TO CTP-DEL-COUNT-OUT.
003414     WRITE REPORT-RECORD FROM CTP-DEL-TOT-LINE.
003415     CLOSE ARCHIVE-FILE.
003416     CLOSE REPLY-ARCHIVE-FILE.
003417     CLOSE REPORT-FILE.
003418     SET RLG-ENDING TO TRUE.
003419     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
003420     MOVE RLG-RETURN-CODE TO RETURN-CODE.
003421 8000-EXIT.
003422     EXIT.
