000210*   FIXED-LAYOUT 'D' RECORD PER EVENT PER DAY - SUBMISSIONS
000220*   TAKEN (ENTRIES), ENTRIES APPROVED AND REJECTED (FROM
000230*   MOD_DECISIONS), AND SUBMISSIONS TURNED AWAY AT THE KIOSK
000240*   (FROM REJECT_LOG, MAPPED TO THE EVENT THE KIOSK WAS
000250*   SERVING AT THE TIME THROUGH KIOSK_ASSIGNMENTS) -
000255*   BRACKETED BY AN 'H' HEADER WITH THE RUN AND FEED
000260*   DATES AND A 'T' TRAILER WITH THE RECORD COUNT AND COLUMN
000270*   TOTALS SO THE RECEIVING SYSTEM CAN VALIDATE THE FILE.
000280*
000290*   THE GBBILRC RUN CONTROL CARRIES THE LAST DAY FED, THE WAY
000300*   GBKEXT'S GBKRUNC CARRIES ITS HIGH-WATER MARK: EACH RUN
000310*   FEEDS THE DAYS AFTER IT UP TO AND INCLUDING YESTERDAY, AND
000312*   NEVER PAST THE LAST DAY THE GB04 MODERATION BACKLOG WAS
000314*   CLEARED (THE DAY BEFORE THE OLDEST ENTRY STILL PENDING) -
000316*   A DAY WITH ENTRIES STILL AWAITING A DECISION IS HELD FOR A
000318*   LATER RUN AND THE STEP ENDS RC 4 - AND
000320*   THE RUN CONTROL ONLY ADVANCES (WITH A COMMIT) AFTER THE
000330*   FILE IS COMPLETE AND CLOSED - SO A RERUN AFTER AN ABEND
000340*   REBUILDS THE SAME FILE FROM SCRATCH INSTEAD OF DOUBLE-
000390*-----------------------------------------------------------------
000400* MODIFICATION HISTORY.
000410*   09/01/26  ROB  ORIGINAL PROGRAM.
000411*   10/06/26  ROB  TURN-AWAYS ARE NOW CHARGED TO THE EVENT THE
000412*                  KIOSK WAS SERVING WHEN THE REJECT WAS LOGGED
000413*                  (KIOSK_ASSIGNMENTS), NOT TO THE EVENT THE
000414*                  KIOSK MASTER SHOWS TODAY - A MID-WEEK KIOSK
000415*                  MOVE USED TO SHIFT ITS WHOLE HISTORY ONTO
000416*                  THE NEW EVENT'S INVOICE.
000417*   10/13/26  ROB  EACH RUN IS LOGGED TO BATCH_RUNS THROUGH
000418*                  GBRUNL AT START AND END WITH ITS ROWS READ
000419*                  AND WRITTEN, FOR THE GB18 RUN-LOG INQUIRY.
000420*                  THE FEED WINDOW NOW STOPS AT THE LAST DAY
000421*                  THE GB04 BACKLOG WAS CLEARED; A HELD DAY
000422*                  ENDS THE STEP RC 4 AND IS FED ONCE CLEAR.
000423*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.    GBBILL.
000450 AUTHOR.        R. OKONKWO-BATES.
000940*
000950*---------------------------------------------------------------*
000960*    THE FEED WINDOW - THE DAY AFTER THE LAST DAY FED, UP TO    *
000970*    AND INCLUDING YESTERDAY OR THE LAST DAY THE MODERATION     *
000975*    BACKLOG WAS CLEARED, WHICHEVER IS EARLIER                  *
000980*---------------------------------------------------------------*
000990 01  BIL-WINDOW.
001000     05  RUN-DATE-ISO        PIC X(10).
001010     05  FROM-DATE           PIC X(10).
001020     05  TO-DATE             PIC X(10).
001025     05  CLEARED-DATE        PIC X(10).
001030*
001040*---------------------------------------------------------------*
001050*    ONE EVENT-DAY BEING SUMMARIZED                             *
001480     05  FT-TURNED-TOT       PIC 9(09).
001490     05  FILLER              PIC X(36)  VALUE SPACES.
001500*
001505 COPY GBRUNREC.
001510     EXEC SQL
001520          INCLUDE SQLCA
001530     END-EXEC.
001650*
001660*---------------------------------------------------------------*
001670* 1000-INITIALIZE - READ THE RUN CONTROL, MARK THE RUN IN       *
001680*     PROGRESS, WORK OUT THE FEED WINDOW AND HOLD IT BACK TO    *
001685*     THE LAST DAY THE BACKLOG WAS CLEARED, WRITE THE HEADER,   *
001690*     OPEN THE EVENT-DAY CURSOR AND PRIME THE READ.  THE        *
001700*     CURSOR IS DECLARED WITH HOLD SO THE FINAL COMMIT IS THE   *
001710*     ONLY COMMIT THAT MATTERS.                                 *
001720*---------------------------------------------------------------*
001730 1000-INITIALIZE.
001732     MOVE 'GBBILL' TO RLG-PROGRAM.
001734     SET RLG-STARTING TO TRUE.
001736     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
001740     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
001750     OPEN OUTPUT FEED-FILE.
001760     MOVE 'I' TO RUN-STATUS.
001810                  CHAR(CURRENT DATE - 1 DAY, ISO))
001820            INTO :RUN-DATE-ISO, :FROM-DATE, :TO-DATE
001830     END-EXEC.
001835     PERFORM 1200-HOLD-FOR-BACKLOG THRU 1200-EXIT.
001840     MOVE RUN-DATE-ISO TO FH-RUN-DATE.
001850     MOVE FROM-DATE    TO FH-FROM-DATE.
001860     MOVE TO-DATE      TO FH-TO-DATE.
002015                     AND D.OLD_STATUS <> D.NEW_STATUS
002020                  UNION
002030                  SELECT DATE(R.REJECTED_AT),
002040                         COALESCE((SELECT A.EVENT_CODE
002050                                     FROM KIOSK_ASSIGNMENTS A
002060                                    WHERE A.TERM_ID = R.TERM_ID
002061                                      AND A.ASSIGNED_FROM <=
002062                                          R.REJECTED_AT
002063                                      AND (A.ASSIGNED_TO IS NULL
002064                                       OR  A.ASSIGNED_TO >
002065                                           R.REJECTED_AT)),
002070                                  '(NONE)')
002080                    FROM REJECT_LOG R
002085                   WHERE R.REASON IN ('V', 'B', 'E')
002090                 ) AS ACT
002100           WHERE ACT.FEED_DAY > DATE(:LAST-FED-DATE)
002110             AND ACT.FEED_DAY <= DATE(:TO-DATE)
002120           ORDER BY 1, 2
002130     END-EXEC.
002140     EXEC SQL
002420     EXIT.
002430*
002440*---------------------------------------------------------------*
002441* 1200-HOLD-FOR-BACKLOG - A DAY IS ONLY FED ONCE GB04 HAS       *
002442*     DECIDED EVERY ENTRY SUBMITTED ON OR BEFORE IT, SO ITS     *
002443*     APPROVED AND REJECTED COUNTS ARE FINAL.  CUT THE WINDOW   *
002444*     BACK TO THE DAY BEFORE THE OLDEST ENTRY STILL PENDING,    *
002445*     NEVER BEHIND THE LAST DAY ALREADY FED (WHICH LEAVES AN    *
002446*     EMPTY WINDOW AND A HEADER/TRAILER-ONLY FILE), AND END THE *
002447*     STEP RC 4 SO GB18 SHOWS THE FEED WAS HELD BACK.           *
002448*---------------------------------------------------------------*
002449 1200-HOLD-FOR-BACKLOG.
002450     EXEC SQL
002451          SELECT COALESCE(CHAR(DATE(MIN(SUBMITTED_AT)) - 1 DAY,
002452                               ISO), :TO-DATE)
002453            INTO :CLEARED-DATE
002454            FROM ENTRIES
002455           WHERE APPROVED = 'P'
002456             AND SUBMITTED_AT IS NOT NULL
002457     END-EXEC.
002458     IF SQLCODE NOT = ZERO
002459      OR CLEARED-DATE NOT LESS THAN TO-DATE
002460         GO TO 1200-EXIT
002461     END-IF.
002462     MOVE CLEARED-DATE TO TO-DATE.
002463     IF TO-DATE LESS THAN LAST-FED-DATE
002464         MOVE LAST-FED-DATE TO TO-DATE
002465     END-IF.
002466     MOVE 4 TO RLG-RETURN-CODE.
002467     MOVE 'FEED HELD - GB04 BACKLOG NOT CLEAR' TO RLG-MESSAGE.
002468 1200-EXIT.
002469     EXIT.
002470*
002471*---------------------------------------------------------------*
002472* 2000-PROCESS-DAY - COUNT ONE EVENT-DAY'S ACTIVITY FROM THE    *
002473*     THREE SOURCES, WRITE ITS DETAIL RECORD, AND FETCH THE     *
002474*     NEXT EVENT-DAY.                                           *
002480*---------------------------------------------------------------*
002490 2000-PROCESS-DAY.
002500     PERFORM 2200-COUNT-ACTIVITY THRU 2200-EXIT.
002550     MOVE BIL-REJECTED    TO FD-REJECTED.
002560     MOVE BIL-TURNED-AWAY TO FD-TURNED-AWAY.
002570     WRITE FEED-RECORD FROM FEED-DTL-REC.
002575     ADD 1 TO RLG-ROWS-WRITTEN.
002580     ADD 1               TO DETAIL-COUNT.
002590     ADD BIL-SUBMITTED   TO SUBMITTED-TOTAL.
002600     ADD BIL-APPROVED    TO APPROVED-TOTAL.
002740     END-EXEC.
002750     IF SQLCODE = 100
002760         SET CURSOR-AT-EOF TO TRUE
002763     ELSE
002766         ADD 1 TO RLG-ROWS-READ
002770     END-IF.
002780 2100-EXIT.
002790     EXIT.
002849*     LIKEWISE A SAME-STATUS MOD_DECISIONS ROW (GB09 WRITES     *
002851*     ONE AS AN AUDIT TRAIL FOR EVERY AMENDMENT) IS NOT A       *
002853*     DECISION AND DOES NOT COUNT.                              *
002855*     THE TURN-AWAY COUNT MAPS EACH REJECT_LOG ROW TO THE       *
002860*     EVENT THE KIOSK WAS SERVING AT THE MOMENT IT WAS LOGGED   *
002870*     (THE KIOSK_ASSIGNMENTS PERIOD COVERING REJECTED_AT), SO   *
002880*     A KIOSK MOVED MID-WEEK BILLS EACH EVENT FOR ITS OWN DAYS. *
002890*---------------------------------------------------------------*
002900 2200-COUNT-ACTIVITY.
002910     EXEC SQL
003150            FROM REJECT_LOG R
003160           WHERE DATE(R.REJECTED_AT) = DATE(:BIL-DAY)
003165             AND R.REASON IN ('V', 'B', 'E')
003170             AND COALESCE((SELECT A.EVENT_CODE
003180                             FROM KIOSK_ASSIGNMENTS A
003190                            WHERE A.TERM_ID = R.TERM_ID
003191                              AND A.ASSIGNED_FROM <=
003192                                  R.REJECTED_AT
003193                              AND (A.ASSIGNED_TO IS NULL
003194                               OR  A.ASSIGNED_TO >
003195                                   R.REJECTED_AT)),
003200                          '(NONE)') = :BIL-EVENT
003210     END-EXEC.
003220 2200-EXIT.
003380*
003390*---------------------------------------------------------------*
003400* 8000-FINALIZE - WRITE THE TRAILER, CLOSE THE FEED, AND ONLY   *
003410*     THEN ADVANCE THE RUN CONTROL TO THE END OF THE WINDOW     *
003415*     (YESTERDAY, UNLESS THE BACKLOG HELD IT BACK) AND COMMIT - *
003420*     AN ABEND ANYWHERE BEFORE THIS LEAVES THE RUN CONTROL      *
003430*     UNTOUCHED, SO THE RERUN REBUILDS THE SAME FILE INSTEAD    *
003440*     OF DOUBLE-FEEDING A DAY.                                  *
003600     EXEC SQL
003610          COMMIT
003620     END-EXEC.
003622     SET RLG-ENDING TO TRUE.
003624     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
003626     MOVE RLG-RETURN-CODE TO RETURN-CODE.
003630 8000-EXIT.
003640     EXIT.
