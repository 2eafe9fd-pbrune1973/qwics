000260*   TO A MODERATOR IS CLAIMED (CLAIMED_BY/CLAIMED_AT ON THE
000270*   ROW), SO SEVERAL MODERATORS CAN WORK AT ONCE - EACH IS
000280*   SERVED THE NEXT UNCLAIMED PENDING ENTRY, AND A CLAIM THAT
000281*   IS ABANDONED FREES ITSELF AFTER CLAIM-TIMEOUT-MINS.  ONLY A
000282*   SIGNED-ON MODERATOR MAY RUN IT (SEE GBAUTH), CHECKED ON
000283*   EVERY KEYSTROKE, AND EACH DECISION RECORDS THEIR USER ID
000284*   NEXT TO THE TERMINAL.
000285*   HOST REPLIES WRITTEN ON GB19 (REPLIES) ARE MODERATED HERE
000286*   TOO: ONCE NO PENDING ENTRY IS LEFT TO CLAIM, THE NEXT
000287*   PENDING REPLY IS CLAIMED AND SHOWN UNDER ITS ENTRY, WITH
000288*   THE SAME KEYS.  A MODERATOR IS NEVER SERVED A REPLY THEY
000289*   WROTE.  A REPLY DECISION IS RECORDED ON THE REPLY ITSELF
000290*   (DECIDED_BY/DECIDED_TERM/DECIDED_AT), NOT IN MOD_DECISIONS,
000291*   WHICH TRACKS THE ENTRIES' OWN STATUS.
000300*-----------------------------------------------------------------
000310* MODIFICATION HISTORY.
000320*   01/28/26  ROB  ORIGINAL PROGRAM.
000484*                  ENTRY FOR MODERATION (ENTRIES.WATCH_PHRASE,
000486*                  STAMPED BY GUESTBK/GB09/GBRSCN) SO THE
000488*                  MODERATOR SEES WHAT FIRED; BLANK OTHERWISE.
000489*   10/08/26  ROB  STAFF SIGN-ON - EVERY TASK CHECKS THE
000490*                  TERMINAL IS SIGNED ON ON GB13 WITH THE
000491*                  MODERATOR ROLE; A REFUSED TASK GIVES BACK THE
000492*                  ENTRY IT HELD AND ENDS THE SESSION.  THE
000493*                  MOD_DECISIONS ROW NOW CARRIES THE SIGNED-ON
000494*                  USER ID AS WELL AS THE TERMINAL.
000495*   10/14/26  ROB  HOST REPLIES - SERVE PENDING REPLIES FROM
000496*                  REPLIES ONCE THE ENTRY QUEUE IS EMPTY, UNDER
000497*                  THE SAME CLAIM RULES, NEVER TO THEIR OWN
000498*                  WRITER.  THE REPLY ON THE SCREEN IS CARRIED
000499*                  AS CA-REPLY-ID IN THE COMMAREA (NOW 16
000500*                  BYTES) AND ITS DECISION IS STAMPED ON THE
000501*                  REPLY ROW.
000502*****************************************************************
000503 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.    GB04.
000520 AUTHOR.        R. OKONKWO-BATES.
000530 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000720     05  MODERATE-DONE-SW    PIC X(01)  VALUE 'N'.
000730         88  MODERATE-IS-DONE          VALUE 'Y'.
000740         88  MODERATE-NOT-DONE         VALUE 'N'.
000741     05  REPLY-QUEUE-SW      PIC X(01)  VALUE 'N'.
000742         88  REPLY-QUEUE-EMPTY         VALUE 'Y'.
000743         88  REPLY-QUEUE-NOT-EMPTY     VALUE 'N'.
000744     05  REPLY-CLAIMED-SW    PIC X(01)  VALUE 'N'.
000745         88  REPLY-IS-CLAIMED          VALUE 'Y'.
000746         88  REPLY-NOT-CLAIMED         VALUE 'N'.
000750*
000760*---------------------------------------------------------------*
000770*    TRANSACTION-ID TO CHAIN TO ON RETURN                        *
000880*    MODERATION STATE CARRIED ACROSS TASKS IN THE COMMAREA -    *
000890*    THE ENTRY ON THE SCREEN (ZERO = NONE) AND THE EVENT THE    *
000900*    MODERATOR LIMITED THEIR QUEUE TO (BLANK = EVERY EVENT).    *
000903*    WHEN A HOST REPLY IS ON THE SCREEN INSTEAD, CA-ENTRY-ID IS *
000906*    ZERO AND CA-REPLY-ID HOLDS THE REPLY.                      *
000910*---------------------------------------------------------------*
000920 01  GB04-COMMAREA.
000930     05  CA-ENTRY-ID         PIC S9(09) COMP.
000940     05  CA-EVENT-FILTER     PIC X(08).
000945     05  CA-REPLY-ID         PIC S9(09) COMP.
000950*
000960*---------------------------------------------------------------*
000970*    CURRENT PENDING ENTRY BEING SERVED                          *
001025     05  PEND-WATCH-PHRASE   PIC X(50).
001030*
001040*---------------------------------------------------------------*
001041*    CURRENT PENDING HOST REPLY BEING SERVED, WITH ITS ENTRY    *
001042*---------------------------------------------------------------*
001043 01  PEND-REPLY.
001044     05  PREP-REPLY-ID       PIC S9(09) COMP.
001045     05  PREP-ENTRY-ID       PIC S9(09) COMP.
001046     05  PREP-TITLE          PIC X(20).
001047     05  PREP-MESSAGE        PIC X(200).
001048     05  PREP-TEXT           PIC X(70).
001049     05  PREP-WATCH-PHRASE   PIC X(50).
001050*
001051*---------------------------------------------------------------*
001052*    STATUS CHANGE BEING RECORDED IN MOD_DECISIONS              *
001060*---------------------------------------------------------------*
001070 01  GB04-DECISION.
001080     05  DEC-OLD-STATUS      PIC X(01).
001090     05  DEC-NEW-STATUS      PIC X(01).
001100*
001110 01  PEND-ID-DISPLAY        PIC 9(09).
001115 01  PREP-ID-DISPLAY        PIC 9(09).
001120*
001125 COPY GBAUTHRQ.
001130     EXEC SQL
001140          INCLUDE SQLCA
001150     END-EXEC.
001180 COPY DGB04MAP.
001190*
001200 LINKAGE SECTION.
001210 01  DFHCOMMAREA             PIC X(16).
001220*
001230 PROCEDURE DIVISION.
001240*---------------------------------------------------------------*
001250* 0000-MAINLINE - FIRST ENTRY (NO COMMAREA) CLAIMS AND SHOWS    *
001260*     THE FIRST PENDING ENTRY; EVERY LATER ENTRY PICKS THE      *
001270*     STATE BACK UP FROM THE COMMAREA, HANDLES ONE KEYSTROKE,   *
001280*     AND RETURNS.  EVERY TASK CHECKS THE SIGN-ON FIRST; A      *
001283*     REFUSED TASK RELEASES ANY ENTRY THE SESSION HELD AND      *
001286*     ENDS THE SESSION.                                         *
001290*---------------------------------------------------------------*
001300 0000-MAINLINE.
001310     IF EIBCALEN = ZERO
001320         MOVE ZERO   TO CA-ENTRY-ID CA-REPLY-ID
001330         MOVE SPACES TO CA-EVENT-FILTER
001350     ELSE
001360         MOVE DFHCOMMAREA TO GB04-COMMAREA
001380     END-IF.
001381     PERFORM 0500-CHECK-SIGNON THRU 0500-EXIT.
001382     EVALUATE TRUE
001383         WHEN NOT AUTH-GRANTED
001384             PERFORM 3400-RELEASE-CLAIM THRU 3400-EXIT
001385             SET MODERATE-IS-DONE TO TRUE
001386         WHEN EIBCALEN = ZERO
001387             PERFORM 2000-SERVE-NEXT-ENTRY THRU 2000-EXIT
001388         WHEN OTHER
001389             PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
001390     END-EVALUATE.
001391     PERFORM 9000-RETURN-TRANS THRU 9000-EXIT.
001400*
001410*---------------------------------------------------------------*
001411* 0500-CHECK-SIGNON - ONLY A SIGNED-ON MODERATOR MAY WORK THE   *
001412*     QUEUE (SEE GBAUTH).  ANYONE ELSE GETS THE REASON ON A     *
001413*     BLANK SCREEN.                                             *
001414*---------------------------------------------------------------*
001415 0500-CHECK-SIGNON.
001416     MOVE EIBTRMID TO AUTH-TERM-ID.
001417     MOVE 'M   '   TO AUTH-ROLES.
001418     CALL 'GBAUTH' USING GBAUTH-REQUEST.
001419     IF AUTH-GRANTED
001420         GO TO 0500-EXIT
001421     END-IF.
001422     MOVE SPACES       TO GB04MAPO.
001423     MOVE AUTH-MESSAGE TO STATO.
001424     EXEC CICS SEND MAP('GB04MAP') MAPSET('DGB04MAP')
001425          ERASE
001426     END-EXEC.
001427 0500-EXIT.
001428     EXIT.
001429*
001430*---------------------------------------------------------------*
001431* 2000-SERVE-NEXT-ENTRY - CLAIM THE NEXT PENDING ENTRY THAT IS  *
001432*     UNCLAIMED (OR WHOSE CLAIM HAS TIMED OUT) AND SHOW IT -    *
001440*     FAILING THAT THE NEXT PENDING HOST REPLY - OR TELL THE    *
001445*     MODERATOR THE QUEUE IS EMPTY.  THE CURSOR AND             *
001450*     THE CLAIM UPDATE BOTH CARRY THE CLAIM PREDICATE - THE     *
001460*     CURSOR TO SKIP ENTRIES OTHER MODERATORS HOLD, THE UPDATE  *
001470*     TO LOSE THE RACE GRACEFULLY WHEN TWO TASKS FETCH THE      *
001480*     SAME ROW IN THE SAME INSTANT.                             *
001490*---------------------------------------------------------------*
001500 2000-SERVE-NEXT-ENTRY.
001510     MOVE ZERO TO CA-ENTRY-ID CA-REPLY-ID.
001520     SET ENTRY-NOT-CLAIMED TO TRUE.
001530     SET QUEUE-NOT-EMPTY   TO TRUE.
001540     EXEC SQL
001750     IF ENTRY-IS-CLAIMED
001760         MOVE PEND-ID TO CA-ENTRY-ID
001770         PERFORM 2200-SEND-ENTRY THRU 2200-EXIT
001771         GO TO 2000-EXIT
001772     END-IF.
001773     PERFORM 2500-SERVE-NEXT-REPLY THRU 2500-EXIT.
001774     IF REPLY-IS-CLAIMED
001775         MOVE PREP-REPLY-ID TO CA-REPLY-ID
001776         PERFORM 2700-SEND-REPLY THRU 2700-EXIT
001780     ELSE
001790         MOVE SPACES TO GB04MAPO
001800         MOVE CA-EVENT-FILTER TO EVNTO
002360     EXIT.
002370*
002380*---------------------------------------------------------------*
002381* 2500-SERVE-NEXT-REPLY - CLAIM THE NEXT PENDING HOST REPLY,    *
002382*     UNDER THE SAME CLAIM PREDICATE AND EVENT FILTER AS THE    *
002383*     ENTRIES (THE EVENT IS THE ENTRY'S), SKIPPING ANY REPLY    *
002384*     THE SIGNED-ON MODERATOR WROTE THEMSELVES.                 *
002385*---------------------------------------------------------------*
002386 2500-SERVE-NEXT-REPLY.
002387     SET REPLY-NOT-CLAIMED     TO TRUE.
002388     SET REPLY-QUEUE-NOT-EMPTY TO TRUE.
002389     EXEC SQL
002390          DECLARE GB04RCSR CURSOR FOR
002391          SELECT R.REPLY_ID, R.ENTRY_ID, E.TITLE, E.MESSAGE,
002392                 R.REPLY_TEXT, COALESCE(R.WATCH_PHRASE, ' ')
002393            FROM REPLIES R, ENTRIES E
002394           WHERE R.APPROVED = 'P'
002395             AND E.ID = R.ENTRY_ID
002396             AND R.WRITTEN_BY <> :AUTH-USER-ID
002397             AND (:CA-EVENT-FILTER = ' '
002398              OR  E.EVENT_CODE = :CA-EVENT-FILTER)
002399             AND (R.CLAIMED_BY IS NULL
002400              OR  R.CLAIMED_BY = :EIBTRMID
002401              OR  R.CLAIMED_AT < CURRENT TIMESTAMP
002402                  - :CLAIM-TIMEOUT-MINS MINUTES)
002403           ORDER BY R.REPLY_ID
002404     END-EXEC.
002405     EXEC SQL
002406          OPEN GB04RCSR
002407     END-EXEC.
002408     PERFORM 2600-CLAIM-ONE-REPLY THRU 2600-EXIT
002409             UNTIL REPLY-IS-CLAIMED OR REPLY-QUEUE-EMPTY.
002410     EXEC SQL
002411          CLOSE GB04RCSR
002412     END-EXEC.
002413 2500-EXIT.
002414     EXIT.
002415*
002416*---------------------------------------------------------------*
002417* 2600-CLAIM-ONE-REPLY - FETCH THE NEXT CANDIDATE REPLY AND TRY *
002418*     TO CLAIM IT, THE WAY 2100 CLAIMS AN ENTRY.                *
002419*---------------------------------------------------------------*
002420 2600-CLAIM-ONE-REPLY.
002421     EXEC SQL
002422          FETCH GB04RCSR
002423           INTO :PREP-REPLY-ID, :PREP-ENTRY-ID, :PREP-TITLE,
002424                :PREP-MESSAGE, :PREP-TEXT, :PREP-WATCH-PHRASE
002425     END-EXEC.
002426     IF SQLCODE = 100
002427         SET REPLY-QUEUE-EMPTY TO TRUE
002428         GO TO 2600-EXIT
002429     END-IF.
002430     EXEC SQL
002431          UPDATE REPLIES
002432             SET CLAIMED_BY = :EIBTRMID,
002433                 CLAIMED_AT = CURRENT TIMESTAMP
002434           WHERE REPLY_ID = :PREP-REPLY-ID
002435             AND APPROVED = 'P'
002436             AND (CLAIMED_BY IS NULL
002437              OR  CLAIMED_BY = :EIBTRMID
002438              OR  CLAIMED_AT < CURRENT TIMESTAMP
002439                  - :CLAIM-TIMEOUT-MINS MINUTES)
002440     END-EXEC.
002441     IF SQLCODE = ZERO
002442         SET REPLY-IS-CLAIMED TO TRUE
002443     END-IF.
002444 2600-EXIT.
002445     EXIT.
002446*
002447*---------------------------------------------------------------*
002448* 2700-SEND-REPLY - SHOW THE CLAIMED REPLY UNDER ITS ENTRY.     *
002449*---------------------------------------------------------------*
002450 2700-SEND-REPLY.
002451     MOVE SPACES TO GB04MAPO.
002452     MOVE CA-EVENT-FILTER   TO EVNTO.
002453     MOVE PREP-ENTRY-ID     TO PEND-ID-DISPLAY.
002454     MOVE PEND-ID-DISPLAY   TO EIDO.
002455     MOVE PREP-TITLE        TO TITO.
002456     MOVE PREP-MESSAGE      TO MSGO.
002457     MOVE PREP-REPLY-ID     TO PREP-ID-DISPLAY.
002458     MOVE PREP-ID-DISPLAY   TO RIDO.
002459     MOVE PREP-TEXT         TO RPLYO.
002460     MOVE PREP-WATCH-PHRASE TO WTCHO.
002461     MOVE 'HOST REPLY - PF5=APPR PF6=REJ PF3=EXIT' TO STATO.
002462     EXEC CICS SEND MAP('GB04MAP') MAPSET('DGB04MAP')
002463          ERASE
002464     END-EXEC.
002465 2700-EXIT.
002466     EXIT.
002467*
002468*---------------------------------------------------------------*
002469* 3000-PROCESS-REQUEST - HANDLE THE KEYSTROKE THAT RESTARTED    *
002470*     THE TRANSACTION.                                          *
002471*---------------------------------------------------------------*
002472 3000-PROCESS-REQUEST.
002473     EXEC CICS RECEIVE MAP('GB04MAP') MAPSET('DGB04MAP')
002474     END-EXEC.
002475     EVALUATE TRUE
002476         WHEN EIBAID = DFHPF5
002477             MOVE 'A' TO DEC-NEW-STATUS
002480             PERFORM 3100-DECIDE-ENTRY THRU 3100-EXIT
002490         WHEN EIBAID = DFHPF6
002500             MOVE 'R' TO DEC-NEW-STATUS
002760*     BACKS OUT WITH IT.                                        *
002770*---------------------------------------------------------------*
002780 3100-DECIDE-ENTRY.
002781     IF CA-REPLY-ID NOT = ZERO
002782         PERFORM 3200-DECIDE-REPLY THRU 3200-EXIT
002783         PERFORM 2000-SERVE-NEXT-ENTRY THRU 2000-EXIT
002784         GO TO 3100-EXIT
002785     END-IF.
002790     IF CA-ENTRY-ID = ZERO
002800         PERFORM 2000-SERVE-NEXT-ENTRY THRU 2000-EXIT
002810         GO TO 3100-EXIT
002980     EXIT.
002990*
003000*---------------------------------------------------------------*
003001* 3200-DECIDE-REPLY - APPLY THE DECISION IN DEC-NEW-STATUS TO   *
003002*     THE HOST REPLY ON THE SCREEN, UNDER THE SAME STILL-       *
003003*     PENDING, STILL-OURS RULE AS AN ENTRY.  THE MODERATOR'S    *
003004*     USER ID, TERMINAL AND THE TIME GO ON THE REPLY ROW IN THE *
003005*     SAME UPDATE THAT CLEARS THE CLAIM.                        *
003006*---------------------------------------------------------------*
003007 3200-DECIDE-REPLY.
003008     EXEC SQL
003009          UPDATE REPLIES
003010             SET APPROVED     = :DEC-NEW-STATUS,
003011                 DECIDED_BY   = :AUTH-USER-ID,
003012                 DECIDED_TERM = :EIBTRMID,
003013                 DECIDED_AT   = CURRENT TIMESTAMP,
003014                 CLAIMED_BY   = NULL,
003015                 CLAIMED_AT   = NULL
003016           WHERE REPLY_ID = :CA-REPLY-ID
003017             AND APPROVED = 'P'
003018             AND CLAIMED_BY = :EIBTRMID
003019     END-EXEC.
003020 3200-EXIT.
003021     EXIT.
003022*
003023*---------------------------------------------------------------*
003024* 3300-RECORD-DECISION - WRITE ONE MOD_DECISIONS ROW FOR THE    *
003025*     STATUS CHANGE JUST APPLIED, STAMPED WITH THE MODERATOR'S  *
003030*     TERMINAL ID, SIGNED-ON USER ID AND THE DECISION TIME.     *
003040*     SAME UNIT OF WORK AS THE UPDATE, SO THE DECISION AND THE  *
003050*     STATUS CHANGE COMMIT OR BACK OUT TOGETHER.                *
003060*---------------------------------------------------------------*
003070 3300-RECORD-DECISION.
003080     EXEC SQL
003090          INSERT INTO MOD_DECISIONS(ENTRY_ID, OLD_STATUS,
003100                      NEW_STATUS, MODERATOR_ID, DECIDED_AT,
003105                      USER_ID)
003110                 VALUES(:CA-ENTRY-ID, :DEC-OLD-STATUS,
003120                        :DEC-NEW-STATUS, :EIBTRMID,
003130                        CURRENT TIMESTAMP, :AUTH-USER-ID)
003140     END-EXEC.
003150 3300-EXIT.
003160     EXIT.
003170*
003180*---------------------------------------------------------------*
003190* 3400-RELEASE-CLAIM - GIVE THE ENTRY OR REPLY ON THE SCREEN    *
003200*     BACK TO THE QUEUE (ONLY IF IT IS STILL OURS) SO THE NEXT  *
003210*     MODERATOR GETS IT AT ONCE INSTEAD OF AFTER THE TIMEOUT.   *
003220*---------------------------------------------------------------*
003230 3400-RELEASE-CLAIM.
003270                 SET CLAIMED_BY = NULL,
003280                     CLAIMED_AT = NULL
003290               WHERE ID = :CA-ENTRY-ID
003291                 AND CLAIMED_BY = :EIBTRMID
003292         END-EXEC
003293     END-IF.
003294     IF CA-REPLY-ID NOT = ZERO
003295         EXEC SQL
003296              UPDATE REPLIES
003297                 SET CLAIMED_BY = NULL,
003298                     CLAIMED_AT = NULL
003299               WHERE REPLY_ID = :CA-REPLY-ID
003300                 AND CLAIMED_BY = :EIBTRMID
003310         END-EXEC
003320     END-IF.
