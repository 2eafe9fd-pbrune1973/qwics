000250*   ALREADY EXCLUDES).  EITHER ACTION IS RECORDED IN
000260*   MOD_DECISIONS THE WAY GB04 RECORDS ITS DECISIONS, SO THE
000270*   GB06 HISTORY SCREEN SHOWS WHO TOUCHED THE ENTRY AND WHEN.
000271*   ONLY A SIGNED-ON MODERATOR OR CONTENT-POLICY USER MAY RUN
000272*   IT (SEE GBAUTH), AND THE MOD_DECISIONS ROW CARRIES THEIR
000273*   USER ID NEXT TO THE TERMINAL.
000274*   GB16 (COMPLAINT CASES) XCTLS HERE WITH A CASE'S ENTRY ID
000275*   AND CASE NUMBER IN THE COMMAREA, AND THAT ENTRY IS PULLED UP
000276*   AT ONCE.  A WITHDRAWAL ACTIONS EVERY OPEN CASE ON THE
000277*   ENTRY; AN AMENDMENT ACTIONS THE CASE IT WAS STARTED FROM.
000278*   EITHER WAY THE CASE IS TIED TO THE MOD_DECISIONS ROW.
000279*   A WITHDRAWAL ALSO WITHDRAWS EVERY HOST REPLY TO THE ENTRY
000280*   (REPLIES), SO NO REPLY IS LEFT ANSWERING A HIDDEN ENTRY.
000281*   WHEN THE GUEST ASKS, THE OPERATOR KEYS 'Y' IN THE REMOVE-
000282*   CONTACT FIELD WITH PF6 AND ANY SPONSOR CONTACT THE GUEST
000283*   GAVE WITH THE ENTRY (ENTRY_CONTACTS) IS DELETED.  THE
000284*   CONTACT ITSELF IS NEVER READ OR SHOWN HERE.
000285*-----------------------------------------------------------------
000290* MODIFICATION HISTORY.
000300*   04/24/26  ROB  ORIGINAL PROGRAM.
000302*   08/22/26  ROB  SHORTENED BOTH PF-KEY PROMPTS - THE OLD
000314*                  ENTRY WAS PUBLIC, HOLDS IT FOR MODERATION
000315*                  AGAIN (APPROVED BACK TO 'P', RECORDED IN
000316*                  MOD_DECISIONS).
000317*   10/08/26  ROB  STAFF SIGN-ON - REFUSE ANYONE NOT SIGNED ON
000318*                  ON GB13 AS A MODERATOR OR CONTENT-POLICY
000319*                  USER, CHECKED AGAIN ON EVERY KEY, AND RECORD
000320*                  THE SIGNED-ON USER ID ON MOD_DECISIONS - A
000321*                  WITHDRAWAL COULD ONLY BE TRACED TO A TERMINAL.
000322*   10/10/26  ROB  COMPLAINT CASES - ACCEPT THE GBCORRCA
000323*                  COMMAREA FROM GB16 AND OPEN ON ITS ENTRY, AND
000324*                  MARK THE CASES A WITHDRAWAL OR AMENDMENT
000325*                  RESOLVES AS ACTIONED, STAMPED WITH THE SAME
000326*                  DECIDED_AT AS THE MOD_DECISIONS ROW.
000327*   10/14/26  ROB  HOST REPLIES - A WITHDRAWAL SETS EVERY REPLY
000328*                  TO THE ENTRY TO 'W' AS WELL, STAMPED WITH THE
000329*                  SAME USER, TERMINAL AND DECIDED_AT.
000330*   10/15/26  ROB  GUEST CONTACT REMOVAL - 'Y' IN THE NEW RMCT
000331*                  FIELD WITH PF6 DELETES THE ENTRY'S ROW FROM
000332*                  ENTRY_CONTACTS AS PART OF THE WITHDRAWAL.
000333*****************************************************************
000334 IDENTIFICATION DIVISION.
000335 PROGRAM-ID.    GB09.
000340 AUTHOR.        R. OKONKWO-BATES.
000350 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000360 DATE-WRITTEN.  04/24/2026.
000570     05  MAINT-DONE-SW       PIC X(01)  VALUE 'N'.
000580         88  MAINT-IS-DONE             VALUE 'Y'.
000590         88  MAINT-NOT-DONE            VALUE 'N'.
000592     05  CONTACT-DONE-SW     PIC X(01)  VALUE 'N'.
000594         88  CONTACT-REMOVED           VALUE 'Y'.
000596         88  CONTACT-NOT-REMOVED       VALUE 'N'.
000600*
000610*---------------------------------------------------------------*
000620*    ENTRY ID KEYED BY THE OPERATOR                             *
000840 01  GB09-DECISION.
000850     05  DEC-OLD-STATUS      PIC X(01).
000860     05  DEC-NEW-STATUS      PIC X(01).
000861     05  DEC-DECIDED-AT      PIC X(26).
000862*
000863*---------------------------------------------------------------*
000864*    OPEN COMPLAINT CASES ON THE ENTRY, AND THE ENTRY ID AS     *
000865*    KEYED TEXT WHEN IT ARRIVES IN THE COMMAREA FROM GB16       *
000866*---------------------------------------------------------------*
000867 01  OPEN-CASE-COUNT         PIC S9(09) COMP.
000868 01  CA-ENTRY-ID-TEXT        PIC 9(09).
000870*
000880 01  BANNED-WORD-COUNT       PIC S9(09) COMP.
000882*
000890*---------------------------------------------------------------*
000892 01  AMEND-WATCH-PHRASE      PIC X(50).
000894*
000897 COPY GBAUTHRQ.
000898 COPY GBCORRCA.
000900     EXEC SQL
000910          INCLUDE SQLCA
000920     END-EXEC.
000940 COPY DFHEIBLK.
000950 COPY DGB09MAP.
000960*
000962 LINKAGE SECTION.
000964 01  DFHCOMMAREA             PIC X(08).
000966*
000970 PROCEDURE DIVISION.
000980*---------------------------------------------------------------*
000990* 0000-MAINLINE - STARTED FROM GB16 (A COMMAREA IS PRESENT),    *
000995*     THE CASE'S ENTRY IS PULLED UP STRAIGHT AWAY.              *
001000*---------------------------------------------------------------*
001010 0000-MAINLINE.
001020     PERFORM 0500-CHECK-SIGNON    THRU 0500-EXIT.
001030     IF AUTH-GRANTED
001040         PERFORM 1000-INITIALIZE      THRU 1000-EXIT
001041         IF EIBCALEN > ZERO
001042             PERFORM 1100-FETCH-CASE-ENTRY THRU 1100-EXIT
001043         END-IF
001044         PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
001045                 UNTIL MAINT-IS-DONE
001046     END-IF.
001050     PERFORM 9000-RETURN-TRANS    THRU 9000-EXIT.
001051*
001052*---------------------------------------------------------------*
001053* 0500-CHECK-SIGNON - ONLY A SIGNED-ON MODERATOR OR POLICY USER *
001054*     MAY RUN THIS TRANSACTION (SEE GBAUTH).  ANYONE ELSE GETS  *
001055*     THE REASON ON A BLANK SCREEN AND THE TASK ENDS.           *
001056*---------------------------------------------------------------*
001057 0500-CHECK-SIGNON.
001058     MOVE EIBTRMID TO AUTH-TERM-ID.
001059     MOVE 'MP  '   TO AUTH-ROLES.
001060     CALL 'GBAUTH' USING GBAUTH-REQUEST.
001061     IF AUTH-GRANTED
001062         GO TO 0500-EXIT
001063     END-IF.
001064     MOVE SPACES       TO GB09MAPO.
001065     MOVE AUTH-MESSAGE TO MSGLNO.
001066     EXEC CICS SEND MAP('GB09MAP') MAPSET('DGB09MAP')
001067          ERASE
001068     END-EXEC.
001069 0500-EXIT.
001070     EXIT.
001071*
001072*---------------------------------------------------------------*
001080* 1000-INITIALIZE - PAINT A BLANK CORRECTION SCREEN             *
001090*---------------------------------------------------------------*
001100 1000-INITIALIZE.
001130     MOVE 'KEY AN ENTRY ID AND PRESS ENTER' TO MSGLNO.
001140     SET ENTRY-NOT-FETCHED         TO TRUE.
001150     SET MAINT-NOT-DONE            TO TRUE.
001155     MOVE ZERO                     TO CA-ENTRY-ID CA-CASE-NO.
001160     EXEC CICS SEND MAP('GB09MAP') MAPSET('DGB09MAP')
001170          ERASE
001180     END-EXEC.
001200     EXIT.
001210*
001220*---------------------------------------------------------------*
001221* 1100-FETCH-CASE-ENTRY - PICK UP THE ENTRY ID AND CASE NUMBER  *
001222*     GB16 PASSED AND PULL THE ENTRY UP AS IF IT WERE KEYED.    *
001223*---------------------------------------------------------------*
001224 1100-FETCH-CASE-ENTRY.
001225     MOVE DFHCOMMAREA      TO GB09-COMMAREA.
001226     MOVE CA-ENTRY-ID      TO CA-ENTRY-ID-TEXT.
001227     MOVE CA-ENTRY-ID-TEXT TO ENTIDI.
001228     MOVE LENGTH OF ENTIDI TO ENTIDL.
001229     PERFORM 4000-FETCH-ENTRY THRU 4000-EXIT.
001230 1100-EXIT.
001231     EXIT.
001232*
001233*---------------------------------------------------------------*
001234* 3000-PROCESS-REQUEST - WAIT FOR THE OPERATOR'S KEY.  ENTER    *
001240*     PULLS UP AN ENTRY; PF5 SAVES AN AMENDMENT; PF6 WITHDRAWS. *
001245*     THE SIGN-ON IS CHECKED AGAIN ON EVERY KEY.                *
001250*---------------------------------------------------------------*
001260 3000-PROCESS-REQUEST.
001270     EXEC CICS RECEIVE MAP('GB09MAP') MAPSET('DGB09MAP')
001280     END-EXEC.
001281     PERFORM 0500-CHECK-SIGNON THRU 0500-EXIT.
001282     IF NOT AUTH-GRANTED
001283         SET MAINT-IS-DONE TO TRUE
001284         GO TO 3000-EXIT
001285     END-IF.
001290     EVALUATE TRUE
001300         WHEN EIBAID = DFHENTER
001310             PERFORM 4000-FETCH-ENTRY THRU 4000-EXIT
001820         GO TO 4000-EXIT
001830     END-IF.
001840     MOVE CONV-ENTRY-ID TO ENTRY-ID.
001842     IF ENTRY-ID NOT = CA-ENTRY-ID
001844         MOVE ZERO TO CA-CASE-NO
001846     END-IF.
001850     SET ENTRY-IS-FETCHED TO TRUE.
001860     MOVE CONV-ID-TEXT TO ENTIDO.
001870     MOVE CURR-TITLE   TO TITO.
001880     MOVE CURR-MESSAGE TO MSGO.
001890     MOVE CURR-STATUS  TO STATO.
001895     MOVE SPACES       TO RMCTO.
001900     MOVE 'PF5=SAVE AMENDMENT PF6=WITHDRAW PF3=EXIT'
001910          TO MSGLNO.
001920     EXEC CICS SEND MAP('GB09MAP') MAPSET('DGB09MAP')
002814         MOVE 'A' TO DEC-OLD-STATUS
002816         MOVE 'P' TO DEC-NEW-STATUS
002818         PERFORM 7000-RECORD-DECISION THRU 7000-EXIT
002819         PERFORM 7200-ACTION-LINKED-CASE THRU 7200-EXIT
002820         MOVE 'P' TO CURR-STATUS
002822         MOVE 'P' TO STATO
002824         MOVE 'AMENDED - HELD FOR MODERATION' TO MSGLNO
002830         MOVE CURR-STATUS TO DEC-OLD-STATUS
002840         MOVE CURR-STATUS TO DEC-NEW-STATUS
002850         PERFORM 7000-RECORD-DECISION THRU 7000-EXIT
002855         PERFORM 7200-ACTION-LINKED-CASE THRU 7200-EXIT
002860         MOVE 'ENTRY AMENDED' TO MSGLNO
002865     END-IF.
002870     EXEC CICS SEND MAP('GB09MAP') MAPSET('DGB09MAP')
002940* 6000-WITHDRAW-ENTRY - PF6.  TAKE THE ENTRY OUT OF PUBLIC      *
002950*     VIEW.  EVERY PUBLIC-FACING SELECT TAKES APPROVED = 'A'    *
002960*     ONLY, SO 'W' DROPS THE ENTRY FROM BROWSE, SEARCH, REPORT  *
002970*     AND EXTRACT AT ONCE.  EVERY OPEN COMPLAINT CASE ON THE    *
002975*     ENTRY IS ACTIONED BY THE WITHDRAWAL, AND EVERY HOST REPLY *
002977*     TO IT IS WITHDRAWN WITH IT.  'Y' IN RMCT ALSO REMOVES THE *
002978*     GUEST'S SPONSOR CONTACT, AT THE GUEST'S REQUEST.          *
002980*---------------------------------------------------------------*
002990 6000-WITHDRAW-ENTRY.
003000     IF ENTRY-NOT-FETCHED
003120     MOVE CURR-STATUS TO DEC-OLD-STATUS.
003130     MOVE 'W'         TO DEC-NEW-STATUS.
003140     PERFORM 7000-RECORD-DECISION THRU 7000-EXIT.
003141     PERFORM 7100-ACTION-OPEN-CASES THRU 7100-EXIT.
003142     PERFORM 7300-WITHDRAW-REPLIES  THRU 7300-EXIT.
003143     SET CONTACT-NOT-REMOVED TO TRUE.
003144     IF RMCTL > ZERO
003145        AND (RMCTI = 'Y' OR RMCTI = 'y')
003146         PERFORM 7400-REMOVE-CONTACT THRU 7400-EXIT
003147     END-IF.
003150     MOVE 'W' TO CURR-STATUS.
003160     MOVE 'W' TO STATO.
003161     MOVE SPACES TO RMCTO.
003162     EVALUATE TRUE
003163         WHEN OPEN-CASE-COUNT > ZERO AND CONTACT-REMOVED
003164             MOVE 'WITHDRAWN - CASES ACTIONED, CONTACT GONE'
003165                  TO MSGLNO
003166         WHEN OPEN-CASE-COUNT > ZERO
003167             MOVE 'ENTRY WITHDRAWN - OPEN CASES ACTIONED'
003168                  TO MSGLNO
003169         WHEN CONTACT-REMOVED
003170             MOVE 'ENTRY WITHDRAWN - GUEST CONTACT REMOVED'
003171                  TO MSGLNO
003172         WHEN OTHER
003173             MOVE 'ENTRY WITHDRAWN' TO MSGLNO
003174     END-EVALUATE.
003180     EXEC CICS SEND MAP('GB09MAP') MAPSET('DGB09MAP')
003190          DATAONLY
003200     END-EXEC.
003240*---------------------------------------------------------------*
003250* 7000-RECORD-DECISION - WRITE ONE MOD_DECISIONS ROW FOR THE    *
003260*     ACTION JUST APPLIED, STAMPED WITH THE OPERATOR'S          *
003270*     TERMINAL ID, SIGNED-ON USER ID AND THE TIME, THE WAY      *
003280*     GB04 RECORDS ITS DECISIONS.  THE TIME IS KEPT IN          *
003285*     DEC-DECIDED-AT SO A COMPLAINT CASE CAN POINT AT THE ROW.  *
003290*---------------------------------------------------------------*
003300 7000-RECORD-DECISION.
003310     EXEC SQL
003312          VALUES (CURRENT TIMESTAMP) INTO :DEC-DECIDED-AT
003314     END-EXEC.
003316     EXEC SQL
003320          INSERT INTO MOD_DECISIONS(ENTRY_ID, OLD_STATUS,
003330                      NEW_STATUS, MODERATOR_ID, DECIDED_AT,
003335                      USER_ID)
003340                 VALUES(:ENTRY-ID, :DEC-OLD-STATUS,
003350                        :DEC-NEW-STATUS, :EIBTRMID,
003360                        :DEC-DECIDED-AT, :AUTH-USER-ID)
003370     END-EXEC.
003380 7000-EXIT.
003381     EXIT.
003382*
003383*---------------------------------------------------------------*
003384* 7100-ACTION-OPEN-CASES - THE ENTRY HAS JUST BEEN WITHDRAWN,   *
003385*     WHICH ANSWERS EVERY OPEN COMPLAINT ABOUT IT.  MARK THEM   *
003386*     ACTIONED, TIED TO THE MOD_DECISIONS ROW JUST WRITTEN.     *
003387*---------------------------------------------------------------*
003388 7100-ACTION-OPEN-CASES.
003389     EXEC SQL
003390          SELECT COUNT(*) INTO :OPEN-CASE-COUNT
003391            FROM COMPLAINT_CASES
003392           WHERE ENTRY_ID = :ENTRY-ID
003393             AND STATUS   = 'O'
003394     END-EXEC.
003395     IF OPEN-CASE-COUNT = ZERO
003396         GO TO 7100-EXIT
003397     END-IF.
003398     EXEC SQL
003399          UPDATE COMPLAINT_CASES
003400             SET STATUS      = 'A',
003401                 RESOLVED_AT = :DEC-DECIDED-AT,
003402                 RESOLVED_BY = :AUTH-USER-ID,
003403                 DECISION_AT = :DEC-DECIDED-AT
003404           WHERE ENTRY_ID = :ENTRY-ID
003405             AND STATUS   = 'O'
003406     END-EXEC.
003407 7100-EXIT.
003408     EXIT.
003409*
003410*---------------------------------------------------------------*
003411* 7200-ACTION-LINKED-CASE - AN AMENDMENT MADE FROM A GB16 CASE  *
003412*     RESOLVES THAT CASE ONLY; MARK IT ACTIONED, TIED TO THE    *
003413*     MOD_DECISIONS ROW JUST WRITTEN.  AN AMENDMENT MADE        *
003414*     WITHOUT A CASE LEAVES EVERY CASE AS IT WAS.               *
003415*---------------------------------------------------------------*
003416 7200-ACTION-LINKED-CASE.
003417     IF CA-CASE-NO = ZERO
003418         GO TO 7200-EXIT
003419     END-IF.
003420     EXEC SQL
003421          UPDATE COMPLAINT_CASES
003422             SET STATUS      = 'A',
003423                 RESOLVED_AT = :DEC-DECIDED-AT,
003424                 RESOLVED_BY = :AUTH-USER-ID,
003425                 DECISION_AT = :DEC-DECIDED-AT
003426           WHERE CASE_NO  = :CA-CASE-NO
003427             AND STATUS   = 'O'
003428     END-EXEC.
003429 7200-EXIT.
003430     EXIT.
003431*
003432*---------------------------------------------------------------*
003433* 7300-WITHDRAW-REPLIES - THE ENTRY HAS JUST BEEN WITHDRAWN, SO *
003434*     ITS HOST REPLIES GO WITH IT, WHATEVER THEIR STATUS, AND   *
003435*     ANY MODERATOR'S CLAIM ON ONE IS DROPPED.  THE WITHDRAWAL  *
003436*     IS STAMPED ON EACH REPLY AS ITS DECISION, AT THE SAME     *
003437*     TIME AS THE MOD_DECISIONS ROW JUST WRITTEN.               *
003438*---------------------------------------------------------------*
003439 7300-WITHDRAW-REPLIES.
003440     EXEC SQL
003441          UPDATE REPLIES
003442             SET APPROVED     = 'W',
003443                 CLAIMED_BY   = NULL,
003444                 CLAIMED_AT   = NULL,
003445                 DECIDED_BY   = :AUTH-USER-ID,
003446                 DECIDED_TERM = :EIBTRMID,
003447                 DECIDED_AT   = :DEC-DECIDED-AT
003448           WHERE ENTRY_ID = :ENTRY-ID
003449             AND APPROVED <> 'W'
003450     END-EXEC.
003451 7300-EXIT.
003452     EXIT.
003453*
003454*---------------------------------------------------------------*
003455* 7400-REMOVE-CONTACT - THE GUEST HAS ASKED FOR THE CONTACT     *
003456*     ADDRESS THEY GAVE WITH THIS ENTRY TO BE REMOVED.  DELETE  *
003457*     IT FROM ENTRY_CONTACTS SO IT CAN NEVER REACH A SPONSOR    *
003458*     LEAD FILE.  THERE MAY BE NONE - THE GUEST MAY NOT HAVE    *
003459*     CONSENTED, OR GBARCH MAY ALREADY HAVE PURGED IT - AND     *
003460*     THE OPERATOR IS TOLD THE SAME EITHER WAY.                 *
003461*---------------------------------------------------------------*
003462 7400-REMOVE-CONTACT.
003463     EXEC SQL
003464          DELETE FROM ENTRY_CONTACTS
003465           WHERE ENTRY_ID = :ENTRY-ID
003466     END-EXEC.
003467     IF SQLCODE = ZERO OR SQLCODE = 100
003468         SET CONTACT-REMOVED TO TRUE
003469     END-IF.
003470 7400-EXIT.
003471     EXIT.
003472*
003473*---------------------------------------------------------------*
003474* 9000-RETURN-TRANS                                              *
003475*---------------------------------------------------------------*
003476 9000-RETURN-TRANS.
003477     EXEC CICS RETURN
003478     END-EXEC.
003479 9000-EXIT.
003480     EXIT.
