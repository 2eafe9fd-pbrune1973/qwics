000254*   BLANK FIELDS, AND PHRASES ARE STORED TRIMMED - A PHRASE
000256*   CARRYING THE HOST VARIABLE'S TRAILING BLANKS MAKES
000258*   GUESTBK'S LIKE MATCH USELESS.
000259*   ONLY A SIGNED-ON CONTENT-POLICY USER MAY RUN IT (SEE
000260*   GBAUTH).  EVERY ADD, RE-TIER AND DELETE IS AUDITED WITH
000261*   ITS BEFORE AND AFTER IMAGE IN MASTER_AUDIT (SEE GBAUDT AND
000262*   GB15).
000263*-----------------------------------------------------------------
000270* MODIFICATION HISTORY.
000280*   04/10/26  ROB  ORIGINAL PROGRAM.
000282*   09/02/26  ROB  SEVERITY TIERS - THE LIST SHOWS EACH
000284*                  PHRASE'S SEVERITY, AND PF5 NOW ADDS A NEW
000286*                  PHRASE AT THE KEYED SEVERITY (DEFAULT 'S')
000288*                  OR RE-TIERS A PHRASE ALREADY LISTED.
000289*   10/08/26  ROB  STAFF SIGN-ON - REFUSE ANYONE NOT SIGNED ON
000290*                  ON GB13 WITH THE CONTENT-POLICY ROLE, CHECKED
000291*                  AGAIN ON EVERY KEY.
000292*   10/09/26  ROB  CHANGE AUDIT - EVERY ADD, RE-TIER AND DELETE
000293*                  NOW WRITES ITS BEFORE AND AFTER IMAGE, USER
000294*                  AND TERMINAL TO MASTER_AUDIT THROUGH GBAUDT.
000295*                  THE DELETE NOW READS THE PHRASE FIRST SO THE
000296*                  BEFORE IMAGE CAN BE KEPT.
000297*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    GB08.
000320 AUTHOR.        R. OKONKWO-BATES.
000620*---------------------------------------------------------------*
000630 01  BW-PHRASE               PIC X(50).
000635 01  BW-SEVERITY             PIC X(01).
000636*
000637*---------------------------------------------------------------*
000638*    THE PHRASE'S SEVERITY BEFORE THIS CHANGE (BLANK IF THE     *
000639*    PHRASE IS NOT LISTED), AND ONE PHRASE AS AUDITED - THE     *
000640*    BEFORE OR AFTER IMAGE                                      *
000641*---------------------------------------------------------------*
000642 01  BW-OLD-SEVERITY         PIC X(01).
000643 01  BW-IMAGE.
000644     05  BI-PHRASE           PIC X(50).
000645     05  FILLER              PIC X(01)  VALUE SPACES.
000646     05  BI-SEVERITY         PIC X(01).
000650*
000652*---------------------------------------------------------------*
000654*    ONE FORMATTED PHRASE LIST LINE                             *
000700     05  PAGE-ROW OCCURS 4 TIMES.
000710         10  PP-LINE         PIC X(53).
000720*
000725 COPY GBAUTHRQ.
000727 COPY GBAUDREC.
000730     EXEC SQL
000740          INCLUDE SQLCA
000750     END-EXEC.
000820* 0000-MAINLINE                                                 *
000830*---------------------------------------------------------------*
000840 0000-MAINLINE.
000850     PERFORM 0500-CHECK-SIGNON    THRU 0500-EXIT.
000860     IF AUTH-GRANTED
000870         PERFORM 1000-INITIALIZE      THRU 1000-EXIT
000872         PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
000874                 UNTIL MAINT-IS-DONE
000876     END-IF.
000880     PERFORM 9000-RETURN-TRANS    THRU 9000-EXIT.
000881*
000882*---------------------------------------------------------------*
000883* 0500-CHECK-SIGNON - ONLY A SIGNED-ON CONTENT-POLICY USER      *
000884*     MAY RUN THIS TRANSACTION (SEE GBAUTH).  ANYONE ELSE GETS  *
000885*     THE REASON ON A BLANK SCREEN AND THE TASK ENDS.           *
000886*---------------------------------------------------------------*
000887 0500-CHECK-SIGNON.
000888     MOVE EIBTRMID TO AUTH-TERM-ID.
000889     MOVE 'P   '   TO AUTH-ROLES.
000890     CALL 'GBAUTH' USING GBAUTH-REQUEST.
000891     IF AUTH-GRANTED
000892         GO TO 0500-EXIT
000893     END-IF.
000894     MOVE SPACES       TO GB08MAPO.
000895     MOVE AUTH-MESSAGE TO MSGLNO.
000896     EXEC CICS SEND MAP('GB08MAP') MAPSET('DGB08MAP')
000897          ERASE
000898     END-EXEC.
000899 0500-EXIT.
000900     EXIT.
000901*
000902*---------------------------------------------------------------*
000910* 1000-INITIALIZE - PAINT THE FIRST PAGE OF THE PHRASE LIST.    *
000920*---------------------------------------------------------------*
000930 1000-INITIALIZE.
001920*
001930*---------------------------------------------------------------*
001940* 3000-PROCESS-REQUEST - WAIT FOR THE OPERATOR'S PF KEY.        *
001945*     THE SIGN-ON IS CHECKED AGAIN ON EVERY KEY.                *
001950*---------------------------------------------------------------*
001960 3000-PROCESS-REQUEST.
001970     EXEC CICS RECEIVE MAP('GB08MAP') MAPSET('DGB08MAP')
001980     END-EXEC.
001981     PERFORM 0500-CHECK-SIGNON THRU 0500-EXIT.
001982     IF NOT AUTH-GRANTED
001983         SET MAINT-IS-DONE TO TRUE
001984         GO TO 3000-EXIT
001985     END-IF.
001990     EVALUATE TRUE
002000         WHEN EIBAID = DFHPF8
002010             ADD 1 TO PAGE-NO
002422         END-EXEC
002424         GO TO 4000-EXIT
002426     END-IF.
002428     PERFORM 7000-READ-OLD-SEVERITY THRU 7000-EXIT.
002430     IF BW-OLD-SEVERITY NOT = SPACE
002470         EXEC SQL
002480              UPDATE BANNED_WORDS
002490                 SET SEVERITY = :BW-SEVERITY
002500               WHERE TRIM(PHRASE) = TRIM(:BW-PHRASE)
002510         END-EXEC
002511         SET AUD-UPDATED TO TRUE
002512         PERFORM 7100-AUDIT-CHANGE THRU 7100-EXIT
002515         MOVE 'PHRASE RE-TIERED' TO MSGLNO
002520     ELSE
002525         EXEC SQL
002530              INSERT INTO BANNED_WORDS(PHRASE, SEVERITY)
002535                     VALUES(TRIM(:BW-PHRASE), :BW-SEVERITY)
002540         END-EXEC
002541         SET AUD-ADDED TO TRUE
002542         PERFORM 7100-AUDIT-CHANGE THRU 7100-EXIT
002545         MOVE 'PHRASE ADDED' TO MSGLNO
002550     END-IF.
002555     PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT.
002570     EXIT.
002580*
002590*---------------------------------------------------------------*
002600* 5000-DELETE-PHRASE - PF6.  REJECT A BLANK PHRASE, THEN READ   *
002610*     ITS SEVERITY (KEPT AS THE AUDIT BEFORE IMAGE), TELLING    *
002615*     THE OPERATOR IF IT IS NOT THERE, AND DELETE IT.           *
002620*     THE MATCH IS ON THE TRIMMED PHRASE, SO A PHRASE THAT WENT *
002630*     IN WITH TRAILING BLANKS BEFORE THIS SCREEN EXISTED CAN    *
002640*     STILL BE CLEANED OFF THE LIST HERE.                       *
002720         GO TO 5000-EXIT
002730     END-IF.
002740     MOVE PHRI TO BW-PHRASE.
002750     PERFORM 7000-READ-OLD-SEVERITY THRU 7000-EXIT.
002760     IF BW-OLD-SEVERITY = SPACE
002800         MOVE 'PHRASE NOT FOUND' TO MSGLNO
002810     ELSE
002811         EXEC SQL
002812              DELETE FROM BANNED_WORDS
002813               WHERE TRIM(PHRASE) = TRIM(:BW-PHRASE)
002814         END-EXEC
002815         SET AUD-DELETED TO TRUE
002816         PERFORM 7100-AUDIT-CHANGE THRU 7100-EXIT
002820         MOVE 'PHRASE DELETED' TO MSGLNO
002830     END-IF.
002840     PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT.
003020     EXIT.
003030*
003040*---------------------------------------------------------------*
003041* 7000-READ-OLD-SEVERITY - THE SEVERITY THE KEYED PHRASE IS     *
003042*     LISTED AT NOW, OR BLANK IF IT IS NOT LISTED.  MAX KEEPS   *
003043*     THIS TO ONE ROW WHERE A PHRASE WAS LOADED TWICE BEFORE    *
003044*     THIS SCREEN EXISTED.                                      *
003045*---------------------------------------------------------------*
003046 7000-READ-OLD-SEVERITY.
003047     EXEC SQL
003048          SELECT COALESCE(MAX(SEVERITY), ' ')
003049            INTO :BW-OLD-SEVERITY
003050            FROM BANNED_WORDS
003051           WHERE TRIM(PHRASE) = TRIM(:BW-PHRASE)
003052     END-EXEC.
003053 7000-EXIT.
003054     EXIT.
003055*
003056*---------------------------------------------------------------*
003057* 7100-AUDIT-CHANGE - WRITE THE MASTER_AUDIT ROW FOR THE ADD,   *
003058*     RE-TIER OR DELETE JUST MADE (AUD-ACTION SET BY THE        *
003059*     CALLER).  A RE-TIER TO THE SEVERITY THE PHRASE ALREADY    *
003060*     HAD CHANGED NOTHING AND IS NOT AUDITED.                   *
003061*---------------------------------------------------------------*
003062 7100-AUDIT-CHANGE.
003063     MOVE 'BANNED_WORDS' TO AUD-TABLE-NAME.
003064     MOVE BW-PHRASE      TO AUD-KEY.
003065     MOVE SPACES         TO AUD-BEFORE AUD-AFTER.
003066     MOVE BW-PHRASE      TO BI-PHRASE.
003067     IF NOT AUD-ADDED
003068         MOVE BW-OLD-SEVERITY TO BI-SEVERITY
003069         MOVE BW-IMAGE        TO AUD-BEFORE
003070     END-IF.
003071     IF NOT AUD-DELETED
003072         MOVE BW-SEVERITY     TO BI-SEVERITY
003073         MOVE BW-IMAGE        TO AUD-AFTER
003074     END-IF.
003075     IF AUD-UPDATED AND AUD-BEFORE = AUD-AFTER
003076         GO TO 7100-EXIT
003077     END-IF.
003078     MOVE EIBTRMID     TO AUD-TERM-ID.
003079     MOVE AUTH-USER-ID TO AUD-USER-ID.
003080     CALL 'GBAUDT' USING GBAUDIT-RECORD.
003081 7100-EXIT.
003082     EXIT.
003083*
003084*---------------------------------------------------------------*
003085* 9000-RETURN-TRANS                                              *
003086*---------------------------------------------------------------*
003087 9000-RETURN-TRANS.
003088     EXEC CICS RETURN
003090     END-EXEC.
003100 9000-EXIT.
003110     EXIT.
