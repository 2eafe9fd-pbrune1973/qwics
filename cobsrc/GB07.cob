000220*   TERMINAL ID), ENDING ON PF3/CLEAR.  A BLANK TERMINAL ID OR
000230*   LOCATION IS REJECTED THE SAME WAY THE GUEST ENTRY SCREEN
000240*   REJECTS BLANK FIELDS.  GBRPT02 RECONCILES EACH DAY'S
000250*   ENTRIES AGAINST THIS TABLE.  EVERY CHANGE TO A KIOSK'S
000251*   EVENT IS ALSO RECORDED AS A DATED PERIOD IN
000252*   KIOSK_ASSIGNMENTS SO THE REPORTS CAN TELL WHICH EVENT A
000253*   KIOSK SERVED ON ANY PAST DAY.
000254*   ONLY A SIGNED-ON FLOOR MANAGER MAY RUN IT (SEE GBAUTH).
000255*   EVERY ADD, UPDATE AND DELETE IS AUDITED WITH ITS BEFORE
000256*   AND AFTER IMAGE IN MASTER_AUDIT (SEE GBAUDT AND GB15).
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY.
000280*   04/03/26  ROB  ORIGINAL PROGRAM.
000289*   08/22/26  ROB  SHORTENED THE PF-KEY PROMPT - THE OLD LITERAL
000291*                  WAS 41 CHARACTERS AND SILENTLY TRUNCATED
000293*                  AGAINST MSGLNO'S PIC X(40).
000294*   10/06/26  ROB  ASSIGNMENT HISTORY - ADDING A KIOSK OPENS AN
000295*                  ASSIGNMENT PERIOD IN KIOSK_ASSIGNMENTS, A
000296*                  CHANGE OF EVENT CLOSES THE OPEN PERIOD AND
000297*                  OPENS THE NEXT AT THE SAME TIMESTAMP, AND A
000298*                  DELETE CLOSES THE OPEN PERIOD.  BILLING AND
000299*                  THE REPORTS USED TO CHARGE A MOVED KIOSK'S
000300*                  WHOLE HISTORY TO ITS NEW EVENT.
000301*   10/08/26  ROB  STAFF SIGN-ON - REFUSE ANYONE NOT SIGNED ON
000302*                  ON GB13 WITH THE FLOOR MANAGER ROLE, CHECKED
000303*                  AGAIN ON EVERY KEY.
000304*   10/09/26  ROB  CHANGE AUDIT - EVERY ADD, UPDATE AND DELETE
000305*                  NOW WRITES ITS BEFORE AND AFTER IMAGE, USER
000306*                  AND TERMINAL TO MASTER_AUDIT THROUGH GBAUDT.
000307*                  THE DELETE NOW READS THE KIOSK FIRST SO THE
000308*                  BEFORE IMAGE CAN BE KEPT.
000309*****************************************************************
000310 IDENTIFICATION DIVISION.
000311 PROGRAM-ID.    GB07.
000320 AUTHOR.        R. OKONKWO-BATES.
000330 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000340 DATE-WRITTEN.  04/03/2026.
000680 01  KIO-MATCH-COUNT         PIC S9(09) COMP.
000690*
000700*---------------------------------------------------------------*
000701*    THE KIOSK AS IT STOOD BEFORE THIS CHANGE, AND THE MOMENT   *
000702*    THE OLD ASSIGNMENT PERIOD CLOSES AND THE NEW ONE OPENS     *
000703*---------------------------------------------------------------*
000704 01  KIO-OLD-ENTRY.
000705     05  KIO-OLD-LOCATION    PIC X(40).
000706     05  KIO-OLD-IN-SERVICE  PIC X(01).
000707     05  KIO-OLD-EVENT-CODE  PIC X(08).
000708 01  ASG-CHANGED-AT          PIC X(26).
000709*
000710*---------------------------------------------------------------*
000711*    ONE KIOSK AS AUDITED - THE BEFORE OR AFTER IMAGE           *
000712*---------------------------------------------------------------*
000713 01  KIO-IMAGE.
000714     05  KI-TERM-ID          PIC X(04).
000715     05  FILLER              PIC X(01)  VALUE SPACES.
000716     05  KI-EVENT-CODE       PIC X(08).
000717     05  FILLER              PIC X(01)  VALUE SPACES.
000718     05  KI-LOCATION         PIC X(40).
000719     05  FILLER              PIC X(01)  VALUE SPACES.
000720     05  KI-IN-SERVICE       PIC X(01).
000721*
000722*---------------------------------------------------------------*
000723*    ONE FORMATTED KIOSK LIST LINE                              *
000724*---------------------------------------------------------------*
000730 01  KIO-LINE.
000740     05  KL-TERM-ID          PIC X(04).
000750     05  FILLER              PIC X(02)  VALUE SPACES.
000850     05  PAGE-ROW OCCURS 4 TIMES.
000860         10  PK-LINE         PIC X(60).
000870*
000875 COPY GBAUTHRQ.
000877 COPY GBAUDREC.
000880     EXEC SQL
000890          INCLUDE SQLCA
000900     END-EXEC.
000970* 0000-MAINLINE                                                 *
000980*---------------------------------------------------------------*
000990 0000-MAINLINE.
001000     PERFORM 0500-CHECK-SIGNON    THRU 0500-EXIT.
001010     IF AUTH-GRANTED
001020         PERFORM 1000-INITIALIZE      THRU 1000-EXIT
001022         PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
001024                 UNTIL MAINT-IS-DONE
001026     END-IF.
001030     PERFORM 9000-RETURN-TRANS    THRU 9000-EXIT.
001031*
001032*---------------------------------------------------------------*
001033* 0500-CHECK-SIGNON - ONLY A SIGNED-ON FLOOR MANAGER            *
001034*     MAY RUN THIS TRANSACTION (SEE GBAUTH).  ANYONE ELSE GETS  *
001035*     THE REASON ON A BLANK SCREEN AND THE TASK ENDS.           *
001036*---------------------------------------------------------------*
001037 0500-CHECK-SIGNON.
001038     MOVE EIBTRMID TO AUTH-TERM-ID.
001039     MOVE 'F   '   TO AUTH-ROLES.
001040     CALL 'GBAUTH' USING GBAUTH-REQUEST.
001041     IF AUTH-GRANTED
001042         GO TO 0500-EXIT
001043     END-IF.
001044     MOVE SPACES       TO GB07MAPO.
001045     MOVE AUTH-MESSAGE TO MSGLNO.
001046     EXEC CICS SEND MAP('GB07MAP') MAPSET('DGB07MAP')
001047          ERASE
001048     END-EXEC.
001049 0500-EXIT.
001050     EXIT.
001051*
001052*---------------------------------------------------------------*
001060* 1000-INITIALIZE - PAINT THE FIRST PAGE OF THE KIOSK LIST.     *
001070*---------------------------------------------------------------*
001080 1000-INITIALIZE.
002060*
002070*---------------------------------------------------------------*
002080* 3000-PROCESS-REQUEST - WAIT FOR THE OPERATOR'S PF KEY.        *
002085*     THE SIGN-ON IS CHECKED AGAIN ON EVERY KEY.                *
002090*---------------------------------------------------------------*
002100 3000-PROCESS-REQUEST.
002110     EXEC CICS RECEIVE MAP('GB07MAP') MAPSET('DGB07MAP')
002120     END-EXEC.
002121     PERFORM 0500-CHECK-SIGNON THRU 0500-EXIT.
002122     IF NOT AUTH-GRANTED
002123         SET MAINT-IS-DONE TO TRUE
002124         GO TO 3000-EXIT
002125     END-IF.
002130     EVALUATE TRUE
002140         WHEN EIBAID = DFHPF8
002150             ADD 1 TO PAGE-NO
002730     END-EXEC.
002740     IF KIO-MATCH-COUNT > ZERO
002750         EXEC SQL
002751              SELECT LOCATION, IN_SERVICE,
002752                     COALESCE(EVENT_CODE, ' ')
002753                INTO :KIO-OLD-LOCATION, :KIO-OLD-IN-SERVICE,
002754                     :KIO-OLD-EVENT-CODE
002755                FROM KIOSKS
002756               WHERE TERM_ID = :KIO-TERM-ID
002757         END-EXEC
002758         EXEC SQL
002760              UPDATE KIOSKS
002770                 SET LOCATION   = TRIM(:KIO-LOCATION),
002780                     IN_SERVICE = :KIO-IN-SERVICE,
002785                     EVENT_CODE = NULLIF(:KIO-EVENT-CODE, ' ')
002790               WHERE TERM_ID = :KIO-TERM-ID
002800         END-EXEC
002801         IF KIO-EVENT-CODE NOT = KIO-OLD-EVENT-CODE
002802             PERFORM 7000-CLOSE-ASSIGNMENT THRU 7000-EXIT
002803             PERFORM 7100-OPEN-ASSIGNMENT  THRU 7100-EXIT
002804         END-IF
002805         SET AUD-UPDATED TO TRUE
002806         PERFORM 7200-AUDIT-CHANGE THRU 7200-EXIT
002810         MOVE 'KIOSK UPDATED' TO MSGLNO
002820     ELSE
002830         EXEC SQL
002860                            :KIO-IN-SERVICE,
002865                            NULLIF(:KIO-EVENT-CODE, ' '))
002870         END-EXEC
002873         PERFORM 7000-CLOSE-ASSIGNMENT THRU 7000-EXIT
002876         PERFORM 7100-OPEN-ASSIGNMENT  THRU 7100-EXIT
002877         SET AUD-ADDED TO TRUE
002878         PERFORM 7200-AUDIT-CHANGE THRU 7200-EXIT
002880         MOVE 'KIOSK ADDED' TO MSGLNO
002890     END-IF.
002900     PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT.
002930*
002940*---------------------------------------------------------------*
002950* 5000-DELETE-KIOSK - PF6.  REJECT A BLANK TERMINAL ID, THEN    *
002960*     READ THE KIOSK (KEPT AS THE AUDIT BEFORE IMAGE), TELLING  *
002970*     THE OPERATOR IF IT IS NOT THERE, AND DELETE IT.  THE      *
002975*     KIOSK'S OPEN ASSIGNMENT PERIOD IS CLOSED; ITS HISTORY     *
002977*     STAYS FOR THE REPORTS.                                    *
002980*---------------------------------------------------------------*
002990 5000-DELETE-KIOSK.
003000     IF TRML = ZERO
003060     END-IF.
003070     MOVE TRMI TO KIO-TERM-ID.
003080     EXEC SQL
003090          SELECT LOCATION, IN_SERVICE,
003092                 COALESCE(EVENT_CODE, ' ')
003094            INTO :KIO-OLD-LOCATION, :KIO-OLD-IN-SERVICE,
003096                 :KIO-OLD-EVENT-CODE
003098            FROM KIOSKS
003100           WHERE TERM_ID = :KIO-TERM-ID
003110     END-EXEC.
003120     IF SQLCODE = 100
003130         MOVE 'KIOSK NOT FOUND' TO MSGLNO
003140     ELSE
003141         EXEC SQL
003142              DELETE FROM KIOSKS
003143               WHERE TERM_ID = :KIO-TERM-ID
003144         END-EXEC
003145         PERFORM 7000-CLOSE-ASSIGNMENT THRU 7000-EXIT
003146         SET AUD-DELETED TO TRUE
003147         PERFORM 7200-AUDIT-CHANGE THRU 7200-EXIT
003150         MOVE 'KIOSK DELETED' TO MSGLNO
003160     END-IF.
003170     PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT.
003350     EXIT.
003360*
003370*---------------------------------------------------------------*
003371* 7000-CLOSE-ASSIGNMENT - STAMP THE MOMENT OF THIS CHANGE AND   *
003372*     END THE KIOSK'S OPEN ASSIGNMENT PERIOD THERE.  A KIOSK    *
003373*     BEING ADDED (OR RE-ADDED AFTER A DELETE) HAS NO OPEN      *
003374*     PERIOD, AND THE UPDATE SIMPLY FINDS NOTHING TO CLOSE.     *
003375*---------------------------------------------------------------*
003376 7000-CLOSE-ASSIGNMENT.
003377     EXEC SQL
003378          VALUES (CURRENT TIMESTAMP) INTO :ASG-CHANGED-AT
003379     END-EXEC.
003380     EXEC SQL
003381          UPDATE KIOSK_ASSIGNMENTS
003382             SET ASSIGNED_TO = :ASG-CHANGED-AT
003383           WHERE TERM_ID = :KIO-TERM-ID
003384             AND ASSIGNED_TO IS NULL
003385     END-EXEC.
003386 7000-EXIT.
003387     EXIT.
003388*
003389*---------------------------------------------------------------*
003390* 7100-OPEN-ASSIGNMENT - OPEN THE KIOSK'S NEW PERIOD ON ITS NEW *
003391*     EVENT (NULL FOR NO EVENT) FROM THE SAME MOMENT THE OLD    *
003392*     PERIOD CLOSED, SO THE PERIODS ABUT WITH NO GAP.           *
003393*---------------------------------------------------------------*
003394 7100-OPEN-ASSIGNMENT.
003395     EXEC SQL
003396          INSERT INTO KIOSK_ASSIGNMENTS(TERM_ID, EVENT_CODE,
003397                      ASSIGNED_FROM, ASSIGNED_TO)
003398                 VALUES(:KIO-TERM-ID,
003399                        NULLIF(:KIO-EVENT-CODE, ' '),
003400                        :ASG-CHANGED-AT, NULL)
003401     END-EXEC.
003402 7100-EXIT.
003403     EXIT.
003404*
003405*---------------------------------------------------------------*
003406* 7200-AUDIT-CHANGE - WRITE THE MASTER_AUDIT ROW FOR THE ADD,   *
003407*     UPDATE OR DELETE JUST MADE (AUD-ACTION SET BY THE         *
003408*     CALLER).  THE BEFORE IMAGE IS THE KIOSK AS READ BEFORE    *
003409*     THE CHANGE, THE AFTER IMAGE THE KIOSK AS KEYED.  AN       *
003410*     UPDATE THAT CHANGED NOTHING IS NOT AUDITED.               *
003411*---------------------------------------------------------------*
003412 7200-AUDIT-CHANGE.
003413     MOVE 'KIOSKS'    TO AUD-TABLE-NAME.
003414     MOVE KIO-TERM-ID TO AUD-KEY.
003415     MOVE SPACES      TO AUD-BEFORE AUD-AFTER.
003416     MOVE KIO-TERM-ID TO KI-TERM-ID.
003417     IF NOT AUD-ADDED
003418         MOVE KIO-OLD-EVENT-CODE TO KI-EVENT-CODE
003419         MOVE KIO-OLD-LOCATION   TO KI-LOCATION
003420         MOVE KIO-OLD-IN-SERVICE TO KI-IN-SERVICE
003421         MOVE KIO-IMAGE          TO AUD-BEFORE
003422     END-IF.
003423     IF NOT AUD-DELETED
003424         MOVE KIO-EVENT-CODE     TO KI-EVENT-CODE
003425         MOVE KIO-LOCATION       TO KI-LOCATION
003426         MOVE KIO-IN-SERVICE     TO KI-IN-SERVICE
003427         MOVE KIO-IMAGE          TO AUD-AFTER
003428     END-IF.
003429     IF AUD-UPDATED AND AUD-BEFORE = AUD-AFTER
003430         GO TO 7200-EXIT
003431     END-IF.
003432     MOVE EIBTRMID     TO AUD-TERM-ID.
003433     MOVE AUTH-USER-ID TO AUD-USER-ID.
003434     CALL 'GBAUDT' USING GBAUDIT-RECORD.
003435 7200-EXIT.
003436     EXIT.
003437*
003438*---------------------------------------------------------------*
003439* 9000-RETURN-TRANS                                              *
003440*---------------------------------------------------------------*
003441 9000-RETURN-TRANS.
003442     EXEC CICS RETURN
003443     END-EXEC.
003444 9000-EXIT.
003445     EXIT.
