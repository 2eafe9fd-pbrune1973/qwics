000270*   'O' (OPEN).  GUESTBK TURNS AWAY ENTRIES FOR A CLOSED EVENT,
000280*   SO CLOSING AN EVENT HERE IS WHAT STOPS ITS KIOSKS TAKING
000290*   ENTRIES.
000291*   ONLY A SIGNED-ON OPERATIONS USER MAY RUN IT (SEE GBAUTH).
000292*   EVERY ADD, UPDATE AND DELETE IS AUDITED WITH ITS BEFORE
000293*   AND AFTER IMAGE IN MASTER_AUDIT (SEE GBAUDT AND GB15).
000294*   EACH EVENT ALSO CARRIES ITS MODERATION POLICY - 'S' STRICT
000295*   PRE-MODERATION (THE DEFAULT) OR 'T' TIMED RELEASE, WHERE
000296*   THE GBRLSE BATCH PUBLISHES A PENDING ENTRY WITH NO WATCH
000297*   PHRASE ONCE IT HAS WAITED THE EVENT'S RELEASE HOURS.
000300*-----------------------------------------------------------------
000310* MODIFICATION HISTORY.
000320*   08/25/26  ROB  ORIGINAL PROGRAM.
000321*   10/08/26  ROB  STAFF SIGN-ON - REFUSE ANYONE NOT SIGNED ON
000322*                  ON GB13 WITH THE OPERATIONS ROLE, CHECKED
000323*                  AGAIN ON EVERY KEY.
000324*   10/09/26  ROB  CHANGE AUDIT - EVERY ADD, UPDATE AND DELETE
000325*                  NOW WRITES ITS BEFORE AND AFTER IMAGE, USER
000326*                  AND TERMINAL TO MASTER_AUDIT THROUGH GBAUDT.
000327*                  THE EVENT IS READ BEFORE AN UPDATE OR DELETE
000328*                  SO THE BEFORE IMAGE CAN BE KEPT.
000329*   10/14/26  ROB  MODERATION POLICY - POL (S OR T, BLANK IS S)
000330*                  AND HRS (1-999, REQUIRED UNDER T, ZERO UNDER
000331*                  S) ARE KEPT ON THE EVENT, SHOWN ON THE LIST
000332*                  AND CARRIED IN THE AUDIT IMAGE.
000333*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.    GB10.
000360 AUTHOR.        R. OKONKWO-BATES.
000530     05  DATE-VALID-SW       PIC X(01)  VALUE 'Y'.
000540         88  DATE-IS-VALID             VALUE 'Y'.
000550         88  DATE-NOT-VALID            VALUE 'N'.
000551     05  EVT-FOUND-SW        PIC X(01)  VALUE 'N'.
000552         88  EVT-IS-FOUND              VALUE 'Y'.
000553         88  EVT-NOT-FOUND             VALUE 'N'.
000554     05  HOURS-VALID-SW      PIC X(01)  VALUE 'Y'.
000555         88  HOURS-ENTRY-VALID         VALUE 'Y'.
000556         88  HOURS-ENTRY-NOT-VALID     VALUE 'N'.
000557     05  BLANKS-SEEN-SW      PIC X(01)  VALUE 'N'.
000558         88  BLANKS-STARTED            VALUE 'Y'.
000559         88  BLANKS-NOT-STARTED        VALUE 'N'.
000560*
000570*---------------------------------------------------------------*
000580*    PAGING CONTROLS                                            *
000630     05  SKIP-INDEX          PIC 9(04).
000640     05  ROW-INDEX           PIC 9(04).
000650     05  ROWS-ON-PAGE        PIC 9(01).
000651     05  CONV-HOURS-TEXT     PIC X(03).
000652     05  SCAN-INDEX          PIC S9(04) COMP.
000653     05  HR-DIGIT-X          PIC X(01).
000654     05  HR-DIGIT-9 REDEFINES HR-DIGIT-X
000655                             PIC 9(01).
000660*
000670*---------------------------------------------------------------*
000680*    ONE EVENT FETCHED FROM OR KEYED FOR THE MASTER             *
000730     05  EVT-START-DATE      PIC X(10).
000740     05  EVT-END-DATE        PIC X(10).
000750     05  EVT-STATUS          PIC X(01).
000753     05  EVT-POLICY          PIC X(01).
000756     05  EVT-HOURS           PIC S9(04) COMP.
000760*
000770 01  EVT-MATCH-COUNT         PIC S9(09) COMP.
000780 01  EDIT-DATE               PIC X(10).
000781*
000782*---------------------------------------------------------------*
000783*    THE EVENT AS IT STOOD BEFORE THIS CHANGE                   *
000784*---------------------------------------------------------------*
000785 01  EVT-OLD-ENTRY.
000786     05  EVT-OLD-NAME        PIC X(40).
000787     05  EVT-OLD-START-DATE  PIC X(10).
000788     05  EVT-OLD-END-DATE    PIC X(10).
000789     05  EVT-OLD-STATUS      PIC X(01).
000790     05  EVT-OLD-POLICY      PIC X(01).
000791     05  EVT-OLD-HOURS       PIC S9(04) COMP.
000792*
000793*---------------------------------------------------------------*
000794*    ONE EVENT AS AUDITED - THE BEFORE OR AFTER IMAGE           *
000795*---------------------------------------------------------------*
000796 01  EVT-IMAGE.
000797     05  EI-CODE             PIC X(08).
000798     05  FILLER              PIC X(01)  VALUE SPACES.
000799     05  EI-NAME             PIC X(40).
000800     05  FILLER              PIC X(01)  VALUE SPACES.
000801     05  EI-START-DATE       PIC X(10).
000802     05  FILLER              PIC X(01)  VALUE SPACES.
000803     05  EI-END-DATE         PIC X(10).
000804     05  FILLER              PIC X(01)  VALUE SPACES.
000805     05  EI-STATUS           PIC X(01).
000806     05  FILLER              PIC X(01)  VALUE SPACES.
000807     05  EI-POLICY           PIC X(01).
000808     05  FILLER              PIC X(01)  VALUE SPACES.
000809     05  EI-HOURS            PIC ZZ9.
000810*
000811*---------------------------------------------------------------*
000812*    ONE FORMATTED EVENT LIST LINE                              *
000820*---------------------------------------------------------------*
000830 01  EVT-LINE.
000840     05  EL-CODE             PIC X(08).
000850     05  FILLER              PIC X(01)  VALUE SPACES.
000860     05  EL-NAME             PIC X(40).
000870     05  FILLER              PIC X(01)  VALUE SPACES.
000880     05  EL-START-DATE       PIC X(10).
000890     05  FILLER              PIC X(01)  VALUE SPACES.
000900     05  EL-END-DATE         PIC X(10).
000910     05  FILLER              PIC X(01)  VALUE SPACES.
000920     05  EL-STATUS           PIC X(01).
000922     05  FILLER              PIC X(01)  VALUE SPACES.
000924     05  EL-POLICY           PIC X(01).
000926     05  FILLER              PIC X(01)  VALUE SPACES.
000928     05  EL-HOURS            PIC ZZ9.
000930*
000940*---------------------------------------------------------------*
000950*    ONE PAGE (UP TO 4 ROWS) FETCHED FROM EVENTS                *
000960*---------------------------------------------------------------*
000970 01  PAGE-EVENTS.
000980     05  PAGE-ROW OCCURS 4 TIMES.
000990         10  PE-LINE         PIC X(79).
001000*
001005 COPY GBAUTHRQ.
001007 COPY GBAUDREC.
001010     EXEC SQL
001020          INCLUDE SQLCA
001030     END-EXEC.
001100* 0000-MAINLINE                                                 *
001110*---------------------------------------------------------------*
001120 0000-MAINLINE.
001130     PERFORM 0500-CHECK-SIGNON    THRU 0500-EXIT.
001140     IF AUTH-GRANTED
001150         PERFORM 1000-INITIALIZE      THRU 1000-EXIT
001152         PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
001154                 UNTIL MAINT-IS-DONE
001156     END-IF.
001160     PERFORM 9000-RETURN-TRANS    THRU 9000-EXIT.
001161*
001162*---------------------------------------------------------------*
001163* 0500-CHECK-SIGNON - ONLY A SIGNED-ON OPERATIONS USER          *
001164*     MAY RUN THIS TRANSACTION (SEE GBAUTH).  ANYONE ELSE GETS  *
001165*     THE REASON ON A BLANK SCREEN AND THE TASK ENDS.           *
001166*---------------------------------------------------------------*
001167 0500-CHECK-SIGNON.
001168     MOVE EIBTRMID TO AUTH-TERM-ID.
001169     MOVE 'O   '   TO AUTH-ROLES.
001170     CALL 'GBAUTH' USING GBAUTH-REQUEST.
001171     IF AUTH-GRANTED
001172         GO TO 0500-EXIT
001173     END-IF.
001174     MOVE SPACES       TO GB10MAPO.
001175     MOVE AUTH-MESSAGE TO MSGLNO.
001176     EXEC CICS SEND MAP('GB10MAP') MAPSET('DGB10MAP')
001177          ERASE
001178     END-EXEC.
001179 0500-EXIT.
001180     EXIT.
001181*
001182*---------------------------------------------------------------*
001190* 1000-INITIALIZE - PAINT THE FIRST PAGE OF THE EVENT LIST.     *
001200*---------------------------------------------------------------*
001210 1000-INITIALIZE.
001600          SELECT EVENT_CODE, EVENT_NAME,
001610                 COALESCE(CHAR(START_DATE, ISO), ' '),
001620                 COALESCE(CHAR(END_DATE, ISO), ' '),
001630                 STATUS, MOD_POLICY, RELEASE_HOURS
001640            FROM EVENTS
001650           ORDER BY EVENT_CODE
001660     END-EXEC.
001880     EXEC SQL
001890          FETCH GB10CSR
001900           INTO :EVT-CODE, :EVT-NAME, :EVT-START-DATE,
001910                :EVT-END-DATE, :EVT-STATUS, :EVT-POLICY,
001915                :EVT-HOURS
001920     END-EXEC.
001930 2110-EXIT.
001940     EXIT.
002010     EXEC SQL
002020          FETCH GB10CSR
002030           INTO :EVT-CODE, :EVT-NAME, :EVT-START-DATE,
002040                :EVT-END-DATE, :EVT-STATUS, :EVT-POLICY,
002045                :EVT-HOURS
002050     END-EXEC.
002060     IF SQLCODE = ZERO
002070         ADD 1 TO ROWS-ON-PAGE
002100         MOVE EVT-START-DATE TO EL-START-DATE
002110         MOVE EVT-END-DATE   TO EL-END-DATE
002120         MOVE EVT-STATUS     TO EL-STATUS
002123         MOVE EVT-POLICY     TO EL-POLICY
002126         MOVE EVT-HOURS      TO EL-HOURS
002130         MOVE EVT-LINE       TO PE-LINE(ROW-INDEX)
002140     END-IF.
002150 2120-EXIT.
002310*
002320*---------------------------------------------------------------*
002330* 3000-PROCESS-REQUEST - WAIT FOR THE OPERATOR'S PF KEY.        *
002335*     THE SIGN-ON IS CHECKED AGAIN ON EVERY KEY.                *
002340*---------------------------------------------------------------*
002350 3000-PROCESS-REQUEST.
002360     EXEC CICS RECEIVE MAP('GB10MAP') MAPSET('DGB10MAP')
002370     END-EXEC.
002371     PERFORM 0500-CHECK-SIGNON THRU 0500-EXIT.
002372     IF NOT AUTH-GRANTED
002373         SET MAINT-IS-DONE TO TRUE
002374         GO TO 3000-EXIT
002375     END-IF.
002380     EVALUATE TRUE
002390         WHEN EIBAID = DFHPF8
002400             ADD 1 TO PAGE-NO
002670*     ALLOWED AND STORED AS NULL), THEN UPDATE THE EVENT IF IT  *
002680*     EXISTS OR ADD IT IF NOT.  THE NAME IS STORED TRIMMED SO   *
002690*     THE VARCHAR NEVER CARRIES THE HOST VARIABLE'S TRAILING    *
002700*     BLANKS.  A BLANK POLICY DEFAULTS TO 'S'; UNDER 'T' THE    *
002703*     RELEASE HOURS MUST BE 1-999, UNDER 'S' THEY ARE STORED AS *
002706*     ZERO WHATEVER WAS KEYED.                                  *
002710*---------------------------------------------------------------*
002720 4000-ADD-UPDATE-EVENT.
002730     IF EVTL = ZERO OR NAML = ZERO
002910              DATAONLY CURSOR
002920         END-EXEC
002930         GO TO 4000-EXIT
002931     END-IF.
002932     IF POLL = ZERO OR POLI = SPACE
002933         MOVE 'S' TO EVT-POLICY
002934     ELSE
002935         MOVE POLI TO EVT-POLICY
002936     END-IF.
002937     IF EVT-POLICY NOT = 'S' AND EVT-POLICY NOT = 'T'
002938         MOVE 'POLICY MUST BE S (STRICT) OR T (TIMED)' TO MSGLNO
002939         EXEC CICS SEND MAP('GB10MAP') MAPSET('DGB10MAP')
002940              DATAONLY CURSOR
002941         END-EXEC
002942         GO TO 4000-EXIT
002943     END-IF.
002944     MOVE ZERO TO EVT-HOURS.
002945     IF EVT-POLICY = 'T'
002946         IF HRSL = ZERO
002947             MOVE SPACES TO CONV-HOURS-TEXT
002948         ELSE
002949             MOVE HRSI TO CONV-HOURS-TEXT
002950         END-IF
002951         PERFORM 4200-CONVERT-HOURS THRU 4200-EXIT
002952         IF HOURS-ENTRY-NOT-VALID
002953             MOVE 'TIMED RELEASE NEEDS HOURS 1-999' TO MSGLNO
002954             EXEC CICS SEND MAP('GB10MAP') MAPSET('DGB10MAP')
002955                  DATAONLY CURSOR
002956             END-EXEC
002957             GO TO 4000-EXIT
002958         END-IF
002959     END-IF.
002960     IF SDTL = ZERO
002961         MOVE SPACES TO EVT-START-DATE
002970     ELSE
002980         MOVE SDTI TO EVT-START-DATE
002990     END-IF.
003240         END-EXEC
003250         GO TO 4000-EXIT
003260     END-IF.
003270     PERFORM 7000-READ-OLD-EVENT THRU 7000-EXIT.
003280     IF EVT-IS-FOUND
003330         EXEC SQL
003340              UPDATE EVENTS
003350                 SET EVENT_NAME = TRIM(:EVT-NAME),
003360                     START_DATE = NULLIF(:EVT-START-DATE, ' '),
003370                     END_DATE   = NULLIF(:EVT-END-DATE, ' '),
003380                     STATUS     = :EVT-STATUS,
003383                     MOD_POLICY = :EVT-POLICY,
003386                     RELEASE_HOURS = :EVT-HOURS
003390               WHERE EVENT_CODE = :EVT-CODE
003400         END-EXEC
003403         SET AUD-UPDATED TO TRUE
003406         PERFORM 7100-AUDIT-CHANGE THRU 7100-EXIT
003410         MOVE 'EVENT UPDATED' TO MSGLNO
003420     ELSE
003430         EXEC SQL
003440              INSERT INTO EVENTS(EVENT_CODE, EVENT_NAME,
003450                                 START_DATE, END_DATE, STATUS,
003455                                 MOD_POLICY, RELEASE_HOURS)
003460                     VALUES(:EVT-CODE, TRIM(:EVT-NAME),
003470                            NULLIF(:EVT-START-DATE, ' '),
003480                            NULLIF(:EVT-END-DATE, ' '),
003490                            :EVT-STATUS, :EVT-POLICY,
003495                            :EVT-HOURS)
003500         END-EXEC
003503         SET AUD-ADDED TO TRUE
003506         PERFORM 7100-AUDIT-CHANGE THRU 7100-EXIT
003510         MOVE 'EVENT ADDED' TO MSGLNO
003520     END-IF.
003530     PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT.
003760     EXIT.
003770*
003780*---------------------------------------------------------------*
003781* 4200-CONVERT-HOURS - CONVERT THE KEYED RELEASE HOURS IN       *
003782*     CONV-HOURS-TEXT (DIGITS, LEFT JUSTIFIED, TRAILING BLANKS) *
003783*     TO BINARY IN EVT-HOURS.  ANYTHING OTHER THAN DIGITS, OR   *
003784*     A VALUE OF ZERO, IS NOT VALID.                            *
003785*---------------------------------------------------------------*
003786 4200-CONVERT-HOURS.
003787     MOVE ZERO TO EVT-HOURS.
003788     SET HOURS-ENTRY-VALID TO TRUE.
003789     SET BLANKS-NOT-STARTED TO TRUE.
003790     PERFORM 4210-CONVERT-DIGIT THRU 4210-EXIT
003791             VARYING SCAN-INDEX FROM 1 BY 1
003792             UNTIL SCAN-INDEX GREATER THAN 3
003793                OR HOURS-ENTRY-NOT-VALID.
003794     IF EVT-HOURS = ZERO
003795         SET HOURS-ENTRY-NOT-VALID TO TRUE
003796     END-IF.
003797 4200-EXIT.
003798     EXIT.
003799*
003800*---------------------------------------------------------------*
003801* 4210-CONVERT-DIGIT - FOLD ONE KEYED CHARACTER INTO THE BINARY *
003802*     RELEASE HOURS.                                            *
003803*---------------------------------------------------------------*
003804 4210-CONVERT-DIGIT.
003805     MOVE CONV-HOURS-TEXT(SCAN-INDEX:1) TO HR-DIGIT-X.
003806     IF HR-DIGIT-X = SPACE
003807         SET BLANKS-STARTED TO TRUE
003808     ELSE
003809         IF BLANKS-STARTED OR HR-DIGIT-X IS NOT NUMERIC
003810             SET HOURS-ENTRY-NOT-VALID TO TRUE
003811         ELSE
003812             COMPUTE EVT-HOURS = EVT-HOURS * 10
003813                               + HR-DIGIT-9
003814         END-IF
003815     END-IF.
003816 4210-EXIT.
003817     EXIT.
003818*
003819*---------------------------------------------------------------*
003820* 5000-DELETE-EVENT - PF6.  REJECT A BLANK EVENT CODE, REFUSE   *
003821*     TO DELETE AN EVENT WITH KIOSKS STILL ASSIGNED TO IT (THE  *
003822*     KIOSKS WOULD STAMP A CODE THE EVENTS TABLE NO LONGER      *
003823*     KNOWS), THEN READ THE EVENT (KEPT AS THE AUDIT BEFORE     *
003830*     IMAGE), TELLING THE OPERATOR IF IT IS NOT THERE, AND      *
003835*     DELETE IT.                                                *
003840*---------------------------------------------------------------*
003850 5000-DELETE-EVENT.
003860     IF EVTL = ZERO
004030         END-EXEC
004040         GO TO 5000-EXIT
004050     END-IF.
004060     PERFORM 7000-READ-OLD-EVENT THRU 7000-EXIT.
004070     IF EVT-NOT-FOUND
004110         MOVE 'EVENT NOT FOUND' TO MSGLNO
004120     ELSE
004121         EXEC SQL
004122              DELETE FROM EVENTS
004123               WHERE EVENT_CODE = :EVT-CODE
004124         END-EXEC
004125         SET AUD-DELETED TO TRUE
004126         PERFORM 7100-AUDIT-CHANGE THRU 7100-EXIT
004130         MOVE 'EVENT DELETED' TO MSGLNO
004140     END-IF.
004150     PERFORM 6000-REDISPLAY-PAGE THRU 6000-EXIT.
004330     EXIT.
004340*
004350*---------------------------------------------------------------*
004351* 7000-READ-OLD-EVENT - READ THE KEYED EVENT AS IT STANDS NOW,  *
004352*     DATES IN THE SAME ISO FORM THE LIST SHOWS, AND SAY        *
004353*     WHETHER IT IS THERE.                                      *
004354*---------------------------------------------------------------*
004355 7000-READ-OLD-EVENT.
004356     EXEC SQL
004357          SELECT EVENT_NAME,
004358                 COALESCE(CHAR(START_DATE, ISO), ' '),
004359                 COALESCE(CHAR(END_DATE, ISO), ' '),
004360                 STATUS, MOD_POLICY, RELEASE_HOURS
004361            INTO :EVT-OLD-NAME, :EVT-OLD-START-DATE,
004362                 :EVT-OLD-END-DATE, :EVT-OLD-STATUS,
004363                 :EVT-OLD-POLICY, :EVT-OLD-HOURS
004364            FROM EVENTS
004365           WHERE EVENT_CODE = :EVT-CODE
004366     END-EXEC.
004367     IF SQLCODE = 100
004368         SET EVT-NOT-FOUND TO TRUE
004369     ELSE
004370         SET EVT-IS-FOUND TO TRUE
004371     END-IF.
004372 7000-EXIT.
004373     EXIT.
004374*
004375*---------------------------------------------------------------*
004376* 7100-AUDIT-CHANGE - WRITE THE MASTER_AUDIT ROW FOR THE ADD,   *
004377*     UPDATE OR DELETE JUST MADE (AUD-ACTION SET BY THE         *
004378*     CALLER).  THE BEFORE IMAGE IS THE EVENT AS READ BEFORE    *
004379*     THE CHANGE, THE AFTER IMAGE THE EVENT AS KEYED.  AN       *
004380*     UPDATE THAT CHANGED NOTHING IS NOT AUDITED.               *
004381*---------------------------------------------------------------*
004382 7100-AUDIT-CHANGE.
004383     MOVE 'EVENTS'  TO AUD-TABLE-NAME.
004384     MOVE EVT-CODE  TO AUD-KEY.
004385     MOVE SPACES    TO AUD-BEFORE AUD-AFTER.
004386     MOVE EVT-CODE  TO EI-CODE.
004387     IF NOT AUD-ADDED
004388         MOVE EVT-OLD-NAME       TO EI-NAME
004389         MOVE EVT-OLD-START-DATE TO EI-START-DATE
004390         MOVE EVT-OLD-END-DATE   TO EI-END-DATE
004391         MOVE EVT-OLD-STATUS     TO EI-STATUS
004392         MOVE EVT-OLD-POLICY     TO EI-POLICY
004393         MOVE EVT-OLD-HOURS      TO EI-HOURS
004394         MOVE EVT-IMAGE          TO AUD-BEFORE
004395     END-IF.
004396     IF NOT AUD-DELETED
004397         MOVE EVT-NAME           TO EI-NAME
004398         MOVE EVT-START-DATE     TO EI-START-DATE
004399         MOVE EVT-END-DATE       TO EI-END-DATE
004400         MOVE EVT-STATUS         TO EI-STATUS
004401         MOVE EVT-POLICY         TO EI-POLICY
004402         MOVE EVT-HOURS          TO EI-HOURS
004403         MOVE EVT-IMAGE          TO AUD-AFTER
004404     END-IF.
004405     IF AUD-UPDATED AND AUD-BEFORE = AUD-AFTER
004406         GO TO 7100-EXIT
004407     END-IF.
004408     MOVE EIBTRMID     TO AUD-TERM-ID.
004409     MOVE AUTH-USER-ID TO AUD-USER-ID.
004410     CALL 'GBAUDT' USING GBAUDIT-RECORD.
004411 7100-EXIT.
004412     EXIT.
004413*
004414*---------------------------------------------------------------*
004415* 9000-RETURN-TRANS                                              *
004416*---------------------------------------------------------------*
004417 9000-RETURN-TRANS.
004418     EXEC CICS RETURN
004419     END-EXEC.
004420 9000-EXIT.
004421     EXIT.
