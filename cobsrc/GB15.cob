000100*****************************************************************
000110* PROGRAM-ID: GB15
000120* AUTHOR:     R. OKONKWO-BATES, EVENTS SYSTEMS GROUP
000130* INSTALLATION: EVENTS DIVISION DATA CENTER
000140* DATE-WRITTEN: 10/09/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*   STAFF-FACING MASTER CHANGE-HISTORY BROWSE.  THE OPERATOR
000190*   KEYS A TABLE NAME - KIOSKS, BANNED_WORDS OR EVENTS - AND
000200*   OPTIONALLY ONE KEY IN IT (TERMINAL ID, PHRASE OR EVENT
000210*   CODE), AND PAGES THROUGH THE MASTER_AUDIT ROWS WRITTEN BY
000220*   GB07, GB08 AND GB10 FOUR CHANGES AT A TIME, NEWEST FIRST,
000230*   THE SAME WAY GB06 PAGES AN ENTRY'S DECISIONS (PF7 BACK, PF8
000240*   FORWARD, PF3/CLEAR TO EXIT).  A BLANK KEY SHOWS EVERY
000250*   CHANGE TO THE TABLE.  ENTER WITH A NEW TABLE OR KEY
000260*   RESTARTS AT PAGE 1.  EACH CHANGE SHOWS WHEN, WHAT, WHO AND
000270*   FROM WHICH TERMINAL, THEN THE ROW BEFORE AND THE ROW AFTER
000275*   ON THE NEXT TWO LINES, EACH SHOWN FULL WIDTH.
000280*   ONLY A SIGNED-ON FLOOR MANAGER, CONTENT-POLICY OR
000290*   OPERATIONS USER MAY RUN IT (SEE GBAUTH).
000300*-----------------------------------------------------------------
000310* MODIFICATION HISTORY.
000320*   10/09/26  ROB  ORIGINAL PROGRAM.
000322*   10/15/26  ROB  DROPPED THE 'B '/'A ' LABELS FROM THE IMAGE
000324*                  LINES - THEY CUT THE LAST TWO BYTES OFF A
000326*                  79-BYTE EVENT IMAGE, SO A RELEASE-HOURS
000328*                  CHANGE SHOWED IDENTICAL BEFORE AND AFTER.
000329*                  THE IMAGES NOW USE THE WHOLE SCREEN LINE.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.    GB15.
000360 AUTHOR.        R. OKONKWO-BATES.
000370 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000380 DATE-WRITTEN.  10/09/2026.
000390 DATE-COMPILED.
000400*
000410 ENVIRONMENT DIVISION.
000420*
000430 DATA DIVISION.
000440 WORKING-STORAGE SECTION.
000450*
000460*---------------------------------------------------------------*
000470*    SWITCHES                                                   *
000480*---------------------------------------------------------------*
000490 01  GB15-SWITCHES.
000500     05  SEL-VALID-SW        PIC X(01)  VALUE 'N'.
000510         88  SELECTION-VALID           VALUE 'Y'.
000520         88  SELECTION-NOT-VALID       VALUE 'N'.
000530     05  INQ-DONE-SW         PIC X(01)  VALUE 'N'.
000540         88  INQ-IS-DONE               VALUE 'Y'.
000550         88  INQ-NOT-DONE              VALUE 'N'.
000560*
000570*---------------------------------------------------------------*
000580*    SELECTION AND PAGING CONTROLS                              *
000590*---------------------------------------------------------------*
000600 01  GB15-CONTROLS.
000610     05  KEYED-TABLE-NAME    PIC X(12).
000620         88  KEYED-TABLE-KNOWN           VALUE 'KIOSKS'
000630                                             'BANNED_WORDS'
000640                                             'EVENTS'.
000650     05  SEL-TABLE-NAME      PIC X(12).
000660     05  SEL-KEY             PIC X(50).
000670     05  PAGE-NO             PIC 9(04)  VALUE 1.
000680     05  SKIP-COUNT          PIC 9(04).
000690     05  SKIP-INDEX          PIC 9(04).
000700     05  ROW-INDEX           PIC 9(04).
000710     05  ROWS-ON-PAGE        PIC 9(01).
000720     05  LINE-INDEX          PIC 9(04).
000730     05  LINES-ON-PAGE       PIC 9(04).
000740*
000750*---------------------------------------------------------------*
000760*    ONE CHANGE FETCHED FROM MASTER_AUDIT                       *
000770*---------------------------------------------------------------*
000780 01  CHG-ROW.
000790     05  CHG-KEY             PIC X(50).
000800     05  CHG-ACTION          PIC X(01).
000810     05  CHG-BEFORE          PIC X(80).
000820     05  CHG-AFTER           PIC X(80).
000830     05  CHG-TERM-ID         PIC X(04).
000840     05  CHG-USER-ID         PIC X(08).
000850     05  CHG-CHANGED-AT      PIC X(26).
000860*
000870*---------------------------------------------------------------*
000880*    THE THREE FORMATTED LINES FOR ONE CHANGE                   *
000890*---------------------------------------------------------------*
000900 01  CHG-HEAD-LINE.
000910     05  CH-CHANGED-AT       PIC X(26).
000920     05  FILLER              PIC X(02)  VALUE SPACES.
000930     05  CH-ACTION           PIC X(07).
000940     05  FILLER              PIC X(02)  VALUE SPACES.
000950     05  CH-USER-ID          PIC X(08).
000960     05  FILLER              PIC X(02)  VALUE SPACES.
000970     05  CH-TERM-ID          PIC X(04).
000980     05  FILLER              PIC X(02)  VALUE SPACES.
000990     05  CH-KEY              PIC X(26).
001000 01  CHG-IMAGE-LINE.
001020     05  CI-IMAGE            PIC X(79).
001030*
001040*---------------------------------------------------------------*
001050*    ONE PAGE (UP TO 4 CHANGES, 3 LINES EACH) FETCHED FROM      *
001060*    MASTER_AUDIT                                               *
001070*---------------------------------------------------------------*
001080 01  PAGE-CHANGES.
001090     05  PAGE-LINE OCCURS 12 TIMES.
001100         10  PC-LINE         PIC X(79).
001110*
001120 COPY GBAUTHRQ.
001130     EXEC SQL
001140          INCLUDE SQLCA
001150     END-EXEC.
001160 COPY DFHAID.
001170 COPY DFHEIBLK.
001180 COPY DGB15MAP.
001190*
001200 PROCEDURE DIVISION.
001210*---------------------------------------------------------------*
001220* 0000-MAINLINE                                                 *
001230*---------------------------------------------------------------*
001240 0000-MAINLINE.
001250     PERFORM 0500-CHECK-SIGNON     THRU 0500-EXIT.
001260     IF AUTH-GRANTED
001270         PERFORM 1000-INITIALIZE       THRU 1000-EXIT
001280         PERFORM 2000-GET-SELECTION    THRU 2000-EXIT
001290                 UNTIL SELECTION-VALID
001300         IF INQ-NOT-DONE
001310             PERFORM 3000-DISPLAY-PAGE     THRU 3000-EXIT
001320         END-IF
001330         PERFORM 4000-PROCESS-REQUEST  THRU 4000-EXIT
001340                 UNTIL INQ-IS-DONE
001350     END-IF.
001360     PERFORM 9000-RETURN-TRANS     THRU 9000-EXIT.
001370*
001380*---------------------------------------------------------------*
001390* 0500-CHECK-SIGNON - ONLY A SIGNED-ON FLOOR MANAGER,           *
001400*     CONTENT-POLICY OR OPERATIONS USER - THE THREE ROLES THAT  *
001410*     MAINTAIN THESE TABLES - MAY BROWSE THE CHANGES (SEE       *
001420*     GBAUTH).  ANYONE ELSE GETS THE REASON ON A BLANK SCREEN.  *
001430*---------------------------------------------------------------*
001440 0500-CHECK-SIGNON.
001450     MOVE EIBTRMID TO AUTH-TERM-ID.
001460     MOVE 'FPO '   TO AUTH-ROLES.
001470     CALL 'GBAUTH' USING GBAUTH-REQUEST.
001480     IF AUTH-GRANTED
001490         GO TO 0500-EXIT
001500     END-IF.
001510     MOVE SPACES       TO GB15MAPO.
001520     MOVE AUTH-MESSAGE TO MSGLNO.
001530     EXEC CICS SEND MAP('GB15MAP') MAPSET('DGB15MAP')
001540          ERASE
001550     END-EXEC.
001560 0500-EXIT.
001570     EXIT.
001580*
001590*---------------------------------------------------------------*
001600* 1000-INITIALIZE - PAINT A BLANK CHANGE-HISTORY SCREEN         *
001610*---------------------------------------------------------------*
001620 1000-INITIALIZE.
001630     MOVE SPACES                   TO GB15MAPO.
001640     MOVE 'KEY A TABLE NAME, AND A KEY IF WANTED'
001650                                   TO MSGLNO.
001660     SET SELECTION-NOT-VALID       TO TRUE.
001670     EXEC CICS SEND MAP('GB15MAP') MAPSET('DGB15MAP')
001680          ERASE
001690     END-EXEC.
001700 1000-EXIT.
001710     EXIT.
001720*
001730*---------------------------------------------------------------*
001740* 2000-GET-SELECTION - RECEIVE THE MAP AND REJECT A BLANK OR    *
001750*     UNKNOWN TABLE NAME, RE-PROMPTING ON THE SAME SCREEN.  A   *
001760*     SIGN-ON THAT HAS LAPSED ENDS THE SESSION HERE.            *
001770*---------------------------------------------------------------*
001780 2000-GET-SELECTION.
001790     EXEC CICS RECEIVE MAP('GB15MAP') MAPSET('DGB15MAP')
001800     END-EXEC.
001810     PERFORM 0500-CHECK-SIGNON THRU 0500-EXIT.
001820     IF NOT AUTH-GRANTED
001830         SET SELECTION-VALID TO TRUE
001840         SET INQ-IS-DONE     TO TRUE
001850         GO TO 2000-EXIT
001860     END-IF.
001870     IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
001880         SET SELECTION-VALID TO TRUE
001890         SET INQ-IS-DONE     TO TRUE
001900         GO TO 2000-EXIT
001910     END-IF.
001920     PERFORM 2100-EDIT-SELECTION THRU 2100-EXIT.
001930 2000-EXIT.
001940     EXIT.
001950*
001960*---------------------------------------------------------------*
001970* 2100-EDIT-SELECTION - CHECK THE KEYED TABLE NAME AND, IF IT   *
001980*     IS ONE OF THE AUDITED TABLES, ADOPT IT AND THE KEY (BLANK *
001990*     FOR THE WHOLE TABLE) AND RESTART AT PAGE 1.  A BAD TABLE  *
002000*     NAME IS REFUSED WITHOUT DISTURBING THE CHANGES ALREADY ON *
002010*     THE SCREEN.                                               *
002020*---------------------------------------------------------------*
002030 2100-EDIT-SELECTION.
002040     IF TBLL = ZERO
002050         MOVE 'PLEASE ENTER A TABLE NAME' TO MSGLNO
002060         EXEC CICS SEND MAP('GB15MAP') MAPSET('DGB15MAP')
002070              DATAONLY CURSOR
002080         END-EXEC
002090         GO TO 2100-EXIT
002100     END-IF.
002110     MOVE TBLI TO KEYED-TABLE-NAME.
002120     IF NOT KEYED-TABLE-KNOWN
002130         MOVE 'TABLE: KIOSKS, BANNED_WORDS OR EVENTS' TO MSGLNO
002140         EXEC CICS SEND MAP('GB15MAP') MAPSET('DGB15MAP')
002150              DATAONLY CURSOR
002160         END-EXEC
002170         GO TO 2100-EXIT
002180     END-IF.
002190     MOVE KEYED-TABLE-NAME TO SEL-TABLE-NAME.
002200     IF KEYL = ZERO
002210         MOVE SPACES TO SEL-KEY
002220     ELSE
002230         MOVE KEYI TO SEL-KEY
002240     END-IF.
002250     MOVE 1 TO PAGE-NO.
002260     SET SELECTION-VALID TO TRUE.
002270 2100-EXIT.
002280     EXIT.
002290*
002300*---------------------------------------------------------------*
002310* 3000-DISPLAY-PAGE - FETCH THE CURRENT PAGE OF CHANGES AND     *
002320*     SEND IT TO THE TERMINAL.                                  *
002330*---------------------------------------------------------------*
002340 3000-DISPLAY-PAGE.
002350     PERFORM 3100-FETCH-PAGE THRU 3100-EXIT.
002360     MOVE SEL-TABLE-NAME TO TBLO.
002370     MOVE SEL-KEY        TO KEYO.
002380     MOVE PAGE-NO        TO PAGEO.
002390     IF ROWS-ON-PAGE = ZERO
002400         MOVE 'NO CHANGES ON THIS PAGE' TO MSGLNO
002410     ELSE
002420         MOVE SPACES TO MSGLNO
002430     END-IF.
002440     COMPUTE LINES-ON-PAGE = ROWS-ON-PAGE * 3.
002450     PERFORM 3200-MOVE-LINE-TO-MAP THRU 3200-EXIT
002460             VARYING LINE-INDEX FROM 1 BY 1
002470             UNTIL LINE-INDEX GREATER THAN 12.
002480     EXEC CICS SEND MAP('GB15MAP') MAPSET('DGB15MAP')
002490          DATAONLY
002500     END-EXEC.
002510 3000-EXIT.
002520     EXIT.
002530*
002540*---------------------------------------------------------------*
002550* 3100-FETCH-PAGE - OPEN A CURSOR OVER THE TABLE'S CHANGES (OR  *
002560*     ONE KEY'S, WHEN A KEY WAS GIVEN), NEWEST FIRST, SKIP TO   *
002570*     THE START OF THE CURRENT PAGE, AND FETCH UP TO 4 CHANGES  *
002580*     INTO PAGE-CHANGES.                                        *
002590*---------------------------------------------------------------*
002600 3100-FETCH-PAGE.
002610     MOVE ZERO TO ROWS-ON-PAGE.
002620     COMPUTE SKIP-COUNT = (PAGE-NO - 1) * 4.
002630     EXEC SQL
002640          DECLARE GB15CSR CURSOR FOR
002650          SELECT CHANGE_KEY, ACTION,
002660                 COALESCE(BEFORE_IMAGE, ' '),
002670                 COALESCE(AFTER_IMAGE, ' '),
002680                 TERM_ID, COALESCE(USER_ID, ' '),
002690                 CHAR(CHANGED_AT)
002700            FROM MASTER_AUDIT
002710           WHERE TABLE_NAME = :SEL-TABLE-NAME
002720             AND (:SEL-KEY = ' '
002730              OR  CHANGE_KEY = TRIM(:SEL-KEY))
002740           ORDER BY CHANGED_AT DESC
002750     END-EXEC.
002760     EXEC SQL
002770          OPEN GB15CSR
002780     END-EXEC.
002790     PERFORM 3110-SKIP-ROW THRU 3110-EXIT
002800             VARYING SKIP-INDEX FROM 1 BY 1
002810             UNTIL SKIP-INDEX GREATER THAN SKIP-COUNT
002820                OR SQLCODE NOT EQUAL ZERO.
002830     PERFORM 3120-FETCH-ROW THRU 3120-EXIT
002840             VARYING ROW-INDEX FROM 1 BY 1
002850             UNTIL ROW-INDEX GREATER THAN 4
002860                OR SQLCODE NOT EQUAL ZERO.
002870     EXEC SQL
002880          CLOSE GB15CSR
002890     END-EXEC.
002900 3100-EXIT.
002910     EXIT.
002920*
002930*---------------------------------------------------------------*
002940* 3110-SKIP-ROW - DISCARD ONE ROW WHILE POSITIONING TO THE PAGE.*
002950*---------------------------------------------------------------*
002960 3110-SKIP-ROW.
002970     EXEC SQL
002980          FETCH GB15CSR
002990           INTO :CHG-KEY, :CHG-ACTION, :CHG-BEFORE, :CHG-AFTER,
003000                :CHG-TERM-ID, :CHG-USER-ID, :CHG-CHANGED-AT
003010     END-EXEC.
003020 3110-EXIT.
003030     EXIT.
003040*
003050*---------------------------------------------------------------*
003060* 3120-FETCH-ROW - FETCH ONE CHANGE OF THE CURRENT PAGE AND     *
003070*     FORMAT IT AS ITS THREE LINES: WHEN/WHAT/WHO, THEN THE     *
003080*     BEFORE IMAGE AND THE AFTER IMAGE, IN THAT ORDER AND       *
003085*     UNLABELLED SO THE WHOLE 79-BYTE SCREEN LINE CARRIES THE   *
003087*     IMAGE.  AN ADD HAS A BLANK BEFORE LINE, A DELETE A BLANK  *
003088*     AFTER LINE.                                               *
003090*---------------------------------------------------------------*
003100 3120-FETCH-ROW.
003110     EXEC SQL
003120          FETCH GB15CSR
003130           INTO :CHG-KEY, :CHG-ACTION, :CHG-BEFORE, :CHG-AFTER,
003140                :CHG-TERM-ID, :CHG-USER-ID, :CHG-CHANGED-AT
003150     END-EXEC.
003160     IF SQLCODE NOT = ZERO
003170         GO TO 3120-EXIT
003180     END-IF.
003190     ADD 1 TO ROWS-ON-PAGE.
003200     COMPUTE LINE-INDEX = (ROW-INDEX - 1) * 3 + 1.
003210     MOVE CHG-CHANGED-AT TO CH-CHANGED-AT.
003220     EVALUATE CHG-ACTION
003230         WHEN 'A'
003240             MOVE 'ADDED'   TO CH-ACTION
003250         WHEN 'U'
003260             MOVE 'UPDATED' TO CH-ACTION
003270         WHEN 'D'
003280             MOVE 'DELETED' TO CH-ACTION
003290         WHEN OTHER
003300             MOVE CHG-ACTION TO CH-ACTION
003310     END-EVALUATE.
003320     MOVE CHG-USER-ID    TO CH-USER-ID.
003330     MOVE CHG-TERM-ID    TO CH-TERM-ID.
003340     MOVE CHG-KEY        TO CH-KEY.
003350     MOVE CHG-HEAD-LINE  TO PC-LINE(LINE-INDEX).
003360     ADD 1 TO LINE-INDEX.
003380     MOVE CHG-BEFORE     TO CI-IMAGE.
003390     MOVE CHG-IMAGE-LINE TO PC-LINE(LINE-INDEX).
003400     ADD 1 TO LINE-INDEX.
003420     MOVE CHG-AFTER      TO CI-IMAGE.
003430     MOVE CHG-IMAGE-LINE TO PC-LINE(LINE-INDEX).
003440 3120-EXIT.
003450     EXIT.
003460*
003470*---------------------------------------------------------------*
003480* 3200-MOVE-LINE-TO-MAP - COPY ONE FORMATTED LINE TO THE MAP,   *
003490*     LEAVING TRAILING SCREEN LINES BLANK WHEN THE PAGE IS      *
003500*     SHORT OF 4 CHANGES.                                       *
003510*---------------------------------------------------------------*
003520 3200-MOVE-LINE-TO-MAP.
003530     IF LINE-INDEX LESS THAN OR EQUAL TO LINES-ON-PAGE
003540         MOVE PC-LINE(LINE-INDEX) TO ALINEO(LINE-INDEX)
003550     ELSE
003560         MOVE SPACES TO ALINEO(LINE-INDEX)
003570     END-IF.
003580 3200-EXIT.
003590     EXIT.
003600*
003610*---------------------------------------------------------------*
003620* 4000-PROCESS-REQUEST - WAIT FOR A PF KEY AND PAGE THE CHANGES.*
003630*     ENTER WITH A NEW TABLE OR KEY RESTARTS AT PAGE 1.         *
003640*---------------------------------------------------------------*
003650 4000-PROCESS-REQUEST.
003660     EXEC CICS RECEIVE MAP('GB15MAP') MAPSET('DGB15MAP')
003670     END-EXEC.
003680     PERFORM 0500-CHECK-SIGNON THRU 0500-EXIT.
003690     IF NOT AUTH-GRANTED
003700         SET INQ-IS-DONE TO TRUE
003710         GO TO 4000-EXIT
003720     END-IF.
003730     EVALUATE TRUE
003740         WHEN EIBAID = DFHPF8
003750             ADD 1 TO PAGE-NO
003760             PERFORM 3000-DISPLAY-PAGE THRU 3000-EXIT
003770         WHEN EIBAID = DFHPF7
003780             IF PAGE-NO GREATER THAN 1
003790                 SUBTRACT 1 FROM PAGE-NO
003800             END-IF
003810             PERFORM 3000-DISPLAY-PAGE THRU 3000-EXIT
003820         WHEN EIBAID = DFHENTER
003830             SET SELECTION-NOT-VALID TO TRUE
003840             PERFORM 2100-EDIT-SELECTION THRU 2100-EXIT
003850             IF SELECTION-VALID
003860                 PERFORM 3000-DISPLAY-PAGE THRU 3000-EXIT
003870             END-IF
003880         WHEN EIBAID = DFHPF3
003890         WHEN EIBAID = DFHCLEAR
003900             SET INQ-IS-DONE TO TRUE
003910         WHEN OTHER
003920             MOVE 'PRESS PF7/PF8 TO PAGE, PF3 TO EXIT' TO MSGLNO
003930             EXEC CICS SEND MAP('GB15MAP') MAPSET('DGB15MAP')
003940                  DATAONLY
003950             END-EXEC
003960     END-EVALUATE.
003970 4000-EXIT.
003980     EXIT.
003990*
004000*---------------------------------------------------------------*
004010* 9000-RETURN-TRANS                                              *
004020*---------------------------------------------------------------*
004030 9000-RETURN-TRANS.
004040     EXEC CICS RETURN
004050     END-EXEC.
004060 9000-EXIT.
004070     EXIT.
