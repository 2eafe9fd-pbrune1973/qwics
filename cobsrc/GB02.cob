000240*   (THE ENTRY IDS BOUNDING THE PAGE) CARRIED IN THE COMMAREA,
000250*   SO NOTHING IS HELD WHILE THE OPERATOR READS THE SCREEN AND
000260*   PAGING REPOSITIONS BY ID INSTEAD OF RE-READING THE TABLE.
000263*   UNDER EACH ENTRY IS ITS LATEST APPROVED HOST REPLY
000266*   (REPLIES, WRITTEN ON GB19), WITH ITS PLACE AMONG THE ENTRY'S
000267*   APPROVED REPLIES.  PF10 STEPS EACH REPLY LINE ON TO THE
000268*   ENTRY'S NEXT APPROVED REPLY, WRAPPING BACK TO ITS FIRST, SO
000269*   EVERY APPROVED REPLY CAN BE READ.
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY.
000290*   01/16/26  ROB  ORIGINAL PROGRAM.
000456*                  SCREEN - A TYPO'D CODE USED TO JUST SHOW AN
000458*                  EMPTY PAGE SILENTLY.  THE NAME RIDES IN THE
000459*                  COMMAREA SO PAGING DOES NOT RE-READ EVENTS.
000460*   10/14/26  ROB  HOST REPLIES - SHOW THE LATEST APPROVED REPLY
000461*                  TO EACH ENTRY ON ITS OWN LINE UNDER IT, WITH
000462*                  "(+N)" WHEN THERE ARE EARLIER ONES TOO.
000463*   10/15/26  ROB  PF10 STEPS EACH ROW'S REPLY LINE TO THE ENTRY'S
000464*                  NEXT APPROVED REPLY, WRAPPING TO THE FIRST -
000465*                  A SECOND APPROVED REPLY USED TO HIDE THE FIRST
000466*                  FOR GOOD.  THE LINE SHOWS ITS PLACE "(N/M)"
000467*                  AND THE REPLY SHOWN PER ROW RIDES IN THE
000468*                  COMMAREA.
000469*****************************************************************
000470  IDENTIFICATION DIVISION.
000480  PROGRAM-ID.    GB02.
000490  AUTHOR.        R. OKONKWO-BATES.
000630      05  BROWSE-DONE-SW      PIC X(01)  VALUE 'N'.
000640          88  BROWSE-IS-DONE            VALUE 'Y'.
000650          88  BROWSE-NOT-DONE           VALUE 'N'.
000653      05  REPLY-STEP-SW       PIC X(01)  VALUE 'N'.
000656          88  REPLY-STEP-ON             VALUE 'Y'.
000660*
000670*---------------------------------------------------------------*
000680*    TRANSACTION-ID TO CHAIN TO ON RETURN                        *
000730*    PAGE POSITION CARRIED ACROSS TASKS IN THE COMMAREA -       *
000740*    THE PAGE NUMBER SHOWN, THE ENTRY IDS BOUNDING THE PAGE,    *
000750*    AND THE EVENT SELECTED (BLANK = EVERY EVENT) WITH ITS      *
000755*    NAME FROM THE EVENTS TABLE - AND, FOR EACH ROW, THE ENTRY  *
000756*    AND THE HOST REPLY SHOWN UNDER IT, FOR PF10 TO STEP ON     *
000757*    FROM.                                                      *
000760*---------------------------------------------------------------*
000770  01  GB02-COMMAREA.
000780      05  CA-PAGE-NO          PIC 9(04).
000800      05  CA-LAST-ID          PIC S9(09) COMP.
000810      05  CA-EVENT-FILTER     PIC X(08).
000815      05  CA-EVENT-NAME       PIC X(40).
000816      05  CA-REPLY-SHOWN OCCURS 4 TIMES.
000817          10  CA-RPL-ENTRY-ID PIC S9(09) COMP.
000818          10  CA-RPL-REPLY-ID PIC S9(09) COMP.
000820*
000830*---------------------------------------------------------------*
000840*    CURSOR POSITIONING AND FETCH CONTROLS                      *
001020          10  PE-MESSAGE      PIC X(200).
001030*
001040  01  SWAP-ROW                PIC X(224).
001041*
001042*---------------------------------------------------------------*
001043*    APPROVED HOST REPLY SHOWN UNDER ONE ENTRY ON THE PAGE, ITS *
001044*    PLACE AMONG THE ENTRY'S APPROVED REPLIES, AND THE LINE     *
001045*    SHOWN UNDER THE ENTRY                                      *
001046*---------------------------------------------------------------*
001047  01  REPLY-LOOKUP.
001048      05  RPL-ENTRY-ID        PIC S9(09) COMP.
001049      05  RPL-PREV-ID         PIC S9(09) COMP.
001050      05  RPL-SHOW-ID         PIC S9(09) COMP.
001051      05  RPL-COUNT           PIC S9(09) COMP.
001052      05  RPL-PLACE           PIC S9(09) COMP.
001053      05  RPL-TEXT            PIC X(70).
001054*
001055  01  REPLY-LINE.
001056      05  FILLER              PIC X(04)  VALUE 'RE: '.
001057      05  RY-TEXT             PIC X(70).
001058      05  RY-PLACE            PIC X(05).
001059*
001060  01  REPLY-PLACE.
001061      05  FILLER              PIC X(01)  VALUE '('.
001062      05  RP-PLACE            PIC 9(01).
001063      05  FILLER              PIC X(01)  VALUE '/'.
001064      05  RP-COUNT            PIC 9(01).
001065      05  FILLER              PIC X(01)  VALUE ')'.
001066*
001067      EXEC SQL
001070           INCLUDE SQLCA
001080      END-EXEC.
001090  COPY DFHAID.
001110  COPY DGB02MAP.
001120*
001130  LINKAGE SECTION.
001140  01  DFHCOMMAREA             PIC X(92).
001150*
001160  PROCEDURE DIVISION.
001170*---------------------------------------------------------------*
002890      IF ROW-INDEX LESS THAN OR EQUAL TO ROWS-ON-PAGE
002900          MOVE PE-TITLE(ROW-INDEX)   TO TITLO(ROW-INDEX)
002910          MOVE PE-MESSAGE(ROW-INDEX) TO MSGTO(ROW-INDEX)
002915          PERFORM 2250-MOVE-REPLY-TO-MAP THRU 2250-EXIT
002920      ELSE
002930          MOVE SPACES TO TITLO(ROW-INDEX)
002940          MOVE SPACES TO MSGTO(ROW-INDEX)
002945          MOVE SPACES TO RPLYO(ROW-INDEX)
002946          MOVE ZERO   TO CA-RPL-ENTRY-ID(ROW-INDEX)
002947          MOVE ZERO   TO CA-RPL-REPLY-ID(ROW-INDEX)
002950      END-IF.
002960  2200-EXIT.
002961      EXIT.
002962*
002963*---------------------------------------------------------------*
002964* 2250-MOVE-REPLY-TO-MAP - PUT AN APPROVED HOST REPLY TO THE     *
002965*     ENTRY IN THIS ROW ON THE LINE UNDER IT: THE LATEST ONE     *
002966*     WHEN THE PAGE IS FETCHED, OR ON PF10 THE NEXT ONE AFTER    *
002967*     THE REPLY SHOWN BEFORE, WRAPPING BACK TO THE FIRST.  WHEN  *
002968*     THE ENTRY HAS MORE THAN ONE, "(N/M)" GIVES THE REPLY'S     *
002969*     PLACE AMONG THEM (BOTH STOP AT 9).  THE REPLY SHOWN IS     *
002970*     KEPT IN THE COMMAREA; A ROW WHOSE ENTRY HAS CHANGED SINCE  *
002971*     STARTS AGAIN AT THE LATEST.  THE LINE IS BLANK WHEN THE    *
002972*     ENTRY HAS NO APPROVED REPLY.                               *
002973*---------------------------------------------------------------*
002974  2250-MOVE-REPLY-TO-MAP.
002975      MOVE SPACES TO RPLYO(ROW-INDEX).
002976      MOVE PE-ID(ROW-INDEX) TO RPL-ENTRY-ID.
002977      MOVE ZERO TO RPL-SHOW-ID.
002978      IF REPLY-STEP-ON
002979         AND CA-RPL-ENTRY-ID(ROW-INDEX) = RPL-ENTRY-ID
002980          MOVE CA-RPL-REPLY-ID(ROW-INDEX) TO RPL-PREV-ID
002981          EXEC SQL
002982               SELECT COALESCE(MIN(REPLY_ID), 0)
002983                 INTO :RPL-SHOW-ID
002984                 FROM REPLIES
002985                WHERE ENTRY_ID = :RPL-ENTRY-ID
002986                  AND APPROVED = 'A'
002987                  AND REPLY_ID > :RPL-PREV-ID
002988          END-EXEC
002989          IF RPL-SHOW-ID = ZERO
002990              EXEC SQL
002991                   SELECT COALESCE(MIN(REPLY_ID), 0)
002992                     INTO :RPL-SHOW-ID
002993                     FROM REPLIES
002994                    WHERE ENTRY_ID = :RPL-ENTRY-ID
002995                      AND APPROVED = 'A'
002996              END-EXEC
002997          END-IF
002998      ELSE
002999          EXEC SQL
003000               SELECT COALESCE(MAX(REPLY_ID), 0)
003001                 INTO :RPL-SHOW-ID
003002                 FROM REPLIES
003003                WHERE ENTRY_ID = :RPL-ENTRY-ID
003004                  AND APPROVED = 'A'
003005          END-EXEC
003006      END-IF.
003007      MOVE RPL-ENTRY-ID TO CA-RPL-ENTRY-ID(ROW-INDEX).
003008      MOVE RPL-SHOW-ID  TO CA-RPL-REPLY-ID(ROW-INDEX).
003009      IF RPL-SHOW-ID = ZERO
003010          GO TO 2250-EXIT
003011      END-IF.
003012      EXEC SQL
003013           SELECT REPLY_TEXT
003014             INTO :RPL-TEXT
003015             FROM REPLIES
003016            WHERE REPLY_ID = :RPL-SHOW-ID
003017      END-EXEC.
003018      EXEC SQL
003019           SELECT COUNT(*),
003020                  COALESCE(SUM(CASE WHEN REPLY_ID <= :RPL-SHOW-ID
003021                                    THEN 1 ELSE 0 END), 0)
003022             INTO :RPL-COUNT, :RPL-PLACE
003023             FROM REPLIES
003024            WHERE ENTRY_ID = :RPL-ENTRY-ID
003025              AND APPROVED = 'A'
003026      END-EXEC.
003027      MOVE RPL-TEXT TO RY-TEXT.
003028      IF RPL-COUNT LESS THAN 2
003029          MOVE SPACES TO RY-PLACE
003030      ELSE
003031          IF RPL-COUNT GREATER THAN 9
003032              MOVE 9 TO RPL-COUNT
003033          END-IF
003034          IF RPL-PLACE GREATER THAN 9
003035              MOVE 9 TO RPL-PLACE
003036          END-IF
003037          MOVE RPL-PLACE   TO RP-PLACE
003038          MOVE RPL-COUNT   TO RP-COUNT
003039          MOVE REPLY-PLACE TO RY-PLACE
003040      END-IF.
003041      MOVE REPLY-LINE TO RPLYO(ROW-INDEX).
003042  2250-EXIT.
003043      EXIT.
003044*
003045*---------------------------------------------------------------*
003046* 2400-ADOPT-PAGE-IDS - REMEMBER THE ENTRY IDS BOUNDING THE      *
003047*     PAGE JUST FETCHED, SO THE NEXT TASK CAN REPOSITION FROM    *
003048*     THEM.  AN EMPTY PAGE KEEPS THE PREVIOUS BOUNDS.            *
003049*---------------------------------------------------------------*
003050  2400-ADOPT-PAGE-IDS.
003051      IF ROWS-ON-PAGE GREATER THAN ZERO
003060          MOVE PE-ID(1)            TO CA-FIRST-ID
003070          MOVE PE-ID(ROWS-ON-PAGE) TO CA-LAST-ID
003080      END-IF.
003230              PERFORM 4000-PAGE-BACKWARD THRU 4000-EXIT
003240          WHEN EIBAID = DFHENTER
003250              PERFORM 4500-SELECT-EVENT THRU 4500-EXIT
003253          WHEN EIBAID = DFHPF10
003256              PERFORM 5000-NEXT-REPLY THRU 5000-EXIT
003260          WHEN EIBAID = DFHPF3
003270          WHEN EIBAID = DFHCLEAR
003280              SET BROWSE-IS-DONE TO TRUE
003290          WHEN OTHER
003300              MOVE 'PF7/PF8 PAGE, PF10 NEXT REPLY, PF3 EXIT'
003305                TO MSGLNO
003310              EXEC CICS SEND MAP('GB02MAP') MAPSET('DGB02MAP')
003320                   DATAONLY
003330              END-EXEC
004010  4500-EXIT.
004020      EXIT.
004030*
004031*---------------------------------------------------------------*
004032* 5000-NEXT-REPLY - PF10.  FETCH THE PAGE SHOWN AGAIN AND STEP   *
004033*     THE REPLY LINE UNDER EACH ENTRY ON TO ITS NEXT APPROVED    *
004034*     REPLY, WRAPPING BACK TO ITS FIRST AFTER ITS LAST, SO EVERY *
004035*     APPROVED REPLY CAN BE REACHED.  THE EMPTY PAGE PAST THE    *
004036*     END (ITS BOUNDS ARE INVERTED) IS JUST REDISPLAYED.         *
004037*---------------------------------------------------------------*
004038  5000-NEXT-REPLY.
004039      IF CA-FIRST-ID GREATER THAN CA-LAST-ID
004040          MOVE ZERO TO ROWS-ON-PAGE
004041          PERFORM 2000-SEND-PAGE THRU 2000-EXIT
004042          GO TO 5000-EXIT
004043      END-IF.
004044      MOVE CA-FIRST-ID TO FWD-POS-ID.
004045      PERFORM 2100-FETCH-PAGE-FORWARD THRU 2100-EXIT.
004046      PERFORM 2400-ADOPT-PAGE-IDS THRU 2400-EXIT.
004047      SET REPLY-STEP-ON TO TRUE.
004048      PERFORM 2000-SEND-PAGE THRU 2000-EXIT.
004049  5000-EXIT.
004050      EXIT.
004051*
004052*---------------------------------------------------------------*
004053* 9000-RETURN-TRANS - ON PF3/CLEAR END THE SESSION; OTHERWISE    *
004060*     RETURN TO CICS WITH THE PAGE POSITION IN THE COMMAREA SO   *
004070*     THE NEXT KEYSTROKE RESTARTS THIS TRANSACTION WITHOUT       *
004080*     ANYTHING HELD WHILE THE OPERATOR READS THE SCREEN.         *
