000280*   CANCELS THE PENDING TIMED START SO THE LOOP NEVER
000290*   INTERRUPTS A GUEST MID-ENTRY.  WITHDRAWN AND PENDING
000300*   ENTRIES NEVER APPEAR, SAME AS EVERY PUBLIC-FACING SELECT.
000303*   UNDER EACH ENTRY IS ONE OF ITS APPROVED HOST REPLIES
000306*   (REPLIES, WRITTEN ON GB19), OLDEST FIRST, WITH ITS PLACE
000307*   AMONG THEM.  WHILE AN ENTRY ON THE PAGE STILL HAS A LATER
000308*   REPLY TO SHOW, EACH TIMED START STEPS EVERY REPLY LINE ON
000309*   TO ITS ENTRY'S NEXT APPROVED REPLY (WRAPPING BACK TO THE
000310*   FIRST) INSTEAD OF ADVANCING THE PAGE, SO EVERY APPROVED
000311*   REPLY IS SHOWN BEFORE THE LOOP MOVES ON.
000312*-----------------------------------------------------------------
000320* MODIFICATION HISTORY.
000330*   08/31/26  ROB  ORIGINAL PROGRAM.
000332*   10/14/26  ROB  HOST REPLIES - SHOW THE LATEST APPROVED REPLY
000334*                  TO EACH ENTRY ON ITS OWN LINE UNDER IT, WITH
000336*                  "(+N)" WHEN THERE ARE EARLIER ONES TOO.
000337*   10/15/26  ROB  EACH TIMED START STEPS THE REPLY LINES TO
000338*                  THE NEXT APPROVED REPLY, OLDEST FIRST, AND
000339*                  THE PAGE ADVANCES ONCE EVERY ROW HAS SHOWN
000340*                  ITS LATEST - A SECOND APPROVED REPLY USED TO
000341*                  HIDE THE FIRST FOR GOOD.  THE LINE SHOWS ITS
000342*                  PLACE "(N/M)" AND THE REPLY SHOWN PER ROW
000343*                  RIDES IN THE COMMAREA.
000344*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.    GB12.
000370 AUTHOR.        R. OKONKWO-BATES.
000610*
000620 01  START-CODE              PIC X(02).
000630*
000631*---------------------------------------------------------------*
000632*    SWITCHES                                                   *
000633*---------------------------------------------------------------*
000634 01  GB12-SWITCHES.
000635     05  REPLY-STEP-SW       PIC X(01)  VALUE 'N'.
000636         88  REPLY-STEP-ON             VALUE 'Y'.
000637*
000640*---------------------------------------------------------------*
000650*    DISPLAY STATE CARRIED BETWEEN TIMED STARTS - THE PAGE      *
000660*    SHOWN, THE EVENT THE TERMINAL IS ASSIGNED TO (BLANK =     *
000670*    EVERY EVENT) AND THE HEADING NAME - AND, FOR EACH ROW,     *
000672*    THE ENTRY, THE HOST REPLY SHOWN UNDER IT AND WHETHER THE   *
000674*    ROW HAS REACHED ITS LATEST REPLY YET.  MORE-REPLIES HOLDS  *
000676*    THE PAGE FOR ANOTHER STEP WHILE ANY ROW HAS NOT.           *
000680*---------------------------------------------------------------*
000690 01  GB12-COMMAREA.
000700     05  CA-PAGE-NO          PIC 9(04).
000710     05  CA-EVENT-FILTER     PIC X(08).
000720     05  CA-EVENT-NAME       PIC X(40).
000721     05  CA-MORE-REPLIES-SW  PIC X(01).
000722         88  CA-MORE-REPLIES           VALUE 'Y'.
000723     05  CA-REPLY-SHOWN OCCURS 4 TIMES.
000724         10  CA-RPL-ENTRY-ID PIC S9(09) COMP.
000725         10  CA-RPL-REPLY-ID PIC S9(09) COMP.
000726         10  CA-RPL-DONE-SW  PIC X(01).
000727             88  CA-RPL-DONE           VALUE 'Y'.
000730*
000740 01  RETRIEVE-LEN            PIC S9(04) COMP.
000750*
000860*    ONE APPROVED ENTRY FETCHED FOR THE DISPLAY                 *
000870*---------------------------------------------------------------*
000880 01  DSP-ENTRY.
000885     05  DSP-ID              PIC S9(09) COMP.
000890     05  DSP-TITLE           PIC X(20).
000900     05  DSP-MESSAGE         PIC X(200).
000910*
000940*---------------------------------------------------------------*
000950 01  PAGE-ENTRIES.
000960     05  PAGE-ROW OCCURS 4 TIMES.
000965         10  PE-ID           PIC S9(09) COMP.
000970         10  PE-TITLE        PIC X(20).
000980         10  PE-MESSAGE      PIC X(200).
000981*
000982*---------------------------------------------------------------*
000983*    APPROVED HOST REPLY SHOWN UNDER ONE ENTRY ON THE PAGE, ITS *
000984*    PLACE AMONG THE ENTRY'S APPROVED REPLIES, AND THE LINE     *
000985*    SHOWN UNDER THE ENTRY                                      *
000986*---------------------------------------------------------------*
000987 01  REPLY-LOOKUP.
000988     05  RPL-ENTRY-ID        PIC S9(09) COMP.
000989     05  RPL-PREV-ID         PIC S9(09) COMP.
000990     05  RPL-SHOW-ID         PIC S9(09) COMP.
000991     05  RPL-COUNT           PIC S9(09) COMP.
000992     05  RPL-PLACE           PIC S9(09) COMP.
000993     05  RPL-TEXT            PIC X(70).
000994*
000995 01  REPLY-LINE.
000996     05  FILLER              PIC X(04)  VALUE 'RE: '.
000997     05  RY-TEXT             PIC X(70).
000998     05  RY-PLACE            PIC X(05).
000999*
001000 01  REPLY-PLACE.
001001     05  FILLER              PIC X(01)  VALUE '('.
001002     05  RP-PLACE            PIC 9(01).
001003     05  FILLER              PIC X(01)  VALUE '/'.
001004     05  RP-COUNT            PIC 9(01).
001005     05  FILLER              PIC X(01)  VALUE ')'.
001006*
001007     EXEC SQL
001010          INCLUDE SQLCA
001020     END-EXEC.
001040 COPY DFHEIBLK.
001070 PROCEDURE DIVISION.
001080*---------------------------------------------------------------*
001090* 0000-MAINLINE - A TIMED START PICKS THE DISPLAY STATE UP      *
001100*     WITH RETRIEVE AND ADVANCES A PAGE - OR, WHILE A ROW ON    *
001103*     THE PAGE HAS A LATER HOST REPLY STILL TO SHOW, STAYS ON   *
001106*     THE PAGE AND STEPS THE REPLY LINES; ANY OTHER START (THE  *
001110*     OPERATOR KEYING GB12) BEGINS THE LOOP AT PAGE 1 FOR THE   *
001120*     TERMINAL'S EVENT.  EITHER WAY ONE PAGE IS SHOWN, THE      *
001130*     NEXT TIMED START IS SET, AND THE TASK ENDS.               *
001230              INTO(GB12-COMMAREA)
001240              LENGTH(RETRIEVE-LEN)
001250         END-EXEC
001252         IF CA-MORE-REPLIES
001254             SET REPLY-STEP-ON TO TRUE
001256         ELSE
001260             ADD 1 TO CA-PAGE-NO
001265         END-IF
001270     ELSE
001280         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
001290     END-IF.
001770         MOVE 1 TO CA-PAGE-NO
001780         PERFORM 2100-FETCH-PAGE THRU 2100-EXIT
001790     END-IF.
001795     MOVE 'N' TO CA-MORE-REPLIES-SW.
001800     MOVE SPACES TO GB12MAPO.
001810     MOVE CA-EVENT-NAME TO EVNMO.
001820     MOVE CA-PAGE-NO    TO PAGEO.
002010     COMPUTE SKIP-COUNT = (CA-PAGE-NO - 1) * 4.
002020     EXEC SQL
002030          DECLARE GB12CSR CURSOR FOR
002040          SELECT ID, TITLE, MESSAGE
002050            FROM ENTRIES
002060           WHERE APPROVED = 'A'
002070             AND (:CA-EVENT-FILTER = ' '
002310 2110-SKIP-ROW.
002320     EXEC SQL
002330          FETCH GB12CSR
002340           INTO :DSP-ID, :DSP-TITLE, :DSP-MESSAGE
002350     END-EXEC.
002360 2110-EXIT.
002370     EXIT.
002420 2120-FETCH-ROW.
002430     EXEC SQL
002440          FETCH GB12CSR
002450           INTO :DSP-ID, :DSP-TITLE, :DSP-MESSAGE
002460     END-EXEC.
002470     IF SQLCODE = ZERO
002480         ADD 1 TO ROWS-ON-PAGE
002485         MOVE DSP-ID      TO PE-ID(ROW-INDEX)
002490         MOVE DSP-TITLE   TO PE-TITLE(ROW-INDEX)
002500         MOVE DSP-MESSAGE TO PE-MESSAGE(ROW-INDEX)
002510     END-IF.
002610     IF ROW-INDEX LESS THAN OR EQUAL TO ROWS-ON-PAGE
002620         MOVE PE-TITLE(ROW-INDEX)   TO TITLO(ROW-INDEX)
002630         MOVE PE-MESSAGE(ROW-INDEX) TO MSGTO(ROW-INDEX)
002635         PERFORM 2250-MOVE-REPLY-TO-MAP THRU 2250-EXIT
002640     ELSE
002650         MOVE SPACES TO TITLO(ROW-INDEX)
002660         MOVE SPACES TO MSGTO(ROW-INDEX)
002665         MOVE SPACES TO RPLYO(ROW-INDEX)
002666         MOVE ZERO   TO CA-RPL-ENTRY-ID(ROW-INDEX)
002667         MOVE ZERO   TO CA-RPL-REPLY-ID(ROW-INDEX)
002668         MOVE 'Y'    TO CA-RPL-DONE-SW(ROW-INDEX)
002670     END-IF.
002680 2200-EXIT.
002681     EXIT.
002682*
002683*---------------------------------------------------------------*
002684* 2250-MOVE-REPLY-TO-MAP - PUT AN APPROVED HOST REPLY TO THE    *
002685*     ENTRY IN THIS ROW ON THE LINE UNDER IT: THE OLDEST WHEN   *
002686*     THE PAGE COMES UP, OR ON A STEP THE NEXT ONE AFTER THE    *
002687*     REPLY SHOWN BEFORE, WRAPPING BACK TO THE OLDEST.  WHEN    *
002688*     THE ENTRY HAS MORE THAN ONE, "(N/M)" GIVES THE REPLY'S    *
002689*     PLACE AMONG THEM (BOTH STOP AT 9).  A ROW IS DONE ONCE    *
002690*     IT HAS SHOWN ITS LATEST REPLY; UNTIL EVERY ROW IS DONE    *
002691*     THE PAGE IS HELD FOR ANOTHER STEP.  A ROW WHOSE ENTRY HAS *
002692*     CHANGED SINCE STARTS AGAIN AT THE OLDEST.  THE LINE IS    *
002693*     BLANK WHEN THE ENTRY HAS NO APPROVED REPLY - PENDING AND  *
002694*     WITHDRAWN REPLIES NEVER SHOW.                             *
002695*---------------------------------------------------------------*
002696 2250-MOVE-REPLY-TO-MAP.
002697     MOVE SPACES TO RPLYO(ROW-INDEX).
002698     MOVE PE-ID(ROW-INDEX) TO RPL-ENTRY-ID.
002699     MOVE ZERO TO RPL-PREV-ID.
002700     IF REPLY-STEP-ON
002701        AND CA-RPL-ENTRY-ID(ROW-INDEX) = RPL-ENTRY-ID
002702         MOVE CA-RPL-REPLY-ID(ROW-INDEX) TO RPL-PREV-ID
002703     ELSE
002704         MOVE 'N' TO CA-RPL-DONE-SW(ROW-INDEX)
002705     END-IF.
002706     EXEC SQL
002707          SELECT COALESCE(MIN(REPLY_ID), 0)
002708            INTO :RPL-SHOW-ID
002709            FROM REPLIES
002710           WHERE ENTRY_ID = :RPL-ENTRY-ID
002711             AND APPROVED = 'A'
002712             AND REPLY_ID > :RPL-PREV-ID
002713     END-EXEC.
002714     IF RPL-SHOW-ID = ZERO AND RPL-PREV-ID GREATER THAN ZERO
002715         EXEC SQL
002716              SELECT COALESCE(MIN(REPLY_ID), 0)
002717                INTO :RPL-SHOW-ID
002718                FROM REPLIES
002719               WHERE ENTRY_ID = :RPL-ENTRY-ID
002720                 AND APPROVED = 'A'
002721         END-EXEC
002722     END-IF.
002723     MOVE RPL-ENTRY-ID TO CA-RPL-ENTRY-ID(ROW-INDEX).
002724     MOVE RPL-SHOW-ID  TO CA-RPL-REPLY-ID(ROW-INDEX).
002725     IF RPL-SHOW-ID = ZERO
002726         MOVE 'Y' TO CA-RPL-DONE-SW(ROW-INDEX)
002727         GO TO 2250-EXIT
002728     END-IF.
002729     EXEC SQL
002730          SELECT REPLY_TEXT
002731            INTO :RPL-TEXT
002732            FROM REPLIES
002733           WHERE REPLY_ID = :RPL-SHOW-ID
002734     END-EXEC.
002735     EXEC SQL
002736          SELECT COUNT(*),
002737                 COALESCE(SUM(CASE WHEN REPLY_ID <= :RPL-SHOW-ID
002738                                   THEN 1 ELSE 0 END), 0)
002739            INTO :RPL-COUNT, :RPL-PLACE
002740            FROM REPLIES
002741           WHERE ENTRY_ID = :RPL-ENTRY-ID
002742             AND APPROVED = 'A'
002743     END-EXEC.
002744     IF RPL-PLACE NOT LESS THAN RPL-COUNT
002745         MOVE 'Y' TO CA-RPL-DONE-SW(ROW-INDEX)
002746     END-IF.
002747     IF NOT CA-RPL-DONE(ROW-INDEX)
002748         SET CA-MORE-REPLIES TO TRUE
002749     END-IF.
002750     MOVE RPL-TEXT TO RY-TEXT.
002751     IF RPL-COUNT LESS THAN 2
002752         MOVE SPACES TO RY-PLACE
002753     ELSE
002754         IF RPL-COUNT GREATER THAN 9
002755             MOVE 9 TO RPL-COUNT
002756         END-IF
002757         IF RPL-PLACE GREATER THAN 9
002758             MOVE 9 TO RPL-PLACE
002759         END-IF
002760         MOVE RPL-PLACE   TO RP-PLACE
002761         MOVE RPL-COUNT   TO RP-COUNT
002762         MOVE REPLY-PLACE TO RY-PLACE
002763     END-IF.
002764     MOVE REPLY-LINE TO RPLYO(ROW-INDEX).
002765 2250-EXIT.
002766     EXIT.
002767*
002768*---------------------------------------------------------------*
002769* 8000-SET-TIMER - SET THE TIMED START THAT ADVANCES THE LOOP   *
002770*     IF NOBODY TOUCHES THE TERMINAL.  THE REQUEST ID IS GB12   *
002771*     PLUS THE TERMINAL, SO GUESTBK CAN CANCEL EXACTLY THIS     *
002772*     SCREEN'S TIMER WHEN A GUEST STARTS TYPING.                *
002773*---------------------------------------------------------------*
002774 8000-SET-TIMER.
002780     EXEC CICS START TRANSID('GB12')
002790          TERMID(EIBTRMID)
002800          AFTER SECONDS(ATTRACT-SECS)
