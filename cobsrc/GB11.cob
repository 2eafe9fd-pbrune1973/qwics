000330*   CONVERSATIONAL LIKE GB07/GB08; ONLY RUN ONE AT A TIME, AND
000340*   NOT WHILE GB05 IS REPLAYING.  AT MOST 50 ENTRIES ARE
000350*   DRAINED PER SESSION; ANY BEYOND THAT STAY ON THE QUEUE.
000352*   ONLY A SIGNED-ON OPERATIONS USER MAY RUN IT (SEE GBAUTH);
000354*   EACH DISCARD IN GBDL CARRIES THE USER ID AND TERMINAL OF
000356*   WHOEVER DISCARDED IT.  A GUEST'S CONSENTED CONTACT ADDRESS
000357*   TRAVELS IN THE QUEUED RECORD BUT IS NEVER SHOWN HERE, AND
000358*   IS BLANKED BEFORE A DISCARDED RECORD GOES TO GBDL.
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY.
000380*   08/28/26  ROB  ORIGINAL PROGRAM.
000382*   09/02/26  ROB  WIDENED THE QUEUE TABLE SLOTS TO MATCH
000384*                  GBKENREC AFTER WATCH-PHRASE WAS ADDED TO
000386*                  THE ENTRY RECORD.
000387*   10/08/26  ROB  STAFF SIGN-ON - REFUSE ANYONE NOT SIGNED ON
000388*                  ON GB13 WITH THE OPERATIONS ROLE, CHECKED
000389*                  AGAIN ON EVERY KEY (A LAPSED SIGN-ON STILL
000390*                  WRITES THE QUEUE BACK).  THE GBDL RECORD NOW
000391*                  LEADS WITH THE DISCARDING USER ID AND
000392*                  TERMINAL AHEAD OF THE ENTRY.
000393*   10/15/26  ROB  WIDENED THE QUEUE TABLE SLOTS AND DL-ENTRY-
000394*                  DATA TO MATCH GBKENREC AFTER THE GUEST'S
000395*                  CONTACT FIELDS WERE ADDED; A DISCARDED
000396*                  RECORD HAS ITS CONTACT BLANKED BEFORE GBDL.
000397*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.    GB11.
000420 AUTHOR.        R. OKONKWO-BATES.
000880*
000890*---------------------------------------------------------------*
000900*    THE DRAINED QUEUE.  EACH SLOT HOLDS ONE GBKENTRY RECORD    *
000910*    (SEE GBKENREC) - KEEP THE SLOT SIZE, AND DL-ENTRY-DATA     *
000920*    BELOW, IN STEP WITH THE COPYBOOK WHEN THE RECORD GROWS.    *
000930*---------------------------------------------------------------*
000940 01  RQ-TABLE.
000950     05  RQ-COUNT            PIC 9(04)  VALUE ZERO.
000960     05  RQ-ITEM OCCURS 50 TIMES.
000970         10  RQ-ENTRY-DATA   PIC X(369).
000980*
000990*---------------------------------------------------------------*
001000*    DISCARD BEING LOGGED TO REJECT_LOG                         *
001010*---------------------------------------------------------------*
001020 01  GB11-DISCARD.
001030     05  DSC-TERM-ID         PIC X(04).
001031*
001032*---------------------------------------------------------------*
001033*    ONE GBDL AUDIT RECORD - WHO DISCARDED THE ENTRY, FROM      *
001034*    WHICH TERMINAL, AHEAD OF THE FULL GBKENTRY RECORD.  KEEP   *
001035*    DL-ENTRY-DATA THE SAME SIZE AS THE RQ-ENTRY-DATA SLOTS.    *
001036*---------------------------------------------------------------*
001037 01  GBDL-RECORD.
001038     05  DL-USER-ID          PIC X(08).
001039     05  DL-OPER-TERM-ID     PIC X(04).
001040     05  DL-ENTRY-DATA       PIC X(369).
001041*
001050*---------------------------------------------------------------*
001060*    ONE FORMATTED QUEUE LIST LINE                              *
001070*---------------------------------------------------------------*
001170     05  RL-EVENT-CODE       PIC X(08).
001180*
001190 COPY GBKENREC.
001195 COPY GBAUTHRQ.
001200     EXEC SQL
001210          INCLUDE SQLCA
001220     END-EXEC.
001290* 0000-MAINLINE                                                 *
001300*---------------------------------------------------------------*
001310 0000-MAINLINE.
001320     PERFORM 0500-CHECK-SIGNON    THRU 0500-EXIT.
001330     IF AUTH-GRANTED
001340         PERFORM 1000-INITIALIZE      THRU 1000-EXIT
001350         PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
001352                 UNTIL INSPECT-IS-DONE
001354         PERFORM 8000-UNLOAD-QUEUE    THRU 8000-EXIT
001356     END-IF.
001360     PERFORM 9000-RETURN-TRANS    THRU 9000-EXIT.
001361*
001362*---------------------------------------------------------------*
001363* 0500-CHECK-SIGNON - ONLY A SIGNED-ON OPERATIONS USER          *
001364*     MAY RUN THIS TRANSACTION (SEE GBAUTH).  ANYONE ELSE GETS  *
001365*     THE REASON ON A BLANK SCREEN AND THE TASK ENDS.           *
001366*---------------------------------------------------------------*
001367 0500-CHECK-SIGNON.
001368     MOVE EIBTRMID TO AUTH-TERM-ID.
001369     MOVE 'O   '   TO AUTH-ROLES.
001370     CALL 'GBAUTH' USING GBAUTH-REQUEST.
001371     IF AUTH-GRANTED
001372         GO TO 0500-EXIT
001373     END-IF.
001374     MOVE SPACES       TO GB11MAPO.
001375     MOVE AUTH-MESSAGE TO MSGLNO.
001376     EXEC CICS SEND MAP('GB11MAP') MAPSET('DGB11MAP')
001377          ERASE
001378     END-EXEC.
001379 0500-EXIT.
001380     EXIT.
001381*
001382*---------------------------------------------------------------*
001390* 1000-INITIALIZE - DRAIN GBRQ INTO THE TABLE AND PAINT THE     *
001400*     FIRST PAGE.  THE QZERO HANDLER ENDS THE DRAIN THE SAME    *
001410*     WAY GBKRPLY'S REPLAY LOOP ENDS.                           *
002250*
002260*---------------------------------------------------------------*
002270* 3000-PROCESS-REQUEST - WAIT FOR THE OPERATOR'S PF KEY.        *
002275*     THE SIGN-ON IS CHECKED AGAIN ON EVERY KEY.                *
002280*---------------------------------------------------------------*
002290 3000-PROCESS-REQUEST.
002300     EXEC CICS RECEIVE MAP('GB11MAP') MAPSET('DGB11MAP')
002310     END-EXEC.
002311     PERFORM 0500-CHECK-SIGNON THRU 0500-EXIT.
002312     IF NOT AUTH-GRANTED
002313         SET INSPECT-IS-DONE TO TRUE
002314         GO TO 3000-EXIT
002315     END-IF.
002320     EVALUATE TRUE
002330         WHEN EIBAID = DFHPF8
002340             ADD 1 TO PAGE-NO
003510*---------------------------------------------------------------*
003520* 6000-DISCARD-ITEM - PF6.  TAKE THE KEYED ITEM OFF THE QUEUE   *
003530*     FOR GOOD, BUT NEVER WITHOUT A TRACE: THE FULL RECORD      *
003540*     GOES TO THE GBDL AUDIT QUEUE BEHIND THE OPERATOR'S USER   *
003550*     ID AND TERMINAL, AND THE DISCARD IS LOGGED TO REJECT_LOG  *
003560*     (REASON 'D') UNDER THE KIOSK THAT TOOK THE ENTRY.  THE    *
003563*     GUEST'S CONTACT ADDRESS, IF ANY, IS BLANKED FIRST - A     *
003566*     DISCARDED ENTRY KEEPS NO CONTACT.                         *
003570*---------------------------------------------------------------*
003580 6000-DISCARD-ITEM.
003590     PERFORM 4000-GET-ITEM-NO THRU 4000-EXIT.
003650         GO TO 6000-EXIT
003660     END-IF.
003670     MOVE RQ-ENTRY-DATA(CONV-ITEM-NO) TO GBKENTRY.
003672     MOVE AUTH-USER-ID TO DL-USER-ID.
003674     MOVE EIBTRMID     TO DL-OPER-TERM-ID.
003675     MOVE SPACES       TO CONTACT-EMAIL.
003676     MOVE SPACES       TO CONTACT-CONSENT.
003677     MOVE GBKENTRY     TO DL-ENTRY-DATA.
003680     EXEC CICS WRITEQ TD QUEUE('GBDL')
003690          FROM(GBDL-RECORD)
003700          LENGTH(LENGTH OF GBDL-RECORD)
003710     END-EXEC.
003720     MOVE TERM-ID TO DSC-TERM-ID.
003730     EXEC SQL
