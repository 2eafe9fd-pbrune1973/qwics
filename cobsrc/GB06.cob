000210*   FOUR AT A TIME, OLDEST FIRST, THE SAME WAY GB02 PAGES
000220*   ENTRIES (PF7 BACK, PF8 FORWARD, PF3/CLEAR TO EXIT).  ENTER
000230*   WITH A NEW ID RESTARTS THE HISTORY AT PAGE 1 FOR THAT ID.
000232*   EACH LINE SHOWS THE TERMINAL AND THE SIGNED-ON USER WHO
000234*   MADE THE DECISION.  ONLY A SIGNED-ON MODERATOR OR
000236*   CONTENT-POLICY USER MAY RUN IT (SEE GBAUTH).
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY.
000260*   03/16/26  ROB  ORIGINAL PROGRAM.
000261*   10/08/26  ROB  STAFF SIGN-ON - REFUSE ANYONE NOT SIGNED ON
000262*                  ON GB13 AS A MODERATOR OR CONTENT-POLICY
000263*                  USER, CHECKED AGAIN ON EVERY KEY.  SHOW THE
000264*                  USER ID NOW RECORDED ON MOD_DECISIONS NEXT
000265*                  TO THE TERMINAL.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    GB06.
000750     05  HIST-NEW-STATUS     PIC X(01).
000760     05  HIST-MODERATOR      PIC X(08).
000770     05  HIST-DECIDED-AT     PIC X(26).
000775     05  HIST-USER-ID        PIC X(08).
000780*
000790*---------------------------------------------------------------*
000800*    ONE FORMATTED HISTORY LINE                                 *
000870     05  HL-MODERATOR        PIC X(08).
000880     05  FILLER              PIC X(02)  VALUE SPACES.
000890     05  HL-DECIDED-AT       PIC X(26).
000900     05  FILLER              PIC X(02)  VALUE SPACES.
000903     05  HL-USER-ID          PIC X(08).
000906     05  FILLER              PIC X(06)  VALUE SPACES.
000910*
000920*---------------------------------------------------------------*
000930*    ONE PAGE (UP TO 4 ROWS) FETCHED FROM MOD_DECISIONS          *
000960     05  PAGE-ROW OCCURS 4 TIMES.
000970         10  PD-LINE         PIC X(60).
000980*
000985 COPY GBAUTHRQ.
000990     EXEC SQL
001000          INCLUDE SQLCA
001010     END-EXEC.
001080* 0000-MAINLINE                                                 *
001090*---------------------------------------------------------------*
001100 0000-MAINLINE.
001110     PERFORM 0500-CHECK-SIGNON     THRU 0500-EXIT.
001120     IF AUTH-GRANTED
001130         PERFORM 1000-INITIALIZE       THRU 1000-EXIT
001140         PERFORM 2000-GET-ENTRY-ID     THRU 2000-EXIT
001150                 UNTIL ENTRY-ID-VALID
001160         IF HIST-NOT-DONE
001161             PERFORM 3000-DISPLAY-PAGE     THRU 3000-EXIT
001162         END-IF
001163         PERFORM 4000-PROCESS-REQUEST  THRU 4000-EXIT
001164                 UNTIL HIST-IS-DONE
001165     END-IF.
001170     PERFORM 9000-RETURN-TRANS     THRU 9000-EXIT.
001171*
001172*---------------------------------------------------------------*
001173* 0500-CHECK-SIGNON - ONLY A SIGNED-ON MODERATOR OR             *
001174*     CONTENT-POLICY USER MAY BROWSE THE HISTORY (SEE GBAUTH).  *
001175*     ANYONE ELSE GETS THE REASON ON A BLANK SCREEN.            *
001176*---------------------------------------------------------------*
001177 0500-CHECK-SIGNON.
001178     MOVE EIBTRMID TO AUTH-TERM-ID.
001179     MOVE 'MP  '   TO AUTH-ROLES.
001180     CALL 'GBAUTH' USING GBAUTH-REQUEST.
001181     IF AUTH-GRANTED
001182         GO TO 0500-EXIT
001183     END-IF.
001184     MOVE SPACES       TO GB06MAPO.
001185     MOVE AUTH-MESSAGE TO MSGLNO.
001186     EXEC CICS SEND MAP('GB06MAP') MAPSET('DGB06MAP')
001187          ERASE
001188     END-EXEC.
001189 0500-EXIT.
001190     EXIT.
001191*
001192*---------------------------------------------------------------*
001200* 1000-INITIALIZE - PAINT A BLANK HISTORY SCREEN                 *
001210*---------------------------------------------------------------*
001220 1000-INITIALIZE.
001330*---------------------------------------------------------------*
001340* 2000-GET-ENTRY-ID - RECEIVE THE MAP AND REJECT A BLANK OR      *
001350*     NON-NUMERIC ENTRY ID, RE-PROMPTING ON THE SAME SCREEN.     *
001355*     A SIGN-ON THAT HAS LAPSED ENDS THE SESSION HERE.           *
001360*---------------------------------------------------------------*
001370 2000-GET-ENTRY-ID.
001380     EXEC CICS RECEIVE MAP('GB06MAP') MAPSET('DGB06MAP')
001390     END-EXEC.
001391     PERFORM 0500-CHECK-SIGNON THRU 0500-EXIT.
001392     IF NOT AUTH-GRANTED
001393         SET ENTRY-ID-VALID TO TRUE
001394         SET HIST-IS-DONE   TO TRUE
001395         GO TO 2000-EXIT
001396     END-IF.
001400     IF ENTIDL = ZERO
001410         MOVE 'PLEASE ENTER AN ENTRY ID' TO MSGLNO
001420         EXEC CICS SEND MAP('GB06MAP') MAPSET('DGB06MAP')
002260     EXEC SQL
002270          DECLARE GB06CSR CURSOR FOR
002280          SELECT OLD_STATUS, NEW_STATUS, MODERATOR_ID,
002290                 CHAR(DECIDED_AT), COALESCE(USER_ID, ' ')
002300            FROM MOD_DECISIONS
002310           WHERE ENTRY_ID = :ENTRY-ID
002320           ORDER BY DECIDED_AT
002550     EXEC SQL
002560          FETCH GB06CSR
002570           INTO :HIST-OLD-STATUS, :HIST-NEW-STATUS,
002580                :HIST-MODERATOR, :HIST-DECIDED-AT,
002585                :HIST-USER-ID
002590     END-EXEC.
002600 3110-EXIT.
002610     EXIT.
002680     EXEC SQL
002690          FETCH GB06CSR
002700           INTO :HIST-OLD-STATUS, :HIST-NEW-STATUS,
002710                :HIST-MODERATOR, :HIST-DECIDED-AT,
002715                :HIST-USER-ID
002720     END-EXEC.
002730     IF SQLCODE = ZERO
002740         ADD 1 TO ROWS-ON-PAGE
002760         MOVE HIST-NEW-STATUS TO HL-NEW-STATUS
002770         MOVE HIST-MODERATOR  TO HL-MODERATOR
002780         MOVE HIST-DECIDED-AT TO HL-DECIDED-AT
002785         MOVE HIST-USER-ID    TO HL-USER-ID
002790         MOVE HIST-LINE       TO PD-LINE(ROW-INDEX)
002800     END-IF.
002810 3120-EXIT.
003020 4000-PROCESS-REQUEST.
003030     EXEC CICS RECEIVE MAP('GB06MAP') MAPSET('DGB06MAP')
003040     END-EXEC.
003041     PERFORM 0500-CHECK-SIGNON THRU 0500-EXIT.
003042     IF NOT AUTH-GRANTED
003043         SET HIST-IS-DONE TO TRUE
003044         GO TO 4000-EXIT
003045     END-IF.
003050     EVALUATE TRUE
003060         WHEN EIBAID = DFHPF8
003070             ADD 1 TO PAGE-NO
