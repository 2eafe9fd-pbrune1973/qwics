000170* PURPOSE.
000180*   FRONT-DESK KIOSK TRANSACTION (GB01).  PRESENTS THE GUESTBOOK
000190*   ENTRY SCREEN AND INSERTS ONE ROW PER ENTRY INTO THE ENTRIES
000200*   TABLE.  A GUEST MAY ALSO LEAVE AN EMAIL ADDRESS FOR THE
000201*   EVENT'S SPONSOR, BUT ONLY WITH THE CONSENT FLAG SET TO 'Y'
000202*   - WITHOUT CONSENT THE ADDRESS IS DISCARDED UNREAD AND
000203*   NOTHING IS STORED.  A CONSENTED ADDRESS MUST PASS A BASIC
000204*   FORMAT CHECK AND IS WRITTEN BY GBKINS TO ENTRY_CONTACTS,
000205*   NEVER TO ENTRIES.
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY.
000230*   03/11/19  ROB  ORIGINAL PROGRAM.
000417*                  ('H'), SO DOWNSTREAM COUNTS OF TURNED-AWAY
000418*                  SUBMISSIONS (GBBILL) ARE NOT INFLATED BY A
000419*                  MESSAGE THAT TRIPS SEVERAL PHRASES.
000420*   10/15/26  ROB  OPT-IN SPONSOR CONTACT - OPTIONAL EMAIL AND
000421*                  CONSENT FIELDS.  WITH CONSENT THE ADDRESS IS
000422*                  FORMAT-CHECKED (RE-PROMPT, NOT A TURN-AWAY,
000423*                  SO NOTHING GOES TO REJECT_LOG) AND PASSED TO
000424*                  GBKINS FOR ENTRY_CONTACTS; WITHOUT IT THE
000425*                  ADDRESS IS DROPPED AND NOTHING IS STORED.
000426*****************************************************************
000427  IDENTIFICATION DIVISION.
000428  PROGRAM-ID.    GUESTBK.
000429  AUTHOR.        R. OKONKWO-BATES.
000430  INSTALLATION.  EVENTS DIVISION DATA CENTER.
000431  DATE-WRITTEN.  03/11/2019.
000432  DATE-COMPILED.
000460*
000470  ENVIRONMENT DIVISION.
000480*
000588      05  DUPLICATE-SW        PIC X(01)  VALUE 'N'.
000590          88  DUP-IS-SUPPRESSED          VALUE 'Y'.
000592          88  DUP-NOT-SUPPRESSED         VALUE 'N'.
000593      05  CONTACT-VALID-SW    PIC X(01)  VALUE 'Y'.
000594          88  CONTACT-IS-VALID           VALUE 'Y'.
000595          88  CONTACT-NOT-VALID          VALUE 'N'.
000596      05  EMAIL-BLANK-SW      PIC X(01)  VALUE 'N'.
000597          88  EMAIL-BLANKS-STARTED       VALUE 'Y'.
000598          88  EMAIL-BLANKS-NOT-STARTED   VALUE 'N'.
000599*
000600*---------------------------------------------------------------*
000610*    TRANSACTION-ID TO CHAIN TO ON RETURN                        *
000620*---------------------------------------------------------------*
000682      05  REQID-TRANS         PIC X(04) VALUE 'GB12'.
000683      05  REQID-TERM          PIC X(04).
000684*
000685*---------------------------------------------------------------*
000686*    EMAIL FORMAT CHECK - THE KEYED ADDRESS AND WHAT THE SCAN   *
000687*    FOUND: ONE '@' PAST THE FIRST CHARACTER, A '.' AFTER IT    *
000688*    WITH SOMETHING EITHER SIDE, AND NO SPACE INSIDE.           *
000689*---------------------------------------------------------------*
000690  01  EMAIL-CHECK.
000691      05  EM-TEXT             PIC X(60).
000692      05  EM-CHAR             PIC X(01).
000693      05  EM-INDEX            PIC S9(04) COMP.
000694      05  EM-LENGTH           PIC S9(04) COMP.
000695      05  EM-AT-COUNT         PIC S9(04) COMP.
000696      05  EM-AT-POS           PIC S9(04) COMP.
000697      05  EM-DOT-POS          PIC S9(04) COMP.
000698      05  EM-BAD-COUNT        PIC S9(04) COMP.
000699*
000700  COPY GBKENREC.
000701      EXEC SQL
000702           INCLUDE SQLCA
000703      END-EXEC.
000704  COPY DFHAID.
000705  COPY DFHEIBLK.
000706  COPY DGUESTBK.
000707*
000760  PROCEDURE DIVISION.
000770*---------------------------------------------------------------*
000780* 0000-MAINLINE                                                  *
001050*
001051*---------------------------------------------------------------*
001052* 2000-GET-VALID-ENTRY - RECEIVE THE MAP, REJECT A BLANK TITLE   *
001053*     OR MESSAGE, TAKE THE OPTIONAL CONTACT ADDRESS, THEN        *
001054*     SCREEN THE MESSAGE FOR BANNED WORDS - EITHER WAY RE-PROMPT *
001055*     ON THE SAME SCREEN INSTEAD OF FALLING THROUGH TO THE       *
001056*     INSERT.                                                    *
001057*---------------------------------------------------------------*
001080  2000-GET-VALID-ENTRY.
001090      EXEC CICS RECEIVE MAP('GBKMAP') MAPSET('DGUESTBK')
001100      END-EXEC.
001200      ELSE
001205          MOVE TITI TO TIT
001206          MOVE MSGI TO MSG
001210          PERFORM 2050-TAKE-CONTACT THRU 2050-EXIT
001212          IF CONTACT-IS-VALID
001214              PERFORM 2100-CHECK-BANNED-WORDS THRU 2100-EXIT
001216          END-IF
001220      END-IF.
001230  2000-EXIT.
001231      EXIT.
001232*
001233*---------------------------------------------------------------*
001234* 2050-TAKE-CONTACT - THE EMAIL ADDRESS IS KEPT ONLY WHEN THE    *
001235*     GUEST SET THE CONSENT FLAG TO 'Y'.  WITHOUT CONSENT, OR    *
001236*     WITH CONSENT BUT NO ADDRESS, NOTHING IS KEPT AND THE       *
001237*     ENTRY GOES ON AS NORMAL.  A CONSENTED ADDRESS THAT FAILS   *
001238*     THE FORMAT CHECK RE-PROMPTS THE GUEST, WHO CAN FIX IT OR   *
001239*     CLEAR THE CONSENT; IT IS NOT A TURN-AWAY AND IS NOT        *
001240*     LOGGED.                                                    *
001241*---------------------------------------------------------------*
001242  2050-TAKE-CONTACT.
001243      MOVE SPACES TO CONTACT-EMAIL.
001244      MOVE SPACES TO CONTACT-CONSENT.
001245      SET CONTACT-IS-VALID TO TRUE.
001246      IF CONSL = ZERO OR EMAILL = ZERO
001247          GO TO 2050-EXIT
001248      END-IF.
001249      IF CONSI NOT = 'Y' AND CONSI NOT = 'y'
001250          GO TO 2050-EXIT
001251      END-IF.
001252      MOVE EMAILI TO EM-TEXT.
001253      INSPECT EM-TEXT REPLACING ALL LOW-VALUES BY SPACES.
001254      IF EM-TEXT = SPACES
001255          GO TO 2050-EXIT
001256      END-IF.
001257      PERFORM 2060-CHECK-EMAIL-FORMAT THRU 2060-EXIT.
001258      IF CONTACT-NOT-VALID
001259          MOVE 'EMAIL ADDRESS NOT VALID - PLEASE CHECK'
001260               TO ERRMO
001261          SET ENTRY-NOT-VALID TO TRUE
001262          EXEC CICS SEND MAP('GBKMAP') MAPSET('DGUESTBK')
001263               DATAONLY CURSOR
001264          END-EXEC
001265          GO TO 2050-EXIT
001266      END-IF.
001267      MOVE EM-TEXT TO CONTACT-EMAIL.
001268      MOVE 'Y'     TO CONTACT-CONSENT.
001269  2050-EXIT.
001270      EXIT.
001271*
001272*---------------------------------------------------------------*
001273* 2060-CHECK-EMAIL-FORMAT - A BASIC SHAPE CHECK, NOT PROOF THE   *
001274*     ADDRESS EXISTS: NO LEADING OR EMBEDDED SPACE, EXACTLY ONE  *
001275*     '@' WITH SOMETHING BEFORE IT, AND A '.' IN THE DOMAIN      *
001276*     WITH SOMETHING BETWEEN IT AND THE '@' AND AFTER IT.  A     *
001277*     COMMA, SEMICOLON, QUOTE OR BRACKET ANYWHERE FAILS IT.      *
001278*---------------------------------------------------------------*
001279  2060-CHECK-EMAIL-FORMAT.
001280      MOVE ZERO TO EM-LENGTH EM-AT-COUNT EM-AT-POS EM-DOT-POS
001281                   EM-BAD-COUNT.
001282      SET EMAIL-BLANKS-NOT-STARTED TO TRUE.
001283      INSPECT EM-TEXT TALLYING EM-BAD-COUNT
001284              FOR ALL ',' ALL ';' ALL '"' ALL "'"
001285                  ALL '(' ALL ')' ALL '<' ALL '>'.
001286      PERFORM 2070-SCAN-EMAIL-CHAR THRU 2070-EXIT
001287              VARYING EM-INDEX FROM 1 BY 1
001288              UNTIL EM-INDEX GREATER THAN 60.
001289      IF EM-BAD-COUNT NOT = ZERO
001290       OR EM-AT-COUNT NOT = 1
001291       OR EM-AT-POS LESS THAN 2
001292       OR EM-DOT-POS LESS THAN EM-AT-POS + 2
001293       OR EM-DOT-POS NOT LESS THAN EM-LENGTH
001294          SET CONTACT-NOT-VALID TO TRUE
001295      END-IF.
001296  2060-EXIT.
001297      EXIT.
001298*
001299*---------------------------------------------------------------*
001300* 2070-SCAN-EMAIL-CHAR - LOOK AT ONE CHARACTER OF THE ADDRESS.   *
001301*     A SPACE IN COLUMN 1, OR ANY CHARACTER AFTER A SPACE, IS    *
001302*     COUNTED AS BAD.  EM-DOT-POS KEEPS THE LAST '.' PAST THE    *
001303*     '@', EM-LENGTH THE LAST NON-BLANK CHARACTER.               *
001304*---------------------------------------------------------------*
001305  2070-SCAN-EMAIL-CHAR.
001306      MOVE EM-TEXT(EM-INDEX:1) TO EM-CHAR.
001307      IF EM-CHAR = SPACE
001308          IF EM-INDEX = 1
001309              ADD 1 TO EM-BAD-COUNT
001310          END-IF
001311          SET EMAIL-BLANKS-STARTED TO TRUE
001312          GO TO 2070-EXIT
001313      END-IF.
001314      IF EMAIL-BLANKS-STARTED
001315          ADD 1 TO EM-BAD-COUNT
001316      END-IF.
001317      MOVE EM-INDEX TO EM-LENGTH.
001318      IF EM-CHAR = '@'
001319          ADD 1 TO EM-AT-COUNT
001320          MOVE EM-INDEX TO EM-AT-POS
001321      END-IF.
001322      IF EM-CHAR = '.' AND EM-AT-COUNT GREATER THAN ZERO
001323          MOVE EM-INDEX TO EM-DOT-POS
001324      END-IF.
001325  2070-EXIT.
001326      EXIT.
001327*
001328*---------------------------------------------------------------*
001329* 2100-CHECK-BANNED-WORDS - REJECT THE MESSAGE IF IT MATCHES A   *
001330*     SEVERE PHRASE IN BANNED_WORDS INSTEAD OF LETTING IT REACH  *
001331*     THE INSERT; EACH SEVERE HIT IS LOGGED TO REJECT_LOG SO     *
001332*     THE FILTER CAN BE TUNED ON EVIDENCE.  A WATCH-LIST HIT     *
001333*     DOES NOT REJECT - THE FIRST WATCH PHRASE IS STAMPED ON     *
001334*     THE ENTRY FOR THE GB04 MODERATOR TO SEE INSTEAD.           *
001335*---------------------------------------------------------------*
001336  2100-CHECK-BANNED-WORDS.
001337      MOVE ZERO   TO BANNED-WORD-COUNT.
001338      MOVE SPACES TO WATCH-PHRASE.
001339      EXEC SQL
001340           DECLARE BWCSR CURSOR FOR
001341           SELECT PHRASE, SEVERITY
001342             FROM BANNED_WORDS
001343            WHERE :MSG LIKE '%' || PHRASE || '%'
001344      END-EXEC.
001345      EXEC SQL
001346           OPEN BWCSR
001347      END-EXEC.
001348      PERFORM 2110-CLASSIFY-PHRASE-HIT THRU 2110-EXIT
001349              UNTIL SQLCODE NOT EQUAL ZERO.
001350      EXEC SQL
001351           CLOSE BWCSR
001352      END-EXEC.
001370      IF BANNED-WORD-COUNT > ZERO
001380          MOVE 'MESSAGE NOT ACCEPTED - PLEASE REVISE'
001390               TO ERRMO
