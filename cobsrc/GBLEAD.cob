000100*****************************************************************
000110* PROGRAM-ID: GBLEAD
000120* AUTHOR:     R. OKONKWO-BATES, EVENTS SYSTEMS GROUP
000130* INSTALLATION: EVENTS DIVISION DATA CENTER
000140* DATE-WRITTEN: 10/15/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*   PER-EVENT SPONSOR LEAD FILE.  A GUEST MAY LEAVE AN EMAIL
000190*   ADDRESS ON THE GUESTBK SCREEN WITH AN EXPLICIT CONSENT TO BE
000200*   CONTACTED BY THE EVENT'S SPONSOR; GBKINS KEEPS IT IN
000210*   ENTRY_CONTACTS, APART FROM ENTRIES.  THIS JOB TAKES ONE
000220*   EVENT CODE ON A LEADCTL CONTROL CARD (COLS 1-8) THE WAY
000230*   GBBOOK DOES AND WRITES THE EVENT'S CONSENTED CONTACTS TO
000240*   LEADOUT: AN 'H' HEADER WITH THE EVENT CODE, RUN DATE AND
000250*   EVENT NAME, ONE 'D' RECORD PER ADDRESS WITH THE DATE THE
000260*   GUEST FIRST CONSENTED, AND A 'T' TRAILER WITH THE RECORD
000270*   COUNT SO THE SPONSOR CAN VALIDATE THE FILE, AS GBBILL DOES
000280*   FOR BILLING.  ONLY ROWS WITH CONSENT 'Y' ARE EVER READ, AND
000290*   A GUEST WHO SIGNED MORE THAN ONCE WITH THE SAME ADDRESS IS
000300*   SENT ONCE.  CONTACTS GB09 HAS REMOVED AT THE GUEST'S
000310*   REQUEST, OR GBARCH HAS PURGED, ARE GONE FROM THE TABLE AND
000320*   SO NEVER REACH A FILE.  EACH RUN IS A FULL EXTRACT FOR THE
000330*   EVENT, RUN ON REQUEST RATHER THAN NIGHTLY.  AN UNKNOWN OR
000340*   MISSING EVENT CODE LEAVES LEADOUT EMPTY AND ENDS THE STEP
000350*   RC 8.
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY.
000380*   10/15/26  ROB  ORIGINAL PROGRAM.
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.    GBLEAD.
000420 AUTHOR.        R. OKONKWO-BATES.
000430 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000440 DATE-WRITTEN.  10/15/2026.
000450 DATE-COMPILED.
000460*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT PARM-FILE    ASSIGN TO LEADCTL
000510                          ORGANIZATION IS SEQUENTIAL.
000520     SELECT LEAD-FILE    ASSIGN TO LEADOUT
000530                          ORGANIZATION IS SEQUENTIAL.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PARM-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  PARM-RECORD.
000610     05  PARM-EVENT-CODE         PIC X(08).
000620     05  FILLER                  PIC X(72).
000630 FD  LEAD-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 01  LEAD-RECORD                 PIC X(80).
000670*
000680 WORKING-STORAGE SECTION.
000690*
000700*---------------------------------------------------------------*
000710*    SWITCHES                                                   *
000720*---------------------------------------------------------------*
000730 01  GBLEAD-SWITCHES.
000740     05  LEAD-EOF-SW         PIC X(01)  VALUE 'N'.
000750         88  LEAD-AT-EOF               VALUE 'Y'.
000760         88  LEAD-NOT-AT-EOF           VALUE 'N'.
000770     05  LEAD-ERROR-SW       PIC X(01)  VALUE 'N'.
000780         88  LEAD-IN-ERROR             VALUE 'Y'.
000790         88  LEAD-NOT-IN-ERROR         VALUE 'N'.
000800*
000810*---------------------------------------------------------------*
000820*    THE EVENT THE LEADS ARE FOR, FROM THE EVENTS TABLE         *
000830*---------------------------------------------------------------*
000840 01  LEAD-EVENT.
000850     05  LDE-CODE            PIC X(08).
000860     05  LDE-NAME            PIC X(40).
000870*
000880 01  RUN-DATE-ISO            PIC X(10).
000890*
000900*---------------------------------------------------------------*
000910*    ONE CONSENTED ADDRESS FETCHED FOR THE FILE                 *
000920*---------------------------------------------------------------*
000930 01  LD-CONTACT.
000940     05  LD-EMAIL            PIC X(60).
000950     05  LD-CONSENT-DATE     PIC X(10).
000960*
000970 01  DETAIL-COUNT            PIC 9(07)  VALUE ZERO.
000980*
000990*---------------------------------------------------------------*
001000*    LEAD RECORD LAYOUTS                                        *
001010*---------------------------------------------------------------*
001020 01  LEAD-HDR-REC.
001030     05  LH-REC-TYPE         PIC X(01)  VALUE 'H'.
001040     05  LH-EVENT            PIC X(08).
001050     05  LH-RUN-DATE         PIC X(10).
001060     05  LH-EVENT-NAME       PIC X(40).
001070     05  FILLER              PIC X(21)  VALUE SPACES.
001080 01  LEAD-DTL-REC.
001090     05  LD-REC-TYPE         PIC X(01)  VALUE 'D'.
001100     05  LD-OUT-EMAIL        PIC X(60).
001110     05  LD-OUT-DATE         PIC X(10).
001120     05  FILLER              PIC X(09)  VALUE SPACES.
001130 01  LEAD-TRL-REC.
001140     05  LT-REC-TYPE         PIC X(01)  VALUE 'T'.
001150     05  LT-DETAIL-COUNT     PIC 9(07).
001160     05  FILLER              PIC X(72)  VALUE SPACES.
001170*
001180 COPY GBRUNREC.
001190     EXEC SQL
001200          INCLUDE SQLCA
001210     END-EXEC.
001220*
001230 PROCEDURE DIVISION.
001240*---------------------------------------------------------------*
001250* 0000-MAINLINE                                                 *
001260*---------------------------------------------------------------*
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001290     PERFORM 2000-PROCESS-LEAD   THRU 2000-EXIT
001300             UNTIL LEAD-AT-EOF.
001310     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
001320     STOP RUN.
001330*
001340*---------------------------------------------------------------*
001350* 1000-INITIALIZE - OPEN THE FILES, TAKE THE EVENT CODE FROM    *
001360*     THE CONTROL CARD, LOOK THE EVENT UP, WRITE THE HEADER,    *
001370*     OPEN THE CONTACT CURSOR AND PRIME THE READ.  AN EVENT     *
001380*     CODE THE EVENTS TABLE DOES NOT KNOW LEAVES LEADOUT EMPTY  *
001390*     - NO HEADER, NO TRAILER - SO THE SPONSOR'S VALIDATION     *
001400*     CANNOT MISTAKE IT FOR AN EVENT WITH NO LEADS.             *
001410*---------------------------------------------------------------*
001420 1000-INITIALIZE.
001430     MOVE 'GBLEAD' TO RLG-PROGRAM.
001440     SET RLG-STARTING TO TRUE.
001450     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
001460     OPEN INPUT  PARM-FILE.
001470     OPEN OUTPUT LEAD-FILE.
001480     MOVE SPACES TO LDE-CODE.
001490     READ PARM-FILE
001500         AT END CONTINUE
001510     END-READ.
001520     MOVE PARM-EVENT-CODE TO LDE-CODE.
001530     CLOSE PARM-FILE.
001540     EXEC SQL
001550          SELECT EVENT_NAME
001560            INTO :LDE-NAME
001570            FROM EVENTS
001580           WHERE EVENT_CODE = :LDE-CODE
001590     END-EXEC.
001600     IF SQLCODE = 100 OR LDE-CODE = SPACES
001610         SET LEAD-IN-ERROR TO TRUE
001620         MOVE 8 TO RLG-RETURN-CODE
001630         MOVE 'EVENT CODE NOT ON EVENTS - NO LEAD FILE'
001640                                   TO RLG-MESSAGE
001650         SET LEAD-AT-EOF   TO TRUE
001660         GO TO 1000-EXIT
001670     END-IF.
001680     EXEC SQL
001690          VALUES (CHAR(CURRENT DATE, ISO)) INTO :RUN-DATE-ISO
001700     END-EXEC.
001710     MOVE LDE-CODE     TO LH-EVENT.
001720     MOVE RUN-DATE-ISO TO LH-RUN-DATE.
001730     MOVE LDE-NAME     TO LH-EVENT-NAME.
001740     WRITE LEAD-RECORD FROM LEAD-HDR-REC.
001750     EXEC SQL
001760          DECLARE LEADCSR CURSOR FOR
001770          SELECT EMAIL,
001780                 CHAR(DATE(MIN(CONSENTED_AT)), ISO)
001790            FROM ENTRY_CONTACTS
001800           WHERE EVENT_CODE = :LDE-CODE
001810             AND CONSENT    = 'Y'
001820           GROUP BY EMAIL
001830           ORDER BY EMAIL
001840     END-EXEC.
001850     EXEC SQL
001860          OPEN LEADCSR
001870     END-EXEC.
001880     PERFORM 2100-FETCH-LEAD THRU 2100-EXIT.
001890 1000-EXIT.
001900     EXIT.
001910*
001920*---------------------------------------------------------------*
001930* 2000-PROCESS-LEAD - WRITE ONE CONSENTED ADDRESS AND FETCH THE *
001940*     NEXT.                                                     *
001950*---------------------------------------------------------------*
001960 2000-PROCESS-LEAD.
001970     MOVE LD-EMAIL        TO LD-OUT-EMAIL.
001980     MOVE LD-CONSENT-DATE TO LD-OUT-DATE.
001990     WRITE LEAD-RECORD FROM LEAD-DTL-REC.
002000     ADD 1 TO RLG-ROWS-WRITTEN.
002010     ADD 1 TO DETAIL-COUNT.
002020     PERFORM 2100-FETCH-LEAD THRU 2100-EXIT.
002030 2000-EXIT.
002040     EXIT.
002050*
002060*---------------------------------------------------------------*
002070* 2100-FETCH-LEAD                                               *
002080*---------------------------------------------------------------*
002090 2100-FETCH-LEAD.
002100     EXEC SQL
002110          FETCH LEADCSR
002120           INTO :LD-EMAIL, :LD-CONSENT-DATE
002130     END-EXEC.
002140     IF SQLCODE = 100
002150         SET LEAD-AT-EOF TO TRUE
002160     ELSE
002170         ADD 1 TO RLG-ROWS-READ
002180     END-IF.
002190 2100-EXIT.
002200     EXIT.
002210*
002220*---------------------------------------------------------------*
002230* 8000-FINALIZE - WRITE THE TRAILER WITH THE DETAIL COUNT AND   *
002240*     CLOSE THE FILE.  A RUN THAT FOUND NO EVENT WRITES NEITHER *
002250*     AND ENDS RC 8.                                            *
002260*---------------------------------------------------------------*
002270 8000-FINALIZE.
002280     IF LEAD-NOT-IN-ERROR
002290         MOVE DETAIL-COUNT TO LT-DETAIL-COUNT
002300         WRITE LEAD-RECORD FROM LEAD-TRL-REC
002310         EXEC SQL
002320              CLOSE LEADCSR
002330         END-EXEC
002340     END-IF.
002350     CLOSE LEAD-FILE.
002360     SET RLG-ENDING TO TRUE.
002370     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
002380     MOVE RLG-RETURN-CODE TO RETURN-CODE.
002390 8000-EXIT.
002400     EXIT.
