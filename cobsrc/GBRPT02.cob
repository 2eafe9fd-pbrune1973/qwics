000210*   EVENTS FLOOR MANAGER: ENTRIES ARRIVING FROM TERMINAL IDS
000220*   THAT ARE NOT IN THE MASTER AT ALL, AND IN-SERVICE KIOSKS
000230*   THAT TOOK NO ENTRIES (DEAD TOUCHSCREEN, UNPLUGGED UNIT).
000240*   RUNS EACH MORNING ALONGSIDE GBRPT01.  EACH KIOSK'S COUNT
000242*   IS SPLIT BY THE EVENT THE KIOSK WAS SERVING WHEN EACH
000244*   ENTRY ARRIVED (KIOSK_ASSIGNMENTS), SO A KIOSK MOVED DURING
000246*   THE DAY SHOWS ONE LINE PER EVENT IT SERVED.
000250*-----------------------------------------------------------------
000260* MODIFICATION HISTORY.
000270*   04/03/26  ROB  ORIGINAL PROGRAM.
000271*   10/06/26  ROB  EVENT COLUMN - ACTIVITY IS COUNTED PER
000272*                  KIOSK PER EVENT SERVED AT THE TIME OF EACH
000273*                  SUBMISSION (KIOSK_ASSIGNMENTS), AND AN IDLE
000274*                  KIOSK SHOWS THE EVENT IT WAS SERVING AT THE
000275*                  CLOSE OF THE DAY.
000276*   10/13/26  ROB  EACH RUN IS LOGGED TO BATCH_RUNS THROUGH
000277*                  GBRUNL AT START AND END WITH ITS ROWS READ
000278*                  AND WRITTEN, FOR THE GB18 RUN-LOG INQUIRY.
000279*   10/15/26  ROB  COUNT AN UNKNOWN TERMINAL ONCE, NOT ONCE PER
000280*                  EVENT IT SERVED ON THE DAY.
000281*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.    GBRPT02.
000310 AUTHOR.        R. OKONKWO-BATES.
000690*---------------------------------------------------------------*
000700 01  ACT-ENTRY.
000710     05  ACT-TERM-ID         PIC X(04).
000715     05  ACT-EVENT-CODE      PIC X(08).
000720     05  ACT-COUNT           PIC S9(09) COMP.
000730*
000740*---------------------------------------------------------------*
000830*---------------------------------------------------------------*
000840 01  IDLE-ENTRY.
000850     05  IDLE-TERM-ID        PIC X(04).
000855     05  IDLE-EVENT-CODE     PIC X(08).
000860     05  IDLE-LOCATION       PIC X(40).
000870*
000880*---------------------------------------------------------------*
000900*---------------------------------------------------------------*
000910 01  IDLE-KIOSK-COUNT        PIC 9(05)  VALUE ZERO.
000920 01  UNKNOWN-TERM-COUNT      PIC 9(05)  VALUE ZERO.
000922*
000924*---------------------------------------------------------------*
000926*    TERMINAL OF THE PREVIOUS ACTIVITY ROW - A TERMINAL THAT    *
000927*    SERVED SEVERAL EVENTS COMES BACK ON CONSECUTIVE ROWS       *
000928*---------------------------------------------------------------*
000929 01  PREV-TERM-ID            PIC X(04)  VALUE LOW-VALUES.
000930*
000940*---------------------------------------------------------------*
000950*    PRINT LINE LAYOUTS                                         *
001020 01  ACT-HDG-LINE.
001030     05  FILLER              PIC X(04) VALUE 'TERM'.
001040     05  FILLER              PIC X(02) VALUE SPACES.
001045     05  FILLER              PIC X(10) VALUE 'EVENT'.
001050     05  FILLER              PIC X(08) VALUE 'ENTRIES'.
001060     05  FILLER              PIC X(40) VALUE 'LOCATION'.
001070     05  FILLER              PIC X(68) VALUE SPACES.
001080 01  ACT-DTL-LINE.
001090     05  ACT-DTL-TERM        PIC X(04).
001093     05  FILLER              PIC X(02) VALUE SPACES.
001096     05  ACT-DTL-EVENT       PIC X(08).
001100     05  FILLER              PIC X(02) VALUE SPACES.
001110     05  ACT-DTL-COUNT-OUT   PIC ZZ,ZZ9.
001120     05  FILLER              PIC X(02) VALUE SPACES.
001130     05  ACT-DTL-LOCATION    PIC X(40).
001140     05  FILLER              PIC X(68) VALUE SPACES.
001150 01  IDLE-HDG-LINE.
001160     05  FILLER              PIC X(50) VALUE
001170                'IN-SERVICE KIOSKS WITH NO SUBMISSIONS'.
001190 01  IDLE-DTL-LINE.
001200     05  IDLE-DTL-TERM       PIC X(04).
001210     05  FILLER              PIC X(02) VALUE SPACES.
001213     05  IDLE-DTL-EVENT      PIC X(08).
001216     05  FILLER              PIC X(02) VALUE SPACES.
001220     05  IDLE-DTL-LOCATION   PIC X(40).
001230     05  FILLER              PIC X(02) VALUE SPACES.
001240     05  FILLER              PIC X(32) VALUE
001250                '** NO SUBMISSIONS - CHECK KIOSK'.
001260     05  FILLER              PIC X(42) VALUE SPACES.
001270 01  NONE-LINE.
001280     05  FILLER              PIC X(20) VALUE '  (NONE)'.
001290     05  FILLER              PIC X(112) VALUE SPACES.
001310 01  UNKNOWN-LOCATION-TEXT   PIC X(40) VALUE
001320                '** NOT IN KIOSK MASTER **'.
001330*
001335 COPY GBRUNREC.
001340     EXEC SQL
001350          INCLUDE SQLCA
001360     END-EXEC.
001520*---------------------------------------------------------------*
001530* 1000-INITIALIZE - STAMP YESTERDAY'S DATE, OPEN THE REPORT,    *
001540*     PRINT HEADINGS, OPEN THE ACTIVITY CURSOR AND PRIME THE    *
001550*     READ.  EACH ENTRY IS CHARGED TO THE EVENT ITS KIOSK WAS   *
001552*     SERVING AT SUBMITTED_AT - THE KIOSK_ASSIGNMENTS PERIOD    *
001554*     COVERING THAT MOMENT - AND COUNTED PER KIOSK PER EVENT.   *
001556*     A TERMINAL WITH NO ASSIGNMENT HISTORY SHOWS NO EVENT.     *
001560*---------------------------------------------------------------*
001570 1000-INITIALIZE.
001572     MOVE 'GBRPT02' TO RLG-PROGRAM.
001574     SET RLG-STARTING TO TRUE.
001576     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
001580     EXEC SQL
001590          VALUES (CHAR(CURRENT DATE - 1 DAY)) INTO :RECON-DAY
001600     END-EXEC.
001640     WRITE REPORT-RECORD FROM ACT-HDG-LINE.
001650     EXEC SQL
001660          DECLARE ACTCSR CURSOR FOR
001663          SELECT ACT.TERM_ID, ACT.SERVED_EVENT, COUNT(*)
001666            FROM (SELECT E.TERM_ID,
001669                         COALESCE((SELECT A.EVENT_CODE
001672                                     FROM KIOSK_ASSIGNMENTS A
001675                                    WHERE A.TERM_ID = E.TERM_ID
001678                                      AND A.ASSIGNED_FROM <=
001681                                          E.SUBMITTED_AT
001684                                      AND (A.ASSIGNED_TO IS NULL
001687                                       OR  A.ASSIGNED_TO >
001690                                           E.SUBMITTED_AT)),
001693                                  ' ') AS SERVED_EVENT
001696                    FROM ENTRIES E
001699                   WHERE E.SUBMITTED_AT IS NOT NULL
001702                     AND DATE(E.SUBMITTED_AT) =
001705                         CURRENT DATE - 1 DAY
001708                 ) AS ACT
001711           GROUP BY ACT.TERM_ID, ACT.SERVED_EVENT
001714           ORDER BY 1, 2
001730     END-EXEC.
001740     EXEC SQL
001750          OPEN ACTCSR
001860 2000-PROCESS-KIOSK.
001870     PERFORM 2200-LOOKUP-MASTER THRU 2200-EXIT.
001880     MOVE ACT-TERM-ID TO ACT-DTL-TERM.
001885     MOVE ACT-EVENT-CODE TO ACT-DTL-EVENT.
001890     MOVE ACT-COUNT   TO ACT-DTL-COUNT-OUT.
001900     MOVE KIO-LOCATION TO ACT-DTL-LOCATION.
001910     WRITE REPORT-RECORD FROM ACT-DTL-LINE.
001915     ADD 1 TO RLG-ROWS-WRITTEN.
001920     PERFORM 2100-FETCH-KIOSK THRU 2100-EXIT.
001930 2000-EXIT.
001940     EXIT.
001990 2100-FETCH-KIOSK.
002000     EXEC SQL
002010          FETCH ACTCSR
002020           INTO :ACT-TERM-ID, :ACT-EVENT-CODE, :ACT-COUNT
002030     END-EXEC.
002040     IF SQLCODE = 100
002050         SET ACT-AT-EOF TO TRUE
002053     ELSE
002056         ADD 1 TO RLG-ROWS-READ
002060     END-IF.
002070 2100-EXIT.
002080     EXIT.
002100*---------------------------------------------------------------*
002110* 2200-LOOKUP-MASTER - FIND THE REPORTED TERMINAL IN THE KIOSK  *
002120*     MASTER.  AN ID THE MASTER DOES NOT KNOW IS ONE OF THE     *
002130*     TWO CONDITIONS THIS REPORT EXISTS TO FLAG.  IT IS         *
002132*     COUNTED ON ITS FIRST ROW ONLY, HOWEVER MANY EVENTS IT     *
002134*     SERVED.                                                   *
002140*---------------------------------------------------------------*
002150 2200-LOOKUP-MASTER.
002160     EXEC SQL
002210     END-EXEC.
002220     IF SQLCODE = 100
002230         MOVE UNKNOWN-LOCATION-TEXT TO KIO-LOCATION
002232         IF ACT-TERM-ID NOT = PREV-TERM-ID
002240             ADD 1 TO UNKNOWN-TERM-COUNT
002245         END-IF
002250     END-IF.
002255     MOVE ACT-TERM-ID TO PREV-TERM-ID.
002260 2200-EXIT.
002270     EXIT.
002280*
002290*---------------------------------------------------------------*
002300* 3000-START-IDLE - CLOSE THE ACTIVITY CURSOR, PRINT THE IDLE   *
002310*     SECTION HEADING, OPEN THE IDLE-KIOSK CURSOR AND PRIME     *
002320*     THE READ.  THE EVENT SHOWN IS THE ONE THE KIOSK WAS       *
002325*     SERVING AT THE CLOSE OF THE DAY BEING RECONCILED.         *
002330*---------------------------------------------------------------*
002340 3000-START-IDLE.
002350     EXEC SQL
002380     WRITE REPORT-RECORD FROM IDLE-HDG-LINE.
002390     EXEC SQL
002400          DECLARE IDLCSR CURSOR FOR
002401          SELECT K.TERM_ID,
002402                 COALESCE((SELECT A.EVENT_CODE
002403                             FROM KIOSK_ASSIGNMENTS A
002404                            WHERE A.TERM_ID = K.TERM_ID
002405                              AND A.ASSIGNED_FROM <
002406                                  TIMESTAMP(CURRENT DATE,
002407                                            '00.00.00')
002408                              AND (A.ASSIGNED_TO IS NULL
002409                               OR  A.ASSIGNED_TO >=
002410                                   TIMESTAMP(CURRENT DATE,
002411                                             '00.00.00'))),
002412                          ' '),
002413                 K.LOCATION
002420            FROM KIOSKS K
002430           WHERE K.IN_SERVICE = 'Y'
002440             AND NOT EXISTS
002450                 (SELECT 1 FROM ENTRIES E
002460                   WHERE E.TERM_ID = K.TERM_ID
002470                     AND E.SUBMITTED_AT IS NOT NULL
002480                     AND DATE(E.SUBMITTED_AT) =
002490                         CURRENT DATE - 1 DAY)
002500           ORDER BY K.TERM_ID
002510     END-EXEC.
002520     EXEC SQL
002530          OPEN IDLCSR
002620*---------------------------------------------------------------*
002630 4000-PROCESS-IDLE.
002640     MOVE IDLE-TERM-ID  TO IDLE-DTL-TERM.
002645     MOVE IDLE-EVENT-CODE TO IDLE-DTL-EVENT.
002650     MOVE IDLE-LOCATION TO IDLE-DTL-LOCATION.
002660     WRITE REPORT-RECORD FROM IDLE-DTL-LINE.
002665     ADD 1 TO RLG-ROWS-WRITTEN.
002670     ADD 1 TO IDLE-KIOSK-COUNT.
002680     PERFORM 4100-FETCH-IDLE THRU 4100-EXIT.
002690 4000-EXIT.
002750 4100-FETCH-IDLE.
002760     EXEC SQL
002770          FETCH IDLCSR
002780           INTO :IDLE-TERM-ID, :IDLE-EVENT-CODE, :IDLE-LOCATION
002790     END-EXEC.
002800     IF SQLCODE = 100
002810         SET IDLE-AT-EOF TO TRUE
002813     ELSE
002816         ADD 1 TO RLG-ROWS-READ
002820     END-IF.
002830 4100-EXIT.
002840     EXIT.
002950          CLOSE IDLCSR
002960     END-EXEC.
002970     CLOSE REPORT-FILE.
002972     SET RLG-ENDING TO TRUE.
002974     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
002976     MOVE RLG-RETURN-CODE TO RETURN-CODE.
002980 8000-EXIT.
002990     EXIT.
