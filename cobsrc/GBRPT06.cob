000100*****************************************************************
000110* PROGRAM-ID: GBRPT06
000120* AUTHOR:     R. OKONKWO-BATES, EVENTS SYSTEMS GROUP
000130* INSTALLATION: EVENTS DIVISION DATA CENTER
000140* DATE-WRITTEN: 10/10/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*   NIGHTLY COMPLAINT CASE AGING REPORT, RUN ALONGSIDE GBRPT04.
000190*   THE SPONSOR CONTRACTS PROMISE A TAKEDOWN WITHIN SLA-HOURS
000200*   (24) OF A COMPLAINT, AND COMPLAINT_CASES (LOGGED ON GB16,
000210*   ACTIONED THROUGH GB09) HAS THE TIMES TO SHOW WHETHER WE
000220*   MET IT.  THREE SECTIONS: EVERY CASE STILL OPEN, OLDEST
000230*   FIRST, WITH THE HOURS IT HAS BEEN OPEN AND A FLAG ONCE IT
000240*   IS PAST THE SLA; THE OPEN CASES SPLIT WITHIN AND PAST THE
000250*   SLA; AND, FOR EACH OF THE LAST RESOLVED-DAYS DAYS, THE
000260*   CASES RESOLVED (ACTIONED OR NO ACTION) AND HOW MANY OF THEM
000270*   WERE RESOLVED WITHIN THE SLA.
000280*-----------------------------------------------------------------
000290* MODIFICATION HISTORY.
000300*   10/10/26  ROB  ORIGINAL PROGRAM.
000302*   10/13/26  ROB  EACH RUN IS LOGGED TO BATCH_RUNS THROUGH
000304*                  GBRUNL AT START AND END WITH ITS ROWS READ
000306*                  AND WRITTEN, FOR THE GB18 RUN-LOG INQUIRY.
000307*   10/15/26  ROB  OPEN-CASE AGE IS WORKED IN SECONDS BEFORE THE
000308*                  DIVIDE - A CASE OPEN 23.5 HOURS SHOWED 24 AND
000309*                  WENT PAST SLA EARLY.  THE RESOLVED HEADING
000310*                  TAKES ITS DAY COUNT FROM RESOLVED-DAYS.
000311*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.    GBRPT06.
000340 AUTHOR.        R. OKONKWO-BATES.
000350 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000360 DATE-WRITTEN.  10/10/2026.
000370 DATE-COMPILED.
000380*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT REPORT-FILE  ASSIGN TO CASERPT
000430                          ORGANIZATION IS SEQUENTIAL.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  REPORT-FILE
000480     RECORDING MODE IS F
000490     LABEL RECORDS ARE STANDARD.
000500 01  REPORT-RECORD              PIC X(132).
000510*
000520 WORKING-STORAGE SECTION.
000530*
000540*---------------------------------------------------------------*
000550*    SWITCHES                                                   *
000560*---------------------------------------------------------------*
000570 01  GBRPT06-SWITCHES.
000580     05  OPN-EOF-SW          PIC X(01)  VALUE 'N'.
000590         88  OPN-AT-EOF                VALUE 'Y'.
000600         88  OPN-NOT-AT-EOF            VALUE 'N'.
000610     05  RSV-EOF-SW          PIC X(01)  VALUE 'N'.
000620         88  RSV-AT-EOF                VALUE 'Y'.
000630         88  RSV-NOT-AT-EOF            VALUE 'N'.
000640*
000650*---------------------------------------------------------------*
000660*    TAKEDOWN PROMISE IN HOURS, AND THE RESOLVED-CASE WINDOW IN *
000670*    DAYS BEFORE THE RUN                                        *
000680*---------------------------------------------------------------*
000690 77  SLA-HOURS               PIC S9(04) COMP VALUE 24.
000700 77  RESOLVED-DAYS           PIC S9(04) COMP VALUE 7.
000710*
000720*---------------------------------------------------------------*
000730*    ONE OPEN CASE FETCHED FROM COMPLAINT_CASES                 *
000740*---------------------------------------------------------------*
000750 01  OPN-CASE.
000760     05  OPN-CASE-NO         PIC S9(09) COMP.
000770     05  OPN-ENTRY-ID        PIC S9(09) COMP.
000780     05  OPN-RECEIVED-AT     PIC X(26).
000790     05  OPN-AGE-HOURS       PIC S9(09) COMP.
000800     05  OPN-TYPE            PIC X(01).
000810     05  OPN-COMPLAINANT     PIC X(40).
000820     05  OPN-REASON          PIC X(60).
000830*
000840*---------------------------------------------------------------*
000850*    ONE DAY'S RESOLVED CASES FETCHED FROM COMPLAINT_CASES      *
000860*---------------------------------------------------------------*
000870 01  RSV-SUMMARY.
000880     05  RSV-DAY             PIC X(10).
000890     05  RSV-COUNT           PIC S9(09) COMP.
000900     05  RSV-WITHIN-COUNT    PIC S9(09) COMP.
000910     05  RSV-MISSED-COUNT    PIC S9(09) COMP.
000920*
000930*---------------------------------------------------------------*
000940*    OPEN CASE AGE BUCKETS                                      *
000950*---------------------------------------------------------------*
000960 01  OPEN-WITHIN-SLA-COUNT   PIC S9(09) COMP VALUE ZERO.
000970 01  OPEN-PAST-SLA-COUNT     PIC S9(09) COMP VALUE ZERO.
000980*
000990*---------------------------------------------------------------*
001000*    PRINT LINE LAYOUTS                                         *
001010*---------------------------------------------------------------*
001020 01  HDG-LINE-1.
001030     05  FILLER              PIC X(40) VALUE
001040                'COMPLAINT CASE AGING'.
001050     05  FILLER              PIC X(92) VALUE SPACES.
001060 01  OPN-HDG-LINE.
001070     05  FILLER              PIC X(40) VALUE
001080                'OPEN CASES, OLDEST FIRST'.
001090     05  FILLER              PIC X(92) VALUE SPACES.
001100 01  OPN-COL-LINE.
001110     05  FILLER              PIC X(09) VALUE '     CASE'.
001120     05  FILLER              PIC X(02) VALUE SPACES.
001130     05  FILLER              PIC X(09) VALUE '    ENTRY'.
001140     05  FILLER              PIC X(02) VALUE SPACES.
001150     05  FILLER              PIC X(16) VALUE 'RECEIVED'.
001160     05  FILLER              PIC X(02) VALUE SPACES.
001170     05  FILLER              PIC X(06) VALUE ' HOURS'.
001180     05  FILLER              PIC X(02) VALUE SPACES.
001190     05  FILLER              PIC X(01) VALUE 'T'.
001200     05  FILLER              PIC X(02) VALUE SPACES.
001210     05  FILLER              PIC X(28) VALUE 'COMPLAINANT'.
001220     05  FILLER              PIC X(02) VALUE SPACES.
001230     05  FILLER              PIC X(40) VALUE 'REASON'.
001240     05  FILLER              PIC X(02) VALUE SPACES.
001250     05  FILLER              PIC X(08) VALUE SPACES.
001260     05  FILLER              PIC X(01) VALUE SPACES.
001270 01  OPN-DTL-LINE.
001280     05  OPN-DTL-CASE-NO     PIC Z(08)9.
001290     05  FILLER              PIC X(02) VALUE SPACES.
001300     05  OPN-DTL-ENTRY-ID    PIC Z(08)9.
001310     05  FILLER              PIC X(02) VALUE SPACES.
001320     05  OPN-DTL-RECEIVED-AT PIC X(16).
001330     05  FILLER              PIC X(02) VALUE SPACES.
001340     05  OPN-DTL-HOURS-OUT   PIC ZZ,ZZ9.
001350     05  FILLER              PIC X(02) VALUE SPACES.
001360     05  OPN-DTL-TYPE        PIC X(01).
001370     05  FILLER              PIC X(02) VALUE SPACES.
001380     05  OPN-DTL-COMPLAINANT PIC X(28).
001390     05  FILLER              PIC X(02) VALUE SPACES.
001400     05  OPN-DTL-REASON      PIC X(40).
001410     05  FILLER              PIC X(02) VALUE SPACES.
001420     05  OPN-DTL-FLAG        PIC X(08).
001430     05  FILLER              PIC X(01) VALUE SPACES.
001440 01  AGE-HDG-LINE.
001450     05  FILLER              PIC X(40) VALUE
001460                'OPEN CASES AGAINST THE TAKEDOWN SLA'.
001470     05  FILLER              PIC X(92) VALUE SPACES.
001480 01  AGE-DTL-LINE.
001490     05  AGE-DTL-BUCKET      PIC X(20).
001500     05  FILLER              PIC X(02) VALUE SPACES.
001510     05  AGE-DTL-COUNT-OUT   PIC ZZZ,ZZ9.
001520     05  FILLER              PIC X(103) VALUE SPACES.
001530 01  RSV-HDG-LINE.
001540     05  FILLER              PIC X(30) VALUE
001550                'CASES RESOLVED PER DAY - LAST'.
001552     05  RSV-HDG-DAYS        PIC ZZ9.
001554     05  FILLER              PIC X(05) VALUE ' DAYS'.
001560     05  FILLER              PIC X(94) VALUE SPACES.
001570 01  RSV-COL-LINE.
001580     05  FILLER              PIC X(10) VALUE 'DAY'.
001590     05  FILLER              PIC X(02) VALUE SPACES.
001600     05  FILLER              PIC X(09) VALUE 'RESOLVED'.
001610     05  FILLER              PIC X(11) VALUE 'WITHIN SLA'.
001620     05  FILLER              PIC X(09) VALUE 'PAST SLA'.
001630     05  FILLER              PIC X(91) VALUE SPACES.
001640 01  RSV-DTL-LINE.
001650     05  RSV-DTL-DAY         PIC X(10).
001660     05  FILLER              PIC X(02) VALUE SPACES.
001670     05  RSV-DTL-COUNT-OUT   PIC ZZZ,ZZ9.
001680     05  FILLER              PIC X(04) VALUE SPACES.
001690     05  RSV-DTL-WITHIN-OUT  PIC ZZZ,ZZ9.
001700     05  FILLER              PIC X(04) VALUE SPACES.
001710     05  RSV-DTL-MISSED-OUT  PIC ZZZ,ZZ9.
001720     05  FILLER              PIC X(91) VALUE SPACES.
001730 01  BLANK-LINE              PIC X(132) VALUE SPACES.
001740*
001745 COPY GBRUNREC.
001750     EXEC SQL
001760          INCLUDE SQLCA
001770     END-EXEC.
001780*
001790 PROCEDURE DIVISION.
001800*---------------------------------------------------------------*
001810* 0000-MAINLINE                                                 *
001820*---------------------------------------------------------------*
001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001850     PERFORM 2000-PROCESS-OPEN   THRU 2000-EXIT
001860             UNTIL OPN-AT-EOF.
001870     PERFORM 3000-PRINT-AGING    THRU 3000-EXIT.
001880     PERFORM 4000-START-RESOLVED THRU 4000-EXIT.
001890     PERFORM 4500-PROCESS-RESOLVED THRU 4500-EXIT
001900             UNTIL RSV-AT-EOF.
001910     PERFORM 8000-FINALIZE       THRU 8000-EXIT.
001920     STOP RUN.
001930*
001940*---------------------------------------------------------------*
001950* 1000-INITIALIZE - OPEN THE REPORT, PRINT THE HEADINGS, OPEN   *
001960*     THE OPEN-CASE CURSOR AND PRIME THE READ.  THE AGE IS      *
001970*     WHOLE HOURS FROM RECEIVED_AT TO NOW.                      *
001980*---------------------------------------------------------------*
001990 1000-INITIALIZE.
001992     MOVE 'GBRPT06' TO RLG-PROGRAM.
001994     SET RLG-STARTING TO TRUE.
001996     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
002000     OPEN OUTPUT REPORT-FILE.
002010     WRITE REPORT-RECORD FROM HDG-LINE-1.
002020     WRITE REPORT-RECORD FROM OPN-HDG-LINE.
002030     WRITE REPORT-RECORD FROM OPN-COL-LINE.
002040     EXEC SQL
002050          DECLARE OPNCSR CURSOR FOR
002060          SELECT CASE_NO, ENTRY_ID, CHAR(RECEIVED_AT),
002070                 ((DAYS(CURRENT TIMESTAMP)
002080                   - DAYS(RECEIVED_AT)) * 86400
002090                  + MIDNIGHT_SECONDS(CURRENT TIMESTAMP)
002100                  - MIDNIGHT_SECONDS(RECEIVED_AT))
002110                   / 3600,
002120                 COMPLAINANT_TYPE, COMPLAINANT, REASON
002130            FROM COMPLAINT_CASES
002140           WHERE STATUS = 'O'
002150           ORDER BY RECEIVED_AT, CASE_NO
002160     END-EXEC.
002170     EXEC SQL
002180          OPEN OPNCSR
002190     END-EXEC.
002200     PERFORM 2100-FETCH-OPEN THRU 2100-EXIT.
002210 1000-EXIT.
002220     EXIT.
002230*
002240*---------------------------------------------------------------*
002250* 2000-PROCESS-OPEN - PRINT ONE OPEN CASE, FLAGGED ONCE IT HAS  *
002260*     BEEN OPEN SLA-HOURS OR MORE, COUNT IT INTO ITS AGE BUCKET *
002270*     AND FETCH THE NEXT.                                       *
002280*---------------------------------------------------------------*
002290 2000-PROCESS-OPEN.
002300     MOVE OPN-CASE-NO     TO OPN-DTL-CASE-NO.
002310     MOVE OPN-ENTRY-ID    TO OPN-DTL-ENTRY-ID.
002320     MOVE OPN-RECEIVED-AT TO OPN-DTL-RECEIVED-AT.
002330     MOVE OPN-AGE-HOURS   TO OPN-DTL-HOURS-OUT.
002340     MOVE OPN-TYPE        TO OPN-DTL-TYPE.
002350     MOVE OPN-COMPLAINANT TO OPN-DTL-COMPLAINANT.
002360     MOVE OPN-REASON      TO OPN-DTL-REASON.
002370     IF OPN-AGE-HOURS NOT LESS THAN SLA-HOURS
002380         MOVE 'PAST SLA' TO OPN-DTL-FLAG
002390         ADD 1 TO OPEN-PAST-SLA-COUNT
002400     ELSE
002410         MOVE SPACES     TO OPN-DTL-FLAG
002420         ADD 1 TO OPEN-WITHIN-SLA-COUNT
002430     END-IF.
002440     WRITE REPORT-RECORD FROM OPN-DTL-LINE.
002445     ADD 1 TO RLG-ROWS-WRITTEN.
002450     PERFORM 2100-FETCH-OPEN THRU 2100-EXIT.
002460 2000-EXIT.
002470     EXIT.
002480*
002490*---------------------------------------------------------------*
002500* 2100-FETCH-OPEN                                               *
002510*---------------------------------------------------------------*
002520 2100-FETCH-OPEN.
002530     EXEC SQL
002540          FETCH OPNCSR
002550           INTO :OPN-CASE-NO, :OPN-ENTRY-ID, :OPN-RECEIVED-AT,
002560                :OPN-AGE-HOURS, :OPN-TYPE, :OPN-COMPLAINANT,
002570                :OPN-REASON
002580     END-EXEC.
002590     IF SQLCODE = 100
002600         SET OPN-AT-EOF TO TRUE
002603     ELSE
002606         ADD 1 TO RLG-ROWS-READ
002610     END-IF.
002620 2100-EXIT.
002630     EXIT.
002640*
002650*---------------------------------------------------------------*
002660* 3000-PRINT-AGING - CLOSE THE OPEN-CASE CURSOR AND PRINT THE   *
002670*     OPEN CASES WITHIN AND PAST THE SLA.                       *
002680*---------------------------------------------------------------*
002690 3000-PRINT-AGING.
002700     EXEC SQL
002710          CLOSE OPNCSR
002720     END-EXEC.
002730     WRITE REPORT-RECORD FROM BLANK-LINE.
002740     WRITE REPORT-RECORD FROM AGE-HDG-LINE.
002750     MOVE 'OPEN WITHIN SLA'       TO AGE-DTL-BUCKET.
002760     MOVE OPEN-WITHIN-SLA-COUNT   TO AGE-DTL-COUNT-OUT.
002770     WRITE REPORT-RECORD FROM AGE-DTL-LINE.
002775     ADD 1 TO RLG-ROWS-WRITTEN.
002780     MOVE 'OPEN PAST SLA'         TO AGE-DTL-BUCKET.
002790     MOVE OPEN-PAST-SLA-COUNT     TO AGE-DTL-COUNT-OUT.
002800     WRITE REPORT-RECORD FROM AGE-DTL-LINE.
002805     ADD 1 TO RLG-ROWS-WRITTEN.
002810 3000-EXIT.
002820     EXIT.
002830*
002840*---------------------------------------------------------------*
002850* 4000-START-RESOLVED - PRINT THE RESOLVED HEADING, OPEN THE    *
002860*     PER-DAY RESOLVED CURSOR OVER THE WINDOW AND PRIME THE     *
002870*     READ.  A CASE COUNTS ON THE DAY IT WAS ACTIONED OR MARKED *
002880*     NO ACTION, AND IS WITHIN THE SLA WHEN THAT CAME NO LATER  *
002890*     THAN SLA-HOURS AFTER IT WAS RECEIVED.                     *
002900*---------------------------------------------------------------*
002910 4000-START-RESOLVED.
002920     WRITE REPORT-RECORD FROM BLANK-LINE.
002925     MOVE RESOLVED-DAYS TO RSV-HDG-DAYS.
002930     WRITE REPORT-RECORD FROM RSV-HDG-LINE.
002940     WRITE REPORT-RECORD FROM RSV-COL-LINE.
002950     EXEC SQL
002960          DECLARE RSVCSR CURSOR FOR
002970          SELECT CHAR(DATE(RESOLVED_AT)), COUNT(*),
002980                 SUM(CASE WHEN RESOLVED_AT <=
002990                               RECEIVED_AT + :SLA-HOURS HOURS
003000                          THEN 1 ELSE 0 END)
003010            FROM COMPLAINT_CASES
003020           WHERE RESOLVED_AT >
003030                 CURRENT TIMESTAMP - :RESOLVED-DAYS DAYS
003040           GROUP BY DATE(RESOLVED_AT)
003050           ORDER BY DATE(RESOLVED_AT)
003060     END-EXEC.
003070     EXEC SQL
003080          OPEN RSVCSR
003090     END-EXEC.
003100     PERFORM 4600-FETCH-RESOLVED THRU 4600-EXIT.
003110 4000-EXIT.
003120     EXIT.
003130*
003140*---------------------------------------------------------------*
003150* 4500-PROCESS-RESOLVED - PRINT ONE DAY'S RESOLVED CASES AND    *
003160*     FETCH THE NEXT.                                           *
003170*---------------------------------------------------------------*
003180 4500-PROCESS-RESOLVED.
003190     COMPUTE RSV-MISSED-COUNT = RSV-COUNT - RSV-WITHIN-COUNT.
003200     MOVE RSV-DAY          TO RSV-DTL-DAY.
003210     MOVE RSV-COUNT        TO RSV-DTL-COUNT-OUT.
003220     MOVE RSV-WITHIN-COUNT TO RSV-DTL-WITHIN-OUT.
003230     MOVE RSV-MISSED-COUNT TO RSV-DTL-MISSED-OUT.
003240     WRITE REPORT-RECORD FROM RSV-DTL-LINE.
003245     ADD 1 TO RLG-ROWS-WRITTEN.
003250     PERFORM 4600-FETCH-RESOLVED THRU 4600-EXIT.
003260 4500-EXIT.
003270     EXIT.
003280*
003290*---------------------------------------------------------------*
003300* 4600-FETCH-RESOLVED                                           *
003310*---------------------------------------------------------------*
003320 4600-FETCH-RESOLVED.
003330     EXEC SQL
003340          FETCH RSVCSR
003350           INTO :RSV-DAY, :RSV-COUNT, :RSV-WITHIN-COUNT
003360     END-EXEC.
003370     IF SQLCODE = 100
003380         SET RSV-AT-EOF TO TRUE
003383     ELSE
003386         ADD 1 TO RLG-ROWS-READ
003390     END-IF.
003400 4600-EXIT.
003410     EXIT.
003420*
003430*---------------------------------------------------------------*
003440* 8000-FINALIZE - CLOSE THE RESOLVED CURSOR AND THE REPORT.     *
003450*---------------------------------------------------------------*
003460 8000-FINALIZE.
003470     EXEC SQL
003480          CLOSE RSVCSR
003490     END-EXEC.
003500     CLOSE REPORT-FILE.
003502     SET RLG-ENDING TO TRUE.
003504     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
003506     MOVE RLG-RETURN-CODE TO RETURN-CODE.
003510 8000-EXIT.
003520     EXIT.
