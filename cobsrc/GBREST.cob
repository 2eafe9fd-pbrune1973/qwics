000410*-----------------------------------------------------------------
000420* MODIFICATION HISTORY.
000430*   08/24/26  ROB  ORIGINAL PROGRAM.
000432*   10/13/26  ROB  EACH RUN IS LOGGED TO BATCH_RUNS THROUGH
000434*                  GBRUNL AT START AND END WITH ITS ROWS READ
000436*                  AND WRITTEN, FOR THE GB18 RUN-LOG INQUIRY.
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.    GBREST.
002410     05  FAIL-TOT-OUT        PIC ZZZ,ZZ9.
002420     05  FILLER              PIC X(99) VALUE SPACES.
002430*
002435 COPY GBRUNREC.
002440     EXEC SQL
002450          INCLUDE SQLCA
002460     END-EXEC.
002620*     PRIME THE ARCHIVE READ.                                   *
002630*---------------------------------------------------------------*
002640 1000-INITIALIZE.
002642     MOVE 'GBREST' TO RLG-PROGRAM.
002644     SET RLG-STARTING TO TRUE.
002646     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
002650     OPEN INPUT  CONTROL-FILE.
002660     OPEN INPUT  ARCHIVE-FILE.
002670     OPEN OUTPUT REPORT-FILE.
004270 2100-READ-ARCHIVE.
004280     READ ARCHIVE-FILE
004290         AT END SET ARCH-AT-EOF TO TRUE
004295         NOT AT END ADD 1 TO RLG-ROWS-READ
004300     END-READ.
004310 2100-EXIT.
004320     EXIT.
005200     IF SQLCODE = ZERO
005210         MOVE 'RESTORED' TO DTL-DISPO
005220         ADD 1 TO RESTORE-COUNT
005225         ADD 1 TO RLG-ROWS-WRITTEN
005230     ELSE
005240         MOVE 'INSERT FAILED' TO DTL-DISPO
005250         ADD 1 TO FAIL-COUNT
005550     END-IF.
005560     CLOSE ARCHIVE-FILE.
005570     CLOSE REPORT-FILE.
005572     SET RLG-ENDING TO TRUE.
005574     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
005576     MOVE RLG-RETURN-CODE TO RETURN-CODE.
005580 8000-EXIT.
005590     EXIT.
005600*
