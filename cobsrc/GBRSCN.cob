000302*                  CARRYING A WATCH STAMP, SO AN ENTRY A
000303*                  MODERATOR APPROVED WITH A PHRASE IN FRONT OF
000304*                  THEM IS NOT KNOCKED BACK AGAIN RUN AFTER RUN.
000305*   10/13/26  ROB  EACH RUN IS LOGGED TO BATCH_RUNS THROUGH
000306*                  GBRUNL AT START AND END WITH ITS ROWS READ
000307*                  AND WRITTEN, FOR THE GB18 RUN-LOG INQUIRY.
000308*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.    GBRSCN.
000330 AUTHOR.        R. OKONKWO-BATES.
001100     05  TOT-HITS-OUT        PIC ZZZ,ZZ9.
001110     05  FILLER              PIC X(95) VALUE SPACES.
001120*
001125 COPY GBRUNREC.
001130     EXEC SQL
001140          INCLUDE SQLCA
001150     END-EXEC.
001338*     SEVERE HITS ALWAYS FIRE.                                  *
001340*---------------------------------------------------------------*
001350 1000-INITIALIZE.
001352     MOVE 'GBRSCN' TO RLG-PROGRAM.
001354     SET RLG-STARTING TO TRUE.
001356     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
001360     OPEN OUTPUT REPORT-FILE.
001370     WRITE REPORT-RECORD FROM HDG-LINE-1.
001380     WRITE REPORT-RECORD FROM HDG-LINE-2.
001800     END-EXEC.
001810     IF SQLCODE = 100
001820         SET HIT-AT-EOF TO TRUE
001823     ELSE
001826         ADD 1 TO RLG-ROWS-READ
001830     END-IF.
001840 2100-EXIT.
001850     EXIT.
002020               WHERE ID = :HIT-ID
002030         END-EXEC
002040         ADD 1 TO REJECTED-ENTRY-COUNT
002045         ADD 1 TO RLG-ROWS-WRITTEN
002050     ELSE
002060         MOVE 'P' TO DSP-NEW-STATUS
002070         EXEC SQL
002110               WHERE ID = :HIT-ID
002120         END-EXEC
002130         ADD 1 TO PENDING-ENTRY-COUNT
002135         ADD 1 TO RLG-ROWS-WRITTEN
002140     END-IF.
002150     EXEC SQL
002160          INSERT INTO MOD_DECISIONS(ENTRY_ID, OLD_STATUS,
002350          CLOSE HITCSR
002360     END-EXEC.
002370     CLOSE REPORT-FILE.
002372     SET RLG-ENDING TO TRUE.
002374     CALL 'GBRUNL' USING GBRUNLOG-RECORD.
002376     MOVE RLG-RETURN-CODE TO RETURN-CODE.
002380 8000-EXIT.
002390     EXIT.
