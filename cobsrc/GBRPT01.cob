000259*                  SPONSOR'S LISTING NO LONGER HAS TO BE SPLIT
000261*                  OUT OF THE REPORT BY HAND.  ENTRIES FROM
000263*                  BEFORE EVENT TAGGING GROUP UNDER (NONE).
000264*   10/13/26  ROB  EACH RUN IS LOGGED TO BATCH_RUNS THROUGH
000265*                  GBRUNL AT START AND END WITH ITS ROWS READ
000266*                  AND WRITTEN, FOR THE GB18 RUN-LOG INQUIRY.
000267*****************************************************************
000290  IDENTIFICATION DIVISION.
000300  PROGRAM-ID.    GBRPT01.
000310  AUTHOR.        R. OKONKWO-BATES.
001080      05  DAY-DTL-COUNT-OUT   PIC ZZZ,ZZ9.
001090      05  FILLER              PIC X(213) VALUE SPACES.
001100*
001105  COPY GBRUNREC.
001110      EXEC SQL
001120           INCLUDE SQLCA
001130      END-EXEC.
001280*     THE CURSOR AND PRIME THE READ.                             *
001290*---------------------------------------------------------------*
001300  1000-INITIALIZE.
001302      MOVE 'GBRPT01' TO RLG-PROGRAM.
001304      SET RLG-STARTING TO TRUE.
001306      CALL 'GBRUNL' USING GBRUNLOG-RECORD.
001310      OPEN OUTPUT REPORT-FILE.
001320      WRITE REPORT-RECORD FROM HDG-LINE-1.
001330      WRITE REPORT-RECORD FROM HDG-LINE-2.
001510      MOVE RPT-TITLE   TO DTL-TITLE.
001520      MOVE RPT-MESSAGE TO DTL-MESSAGE.
001530      WRITE REPORT-RECORD FROM DTL-LINE.
001535      ADD 1 TO RLG-ROWS-WRITTEN.
001540      ADD 1 TO RPT-TOTAL-COUNT.
001545      ADD 1 TO EVT-SUBTOTAL-COUNT.
001550      PERFORM 2100-FETCH-NEXT THRU 2100-EXIT.
001660      END-EXEC.
001670      IF SQLCODE = 100
001680          SET CURSOR-AT-EOF TO TRUE
001683      ELSE
001686          ADD 1 TO RLG-ROWS-READ
001690      END-IF.
001700  2100-EXIT.
001710      EXIT.
001820      END-EXEC.
001830      PERFORM 7000-PRINT-DAY-COUNTS THRU 7000-EXIT.
001840      CLOSE REPORT-FILE.
001842      SET RLG-ENDING TO TRUE.
001844      CALL 'GBRUNL' USING GBRUNLOG-RECORD.
001846      MOVE RLG-RETURN-CODE TO RETURN-CODE.
001850  8000-EXIT.
001860      EXIT.
001870*
002200      END-EXEC.
002210      IF SQLCODE = 100
002220          SET DAY-AT-EOF TO TRUE
002223      ELSE
002226          ADD 1 TO RLG-ROWS-READ
002230      END-IF.
002240  7100-EXIT.
002250      EXIT.
002310      MOVE SUBMIT-DAY       TO DAY-DTL-DATE.
002320      MOVE DAY-ENTRY-COUNT  TO DAY-DTL-COUNT-OUT.
002330      WRITE REPORT-RECORD FROM DAY-DTL-LINE.
002335      ADD 1 TO RLG-ROWS-WRITTEN.
002340      PERFORM 7100-FETCH-DAY THRU 7100-EXIT.
002350  7200-EXIT.
002360      EXIT.
