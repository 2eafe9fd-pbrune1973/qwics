000100*****************************************************************
000110* PROGRAM-ID: GBRUNL
000120* AUTHOR:     R. OKONKWO-BATES, EVENTS SYSTEMS GROUP
000130* INSTALLATION: EVENTS DIVISION DATA CENTER
000140* DATE-WRITTEN: 10/13/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*   CALLED SUBPROGRAM THAT KEEPS THE BATCH_RUNS LOG.  EVERY
000190*   BATCH PROGRAM CALLS IT TWICE: AT THE START OF THE RUN, TO
000200*   OPEN A 'R' (RUNNING) ROW FOR THE PROGRAM AND TODAY'S DATE,
000210*   AND AS THE LAST THING IT DOES, TO COMPLETE THAT ROW WITH THE
000220*   END TIME, ROW COUNTS, RETURN CODE AND STATUS 'C'.  BOTH
000230*   CALLS COMMIT, SO THE START ROW SURVIVES AN ABEND (WHICH IS
000240*   THE WHOLE POINT - A STEP THAT NEVER ENDED STAYS 'R') AND THE
000250*   END CALL COMMITS THE CALLER'S OWN WORK WITH IT.  A CALLER
000260*   MUST THEREFORE MAKE THE START CALL BEFORE IT DOES ANY WORK
000270*   AND THE END CALL AFTER IT HAS FINISHED.  A LOG FAILURE
000280*   NEVER STOPS THE CALLER'S RUN.
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY.
000310*   10/13/26  ROB  ORIGINAL PROGRAM.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.    GBRUNL.
000350 AUTHOR.        R. OKONKWO-BATES.
000360 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000370 DATE-WRITTEN.  10/13/2026.
000380 DATE-COMPILED.
000390*
000400 ENVIRONMENT DIVISION.
000410*
000420 DATA DIVISION.
000430 WORKING-STORAGE SECTION.
000440*
000450     EXEC SQL
000460          INCLUDE SQLCA
000470     END-EXEC.
000480*
000490 LINKAGE SECTION.
000500*
000510 COPY GBRUNREC.
000520*
000530 PROCEDURE DIVISION USING GBRUNLOG-RECORD.
000540*---------------------------------------------------------------*
000550* 0000-MAINLINE                                                 *
000560*---------------------------------------------------------------*
000570 0000-MAINLINE.
000580     IF RLG-STARTING
000590         PERFORM 1000-START-RUN THRU 1000-EXIT
000600     ELSE
000610         PERFORM 2000-END-RUN   THRU 2000-EXIT
000620     END-IF.
000630     GOBACK.
000640*
000650*---------------------------------------------------------------*
000660* 1000-START-RUN - ZERO THE CALLER'S COUNTS, OPEN THE RUNNING   *
000670*     ROW, HAND BACK ITS RUN ID AND COMMIT.                     *
000680*---------------------------------------------------------------*
000690 1000-START-RUN.
000700     MOVE ZERO   TO RLG-RUN-ID.
000710     MOVE ZERO   TO RLG-ROWS-READ.
000720     MOVE ZERO   TO RLG-ROWS-WRITTEN.
000730     MOVE ZERO   TO RLG-RETURN-CODE.
000740     MOVE SPACES TO RLG-MESSAGE.
000750     EXEC SQL
000760          INSERT INTO BATCH_RUNS(PROGRAM, RUN_DATE, STARTED_AT,
000770                      STATUS)
000780                 VALUES(:RLG-PROGRAM, CURRENT DATE,
000790                        CURRENT TIMESTAMP, 'R')
000800     END-EXEC.
000810     IF SQLCODE NOT = ZERO
000820         GO TO 1000-EXIT
000830     END-IF.
000840     EXEC SQL
000850          VALUES (IDENTITY_VAL_LOCAL()) INTO :RLG-RUN-ID
000860     END-EXEC.
000870     EXEC SQL
000880          COMMIT
000890     END-EXEC.
000900 1000-EXIT.
000910     EXIT.
000920*
000930*---------------------------------------------------------------*
000940* 2000-END-RUN - COMPLETE THE ROW OPENED AT THE START AND       *
000950*     COMMIT.  A RUN WHOSE START ROW COULD NOT BE WRITTEN HAS   *
000960*     RUN ID ZERO AND NOTHING TO COMPLETE.                      *
000970*---------------------------------------------------------------*
000980 2000-END-RUN.
000990     IF RLG-RUN-ID = ZERO
001000         GO TO 2000-EXIT
001010     END-IF.
001020     EXEC SQL
001030          UPDATE BATCH_RUNS
001040             SET ENDED_AT     = CURRENT TIMESTAMP,
001050                 ROWS_READ    = :RLG-ROWS-READ,
001060                 ROWS_WRITTEN = :RLG-ROWS-WRITTEN,
001070                 RETURN_CODE  = :RLG-RETURN-CODE,
001080                 STATUS       = 'C',
001090                 MESSAGE      = TRIM(NULLIF(:RLG-MESSAGE, ' '))
001100           WHERE RUN_ID = :RLG-RUN-ID
001110     END-EXEC.
001120     EXEC SQL
001130          COMMIT
001140     END-EXEC.
001150 2000-EXIT.
001160     EXIT.
