000100*****************************************************************
000110* PROGRAM-ID: GBAUDT
000120* AUTHOR:     R. OKONKWO-BATES, EVENTS SYSTEMS GROUP
000130* INSTALLATION: EVENTS DIVISION DATA CENTER
000140* DATE-WRITTEN: 10/09/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*   CALLED SUBPROGRAM THAT WRITES ONE MASTER_AUDIT ROW - THE
000190*   BEFORE AND AFTER IMAGE OF A CHANGE TO KIOSKS, BANNED_WORDS
000200*   OR EVENTS, WITH THE TERMINAL, USER AND TIME.  GB07, GB08
000210*   AND GB10 ALL CALL THIS SO THE AUDIT INSERT ONLY LIVES IN
000220*   ONE PLACE.  THE ROW GOES IN THE CALLER'S UNIT OF WORK, SO
000230*   IT COMMITS OR BACKS OUT WITH THE CHANGE IT DESCRIBES.
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY.
000260*   10/09/26  ROB  ORIGINAL PROGRAM.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    GBAUDT.
000300 AUTHOR.        R. OKONKWO-BATES.
000310 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000320 DATE-WRITTEN.  10/09/2026.
000330 DATE-COMPILED.
000340*
000350 ENVIRONMENT DIVISION.
000360*
000370 DATA DIVISION.
000380 WORKING-STORAGE SECTION.
000390*
000400     EXEC SQL
000410          INCLUDE SQLCA
000420     END-EXEC.
000430*
000440 LINKAGE SECTION.
000450*
000460 COPY GBAUDREC.
000470*
000480 PROCEDURE DIVISION USING GBAUDIT-RECORD.
000490*---------------------------------------------------------------*
000500* 0000-MAINLINE - INSERT THE AUDIT ROW.  A BLANK IMAGE OR USER  *
000510*     IS STORED AS NULL; THE KEY AND IMAGES ARE STORED TRIMMED  *
000520*     SO THE VARCHARS NEVER CARRY THE HOST VARIABLES' TRAILING  *
000530*     BLANKS.                                                   *
000540*---------------------------------------------------------------*
000550 0000-MAINLINE.
000560     EXEC SQL
000570          INSERT INTO MASTER_AUDIT(TABLE_NAME, CHANGE_KEY,
000580                      ACTION, BEFORE_IMAGE, AFTER_IMAGE,
000590                      TERM_ID, USER_ID, CHANGED_AT)
000600                 VALUES(:AUD-TABLE-NAME, TRIM(:AUD-KEY),
000610                        :AUD-ACTION,
000620                        TRIM(NULLIF(:AUD-BEFORE, ' ')),
000630                        TRIM(NULLIF(:AUD-AFTER, ' ')),
000640                        :AUD-TERM-ID,
000650                        NULLIF(:AUD-USER-ID, ' '),
000660                        CURRENT TIMESTAMP)
000670     END-EXEC.
000680     GOBACK.
