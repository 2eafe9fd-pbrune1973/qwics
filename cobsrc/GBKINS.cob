000190*   GUESTBOOK ENTRY.  BOTH GUESTBK (LIVE SUBMISSIONS) AND GBKRPLY
000200*   (RECOVERY REPLAY) CALL THIS SO THE INSERT LOGIC ONLY LIVES IN
000210*   ONE PLACE.  RETURNS SQLCODE TO THE CALLER SO IT CAN DECIDE
000220*   WHAT TO DO ON FAILURE.  A GUEST WHO CONSENTED TO SPONSOR
000222*   CONTACT HAS THEIR ADDRESS WRITTEN TO ENTRY_CONTACTS IN THE
000224*   SAME CALL, KEYED TO THE NEW ENTRY; IF THAT INSERT FAILS THE
000226*   ENTRY IS DELETED AGAIN AND THE CONTACT'S SQLCODE RETURNED,
000228*   SO THE CALLER QUEUES BOTH AND A REPLAY WRITES BOTH.
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY.
000250*   02/02/26  ROB  ORIGINAL PROGRAM, SPLIT OUT OF GUESTBK'S
000286*                  (THE FIRST WATCH-LIST PHRASE THE MESSAGE
000287*                  HIT, SHOWN TO THE MODERATOR ON GB04; BLANK
000288*                  STORED AS NULL WHEN NOTHING FIRED).
000289*   10/15/26  ROB  WRITE THE GUEST'S CONSENTED CONTACT ADDRESS
000290*                  TO ENTRY_CONTACTS (NEVER ENTRIES) UNDER THE
000291*                  NEW ENTRY'S ID; A FAILED CONTACT INSERT
000292*                  BACKS THE ENTRY OUT AND FAILS THE CALL.
000293*****************************************************************
000294 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.    GBKINS.
000310 AUTHOR.        R. OKONKWO-BATES.
000320 INSTALLATION.  EVENTS DIVISION DATA CENTER.
000370*
000380 DATA DIVISION.
000390 WORKING-STORAGE SECTION.
000392*
000394 01  NEW-ENTRY-ID             PIC S9(09) COMP.
000396 01  CONTACT-SQLCODE          PIC S9(09) COMP.
000400*
000410     EXEC SQL
000420          INCLUDE SQLCA
000530* 0000-MAINLINE - INSERT THE ENTRY AND HAND SQLCODE BACK TO THE  *
000540*     CALLER.  NEW ENTRIES START OUT PENDING (APPROVED = 'P')    *
000550*     UNTIL A MODERATOR CLEARS THEM ON GB04.                     *
000555*     A CONSENTED CONTACT ADDRESS GOES IN WITH IT.               *
000560*---------------------------------------------------------------*
000570 0000-MAINLINE.
000580     EXEC SQL
000627                        TRIM(NULLIF(:WATCH-PHRASE, ' ')))
000630     END-EXEC.
000640     MOVE SQLCODE TO GBK-RETURN-CODE.
000641     IF GBK-RETURN-CODE = ZERO
000642        AND CONTACT-CONSENT = 'Y'
000643        AND CONTACT-EMAIL NOT = SPACES
000644         PERFORM 1000-INSERT-CONTACT THRU 1000-EXIT
000645     END-IF.
000650     GOBACK.
000660*
000670*---------------------------------------------------------------*
000680* 1000-INSERT-CONTACT - WRITE THE GUEST'S CONSENTED ADDRESS     *
000690*     UNDER THE ID DB2 JUST GAVE THE ENTRY, WITH THE ENTRY'S    *
000700*     EVENT, SUBMISSION TIME AND KIOSK.  IF IT FAILS, DELETE    *
000710*     THE ENTRY AGAIN AND HAND BACK THE CONTACT'S SQLCODE - THE *
000720*     CALLER QUEUES THE WHOLE RECORD, AND AN ENTRY MUST NEVER   *
000730*     GO IN TWICE ON REPLAY OR LOSE THE ADDRESS IT CAME WITH.   *
000740*---------------------------------------------------------------*
000750 1000-INSERT-CONTACT.
000760     EXEC SQL
000770          VALUES (IDENTITY_VAL_LOCAL()) INTO :NEW-ENTRY-ID
000780     END-EXEC.
000790     EXEC SQL
000800          INSERT INTO ENTRY_CONTACTS(ENTRY_ID, EVENT_CODE,
000810                      EMAIL, CONSENT, CONSENTED_AT, TERM_ID)
000820                 VALUES(:NEW-ENTRY-ID,
000830                        NULLIF(:EVENT-CODE, ' '),
000840                        TRIM(:CONTACT-EMAIL), 'Y',
000850                        :SUBMITTED-AT, :TERM-ID)
000860     END-EXEC.
000870     IF SQLCODE NOT LESS THAN ZERO
000880         GO TO 1000-EXIT
000890     END-IF.
000900     MOVE SQLCODE TO CONTACT-SQLCODE.
000910     EXEC SQL
000920          DELETE FROM ENTRIES
000930           WHERE ID = :NEW-ENTRY-ID
000940     END-EXEC.
000950     MOVE CONTACT-SQLCODE TO GBK-RETURN-CODE.
000960 1000-EXIT.
000970     EXIT.
