003220*                  (WFLIN 43->46, KOEIN 45->48, GEOIN 51->54);
003230*                  FOLLOWED IN THE FDS. THE PART-ID STAYS IN
003240*                  COLUMNS 1-8, SO NOTHING ELSE MOVES.
003260* 2026-10-15 JH    THE XFDRPT HEADER DATE NOW COMES FROM THE
003280*                  BUSINESS DATE ON THE BUSDATE CARD (THROUGH THE
003300*                  NEW BDTCHK SUBPROGRAM) INSTEAD OF THE SYSTEM
003320*                  CLOCK. A MISSING CARD, AN INVALID DATE OR A
003340*                  NON-WORKING DAY ON THE PLTCAL PLANT CALENDAR
003360*                  ENDS THE STEP WITH RETURN-CODE 16.
003380*-----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. GENERIC.
015300     05 XFD-PRT-MSG        PIC X(60).
015400     05 XFD-PRT-MSG-NUM    PIC ZZZZZZ9.
015500     05 FILLER             PIC X(11) VALUE SPACES.
015530
015560     COPY BDTPARM.
015600
015700 PROCEDURE DIVISION.
015800
016900     STOP RUN.
017000
017100 1000-INIT.
017110     MOVE "XFEEDRPT" TO BDT-CALLER.
017120     CALL "BDTCHK" USING BDT-PARMS.
017130     IF NOT BDT-DATE-OK
017140         MOVE "Y" TO XFD-ABORT-SWITCH
017150         MOVE 16 TO RETURN-CODE
017160         GO TO 1000-INIT-EXIT
017170     END-IF.
017200     OPEN OUTPUT XFD-RPT-FILE.
017300     IF NOT XFD-RPT-OK
017400         DISPLAY "XFEEDRPT: UNABLE TO OPEN XFDRPT, STATUS "
017900     END-IF.
018000     INITIALIZE XFD-PART-TABLE.
018100     MOVE SPACES TO XFD-RPT-LINE.
018200     MOVE BDT-BUS-DATE TO XFD-PRT-HDR-DATE.
018300     MOVE XFD-PRT-HDR1-LINE TO XFD-RPT-LINE.
018400     WRITE XFD-RPT-LINE.
018500 1000-INIT-EXIT.
