002000*                  REJECTED SHOWS AS IDLE, WHICH IS USUALLY THE
002100*                  POINT. ENDS WITH RETURN-CODE 4 WHEN ANYTHING
002200*                  IS LISTED SO THE CLEANUP CAN BE SCHEDULED.
002220* 2026-10-15 JH    THE USAGE WINDOW IS NOW COUNTED BACK FROM THE
002240*                  BUSINESS DATE ON THE BUSDATE CARD (THROUGH THE
002260*                  NEW BDTCHK SUBPROGRAM) INSTEAD OF THE SYSTEM
002280*                  CLOCK. A MISSING CARD, AN INVALID DATE OR A
002300*                  NON-WORKING DAY ON THE PLTCAL PLANT CALENDAR
002320*                  ENDS THE RUN WITH RETURN-CODE 16.
002340*-----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. GENERIC.
014700     05 PTU-PRT-CNT-LABEL  PIC X(34).
014800     05 PTU-PRT-CNT-NUM    PIC ZZZZZZ9.
014900     05 FILLER             PIC X(39) VALUE SPACES.
014930
014960     COPY BDTPARM.
015000
015100 PROCEDURE DIVISION.
015200
016100     STOP RUN.
016200
016300 1000-INIT.
016310     MOVE "PTUSAGE" TO BDT-CALLER.
016320     CALL "BDTCHK" USING BDT-PARMS.
016330     IF NOT BDT-DATE-OK
016340         MOVE "Y" TO PTU-ABORT-SWITCH
016350         MOVE 16 TO RETURN-CODE
016360         GO TO 1000-INIT-EXIT
016370     END-IF.
016400     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
016500     MOVE BDT-BUS-DATE TO PTU-TODAY.
016600     COMPUTE PTU-DAY-NUM =
016700         FUNCTION INTEGER-OF-DATE(PTU-TODAY) - PTU-NIGHTS.
016800     COMPUTE PTU-CUTOFF = FUNCTION DATE-OF-INTEGER(PTU-DAY-NUM).
