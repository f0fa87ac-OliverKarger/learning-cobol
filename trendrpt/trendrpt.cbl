001999*                  DISAPPEARS INTO THE COMBINED AVERAGE. OLD
002001*                  ROWS READ BACK WITH A BLANK CODE AND FILE
002002*                  UNDER THE NIGHT BLOCK AS BEFORE.
002012* 2026-10-15 JH    THE TRDRPT HEADER DATE NOW COMES FROM THE
002022*                  BUSINESS DATE ON THE BUSDATE CARD (THROUGH THE
002032*                  NEW BDTCHK SUBPROGRAM) INSTEAD OF THE SYSTEM
002042*                  CLOCK. A MISSING CARD, AN INVALID DATE OR A
002052*                  NON-WORKING DAY ON THE PLTCAL PLANT CALENDAR
002062*                  ENDS THE STEP WITH RETURN-CODE 16.
002072*-----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER. GENERIC.
011200     05 FILLER             PIC X(01) VALUE SPACES.
011300     05 TRD-PRT-FLAG       PIC X(02).
011400     05 FILLER             PIC X(12) VALUE SPACES.
011430
011460     COPY BDTPARM.
011500
011600 PROCEDURE DIVISION.
011700
012600     STOP RUN.
012700
012800 1000-INIT.
012810     MOVE "TRENDRPT" TO BDT-CALLER.
012820     CALL "BDTCHK" USING BDT-PARMS.
012830     IF NOT BDT-DATE-OK
012840         MOVE "Y" TO TRD-ABORT-SWITCH
012850         MOVE 16 TO RETURN-CODE
012860         GO TO 1000-INIT-EXIT
012870     END-IF.
012900     OPEN INPUT TRD-HIST-FILE.
013000     IF NOT TRD-HIST-OK
013100         DISPLAY "TRENDRPT: UNABLE TO OPEN RUNHIST, STATUS "
014300         GO TO 1000-INIT-EXIT
014400     END-IF.
014500     INITIALIZE TRD-PROG-TABLE.
014600     MOVE BDT-BUS-DATE TO TRD-PRT-HDR-DATE.
014700     MOVE TRD-PRT-HDR1-LINE TO TRD-RPT-LINE.
014800     WRITE TRD-RPT-LINE.
014900     PERFORM 2100-READ-HIST THRU 2100-READ-HIST-EXIT.
