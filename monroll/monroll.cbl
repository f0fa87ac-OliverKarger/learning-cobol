003700*                  MONTH SELECTED NOTHING, 8 WHEN THE PART
003800*                  TABLE OVERFLOWED AND THE EXTRACT IS
003900*                  INCOMPLETE, 16 ON AN OPEN FAILURE.
003920* 2026-10-15 JH    THE DEFAULT MONTH AND THE REPORT DATE NOW COME
003940*                  FROM THE BUSINESS DATE ON THE BUSDATE CARD
003960*                  (THROUGH THE NEW BDTCHK SUBPROGRAM) INSTEAD OF
003980*                  THE SYSTEM CLOCK, SO A ROLL RUN JUST AFTER
004000*                  MIDNIGHT ON THE FIRST DOES NOT PICK THE WRONG
004020*                  MONTH. A MISSING CARD, AN INVALID DATE OR A
004040*                  NON-WORKING DAY ON THE PLTCAL PLANT CALENDAR
004060*                  ENDS THE RUN WITH RETURN-CODE 16.
004080*-----------------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. GENERIC.
011500
011600 01  MON-SEL-MONTH         PIC X(06).
011700 01  MON-TODAY             PIC X(08).
011730
011760     COPY BDTPARM.
011800
011900 77  MON-PART-MAX          PIC 9(04) COMP VALUE 1000.
012000 77  MON-PART-USED         PIC 9(04) COMP VALUE ZERO.
021200     STOP RUN.
021300
021400 1000-INIT.
021410     MOVE "MONROLL" TO BDT-CALLER.
021420     CALL "BDTCHK" USING BDT-PARMS.
021430     IF NOT BDT-DATE-OK
021440         MOVE "Y" TO MON-ABORT-SWITCH
021450         MOVE 16 TO RETURN-CODE
021460         GO TO 1000-INIT-EXIT
021470     END-IF.
021500     OPEN OUTPUT MON-RPT-FILE.
021600     IF NOT MON-RPT-OK
021700         DISPLAY "MONROLL: UNABLE TO OPEN MONRPT, STATUS "
024800     EXIT.
024900
025000 1100-READ-PARM.
025100     MOVE BDT-BUS-DATE TO MON-TODAY.
025200     MOVE MON-TODAY (1:6) TO MON-SEL-MONTH.
025300     OPEN INPUT MON-PARM-FILE.
025400     IF NOT MON-PARM-OK
