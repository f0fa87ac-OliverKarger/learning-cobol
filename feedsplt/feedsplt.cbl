003840*                  (43->46) AND KOEIN (45->48) RECORD AND AS
003850*                  THE FIFTH VARSIN CSV COLUMN, SO THE MAINS
003860*                  CAN SUBTOTAL EACH HALL ON ITS OWN.
003870* 2026-10-15 JH    THE RUN DATE STAMPED ON PLTEXC NOW COMES FROM
003880*                  THE BUSDATE BUSINESS-DATE CARD THROUGH THE NEW
003890*                  BDTCHK SUBPROGRAM INSTEAD OF THE SYSTEM CLOCK.
003900*                  A MISSING CARD, AN INVALID DATE OR A DAY THE
003910*                  PLTCAL PLANT CALENDAR SHOWS AS NON-WORKING ENDS
003920*                  THE STEP WITH RETURN-CODE 16, SO NITEBAT HOLDS
003930*                  THE WHOLE CYCLE AT THE FRONT DOOR.
003940*-----------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. GENERIC.
013320        88 SPL-IS-DETAIL   VALUE "Y".
013400
013500 01  SPL-RUN-DATE          PIC X(08).
013530
013560     COPY BDTPARM.
013600
013700 01  SPL-FEED-TOTALS.
013800     05 SPL-DETAIL-COUNT   PIC 9(07)        VALUE ZERO.
021100     STOP RUN.
021200
021300 1000-INIT.
021310     MOVE "FEEDSPLT" TO BDT-CALLER.
021320     CALL "BDTCHK" USING BDT-PARMS.
021330     IF NOT BDT-DATE-OK
021340         MOVE "Y" TO SPL-ABORT-SWITCH
021350         MOVE 16 TO RETURN-CODE
021360         GO TO 1000-INIT-EXIT
021370     END-IF.
021400     OPEN INPUT SPL-INPUT-FILE.
021500     IF NOT SPL-INPUT-OK
021600         DISPLAY "FEEDSPLT: UNABLE TO OPEN PLTIN, STATUS "
025900         MOVE 16 TO RETURN-CODE
026000         GO TO 1000-INIT-EXIT
026100     END-IF.
026200     MOVE BDT-BUS-DATE TO SPL-RUN-DATE.
026300     PERFORM 2100-READ-IN THRU 2100-READ-IN-EXIT.
026400 1000-INIT-EXIT.
026500     EXIT.
