013109*                  MOVED THE INITIALIZATION (AND THE QUANTITY
013111*                  DERIVATION) BACK AHEAD OF ALL THE REJECT
013112*                  CHECKS, AS IT WAS ORIGINALLY.
013120* 2026-10-15 JH    THE RUN DATE STAMPED ON GEOEXC NOW COMES FROM
013128*                  THE BUSDATE BUSINESS-DATE CARD THROUGH THE NEW
013136*                  BDTCHK SUBPROGRAM INSTEAD OF THE SYSTEM CLOCK;
013144*                  A MISSING CARD, AN INVALID DATE OR A NON-WORKING
013152*                  DAY ON THE PLTCAL PLANT CALENDAR ENDS THE RUN
013160*                  WITH RETURN-CODE 16. THE GEOAUD TIMESTAMP STAYS
013168*                  ON THE CLOCK - IT RECORDS WHEN THE CALCULATION
013176*                  WAS ACTUALLY MADE.
013184*-----------------------------------------------------------------
013200
013300 ENVIRONMENT DIVISION.
013400 CONFIGURATION SECTION.
027400
027500 01  GEO-EXC-REASON-CODE   PIC X(04).
027600 01  GEO-RUN-DATE          PIC X(08).
027630
027660     COPY BDTPARM.
027700
027800 01  GEO-MAT-CODE-WORK     PIC X(04).
027900
035200     STOP RUN.
035300
035400 1000-INIT.
035410     MOVE "GEOMETRIE" TO BDT-CALLER.
035420     CALL "BDTCHK" USING BDT-PARMS.
035430     IF NOT BDT-DATE-OK
035440         MOVE "Y" TO GEO-EOF-SWITCH
035450         MOVE "Y" TO GEO-ABORT-SWITCH
035460         MOVE 16 TO RETURN-CODE
035470         GO TO 1000-INIT-EXIT
035480     END-IF.
035500     OPEN INPUT GEO-INPUT-FILE.
035600     IF NOT GEO-INPUT-OK
035700         DISPLAY "GEOMETRIE: UNABLE TO OPEN GEOIN, STATUS "
038800         MOVE 16 TO RETURN-CODE
038900         GO TO 1000-INIT-EXIT
039000     END-IF.
039100     MOVE BDT-BUS-DATE TO GEO-RUN-DATE.
039200     PERFORM 1070-OPEN-PARTMST THRU 1070-OPEN-PARTMST-EXIT.
039300     PERFORM 1080-OPEN-MATMST THRU 1080-OPEN-MATMST-EXIT.
039400     PERFORM 1095-OPEN-SPCLMT THRU 1095-OPEN-SPCLMT-EXIT.
