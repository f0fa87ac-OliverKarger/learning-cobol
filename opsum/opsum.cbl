002698*                  THE NEW ORDER-LINE QUANTITIES. WIDENED THE
002699*                  FDS AND MAP; THE COLUMNS OPSUM READS ARE
002701*                  UNMOVED.
002711* 2026-10-15 JH    THE OPSRPT HEADER DATE NOW COMES FROM THE
002721*                  BUSINESS DATE ON THE BUSDATE CARD (THROUGH THE
002731*                  NEW BDTCHK SUBPROGRAM) INSTEAD OF THE SYSTEM
002741*                  CLOCK. A MISSING CARD, AN INVALID DATE OR A
002751*                  NON-WORKING DAY ON THE PLTCAL PLANT CALENDAR
002761*                  ENDS THE STEP WITH RETURN-CODE 16.
002762* 2026-10-15 JH    WFLCTL/KOECTL RECORDS GREW TO 260 BYTES WHEN
002763*                  THE TRAILERS GAINED THE NIGHT FINISHING-COST
002764*                  TOTAL. WIDENED THOSE TWO FDS AND THE MAP
002765*                  (KUGCTL STAYS 240 AND IS PADDED ON THE MOVE);
002766*                  THE COLUMNS OPSUM READS ARE UNMOVED.
002771*-----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. GENERIC.
007100 01  OPS-PARM-REC              PIC X(80).
007200
007300 FD  OPS-WFLCTL-FILE
007400     RECORD CONTAINS 260 CHARACTERS.
007500 01  OPS-WFLCTL-LINE           PIC X(260).
007600
007700 FD  OPS-KUGCTL-FILE
007800     RECORD CONTAINS 240 CHARACTERS.
007900 01  OPS-KUGCTL-LINE           PIC X(240).
008000
008100 FD  OPS-KOECTL-FILE
008200     RECORD CONTAINS 260 CHARACTERS.
008300 01  OPS-KOECTL-LINE           PIC X(260).
008400
008500 FD  OPS-WFLEXC-FILE
008600     RECORD CONTAINS 100 CHARACTERS.
016040     05 FILLER             PIC X(19).
016050     05 FILLER             PIC X(02).
016060     05 OPS-TRL-OOS-X      PIC X(07).
016100     05 FILLER             PIC X(45).
016200
016300 01  OPS-PRT-HDR1-LINE.
016400     05 FILLER             PIC X(34)
019900     05 FILLER             PIC X(02) VALUE SPACES.
020000     05 OPS-PRT-MSG        PIC X(60).
020100     05 FILLER             PIC X(70) VALUE SPACES.
020130
020160     COPY BDTPARM.
020200
020300 PROCEDURE DIVISION.
020400
021300     STOP RUN.
021400
021500 1000-INIT.
021510     MOVE "OPSUM" TO BDT-CALLER.
021520     CALL "BDTCHK" USING BDT-PARMS.
021530     IF NOT BDT-DATE-OK
021540         MOVE "Y" TO OPS-ABORT-SWITCH
021550         MOVE 16 TO RETURN-CODE
021560         GO TO 1000-INIT-EXIT
021570     END-IF.
021600     OPEN OUTPUT OPS-RPT-FILE.
021700     IF NOT OPS-RPT-OK
021800         DISPLAY "OPSUM: UNABLE TO OPEN OPSRPT, STATUS "
022300     END-IF.
022400     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
022500     MOVE SPACES TO OPS-RPT-LINE.
022600     MOVE BDT-BUS-DATE TO OPS-PRT-HDR-DATE.
022700     MOVE OPS-PRT-HDR1-LINE TO OPS-RPT-LINE.
022800     WRITE OPS-RPT-LINE.
022900     MOVE OPS-PRT-COL-LINE TO OPS-RPT-LINE.
