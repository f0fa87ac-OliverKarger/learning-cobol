002210* 2026-09-02 JH    CTL RECORDS GREW TO 240 BYTES WITH THE
002220*                  PIECE-COUNT TOTAL. WIDENED THE FDS AND MAP;
002230*                  THE WEIGHT AND COST COLUMNS ARE UNMOVED.
002250* 2026-10-15 JH    THE CSTRPT HEADER DATE NOW COMES FROM THE
002270*                  BUSINESS DATE ON THE BUSDATE CARD (THROUGH THE
002290*                  NEW BDTCHK SUBPROGRAM) INSTEAD OF THE SYSTEM
002310*                  CLOCK. A MISSING CARD, AN INVALID DATE OR A
002330*                  NON-WORKING DAY ON THE PLTCAL PLANT CALENDAR
002350*                  ENDS THE STEP WITH RETURN-CODE 16.
002351* 2026-10-15 JH    WFLCTL/KOECTL TRAILERS GREW TO 260 BYTES WITH
002352*                  THE NEW NIGHT FINISHING-COST TOTAL (SURFACE
002353*                  TIMES THE FINMST RATE). WIDENED THE FDS AND
002354*                  MAP AND ADDED A FINISHING COST COLUMN NEXT TO
002355*                  THE MATERIAL COST, PER PROGRAM AND FOR THE
002356*                  NIGHT; THE WEIGHT AND COST COLUMNS ARE UNMOVED.
002370*-----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. GENERIC.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CST-WFLCTL-FILE
004600     RECORD CONTAINS 260 CHARACTERS.
004700 01  CST-WFLCTL-LINE           PIC X(260).
004800
004900 FD  CST-KOECTL-FILE
005000     RECORD CONTAINS 260 CHARACTERS.
005100 01  CST-KOECTL-LINE           PIC X(260).
005200
005300 FD  CST-RPT-FILE
005400     RECORD CONTAINS 132 CHARACTERS.
007700     05 CST-CUR-COUNT      PIC 9(07) VALUE ZERO.
007800     05 CST-CUR-WGT        PIC S9(15)V9(02) VALUE ZERO.
007900     05 CST-CUR-CST        PIC S9(15)V9(02) VALUE ZERO.
007950     05 CST-CUR-FIN        PIC S9(15)V9(02) VALUE ZERO.
008000
008100 01  CST-NIGHT-TOTALS.
008200     05 CST-NIGHT-WGT      PIC S9(15)V9(02) VALUE ZERO.
008300     05 CST-NIGHT-CST      PIC S9(15)V9(02) VALUE ZERO.
008350     05 CST-NIGHT-FIN      PIC S9(15)V9(02) VALUE ZERO.
008400
008500 01  CST-CTL-TRL-MAP.
008600     05 CST-TRL-LABEL      PIC X(13).
009500     05 CST-TRL-WGT-X      PIC X(19).
009600     05 FILLER             PIC X(02).
009700     05 CST-TRL-CST-X      PIC X(19).
009800     05 FILLER             PIC X(31).
009850     05 CST-TRL-FIN-X      PIC X(19).
009870     05 FILLER             PIC X(04).
009900
010000 01  CST-PRT-HDR1-LINE.
010100     05 FILLER             PIC X(34)
010800     05 FILLER             PIC X(08) VALUE "   PROC ".
010900     05 FILLER     PIC X(21) VALUE "          WEIGHT KG  ".
011000     05 FILLER     PIC X(21) VALUE "      MATERIAL COST  ".
011050     05 FILLER     PIC X(21) VALUE "     FINISHING COST  ".
011100     05 FILLER             PIC X(48) VALUE SPACES.
011200
011300 01  CST-PRT-PROG-LINE.
011400     05 CST-PRT-PROGRAM    PIC X(12).
011800     05 CST-PRT-WGT        PIC -(15)9.99.
011900     05 FILLER             PIC X(01) VALUE SPACES.
012000     05 CST-PRT-CST        PIC -(15)9.99.
012030     05 FILLER             PIC X(01) VALUE SPACES.
012060     05 CST-PRT-FIN        PIC -(15)9.99.
012100     05 FILLER             PIC X(52) VALUE SPACES.
012200
012300 01  CST-PRT-TOT-LINE.
012400     05 FILLER             PIC X(21)
012600     05 CST-PRT-TOT-WGT    PIC -(15)9.99.
012700     05 FILLER             PIC X(01) VALUE SPACES.
012800     05 CST-PRT-TOT-CST    PIC -(15)9.99.
012830     05 FILLER             PIC X(01) VALUE SPACES.
012860     05 CST-PRT-TOT-FIN    PIC -(15)9.99.
012900     05 FILLER             PIC X(52) VALUE SPACES.
013000
013100 01  CST-PRT-MSG-LINE.
013200     05 FILLER             PIC X(02) VALUE SPACES.
013300     05 CST-PRT-MSG        PIC X(60).
013400     05 FILLER             PIC X(70) VALUE SPACES.
013430
013460     COPY BDTPARM.
013500
013600 PROCEDURE DIVISION.
013700
014500     STOP RUN.
014600
014700 1000-INIT.
014710     MOVE "COSTSUM" TO BDT-CALLER.
014720     CALL "BDTCHK" USING BDT-PARMS.
014730     IF NOT BDT-DATE-OK
014740         MOVE "Y" TO CST-ABORT-SWITCH
014750         MOVE 16 TO RETURN-CODE
014760         GO TO 1000-INIT-EXIT
014770     END-IF.
014800     OPEN OUTPUT CST-RPT-FILE.
014900     IF NOT CST-RPT-OK
015000         DISPLAY "COSTSUM: UNABLE TO OPEN CSTRPT, STATUS "
015400         GO TO 1000-INIT-EXIT
015500     END-IF.
015600     MOVE SPACES TO CST-RPT-LINE.
015700     MOVE BDT-BUS-DATE TO CST-PRT-HDR-DATE.
015800     MOVE CST-PRT-HDR1-LINE TO CST-RPT-LINE.
015900     WRITE CST-RPT-LINE.
016000     MOVE CST-PRT-COL-LINE TO CST-RPT-LINE.
022400     MOVE ZERO TO CST-CUR-COUNT.
022500     MOVE ZERO TO CST-CUR-WGT.
022600     MOVE ZERO TO CST-CUR-CST.
022650     MOVE ZERO TO CST-CUR-FIN.
022700 5000-CLEAR-TOTALS-EXIT.
022800     EXIT.
022900
023600             FUNCTION NUMVAL(CST-TRL-WGT-X)
023700         COMPUTE CST-CUR-CST =
023800             FUNCTION NUMVAL(CST-TRL-CST-X)
023830         COMPUTE CST-CUR-FIN =
023860             FUNCTION NUMVAL(CST-TRL-FIN-X)
023900     END-IF.
024000 5200-TAKE-CTL-TRL-EXIT.
024100     EXIT.
026700     MOVE CST-CUR-COUNT   TO CST-PRT-PROC.
026800     MOVE CST-CUR-WGT     TO CST-PRT-WGT.
026900     MOVE CST-CUR-CST     TO CST-PRT-CST.
026950     MOVE CST-CUR-FIN     TO CST-PRT-FIN.
027000     ADD CST-CUR-WGT TO CST-NIGHT-WGT.
027100     ADD CST-CUR-CST TO CST-NIGHT-CST.
027150     ADD CST-CUR-FIN TO CST-NIGHT-FIN.
027200     MOVE CST-PRT-PROG-LINE TO CST-RPT-LINE.
027300     WRITE CST-RPT-LINE.
027400 5500-WRITE-PROG-LINE-EXIT.
027700 8000-TERM.
027800     MOVE CST-NIGHT-WGT TO CST-PRT-TOT-WGT.
027900     MOVE CST-NIGHT-CST TO CST-PRT-TOT-CST.
027950     MOVE CST-NIGHT-FIN TO CST-PRT-TOT-FIN.
028000     MOVE CST-PRT-TOT-LINE TO CST-RPT-LINE.
028100     WRITE CST-RPT-LINE.
028200     IF CST-INCOMPLETE
