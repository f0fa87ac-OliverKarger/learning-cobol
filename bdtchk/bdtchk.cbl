000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BDTCHK IS INITIAL.
000300 AUTHOR. J HOFFMANN.
000400 INSTALLATION. FABRIKATIONSPLANUNG.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 2026-10-15 JH    ORIGINAL BUSINESS-DATE CHECK SUBPROGRAM,
001100*                  CALLED FROM 1000-INIT OF EVERY PROGRAM IN THE
001200*                  CYCLE IN PLACE OF ACCEPT ... FROM DATE. READS
001300*                  THE BUSINESS DATE OPERATIONS SET ON THE
001400*                  BUSDATE CONTROL CARD (BDTREC LAYOUT), CHECKS
001500*                  IT IS A REAL CALENDAR DATE, AND CHECKS IT IS A
001600*                  WORKING DAY: MONDAY TO FRIDAY UNLESS THE PLTCAL
001700*                  PLANT CALENDAR (CALREC LAYOUT) MARKS IT AS A
001800*                  HOLIDAY OR SHUTDOWN DAY, SATURDAY AND SUNDAY
001900*                  ONLY WHEN PLTCAL MARKS AN EXTRA WORKING DAY.
002000*                  A MISSING OR EMPTY CARD, A MISSING CALENDAR,
002100*                  AN INVALID DATE OR A NON-WORKING DAY COMES
002200*                  BACK WITH RETURN CODE 16 AND A CONSOLE
002300*                  MESSAGE PREFIXED WITH THE CALLER'S NAME; THE
002400*                  CALLER THEN REFUSES TO RUN. WRITTEN IN THE
002500*                  SAME CALLABLE STYLE AS WFLCALC.
002600*-----------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. GENERIC.
003100 OBJECT-COMPUTER. GENERIC.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT BDT-CARD-FILE ASSIGN TO "BUSDATE"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS BDT-CARD-STATUS.
003800
003900     SELECT BDT-CAL-FILE ASSIGN TO "PLTCAL"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS BDT-CAL-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  BDT-CARD-FILE
004600     RECORD CONTAINS 80 CHARACTERS.
004700     COPY BDTREC.
004800
004900 FD  BDT-CAL-FILE
005000     RECORD CONTAINS 80 CHARACTERS.
005100     COPY CALREC.
005200
005300 WORKING-STORAGE SECTION.
005400 01  BDT-CARD-STATUS       PIC X(02).
005500     88 BDT-CARD-OK        VALUE "00".
005600
005700 01  BDT-CAL-STATUS        PIC X(02).
005800     88 BDT-CAL-OK         VALUE "00".
005900
006000 01  BDT-SWITCHES.
006100     05 BDT-CAL-EOF-SWITCH PIC X(01) VALUE "N".
006200        88 BDT-CAL-AT-EOF  VALUE "Y".
006300     05 BDT-WEEKEND-SWITCH PIC X(01) VALUE "N".
006400        88 BDT-IS-WEEKEND  VALUE "Y".
006500     05 BDT-WORKDAY-SWITCH PIC X(01) VALUE "Y".
006600        88 BDT-IS-WORKDAY  VALUE "Y".
006700
006800 01  BDT-DATE-NUM          PIC 9(08).
006900 01  BDT-DAY-INT           PIC 9(07).
007000 01  BDT-WEEK-NUM          PIC 9(07).
007100 01  BDT-DAY-OF-WEEK       PIC 9(01).
007200 01  BDT-CAL-REASON        PIC X(30).
007300
007400 LINKAGE SECTION.
007500     COPY BDTPARM.
007600
007700 PROCEDURE DIVISION USING BDT-PARMS.
007800
007900 0000-MAIN.
008000     MOVE 0      TO BDT-RETURN-CODE.
008100     MOVE SPACES TO BDT-BUS-DATE.
008200     PERFORM 1000-READ-CARD THRU 1000-READ-CARD-EXIT.
008300     IF BDT-DATE-OK
008400         PERFORM 2000-CHECK-DATE THRU 2000-CHECK-DATE-EXIT
008500     END-IF.
008600     IF BDT-DATE-OK
008700         PERFORM 3000-CHECK-CAL THRU 3000-CHECK-CAL-EXIT
008800     END-IF.
008900     IF BDT-DATE-OK
009000         DISPLAY BDT-CALLER ": BUSINESS DATE " BDT-BUS-DATE
009100     END-IF.
009200     GOBACK.
009300
009400 1000-READ-CARD.
009500     OPEN INPUT BDT-CARD-FILE.
009600     IF NOT BDT-CARD-OK
009700         DISPLAY BDT-CALLER ": BUSINESS DATE CARD BUSDATE NOT "
009800             "AVAILABLE, STATUS " BDT-CARD-STATUS
009900         MOVE 16 TO BDT-RETURN-CODE
010000         GO TO 1000-READ-CARD-EXIT
010100     END-IF.
010200     READ BDT-CARD-FILE
010300         AT END
010400             DISPLAY BDT-CALLER ": BUSINESS DATE CARD BUSDATE "
010500                 "IS EMPTY"
010600             MOVE 16 TO BDT-RETURN-CODE
010700     END-READ.
010800     IF BDT-DATE-OK
010900         MOVE BD-BUS-DATE TO BDT-BUS-DATE
011000     END-IF.
011100     CLOSE BDT-CARD-FILE.
011200 1000-READ-CARD-EXIT.
011300     EXIT.
011400
011500 2000-CHECK-DATE.
011600     IF BDT-BUS-DATE NOT NUMERIC
011700         DISPLAY BDT-CALLER ": BUSINESS DATE " BDT-BUS-DATE
011800             " IS NOT A VALID DATE"
011900         MOVE 16 TO BDT-RETURN-CODE
012000         GO TO 2000-CHECK-DATE-EXIT
012100     END-IF.
012200     MOVE BDT-BUS-DATE TO BDT-DATE-NUM.
012300     IF FUNCTION TEST-DATE-YYYYMMDD(BDT-DATE-NUM) NOT = 0
012400         DISPLAY BDT-CALLER ": BUSINESS DATE " BDT-BUS-DATE
012500             " IS NOT A VALID DATE"
012600         MOVE 16 TO BDT-RETURN-CODE
012700         GO TO 2000-CHECK-DATE-EXIT
012800     END-IF.
012900*    DAY 1 OF THE INTEGER DATE SCALE (1601-01-01) IS A MONDAY, SO
013000*    THE REMAINDER BY 7 IS 1 FOR MONDAY ... 6 FOR SATURDAY AND
013100*    0 FOR SUNDAY.
013200     COMPUTE BDT-DAY-INT =
013300         FUNCTION INTEGER-OF-DATE(BDT-DATE-NUM).
013400     DIVIDE BDT-DAY-INT BY 7 GIVING BDT-WEEK-NUM
013500         REMAINDER BDT-DAY-OF-WEEK.
013600     IF BDT-DAY-OF-WEEK = 6 OR BDT-DAY-OF-WEEK = 0
013700         MOVE "Y" TO BDT-WEEKEND-SWITCH
013800         MOVE "N" TO BDT-WORKDAY-SWITCH
013900         MOVE "WEEKEND" TO BDT-CAL-REASON
014000     END-IF.
014100 2000-CHECK-DATE-EXIT.
014200     EXIT.
014300
014400 3000-CHECK-CAL.
014500     OPEN INPUT BDT-CAL-FILE.
014600     IF NOT BDT-CAL-OK
014700         DISPLAY BDT-CALLER ": PLANT CALENDAR PLTCAL NOT "
014800             "AVAILABLE, STATUS " BDT-CAL-STATUS
014900         MOVE 16 TO BDT-RETURN-CODE
015000         GO TO 3000-CHECK-CAL-EXIT
015100     END-IF.
015200     PERFORM 3100-READ-CAL THRU 3100-READ-CAL-EXIT
015300         UNTIL BDT-CAL-AT-EOF.
015400     CLOSE BDT-CAL-FILE.
015500     IF NOT BDT-IS-WORKDAY
015600         DISPLAY BDT-CALLER ": BUSINESS DATE " BDT-BUS-DATE
015700             " IS NOT A WORKING DAY - " BDT-CAL-REASON
015800         MOVE 16 TO BDT-RETURN-CODE
015900     END-IF.
016000 3000-CHECK-CAL-EXIT.
016100     EXIT.
016200
016300 3100-READ-CAL.
016400     READ BDT-CAL-FILE
016500         AT END
016600             MOVE "Y" TO BDT-CAL-EOF-SWITCH
016700             GO TO 3100-READ-CAL-EXIT
016800     END-READ.
016900     IF CAL-DATE NOT = BDT-BUS-DATE
017000         GO TO 3100-READ-CAL-EXIT
017100     END-IF.
017200     IF CAL-NON-WORKING
017300         MOVE "N"      TO BDT-WORKDAY-SWITCH
017400         MOVE CAL-DESC TO BDT-CAL-REASON
017500     END-IF.
017600     IF CAL-EXTRA-WORK AND BDT-IS-WEEKEND
017700         MOVE "Y"      TO BDT-WORKDAY-SWITCH
017800     END-IF.
017900 3100-READ-CAL-EXIT.
018000     EXIT.
018100
018200 END PROGRAM BDTCHK.
