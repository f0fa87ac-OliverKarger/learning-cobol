000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MHLOAD.
000300 AUTHOR. J HOFFMANN.
000400 INSTALLATION. FABRIKATIONSPLANUNG.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 2026-10-15 JH    ORIGINAL MACHINE-HOUR LOAD ESTIMATE. RUN AFTER
001100*                  THE MAINS, IT READS THE NIGHT'S GOOD LINES FROM
001200*                  RSLHIST (EVERY ROW POSTED FOR THE BUSINESS
001300*                  DATE, WHICH CARRIES SHAPE, NORMALIZED
001400*                  DIMENSIONS, QUANTITY AND PLANT LOCATION) AND
001500*                  LOOKS EACH ONE UP ON THE RTGMST ROUTING MASTER
001600*                  (RTGREC) BY SHAPE AND LOCATION. VOLUME AND
001700*                  SURFACE ARE RECOMPUTED WITH THE SAME
001800*                  WFLCALC/KUGCALC/ZYLCALC/KEGCALC/PYRCALC
001900*                  ROUTINES AS THE MAINS. SETUP MINUTES PER LINE
002000*                  PLUS MACHINING MINUTES PER CM3 ARE BOOKED TO
002100*                  THE MACHINING WORK CENTER, FINISHING MINUTES
002200*                  PER CM2 TO THE FINISHING WORK CENTER, BOTH
002300*                  TIMES THE LINE QUANTITY. THE REQUIRED HOURS PER
002400*                  LOCATION AND WORK CENTER ARE COMPARED WITH THE
002500*                  HOURS AVAILABLE ON THE WCCAL CAPACITY CALENDAR
002600*                  (WCCREC) FOR THE NEXT WORKING DAY ON THE PLTCAL
002700*                  PLANT CALENDAR, AND MHLRPT SHOWS THE LOAD AND
002800*                  OVERLOAD PERCENTAGE PER WORK CENTER AND HALL.
002900*                  LINES WHOSE SHAPE/LOCATION HAS NO ROUTING ARE
003000*                  LISTED. RETURN-CODE 4 WHEN ANY HALL IS OVER
003100*                  CAPACITY OR ANY LINE COULD NOT BE ESTIMATED,
003200*                  16 WHEN RSLHIST OR RTGMST CANNOT BE OPENED.
003300*-----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. GENERIC.
003700 OBJECT-COMPUTER. GENERIC.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT MHL-RSL-FILE ASSIGN TO "RSLHIST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS RS-KEY
004500         FILE STATUS IS MHL-RSL-STATUS.
004600
004700     SELECT MHL-RTG-FILE ASSIGN TO "RTGMST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS RT-KEY
005100         FILE STATUS IS MHL-RTG-STATUS.
005200
005300     SELECT MHL-CAL-FILE ASSIGN TO "PLTCAL"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS MHL-CAL-STATUS.
005600
005700     SELECT MHL-WCC-FILE ASSIGN TO "WCCAL"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS MHL-WCC-STATUS.
006000
006100     SELECT MHL-RPT-FILE ASSIGN TO "MHLRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS MHL-RPT-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  MHL-RSL-FILE
006800     RECORD CONTAINS 120 CHARACTERS.
006900     COPY RSLREC.
007000
007100 FD  MHL-RTG-FILE
007200     RECORD CONTAINS 80 CHARACTERS.
007300     COPY RTGREC.
007400
007500 FD  MHL-CAL-FILE
007600     RECORD CONTAINS 80 CHARACTERS.
007700     COPY CALREC.
007800
007900 FD  MHL-WCC-FILE
008000     RECORD CONTAINS 80 CHARACTERS.
008100     COPY WCCREC.
008200
008300 FD  MHL-RPT-FILE
008400     RECORD CONTAINS 132 CHARACTERS.
008500 01  MHL-RPT-LINE              PIC X(132).
008600
008700 WORKING-STORAGE SECTION.
008800 01  MHL-RSL-STATUS        PIC X(02).
008900     88 MHL-RSL-OK         VALUE "00".
009000 01  MHL-RTG-STATUS        PIC X(02).
009100     88 MHL-RTG-OK         VALUE "00".
009200 01  MHL-CAL-STATUS        PIC X(02).
009300     88 MHL-CAL-OK         VALUE "00".
009400 01  MHL-WCC-STATUS        PIC X(02).
009500     88 MHL-WCC-OK         VALUE "00".
009600 01  MHL-RPT-STATUS        PIC X(02).
009700     88 MHL-RPT-OK         VALUE "00".
009800
009900 01  MHL-SWITCHES.
010000     05 MHL-EOF-SWITCH     PIC X(01) VALUE "N".
010100        88 MHL-AT-EOF      VALUE "Y".
010200     05 MHL-ABORT-SWITCH   PIC X(01) VALUE "N".
010300        88 MHL-ABORT       VALUE "Y".
010400     05 MHL-SHORT-SWITCH   PIC X(01) VALUE "N".
010500        88 MHL-INCOMPLETE  VALUE "Y".
010600     05 MHL-CAL-EOF-SWITCH PIC X(01) VALUE "N".
010700        88 MHL-CAL-AT-EOF  VALUE "Y".
010800     05 MHL-WCC-EOF-SWITCH PIC X(01) VALUE "N".
010900        88 MHL-WCC-AT-EOF  VALUE "Y".
011000     05 MHL-WORKDAY-SWITCH PIC X(01) VALUE "N".
011100        88 MHL-IS-WORKDAY  VALUE "Y".
011200     05 MHL-HALL-OVER-SW   PIC X(01) VALUE "N".
011300        88 MHL-HALL-OVER   VALUE "Y".
011400
011500 77  MHL-CT-MAX            PIC 9(04) COMP VALUE 200.
011600 77  MHL-CT-USED           PIC 9(04) COMP VALUE ZERO.
011700 77  MHL-PC-MAX            PIC 9(04) COMP VALUE 500.
011800 77  MHL-PC-USED           PIC 9(04) COMP VALUE ZERO.
011900 77  MHL-CX                PIC 9(04) COMP VALUE ZERO.
012000 77  MHL-SX                PIC 9(04) COMP VALUE ZERO.
012100 77  MHL-MX                PIC 9(04) COMP VALUE ZERO.
012200 77  MHL-TRIES             PIC 9(04) COMP VALUE ZERO.
012300 77  MHL-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
012400 77  MHL-LINE-COUNT        PIC 9(05) COMP VALUE ZERO.
012500 77  MHL-ROUTED-COUNT      PIC 9(05) COMP VALUE ZERO.
012600 77  MHL-NORTG-COUNT       PIC 9(05) COMP VALUE ZERO.
012700 77  MHL-WC-OVER-COUNT     PIC 9(05) COMP VALUE ZERO.
012800 77  MHL-HALL-OVER-COUNT   PIC 9(05) COMP VALUE ZERO.
012900 77  MHL-CALC-RC           PIC S9(4) COMP VALUE ZERO.
013000
013100 01  MHL-DATE-WORK.
013200     05 MHL-LOAD-DATE      PIC X(08).
013300     05 MHL-DATE-NUM       PIC 9(08).
013400     05 MHL-DAY-INT        PIC 9(07).
013500     05 MHL-WEEK-NUM       PIC 9(07).
013600     05 MHL-DAY-OF-WEEK    PIC 9(01).
013700
013800*    PLTCAL EXCEPTION DAYS AFTER THE BUSINESS DATE, READ ONCE TO
013900*    FIND THE NEXT WORKING DAY.
014000 01  MHL-PLTCAL-TABLE.
014100     05 MHL-PC-ENTRY OCCURS 500 TIMES.
014200        10 MHL-PC-DATE     PIC X(08).
014300        10 MHL-PC-DAY-TYPE PIC X(01).
014400
014500*    ONE ENTRY PER LOCATION AND WORK CENTER THAT HAS CAPACITY ON
014600*    WCCAL OR LOAD FROM TONIGHT'S LINES, KEPT IN KEY ORDER AS THEY
014700*    ARE ADDED SO THE LOAD PAGE PRINTS BY HALL.
014800 01  MHL-CENTER-TABLE.
014900     05 MHL-CT-ENTRY OCCURS 200 TIMES.
015000        10 MHL-CT-KEY.
015100           15 MHL-CT-LOC   PIC X(03).
015200           15 MHL-CT-WC    PIC X(06).
015300        10 MHL-CT-LINES    PIC 9(05) COMP.
015400        10 MHL-CT-REQ-MIN  PIC S9(13)V9(04).
015500        10 MHL-CT-STD-HRS  PIC 9(04)V9(02).
015600        10 MHL-CT-DAY-HRS  PIC 9(04)V9(02).
015700        10 MHL-CT-DAY-SW   PIC X(01).
015800
015900 01  MHL-LINE-WORK.
016000     05 MHL-CUR-KEY.
016100        10 MHL-CUR-LOC     PIC X(03).
016200        10 MHL-CUR-WC      PIC X(06).
016300     05 MHL-DIM-1          PIC S9(4)V9(2).
016400     05 MHL-DIM-2          PIC S9(4)V9(2).
016500     05 MHL-DIM-3          PIC S9(4)V9(2).
016600     05 MHL-OPTION         PIC X(10).
016700     05 MHL-VOLUME         PIC S9(13)V9(02).
016800     05 MHL-SURFACE        PIC S9(13)V9(02).
016900     05 MHL-RESULT         PIC S9(13)V9(02).
017000     05 MHL-QTY            PIC 9(05).
017100     05 MHL-MACH-MIN       PIC S9(13)V9(04).
017200     05 MHL-FIN-MIN        PIC S9(13)V9(04).
017300     05 MHL-FIN-WC         PIC X(06).
017400
017500 01  MHL-LOAD-WORK.
017600     05 MHL-REQ-HRS        PIC S9(11)V9(02).
017700     05 MHL-AVAIL-HRS      PIC 9(06)V9(02).
017800     05 MHL-LOAD-PCT       PIC S9(07)V9(01).
017900     05 MHL-OVER-PCT       PIC S9(07)V9(01).
018000     05 MHL-HALL-LOC       PIC X(03).
018100     05 MHL-HALL-LINES     PIC 9(07) COMP.
018200     05 MHL-HALL-REQ-HRS   PIC S9(11)V9(02).
018300     05 MHL-HALL-AVAIL-HRS PIC 9(06)V9(02).
018400
018500 01  MHL-PRT-HDR1-LINE.
018600     05 FILLER             PIC X(42)
018700        VALUE "MACHINE-HOUR LOAD ESTIMATE                ".
018800     05 MHL-PRT-HDR-DATE   PIC X(08).
018900     05 FILLER             PIC X(16) VALUE "    LOAD DATE: ".
019000     05 MHL-PRT-HDR-LOAD   PIC X(08).
019100     05 FILLER             PIC X(58) VALUE SPACES.
019200
019300 01  MHL-PRT-NORTG-HDR-LINE.
019400     05 FILLER             PIC X(40)
019500        VALUE "LINES WITHOUT ROUTING - NOT IN THE LOAD ".
019600     05 FILLER             PIC X(92) VALUE SPACES.
019700
019800 01  MHL-PRT-NORTG-COL-LINE.
019900     05 FILLER             PIC X(09) VALUE "PART     ".
020000     05 FILLER             PIC X(09) VALUE "RUN DATE ".
020100     05 FILLER             PIC X(09) VALUE "SHAPE    ".
020200     05 FILLER             PIC X(04) VALUE "LOC ".
020300     05 FILLER             PIC X(11) VALUE "OPTION     ".
020400     05 FILLER             PIC X(06) VALUE "  QTY ".
020500     05 FILLER             PIC X(22) VALUE "REMARK".
020600     05 FILLER             PIC X(62) VALUE SPACES.
020700
020800 01  MHL-PRT-NORTG-LINE.
020900     05 MHL-PRT-NR-PART    PIC X(08).
021000     05 FILLER             PIC X(01) VALUE SPACES.
021100     05 MHL-PRT-NR-DATE    PIC X(08).
021200     05 FILLER             PIC X(01) VALUE SPACES.
021300     05 MHL-PRT-NR-SHAPE   PIC X(08).
021400     05 FILLER             PIC X(01) VALUE SPACES.
021500     05 MHL-PRT-NR-LOC     PIC X(03).
021600     05 FILLER             PIC X(01) VALUE SPACES.
021700     05 MHL-PRT-NR-OPTION  PIC X(10).
021800     05 FILLER             PIC X(01) VALUE SPACES.
021900     05 MHL-PRT-NR-QTY     PIC ZZZZ9.
022000     05 FILLER             PIC X(01) VALUE SPACES.
022100     05 MHL-PRT-NR-REMARK  PIC X(22).
022200     05 FILLER             PIC X(62) VALUE SPACES.
022300
022400 01  MHL-PRT-LOAD-HDR-LINE.
022500     05 FILLER             PIC X(40)
022600        VALUE "REQUIRED VS AVAILABLE HOURS PER HALL    ".
022700     05 FILLER             PIC X(92) VALUE SPACES.
022800
022900 01  MHL-PRT-LOAD-COL-LINE.
023000     05 FILLER             PIC X(04) VALUE "LOC ".
023100     05 FILLER             PIC X(09) VALUE "WORK CTR ".
023200     05 FILLER             PIC X(08) VALUE "  LINES ".
023300     05 FILLER             PIC X(15) VALUE "  REQUIRED HRS ".
023400     05 FILLER             PIC X(15) VALUE " AVAILABLE HRS ".
023500     05 FILLER             PIC X(12) VALUE "     LOAD % ".
023600     05 FILLER             PIC X(12) VALUE "     OVER % ".
023700     05 FILLER             PIC X(20) VALUE "REMARK".
023800     05 FILLER             PIC X(37) VALUE SPACES.
023900
024000 01  MHL-PRT-LOAD-LINE.
024100     05 MHL-PRT-LD-LOC     PIC X(03).
024200     05 FILLER             PIC X(01) VALUE SPACES.
024300     05 MHL-PRT-LD-WC      PIC X(08).
024400     05 FILLER             PIC X(01) VALUE SPACES.
024500     05 MHL-PRT-LD-LINES   PIC Z(6)9.
024600     05 FILLER             PIC X(01) VALUE SPACES.
024700     05 MHL-PRT-LD-REQ     PIC Z(10)9.99.
024800     05 FILLER             PIC X(01) VALUE SPACES.
024900     05 MHL-PRT-LD-AVAIL   PIC Z(10)9.99.
025000     05 FILLER             PIC X(01) VALUE SPACES.
025100     05 MHL-PRT-LD-PCT     PIC Z(08)9.9.
025200     05 MHL-PRT-LD-PCT-X REDEFINES MHL-PRT-LD-PCT
025300                           PIC X(11).
025400     05 FILLER             PIC X(01) VALUE SPACES.
025500     05 MHL-PRT-LD-OVER    PIC Z(08)9.9.
025600     05 MHL-PRT-LD-OVER-X REDEFINES MHL-PRT-LD-OVER
025700                           PIC X(11).
025800     05 FILLER             PIC X(01) VALUE SPACES.
025900     05 MHL-PRT-LD-REMARK  PIC X(20).
026000     05 FILLER             PIC X(37) VALUE SPACES.
026100
026200 01  MHL-PRT-COUNT-LINE.
026300     05 FILLER             PIC X(12) VALUE "LINES READ: ".
026400     05 MHL-PRT-LINES      PIC ZZZZ9.
026500     05 FILLER             PIC X(11) VALUE "  ROUTED:  ".
026600     05 MHL-PRT-ROUTED     PIC ZZZZ9.
026700     05 FILLER             PIC X(15) VALUE "  NO ROUTING:  ".
026800     05 MHL-PRT-NORTG      PIC ZZZZ9.
026900     05 FILLER             PIC X(23)
027000        VALUE "  WORK CENTERS OVER:   ".
027100     05 MHL-PRT-WC-OVER    PIC ZZZZ9.
027200     05 FILLER             PIC X(15) VALUE "  HALLS OVER:  ".
027300     05 MHL-PRT-HALL-OVER  PIC ZZZZ9.
027400     05 FILLER             PIC X(31) VALUE SPACES.
027500
027600 01  MHL-PRT-MSG-LINE.
027700     05 FILLER             PIC X(02) VALUE SPACES.
027800     05 MHL-PRT-MSG        PIC X(60).
027900     05 FILLER             PIC X(70) VALUE SPACES.
028000
028100     COPY BDTPARM.
028200
028300 PROCEDURE DIVISION.
028400
028500 0000-MAIN.
028600     PERFORM 1000-INIT THRU 1000-INIT-EXIT.
028700     IF NOT MHL-ABORT
028800         PERFORM 2000-PROC-LINE THRU 2000-PROC-LINE-EXIT
028900             UNTIL MHL-AT-EOF
029000         PERFORM 5000-PRINT-LOAD THRU 5000-PRINT-LOAD-EXIT
029100         PERFORM 8000-TERM THRU 8000-TERM-EXIT
029200     END-IF.
029300     STOP RUN.
029400
029500 1000-INIT.
029600     MOVE "MHLOAD" TO BDT-CALLER.
029700     CALL "BDTCHK" USING BDT-PARMS.
029800     IF NOT BDT-DATE-OK
029900         MOVE "Y" TO MHL-ABORT-SWITCH
030000         MOVE 16 TO RETURN-CODE
030100         GO TO 1000-INIT-EXIT
030200     END-IF.
030300     OPEN OUTPUT MHL-RPT-FILE.
030400     IF NOT MHL-RPT-OK
030500         DISPLAY "MHLOAD: UNABLE TO OPEN MHLRPT, STATUS "
030600             MHL-RPT-STATUS
030700         MOVE "Y" TO MHL-ABORT-SWITCH
030800         MOVE 16 TO RETURN-CODE
030900         GO TO 1000-INIT-EXIT
031000     END-IF.
031100     PERFORM 1100-FIND-LOAD-DATE THRU 1100-FIND-LOAD-DATE-EXIT.
031200     MOVE SPACES TO MHL-RPT-LINE.
031300     MOVE BDT-BUS-DATE  TO MHL-PRT-HDR-DATE.
031400     MOVE MHL-LOAD-DATE TO MHL-PRT-HDR-LOAD.
031500     MOVE MHL-PRT-HDR1-LINE TO MHL-RPT-LINE.
031600     WRITE MHL-RPT-LINE.
031700     OPEN INPUT MHL-RSL-FILE.
031800     IF NOT MHL-RSL-OK
031900         DISPLAY "MHLOAD: UNABLE TO OPEN RSLHIST, STATUS "
032000             MHL-RSL-STATUS
032100         MOVE "** RSLHIST NOT AVAILABLE - NO LINES TO LOAD"
032200             TO MHL-PRT-MSG
032300         MOVE MHL-PRT-MSG-LINE TO MHL-RPT-LINE
032400         WRITE MHL-RPT-LINE
032500         CLOSE MHL-RPT-FILE
032600         MOVE "Y" TO MHL-ABORT-SWITCH
032700         MOVE 16 TO RETURN-CODE
032800         GO TO 1000-INIT-EXIT
032900     END-IF.
033000     OPEN INPUT MHL-RTG-FILE.
033100     IF NOT MHL-RTG-OK
033200         DISPLAY "MHLOAD: UNABLE TO OPEN RTGMST, STATUS "
033300             MHL-RTG-STATUS
033400         MOVE "** RTGMST NOT AVAILABLE - NO ROUTINGS TO LOAD WITH"
033500             TO MHL-PRT-MSG
033600         MOVE MHL-PRT-MSG-LINE TO MHL-RPT-LINE
033700         WRITE MHL-RPT-LINE
033800         CLOSE MHL-RSL-FILE
033900         CLOSE MHL-RPT-FILE
034000         MOVE "Y" TO MHL-ABORT-SWITCH
034100         MOVE 16 TO RETURN-CODE
034200         GO TO 1000-INIT-EXIT
034300     END-IF.
034400     INITIALIZE MHL-CENTER-TABLE.
034500     PERFORM 1200-LOAD-CAPACITY THRU 1200-LOAD-CAPACITY-EXIT.
034600     MOVE SPACES TO MHL-RPT-LINE.
034700     WRITE MHL-RPT-LINE.
034800     MOVE MHL-PRT-NORTG-HDR-LINE TO MHL-RPT-LINE.
034900     WRITE MHL-RPT-LINE.
035000     MOVE MHL-PRT-NORTG-COL-LINE TO MHL-RPT-LINE.
035100     WRITE MHL-RPT-LINE.
035200     PERFORM 2100-READ-RSL THRU 2100-READ-RSL-EXIT.
035300 1000-INIT-EXIT.
035400     EXIT.
035500
035600*-----------------------------------------------------------------
035700* THE NIGHT'S LINES ARE MADE ON THE NEXT WORKING DAY - THE FIRST
035800* DAY AFTER THE BUSINESS DATE THAT BDTCHK WOULD ACCEPT: MONDAY TO
035900* FRIDAY UNLESS PLTCAL MARKS A HOLIDAY OR SHUTDOWN, A WEEKEND DAY
036000* ONLY WHEN PLTCAL MARKS AN EXTRA WORKING DAY.
036100*-----------------------------------------------------------------
036200 1100-FIND-LOAD-DATE.
036300     INITIALIZE MHL-PLTCAL-TABLE.
036400     OPEN INPUT MHL-CAL-FILE.
036500     IF MHL-CAL-OK
036600         PERFORM 1110-READ-PLTCAL THRU 1110-READ-PLTCAL-EXIT
036700             UNTIL MHL-CAL-AT-EOF
036800         CLOSE MHL-CAL-FILE
036900     ELSE
037000         DISPLAY "MHLOAD: PLANT CALENDAR PLTCAL NOT AVAILABLE, "
037100             "STATUS " MHL-CAL-STATUS " - WEEKDAYS ONLY"
037200         MOVE "Y" TO MHL-SHORT-SWITCH
037300     END-IF.
037400     MOVE BDT-BUS-DATE TO MHL-DATE-NUM.
037500     COMPUTE MHL-DAY-INT =
037600         FUNCTION INTEGER-OF-DATE(MHL-DATE-NUM).
037700     MOVE ZERO TO MHL-TRIES.
037800     MOVE "N"  TO MHL-WORKDAY-SWITCH.
037900     PERFORM 1120-TRY-NEXT-DAY THRU 1120-TRY-NEXT-DAY-EXIT
038000         UNTIL MHL-IS-WORKDAY OR MHL-TRIES > 31.
038100 1100-FIND-LOAD-DATE-EXIT.
038200     EXIT.
038300
038400 1110-READ-PLTCAL.
038500     READ MHL-CAL-FILE
038600         AT END
038700             MOVE "Y" TO MHL-CAL-EOF-SWITCH
038800             GO TO 1110-READ-PLTCAL-EXIT
038900     END-READ.
039000     IF CAL-DATE NOT > BDT-BUS-DATE
039100         GO TO 1110-READ-PLTCAL-EXIT
039200     END-IF.
039300     IF MHL-PC-USED NOT < MHL-PC-MAX
039400         GO TO 1110-READ-PLTCAL-EXIT
039500     END-IF.
039600     ADD 1 TO MHL-PC-USED.
039700     MOVE CAL-DATE     TO MHL-PC-DATE (MHL-PC-USED).
039800     MOVE CAL-DAY-TYPE TO MHL-PC-DAY-TYPE (MHL-PC-USED).
039900 1110-READ-PLTCAL-EXIT.
040000     EXIT.
040100
040200*    DAY 1 OF THE INTEGER DATE SCALE (1601-01-01) IS A MONDAY, SO
040300*    THE REMAINDER BY 7 IS 6 FOR SATURDAY AND 0 FOR SUNDAY.
040400 1120-TRY-NEXT-DAY.
040500     ADD 1 TO MHL-TRIES.
040600     ADD 1 TO MHL-DAY-INT.
040700     COMPUTE MHL-DATE-NUM =
040800         FUNCTION DATE-OF-INTEGER(MHL-DAY-INT).
040900     MOVE MHL-DATE-NUM TO MHL-LOAD-DATE.
041000     DIVIDE MHL-DAY-INT BY 7 GIVING MHL-WEEK-NUM
041100         REMAINDER MHL-DAY-OF-WEEK.
041200     IF MHL-DAY-OF-WEEK = 6 OR MHL-DAY-OF-WEEK = 0
041300         MOVE "N" TO MHL-WORKDAY-SWITCH
041400     ELSE
041500         MOVE "Y" TO MHL-WORKDAY-SWITCH
041600     END-IF.
041700     PERFORM 1130-CHECK-PLTCAL THRU 1130-CHECK-PLTCAL-EXIT
041800         VARYING MHL-SX FROM 1 BY 1
041900         UNTIL MHL-SX > MHL-PC-USED.
042000 1120-TRY-NEXT-DAY-EXIT.
042100     EXIT.
042200
042300 1130-CHECK-PLTCAL.
042400     IF MHL-PC-DATE (MHL-SX) NOT = MHL-LOAD-DATE
042500         GO TO 1130-CHECK-PLTCAL-EXIT
042600     END-IF.
042700     IF MHL-PC-DAY-TYPE (MHL-SX) = "H"
042800             OR MHL-PC-DAY-TYPE (MHL-SX) = "S"
042900         MOVE "N" TO MHL-WORKDAY-SWITCH
043000     END-IF.
043100     IF MHL-PC-DAY-TYPE (MHL-SX) = "W"
043200         MOVE "Y" TO MHL-WORKDAY-SWITCH
043300     END-IF.
043400 1130-CHECK-PLTCAL-EXIT.
043500     EXIT.
043600
043700*-----------------------------------------------------------------
043800* CAPACITY OF EACH LOCATION AND WORK CENTER ON THE LOAD DATE. THE
043900* STANDING RECORD (DATE 00000000) GIVES THE NORMAL DAY; A RECORD
044000* DATED THE LOAD DATE REPLACES IT. RECORDS FOR OTHER DAYS ARE
044100* SKIPPED.
044200*-----------------------------------------------------------------
044300 1200-LOAD-CAPACITY.
044400     OPEN INPUT MHL-WCC-FILE.
044500     IF NOT MHL-WCC-OK
044600         MOVE "** WCCAL NOT AVAILABLE - NO CAPACITY TO COMPARE"
044700             TO MHL-PRT-MSG
044800         MOVE MHL-PRT-MSG-LINE TO MHL-RPT-LINE
044900         WRITE MHL-RPT-LINE
045000         MOVE "Y" TO MHL-SHORT-SWITCH
045100         GO TO 1200-LOAD-CAPACITY-EXIT
045200     END-IF.
045300     PERFORM 1210-READ-WCCAL THRU 1210-READ-WCCAL-EXIT
045400         UNTIL MHL-WCC-AT-EOF.
045500     CLOSE MHL-WCC-FILE.
045600 1200-LOAD-CAPACITY-EXIT.
045700     EXIT.
045800
045900 1210-READ-WCCAL.
046000     READ MHL-WCC-FILE
046100         AT END
046200             MOVE "Y" TO MHL-WCC-EOF-SWITCH
046300             GO TO 1210-READ-WCCAL-EXIT
046400     END-READ.
046500     IF NOT WC-STANDING AND WC-DATE NOT = MHL-LOAD-DATE
046600         GO TO 1210-READ-WCCAL-EXIT
046700     END-IF.
046800     IF WC-LOC = SPACES OR WC-CENTER = SPACES
046900             OR WC-AVAIL-HRS NOT NUMERIC
047000         DISPLAY "MHLOAD: WCCAL RECORD " WC-DATE " " WC-LOC " "
047100             WC-CENTER " INVALID - SKIPPED"
047200         MOVE "Y" TO MHL-SHORT-SWITCH
047300         GO TO 1210-READ-WCCAL-EXIT
047400     END-IF.
047500     MOVE WC-LOC    TO MHL-CUR-LOC.
047600     MOVE WC-CENTER TO MHL-CUR-WC.
047700     PERFORM 4100-FIND-CENTER THRU 4100-FIND-CENTER-EXIT.
047800     IF MHL-CX = 0
047900         GO TO 1210-READ-WCCAL-EXIT
048000     END-IF.
048100     IF WC-STANDING
048200         MOVE WC-AVAIL-HRS TO MHL-CT-STD-HRS (MHL-CX)
048300     ELSE
048400         MOVE WC-AVAIL-HRS TO MHL-CT-DAY-HRS (MHL-CX)
048500         MOVE "Y"          TO MHL-CT-DAY-SW (MHL-CX)
048600     END-IF.
048700 1210-READ-WCCAL-EXIT.
048800     EXIT.
048900
049000 2000-PROC-LINE.
049100     IF RS-RUN-DATE = BDT-BUS-DATE
049200         ADD 1 TO MHL-LINE-COUNT
049300         PERFORM 3000-LOAD-LINE THRU 3000-LOAD-LINE-EXIT
049400     END-IF.
049500     PERFORM 2100-READ-RSL THRU 2100-READ-RSL-EXIT.
049600 2000-PROC-LINE-EXIT.
049700     EXIT.
049800
049900 2100-READ-RSL.
050000     READ MHL-RSL-FILE NEXT RECORD
050100         AT END
050200             MOVE "Y" TO MHL-EOF-SWITCH
050300         NOT AT END
050400             ADD 1 TO MHL-READ-COUNT
050500     END-READ.
050600 2100-READ-RSL-EXIT.
050700     EXIT.
050800
050900*-----------------------------------------------------------------
051000* ONE GOOD LINE OF THE NIGHT. A LINE THAT CANNOT BE ROUTED IS
051100* LISTED AND LEFT OUT OF THE LOAD, WHICH IS THEN UNDERSTATED BY
051200* THAT MUCH - HENCE THE WARNING RETURN CODE.
051300*-----------------------------------------------------------------
051400 3000-LOAD-LINE.
051500     MOVE SPACES            TO MHL-PRT-NORTG-LINE.
051600     MOVE RS-PART-ID        TO MHL-PRT-NR-PART.
051700     MOVE RS-RUN-DATE       TO MHL-PRT-NR-DATE.
051800     MOVE RS-SHAPE-TYPE     TO MHL-PRT-NR-SHAPE.
051900     MOVE RS-LOC            TO MHL-PRT-NR-LOC.
052000     MOVE RS-OPTION         TO MHL-PRT-NR-OPTION.
052100     IF RS-QTY NUMERIC AND RS-QTY > 0
052200         MOVE RS-QTY        TO MHL-QTY
052300     ELSE
052400         MOVE 1             TO MHL-QTY
052500     END-IF.
052600     MOVE MHL-QTY           TO MHL-PRT-NR-QTY.
052700     IF RS-LOC = SPACES
052800         MOVE "NO PLANT LOCATION"    TO MHL-PRT-NR-REMARK
052900         GO TO 3000-LOAD-LINE-REJECT
053000     END-IF.
053100     MOVE RS-SHAPE-TYPE     TO RT-SHAPE-TYPE.
053200     MOVE RS-LOC            TO RT-LOC.
053300     READ MHL-RTG-FILE
053400         INVALID KEY
053500             MOVE "NO ROUTING"       TO MHL-PRT-NR-REMARK
053600             GO TO 3000-LOAD-LINE-REJECT
053700     END-READ.
053800     MOVE RS-DIM-1          TO MHL-DIM-1.
053900     MOVE RS-DIM-2          TO MHL-DIM-2.
054000     MOVE RS-DIM-3          TO MHL-DIM-3.
054100     MOVE "VOLUMEN"         TO MHL-OPTION.
054200     PERFORM 3100-CALL-CALC THRU 3100-CALL-CALC-EXIT.
054300     IF MHL-CALC-RC NOT = 0
054400         MOVE "VOLUME NOT COMPUTED"  TO MHL-PRT-NR-REMARK
054500         GO TO 3000-LOAD-LINE-REJECT
054600     END-IF.
054700     MOVE MHL-RESULT        TO MHL-VOLUME.
054800     MOVE "FLAECHE"         TO MHL-OPTION.
054900     PERFORM 3100-CALL-CALC THRU 3100-CALL-CALC-EXIT.
055000     IF MHL-CALC-RC NOT = 0
055100         MOVE "SURFACE NOT COMPUTED" TO MHL-PRT-NR-REMARK
055200         GO TO 3000-LOAD-LINE-REJECT
055300     END-IF.
055400     MOVE MHL-RESULT        TO MHL-SURFACE.
055500     COMPUTE MHL-MACH-MIN ROUNDED = RT-SETUP-MIN
055600             + RT-MACH-MIN-CC * MHL-VOLUME * MHL-QTY
055700         ON SIZE ERROR
055800             MOVE "HOURS OVERFLOW"   TO MHL-PRT-NR-REMARK
055900             GO TO 3000-LOAD-LINE-REJECT
056000     END-COMPUTE.
056100     COMPUTE MHL-FIN-MIN ROUNDED =
056200             RT-FIN-MIN-CM2 * MHL-SURFACE * MHL-QTY
056300         ON SIZE ERROR
056400             MOVE "HOURS OVERFLOW"   TO MHL-PRT-NR-REMARK
056500             GO TO 3000-LOAD-LINE-REJECT
056600     END-COMPUTE.
056700     IF RT-FIN-WC = SPACES
056800         MOVE RT-MACH-WC    TO MHL-FIN-WC
056900     ELSE
057000         MOVE RT-FIN-WC     TO MHL-FIN-WC
057100     END-IF.
057200     MOVE RS-LOC            TO MHL-CUR-LOC.
057300     MOVE RT-MACH-WC        TO MHL-CUR-WC.
057400     PERFORM 4100-FIND-CENTER THRU 4100-FIND-CENTER-EXIT.
057500     IF MHL-CX = 0
057600         MOVE "TOO MANY WORK CTRS"   TO MHL-PRT-NR-REMARK
057700         GO TO 3000-LOAD-LINE-REJECT
057800     END-IF.
057900     ADD 1            TO MHL-CT-LINES (MHL-CX).
058000     ADD MHL-MACH-MIN TO MHL-CT-REQ-MIN (MHL-CX).
058100     IF MHL-FIN-WC NOT = RT-MACH-WC
058200         MOVE MHL-FIN-WC TO MHL-CUR-WC
058300         PERFORM 4100-FIND-CENTER THRU 4100-FIND-CENTER-EXIT
058400         IF MHL-CX = 0
058500             MOVE "FINISHING NOT LOADED" TO MHL-PRT-NR-REMARK
058600             GO TO 3000-LOAD-LINE-REJECT
058700         END-IF
058800         ADD 1 TO MHL-CT-LINES (MHL-CX)
058900     END-IF.
059000     ADD MHL-FIN-MIN  TO MHL-CT-REQ-MIN (MHL-CX).
059100     ADD 1 TO MHL-ROUTED-COUNT.
059200     GO TO 3000-LOAD-LINE-EXIT.
059300 3000-LOAD-LINE-REJECT.
059400     ADD 1 TO MHL-NORTG-COUNT.
059500     MOVE MHL-PRT-NORTG-LINE TO MHL-RPT-LINE.
059600     WRITE MHL-RPT-LINE.
059700 3000-LOAD-LINE-EXIT.
059800     EXIT.
059900
060000*    SAME ARGUMENTS AS THE MAINS PASS: THE CUBE TAKES L/B/H, THE
060100*    SPHERE THE RADIUS, THE OTHER SOLIDS DIM-1 AND THE HEIGHT.
060200 3100-CALL-CALC.
060300     IF RT-IS-CUBE
060400         CALL "WFLCALC" USING MHL-DIM-1 MHL-DIM-2 MHL-DIM-3
060500             MHL-OPTION MHL-RESULT MHL-CALC-RC
060600     ELSE
060700         IF RT-IS-SPHERE
060800             CALL "KUGCALC" USING MHL-DIM-1 MHL-OPTION
060900                 MHL-RESULT MHL-CALC-RC
061000         ELSE
061100             IF RT-IS-CYLINDER
061200                 CALL "ZYLCALC" USING MHL-DIM-1 MHL-DIM-2
061300                     MHL-OPTION MHL-RESULT MHL-CALC-RC
061400             ELSE
061500                 IF RT-IS-CONE
061600                     CALL "KEGCALC" USING MHL-DIM-1 MHL-DIM-2
061700                         MHL-OPTION MHL-RESULT MHL-CALC-RC
061800                 ELSE
061900                     CALL "PYRCALC" USING MHL-DIM-1 MHL-DIM-2
062000                         MHL-OPTION MHL-RESULT MHL-CALC-RC
062100                 END-IF
062200             END-IF
062300         END-IF
062400     END-IF.
062500 3100-CALL-CALC-EXIT.
062600     EXIT.
062700
062800*-----------------------------------------------------------------
062900* ENTRY FOR MHL-CUR-KEY, ADDED AHEAD OF THE FIRST HIGHER KEY WHEN
063000* NOT YET IN THE TABLE SO THE TABLE STAYS IN LOCATION/WORK CENTER
063100* ORDER. MHL-CX COMES BACK ZERO WHEN THE TABLE IS FULL.
063200*-----------------------------------------------------------------
063300 4100-FIND-CENTER.
063400     MOVE ZERO TO MHL-CX.
063500     PERFORM 4110-SCAN-KEY THRU 4110-SCAN-KEY-EXIT
063600         VARYING MHL-SX FROM 1 BY 1
063700         UNTIL MHL-SX > MHL-CT-USED OR MHL-CX > 0.
063800     IF MHL-CX > 0
063900         IF MHL-CT-KEY (MHL-CX) = MHL-CUR-KEY
064000             GO TO 4100-FIND-CENTER-EXIT
064100         END-IF
064200     END-IF.
064300     IF MHL-CT-USED NOT < MHL-CT-MAX
064400         DISPLAY "MHLOAD: MORE THAN " MHL-CT-MAX
064500             " WORK CENTERS - LOAD PAGE CUT SHORT"
064600         MOVE "Y" TO MHL-SHORT-SWITCH
064700         MOVE ZERO TO MHL-CX
064800         GO TO 4100-FIND-CENTER-EXIT
064900     END-IF.
065000     IF MHL-CX = 0
065100         COMPUTE MHL-CX = MHL-CT-USED + 1
065200     ELSE
065300         PERFORM 4120-SHIFT-DOWN THRU 4120-SHIFT-DOWN-EXIT
065400             VARYING MHL-MX FROM MHL-CT-USED BY -1
065500             UNTIL MHL-MX < MHL-CX
065600     END-IF.
065700     ADD 1 TO MHL-CT-USED.
065800     INITIALIZE MHL-CT-ENTRY (MHL-CX).
065900     MOVE MHL-CUR-KEY TO MHL-CT-KEY (MHL-CX).
066000     MOVE "N"         TO MHL-CT-DAY-SW (MHL-CX).
066100 4100-FIND-CENTER-EXIT.
066200     EXIT.
066300
066400 4110-SCAN-KEY.
066500     IF MHL-CT-KEY (MHL-SX) NOT < MHL-CUR-KEY
066600         MOVE MHL-SX TO MHL-CX
066700     END-IF.
066800 4110-SCAN-KEY-EXIT.
066900     EXIT.
067000
067100 4120-SHIFT-DOWN.
067200     MOVE MHL-CT-ENTRY (MHL-MX) TO MHL-CT-ENTRY (MHL-MX + 1).
067300 4120-SHIFT-DOWN-EXIT.
067400     EXIT.
067500
067600*-----------------------------------------------------------------
067700* LOAD PAGE - ONE LINE PER WORK CENTER, A TOTAL LINE PER HALL. A
067800* HALL IS OVER CAPACITY WHEN ANY OF ITS WORK CENTERS IS: HOURS
067900* FREE ON ONE MACHINE DO NOT MAKE THE WORK OF ANOTHER.
068000*-----------------------------------------------------------------
068100 5000-PRINT-LOAD.
068200     IF MHL-NORTG-COUNT = 0
068300         MOVE "NONE - EVERY LINE HAS A ROUTING" TO MHL-PRT-MSG
068400         MOVE MHL-PRT-MSG-LINE TO MHL-RPT-LINE
068500         WRITE MHL-RPT-LINE
068600     END-IF.
068700     MOVE SPACES TO MHL-RPT-LINE.
068800     WRITE MHL-RPT-LINE.
068900     MOVE MHL-PRT-LOAD-HDR-LINE TO MHL-RPT-LINE.
069000     WRITE MHL-RPT-LINE.
069100     MOVE MHL-PRT-LOAD-COL-LINE TO MHL-RPT-LINE.
069200     WRITE MHL-RPT-LINE.
069300     MOVE SPACES TO MHL-HALL-LOC.
069400     PERFORM 5100-PRINT-CENTER THRU 5100-PRINT-CENTER-EXIT
069500         VARYING MHL-CX FROM 1 BY 1
069600         UNTIL MHL-CX > MHL-CT-USED.
069700     IF MHL-HALL-LOC NOT = SPACES
069800         PERFORM 5200-PRINT-HALL THRU 5200-PRINT-HALL-EXIT
069900     END-IF.
070000 5000-PRINT-LOAD-EXIT.
070100     EXIT.
070200
070300 5100-PRINT-CENTER.
070400     IF MHL-CT-LOC (MHL-CX) NOT = MHL-HALL-LOC
070500         IF MHL-HALL-LOC NOT = SPACES
070600             PERFORM 5200-PRINT-HALL THRU 5200-PRINT-HALL-EXIT
070700         END-IF
070800         MOVE MHL-CT-LOC (MHL-CX) TO MHL-HALL-LOC
070900         MOVE ZERO TO MHL-HALL-LINES
071000         MOVE ZERO TO MHL-HALL-REQ-HRS
071100         MOVE ZERO TO MHL-HALL-AVAIL-HRS
071200         MOVE "N"  TO MHL-HALL-OVER-SW
071300     END-IF.
071400     COMPUTE MHL-REQ-HRS ROUNDED = MHL-CT-REQ-MIN (MHL-CX) / 60.
071500     IF MHL-CT-DAY-SW (MHL-CX) = "Y"
071600         MOVE MHL-CT-DAY-HRS (MHL-CX) TO MHL-AVAIL-HRS
071700     ELSE
071800         MOVE MHL-CT-STD-HRS (MHL-CX) TO MHL-AVAIL-HRS
071900     END-IF.
072000     ADD MHL-CT-LINES (MHL-CX) TO MHL-HALL-LINES.
072100     ADD MHL-REQ-HRS           TO MHL-HALL-REQ-HRS.
072200     ADD MHL-AVAIL-HRS         TO MHL-HALL-AVAIL-HRS.
072300     MOVE SPACES                 TO MHL-PRT-LOAD-LINE.
072400     MOVE MHL-CT-LOC (MHL-CX)    TO MHL-PRT-LD-LOC.
072500     MOVE MHL-CT-WC (MHL-CX)     TO MHL-PRT-LD-WC.
072600     MOVE MHL-CT-LINES (MHL-CX)  TO MHL-PRT-LD-LINES.
072700     PERFORM 5300-EDIT-LOAD THRU 5300-EDIT-LOAD-EXIT.
072800     IF MHL-PRT-LD-REMARK NOT = SPACES
072900         ADD 1 TO MHL-WC-OVER-COUNT
073000         MOVE "Y" TO MHL-HALL-OVER-SW
073100     END-IF.
073200     MOVE MHL-PRT-LOAD-LINE TO MHL-RPT-LINE.
073300     WRITE MHL-RPT-LINE.
073400 5100-PRINT-CENTER-EXIT.
073500     EXIT.
073600
073700 5200-PRINT-HALL.
073800     MOVE SPACES              TO MHL-PRT-LOAD-LINE.
073900     MOVE MHL-HALL-LOC        TO MHL-PRT-LD-LOC.
074000     MOVE "HALL"              TO MHL-PRT-LD-WC.
074100     MOVE MHL-HALL-LINES      TO MHL-PRT-LD-LINES.
074200     MOVE MHL-HALL-REQ-HRS    TO MHL-REQ-HRS.
074300     MOVE MHL-HALL-AVAIL-HRS  TO MHL-AVAIL-HRS.
074400     PERFORM 5300-EDIT-LOAD THRU 5300-EDIT-LOAD-EXIT.
074500     IF MHL-HALL-OVER
074600         MOVE "** HALL OVER CAPACITY" TO MHL-PRT-LD-REMARK
074700         ADD 1 TO MHL-HALL-OVER-COUNT
074800     END-IF.
074900     MOVE MHL-PRT-LOAD-LINE TO MHL-RPT-LINE.
075000     WRITE MHL-RPT-LINE.
075100     MOVE SPACES TO MHL-RPT-LINE.
075200     WRITE MHL-RPT-LINE.
075300 5200-PRINT-HALL-EXIT.
075400     EXIT.
075500
075600*    HOURS, LOAD % AND OVER % FROM MHL-REQ-HRS AND MHL-AVAIL-HRS.
075700*    THE REMARK IS LEFT BLANK WHEN THE LOAD FITS.
075800 5300-EDIT-LOAD.
075900     MOVE MHL-REQ-HRS         TO MHL-PRT-LD-REQ.
076000     MOVE MHL-AVAIL-HRS       TO MHL-PRT-LD-AVAIL.
076100     MOVE SPACES              TO MHL-PRT-LD-OVER-X.
076200     IF MHL-AVAIL-HRS = 0
076300         MOVE SPACES          TO MHL-PRT-LD-PCT-X
076400         IF MHL-REQ-HRS > 0
076500             MOVE "** NO CAPACITY"  TO MHL-PRT-LD-REMARK
076600         END-IF
076700         GO TO 5300-EDIT-LOAD-EXIT
076800     END-IF.
076900     COMPUTE MHL-LOAD-PCT ROUNDED =
077000         MHL-REQ-HRS * 100 / MHL-AVAIL-HRS
077100         ON SIZE ERROR
077200             MOVE 9999999.9 TO MHL-LOAD-PCT
077300     END-COMPUTE.
077400     MOVE MHL-LOAD-PCT        TO MHL-PRT-LD-PCT.
077500     IF MHL-LOAD-PCT > 100
077600         COMPUTE MHL-OVER-PCT = MHL-LOAD-PCT - 100
077700         MOVE MHL-OVER-PCT    TO MHL-PRT-LD-OVER
077800         MOVE "** OVERLOAD"   TO MHL-PRT-LD-REMARK
077900     END-IF.
078000 5300-EDIT-LOAD-EXIT.
078100     EXIT.
078200
078300 8000-TERM.
078400     MOVE SPACES TO MHL-RPT-LINE.
078500     WRITE MHL-RPT-LINE.
078600     MOVE MHL-LINE-COUNT      TO MHL-PRT-LINES.
078700     MOVE MHL-ROUTED-COUNT    TO MHL-PRT-ROUTED.
078800     MOVE MHL-NORTG-COUNT     TO MHL-PRT-NORTG.
078900     MOVE MHL-WC-OVER-COUNT   TO MHL-PRT-WC-OVER.
079000     MOVE MHL-HALL-OVER-COUNT TO MHL-PRT-HALL-OVER.
079100     MOVE MHL-PRT-COUNT-LINE  TO MHL-RPT-LINE.
079200     WRITE MHL-RPT-LINE.
079300     IF MHL-HALL-OVER-COUNT > 0
079400         MOVE "** HALLS OVER CAPACITY - PLANNING TO RESCHEDULE"
079500             TO MHL-PRT-MSG
079600         MOVE MHL-PRT-MSG-LINE TO MHL-RPT-LINE
079700         WRITE MHL-RPT-LINE
079800         MOVE 4 TO RETURN-CODE
079900     END-IF.
080000     IF MHL-NORTG-COUNT > 0
080100         MOVE "** LINES WITHOUT ROUTING - LOAD IS UNDERSTATED"
080200             TO MHL-PRT-MSG
080300         MOVE MHL-PRT-MSG-LINE TO MHL-RPT-LINE
080400         WRITE MHL-RPT-LINE
080500         MOVE 4 TO RETURN-CODE
080600     END-IF.
080700     IF MHL-INCOMPLETE
080800         MOVE "** LOAD ESTIMATE INCOMPLETE - SEE NOTES ABOVE"
080900             TO MHL-PRT-MSG
081000         MOVE MHL-PRT-MSG-LINE TO MHL-RPT-LINE
081100         WRITE MHL-RPT-LINE
081200         MOVE 4 TO RETURN-CODE
081300     END-IF.
081400     CLOSE MHL-RSL-FILE.
081500     CLOSE MHL-RTG-FILE.
081600     CLOSE MHL-RPT-FILE.
081700 8000-TERM-EXIT.
081800     EXIT.
081900
082000 END PROGRAM MHLOAD.
