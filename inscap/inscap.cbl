000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INSCAP.
000300 AUTHOR. J HOFFMANN.
000400 INSTALLATION. FABRIKATIONSPLANUNG.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 2026-10-15 JH    ORIGINAL INSPECTION AS-BUILT VS NOMINAL RUN.
001100*                  READS QUALITY'S GAUGE-STATION FEED (INSPIN,
001200*                  INSREC LAYOUT), ONE RECORD PER MEASURED PIECE,
001300*                  AND RUNS THE MEASURED DIMENSIONS THROUGH THE
001400*                  SAME WFLCALC/KUGCALC/ZYLCALC/KEGCALC/PYRCALC
001500*                  ROUTINES AS THE MAINS, FOR VOLUMEN AND FLAECHE.
001600*                  EACH PIECE IS MATCHED TO THE NOMINAL RESULT ON
001700*                  RSLHIST BY PART AND RUN DATE (FIRST ROW OF THE
001800*                  SAME SHAPE PER OPTION) AND THE DEVIATION IS
001900*                  PRINTED IN UNITS AND PERCENT. A MEASURED RESULT
002000*                  OUTSIDE THE PART'S SPCLMT BAND IS FLAGGED
002100*                  AUSSER-TOL. EVERY MEASURED RESULT IS KEPT PER
002200*                  PART AND MEASURE ON THE INDEXED CAPHIST FILE
002300*                  (CAPREC), AND FOR EACH PART MEASURED TONIGHT
002400*                  THE MEAN, STANDARD DEVIATION, CP AND CPK OVER
002500*                  THE LAST N PIECES ARE PRINTED (INSPRM CARD:
002600*                  COLS 1-3 WINDOW, DEFAULT 30, MAX 50; COLS 4-6
002700*                  MINIMUM CPK IN HUNDREDTHS, DEFAULT 133; COLS
002800*                  7-9 PIECES NEEDED BEFORE CAPABILITY IS JUDGED,
002900*                  DEFAULT 5). RETURN-CODE 4 WHEN A PART FALLS
003000*                  BELOW THE MINIMUM CPK, A PIECE IS OUT OF BAND,
003100*                  OR A PIECE CANNOT BE EVALUATED; 16 WHEN RSLHIST
003200*                  OR CAPHIST CANNOT BE OPENED.
003300*-----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. GENERIC.
003700 OBJECT-COMPUTER. GENERIC.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT ICP-INS-FILE ASSIGN TO "INSPIN"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS ICP-INS-STATUS.
004400
004500     SELECT ICP-PARM-FILE ASSIGN TO "INSPRM"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS ICP-PARM-STATUS.
004800
004900     SELECT ICP-RSL-FILE ASSIGN TO "RSLHIST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS RS-KEY
005300         FILE STATUS IS ICP-RSL-STATUS.
005400
005500     SELECT ICP-SPC-FILE ASSIGN TO "SPCLMT"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS SP-PART-ID
005900         FILE STATUS IS ICP-SPC-STATUS.
006000
006100     SELECT ICP-CAP-FILE ASSIGN TO "CAPHIST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS CP-KEY
006500         FILE STATUS IS ICP-CAP-STATUS.
006600
006700     SELECT ICP-RPT-FILE ASSIGN TO "INSRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS ICP-RPT-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  ICP-INS-FILE
007400     RECORD CONTAINS 80 CHARACTERS.
007500     COPY INSREC.
007600
007700 FD  ICP-PARM-FILE
007800     RECORD CONTAINS 80 CHARACTERS.
007900 01  ICP-PARM-REC              PIC X(80).
008000
008100 FD  ICP-RSL-FILE
008200     RECORD CONTAINS 120 CHARACTERS.
008300     COPY RSLREC.
008400
008500 FD  ICP-SPC-FILE
008600     RECORD CONTAINS 80 CHARACTERS.
008700     COPY SPCREC.
008800
008900 FD  ICP-CAP-FILE
009000     RECORD CONTAINS 1500 CHARACTERS.
009100     COPY CAPREC.
009200
009300 FD  ICP-RPT-FILE
009400     RECORD CONTAINS 132 CHARACTERS.
009500 01  ICP-RPT-LINE              PIC X(132).
009600
009700 WORKING-STORAGE SECTION.
009800 01  ICP-INS-STATUS        PIC X(02).
009900     88 ICP-INS-OK         VALUE "00".
010000 01  ICP-PARM-STATUS       PIC X(02).
010100     88 ICP-PARM-OK        VALUE "00".
010200 01  ICP-RSL-STATUS        PIC X(02).
010300     88 ICP-RSL-OK         VALUE "00".
010400 01  ICP-SPC-STATUS        PIC X(02).
010500     88 ICP-SPC-OK         VALUE "00".
010600 01  ICP-CAP-STATUS        PIC X(02).
010700     88 ICP-CAP-OK         VALUE "00".
010800     88 ICP-CAP-ABSENT     VALUE "35".
010900 01  ICP-RPT-STATUS        PIC X(02).
011000     88 ICP-RPT-OK         VALUE "00".
011100
011200 01  ICP-SWITCHES.
011300     05 ICP-EOF-SWITCH     PIC X(01) VALUE "N".
011400        88 ICP-AT-EOF      VALUE "Y".
011500     05 ICP-ABORT-SWITCH   PIC X(01) VALUE "N".
011600        88 ICP-ABORT       VALUE "Y".
011700     05 ICP-SHORT-SWITCH   PIC X(01) VALUE "N".
011800        88 ICP-INCOMPLETE  VALUE "Y".
011900     05 ICP-SPC-AVAIL-SW   PIC X(01) VALUE "N".
012000        88 ICP-SPC-AVAIL   VALUE "Y".
012100     05 ICP-RSL-EOF-SWITCH PIC X(01) VALUE "N".
012200        88 ICP-RSL-AT-EOF  VALUE "Y".
012300     05 ICP-UOM-SWITCH     PIC X(01) VALUE "Y".
012400        88 ICP-UOM-VALID   VALUE "Y".
012500     05 ICP-DIM-SWITCH     PIC X(01) VALUE "Y".
012600        88 ICP-DIM-VALID   VALUE "Y".
012700     05 ICP-SHAPE-SWITCH   PIC X(01) VALUE "N".
012800        88 ICP-SHAPE-SEEN  VALUE "Y".
012900     05 ICP-HAVE-VOL-SW    PIC X(01) VALUE "N".
013000        88 ICP-HAVE-VOL    VALUE "Y".
013100     05 ICP-HAVE-SURF-SW   PIC X(01) VALUE "N".
013200        88 ICP-HAVE-SURF   VALUE "Y".
013300     05 ICP-PIECE-OOT-SW   PIC X(01) VALUE "N".
013400        88 ICP-PIECE-OOT   VALUE "Y".
013500     05 ICP-FOUND-SWITCH   PIC X(01) VALUE "N".
013600        88 ICP-FOUND       VALUE "Y".
013700
013800 01  ICP-PARM-CARD.
013900     05 ICP-PARM-WINDOW    PIC X(03).
014000     05 ICP-PARM-MIN-CPK   PIC X(03).
014100     05 ICP-PARM-MIN-N     PIC X(03).
014200     05 FILLER             PIC X(71).
014300
014400 01  ICP-PARM-MIN-CPK-N    PIC 9(01)V9(02).
014500 01  ICP-PARM-MIN-CPK-X REDEFINES ICP-PARM-MIN-CPK-N
014600                           PIC X(03).
014700
014800 77  ICP-WINDOW            PIC 9(03) VALUE 30.
014900 77  ICP-WINDOW-MAX        PIC 9(03) VALUE 50.
015000 77  ICP-MIN-CPK           PIC 9(01)V9(02) VALUE 1.33.
015100 77  ICP-MIN-N             PIC 9(03) VALUE 5.
015200 77  ICP-CT-MAX            PIC 9(04) COMP VALUE 1000.
015300 77  ICP-CT-USED           PIC 9(04) COMP VALUE ZERO.
015400 77  ICP-CX                PIC 9(04) COMP VALUE ZERO.
015500 77  ICP-SX                PIC 9(04) COMP VALUE ZERO.
015600 77  ICP-MX                PIC 9(04) COMP VALUE ZERO.
015700 77  ICP-EX                PIC 9(04) COMP VALUE ZERO.
015800 77  ICP-K                 PIC 9(04) COMP VALUE ZERO.
015900 77  ICP-N                 PIC 9(04) COMP VALUE ZERO.
016000 77  ICP-READ-COUNT        PIC 9(05) COMP VALUE ZERO.
016100 77  ICP-EVAL-COUNT        PIC 9(05) COMP VALUE ZERO.
016200 77  ICP-OOT-COUNT         PIC 9(05) COMP VALUE ZERO.
016300 77  ICP-NONOM-COUNT       PIC 9(05) COMP VALUE ZERO.
016400 77  ICP-REJECT-COUNT      PIC 9(05) COMP VALUE ZERO.
016500 77  ICP-LOWCAP-COUNT      PIC 9(05) COMP VALUE ZERO.
016600 77  ICP-CALC-RC           PIC S9(4) COMP VALUE ZERO.
016700
016800*    ONE ENTRY PER PART AND MEASURE MEASURED TONIGHT, KEPT IN KEY
016900*    ORDER AS THEY ARE ADDED SO THE CAPABILITY PAGE PRINTS BY
017000*    PART.
017100 01  ICP-CAP-TABLE.
017200     05 ICP-CAP-ENTRY OCCURS 1000 TIMES.
017300        10 ICP-CT-KEY      PIC X(09).
017400
017500 01  ICP-PIECE-WORK.
017600     05 ICP-NORM-DIM-1     PIC S9(4)V9(2).
017700     05 ICP-NORM-DIM-2     PIC S9(4)V9(2).
017800     05 ICP-NORM-DIM-3     PIC S9(4)V9(2).
017900     05 ICP-OPTION         PIC X(10).
018000     05 ICP-MEASURE        PIC X(01).
018100     05 ICP-RESULT         PIC S9(13)V9(02).
018200     05 ICP-NOM-VOL        PIC S9(13)V9(02).
018300     05 ICP-NOM-SURF       PIC S9(13)V9(02).
018400     05 ICP-NOMINAL        PIC S9(13)V9(02).
018500     05 ICP-DEVIATION      PIC S9(13)V9(02).
018600     05 ICP-DEV-PCT        PIC S9(05)V9(02).
018700     05 ICP-ROWS-SEEN      PIC 9(05) COMP.
018800     05 ICP-CUR-KEY        PIC X(09).
018900
019000 01  ICP-BAND-WORK.
019100     05 ICP-VOL-MIN        PIC S9(13)V9(02).
019200     05 ICP-VOL-MAX        PIC S9(13)V9(02).
019300     05 ICP-SURF-MIN       PIC S9(13)V9(02).
019400     05 ICP-SURF-MAX       PIC S9(13)V9(02).
019500     05 ICP-LSL            PIC S9(13)V9(02).
019600     05 ICP-USL            PIC S9(13)V9(02).
019700
019800 01  ICP-STAT-WORK.
019900     05 ICP-SUM            PIC S9(16)V9(02).
020000     05 ICP-MEAN           PIC S9(13)V9(04).
020100     05 ICP-DIFF           PIC S9(13)V9(04).
020200     05 ICP-SUMSQ          PIC S9(14)V9(04).
020300     05 ICP-VARIANCE       PIC S9(14)V9(04).
020400     05 ICP-STDDEV         PIC S9(13)V9(04).
020500     05 ICP-CP             PIC S9(03)V9(02).
020600     05 ICP-CPK            PIC S9(03)V9(02).
020700     05 ICP-CPK-HI         PIC S9(03)V9(02).
020800     05 ICP-CPK-LO         PIC S9(03)V9(02).
020900
021000 01  ICP-PRT-HDR1-LINE.
021100     05 FILLER             PIC X(42)
021200        VALUE "INSPECTION AS-BUILT VS NOMINAL REPORT     ".
021300     05 ICP-PRT-HDR-DATE   PIC X(08).
021400     05 FILLER             PIC X(82) VALUE SPACES.
021500
021600 01  ICP-PRT-COL-LINE.
021700     05 FILLER             PIC X(09) VALUE "PART     ".
021800     05 FILLER             PIC X(09) VALUE "RUN DATE ".
021900     05 FILLER             PIC X(06) VALUE "PIECE ".
022000     05 FILLER             PIC X(09) VALUE "SHAPE    ".
022100     05 FILLER             PIC X(11) VALUE "OPTION     ".
022200     05 FILLER             PIC X(17) VALUE "        MEASURED ".
022300     05 FILLER             PIC X(17) VALUE "         NOMINAL ".
022400     05 FILLER             PIC X(17) VALUE "       DEVIATION ".
022500     05 FILLER             PIC X(09) VALUE "   DEV % ".
022600     05 FILLER             PIC X(22) VALUE "REMARK".
022700     05 FILLER             PIC X(06) VALUE SPACES.
022800
022900 01  ICP-PRT-DETAIL-LINE.
023000     05 ICP-PRT-PART       PIC X(08).
023100     05 FILLER             PIC X(01) VALUE SPACES.
023200     05 ICP-PRT-RUN-DATE   PIC X(08).
023300     05 FILLER             PIC X(01) VALUE SPACES.
023400     05 ICP-PRT-PIECE      PIC ZZZZ9.
023500     05 ICP-PRT-PIECE-X REDEFINES ICP-PRT-PIECE
023600                           PIC X(05).
023700     05 FILLER             PIC X(01) VALUE SPACES.
023800     05 ICP-PRT-SHAPE      PIC X(08).
023900     05 FILLER             PIC X(01) VALUE SPACES.
024000     05 ICP-PRT-OPTION     PIC X(10).
024100     05 FILLER             PIC X(01) VALUE SPACES.
024200     05 ICP-PRT-MEASURED   PIC -(12)9.99.
024300     05 FILLER             PIC X(01) VALUE SPACES.
024400     05 ICP-PRT-NOMINAL    PIC -(12)9.99.
024500     05 ICP-PRT-NOMINAL-X REDEFINES ICP-PRT-NOMINAL
024600                           PIC X(16).
024700     05 FILLER             PIC X(01) VALUE SPACES.
024800     05 ICP-PRT-DEVIATION  PIC -(12)9.99.
024900     05 ICP-PRT-DEVIATION-X REDEFINES ICP-PRT-DEVIATION
025000                           PIC X(16).
025100     05 FILLER             PIC X(01) VALUE SPACES.
025200     05 ICP-PRT-DEV-PCT    PIC -(4)9.99.
025300     05 ICP-PRT-DEV-PCT-X REDEFINES ICP-PRT-DEV-PCT
025400                           PIC X(08).
025500     05 FILLER             PIC X(01) VALUE SPACES.
025600     05 ICP-PRT-REMARK     PIC X(22).
025700     05 FILLER             PIC X(06) VALUE SPACES.
025800
025900 01  ICP-PRT-CAP-HDR-LINE.
026000     05 FILLER             PIC X(36)
026100        VALUE "PROCESS CAPABILITY - WINDOW OF LAST ".
026200     05 ICP-PRT-CH-WINDOW  PIC ZZ9.
026300     05 FILLER             PIC X(21)
026400        VALUE " PIECES, MINIMUM CPK ".
026500     05 ICP-PRT-CH-MIN-CPK PIC 9.99.
026600     05 FILLER             PIC X(68) VALUE SPACES.
026700
026800 01  ICP-PRT-CAP-COL-LINE.
026900     05 FILLER             PIC X(09) VALUE "PART     ".
027000     05 FILLER             PIC X(09) VALUE "MEASURE  ".
027100     05 FILLER             PIC X(04) VALUE "  N ".
027200     05 FILLER             PIC X(17) VALUE "            MEAN ".
027300     05 FILLER             PIC X(16) VALUE "        STD DEV ".
027400     05 FILLER             PIC X(17) VALUE "       BAND FROM ".
027500     05 FILLER             PIC X(17) VALUE "         BAND TO ".
027600     05 FILLER             PIC X(08) VALUE "     CP ".
027700     05 FILLER             PIC X(08) VALUE "    CPK ".
027800     05 FILLER             PIC X(16) VALUE "REMARK".
027900     05 FILLER             PIC X(11) VALUE SPACES.
028000
028100 01  ICP-PRT-CAP-LINE.
028200     05 ICP-PRT-CAP-PART   PIC X(08).
028300     05 FILLER             PIC X(01) VALUE SPACES.
028400     05 ICP-PRT-CAP-MEAS   PIC X(08).
028500     05 FILLER             PIC X(01) VALUE SPACES.
028600     05 ICP-PRT-CAP-N      PIC ZZ9.
028700     05 FILLER             PIC X(01) VALUE SPACES.
028800     05 ICP-PRT-CAP-MEAN   PIC -(12)9.99.
028900     05 FILLER             PIC X(01) VALUE SPACES.
029000     05 ICP-PRT-CAP-SD     PIC -(9)9.9999.
029100     05 FILLER             PIC X(01) VALUE SPACES.
029200     05 ICP-PRT-CAP-LSL    PIC -(12)9.99.
029300     05 ICP-PRT-CAP-LSL-X REDEFINES ICP-PRT-CAP-LSL
029400                           PIC X(16).
029500     05 FILLER             PIC X(01) VALUE SPACES.
029600     05 ICP-PRT-CAP-USL    PIC -(12)9.99.
029700     05 ICP-PRT-CAP-USL-X REDEFINES ICP-PRT-CAP-USL
029800                           PIC X(16).
029900     05 FILLER             PIC X(01) VALUE SPACES.
030000     05 ICP-PRT-CAP-CP     PIC -(3)9.99.
030100     05 ICP-PRT-CAP-CP-X REDEFINES ICP-PRT-CAP-CP
030200                           PIC X(07).
030300     05 FILLER             PIC X(01) VALUE SPACES.
030400     05 ICP-PRT-CAP-CPK    PIC -(3)9.99.
030500     05 ICP-PRT-CAP-CPK-X REDEFINES ICP-PRT-CAP-CPK
030600                           PIC X(07).
030700     05 FILLER             PIC X(01) VALUE SPACES.
030800     05 ICP-PRT-CAP-REMARK PIC X(16).
030900     05 FILLER             PIC X(11) VALUE SPACES.
031000
031100 01  ICP-PRT-COUNT-LINE.
031200     05 FILLER             PIC X(13) VALUE "PIECES READ: ".
031300     05 ICP-PRT-READ       PIC ZZZZ9.
031400     05 FILLER             PIC X(14) VALUE "  EVALUATED:  ".
031500     05 ICP-PRT-EVALUATED  PIC ZZZZ9.
031600     05 FILLER             PIC X(15) VALUE "  OUT OF BAND: ".
031700     05 ICP-PRT-OOT        PIC ZZZZ9.
031800     05 FILLER             PIC X(14) VALUE "  NO NOMINAL: ".
031900     05 ICP-PRT-NONOM      PIC ZZZZ9.
032000     05 FILLER             PIC X(12) VALUE "  REJECTED: ".
032100     05 ICP-PRT-REJECTED   PIC ZZZZ9.
032200     05 FILLER             PIC X(15) VALUE "  BELOW CPK:   ".
032300     05 ICP-PRT-LOWCAP     PIC ZZZZ9.
032400     05 FILLER             PIC X(19) VALUE SPACES.
032500
032600 01  ICP-PRT-MSG-LINE.
032700     05 FILLER             PIC X(02) VALUE SPACES.
032800     05 ICP-PRT-MSG        PIC X(60).
032900     05 FILLER             PIC X(70) VALUE SPACES.
033000
033100     COPY BDTPARM.
033200
033300 PROCEDURE DIVISION.
033400
033500 0000-MAIN.
033600     PERFORM 1000-INIT THRU 1000-INIT-EXIT.
033700     IF NOT ICP-ABORT
033800         PERFORM 2000-PROC-PIECE THRU 2000-PROC-PIECE-EXIT
033900             UNTIL ICP-AT-EOF
034000         PERFORM 5000-PRINT-CAPABILITY
034100             THRU 5000-PRINT-CAPABILITY-EXIT
034200         PERFORM 8000-TERM THRU 8000-TERM-EXIT
034300     END-IF.
034400     STOP RUN.
034500
034600 1000-INIT.
034700     MOVE "INSCAP" TO BDT-CALLER.
034800     CALL "BDTCHK" USING BDT-PARMS.
034900     IF NOT BDT-DATE-OK
035000         MOVE "Y" TO ICP-ABORT-SWITCH
035100         MOVE 16 TO RETURN-CODE
035200         GO TO 1000-INIT-EXIT
035300     END-IF.
035400     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
035500     OPEN OUTPUT ICP-RPT-FILE.
035600     IF NOT ICP-RPT-OK
035700         DISPLAY "INSCAP: UNABLE TO OPEN INSRPT, STATUS "
035800             ICP-RPT-STATUS
035900         MOVE "Y" TO ICP-ABORT-SWITCH
036000         MOVE 16 TO RETURN-CODE
036100         GO TO 1000-INIT-EXIT
036200     END-IF.
036300     MOVE SPACES TO ICP-RPT-LINE.
036400     MOVE BDT-BUS-DATE TO ICP-PRT-HDR-DATE.
036500     MOVE ICP-PRT-HDR1-LINE TO ICP-RPT-LINE.
036600     WRITE ICP-RPT-LINE.
036700     OPEN INPUT ICP-RSL-FILE.
036800     IF NOT ICP-RSL-OK
036900         DISPLAY "INSCAP: UNABLE TO OPEN RSLHIST, STATUS "
037000             ICP-RSL-STATUS
037100         MOVE "** RSLHIST NOT AVAILABLE - NO NOMINALS TO COMPARE"
037200             TO ICP-PRT-MSG
037300         MOVE ICP-PRT-MSG-LINE TO ICP-RPT-LINE
037400         WRITE ICP-RPT-LINE
037500         CLOSE ICP-RPT-FILE
037600         MOVE "Y" TO ICP-ABORT-SWITCH
037700         MOVE 16 TO RETURN-CODE
037800         GO TO 1000-INIT-EXIT
037900     END-IF.
038000     OPEN I-O ICP-CAP-FILE.
038100     IF ICP-CAP-ABSENT
038200         OPEN OUTPUT ICP-CAP-FILE
038300         CLOSE ICP-CAP-FILE
038400         OPEN I-O ICP-CAP-FILE
038500     END-IF.
038600     IF NOT ICP-CAP-OK
038700         DISPLAY "INSCAP: UNABLE TO OPEN CAPHIST, STATUS "
038800             ICP-CAP-STATUS
038900         MOVE "** CAPHIST NOT AVAILABLE - NOTHING EVALUATED"
039000             TO ICP-PRT-MSG
039100         MOVE ICP-PRT-MSG-LINE TO ICP-RPT-LINE
039200         WRITE ICP-RPT-LINE
039300         CLOSE ICP-RSL-FILE
039400         CLOSE ICP-RPT-FILE
039500         MOVE "Y" TO ICP-ABORT-SWITCH
039600         MOVE 16 TO RETURN-CODE
039700         GO TO 1000-INIT-EXIT
039800     END-IF.
039900     OPEN INPUT ICP-SPC-FILE.
040000     IF ICP-SPC-OK
040100         MOVE "Y" TO ICP-SPC-AVAIL-SW
040200     ELSE
040300         MOVE "** SPCLMT NOT AVAILABLE - NO BAND CHECK, NO CP/CPK"
040400             TO ICP-PRT-MSG
040500         MOVE ICP-PRT-MSG-LINE TO ICP-RPT-LINE
040600         WRITE ICP-RPT-LINE
040700         MOVE "Y" TO ICP-SHORT-SWITCH
040800     END-IF.
040900     OPEN INPUT ICP-INS-FILE.
041000     IF NOT ICP-INS-OK
041100         MOVE "** INSPIN NOT AVAILABLE - NO PIECES MEASURED"
041200             TO ICP-PRT-MSG
041300         MOVE ICP-PRT-MSG-LINE TO ICP-RPT-LINE
041400         WRITE ICP-RPT-LINE
041500         MOVE "Y" TO ICP-SHORT-SWITCH
041600         MOVE "Y" TO ICP-EOF-SWITCH
041700         GO TO 1000-INIT-EXIT
041800     END-IF.
041900     INITIALIZE ICP-CAP-TABLE.
042000     MOVE ICP-PRT-COL-LINE TO ICP-RPT-LINE.
042100     WRITE ICP-RPT-LINE.
042200     PERFORM 2100-READ-INS THRU 2100-READ-INS-EXIT.
042300 1000-INIT-EXIT.
042400     EXIT.
042500
042600 1100-READ-PARM.
042700     OPEN INPUT ICP-PARM-FILE.
042800     IF NOT ICP-PARM-OK
042900         GO TO 1100-READ-PARM-EXIT
043000     END-IF.
043100     MOVE SPACES TO ICP-PARM-CARD.
043200     READ ICP-PARM-FILE
043300         AT END
043400             CONTINUE
043500         NOT AT END
043600             MOVE ICP-PARM-REC TO ICP-PARM-CARD
043700     END-READ.
043800     CLOSE ICP-PARM-FILE.
043900     IF ICP-PARM-WINDOW NUMERIC
044000         MOVE ICP-PARM-WINDOW TO ICP-WINDOW
044100     END-IF.
044200     IF ICP-WINDOW < 2 OR ICP-WINDOW > ICP-WINDOW-MAX
044300         DISPLAY "INSCAP: WINDOW " ICP-WINDOW
044400             " OUT OF RANGE 2-50 - 30 USED"
044500         MOVE 30 TO ICP-WINDOW
044600     END-IF.
044700     IF ICP-PARM-MIN-CPK NUMERIC
044800         MOVE ICP-PARM-MIN-CPK TO ICP-PARM-MIN-CPK-X
044900         MOVE ICP-PARM-MIN-CPK-N TO ICP-MIN-CPK
045000     END-IF.
045100     IF ICP-PARM-MIN-N NUMERIC
045200         MOVE ICP-PARM-MIN-N TO ICP-MIN-N
045300     END-IF.
045400     IF ICP-MIN-N < 2
045500         MOVE 2 TO ICP-MIN-N
045600     END-IF.
045700     IF ICP-MIN-N > ICP-WINDOW
045800         MOVE ICP-WINDOW TO ICP-MIN-N
045900     END-IF.
046000 1100-READ-PARM-EXIT.
046100     EXIT.
046200
046300 2000-PROC-PIECE.
046400     PERFORM 3000-EVAL-PIECE THRU 3000-EVAL-PIECE-EXIT.
046500     PERFORM 2100-READ-INS THRU 2100-READ-INS-EXIT.
046600 2000-PROC-PIECE-EXIT.
046700     EXIT.
046800
046900 2100-READ-INS.
047000     READ ICP-INS-FILE
047100         AT END
047200             MOVE "Y" TO ICP-EOF-SWITCH
047300         NOT AT END
047400             ADD 1 TO ICP-READ-COUNT
047500     END-READ.
047600 2100-READ-INS-EXIT.
047700     EXIT.
047800
047900*-----------------------------------------------------------------
048000* ONE MEASURED PIECE. A PIECE THAT CANNOT BE TIED TO A NIGHT ON
048100* RSLHIST IS REJECTED RATHER THAN LET INTO THE CAPABILITY
048200* FIGURES - A MIS-KEYED PART OR DATE WOULD OTHERWISE SKEW THEM.
048300*-----------------------------------------------------------------
048400 3000-EVAL-PIECE.
048500     MOVE SPACES            TO ICP-PRT-DETAIL-LINE.
048600     MOVE IN-PART-ID        TO ICP-PRT-PART.
048700     MOVE IN-RUN-DATE       TO ICP-PRT-RUN-DATE.
048800     MOVE IN-SHAPE-TYPE     TO ICP-PRT-SHAPE.
048900     IF IN-PIECE-NO NUMERIC
049000         MOVE IN-PIECE-NO   TO ICP-PRT-PIECE
049100     END-IF.
049200     IF IN-PART-ID = SPACES OR IN-PIECE-NO NOT NUMERIC
049300         MOVE "NO PART OR PIECE NO"  TO ICP-PRT-REMARK
049400         GO TO 3000-EVAL-PIECE-REJECT
049500     END-IF.
049600     IF NOT IN-IS-CUBE AND NOT IN-IS-SPHERE
049700             AND NOT IN-IS-CYLINDER AND NOT IN-IS-CONE
049800             AND NOT IN-IS-PYRAMID
049900         MOVE "UNKNOWN SHAPE"        TO ICP-PRT-REMARK
050000         GO TO 3000-EVAL-PIECE-REJECT
050100     END-IF.
050200     IF IN-DIM-1 NOT NUMERIC OR IN-DIM-2 NOT NUMERIC
050300             OR IN-DIM-3 NOT NUMERIC
050400         MOVE "BAD DIMENSION"        TO ICP-PRT-REMARK
050500         GO TO 3000-EVAL-PIECE-REJECT
050600     END-IF.
050700     PERFORM 3100-NORMALIZE-UOM THRU 3100-NORMALIZE-UOM-EXIT.
050800     IF NOT ICP-UOM-VALID
050900         MOVE "UNKNOWN UNIT"         TO ICP-PRT-REMARK
051000         GO TO 3000-EVAL-PIECE-REJECT
051100     END-IF.
051200     PERFORM 3200-VALIDATE-DIMS THRU 3200-VALIDATE-DIMS-EXIT.
051300     IF NOT ICP-DIM-VALID
051400         MOVE "BAD DIMENSION"        TO ICP-PRT-REMARK
051500         GO TO 3000-EVAL-PIECE-REJECT
051600     END-IF.
051700     PERFORM 3300-FIND-NOMINAL THRU 3300-FIND-NOMINAL-EXIT.
051800     IF ICP-ROWS-SEEN = 0
051900         MOVE "NO RUN ON RSLHIST"    TO ICP-PRT-REMARK
052000         GO TO 3000-EVAL-PIECE-REJECT
052100     END-IF.
052200     IF NOT ICP-SHAPE-SEEN
052300         MOVE "SHAPE NOT AS NOMINAL" TO ICP-PRT-REMARK
052400         GO TO 3000-EVAL-PIECE-REJECT
052500     END-IF.
052600     PERFORM 3400-GET-BAND THRU 3400-GET-BAND-EXIT.
052700     ADD 1 TO ICP-EVAL-COUNT.
052800     MOVE "N" TO ICP-PIECE-OOT-SW.
052900     MOVE "VOLUMEN"         TO ICP-OPTION.
053000     MOVE "V"               TO ICP-MEASURE.
053100     PERFORM 3500-EVAL-MEASURE THRU 3500-EVAL-MEASURE-EXIT.
053200     MOVE "FLAECHE"         TO ICP-OPTION.
053300     MOVE "S"               TO ICP-MEASURE.
053400     PERFORM 3500-EVAL-MEASURE THRU 3500-EVAL-MEASURE-EXIT.
053500     IF ICP-PIECE-OOT
053600         ADD 1 TO ICP-OOT-COUNT
053700     END-IF.
053800     GO TO 3000-EVAL-PIECE-EXIT.
053900 3000-EVAL-PIECE-REJECT.
054000     ADD 1 TO ICP-REJECT-COUNT.
054100     MOVE ICP-PRT-DETAIL-LINE TO ICP-RPT-LINE.
054200     WRITE ICP-RPT-LINE.
054300 3000-EVAL-PIECE-EXIT.
054400     EXIT.
054500
054600 3100-NORMALIZE-UOM.
054700     MOVE "Y" TO ICP-UOM-SWITCH.
054800     IF IN-UOM-CM
054900         MOVE IN-DIM-1 TO ICP-NORM-DIM-1
055000         MOVE IN-DIM-2 TO ICP-NORM-DIM-2
055100         MOVE IN-DIM-3 TO ICP-NORM-DIM-3
055200     ELSE
055300         IF IN-UOM-MM
055400             COMPUTE ICP-NORM-DIM-1 ROUNDED = IN-DIM-1 / 10
055500             COMPUTE ICP-NORM-DIM-2 ROUNDED = IN-DIM-2 / 10
055600             COMPUTE ICP-NORM-DIM-3 ROUNDED = IN-DIM-3 / 10
055700         ELSE
055800             MOVE "N" TO ICP-UOM-SWITCH
055900         END-IF
056000     END-IF.
056100 3100-NORMALIZE-UOM-EXIT.
056200     EXIT.
056300
056400*    SAME RULE AS THE MAINS: THE CUBE NEEDS ALL THREE DIMENSIONS,
056500*    THE SPHERE ONLY THE RADIUS, THE OTHER SOLIDS DIM-1 AND DIM-2.
056600 3200-VALIDATE-DIMS.
056700     MOVE "Y" TO ICP-DIM-SWITCH.
056800     IF ICP-NORM-DIM-1 NOT > 0
056900         MOVE "N" TO ICP-DIM-SWITCH
057000     END-IF.
057100     IF NOT IN-IS-SPHERE AND ICP-NORM-DIM-2 NOT > 0
057200         MOVE "N" TO ICP-DIM-SWITCH
057300     END-IF.
057400     IF IN-IS-CUBE AND ICP-NORM-DIM-3 NOT > 0
057500         MOVE "N" TO ICP-DIM-SWITCH
057600     END-IF.
057700 3200-VALIDATE-DIMS-EXIT.
057800     EXIT.
057900
058000*    EVERY RSLHIST ROW FOR THE PART AND RUN DATE. THE FIRST ROW OF
058100*    THE PIECE'S SHAPE FOR EACH OPTION IS TAKEN AS ITS NOMINAL.
058200 3300-FIND-NOMINAL.
058300     MOVE ZERO TO ICP-ROWS-SEEN.
058400     MOVE "N"  TO ICP-SHAPE-SWITCH.
058500     MOVE "N"  TO ICP-HAVE-VOL-SW.
058600     MOVE "N"  TO ICP-HAVE-SURF-SW.
058700     MOVE IN-PART-ID  TO RS-PART-ID.
058800     MOVE IN-RUN-DATE TO RS-RUN-DATE.
058900     MOVE ZERO        TO RS-SEQ.
059000     START ICP-RSL-FILE KEY IS NOT LESS THAN RS-KEY
059100         INVALID KEY
059200             GO TO 3300-FIND-NOMINAL-EXIT
059300     END-START.
059400     MOVE "N" TO ICP-RSL-EOF-SWITCH.
059500     PERFORM 3310-READ-NOMINAL THRU 3310-READ-NOMINAL-EXIT
059600         UNTIL ICP-RSL-AT-EOF.
059700 3300-FIND-NOMINAL-EXIT.
059800     EXIT.
059900
060000 3310-READ-NOMINAL.
060100     READ ICP-RSL-FILE NEXT RECORD
060200         AT END
060300             MOVE "Y" TO ICP-RSL-EOF-SWITCH
060400             GO TO 3310-READ-NOMINAL-EXIT
060500     END-READ.
060600     IF RS-PART-ID NOT = IN-PART-ID
060700             OR RS-RUN-DATE NOT = IN-RUN-DATE
060800         MOVE "Y" TO ICP-RSL-EOF-SWITCH
060900         GO TO 3310-READ-NOMINAL-EXIT
061000     END-IF.
061100     ADD 1 TO ICP-ROWS-SEEN.
061200     IF RS-SHAPE-TYPE NOT = IN-SHAPE-TYPE
061300         GO TO 3310-READ-NOMINAL-EXIT
061400     END-IF.
061500     MOVE "Y" TO ICP-SHAPE-SWITCH.
061600     IF RS-OPTION = "VOLUMEN" AND NOT ICP-HAVE-VOL
061700         MOVE "Y"       TO ICP-HAVE-VOL-SW
061800         MOVE RS-RESULT TO ICP-NOM-VOL
061900     END-IF.
062000     IF RS-OPTION = "FLAECHE" AND NOT ICP-HAVE-SURF
062100         MOVE "Y"       TO ICP-HAVE-SURF-SW
062200         MOVE RS-RESULT TO ICP-NOM-SURF
062300     END-IF.
062400 3310-READ-NOMINAL-EXIT.
062500     EXIT.
062600
062700*    A BAND WHOSE MIN AND MAX ARE BOTH ZERO IS "NO BAND
062800*    MAINTAINED".
062900 3400-GET-BAND.
063000     MOVE ZERO TO ICP-VOL-MIN ICP-VOL-MAX.
063100     MOVE ZERO TO ICP-SURF-MIN ICP-SURF-MAX.
063200     IF NOT ICP-SPC-AVAIL
063300         GO TO 3400-GET-BAND-EXIT
063400     END-IF.
063500     MOVE IN-PART-ID TO SP-PART-ID.
063600     READ ICP-SPC-FILE
063700         INVALID KEY
063800             GO TO 3400-GET-BAND-EXIT
063900     END-READ.
064000     MOVE SP-VOL-MIN  TO ICP-VOL-MIN.
064100     MOVE SP-VOL-MAX  TO ICP-VOL-MAX.
064200     MOVE SP-SURF-MIN TO ICP-SURF-MIN.
064300     MOVE SP-SURF-MAX TO ICP-SURF-MAX.
064400 3400-GET-BAND-EXIT.
064500     EXIT.
064600
064700 3500-EVAL-MEASURE.
064800     MOVE ICP-OPTION        TO ICP-PRT-OPTION.
064900     MOVE SPACES            TO ICP-PRT-REMARK.
065000     PERFORM 3600-CALL-CALC THRU 3600-CALL-CALC-EXIT.
065100     IF ICP-CALC-RC NOT = 0
065200         MOVE ZERO          TO ICP-PRT-MEASURED
065300         MOVE SPACES        TO ICP-PRT-NOMINAL-X
065400         MOVE SPACES        TO ICP-PRT-DEVIATION-X
065500         MOVE SPACES        TO ICP-PRT-DEV-PCT-X
065600         MOVE "OVERFLOW - NOT KEPT" TO ICP-PRT-REMARK
065700         ADD 1 TO ICP-REJECT-COUNT
065800         GO TO 3500-EVAL-MEASURE-WRITE
065900     END-IF.
066000     MOVE ICP-RESULT        TO ICP-PRT-MEASURED.
066100     IF ICP-MEASURE = "V"
066200         MOVE ICP-HAVE-VOL-SW  TO ICP-FOUND-SWITCH
066300         MOVE ICP-NOM-VOL      TO ICP-NOMINAL
066400         MOVE ICP-VOL-MIN      TO ICP-LSL
066500         MOVE ICP-VOL-MAX      TO ICP-USL
066600     ELSE
066700         MOVE ICP-HAVE-SURF-SW TO ICP-FOUND-SWITCH
066800         MOVE ICP-NOM-SURF     TO ICP-NOMINAL
066900         MOVE ICP-SURF-MIN     TO ICP-LSL
067000         MOVE ICP-SURF-MAX     TO ICP-USL
067100     END-IF.
067200     IF ICP-FOUND
067300         COMPUTE ICP-DEVIATION = ICP-RESULT - ICP-NOMINAL
067400         MOVE ICP-NOMINAL   TO ICP-PRT-NOMINAL
067500         MOVE ICP-DEVIATION TO ICP-PRT-DEVIATION
067600         IF ICP-NOMINAL = 0
067700             MOVE SPACES    TO ICP-PRT-DEV-PCT-X
067800         ELSE
067900             COMPUTE ICP-DEV-PCT ROUNDED =
068000                 ICP-DEVIATION * 100 / ICP-NOMINAL
068100                 ON SIZE ERROR
068200                     MOVE 99999.99 TO ICP-DEV-PCT
068300             END-COMPUTE
068400             MOVE ICP-DEV-PCT TO ICP-PRT-DEV-PCT
068500         END-IF
068600     ELSE
068700         MOVE SPACES        TO ICP-PRT-NOMINAL-X
068800         MOVE SPACES        TO ICP-PRT-DEVIATION-X
068900         MOVE SPACES        TO ICP-PRT-DEV-PCT-X
069000         MOVE "NO NOMINAL"  TO ICP-PRT-REMARK
069100         ADD 1 TO ICP-NONOM-COUNT
069200     END-IF.
069300     IF ICP-LSL NOT = 0 OR ICP-USL NOT = 0
069400         IF ICP-RESULT < ICP-LSL OR ICP-RESULT > ICP-USL
069500             MOVE "AUSSER-TOL"  TO ICP-PRT-REMARK
069600             MOVE "Y" TO ICP-PIECE-OOT-SW
069700         END-IF
069800     END-IF.
069900     PERFORM 4000-KEEP-RESULT THRU 4000-KEEP-RESULT-EXIT.
070000 3500-EVAL-MEASURE-WRITE.
070100     MOVE ICP-PRT-DETAIL-LINE TO ICP-RPT-LINE.
070200     WRITE ICP-RPT-LINE.
070300     MOVE SPACES TO ICP-PRT-PART ICP-PRT-RUN-DATE ICP-PRT-SHAPE.
070400     MOVE SPACES TO ICP-PRT-PIECE-X.
070500 3500-EVAL-MEASURE-EXIT.
070600     EXIT.
070700
070800 3600-CALL-CALC.
070900     IF IN-IS-CUBE
071000         CALL "WFLCALC" USING ICP-NORM-DIM-1 ICP-NORM-DIM-2
071100             ICP-NORM-DIM-3 ICP-OPTION ICP-RESULT ICP-CALC-RC
071200     ELSE
071300         IF IN-IS-SPHERE
071400             CALL "KUGCALC" USING ICP-NORM-DIM-1 ICP-OPTION
071500                 ICP-RESULT ICP-CALC-RC
071600         ELSE
071700             IF IN-IS-CYLINDER
071800                 CALL "ZYLCALC" USING ICP-NORM-DIM-1
071900                     ICP-NORM-DIM-2 ICP-OPTION ICP-RESULT
072000                     ICP-CALC-RC
072100             ELSE
072200                 IF IN-IS-CONE
072300                     CALL "KEGCALC" USING ICP-NORM-DIM-1
072400                         ICP-NORM-DIM-2 ICP-OPTION ICP-RESULT
072500                         ICP-CALC-RC
072600                 ELSE
072700                     CALL "PYRCALC" USING ICP-NORM-DIM-1
072800                         ICP-NORM-DIM-2 ICP-OPTION ICP-RESULT
072900                         ICP-CALC-RC
073000                 END-IF
073100             END-IF
073200         END-IF
073300     END-IF.
073400 3600-CALL-CALC-EXIT.
073500     EXIT.
073600
073700*-----------------------------------------------------------------
073800* KEEP THE MEASURED RESULT ON CAPHIST. A PIECE ALREADY IN THE RING
073900* (SAME RUN DATE AND PIECE NUMBER) IS REPLACED IN PLACE; OTHERWISE
074000* IT GOES INTO THE NEXT SLOT, OVERWRITING THE OLDEST ONCE ALL 50
074100* ARE IN USE.
074200*-----------------------------------------------------------------
074300 4000-KEEP-RESULT.
074400     MOVE IN-PART-ID        TO CP-PART-ID.
074500     MOVE ICP-MEASURE       TO CP-MEASURE.
074600     MOVE CP-KEY            TO ICP-CUR-KEY.
074700     MOVE "Y" TO ICP-FOUND-SWITCH.
074800     READ ICP-CAP-FILE
074900         INVALID KEY
075000             MOVE "N" TO ICP-FOUND-SWITCH
075100     END-READ.
075200     IF NOT ICP-FOUND
075300         INITIALIZE CP-CAP-RECORD
075400         MOVE ICP-CUR-KEY   TO CP-KEY
075500         MOVE 1             TO CP-NEXT
075600     END-IF.
075700     MOVE ZERO TO ICP-EX.
075800     PERFORM 4010-SCAN-PIECE THRU 4010-SCAN-PIECE-EXIT
075900         VARYING ICP-SX FROM 1 BY 1
076000         UNTIL ICP-SX > CP-STORED OR ICP-EX > 0.
076100     IF ICP-EX = 0
076200         MOVE CP-NEXT TO ICP-EX
076300         IF CP-STORED < 50
076400             ADD 1 TO CP-STORED
076500         END-IF
076600         IF CP-NEXT < 50
076700             ADD 1 TO CP-NEXT
076800         ELSE
076900             MOVE 1 TO CP-NEXT
077000         END-IF
077100     END-IF.
077200     MOVE IN-RUN-DATE       TO CP-E-RUN-DATE (ICP-EX).
077300     MOVE IN-PIECE-NO       TO CP-E-PIECE-NO (ICP-EX).
077400     MOVE ICP-RESULT        TO CP-E-VALUE (ICP-EX).
077500     MOVE BDT-BUS-DATE      TO CP-LAST-DATE.
077600     IF ICP-FOUND
077700         REWRITE CP-CAP-RECORD
077800             INVALID KEY
077900                 DISPLAY "INSCAP: CAPHIST REWRITE FAILED FOR "
078000                     CP-KEY ", STATUS " ICP-CAP-STATUS
078100                 MOVE "Y" TO ICP-SHORT-SWITCH
078200         END-REWRITE
078300     ELSE
078400         WRITE CP-CAP-RECORD
078500             INVALID KEY
078600                 DISPLAY "INSCAP: CAPHIST WRITE FAILED FOR "
078700                     CP-KEY ", STATUS " ICP-CAP-STATUS
078800                 MOVE "Y" TO ICP-SHORT-SWITCH
078900         END-WRITE
079000     END-IF.
079100     PERFORM 4100-ADD-TOUCHED THRU 4100-ADD-TOUCHED-EXIT.
079200 4000-KEEP-RESULT-EXIT.
079300     EXIT.
079400
079500 4010-SCAN-PIECE.
079600     IF CP-E-RUN-DATE (ICP-SX) = IN-RUN-DATE
079700             AND CP-E-PIECE-NO (ICP-SX) = IN-PIECE-NO
079800         MOVE ICP-SX TO ICP-EX
079900     END-IF.
080000 4010-SCAN-PIECE-EXIT.
080100     EXIT.
080200
080300*    THE ENTRY GOES IN AHEAD OF THE FIRST HIGHER KEY, SO THE TABLE
080400*    STAYS IN PART/MEASURE ORDER.
080500 4100-ADD-TOUCHED.
080600     MOVE ZERO TO ICP-CX.
080700     PERFORM 4110-SCAN-KEY THRU 4110-SCAN-KEY-EXIT
080800         VARYING ICP-SX FROM 1 BY 1
080900         UNTIL ICP-SX > ICP-CT-USED OR ICP-CX > 0.
081000     IF ICP-CX > 0
081100         IF ICP-CT-KEY (ICP-CX) = ICP-CUR-KEY
081200             GO TO 4100-ADD-TOUCHED-EXIT
081300         END-IF
081400     END-IF.
081500     IF ICP-CT-USED NOT < ICP-CT-MAX
081600         DISPLAY "INSCAP: MORE THAN " ICP-CT-MAX
081700             " PARTS MEASURED - CAPABILITY PAGE CUT SHORT"
081800         MOVE "Y" TO ICP-SHORT-SWITCH
081900         GO TO 4100-ADD-TOUCHED-EXIT
082000     END-IF.
082100     IF ICP-CX = 0
082200         COMPUTE ICP-CX = ICP-CT-USED + 1
082300     ELSE
082400         PERFORM 4120-SHIFT-DOWN THRU 4120-SHIFT-DOWN-EXIT
082500             VARYING ICP-MX FROM ICP-CT-USED BY -1
082600             UNTIL ICP-MX < ICP-CX
082700     END-IF.
082800     ADD 1 TO ICP-CT-USED.
082900     MOVE ICP-CUR-KEY TO ICP-CT-KEY (ICP-CX).
083000 4100-ADD-TOUCHED-EXIT.
083100     EXIT.
083200
083300 4110-SCAN-KEY.
083400     IF ICP-CT-KEY (ICP-SX) NOT < ICP-CUR-KEY
083500         MOVE ICP-SX TO ICP-CX
083600     END-IF.
083700 4110-SCAN-KEY-EXIT.
083800     EXIT.
083900
084000 4120-SHIFT-DOWN.
084100     MOVE ICP-CAP-ENTRY (ICP-MX) TO ICP-CAP-ENTRY (ICP-MX + 1).
084200 4120-SHIFT-DOWN-EXIT.
084300     EXIT.
084400
084500*-----------------------------------------------------------------
084600* CAPABILITY PAGE - ONE LINE PER PART AND MEASURE MEASURED
084700* TONIGHT, OVER THE NEWEST ICP-WINDOW PIECES ON CAPHIST.
084800*   CP  = (USL - LSL) / 6 SIGMA
084900*   CPK = LESSER OF (USL - MEAN) AND (MEAN - LSL), OVER 3 SIGMA
085000* SIGMA IS THE SAMPLE STANDARD DEVIATION (N - 1).
085100*-----------------------------------------------------------------
085200 5000-PRINT-CAPABILITY.
085300     IF ICP-CT-USED = 0
085400         GO TO 5000-PRINT-CAPABILITY-EXIT
085500     END-IF.
085600     MOVE SPACES TO ICP-RPT-LINE.
085700     WRITE ICP-RPT-LINE.
085800     MOVE ICP-WINDOW  TO ICP-PRT-CH-WINDOW.
085900     MOVE ICP-MIN-CPK TO ICP-PRT-CH-MIN-CPK.
086000     MOVE ICP-PRT-CAP-HDR-LINE TO ICP-RPT-LINE.
086100     WRITE ICP-RPT-LINE.
086200     MOVE ICP-PRT-CAP-COL-LINE TO ICP-RPT-LINE.
086300     WRITE ICP-RPT-LINE.
086400     PERFORM 5100-PRINT-CAP-LINE THRU 5100-PRINT-CAP-LINE-EXIT
086500         VARYING ICP-CX FROM 1 BY 1
086600         UNTIL ICP-CX > ICP-CT-USED.
086700 5000-PRINT-CAPABILITY-EXIT.
086800     EXIT.
086900
087000 5100-PRINT-CAP-LINE.
087100     MOVE ICP-CT-KEY (ICP-CX) TO CP-KEY.
087200     READ ICP-CAP-FILE
087300         INVALID KEY
087400             GO TO 5100-PRINT-CAP-LINE-EXIT
087500     END-READ.
087600     MOVE SPACES            TO ICP-PRT-CAP-LINE.
087700     MOVE CP-PART-ID        TO ICP-PRT-CAP-PART.
087800     IF CP-VOLUME
087900         MOVE "VOLUMEN"     TO ICP-PRT-CAP-MEAS
088000     ELSE
088100         MOVE "FLAECHE"     TO ICP-PRT-CAP-MEAS
088200     END-IF.
088300     MOVE CP-STORED TO ICP-N.
088400     IF ICP-N > ICP-WINDOW
088500         MOVE ICP-WINDOW TO ICP-N
088600     END-IF.
088700     MOVE ZERO TO ICP-SUM ICP-SUMSQ ICP-VARIANCE ICP-STDDEV.
088800     MOVE ZERO TO ICP-CP ICP-CPK.
088900     PERFORM 5200-ADD-VALUE THRU 5200-ADD-VALUE-EXIT
089000         VARYING ICP-K FROM 1 BY 1 UNTIL ICP-K > ICP-N.
089100     COMPUTE ICP-MEAN ROUNDED = ICP-SUM / ICP-N.
089200     PERFORM 5300-ADD-SQUARE THRU 5300-ADD-SQUARE-EXIT
089300         VARYING ICP-K FROM 1 BY 1 UNTIL ICP-K > ICP-N.
089400     IF ICP-N > 1
089500         COMPUTE ICP-VARIANCE ROUNDED = ICP-SUMSQ / (ICP-N - 1)
089600         COMPUTE ICP-STDDEV ROUNDED = FUNCTION SQRT(ICP-VARIANCE)
089700     END-IF.
089800     MOVE ICP-N      TO ICP-PRT-CAP-N.
089900     MOVE ICP-MEAN   TO ICP-PRT-CAP-MEAN.
090000     MOVE ICP-STDDEV TO ICP-PRT-CAP-SD.
090100     MOVE SPACES     TO ICP-PRT-CAP-CP-X ICP-PRT-CAP-CPK-X.
090200     PERFORM 5400-GET-LIMITS THRU 5400-GET-LIMITS-EXIT.
090300     IF ICP-LSL = 0 AND ICP-USL = 0
090400         MOVE SPACES         TO ICP-PRT-CAP-LSL-X
090500         MOVE SPACES         TO ICP-PRT-CAP-USL-X
090600         MOVE "NO BAND"      TO ICP-PRT-CAP-REMARK
090700         GO TO 5100-PRINT-CAP-LINE-SAVE
090800     END-IF.
090900     MOVE ICP-LSL TO ICP-PRT-CAP-LSL.
091000     MOVE ICP-USL TO ICP-PRT-CAP-USL.
091100     IF ICP-N < ICP-MIN-N
091200         MOVE "TOO FEW PIECES"  TO ICP-PRT-CAP-REMARK
091300         GO TO 5100-PRINT-CAP-LINE-SAVE
091400     END-IF.
091500     IF ICP-STDDEV = 0
091600         MOVE "NO SPREAD"       TO ICP-PRT-CAP-REMARK
091700         GO TO 5100-PRINT-CAP-LINE-SAVE
091800     END-IF.
091900     COMPUTE ICP-CP ROUNDED = (ICP-USL - ICP-LSL)
092000         / (6 * ICP-STDDEV)
092100         ON SIZE ERROR
092200             MOVE 999.99 TO ICP-CP
092300     END-COMPUTE.
092400     COMPUTE ICP-CPK-HI ROUNDED = (ICP-USL - ICP-MEAN)
092500         / (3 * ICP-STDDEV)
092600         ON SIZE ERROR
092700             MOVE 999.99 TO ICP-CPK-HI
092800     END-COMPUTE.
092900     COMPUTE ICP-CPK-LO ROUNDED = (ICP-MEAN - ICP-LSL)
093000         / (3 * ICP-STDDEV)
093100         ON SIZE ERROR
093200             MOVE 999.99 TO ICP-CPK-LO
093300     END-COMPUTE.
093400     IF ICP-CPK-HI < ICP-CPK-LO
093500         MOVE ICP-CPK-HI TO ICP-CPK
093600     ELSE
093700         MOVE ICP-CPK-LO TO ICP-CPK
093800     END-IF.
093900     MOVE ICP-CP  TO ICP-PRT-CAP-CP.
094000     MOVE ICP-CPK TO ICP-PRT-CAP-CPK.
094100     IF ICP-CPK < ICP-MIN-CPK
094200         MOVE "** LOW CAPABILITY" TO ICP-PRT-CAP-REMARK
094300         ADD 1 TO ICP-LOWCAP-COUNT
094400     END-IF.
094500 5100-PRINT-CAP-LINE-SAVE.
094600     MOVE ICP-N      TO CP-WINDOW-N.
094700     MOVE ICP-MEAN   TO CP-MEAN.
094800     MOVE ICP-STDDEV TO CP-STDDEV.
094900     MOVE ICP-CP     TO CP-CP.
095000     MOVE ICP-CPK    TO CP-CPK.
095100     REWRITE CP-CAP-RECORD
095200         INVALID KEY
095300             DISPLAY "INSCAP: CAPHIST REWRITE FAILED FOR "
095400                 CP-KEY ", STATUS " ICP-CAP-STATUS
095500     END-REWRITE.
095600     MOVE ICP-PRT-CAP-LINE TO ICP-RPT-LINE.
095700     WRITE ICP-RPT-LINE.
095800 5100-PRINT-CAP-LINE-EXIT.
095900     EXIT.
096000
096100*    THE K-TH NEWEST ENTRY SITS K SLOTS BEHIND CP-NEXT IN THE
096200*    RING.
096300 5200-ADD-VALUE.
096400     PERFORM 5500-RING-SLOT THRU 5500-RING-SLOT-EXIT.
096500     ADD CP-E-VALUE (ICP-EX) TO ICP-SUM.
096600 5200-ADD-VALUE-EXIT.
096700     EXIT.
096800
096900 5300-ADD-SQUARE.
097000     PERFORM 5500-RING-SLOT THRU 5500-RING-SLOT-EXIT.
097100     COMPUTE ICP-DIFF = CP-E-VALUE (ICP-EX) - ICP-MEAN.
097200     COMPUTE ICP-SUMSQ = ICP-SUMSQ + ICP-DIFF * ICP-DIFF
097300         ON SIZE ERROR
097400             MOVE 99999999999999.9999 TO ICP-SUMSQ
097500     END-COMPUTE.
097600 5300-ADD-SQUARE-EXIT.
097700     EXIT.
097800
097900 5400-GET-LIMITS.
098000     MOVE ZERO TO ICP-LSL ICP-USL.
098100     IF NOT ICP-SPC-AVAIL
098200         GO TO 5400-GET-LIMITS-EXIT
098300     END-IF.
098400     MOVE CP-PART-ID TO SP-PART-ID.
098500     READ ICP-SPC-FILE
098600         INVALID KEY
098700             GO TO 5400-GET-LIMITS-EXIT
098800     END-READ.
098900     IF CP-VOLUME
099000         MOVE SP-VOL-MIN  TO ICP-LSL
099100         MOVE SP-VOL-MAX  TO ICP-USL
099200     ELSE
099300         MOVE SP-SURF-MIN TO ICP-LSL
099400         MOVE SP-SURF-MAX TO ICP-USL
099500     END-IF.
099600 5400-GET-LIMITS-EXIT.
099700     EXIT.
099800
099900 5500-RING-SLOT.
100000     IF ICP-K < CP-NEXT
100100         COMPUTE ICP-EX = CP-NEXT - ICP-K
100200     ELSE
100300         COMPUTE ICP-EX = CP-NEXT - ICP-K + 50
100400     END-IF.
100500 5500-RING-SLOT-EXIT.
100600     EXIT.
100700
100800 8000-TERM.
100900     MOVE SPACES TO ICP-RPT-LINE.
101000     WRITE ICP-RPT-LINE.
101100     MOVE ICP-READ-COUNT    TO ICP-PRT-READ.
101200     MOVE ICP-EVAL-COUNT    TO ICP-PRT-EVALUATED.
101300     MOVE ICP-OOT-COUNT     TO ICP-PRT-OOT.
101400     MOVE ICP-NONOM-COUNT   TO ICP-PRT-NONOM.
101500     MOVE ICP-REJECT-COUNT  TO ICP-PRT-REJECTED.
101600     MOVE ICP-LOWCAP-COUNT  TO ICP-PRT-LOWCAP.
101700     MOVE ICP-PRT-COUNT-LINE TO ICP-RPT-LINE.
101800     WRITE ICP-RPT-LINE.
101900     IF ICP-LOWCAP-COUNT > 0
102000         MOVE "** PARTS BELOW MINIMUM CPK - QUALITY TO REVIEW"
102100             TO ICP-PRT-MSG
102200         MOVE ICP-PRT-MSG-LINE TO ICP-RPT-LINE
102300         WRITE ICP-RPT-LINE
102400         MOVE 4 TO RETURN-CODE
102500     END-IF.
102600     IF ICP-OOT-COUNT > 0
102700         MOVE "** PIECES OUTSIDE THEIR SPCLMT BAND"
102800             TO ICP-PRT-MSG
102900         MOVE ICP-PRT-MSG-LINE TO ICP-RPT-LINE
103000         WRITE ICP-RPT-LINE
103100         MOVE 4 TO RETURN-CODE
103200     END-IF.
103300     IF ICP-REJECT-COUNT > 0
103400         MOVE "** PIECES NOT EVALUATED - SEE REMARKS ABOVE"
103500             TO ICP-PRT-MSG
103600         MOVE ICP-PRT-MSG-LINE TO ICP-RPT-LINE
103700         WRITE ICP-RPT-LINE
103800         MOVE 4 TO RETURN-CODE
103900     END-IF.
104000     IF ICP-INCOMPLETE
104100         MOVE "** INSPECTION RUN INCOMPLETE - SEE NOTES ABOVE"
104200             TO ICP-PRT-MSG
104300         MOVE ICP-PRT-MSG-LINE TO ICP-RPT-LINE
104400         WRITE ICP-RPT-LINE
104500         MOVE 4 TO RETURN-CODE
104600     END-IF.
104700     CLOSE ICP-INS-FILE.
104800     CLOSE ICP-RSL-FILE.
104900     CLOSE ICP-CAP-FILE.
105000     IF ICP-SPC-AVAIL
105100         CLOSE ICP-SPC-FILE
105200     END-IF.
105300     CLOSE ICP-RPT-FILE.
105400 8000-TERM-EXIT.
105500     EXIT.
105600
105700 END PROGRAM INSCAP.
