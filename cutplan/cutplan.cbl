000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUTPLAN.
000300 AUTHOR. J HOFFMANN.
000400 INSTALLATION. FABRIKATIONSPLANUNG.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 2026-10-15 JH    ORIGINAL RAW-STOCK CUTTING PLAN, RUN AFTER THE
001100*                  MAINS IN NITEBAT. READS THE NIGHT'S WFLCON
001200*                  (CUBES, BEDINGUNGEN) AND KOECON (CYLINDERS,
001300*                  KOERPER) FILES, WHICH CARRY EVERY GOOD LINE'S
001400*                  MATERIAL, QUANTITY, WEIGHT AND NORMALIZED
001500*                  DIMENSIONS, AND PICKS FOR EACH LINE THE
001600*                  SMALLEST FORM ON THE RAWMST RAW-STOCK MASTER
001700*                  (RAWREC, MAINTAINED BY RWMAINT) THAT THE PIECE
001800*                  CAN BE CUT FROM - A CYLINDER FROM ROUND BAR NO
001900*                  THINNER THAN ITS DIAMETER, A CUBE FROM PLATE NO
002000*                  THINNER THAN ITS SMALLEST SIDE OR FROM SQUARE
002100*                  BAR NO SMALLER THAN ITS MIDDLE SIDE. PIECES PER
002200*                  BAR OR PLATE ALLOW ONE SAW KERF PER CUT; BARS
002300*                  OR PLATES NEEDED ARE ROUNDED UP PER LINE. THE
002400*                  CUTRPT PLAN LISTS THE LINES GROUPED BY MATERIAL
002500*                  AND STOCK FORM WITH THE STOCK WEIGHT DRAWN, THE
002600*                  FINISHED WEIGHT AND THE KERF/SCRAP WEIGHT
002700*                  BETWEEN THEM, THEN EVERY LINE NO STOCKED FORM
002800*                  CAN COVER AS AN EXCEPTION. EXCEPTIONS, A
002900*                  MISSING CONSUMPTION FILE OR MATMST, OR RECORDS
003000*                  DATED FOR ANOTHER NIGHT END THE STEP WITH
003100*                  RETURN-CODE 4; A MISSING RAWMST OR A FULL LINE
003200*                  TABLE WITH 16.
003300*-----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. GENERIC.
003700 OBJECT-COMPUTER. GENERIC.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CUT-WFLCON-FILE ASSIGN TO "WFLCON"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS CUT-WFLCON-STATUS.
004400
004500     SELECT CUT-KOECON-FILE ASSIGN TO "KOECON"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS CUT-KOECON-STATUS.
004800
004900     SELECT CUT-RAW-FILE ASSIGN TO "RAWMST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS RW-KEY
005300         FILE STATUS IS CUT-RAW-STATUS.
005400
005500     SELECT CUT-MAT-FILE ASSIGN TO "MATMST"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS MM-MAT-CODE
005900         FILE STATUS IS CUT-MAT-STATUS.
006000
006100     SELECT CUT-RPT-FILE ASSIGN TO "CUTRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS CUT-RPT-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  CUT-WFLCON-FILE
006800     RECORD CONTAINS 100 CHARACTERS.
006900 01  CUT-WFLCON-LINE           PIC X(100).
007000
007100 FD  CUT-KOECON-FILE
007200     RECORD CONTAINS 100 CHARACTERS.
007300 01  CUT-KOECON-LINE           PIC X(100).
007400
007500 FD  CUT-RAW-FILE
007600     RECORD CONTAINS 60 CHARACTERS.
007700     COPY RAWREC.
007800
007900 FD  CUT-MAT-FILE
008000     RECORD CONTAINS 48 CHARACTERS.
008100     COPY MATREC.
008200
008300 FD  CUT-RPT-FILE
008400     RECORD CONTAINS 132 CHARACTERS.
008500 01  CUT-RPT-LINE              PIC X(132).
008600
008700 WORKING-STORAGE SECTION.
008800 01  CUT-WFLCON-STATUS     PIC X(02).
008900     88 CUT-WFLCON-OK      VALUE "00".
009000 01  CUT-KOECON-STATUS     PIC X(02).
009100     88 CUT-KOECON-OK      VALUE "00".
009200 01  CUT-RAW-STATUS        PIC X(02).
009300     88 CUT-RAW-OK         VALUE "00".
009400 01  CUT-MAT-STATUS        PIC X(02).
009500     88 CUT-MAT-OK         VALUE "00".
009600 01  CUT-RPT-STATUS        PIC X(02).
009700     88 CUT-RPT-OK         VALUE "00".
009800
009900 01  CUT-SWITCHES.
010000     05 CUT-EOF-SWITCH     PIC X(01) VALUE "N".
010100        88 CUT-AT-EOF      VALUE "Y".
010200     05 CUT-ABORT-SWITCH   PIC X(01) VALUE "N".
010300        88 CUT-ABORT       VALUE "Y".
010400     05 CUT-SHORT-SWITCH   PIC X(01) VALUE "N".
010500        88 CUT-INCOMPLETE  VALUE "Y".
010600     05 CUT-MAT-SWITCH     PIC X(01) VALUE "N".
010700        88 CUT-MAT-AVAIL   VALUE "Y".
010800     05 CUT-RAW-EOF-SWITCH PIC X(01) VALUE "N".
010900        88 CUT-RAW-AT-EOF  VALUE "Y".
011000     05 CUT-SEEN-SWITCH    PIC X(01) VALUE "N".
011100        88 CUT-FORM-SEEN   VALUE "Y".
011200     05 CUT-BEST-SWITCH    PIC X(01) VALUE "N".
011300        88 CUT-BEST-FOUND  VALUE "Y".
011400     05 CUT-GRP-SWITCH     PIC X(01) VALUE "N".
011500        88 CUT-GRP-STARTED VALUE "Y".
011600     05 CUT-EXC-HDR-SWITCH PIC X(01) VALUE "N".
011700        88 CUT-EXC-HDR-DONE VALUE "Y".
011800
011900 77  CUT-LINE-MAX          PIC 9(04) COMP VALUE 5000.
012000 77  CUT-LINE-USED         PIC 9(04) COMP VALUE ZERO.
012100 77  CUT-LX                PIC 9(04) COMP VALUE ZERO.
012200 77  CUT-SKIP-COUNT        PIC 9(07) COMP VALUE ZERO.
012300 77  CUT-PLAN-COUNT        PIC 9(05) COMP VALUE ZERO.
012400 77  CUT-EXC-COUNT         PIC 9(05) COMP VALUE ZERO.
012500 77  CUT-FORM-COUNT        PIC 9(05) COMP VALUE ZERO.
012550 77  CUT-PI                PIC S9(1)V9(10) VALUE 3.1415926535.
012600
012700 01  CUT-LINE-TABLE.
012800     05 CUT-LINE-ENTRY OCCURS 5000 TIMES.
012900        10 CUT-LN-PART       PIC X(08).
013000        10 CUT-LN-LOC        PIC X(03).
013100        10 CUT-LN-SHAPE      PIC X(08).
013200           88 CUT-LN-CYLINDER VALUE "CYLINDER".
013300        10 CUT-LN-MAT-CODE   PIC X(04).
013400        10 CUT-LN-QTY        PIC 9(05).
013500        10 CUT-LN-DIM-1      PIC S9(4)V9(2).
013600        10 CUT-LN-DIM-2      PIC S9(4)V9(2).
013700        10 CUT-LN-DIM-3      PIC S9(4)V9(2).
013800        10 CUT-LN-NET-KG     PIC S9(13)V9(02).
013900        10 CUT-LN-RAW-KEY    PIC X(11).
014000        10 CUT-LN-PCS        PIC 9(07).
014100        10 CUT-LN-UNITS      PIC 9(07).
014200        10 CUT-LN-STOCK-KG   PIC S9(13)V9(02).
014300        10 CUT-LN-REASON     PIC X(20).
014400
014700 01  CUT-FIT-WORK.
014800     05 CUT-SMALL          PIC S9(4)V9(2).
014900     05 CUT-MID            PIC S9(4)V9(2).
015000     05 CUT-LARGE          PIC S9(4)V9(2).
015100     05 CUT-SWAP           PIC S9(4)V9(2).
015200     05 CUT-NEED-SIZE      PIC S9(5)V9(2).
015300     05 CUT-N1             PIC 9(07).
015400     05 CUT-N2             PIC 9(07).
015500     05 CUT-PCS-WORK       PIC 9(07).
015600     05 CUT-PCS-ALT        PIC 9(07).
015700     05 CUT-BEST-PCS       PIC 9(07).
015800     05 CUT-BEST-SIZE      PIC 9(04)V9(02).
015900     05 CUT-BEST-RAW       PIC X(60).
016000     05 CUT-DENSITY        PIC S9(03)V9(04).
016100     05 CUT-UNIT-KG        PIC S9(09)V9(04).
016200     05 CUT-MAT-DESC-WORK  PIC X(20).
016300
016400 01  CUT-GROUP-TOTALS.
016500     05 CUT-GRP-LINES      PIC 9(05).
016600     05 CUT-GRP-PIECES     PIC 9(08).
016700     05 CUT-GRP-UNITS      PIC 9(07).
016800     05 CUT-GRP-STOCK-KG   PIC S9(13)V9(02).
016900     05 CUT-GRP-NET-KG     PIC S9(13)V9(02).
017000
017100 01  CUT-NIGHT-TOTALS.
017200     05 CUT-TOT-LINES      PIC 9(05) VALUE ZERO.
017300     05 CUT-TOT-PIECES     PIC 9(08) VALUE ZERO.
017400     05 CUT-TOT-STOCK-KG   PIC S9(13)V9(02) VALUE ZERO.
017500     05 CUT-TOT-NET-KG     PIC S9(13)V9(02) VALUE ZERO.
017600
017700     COPY CONREC.
017800
017900 01  CUT-PRT-HDR1-LINE.
018000     05 FILLER             PIC X(23)
018100        VALUE "RAW-STOCK CUTTING PLAN ".
018200     05 CUT-PRT-HDR-DATE   PIC X(08).
018300     05 FILLER             PIC X(23)
018400        VALUE "   ALL MEASURES IN CM  ".
018500     05 FILLER             PIC X(78) VALUE SPACES.
018600
018700 01  CUT-PRT-COL-LINE.
018800     05 FILLER             PIC X(24)
018900        VALUE "  PART     LOC SHAPE    ".
019000     05 FILLER             PIC X(06) VALUE "  QTY ".
019100     05 FILLER             PIC X(29)
019200        VALUE "L X B X H  /  DIA X LEN      ".
019300     05 FILLER             PIC X(07) VALUE "  PCS/U".
019400     05 FILLER             PIC X(07) VALUE "  UNITS".
019500     05 FILLER             PIC X(14) VALUE "      STOCK KG".
019600     05 FILLER             PIC X(14) VALUE "        NET KG".
019700     05 FILLER             PIC X(14) VALUE " KERF/SCRAP KG".
019800     05 FILLER             PIC X(17) VALUE SPACES.
019900
020000 01  CUT-PRT-GRP-LINE.
020100     05 FILLER             PIC X(09) VALUE "MATERIAL ".
020200     05 CUT-PRT-GRP-MAT    PIC X(04).
020300     05 FILLER             PIC X(01) VALUE SPACES.
020400     05 CUT-PRT-GRP-MAT-DESC PIC X(20).
020500     05 FILLER             PIC X(02) VALUE SPACES.
020600     05 CUT-PRT-GRP-FORM   PIC X(12).
020700     05 CUT-PRT-GRP-DESC   PIC X(20).
020800     05 FILLER             PIC X(06) VALUE " SIZE ".
020900     05 CUT-PRT-GRP-SIZE   PIC ZZZ9.99.
021000     05 FILLER             PIC X(09) VALUE "  LENGTH ".
021100     05 CUT-PRT-GRP-LEN    PIC ZZZZ9.99.
021200     05 FILLER             PIC X(08) VALUE "  WIDTH ".
021300     05 CUT-PRT-GRP-WIDTH  PIC ZZZZ9.99 BLANK WHEN ZERO.
021400     05 FILLER             PIC X(07) VALUE "  KERF ".
021500     05 CUT-PRT-GRP-KERF   PIC 9.999.
021600     05 FILLER             PIC X(06) VALUE SPACES.
021700
021800 01  CUT-PRT-DETAIL-LINE.
021900     05 FILLER             PIC X(02).
022000     05 CUT-PRT-PART       PIC X(08).
022100     05 FILLER             PIC X(01).
022200     05 CUT-PRT-LOC        PIC X(03).
022300     05 FILLER             PIC X(01).
022400     05 CUT-PRT-SHAPE      PIC X(08).
022500     05 FILLER             PIC X(01).
022600     05 CUT-PRT-QTY        PIC ZZZZ9.
022700     05 FILLER             PIC X(01).
022800     05 CUT-PRT-DIM-1      PIC ZZZ9.99.
022900     05 CUT-PRT-SEP-1      PIC X(03).
023000     05 CUT-PRT-DIM-2      PIC ZZZ9.99.
023100     05 CUT-PRT-SEP-2      PIC X(03).
023200     05 CUT-PRT-DIM-3      PIC ZZZ9.99 BLANK WHEN ZERO.
023300     05 FILLER             PIC X(02).
023400     05 CUT-PRT-PLAN-PART.
023500        10 CUT-PRT-PCS     PIC ZZZZZZ9.
023600        10 FILLER          PIC X(01).
023700        10 CUT-PRT-UNITS   PIC ZZZZZ9.
023800        10 FILLER          PIC X(01).
023900        10 CUT-PRT-STOCK-KG PIC -(9)9.99.
024000        10 FILLER          PIC X(01).
024100        10 CUT-PRT-NET-KG  PIC -(9)9.99.
024200        10 FILLER          PIC X(01).
024300        10 CUT-PRT-SCRAP-KG PIC -(9)9.99.
024400        10 FILLER          PIC X(17).
024500     05 CUT-PRT-EXC-PART REDEFINES CUT-PRT-PLAN-PART.
024600        10 CUT-PRT-EXC-MAT PIC X(04).
024700        10 FILLER          PIC X(02).
024800        10 CUT-PRT-EXC-REASON PIC X(20).
024900        10 FILLER          PIC X(47).
025000
025100 01  CUT-PRT-TOT-LINE.
025200     05 FILLER             PIC X(02) VALUE SPACES.
025300     05 CUT-PRT-TOT-LABEL  PIC X(12).
025400     05 FILLER             PIC X(06) VALUE "LINES ".
025500     05 CUT-PRT-TOT-LINES  PIC ZZZZ9.
025600     05 FILLER             PIC X(08) VALUE " PIECES ".
025700     05 CUT-PRT-TOT-PIECES PIC ZZZZZZZ9.
025800     05 FILLER             PIC X(26) VALUE SPACES.
025900     05 CUT-PRT-TOT-UNITS  PIC ZZZZZ9 BLANK WHEN ZERO.
026000     05 FILLER             PIC X(01) VALUE SPACES.
026100     05 CUT-PRT-TOT-STOCK  PIC -(9)9.99.
026200     05 FILLER             PIC X(01) VALUE SPACES.
026300     05 CUT-PRT-TOT-NET    PIC -(9)9.99.
026400     05 FILLER             PIC X(01) VALUE SPACES.
026500     05 CUT-PRT-TOT-SCRAP  PIC -(9)9.99.
026600     05 FILLER             PIC X(17) VALUE SPACES.
026700
026800 01  CUT-PRT-COUNT-LINE.
026900     05 FILLER             PIC X(12) VALUE "FORMS USED: ".
027000     05 CUT-PRT-FORMS      PIC ZZZZ9.
027100     05 FILLER             PIC X(17) VALUE "  LINES PLANNED: ".
027200     05 CUT-PRT-PLANNED    PIC ZZZZ9.
027300     05 FILLER             PIC X(14) VALUE "  EXCEPTIONS: ".
027400     05 CUT-PRT-EXCEPTIONS PIC ZZZZ9.
027500     05 FILLER             PIC X(74) VALUE SPACES.
027600
027700 01  CUT-PRT-MSG-LINE.
027800     05 FILLER             PIC X(02) VALUE SPACES.
027900     05 CUT-PRT-MSG        PIC X(60).
028000     05 FILLER             PIC X(70) VALUE SPACES.
028100
028200 01  CUT-PRT-SKIP-LINE.
028300     05 FILLER             PIC X(05) VALUE "  ** ".
028400     05 CUT-PRT-SKIPPED    PIC ZZZZZZ9.
028500     05 FILLER             PIC X(21)
028600        VALUE " CONSUMPTION RECORDS ".
028700     05 FILLER             PIC X(29)
028800        VALUE "NOT FOR THIS NIGHT - SKIPPED ".
028900     05 FILLER             PIC X(70) VALUE SPACES.
029000
029100     COPY BDTPARM.
029200
029300 PROCEDURE DIVISION.
029400
029500 0000-MAIN.
029600     PERFORM 1000-INIT THRU 1000-INIT-EXIT.
029700     IF NOT CUT-ABORT
029800         PERFORM 2000-LOAD-WFL THRU 2000-LOAD-WFL-EXIT
029900         PERFORM 3000-LOAD-KOE THRU 3000-LOAD-KOE-EXIT
030000         IF NOT CUT-ABORT
030100             PERFORM 4000-PRINT-PLAN THRU 4000-PRINT-PLAN-EXIT
030200             PERFORM 5000-PRINT-EXC THRU 5000-PRINT-EXC-EXIT
030300         END-IF
030400         PERFORM 8000-TERM THRU 8000-TERM-EXIT
030500     END-IF.
030600     STOP RUN.
030700
030800 1000-INIT.
030900     MOVE "CUTPLAN" TO BDT-CALLER.
031000     CALL "BDTCHK" USING BDT-PARMS.
031100     IF NOT BDT-DATE-OK
031200         MOVE "Y" TO CUT-ABORT-SWITCH
031300         MOVE 16 TO RETURN-CODE
031400         GO TO 1000-INIT-EXIT
031500     END-IF.
031600     OPEN OUTPUT CUT-RPT-FILE.
031700     IF NOT CUT-RPT-OK
031800         DISPLAY "CUTPLAN: UNABLE TO OPEN CUTRPT, STATUS "
031900             CUT-RPT-STATUS
032000         MOVE "Y" TO CUT-ABORT-SWITCH
032100         MOVE 16 TO RETURN-CODE
032200         GO TO 1000-INIT-EXIT
032300     END-IF.
032400     OPEN INPUT CUT-RAW-FILE.
032500     IF NOT CUT-RAW-OK
032600         DISPLAY "CUTPLAN: UNABLE TO OPEN RAWMST, STATUS "
032700             CUT-RAW-STATUS
032800         CLOSE CUT-RPT-FILE
032900         MOVE "Y" TO CUT-ABORT-SWITCH
033000         MOVE 16 TO RETURN-CODE
033100         GO TO 1000-INIT-EXIT
033200     END-IF.
033300     INITIALIZE CUT-LINE-TABLE.
033400     MOVE SPACES TO CUT-RPT-LINE.
033500     MOVE BDT-BUS-DATE TO CUT-PRT-HDR-DATE.
033600     MOVE CUT-PRT-HDR1-LINE TO CUT-RPT-LINE.
033700     WRITE CUT-RPT-LINE.
033800     MOVE CUT-PRT-COL-LINE TO CUT-RPT-LINE.
033900     WRITE CUT-RPT-LINE.
034000     PERFORM 1080-OPEN-MATMST THRU 1080-OPEN-MATMST-EXIT.
034100 1000-INIT-EXIT.
034200     EXIT.
034300
034400 1080-OPEN-MATMST.
034500     OPEN INPUT CUT-MAT-FILE.
034600     IF CUT-MAT-OK
034700         MOVE "Y" TO CUT-MAT-SWITCH
034800     ELSE
034900         DISPLAY "CUTPLAN: MATMST NOT AVAILABLE, STATUS "
035000             CUT-MAT-STATUS " - STOCK WEIGHTS NOT COMPUTED"
035100         MOVE "N" TO CUT-MAT-SWITCH
035200         MOVE "** MATMST NOT AVAILABLE - NO STOCK WEIGHTS"
035300             TO CUT-PRT-MSG
035400         PERFORM 2900-NOTE-SHORT THRU 2900-NOTE-SHORT-EXIT
035500     END-IF.
035600 1080-OPEN-MATMST-EXIT.
035700     EXIT.
035800
035900 2000-LOAD-WFL.
036000     OPEN INPUT CUT-WFLCON-FILE.
036100     IF NOT CUT-WFLCON-OK
036200         MOVE "** WFLCON NOT AVAILABLE - CUBES NOT PLANNED"
036300             TO CUT-PRT-MSG
036400         PERFORM 2900-NOTE-SHORT THRU 2900-NOTE-SHORT-EXIT
036500         GO TO 2000-LOAD-WFL-EXIT
036600     END-IF.
036700     MOVE "N" TO CUT-EOF-SWITCH.
036800     PERFORM 2100-READ-WFL THRU 2100-READ-WFL-EXIT
036900         UNTIL CUT-AT-EOF.
037000     CLOSE CUT-WFLCON-FILE.
037100 2000-LOAD-WFL-EXIT.
037200     EXIT.
037300
037400 2100-READ-WFL.
037500     READ CUT-WFLCON-FILE
037600         AT END
037700             MOVE "Y" TO CUT-EOF-SWITCH
037800             GO TO 2100-READ-WFL-EXIT
037900     END-READ.
038000     MOVE CUT-WFLCON-LINE TO CN-CONS-RECORD.
038100     PERFORM 2200-TAKE-CON THRU 2200-TAKE-CON-EXIT.
038200 2100-READ-WFL-EXIT.
038300     EXIT.
038400
038500*    ONLY CUBES AND CYLINDERS ARE CUT FROM BAR OR PLATE STOCK; THE
038600*    OTHER KOERPER SOLIDS ON KOECON ARE LEFT TO THE FLOOR.
038700 2200-TAKE-CON.
038800     IF CN-BUS-DATE NOT = BDT-BUS-DATE
038900         OR CN-WEIGHT NOT NUMERIC
039000         ADD 1 TO CUT-SKIP-COUNT
039100         GO TO 2200-TAKE-CON-EXIT
039200     END-IF.
039300     IF CN-SHAPE-TYPE NOT = "CUBE"
039400         AND CN-SHAPE-TYPE NOT = "CYLINDER"
039500         GO TO 2200-TAKE-CON-EXIT
039600     END-IF.
039700     IF CUT-LINE-USED NOT < CUT-LINE-MAX
039800         DISPLAY "CUTPLAN: MORE THAN " CUT-LINE-MAX
039900             " CUBE/CYLINDER LINES - NO PLAN PRODUCED"
040000         MOVE "Y" TO CUT-ABORT-SWITCH
040100         MOVE "Y" TO CUT-EOF-SWITCH
040200         MOVE 16 TO RETURN-CODE
040300         GO TO 2200-TAKE-CON-EXIT
040400     END-IF.
040500     ADD 1 TO CUT-LINE-USED.
040600     MOVE CUT-LINE-USED  TO CUT-LX.
040700     MOVE CN-PART-ID     TO CUT-LN-PART (CUT-LX).
040800     MOVE CN-LOC         TO CUT-LN-LOC (CUT-LX).
040900     MOVE CN-SHAPE-TYPE  TO CUT-LN-SHAPE (CUT-LX).
041000     MOVE CN-MAT-CODE    TO CUT-LN-MAT-CODE (CUT-LX).
041100     MOVE CN-QTY         TO CUT-LN-QTY (CUT-LX).
041200     MOVE CN-WEIGHT      TO CUT-LN-NET-KG (CUT-LX).
041300     MOVE SPACES         TO CUT-LN-RAW-KEY (CUT-LX).
041400     MOVE SPACES         TO CUT-LN-REASON (CUT-LX).
041500     MOVE ZERO           TO CUT-LN-PCS (CUT-LX).
041600     MOVE ZERO           TO CUT-LN-UNITS (CUT-LX).
041700     MOVE ZERO           TO CUT-LN-STOCK-KG (CUT-LX).
041800     IF CN-DIM-1 NOT NUMERIC OR CN-DIM-2 NOT NUMERIC
041900         OR CN-DIM-3 NOT NUMERIC OR CN-QTY NOT NUMERIC
042000         MOVE ZERO TO CUT-LN-DIM-1 (CUT-LX)
042100         MOVE ZERO TO CUT-LN-DIM-2 (CUT-LX)
042200         MOVE ZERO TO CUT-LN-DIM-3 (CUT-LX)
042300         MOVE ZERO TO CUT-LN-QTY (CUT-LX)
042400         MOVE "NO DIMENSIONS"  TO CUT-LN-REASON (CUT-LX)
042500         ADD 1 TO CUT-EXC-COUNT
042600         GO TO 2200-TAKE-CON-EXIT
042700     END-IF.
042800     MOVE CN-DIM-1       TO CUT-LN-DIM-1 (CUT-LX).
042900     MOVE CN-DIM-2       TO CUT-LN-DIM-2 (CUT-LX).
043000     MOVE CN-DIM-3       TO CUT-LN-DIM-3 (CUT-LX).
043100     PERFORM 2300-PICK-FORM THRU 2300-PICK-FORM-EXIT.
043200 2200-TAKE-CON-EXIT.
043300     EXIT.
043400
043500 2300-PICK-FORM.
043600     IF CUT-LN-CYLINDER (CUT-LX)
043700         COMPUTE CUT-NEED-SIZE = CN-DIM-1 * 2
043800         MOVE CN-DIM-2 TO CUT-LARGE
043900         MOVE CN-DIM-1 TO CUT-SMALL
044000         MOVE CN-DIM-1 TO CUT-MID
044100     ELSE
044200         PERFORM 2310-SORT-DIMS THRU 2310-SORT-DIMS-EXIT
044300     END-IF.
044400     IF CUT-SMALL NOT > ZERO OR CUT-LARGE NOT > ZERO
044500         OR CN-QTY = ZERO
044600         MOVE "BAD DIMENSIONS"  TO CUT-LN-REASON (CUT-LX)
044700         ADD 1 TO CUT-EXC-COUNT
044800         GO TO 2300-PICK-FORM-EXIT
044900     END-IF.
045000     MOVE "N" TO CUT-SEEN-SWITCH.
045100     MOVE "N" TO CUT-BEST-SWITCH.
045200     MOVE ZERO TO CUT-BEST-PCS.
045300     MOVE LOW-VALUES  TO RW-KEY.
045400     MOVE CN-MAT-CODE TO RW-MAT-CODE.
045500     MOVE "N" TO CUT-RAW-EOF-SWITCH.
045600     START CUT-RAW-FILE KEY IS NOT LESS THAN RW-KEY
045700         INVALID KEY
045800             MOVE "Y" TO CUT-RAW-EOF-SWITCH
045900     END-START.
046000     PERFORM 2320-NEXT-FORM THRU 2320-NEXT-FORM-EXIT
046100         UNTIL CUT-RAW-AT-EOF.
046200     IF NOT CUT-BEST-FOUND
046300         IF CUT-FORM-SEEN
046400             MOVE "LARGER THAN STOCK" TO CUT-LN-REASON (CUT-LX)
046500         ELSE
046600             MOVE "NO FORM STOCKED"   TO CUT-LN-REASON (CUT-LX)
046700         END-IF
046800         ADD 1 TO CUT-EXC-COUNT
046900         GO TO 2300-PICK-FORM-EXIT
047000     END-IF.
047100     MOVE CUT-BEST-RAW  TO RW-RAW-RECORD.
047200     MOVE RW-KEY        TO CUT-LN-RAW-KEY (CUT-LX).
047300     MOVE CUT-BEST-PCS  TO CUT-LN-PCS (CUT-LX).
047400     COMPUTE CUT-LN-UNITS (CUT-LX) =
047500         (CN-QTY + CUT-BEST-PCS - 1) / CUT-BEST-PCS.
047600     PERFORM 2340-WEIGH-STOCK THRU 2340-WEIGH-STOCK-EXIT.
047700     ADD 1 TO CUT-PLAN-COUNT.
047800 2300-PICK-FORM-EXIT.
047900     EXIT.
048000
048100 2310-SORT-DIMS.
048200     MOVE CN-DIM-1 TO CUT-SMALL.
048300     MOVE CN-DIM-2 TO CUT-MID.
048400     MOVE CN-DIM-3 TO CUT-LARGE.
048500     IF CUT-SMALL > CUT-MID
048600         MOVE CUT-SMALL TO CUT-SWAP
048700         MOVE CUT-MID   TO CUT-SMALL
048800         MOVE CUT-SWAP  TO CUT-MID
048900     END-IF.
049000     IF CUT-MID > CUT-LARGE
049100         MOVE CUT-MID   TO CUT-SWAP
049200         MOVE CUT-LARGE TO CUT-MID
049300         MOVE CUT-SWAP  TO CUT-LARGE
049400     END-IF.
049500     IF CUT-SMALL > CUT-MID
049600         MOVE CUT-SMALL TO CUT-SWAP
049700         MOVE CUT-MID   TO CUT-SMALL
049800         MOVE CUT-SWAP  TO CUT-MID
049900     END-IF.
050000 2310-SORT-DIMS-EXIT.
050100     EXIT.
050200
050300*    A CYLINDER IS CUT FROM ROUND BAR ONLY, ITS HEIGHT ALONG THE
050400*    BAR. A CUBE IS CUT FROM PLATE WITH ITS SMALLEST SIDE AS THE
050500*    THICKNESS, OR FROM SQUARE BAR WITH ITS LONGEST SIDE ALONG THE
050600*    BAR. THE FITTING FORM OF SMALLEST SIZE WINS; ON A TIE THE
050700*    FIRST IN KEY ORDER (PLATE BEFORE SQUARE BAR) IS KEPT.
050800 2320-NEXT-FORM.
050900     READ CUT-RAW-FILE NEXT RECORD
051000         AT END
051100             MOVE "Y" TO CUT-RAW-EOF-SWITCH
051200             GO TO 2320-NEXT-FORM-EXIT
051300     END-READ.
051400     IF RW-MAT-CODE NOT = CN-MAT-CODE
051500         MOVE "Y" TO CUT-RAW-EOF-SWITCH
051600         GO TO 2320-NEXT-FORM-EXIT
051700     END-IF.
051800     IF CUT-LN-CYLINDER (CUT-LX)
051900         IF NOT RW-ROUND-BAR
052000             GO TO 2320-NEXT-FORM-EXIT
052100         END-IF
052200     ELSE
052300         IF RW-ROUND-BAR
052400             GO TO 2320-NEXT-FORM-EXIT
052500         END-IF
052600     END-IF.
052700     MOVE "Y" TO CUT-SEEN-SWITCH.
052800     MOVE ZERO TO CUT-PCS-WORK.
052900     IF RW-ROUND-BAR AND RW-SIZE NOT < CUT-NEED-SIZE
053000         COMPUTE CUT-PCS-WORK =
053100             (RW-STD-LEN + RW-KERF) / (CUT-LARGE + RW-KERF)
053200     END-IF.
053300     IF RW-SQUARE-BAR AND RW-SIZE NOT < CUT-MID
053400         COMPUTE CUT-PCS-WORK =
053500             (RW-STD-LEN + RW-KERF) / (CUT-LARGE + RW-KERF)
053600     END-IF.
053700     IF RW-PLATE AND RW-SIZE NOT < CUT-SMALL
053800         PERFORM 2330-PLATE-PCS THRU 2330-PLATE-PCS-EXIT
053900     END-IF.
054000     IF CUT-PCS-WORK = ZERO
054100         GO TO 2320-NEXT-FORM-EXIT
054200     END-IF.
054300     IF CUT-BEST-FOUND AND RW-SIZE NOT < CUT-BEST-SIZE
054400         GO TO 2320-NEXT-FORM-EXIT
054500     END-IF.
054600     MOVE "Y"            TO CUT-BEST-SWITCH.
054700     MOVE RW-SIZE        TO CUT-BEST-SIZE.
054800     MOVE CUT-PCS-WORK   TO CUT-BEST-PCS.
054900     MOVE RW-RAW-RECORD  TO CUT-BEST-RAW.
055000 2320-NEXT-FORM-EXIT.
055100     EXIT.
055200
055300*    PIECES PER PLATE - THE TWO LARGER SIDES LAID OUT ACROSS THE
055400*    PLATE, TRIED BOTH WAYS ROUND, THE BETTER YIELD KEPT.
055500 2330-PLATE-PCS.
055600     COMPUTE CUT-N1 =
055700         (RW-STD-LEN + RW-KERF) / (CUT-MID + RW-KERF).
055800     COMPUTE CUT-N2 =
055900         (RW-STD-WIDTH + RW-KERF) / (CUT-LARGE + RW-KERF).
056000     COMPUTE CUT-PCS-WORK = CUT-N1 * CUT-N2
056100         ON SIZE ERROR
056200             MOVE 9999999 TO CUT-PCS-WORK
056300     END-COMPUTE.
056400     COMPUTE CUT-N1 =
056500         (RW-STD-LEN + RW-KERF) / (CUT-LARGE + RW-KERF).
056600     COMPUTE CUT-N2 =
056700         (RW-STD-WIDTH + RW-KERF) / (CUT-MID + RW-KERF).
056800     COMPUTE CUT-PCS-ALT = CUT-N1 * CUT-N2
056900         ON SIZE ERROR
057000             MOVE 9999999 TO CUT-PCS-ALT
057100     END-COMPUTE.
057200     IF CUT-PCS-ALT > CUT-PCS-WORK
057300         MOVE CUT-PCS-ALT TO CUT-PCS-WORK
057400     END-IF.
057500 2330-PLATE-PCS-EXIT.
057600     EXIT.
057700
057800 2340-WEIGH-STOCK.
057900     MOVE ZERO TO CUT-DENSITY.
058000     IF CUT-MAT-AVAIL
058100         MOVE CN-MAT-CODE TO MM-MAT-CODE
058200         READ CUT-MAT-FILE
058300             INVALID KEY
058400                 MOVE ZERO TO CUT-DENSITY
058500             NOT INVALID KEY
058600                 MOVE MM-DENSITY TO CUT-DENSITY
058700         END-READ
058800     END-IF.
058900     IF RW-ROUND-BAR
059000         COMPUTE CUT-UNIT-KG ROUNDED = CUT-PI * RW-SIZE * RW-SIZE
059100             / 4 * RW-STD-LEN * CUT-DENSITY / 1000
059200     END-IF.
059300     IF RW-SQUARE-BAR
059400         COMPUTE CUT-UNIT-KG ROUNDED = RW-SIZE * RW-SIZE
059500             * RW-STD-LEN * CUT-DENSITY / 1000
059600     END-IF.
059700     IF RW-PLATE
059800         COMPUTE CUT-UNIT-KG ROUNDED = RW-SIZE * RW-STD-LEN
059900             * RW-STD-WIDTH * CUT-DENSITY / 1000
060000     END-IF.
060100     COMPUTE CUT-LN-STOCK-KG (CUT-LX) ROUNDED =
060200         CUT-LN-UNITS (CUT-LX) * CUT-UNIT-KG.
060300 2340-WEIGH-STOCK-EXIT.
060400     EXIT.
060500
060600 2900-NOTE-SHORT.
060700     MOVE "Y" TO CUT-SHORT-SWITCH.
060800     MOVE CUT-PRT-MSG-LINE TO CUT-RPT-LINE.
060900     WRITE CUT-RPT-LINE.
061000 2900-NOTE-SHORT-EXIT.
061100     EXIT.
061200
061300 3000-LOAD-KOE.
061400     IF CUT-ABORT
061500         GO TO 3000-LOAD-KOE-EXIT
061600     END-IF.
061700     OPEN INPUT CUT-KOECON-FILE.
061800     IF NOT CUT-KOECON-OK
061900         MOVE "** KOECON NOT AVAILABLE - CYLINDERS NOT PLANNED"
062000             TO CUT-PRT-MSG
062100         PERFORM 2900-NOTE-SHORT THRU 2900-NOTE-SHORT-EXIT
062200         GO TO 3000-LOAD-KOE-EXIT
062300     END-IF.
062400     MOVE "N" TO CUT-EOF-SWITCH.
062500     PERFORM 3100-READ-KOE THRU 3100-READ-KOE-EXIT
062600         UNTIL CUT-AT-EOF.
062700     CLOSE CUT-KOECON-FILE.
062800 3000-LOAD-KOE-EXIT.
062900     EXIT.
063000
063100 3100-READ-KOE.
063200     READ CUT-KOECON-FILE
063300         AT END
063400             MOVE "Y" TO CUT-EOF-SWITCH
063500             GO TO 3100-READ-KOE-EXIT
063600     END-READ.
063700     MOVE CUT-KOECON-LINE TO CN-CONS-RECORD.
063800     PERFORM 2200-TAKE-CON THRU 2200-TAKE-CON-EXIT.
063900 3100-READ-KOE-EXIT.
064000     EXIT.
064100
064200*    THE PLAN IS PRINTED IN RAWMST KEY ORDER - MATERIAL, THEN
064300*    FORM, THEN SIZE - ONE GROUP PER STOCK FORM TONIGHT'S LINES
064400*    USE.
064500 4000-PRINT-PLAN.
064600     MOVE LOW-VALUES TO RW-KEY.
064700     MOVE "N" TO CUT-RAW-EOF-SWITCH.
064800     START CUT-RAW-FILE KEY IS NOT LESS THAN RW-KEY
064900         INVALID KEY
065000             GO TO 4000-PRINT-PLAN-EXIT
065100     END-START.
065200     PERFORM 4100-NEXT-RAW THRU 4100-NEXT-RAW-EXIT
065300         UNTIL CUT-RAW-AT-EOF.
065400 4000-PRINT-PLAN-EXIT.
065500     EXIT.
065600
065700 4100-NEXT-RAW.
065800     READ CUT-RAW-FILE NEXT RECORD
065900         AT END
066000             MOVE "Y" TO CUT-RAW-EOF-SWITCH
066100             GO TO 4100-NEXT-RAW-EXIT
066200     END-READ.
066300     MOVE "N" TO CUT-GRP-SWITCH.
066400     INITIALIZE CUT-GROUP-TOTALS.
066500     PERFORM 4200-SCAN-LINE THRU 4200-SCAN-LINE-EXIT
066600         VARYING CUT-LX FROM 1 BY 1
066700         UNTIL CUT-LX > CUT-LINE-USED.
066800     IF NOT CUT-GRP-STARTED
066900         GO TO 4100-NEXT-RAW-EXIT
067000     END-IF.
067100     ADD 1 TO CUT-FORM-COUNT.
067200     MOVE "FORM TOTAL"     TO CUT-PRT-TOT-LABEL.
067300     MOVE CUT-GRP-LINES    TO CUT-PRT-TOT-LINES.
067400     MOVE CUT-GRP-PIECES   TO CUT-PRT-TOT-PIECES.
067500     MOVE CUT-GRP-UNITS    TO CUT-PRT-TOT-UNITS.
067600     MOVE CUT-GRP-STOCK-KG TO CUT-PRT-TOT-STOCK.
067700     MOVE CUT-GRP-NET-KG   TO CUT-PRT-TOT-NET.
067800     COMPUTE CUT-PRT-TOT-SCRAP =
067900         CUT-GRP-STOCK-KG - CUT-GRP-NET-KG.
068000     MOVE CUT-PRT-TOT-LINE TO CUT-RPT-LINE.
068100     WRITE CUT-RPT-LINE.
068200     ADD CUT-GRP-LINES     TO CUT-TOT-LINES.
068300     ADD CUT-GRP-PIECES    TO CUT-TOT-PIECES.
068400     ADD CUT-GRP-STOCK-KG  TO CUT-TOT-STOCK-KG.
068500     ADD CUT-GRP-NET-KG    TO CUT-TOT-NET-KG.
068600 4100-NEXT-RAW-EXIT.
068700     EXIT.
068800
068900 4200-SCAN-LINE.
069000     IF CUT-LN-RAW-KEY (CUT-LX) NOT = RW-KEY
069100         GO TO 4200-SCAN-LINE-EXIT
069200     END-IF.
069300     IF NOT CUT-GRP-STARTED
069400         MOVE "Y" TO CUT-GRP-SWITCH
069500         PERFORM 4300-PRINT-GROUP THRU 4300-PRINT-GROUP-EXIT
069600     END-IF.
069700     PERFORM 6000-FILL-LINE THRU 6000-FILL-LINE-EXIT.
069800     MOVE CUT-LN-PCS (CUT-LX)      TO CUT-PRT-PCS.
069900     MOVE CUT-LN-UNITS (CUT-LX)    TO CUT-PRT-UNITS.
070000     MOVE CUT-LN-STOCK-KG (CUT-LX) TO CUT-PRT-STOCK-KG.
070100     MOVE CUT-LN-NET-KG (CUT-LX)   TO CUT-PRT-NET-KG.
070200     COMPUTE CUT-PRT-SCRAP-KG =
070300         CUT-LN-STOCK-KG (CUT-LX) - CUT-LN-NET-KG (CUT-LX).
070400     MOVE CUT-PRT-DETAIL-LINE TO CUT-RPT-LINE.
070500     WRITE CUT-RPT-LINE.
070600     ADD 1                         TO CUT-GRP-LINES.
070700     ADD CUT-LN-QTY (CUT-LX)       TO CUT-GRP-PIECES.
070800     ADD CUT-LN-UNITS (CUT-LX)     TO CUT-GRP-UNITS.
070900     ADD CUT-LN-STOCK-KG (CUT-LX)  TO CUT-GRP-STOCK-KG.
071000     ADD CUT-LN-NET-KG (CUT-LX)    TO CUT-GRP-NET-KG.
071100 4200-SCAN-LINE-EXIT.
071200     EXIT.
071300
071400 4300-PRINT-GROUP.
071500     MOVE SPACES TO CUT-MAT-DESC-WORK.
071600     IF CUT-MAT-AVAIL
071700         MOVE RW-MAT-CODE TO MM-MAT-CODE
071800         READ CUT-MAT-FILE
071900             INVALID KEY
072000                 MOVE "*UNKNOWN MATERIAL*" TO CUT-MAT-DESC-WORK
072100             NOT INVALID KEY
072200                 MOVE MM-MAT-DESC TO CUT-MAT-DESC-WORK
072300         END-READ
072400     END-IF.
072500     MOVE RW-MAT-CODE       TO CUT-PRT-GRP-MAT.
072600     MOVE CUT-MAT-DESC-WORK TO CUT-PRT-GRP-MAT-DESC.
072700     IF RW-PLATE
072800         MOVE "PLATE"       TO CUT-PRT-GRP-FORM
072900     END-IF.
073000     IF RW-ROUND-BAR
073100         MOVE "ROUND BAR"   TO CUT-PRT-GRP-FORM
073200     END-IF.
073300     IF RW-SQUARE-BAR
073400         MOVE "SQUARE BAR"  TO CUT-PRT-GRP-FORM
073500     END-IF.
073600     MOVE RW-DESC           TO CUT-PRT-GRP-DESC.
073700     MOVE RW-SIZE           TO CUT-PRT-GRP-SIZE.
073800     MOVE RW-STD-LEN        TO CUT-PRT-GRP-LEN.
073900     MOVE RW-STD-WIDTH      TO CUT-PRT-GRP-WIDTH.
074000     MOVE RW-KERF           TO CUT-PRT-GRP-KERF.
074100     MOVE SPACES            TO CUT-RPT-LINE.
074200     WRITE CUT-RPT-LINE.
074300     MOVE CUT-PRT-GRP-LINE  TO CUT-RPT-LINE.
074400     WRITE CUT-RPT-LINE.
074500 4300-PRINT-GROUP-EXIT.
074600     EXIT.
074700
074800 5000-PRINT-EXC.
074900     PERFORM 5100-EXC-ONE THRU 5100-EXC-ONE-EXIT
075000         VARYING CUT-LX FROM 1 BY 1
075100         UNTIL CUT-LX > CUT-LINE-USED.
075200 5000-PRINT-EXC-EXIT.
075300     EXIT.
075400
075500 5100-EXC-ONE.
075600     IF CUT-LN-RAW-KEY (CUT-LX) NOT = SPACES
075700         GO TO 5100-EXC-ONE-EXIT
075800     END-IF.
075900     IF NOT CUT-EXC-HDR-DONE
076000         MOVE "Y" TO CUT-EXC-HDR-SWITCH
076100         MOVE SPACES TO CUT-RPT-LINE
076200         WRITE CUT-RPT-LINE
076300         MOVE "LINES NO STOCKED FORM CAN COVER" TO CUT-PRT-MSG
076400         MOVE CUT-PRT-MSG-LINE TO CUT-RPT-LINE
076500         WRITE CUT-RPT-LINE
076600     END-IF.
076700     PERFORM 6000-FILL-LINE THRU 6000-FILL-LINE-EXIT.
076800     MOVE CUT-LN-MAT-CODE (CUT-LX) TO CUT-PRT-EXC-MAT.
076900     MOVE CUT-LN-REASON (CUT-LX)   TO CUT-PRT-EXC-REASON.
077000     MOVE CUT-PRT-DETAIL-LINE TO CUT-RPT-LINE.
077100     WRITE CUT-RPT-LINE.
077200 5100-EXC-ONE-EXIT.
077300     EXIT.
077400
077500*    A CYLINDER PRINTS AS DIAMETER X LENGTH, A CUBE AS L X B X H.
077600 6000-FILL-LINE.
077700     MOVE SPACES                   TO CUT-PRT-DETAIL-LINE.
077800     MOVE CUT-LN-PART (CUT-LX)     TO CUT-PRT-PART.
077900     MOVE CUT-LN-LOC (CUT-LX)      TO CUT-PRT-LOC.
078000     MOVE CUT-LN-SHAPE (CUT-LX)    TO CUT-PRT-SHAPE.
078100     MOVE CUT-LN-QTY (CUT-LX)      TO CUT-PRT-QTY.
078200     MOVE " X "                    TO CUT-PRT-SEP-1.
078300     IF CUT-LN-CYLINDER (CUT-LX)
078400         COMPUTE CUT-PRT-DIM-1 = CUT-LN-DIM-1 (CUT-LX) * 2
078500         MOVE CUT-LN-DIM-2 (CUT-LX) TO CUT-PRT-DIM-2
078600         MOVE ZERO                  TO CUT-PRT-DIM-3
078700     ELSE
078800         MOVE CUT-LN-DIM-1 (CUT-LX) TO CUT-PRT-DIM-1
078900         MOVE CUT-LN-DIM-2 (CUT-LX) TO CUT-PRT-DIM-2
079000         MOVE " X "                 TO CUT-PRT-SEP-2
079100         MOVE CUT-LN-DIM-3 (CUT-LX) TO CUT-PRT-DIM-3
079200     END-IF.
079300 6000-FILL-LINE-EXIT.
079400     EXIT.
079500
079600 8000-TERM.
079700     IF CUT-ABORT
079800         MOVE "** NO CUTTING PLAN PRODUCED - SEE CONSOLE"
079900             TO CUT-PRT-MSG
080000         MOVE CUT-PRT-MSG-LINE TO CUT-RPT-LINE
080100         WRITE CUT-RPT-LINE
080200         GO TO 8000-TERM-CLOSE
080300     END-IF.
080400     MOVE SPACES             TO CUT-RPT-LINE.
080500     WRITE CUT-RPT-LINE.
080600     MOVE "NIGHT TOTAL"      TO CUT-PRT-TOT-LABEL.
080700     MOVE CUT-TOT-LINES      TO CUT-PRT-TOT-LINES.
080800     MOVE CUT-TOT-PIECES     TO CUT-PRT-TOT-PIECES.
080900     MOVE ZERO               TO CUT-PRT-TOT-UNITS.
081000     MOVE CUT-TOT-STOCK-KG   TO CUT-PRT-TOT-STOCK.
081100     MOVE CUT-TOT-NET-KG     TO CUT-PRT-TOT-NET.
081200     COMPUTE CUT-PRT-TOT-SCRAP =
081300         CUT-TOT-STOCK-KG - CUT-TOT-NET-KG.
081400     MOVE CUT-PRT-TOT-LINE   TO CUT-RPT-LINE.
081500     WRITE CUT-RPT-LINE.
081600     MOVE CUT-FORM-COUNT     TO CUT-PRT-FORMS.
081700     MOVE CUT-PLAN-COUNT     TO CUT-PRT-PLANNED.
081800     MOVE CUT-EXC-COUNT      TO CUT-PRT-EXCEPTIONS.
081900     MOVE CUT-PRT-COUNT-LINE TO CUT-RPT-LINE.
082000     WRITE CUT-RPT-LINE.
082100     IF CUT-SKIP-COUNT > 0
082200         MOVE "Y" TO CUT-SHORT-SWITCH
082300         MOVE CUT-SKIP-COUNT TO CUT-PRT-SKIPPED
082400         MOVE CUT-PRT-SKIP-LINE TO CUT-RPT-LINE
082500         WRITE CUT-RPT-LINE
082600     END-IF.
082700     IF CUT-EXC-COUNT > 0
082800         MOVE "** LINES WITH NO STOCKED FORM - SEE ABOVE"
082900             TO CUT-PRT-MSG
083000         MOVE CUT-PRT-MSG-LINE TO CUT-RPT-LINE
083100         WRITE CUT-RPT-LINE
083200         MOVE 4 TO RETURN-CODE
083300     END-IF.
083400     IF CUT-INCOMPLETE
083500         MOVE "** CUTTING PLAN INCOMPLETE - SEE NOTES ABOVE"
083600             TO CUT-PRT-MSG
083700         MOVE CUT-PRT-MSG-LINE TO CUT-RPT-LINE
083800         WRITE CUT-RPT-LINE
083900         MOVE 4 TO RETURN-CODE
084000     END-IF.
084100 8000-TERM-CLOSE.
084200     CLOSE CUT-RAW-FILE.
084300     IF CUT-MAT-AVAIL
084400         CLOSE CUT-MAT-FILE
084500     END-IF.
084600     CLOSE CUT-RPT-FILE.
084700 8000-TERM-EXIT.
084800     EXIT.
084900
085000 END PROGRAM CUTPLAN.
