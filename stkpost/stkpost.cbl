000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STKPOST.
000300 AUTHOR. J HOFFMANN.
000400 INSTALLATION. FABRIKATIONSPLANUNG.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 2026-10-15 JH    ORIGINAL NIGHT STOCK POSTING AND REORDER
001100*                  REPORT, RUN AFTER COSTSUM IN NITEBAT. READS THE
001200*                  WFLCON AND KOECON CONSUMPTION FILES BEDINGUNGEN
001300*                  AND KOERPER WRITE FOR EVERY PRICED GOOD LINE,
001400*                  ADDS THE NIGHT'S WEIGHTS UP BY MATERIAL AND
001500*                  PLANT/LOCATION AND POSTS THEM AS CONSUMPTION
001600*                  AGAINST THE STKMST MATERIAL STOCK LEDGER
001700*                  (STKREC LAYOUT, MAINTAINED BY SKMAINT). THE
001800*                  STKRPT MORNING REPORT LISTS EVERY STOCK POINT
001900*                  WITH ITS ON-HAND, THE NIGHT'S CONSUMPTION, THE
002000*                  PROJECTED REMAINING BALANCE AND A REORDER FLAG
002100*                  AGAINST ITS REORDER POINT. CONSUMPTION FOR A
002200*                  MATERIAL/HALL WITH NO STOCK POINT OPENS ONE AT
002300*                  ZERO ON-HAND SO THE DRAW IS NOT LOST. A
002400*                  NEGATIVE PROJECTED BALANCE, A MISSING
002500*                  CONSUMPTION FILE OR RECORDS DATED FOR ANOTHER
002600*                  NIGHT END THE STEP WITH RETURN-CODE 4 SO
002700*                  PURCHASING HEARS ABOUT IT BEFORE THE FLOOR RUNS
002800*                  DRY. A RERUN OF THE SAME BUSINESS NIGHT FIRST
002900*                  PUTS BACK WHAT THE EARLIER RUN TOOK OFF
003000*                  (ST-CONS-NIGHT), SO A NIGHT IS NEVER POSTED
003100*                  TWICE. A LEDGER THAT CANNOT BE UPDATED HOLDS
003200*                  THE STEP WITH RETURN-CODE 16.
003233* 2026-10-15 JH    WFLCON/KOECON RECORD 80->100 (CONREC NOW
003266*                  CARRIES THE LINE DIMENSIONS FOR CUTPLAN).
003300*-----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. GENERIC.
003700 OBJECT-COMPUTER. GENERIC.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT STK-WFLCON-FILE ASSIGN TO "WFLCON"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS STK-WFLCON-STATUS.
004400
004500     SELECT STK-KOECON-FILE ASSIGN TO "KOECON"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS STK-KOECON-STATUS.
004800
004900     SELECT STK-STOCK-FILE ASSIGN TO "STKMST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS ST-KEY
005300         FILE STATUS IS STK-STOCK-STATUS.
005400
005500     SELECT STK-MAT-FILE ASSIGN TO "MATMST"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS MM-MAT-CODE
005900         FILE STATUS IS STK-MAT-STATUS.
006000
006100     SELECT STK-RPT-FILE ASSIGN TO "STKRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS STK-RPT-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  STK-WFLCON-FILE
006800     RECORD CONTAINS 100 CHARACTERS.
006900 01  STK-WFLCON-LINE           PIC X(100).
007000
007100 FD  STK-KOECON-FILE
007200     RECORD CONTAINS 100 CHARACTERS.
007300 01  STK-KOECON-LINE           PIC X(100).
007400
007500 FD  STK-STOCK-FILE
007600     RECORD CONTAINS 80 CHARACTERS.
007700     COPY STKREC.
007800
007900 FD  STK-MAT-FILE
008000     RECORD CONTAINS 48 CHARACTERS.
008100     COPY MATREC.
008200
008300 FD  STK-RPT-FILE
008400     RECORD CONTAINS 132 CHARACTERS.
008500 01  STK-RPT-LINE              PIC X(132).
008600
008700 WORKING-STORAGE SECTION.
008800 01  STK-WFLCON-STATUS     PIC X(02).
008900     88 STK-WFLCON-OK      VALUE "00".
009000 01  STK-KOECON-STATUS     PIC X(02).
009100     88 STK-KOECON-OK      VALUE "00".
009200 01  STK-STOCK-STATUS      PIC X(02).
009300     88 STK-STOCK-OK       VALUE "00".
009400     88 STK-STOCK-ABSENT   VALUE "35".
009500 01  STK-MAT-STATUS        PIC X(02).
009600     88 STK-MAT-OK         VALUE "00".
009700 01  STK-RPT-STATUS        PIC X(02).
009800     88 STK-RPT-OK         VALUE "00".
009900
010000 01  STK-SWITCHES.
010100     05 STK-EOF-SWITCH     PIC X(01) VALUE "N".
010200        88 STK-AT-EOF      VALUE "Y".
010300     05 STK-ABORT-SWITCH   PIC X(01) VALUE "N".
010400        88 STK-ABORT       VALUE "Y".
010500     05 STK-SHORT-SWITCH   PIC X(01) VALUE "N".
010600        88 STK-INCOMPLETE  VALUE "Y".
010700     05 STK-MAT-SWITCH     PIC X(01) VALUE "N".
010800        88 STK-MAT-AVAIL   VALUE "Y".
010900     05 STK-LDG-EOF-SWITCH PIC X(01) VALUE "N".
011000        88 STK-LDG-AT-EOF  VALUE "Y".
011100     05 STK-REPOST-SWITCH  PIC X(01) VALUE "N".
011200        88 STK-IS-REPOST   VALUE "Y".
011300     05 STK-NEW-HDR-SWITCH PIC X(01) VALUE "N".
011400        88 STK-NEW-HDR-DONE VALUE "Y".
011500
011600 77  STK-CON-MAX           PIC 9(04) COMP VALUE 500.
011700 77  STK-CON-USED          PIC 9(04) COMP VALUE ZERO.
011800 77  STK-CX                PIC 9(04) COMP VALUE ZERO.
011900 77  STK-SX                PIC 9(04) COMP VALUE ZERO.
012000 77  STK-SKIP-COUNT        PIC 9(07) COMP VALUE ZERO.
012100 77  STK-POINT-COUNT       PIC 9(05) COMP VALUE ZERO.
012200 77  STK-REORDER-COUNT     PIC 9(05) COMP VALUE ZERO.
012300 77  STK-NEGATIVE-COUNT    PIC 9(05) COMP VALUE ZERO.
012400 77  STK-OPENED-COUNT      PIC 9(05) COMP VALUE ZERO.
012500
012600 01  STK-CON-TABLE.
012700     05 STK-CON-ENTRY OCCURS 500 TIMES.
012800        10 STK-CT-KEY.
012900           15 STK-CT-MAT-CODE PIC X(04).
013000           15 STK-CT-LOC   PIC X(03).
013100        10 STK-CT-WGT      PIC S9(13)V9(02).
013200        10 STK-CT-POSTED   PIC X(01).
013300
013400 01  STK-POST-WORK.
013500     05 STK-OPENING        PIC S9(09)V9(02).
013600     05 STK-NEW-CONS       PIC S9(09)V9(02).
013700     05 STK-MAT-DESC-WORK  PIC X(20).
013800
013900 01  STK-REPORT-TOTALS.
014000     05 STK-TOT-OPENING    PIC S9(11)V9(02) VALUE ZERO.
014100     05 STK-TOT-CONS       PIC S9(11)V9(02) VALUE ZERO.
014200     05 STK-TOT-PROJECTED  PIC S9(11)V9(02) VALUE ZERO.
014300
014400     COPY CONREC.
014500
014600 01  STK-PRT-HDR1-LINE.
014700     05 FILLER             PIC X(34)
014800        VALUE "MATERIAL STOCK AND REORDER REPORT ".
014900     05 STK-PRT-HDR-DATE   PIC X(08).
015000     05 FILLER             PIC X(90) VALUE SPACES.
015100
015200 01  STK-PRT-COL-LINE.
015300     05 FILLER             PIC X(30)
015400        VALUE "MAT  LOC DESCRIPTION          ".
015500     05 FILLER             PIC X(14) VALUE "   ON HAND KG ".
015600     05 FILLER             PIC X(14) VALUE "  CONSUMED KG ".
015700     05 FILLER             PIC X(14) VALUE " PROJECTED KG ".
015800     05 FILLER             PIC X(15) VALUE "   REORDER PT  ".
015900     05 FILLER             PIC X(08) VALUE "FLAG    ".
016000     05 FILLER             PIC X(37) VALUE SPACES.
016100
016200 01  STK-PRT-DETAIL-LINE.
016300     05 STK-PRT-MAT-CODE   PIC X(04).
016400     05 FILLER             PIC X(01) VALUE SPACES.
016500     05 STK-PRT-LOC        PIC X(03).
016600     05 FILLER             PIC X(01) VALUE SPACES.
016700     05 STK-PRT-DESC       PIC X(20).
016800     05 FILLER             PIC X(01) VALUE SPACES.
016900     05 STK-PRT-OPENING    PIC -(9)9.99.
017000     05 FILLER             PIC X(01) VALUE SPACES.
017100     05 STK-PRT-CONS       PIC -(9)9.99.
017200     05 FILLER             PIC X(01) VALUE SPACES.
017300     05 STK-PRT-PROJECTED  PIC -(9)9.99.
017400     05 FILLER             PIC X(01) VALUE SPACES.
017500     05 STK-PRT-REORDER    PIC -(9)9.99.
017600     05 FILLER             PIC X(02) VALUE SPACES.
017700     05 STK-PRT-FLAG       PIC X(08).
017800     05 FILLER             PIC X(37) VALUE SPACES.
017900
018000 01  STK-PRT-TOT-LINE.
018100     05 FILLER             PIC X(30)
018200        VALUE "NIGHT TOTAL                   ".
018300     05 STK-PRT-TOT-OPENING PIC -(9)9.99.
018400     05 FILLER             PIC X(01) VALUE SPACES.
018500     05 STK-PRT-TOT-CONS   PIC -(9)9.99.
018600     05 FILLER             PIC X(01) VALUE SPACES.
018700     05 STK-PRT-TOT-PROJ   PIC -(9)9.99.
018800     05 FILLER             PIC X(61) VALUE SPACES.
018900
019000 01  STK-PRT-COUNT-LINE.
019100     05 FILLER             PIC X(14) VALUE "STOCK POINTS: ".
019200     05 STK-PRT-POINTS     PIC ZZZZ9.
019300     05 FILLER             PIC X(11) VALUE "  REORDER: ".
019400     05 STK-PRT-REORDERS   PIC ZZZZ9.
019500     05 FILLER             PIC X(12) VALUE "  NEGATIVE: ".
019600     05 STK-PRT-NEGATIVES  PIC ZZZZ9.
019700     05 FILLER             PIC X(10) VALUE "  OPENED: ".
019800     05 STK-PRT-OPENED     PIC ZZZZ9.
019900     05 FILLER             PIC X(65) VALUE SPACES.
020000
020100 01  STK-PRT-MSG-LINE.
020200     05 FILLER             PIC X(02) VALUE SPACES.
020300     05 STK-PRT-MSG        PIC X(60).
020400     05 FILLER             PIC X(70) VALUE SPACES.
020500
020600 01  STK-PRT-SKIP-LINE.
020700     05 FILLER             PIC X(05) VALUE "  ** ".
020800     05 STK-PRT-SKIPPED    PIC ZZZZZZ9.
020900     05 FILLER             PIC X(21)
021000        VALUE " CONSUMPTION RECORDS ".
021100     05 FILLER             PIC X(29)
021200        VALUE "NOT FOR THIS NIGHT - SKIPPED ".
021300     05 FILLER             PIC X(70) VALUE SPACES.
021400
021500     COPY BDTPARM.
021600
021700 PROCEDURE DIVISION.
021800
021900 0000-MAIN.
022000     PERFORM 1000-INIT THRU 1000-INIT-EXIT.
022100     IF NOT STK-ABORT
022200         PERFORM 2000-LOAD-WFL THRU 2000-LOAD-WFL-EXIT
022300         PERFORM 3000-LOAD-KOE THRU 3000-LOAD-KOE-EXIT
022400         IF NOT STK-ABORT
022500             PERFORM 4000-POST-STOCK THRU 4000-POST-STOCK-EXIT
022600         END-IF
022700         IF NOT STK-ABORT
022800             PERFORM 5000-OPEN-NEW THRU 5000-OPEN-NEW-EXIT
022900         END-IF
023000         PERFORM 8000-TERM THRU 8000-TERM-EXIT
023100     END-IF.
023200     STOP RUN.
023300
023400 1000-INIT.
023500     MOVE "STKPOST" TO BDT-CALLER.
023600     CALL "BDTCHK" USING BDT-PARMS.
023700     IF NOT BDT-DATE-OK
023800         MOVE "Y" TO STK-ABORT-SWITCH
023900         MOVE 16 TO RETURN-CODE
024000         GO TO 1000-INIT-EXIT
024100     END-IF.
024200     OPEN OUTPUT STK-RPT-FILE.
024300     IF NOT STK-RPT-OK
024400         DISPLAY "STKPOST: UNABLE TO OPEN STKRPT, STATUS "
024500             STK-RPT-STATUS
024600         MOVE "Y" TO STK-ABORT-SWITCH
024700         MOVE 16 TO RETURN-CODE
024800         GO TO 1000-INIT-EXIT
024900     END-IF.
025000     OPEN I-O STK-STOCK-FILE.
025100     IF STK-STOCK-ABSENT
025200         OPEN OUTPUT STK-STOCK-FILE
025300         CLOSE STK-STOCK-FILE
025400         OPEN I-O STK-STOCK-FILE
025500     END-IF.
025600     IF NOT STK-STOCK-OK
025700         DISPLAY "STKPOST: UNABLE TO OPEN STKMST, STATUS "
025800             STK-STOCK-STATUS
025900         CLOSE STK-RPT-FILE
026000         MOVE "Y" TO STK-ABORT-SWITCH
026100         MOVE 16 TO RETURN-CODE
026200         GO TO 1000-INIT-EXIT
026300     END-IF.
026400     PERFORM 1080-OPEN-MATMST THRU 1080-OPEN-MATMST-EXIT.
026500     INITIALIZE STK-CON-TABLE.
026600     MOVE SPACES TO STK-RPT-LINE.
026700     MOVE BDT-BUS-DATE TO STK-PRT-HDR-DATE.
026800     MOVE STK-PRT-HDR1-LINE TO STK-RPT-LINE.
026900     WRITE STK-RPT-LINE.
027000     MOVE STK-PRT-COL-LINE TO STK-RPT-LINE.
027100     WRITE STK-RPT-LINE.
027200 1000-INIT-EXIT.
027300     EXIT.
027400
027500 1080-OPEN-MATMST.
027600     OPEN INPUT STK-MAT-FILE.
027700     IF STK-MAT-OK
027800         MOVE "Y" TO STK-MAT-SWITCH
027900     ELSE
028000         DISPLAY "STKPOST: MATMST NOT AVAILABLE, STATUS "
028100             STK-MAT-STATUS " - DESCRIPTIONS LEFT BLANK"
028200         MOVE "N" TO STK-MAT-SWITCH
028300     END-IF.
028400 1080-OPEN-MATMST-EXIT.
028500     EXIT.
028600
028700 2000-LOAD-WFL.
028800     OPEN INPUT STK-WFLCON-FILE.
028900     IF NOT STK-WFLCON-OK
029000         MOVE "** WFLCON NOT AVAILABLE - CONSUMPTION NOT POSTED"
029100             TO STK-PRT-MSG
029200         PERFORM 2900-CON-MISSING THRU 2900-CON-MISSING-EXIT
029300         GO TO 2000-LOAD-WFL-EXIT
029400     END-IF.
029500     MOVE "N" TO STK-EOF-SWITCH.
029600     PERFORM 2100-READ-WFL THRU 2100-READ-WFL-EXIT
029700         UNTIL STK-AT-EOF.
029800     CLOSE STK-WFLCON-FILE.
029900 2000-LOAD-WFL-EXIT.
030000     EXIT.
030100
030200 2100-READ-WFL.
030300     READ STK-WFLCON-FILE
030400         AT END
030500             MOVE "Y" TO STK-EOF-SWITCH
030600             GO TO 2100-READ-WFL-EXIT
030700     END-READ.
030800     MOVE STK-WFLCON-LINE TO CN-CONS-RECORD.
030900     PERFORM 2200-TAKE-CON THRU 2200-TAKE-CON-EXIT.
031000 2100-READ-WFL-EXIT.
031100     EXIT.
031200
031300 2200-TAKE-CON.
031400     IF CN-BUS-DATE NOT = BDT-BUS-DATE
031500         OR CN-WEIGHT NOT NUMERIC
031600         ADD 1 TO STK-SKIP-COUNT
031700         GO TO 2200-TAKE-CON-EXIT
031800     END-IF.
031900     MOVE ZERO TO STK-CX.
032000     PERFORM 2210-SCAN-CON THRU 2210-SCAN-CON-EXIT
032100         VARYING STK-SX FROM 1 BY 1
032200         UNTIL STK-SX > STK-CON-USED OR STK-CX > 0.
032300     IF STK-CX = 0
032400         IF STK-CON-USED < STK-CON-MAX
032500             ADD 1 TO STK-CON-USED
032600             MOVE STK-CON-USED TO STK-CX
032700             MOVE CN-MAT-CODE  TO STK-CT-MAT-CODE (STK-CX)
032800             MOVE CN-LOC       TO STK-CT-LOC (STK-CX)
032900             MOVE ZERO         TO STK-CT-WGT (STK-CX)
033000             MOVE "N"          TO STK-CT-POSTED (STK-CX)
033100         ELSE
033200             DISPLAY "STKPOST: MORE THAN " STK-CON-MAX
033300                 " MATERIAL/LOCATION PAIRS - NOTHING POSTED"
033400             MOVE "Y" TO STK-ABORT-SWITCH
033500             MOVE "Y" TO STK-EOF-SWITCH
033600             MOVE 16 TO RETURN-CODE
033700             GO TO 2200-TAKE-CON-EXIT
033800         END-IF
033900     END-IF.
034000     ADD CN-WEIGHT TO STK-CT-WGT (STK-CX).
034100 2200-TAKE-CON-EXIT.
034200     EXIT.
034300
034400 2210-SCAN-CON.
034500     IF STK-CT-MAT-CODE (STK-SX) = CN-MAT-CODE
034600         AND STK-CT-LOC (STK-SX) = CN-LOC
034700         MOVE STK-SX TO STK-CX
034800     END-IF.
034900 2210-SCAN-CON-EXIT.
035000     EXIT.
035100
035200 2900-CON-MISSING.
035300     MOVE "Y" TO STK-SHORT-SWITCH.
035400     MOVE STK-PRT-MSG-LINE TO STK-RPT-LINE.
035500     WRITE STK-RPT-LINE.
035600 2900-CON-MISSING-EXIT.
035700     EXIT.
035800
035900 3000-LOAD-KOE.
036000     IF STK-ABORT
036100         GO TO 3000-LOAD-KOE-EXIT
036200     END-IF.
036300     OPEN INPUT STK-KOECON-FILE.
036400     IF NOT STK-KOECON-OK
036500         MOVE "** KOECON NOT AVAILABLE - CONSUMPTION NOT POSTED"
036600             TO STK-PRT-MSG
036700         PERFORM 2900-CON-MISSING THRU 2900-CON-MISSING-EXIT
036800         GO TO 3000-LOAD-KOE-EXIT
036900     END-IF.
037000     MOVE "N" TO STK-EOF-SWITCH.
037100     PERFORM 3100-READ-KOE THRU 3100-READ-KOE-EXIT
037200         UNTIL STK-AT-EOF.
037300     CLOSE STK-KOECON-FILE.
037400 3000-LOAD-KOE-EXIT.
037500     EXIT.
037600
037700 3100-READ-KOE.
037800     READ STK-KOECON-FILE
037900         AT END
038000             MOVE "Y" TO STK-EOF-SWITCH
038100             GO TO 3100-READ-KOE-EXIT
038200     END-READ.
038300     MOVE STK-KOECON-LINE TO CN-CONS-RECORD.
038400     PERFORM 2200-TAKE-CON THRU 2200-TAKE-CON-EXIT.
038500 3100-READ-KOE-EXIT.
038600     EXIT.
038700
038800 4000-POST-STOCK.
038900     MOVE LOW-VALUES TO ST-KEY.
039000     START STK-STOCK-FILE KEY IS NOT LESS THAN ST-KEY
039100         INVALID KEY
039200             GO TO 4000-POST-STOCK-EXIT
039300     END-START.
039400     MOVE "N" TO STK-LDG-EOF-SWITCH.
039500     PERFORM 4100-NEXT-STOCK THRU 4100-NEXT-STOCK-EXIT
039600         UNTIL STK-LDG-AT-EOF OR STK-ABORT.
039700 4000-POST-STOCK-EXIT.
039800     EXIT.
039900
040000 4100-NEXT-STOCK.
040100     READ STK-STOCK-FILE NEXT RECORD
040200         AT END
040300             MOVE "Y" TO STK-LDG-EOF-SWITCH
040400             GO TO 4100-NEXT-STOCK-EXIT
040500     END-READ.
040600*    A NIGHT ALREADY POSTED BY AN EARLIER RUN IS PUT BACK FIRST,
040700*    SO THE RERUN REPLACES THAT POSTING INSTEAD OF ADDING TO IT.
040800     IF ST-CONS-DATE = BDT-BUS-DATE
040900         ADD ST-CONS-NIGHT TO ST-ON-HAND
041000         MOVE "Y" TO STK-REPOST-SWITCH
041100     END-IF.
041200     MOVE ZERO TO STK-NEW-CONS.
041300     MOVE ZERO TO STK-CX.
041400     PERFORM 4110-SCAN-KEY THRU 4110-SCAN-KEY-EXIT
041500         VARYING STK-SX FROM 1 BY 1
041600         UNTIL STK-SX > STK-CON-USED OR STK-CX > 0.
041700     IF STK-CX > 0
041800         MOVE STK-CT-WGT (STK-CX) TO STK-NEW-CONS
041900         MOVE "Y" TO STK-CT-POSTED (STK-CX)
042000     END-IF.
042100     MOVE ST-ON-HAND    TO STK-OPENING.
042200     SUBTRACT STK-NEW-CONS FROM ST-ON-HAND.
042300     MOVE STK-NEW-CONS  TO ST-CONS-NIGHT.
042400     MOVE BDT-BUS-DATE  TO ST-CONS-DATE.
042500     REWRITE ST-STOCK-RECORD
042600         INVALID KEY
042700             DISPLAY "STKPOST: STKMST REWRITE FAILED FOR "
042800                 ST-KEY ", STATUS " STK-STOCK-STATUS
042900             MOVE "Y" TO STK-ABORT-SWITCH
043000             MOVE 16 TO RETURN-CODE
043100             GO TO 4100-NEXT-STOCK-EXIT
043200     END-REWRITE.
043300     PERFORM 6000-PRINT-STOCK THRU 6000-PRINT-STOCK-EXIT.
043400 4100-NEXT-STOCK-EXIT.
043500     EXIT.
043600
043700 4110-SCAN-KEY.
043800     IF STK-CT-KEY (STK-SX) = ST-KEY
043900         MOVE STK-SX TO STK-CX
044000     END-IF.
044100 4110-SCAN-KEY-EXIT.
044200     EXIT.
044300
044400 5000-OPEN-NEW.
044500     PERFORM 5100-OPEN-ONE THRU 5100-OPEN-ONE-EXIT
044600         VARYING STK-CX FROM 1 BY 1
044700         UNTIL STK-CX > STK-CON-USED OR STK-ABORT.
044800 5000-OPEN-NEW-EXIT.
044900     EXIT.
045000
045100 5100-OPEN-ONE.
045200     IF STK-CT-POSTED (STK-CX) = "Y"
045300         GO TO 5100-OPEN-ONE-EXIT
045400     END-IF.
045500     IF NOT STK-NEW-HDR-DONE
045600         MOVE "Y" TO STK-NEW-HDR-SWITCH
045700         MOVE "CONSUMPTION WITH NO STOCK POINT - OPENED AT ZERO"
045800             TO STK-PRT-MSG
045900         MOVE STK-PRT-MSG-LINE TO STK-RPT-LINE
046000         WRITE STK-RPT-LINE
046100     END-IF.
046200     MOVE SPACES                   TO ST-STOCK-RECORD.
046300     MOVE STK-CT-MAT-CODE (STK-CX) TO ST-MAT-CODE.
046400     MOVE STK-CT-LOC (STK-CX)      TO ST-LOC.
046500     MOVE ZERO                     TO ST-REORDER-PT.
046600     MOVE STK-CT-WGT (STK-CX)      TO STK-NEW-CONS.
046700     MOVE ZERO                     TO STK-OPENING.
046800     COMPUTE ST-ON-HAND = 0 - STK-NEW-CONS.
046900     MOVE STK-NEW-CONS             TO ST-CONS-NIGHT.
047000     MOVE BDT-BUS-DATE             TO ST-CONS-DATE.
047100     WRITE ST-STOCK-RECORD
047200         INVALID KEY
047300             DISPLAY "STKPOST: STKMST WRITE FAILED FOR "
047400                 ST-KEY ", STATUS " STK-STOCK-STATUS
047500             MOVE "Y" TO STK-ABORT-SWITCH
047600             MOVE 16 TO RETURN-CODE
047700             GO TO 5100-OPEN-ONE-EXIT
047800     END-WRITE.
047900     MOVE "Y" TO STK-CT-POSTED (STK-CX).
048000     ADD 1 TO STK-OPENED-COUNT.
048100     PERFORM 6000-PRINT-STOCK THRU 6000-PRINT-STOCK-EXIT.
048200 5100-OPEN-ONE-EXIT.
048300     EXIT.
048400
048500 6000-PRINT-STOCK.
048600     MOVE SPACES TO STK-MAT-DESC-WORK.
048700     IF STK-MAT-AVAIL
048800         MOVE ST-MAT-CODE TO MM-MAT-CODE
048900         READ STK-MAT-FILE
049000             INVALID KEY
049100                 MOVE "*UNKNOWN MATERIAL*" TO STK-MAT-DESC-WORK
049200             NOT INVALID KEY
049300                 MOVE MM-MAT-DESC TO STK-MAT-DESC-WORK
049400         END-READ
049500     END-IF.
049600     MOVE ST-MAT-CODE       TO STK-PRT-MAT-CODE.
049700     MOVE ST-LOC            TO STK-PRT-LOC.
049800     MOVE STK-MAT-DESC-WORK TO STK-PRT-DESC.
049900     MOVE STK-OPENING       TO STK-PRT-OPENING.
050000     MOVE STK-NEW-CONS      TO STK-PRT-CONS.
050100     MOVE ST-ON-HAND        TO STK-PRT-PROJECTED.
050200     MOVE ST-REORDER-PT     TO STK-PRT-REORDER.
050300     MOVE SPACES            TO STK-PRT-FLAG.
050400     IF ST-ON-HAND < 0
050500         MOVE "NEGATIVE" TO STK-PRT-FLAG
050600         ADD 1 TO STK-NEGATIVE-COUNT
050700     ELSE
050800         IF ST-ON-HAND NOT > ST-REORDER-PT
050900             MOVE "REORDER"  TO STK-PRT-FLAG
051000             ADD 1 TO STK-REORDER-COUNT
051100         END-IF
051200     END-IF.
051300     ADD 1             TO STK-POINT-COUNT.
051400     ADD STK-OPENING   TO STK-TOT-OPENING.
051500     ADD STK-NEW-CONS  TO STK-TOT-CONS.
051600     ADD ST-ON-HAND    TO STK-TOT-PROJECTED.
051700     MOVE STK-PRT-DETAIL-LINE TO STK-RPT-LINE.
051800     WRITE STK-RPT-LINE.
051900 6000-PRINT-STOCK-EXIT.
052000     EXIT.
052100
052200 8000-TERM.
052300     IF STK-ABORT
052400         MOVE "** STOCK POSTING INCOMPLETE - SEE CONSOLE MESSAGES"
052500             TO STK-PRT-MSG
052600         MOVE STK-PRT-MSG-LINE TO STK-RPT-LINE
052700         WRITE STK-RPT-LINE
052800         GO TO 8000-TERM-CLOSE
052900     END-IF.
053000     MOVE STK-TOT-OPENING   TO STK-PRT-TOT-OPENING.
053100     MOVE STK-TOT-CONS      TO STK-PRT-TOT-CONS.
053200     MOVE STK-TOT-PROJECTED TO STK-PRT-TOT-PROJ.
053300     MOVE STK-PRT-TOT-LINE  TO STK-RPT-LINE.
053400     WRITE STK-RPT-LINE.
053500     MOVE STK-POINT-COUNT    TO STK-PRT-POINTS.
053600     MOVE STK-REORDER-COUNT  TO STK-PRT-REORDERS.
053700     MOVE STK-NEGATIVE-COUNT TO STK-PRT-NEGATIVES.
053800     MOVE STK-OPENED-COUNT   TO STK-PRT-OPENED.
053900     MOVE STK-PRT-COUNT-LINE TO STK-RPT-LINE.
054000     WRITE STK-RPT-LINE.
054100     IF STK-IS-REPOST
054200         MOVE "NIGHT POSTED BEFORE - EARLIER POSTING REPLACED"
054300             TO STK-PRT-MSG
054400         MOVE STK-PRT-MSG-LINE TO STK-RPT-LINE
054500         WRITE STK-RPT-LINE
054600     END-IF.
054700     IF STK-SKIP-COUNT > 0
054800         MOVE "Y" TO STK-SHORT-SWITCH
054900         MOVE STK-SKIP-COUNT TO STK-PRT-SKIPPED
055000         MOVE STK-PRT-SKIP-LINE TO STK-RPT-LINE
055100         WRITE STK-RPT-LINE
055200     END-IF.
055300     IF STK-NEGATIVE-COUNT > 0
055400         MOVE "** NEGATIVE PROJECTED BALANCE - PURCHASING TO ACT"
055500             TO STK-PRT-MSG
055600         MOVE STK-PRT-MSG-LINE TO STK-RPT-LINE
055700         WRITE STK-RPT-LINE
055800         MOVE 4 TO RETURN-CODE
055900     END-IF.
056000     IF STK-INCOMPLETE
056100         MOVE "** CONSUMPTION INCOMPLETE - SEE NOTES ABOVE"
056200             TO STK-PRT-MSG
056300         MOVE STK-PRT-MSG-LINE TO STK-RPT-LINE
056400         WRITE STK-RPT-LINE
056500         MOVE 4 TO RETURN-CODE
056600     END-IF.
056700 8000-TERM-CLOSE.
056800     CLOSE STK-STOCK-FILE.
056900     IF STK-MAT-AVAIL
057000         CLOSE STK-MAT-FILE
057100     END-IF.
057200     CLOSE STK-RPT-FILE.
057300 8000-TERM-EXIT.
057400     EXIT.
057500
057600 END PROGRAM STKPOST.
