000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MSTCHK.
000300 AUTHOR. J HOFFMANN.
000400 INSTALLATION. FABRIKATIONSPLANUNG.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 2026-10-15 JH    ORIGINAL CROSS-MASTER INTEGRITY SWEEP. PARTMST,
001100*                  MATMST AND SPCLMT ARE MAINTAINED BY THREE
001200*                  SEPARATE JOBS AND NOTHING KEEPS THEM IN STEP,
001300*                  SO THIS STEP RUNS AHEAD OF FEEDSPLT AND READS
001400*                  ALL THREE PLUS THE RSLHIST RESULT HISTORY.
001500*                  EVERY BROKEN OR SUSPICIOUS RELATIONSHIP IS
001600*                  LISTED ON MCKRPT WITH A COUNT PER CHECK:
001700*                  HARD - A PART WHOSE MATERIAL CODE IS NOT ON
001800*                         MATMST (THE NIGHT COSTS IT AT ZERO),
001900*                         A TOLERANCE BAND WITH ITS MINIMUM ABOVE
002000*                         ITS MAXIMUM (EVERY LINE WOULD BE HELD
002100*                         OUT OF SPEC).
002200*                  SOFT - A BAND FOR A PART NOT ON PARTMST OR
002300*                         MARKED INACTIVE, RSLHIST RESULTS FOR A
002400*                         PART NO LONGER ON PARTMST, A MATERIAL
002500*                         WITH NO DENSITY OR NO COST PER CC.
002600*                  RETURN-CODE 16 ON ANY HARD FINDING HOLDS THE
002700*                  CYCLE; SOFT FINDINGS ONLY GIVE RETURN-CODE 4.
002800*                  A MISSING MATMST, SPCLMT OR RSLHIST SKIPS THE
002900*                  CHECKS THAT NEED IT WITH RETURN-CODE 4; A
003000*                  MISSING PARTMST ENDS THE RUN WITH 16.
003100*-----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. GENERIC.
003500 OBJECT-COMPUTER. GENERIC.
003600
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT MCK-PART-FILE ASSIGN TO "PARTMST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS PM-PART-ID
004300         FILE STATUS IS MCK-PART-STATUS.
004400
004500     SELECT MCK-MAT-FILE ASSIGN TO "MATMST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS MM-MAT-CODE
004900         FILE STATUS IS MCK-MAT-STATUS.
005000
005100     SELECT MCK-SPC-FILE ASSIGN TO "SPCLMT"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS SP-PART-ID
005500         FILE STATUS IS MCK-SPC-STATUS.
005600
005700     SELECT MCK-RSL-FILE ASSIGN TO "RSLHIST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS RS-KEY
006100         FILE STATUS IS MCK-RSL-STATUS.
006200
006300     SELECT MCK-RPT-FILE ASSIGN TO "MCKRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS MCK-RPT-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  MCK-PART-FILE
007000     RECORD CONTAINS 48 CHARACTERS.
007100     COPY PARTREC.
007200
007300 FD  MCK-MAT-FILE
007400     RECORD CONTAINS 48 CHARACTERS.
007500     COPY MATREC.
007600
007700 FD  MCK-SPC-FILE
007800     RECORD CONTAINS 80 CHARACTERS.
007900     COPY SPCREC.
008000
008100 FD  MCK-RSL-FILE
008200     RECORD CONTAINS 120 CHARACTERS.
008300     COPY RSLREC.
008400
008500 FD  MCK-RPT-FILE
008600     RECORD CONTAINS 132 CHARACTERS.
008700 01  MCK-RPT-LINE              PIC X(132).
008800
008900 WORKING-STORAGE SECTION.
009000 01  MCK-PART-STATUS       PIC X(02).
009100     88 MCK-PART-OK        VALUE "00".
009200 01  MCK-MAT-STATUS        PIC X(02).
009300     88 MCK-MAT-OK         VALUE "00".
009400 01  MCK-SPC-STATUS        PIC X(02).
009500     88 MCK-SPC-OK         VALUE "00".
009600 01  MCK-RSL-STATUS        PIC X(02).
009700     88 MCK-RSL-OK         VALUE "00".
009800 01  MCK-RPT-STATUS        PIC X(02).
009900     88 MCK-RPT-OK         VALUE "00".
010000
010100 01  MCK-SWITCHES.
010200     05 MCK-EOF-SWITCH     PIC X(01) VALUE "N".
010300        88 MCK-AT-EOF      VALUE "Y".
010400     05 MCK-ABORT-SWITCH   PIC X(01) VALUE "N".
010500        88 MCK-ABORT       VALUE "Y".
010600     05 MCK-SHORT-SWITCH   PIC X(01) VALUE "N".
010700        88 MCK-SHORT       VALUE "Y".
010800     05 MCK-MAT-AVAIL-SW   PIC X(01) VALUE "N".
010900        88 MCK-MAT-AVAIL   VALUE "Y".
011000     05 MCK-SPC-AVAIL-SW   PIC X(01) VALUE "N".
011100        88 MCK-SPC-AVAIL   VALUE "Y".
011200     05 MCK-RSL-AVAIL-SW   PIC X(01) VALUE "N".
011300        88 MCK-RSL-AVAIL   VALUE "Y".
011400
011500 77  MCK-PART-READ         PIC 9(07) COMP VALUE ZERO.
011600 77  MCK-MAT-READ          PIC 9(07) COMP VALUE ZERO.
011700 77  MCK-SPC-READ          PIC 9(07) COMP VALUE ZERO.
011800 77  MCK-RSL-READ          PIC 9(07) COMP VALUE ZERO.
011900 77  MCK-HARD-COUNT        PIC 9(07) COMP VALUE ZERO.
012000 77  MCK-SOFT-COUNT        PIC 9(07) COMP VALUE ZERO.
012100 77  MCK-CX                PIC 9(02) COMP VALUE ZERO.
012200 77  MCK-CAT-USED          PIC 9(02) COMP VALUE 7.
012300 77  MCK-GRP-PART          PIC X(08) VALUE SPACES.
012400 77  MCK-GRP-ROWS          PIC 9(07) COMP VALUE ZERO.
012500 77  MCK-GRP-LAST-DATE     PIC X(08) VALUE SPACES.
012600 77  MCK-KEY               PIC X(08) VALUE SPACES.
012700
012800*    CHECK CATEGORIES - LEVEL AND NAME, IN REPORT ORDER. THE
012900*    NUMBER OF AN ENTRY IS THE MCK-CX VALUE ITS CHECK SETS.
013000 01  MCK-CAT-VALUES.
013100     05 FILLER             PIC X(04) VALUE "HARD".
013200     05 FILLER             PIC X(32)
013300        VALUE "PART MATERIAL NOT ON MATMST".
013400     05 FILLER             PIC X(04) VALUE "HARD".
013500     05 FILLER             PIC X(32)
013600        VALUE "BAND VOL-MIN ABOVE VOL-MAX".
013700     05 FILLER             PIC X(04) VALUE "HARD".
013800     05 FILLER             PIC X(32)
013900        VALUE "BAND SURF-MIN ABOVE SURF-MAX".
014000     05 FILLER             PIC X(04) VALUE "SOFT".
014100     05 FILLER             PIC X(32)
014200        VALUE "BAND FOR PART NOT ON PARTMST".
014300     05 FILLER             PIC X(04) VALUE "SOFT".
014400     05 FILLER             PIC X(32)
014500        VALUE "BAND FOR INACTIVE PART".
014600     05 FILLER             PIC X(04) VALUE "SOFT".
014700     05 FILLER             PIC X(32)
014800        VALUE "RSLHIST ROWS FOR DELETED PART".
014900     05 FILLER             PIC X(04) VALUE "SOFT".
015000     05 FILLER             PIC X(32)
015100        VALUE "MATERIAL DENSITY OR COST ZERO".
015200 01  MCK-CAT-TABLE REDEFINES MCK-CAT-VALUES.
015300     05 MCK-CAT-ENTRY OCCURS 7 TIMES.
015400        10 MCK-CAT-LEVEL   PIC X(04).
015500           88 MCK-CAT-HARD VALUE "HARD".
015600        10 MCK-CAT-NAME    PIC X(32).
015700
015800 01  MCK-CAT-COUNTS.
015900     05 MCK-CAT-COUNT      PIC 9(07) COMP OCCURS 7 TIMES.
016000
016100 01  MCK-PRT-HDR1-LINE.
016200     05 FILLER             PIC X(34)
016300        VALUE "MASTER FILE INTEGRITY SWEEP       ".
016400     05 MCK-PRT-HDR-DATE   PIC X(08).
016500     05 FILLER             PIC X(90) VALUE SPACES.
016600
016700 01  MCK-PRT-COL-LINE.
016800     05 FILLER             PIC X(08) VALUE "  LEVEL ".
016900     05 FILLER             PIC X(34) VALUE "CHECK".
017000     05 FILLER             PIC X(10) VALUE "KEY".
017100     05 FILLER             PIC X(80) VALUE "DETAIL".
017200
017300 01  MCK-PRT-DET-LINE.
017400     05 FILLER             PIC X(02) VALUE SPACES.
017500     05 MCK-PRT-DT-LEVEL   PIC X(04).
017600     05 FILLER             PIC X(02) VALUE SPACES.
017700     05 MCK-PRT-DT-CHECK   PIC X(32).
017800     05 FILLER             PIC X(02) VALUE SPACES.
017900     05 MCK-PRT-DT-KEY     PIC X(08).
018000     05 FILLER             PIC X(02) VALUE SPACES.
018100     05 MCK-PRT-DT-TEXT    PIC X(60).
018200     05 FILLER             PIC X(20) VALUE SPACES.
018300
018400*    ALTERNATE VIEWS OF THE DETAIL TEXT, ONE PER KIND OF FINDING.
018500 01  MCK-DT-PART-TEXT.
018600     05 FILLER             PIC X(09) VALUE "MATERIAL ".
018700     05 MCK-DT-PT-MAT      PIC X(04).
018800     05 FILLER             PIC X(02) VALUE SPACES.
018900     05 MCK-DT-PT-DESC     PIC X(30).
019000     05 FILLER             PIC X(15) VALUE SPACES.
019100
019200 01  MCK-DT-RANGE-TEXT.
019300     05 MCK-DT-RG-LABEL    PIC X(05).
019400     05 FILLER             PIC X(04) VALUE "MIN ".
019500     05 MCK-DT-RG-MIN      PIC -(13)9.99.
019600     05 FILLER             PIC X(06) VALUE "  MAX ".
019700     05 MCK-DT-RG-MAX      PIC -(13)9.99.
019800     05 FILLER             PIC X(11) VALUE SPACES.
019900
020000 01  MCK-DT-STAT-TEXT.
020100     05 FILLER             PIC X(07) VALUE "STATUS ".
020200     05 MCK-DT-ST-STATUS   PIC X(01).
020300     05 FILLER             PIC X(02) VALUE SPACES.
020400     05 MCK-DT-ST-DESC     PIC X(30).
020500     05 FILLER             PIC X(20) VALUE SPACES.
020600
020700 01  MCK-DT-HIST-TEXT.
020800     05 MCK-DT-HS-ROWS     PIC ZZZZZZ9.
020900     05 FILLER             PIC X(16) VALUE " ROWS  LAST RUN ".
021000     05 MCK-DT-HS-DATE     PIC X(08).
021100     05 FILLER             PIC X(29) VALUE SPACES.
021200
021300 01  MCK-DT-MAT-TEXT.
021400     05 FILLER             PIC X(08) VALUE "DENSITY ".
021500     05 MCK-DT-MT-DENS     PIC -(3)9.9999.
021600     05 FILLER             PIC X(10) VALUE "  COST/CC ".
021700     05 MCK-DT-MT-COST     PIC -(5)9.9999.
021800     05 FILLER             PIC X(02) VALUE SPACES.
021900     05 MCK-DT-MT-DESC     PIC X(20).
022000
022100 01  MCK-PRT-SUM-LINE.
022200     05 FILLER             PIC X(02) VALUE SPACES.
022300     05 MCK-PRT-SM-LEVEL   PIC X(04).
022400     05 FILLER             PIC X(02) VALUE SPACES.
022500     05 MCK-PRT-SM-CHECK   PIC X(32).
022600     05 FILLER             PIC X(02) VALUE SPACES.
022700     05 MCK-PRT-SM-COUNT   PIC ZZZZZZ9.
022800     05 FILLER             PIC X(83) VALUE SPACES.
022900
023000 01  MCK-PRT-READ-LINE.
023100     05 FILLER             PIC X(14) VALUE "PARTS READ:   ".
023200     05 MCK-PRT-RD-PART    PIC ZZZZZZ9.
023300     05 FILLER             PIC X(14) VALUE "  MATERIALS: ".
023400     05 MCK-PRT-RD-MAT     PIC ZZZZZZ9.
023500     05 FILLER             PIC X(10) VALUE "  BANDS: ".
023600     05 MCK-PRT-RD-SPC     PIC ZZZZZZ9.
023700     05 FILLER             PIC X(17) VALUE "  RSLHIST ROWS: ".
023800     05 MCK-PRT-RD-RSL     PIC ZZZZZZ9.
023900     05 FILLER             PIC X(49) VALUE SPACES.
024000
024100 01  MCK-PRT-MSG-LINE.
024200     05 FILLER             PIC X(02) VALUE SPACES.
024300     05 MCK-PRT-MSG        PIC X(60).
024400     05 FILLER             PIC X(70) VALUE SPACES.
024500
024600     COPY BDTPARM.
024700
024800 PROCEDURE DIVISION.
024900
025000 0000-MAIN.
025100     PERFORM 1000-INIT THRU 1000-INIT-EXIT.
025200     IF NOT MCK-ABORT
025300         PERFORM 2000-CHECK-PARTS THRU 2000-CHECK-PARTS-EXIT
025400         PERFORM 3000-CHECK-MATS THRU 3000-CHECK-MATS-EXIT
025500         PERFORM 4000-CHECK-BANDS THRU 4000-CHECK-BANDS-EXIT
025600         PERFORM 5000-CHECK-HIST THRU 5000-CHECK-HIST-EXIT
025700         PERFORM 8000-TERM THRU 8000-TERM-EXIT
025800     END-IF.
025900     STOP RUN.
026000
026100 1000-INIT.
026200     MOVE "MSTCHK" TO BDT-CALLER.
026300     CALL "BDTCHK" USING BDT-PARMS.
026400     IF NOT BDT-DATE-OK
026500         MOVE "Y" TO MCK-ABORT-SWITCH
026600         MOVE 16 TO RETURN-CODE
026700         GO TO 1000-INIT-EXIT
026800     END-IF.
026900     OPEN OUTPUT MCK-RPT-FILE.
027000     IF NOT MCK-RPT-OK
027100         DISPLAY "MSTCHK: UNABLE TO OPEN MCKRPT, STATUS "
027200             MCK-RPT-STATUS
027300         MOVE "Y" TO MCK-ABORT-SWITCH
027400         MOVE 16 TO RETURN-CODE
027500         GO TO 1000-INIT-EXIT
027600     END-IF.
027700     MOVE SPACES TO MCK-RPT-LINE.
027800     MOVE BDT-BUS-DATE TO MCK-PRT-HDR-DATE.
027900     MOVE MCK-PRT-HDR1-LINE TO MCK-RPT-LINE.
028000     WRITE MCK-RPT-LINE.
028100     INITIALIZE MCK-CAT-COUNTS.
028200     OPEN INPUT MCK-PART-FILE.
028300     IF NOT MCK-PART-OK
028400         DISPLAY "MSTCHK: UNABLE TO OPEN PARTMST, STATUS "
028500             MCK-PART-STATUS
028600         MOVE "** PARTMST NOT AVAILABLE - SEE CONSOLE MESSAGES"
028700             TO MCK-PRT-MSG
028800         MOVE MCK-PRT-MSG-LINE TO MCK-RPT-LINE
028900         WRITE MCK-RPT-LINE
029000         CLOSE MCK-RPT-FILE
029100         MOVE "Y" TO MCK-ABORT-SWITCH
029200         MOVE 16 TO RETURN-CODE
029300         GO TO 1000-INIT-EXIT
029400     END-IF.
029500     PERFORM 1080-OPEN-MAT THRU 1080-OPEN-MAT-EXIT.
029600     PERFORM 1082-OPEN-SPC THRU 1082-OPEN-SPC-EXIT.
029700     PERFORM 1084-OPEN-RSL THRU 1084-OPEN-RSL-EXIT.
029800     MOVE MCK-PRT-COL-LINE TO MCK-RPT-LINE.
029900     WRITE MCK-RPT-LINE.
030000 1000-INIT-EXIT.
030100     EXIT.
030200
030300 1080-OPEN-MAT.
030400     OPEN INPUT MCK-MAT-FILE.
030500     IF MCK-MAT-OK
030600         MOVE "Y" TO MCK-MAT-AVAIL-SW
030700     ELSE
030800         DISPLAY "MSTCHK: UNABLE TO OPEN MATMST, STATUS "
030900             MCK-MAT-STATUS
031000         MOVE "** MATMST NOT AVAILABLE - MATERIAL CHECKS SKIPPED"
031100             TO MCK-PRT-MSG
031200         PERFORM 1090-NOTE-SHORT THRU 1090-NOTE-SHORT-EXIT
031300     END-IF.
031400 1080-OPEN-MAT-EXIT.
031500     EXIT.
031600
031700 1082-OPEN-SPC.
031800     OPEN INPUT MCK-SPC-FILE.
031900     IF MCK-SPC-OK
032000         MOVE "Y" TO MCK-SPC-AVAIL-SW
032100     ELSE
032200         DISPLAY "MSTCHK: UNABLE TO OPEN SPCLMT, STATUS "
032300             MCK-SPC-STATUS
032400         MOVE "** SPCLMT NOT AVAILABLE - BAND CHECKS SKIPPED"
032500             TO MCK-PRT-MSG
032600         PERFORM 1090-NOTE-SHORT THRU 1090-NOTE-SHORT-EXIT
032700     END-IF.
032800 1082-OPEN-SPC-EXIT.
032900     EXIT.
033000
033100 1084-OPEN-RSL.
033200     OPEN INPUT MCK-RSL-FILE.
033300     IF MCK-RSL-OK
033400         MOVE "Y" TO MCK-RSL-AVAIL-SW
033500     ELSE
033600         DISPLAY "MSTCHK: UNABLE TO OPEN RSLHIST, STATUS "
033700             MCK-RSL-STATUS
033800         MOVE "** RSLHIST NOT AVAILABLE - HISTORY CHECK SKIPPED"
033900             TO MCK-PRT-MSG
034000         PERFORM 1090-NOTE-SHORT THRU 1090-NOTE-SHORT-EXIT
034100     END-IF.
034200 1084-OPEN-RSL-EXIT.
034300     EXIT.
034400
034500 1090-NOTE-SHORT.
034600     MOVE "Y" TO MCK-SHORT-SWITCH.
034700     MOVE MCK-PRT-MSG-LINE TO MCK-RPT-LINE.
034800     WRITE MCK-RPT-LINE.
034900 1090-NOTE-SHORT-EXIT.
035000     EXIT.
035100
035200*-----------------------------------------------------------------
035300* PASS 1 - EVERY PART ON PARTMST. A MATERIAL CODE THAT IS FILLED
035400* IN MUST BE ON MATMST; A BLANK CODE IS A PART THAT IS NOT COSTED
035500* AND IS LEFT ALONE.
035600*-----------------------------------------------------------------
035700 2000-CHECK-PARTS.
035800     MOVE "N" TO MCK-EOF-SWITCH.
035900     PERFORM 2100-READ-PART THRU 2100-READ-PART-EXIT
036000         UNTIL MCK-AT-EOF.
036100 2000-CHECK-PARTS-EXIT.
036200     EXIT.
036300
036400 2100-READ-PART.
036500     READ MCK-PART-FILE NEXT RECORD
036600         AT END
036700             MOVE "Y" TO MCK-EOF-SWITCH
036800             GO TO 2100-READ-PART-EXIT
036900     END-READ.
037000     ADD 1 TO MCK-PART-READ.
037100     IF PM-MAT-CODE = SPACES OR NOT MCK-MAT-AVAIL
037200         GO TO 2100-READ-PART-EXIT
037300     END-IF.
037400     MOVE PM-MAT-CODE TO MM-MAT-CODE.
037500     READ MCK-MAT-FILE
037600         INVALID KEY
037700             MOVE SPACES       TO MCK-PRT-DT-TEXT
037800             MOVE PM-MAT-CODE  TO MCK-DT-PT-MAT
037900             MOVE PM-PART-DESC TO MCK-DT-PT-DESC
038000             MOVE MCK-DT-PART-TEXT TO MCK-PRT-DT-TEXT
038100             MOVE PM-PART-ID   TO MCK-KEY
038200             MOVE 1 TO MCK-CX
038300             PERFORM 7000-PRINT-FINDING
038400                 THRU 7000-PRINT-FINDING-EXIT
038500     END-READ.
038600 2100-READ-PART-EXIT.
038700     EXIT.
038800
038900*-----------------------------------------------------------------
039000* PASS 2 - EVERY MATERIAL ON MATMST. A ZERO DENSITY OR COST PER
039100* CC COSTS EVERY PART OF THAT MATERIAL AT NOTHING.
039200*-----------------------------------------------------------------
039300 3000-CHECK-MATS.
039400     IF NOT MCK-MAT-AVAIL
039500         GO TO 3000-CHECK-MATS-EXIT
039600     END-IF.
039700     MOVE LOW-VALUES TO MM-MAT-CODE.
039800     START MCK-MAT-FILE KEY IS NOT LESS THAN MM-MAT-CODE
039900         INVALID KEY
040000             GO TO 3000-CHECK-MATS-EXIT
040100     END-START.
040200     MOVE "N" TO MCK-EOF-SWITCH.
040300     PERFORM 3100-READ-MAT THRU 3100-READ-MAT-EXIT
040400         UNTIL MCK-AT-EOF.
040500 3000-CHECK-MATS-EXIT.
040600     EXIT.
040700
040800 3100-READ-MAT.
040900     READ MCK-MAT-FILE NEXT RECORD
041000         AT END
041100             MOVE "Y" TO MCK-EOF-SWITCH
041200             GO TO 3100-READ-MAT-EXIT
041300     END-READ.
041400     ADD 1 TO MCK-MAT-READ.
041500     IF MM-DENSITY > ZERO AND MM-COST-CC > ZERO
041600         GO TO 3100-READ-MAT-EXIT
041700     END-IF.
041800     MOVE MM-DENSITY  TO MCK-DT-MT-DENS.
041900     MOVE MM-COST-CC  TO MCK-DT-MT-COST.
042000     MOVE MM-MAT-DESC TO MCK-DT-MT-DESC.
042100     MOVE MCK-DT-MAT-TEXT TO MCK-PRT-DT-TEXT.
042200     MOVE MM-MAT-CODE TO MCK-KEY.
042300     MOVE 7 TO MCK-CX.
042400     PERFORM 7000-PRINT-FINDING THRU 7000-PRINT-FINDING-EXIT.
042500 3100-READ-MAT-EXIT.
042600     EXIT.
042700
042800*-----------------------------------------------------------------
042900* PASS 3 - EVERY TOLERANCE BAND ON SPCLMT. THE BAND ITSELF MUST BE
043000* THE RIGHT WAY ROUND, AND ITS PART MUST STILL BE AN ACTIVE PART.
043100*-----------------------------------------------------------------
043200 4000-CHECK-BANDS.
043300     IF NOT MCK-SPC-AVAIL
043400         GO TO 4000-CHECK-BANDS-EXIT
043500     END-IF.
043600     MOVE "N" TO MCK-EOF-SWITCH.
043700     PERFORM 4100-READ-BAND THRU 4100-READ-BAND-EXIT
043800         UNTIL MCK-AT-EOF.
043900 4000-CHECK-BANDS-EXIT.
044000     EXIT.
044100
044200 4100-READ-BAND.
044300     READ MCK-SPC-FILE
044400         AT END
044500             MOVE "Y" TO MCK-EOF-SWITCH
044600             GO TO 4100-READ-BAND-EXIT
044700     END-READ.
044800     ADD 1 TO MCK-SPC-READ.
044900     MOVE SP-PART-ID TO MCK-KEY.
045000     IF SP-VOL-MIN > SP-VOL-MAX
045100         MOVE "VOL  "    TO MCK-DT-RG-LABEL
045200         MOVE SP-VOL-MIN TO MCK-DT-RG-MIN
045300         MOVE SP-VOL-MAX TO MCK-DT-RG-MAX
045400         MOVE MCK-DT-RANGE-TEXT TO MCK-PRT-DT-TEXT
045500         MOVE 2 TO MCK-CX
045600         PERFORM 7000-PRINT-FINDING THRU 7000-PRINT-FINDING-EXIT
045700     END-IF.
045800     IF SP-SURF-MIN > SP-SURF-MAX
045900         MOVE "SURF "     TO MCK-DT-RG-LABEL
046000         MOVE SP-SURF-MIN TO MCK-DT-RG-MIN
046100         MOVE SP-SURF-MAX TO MCK-DT-RG-MAX
046200         MOVE MCK-DT-RANGE-TEXT TO MCK-PRT-DT-TEXT
046300         MOVE 3 TO MCK-CX
046400         PERFORM 7000-PRINT-FINDING THRU 7000-PRINT-FINDING-EXIT
046500     END-IF.
046600     MOVE SP-PART-ID TO PM-PART-ID.
046700     READ MCK-PART-FILE
046800         INVALID KEY
046900             MOVE "VOL  "    TO MCK-DT-RG-LABEL
047000             MOVE SP-VOL-MIN TO MCK-DT-RG-MIN
047100             MOVE SP-VOL-MAX TO MCK-DT-RG-MAX
047200             MOVE MCK-DT-RANGE-TEXT TO MCK-PRT-DT-TEXT
047300             MOVE 4 TO MCK-CX
047400             PERFORM 7000-PRINT-FINDING
047500                 THRU 7000-PRINT-FINDING-EXIT
047600             GO TO 4100-READ-BAND-EXIT
047700     END-READ.
047800     IF PM-PART-INACTIVE
047900         MOVE PM-PART-STATUS TO MCK-DT-ST-STATUS
048000         MOVE PM-PART-DESC   TO MCK-DT-ST-DESC
048100         MOVE MCK-DT-STAT-TEXT TO MCK-PRT-DT-TEXT
048200         MOVE 5 TO MCK-CX
048300         PERFORM 7000-PRINT-FINDING THRU 7000-PRINT-FINDING-EXIT
048400     END-IF.
048500 4100-READ-BAND-EXIT.
048600     EXIT.
048700
048800*-----------------------------------------------------------------
048900* PASS 4 - RSLHIST IN KEY ORDER (PART, RUN DATE, SEQUENCE). ROWS
049000* ARE GROUPED BY PART; EACH GROUP WHOSE PART IS NO LONGER ON
049100* PARTMST IS LISTED ONCE WITH ITS ROW COUNT AND LATEST RUN DATE.
049200*-----------------------------------------------------------------
049300 5000-CHECK-HIST.
049400     IF NOT MCK-RSL-AVAIL
049500         GO TO 5000-CHECK-HIST-EXIT
049600     END-IF.
049700     MOVE SPACES TO MCK-GRP-PART.
049800     MOVE ZERO TO MCK-GRP-ROWS.
049900     MOVE "N" TO MCK-EOF-SWITCH.
050000     PERFORM 5100-READ-HIST THRU 5100-READ-HIST-EXIT
050100         UNTIL MCK-AT-EOF.
050200     IF MCK-GRP-ROWS > 0
050300         PERFORM 5200-END-GROUP THRU 5200-END-GROUP-EXIT
050400     END-IF.
050500 5000-CHECK-HIST-EXIT.
050600     EXIT.
050700
050800 5100-READ-HIST.
050900     READ MCK-RSL-FILE
051000         AT END
051100             MOVE "Y" TO MCK-EOF-SWITCH
051200             GO TO 5100-READ-HIST-EXIT
051300     END-READ.
051400     ADD 1 TO MCK-RSL-READ.
051500     IF RS-PART-ID NOT = MCK-GRP-PART
051600         IF MCK-GRP-ROWS > 0
051700             PERFORM 5200-END-GROUP THRU 5200-END-GROUP-EXIT
051800         END-IF
051900         MOVE RS-PART-ID TO MCK-GRP-PART
052000         MOVE ZERO TO MCK-GRP-ROWS
052100     END-IF.
052200     ADD 1 TO MCK-GRP-ROWS.
052300     MOVE RS-RUN-DATE TO MCK-GRP-LAST-DATE.
052400 5100-READ-HIST-EXIT.
052500     EXIT.
052600
052700 5200-END-GROUP.
052800     MOVE MCK-GRP-PART TO PM-PART-ID.
052900     READ MCK-PART-FILE
053000         INVALID KEY
053100             MOVE MCK-GRP-ROWS      TO MCK-DT-HS-ROWS
053200             MOVE MCK-GRP-LAST-DATE TO MCK-DT-HS-DATE
053300             MOVE MCK-DT-HIST-TEXT  TO MCK-PRT-DT-TEXT
053400             MOVE MCK-GRP-PART      TO MCK-KEY
053500             MOVE 6 TO MCK-CX
053600             PERFORM 7000-PRINT-FINDING
053700                 THRU 7000-PRINT-FINDING-EXIT
053800     END-READ.
053900 5200-END-GROUP-EXIT.
054000     EXIT.
054100
054200*-----------------------------------------------------------------
054300* ONE FINDING - CHECK NUMBER IN MCK-CX, KEY IN MCK-KEY, DETAIL
054400* TEXT ALREADY IN MCK-PRT-DT-TEXT.
054500*-----------------------------------------------------------------
054600 7000-PRINT-FINDING.
054700     ADD 1 TO MCK-CAT-COUNT (MCK-CX).
054800     IF MCK-CAT-HARD (MCK-CX)
054900         ADD 1 TO MCK-HARD-COUNT
055000     ELSE
055100         ADD 1 TO MCK-SOFT-COUNT
055200     END-IF.
055300     MOVE MCK-CAT-LEVEL (MCK-CX) TO MCK-PRT-DT-LEVEL.
055400     MOVE MCK-CAT-NAME (MCK-CX)  TO MCK-PRT-DT-CHECK.
055500     MOVE MCK-KEY                TO MCK-PRT-DT-KEY.
055600     MOVE MCK-PRT-DET-LINE TO MCK-RPT-LINE.
055700     WRITE MCK-RPT-LINE.
055800 7000-PRINT-FINDING-EXIT.
055900     EXIT.
056000
056100 7100-PRINT-SUMMARY.
056200     MOVE MCK-CAT-LEVEL (MCK-CX) TO MCK-PRT-SM-LEVEL.
056300     MOVE MCK-CAT-NAME (MCK-CX)  TO MCK-PRT-SM-CHECK.
056400     MOVE MCK-CAT-COUNT (MCK-CX) TO MCK-PRT-SM-COUNT.
056500     MOVE MCK-PRT-SUM-LINE TO MCK-RPT-LINE.
056600     WRITE MCK-RPT-LINE.
056700 7100-PRINT-SUMMARY-EXIT.
056800     EXIT.
056900
057000 8000-TERM.
057100     IF MCK-HARD-COUNT = 0 AND MCK-SOFT-COUNT = 0
057200         MOVE "NO FINDINGS" TO MCK-PRT-MSG
057300         MOVE MCK-PRT-MSG-LINE TO MCK-RPT-LINE
057400         WRITE MCK-RPT-LINE
057500     END-IF.
057600     MOVE SPACES TO MCK-RPT-LINE.
057700     WRITE MCK-RPT-LINE.
057800     MOVE "FINDINGS BY CHECK" TO MCK-PRT-MSG.
057900     MOVE MCK-PRT-MSG-LINE TO MCK-RPT-LINE.
058000     WRITE MCK-RPT-LINE.
058100     PERFORM 7100-PRINT-SUMMARY THRU 7100-PRINT-SUMMARY-EXIT
058200         VARYING MCK-CX FROM 1 BY 1
058300         UNTIL MCK-CX > MCK-CAT-USED.
058400     MOVE SPACES TO MCK-RPT-LINE.
058500     WRITE MCK-RPT-LINE.
058600     MOVE MCK-PART-READ TO MCK-PRT-RD-PART.
058700     MOVE MCK-MAT-READ  TO MCK-PRT-RD-MAT.
058800     MOVE MCK-SPC-READ  TO MCK-PRT-RD-SPC.
058900     MOVE MCK-RSL-READ  TO MCK-PRT-RD-RSL.
059000     MOVE MCK-PRT-READ-LINE TO MCK-RPT-LINE.
059100     WRITE MCK-RPT-LINE.
059200     IF MCK-HARD-COUNT > 0
059300         MOVE "** HARD FINDINGS - NIGHT CYCLE HELD" TO MCK-PRT-MSG
059400         MOVE MCK-PRT-MSG-LINE TO MCK-RPT-LINE
059500         WRITE MCK-RPT-LINE
059600         MOVE 16 TO RETURN-CODE
059700         GO TO 8000-TERM-CLOSE
059800     END-IF.
059900     IF MCK-SOFT-COUNT > 0
060000         MOVE "** SOFT FINDINGS ONLY - MASTERS TO BE CHECKED"
060100             TO MCK-PRT-MSG
060200         MOVE MCK-PRT-MSG-LINE TO MCK-RPT-LINE
060300         WRITE MCK-RPT-LINE
060400         MOVE 4 TO RETURN-CODE
060500     END-IF.
060600     IF MCK-SHORT
060700         MOVE "** SWEEP INCOMPLETE - SEE NOTES ABOVE"
060800             TO MCK-PRT-MSG
060900         MOVE MCK-PRT-MSG-LINE TO MCK-RPT-LINE
061000         WRITE MCK-RPT-LINE
061100         MOVE 4 TO RETURN-CODE
061200     END-IF.
061300 8000-TERM-CLOSE.
061400     CLOSE MCK-PART-FILE.
061500     IF MCK-MAT-AVAIL
061600         CLOSE MCK-MAT-FILE
061700     END-IF.
061800     IF MCK-SPC-AVAIL
061900         CLOSE MCK-SPC-FILE
062000     END-IF.
062100     IF MCK-RSL-AVAIL
062200         CLOSE MCK-RSL-FILE
062300     END-IF.
062400     CLOSE MCK-RPT-FILE.
062500 8000-TERM-EXIT.
062600     EXIT.
062700
062800 END PROGRAM MSTCHK.
