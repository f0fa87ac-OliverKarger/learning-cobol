000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RLGBACK.
000300 AUTHOR. J HOFFMANN.
000400 INSTALLATION. FABRIKATIONSPLANUNG.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 2026-10-15 JH    ORIGINAL RUN-LEDGER LIST AND BACK-OUT UTILITY.
001100*                  DRIVEN BY A SINGLE RLBPRM PARAMETER CARD:
001200*                  FUNCTION "LIST    " PRINTS THE RUNLDG LEDGER
001300*                  ENTRIES FOR ONE BUSINESS DATE (BLANK DATE =
001400*                  THE WHOLE LEDGER) ON RLBRPT; FUNCTION
001500*                  "BACKOUT " REMOVES ONE POSTING PROGRAM'S
001600*                  POSTINGS FOR ONE NIGHT - THE RSLHIST ROWS ARE
001700*                  DELETED IN PLACE, THE RUNHIST ROWS TO KEEP ARE
001800*                  WRITTEN TO RUNHNEW, WHICH THE JCL COPIES BACK
001900*                  OVER RUNHIST THE SAME WAY AUDARCJ REBUILDS
002000*                  GEOAUD - AND RESETS THE NIGHT'S LEDGER ENTRY
002100*                  TO NOT POSTED, SO THE STEP CAN BE RERUN FOR
002200*                  THAT NIGHT AND POST AFRESH. THE BUSINESS DATE
002300*                  TO BACK OUT IS TAKEN FROM THE CARD, NOT FROM
002400*                  THE BUSDATE CARD OF THE CURRENT CYCLE.
002500*                  RETURN-CODE 4 WHEN THERE WAS NOTHING TO BACK
002600*                  OUT, 16 ON A BAD CARD OR AN UNAVAILABLE FILE.
002610* 2026-10-15 JH    THE LEDGER ENTRY IS NO LONGER RESET WHEN AN
002620*                  RSLHIST DELETE FAILED - THE NIGHT STAYS AS THE
002630*                  LEDGER SHOWS IT AND RLBRPT SAYS "BACKOUT
002640*                  INCOMPLETE - LEDGER NOT RESET" SO THE BACK-OUT
002650*                  CAN BE RERUN. A NIGHT RESET TO NOT POSTED WITH
002660*                  ROWS LEFT BEHIND WOULD BE POSTED TWICE.
002664* 2026-10-15 JH    BACKOUT NO LONGER TOUCHES THE LEDGER. THE NEW
002668*                  FUNCTION "RESET   " RESETS THE NIGHT'S ENTRY TO
002672*                  NOT POSTED, AND ONLY WHEN NEITHER RUNHIST NOR
002676*                  RSLHIST HOLDS A ROW OF THAT NIGHT ANY MORE -
002680*                  RLGBCKJ RUNS IT AS ITS OWN STEP AFTER RUNHIST
002684*                  HAS BEEN REPLACED, SO A FAILED COPYBACK CAN NO
002688*                  LONGER LEAVE A NIGHT RESET WITH ITS RUNHIST
002692*                  ROWS STILL IN PLACE. RETURN-CODE 16 WHEN ROWS
002696*                  ARE LEFT, 4 WHEN THERE IS NO LEDGER ENTRY.
002700*-----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. GENERIC.
003100 OBJECT-COMPUTER. GENERIC.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RLB-PARM-FILE ASSIGN TO "RLBPRM"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS RLB-PARM-STATUS.
003800
003900     SELECT RLB-LEDGER-FILE ASSIGN TO "RUNLDG"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS RL-KEY
004300         FILE STATUS IS RLB-LEDGER-STATUS.
004400
004500     SELECT RLB-HIST-FILE ASSIGN TO "RUNHIST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS RLB-HIST-STATUS.
004800
004900     SELECT RLB-NEW-FILE ASSIGN TO "RUNHNEW"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS RLB-NEW-STATUS.
005200
005300     SELECT RLB-RSL-FILE ASSIGN TO "RSLHIST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS RS-KEY
005700         FILE STATUS IS RLB-RSL-STATUS.
005800
005900     SELECT RLB-RPT-FILE ASSIGN TO "RLBRPT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS RLB-RPT-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  RLB-PARM-FILE
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  RLB-PARM-REC              PIC X(80).
006800
006900 FD  RLB-LEDGER-FILE
007000     RECORD CONTAINS 100 CHARACTERS.
007100     COPY RLGREC.
007200
007300 FD  RLB-HIST-FILE
007400     RECORD CONTAINS 100 CHARACTERS.
007500     COPY RUNREC.
007600
007700 FD  RLB-NEW-FILE
007800     RECORD CONTAINS 100 CHARACTERS.
007900 01  RLB-NEW-LINE              PIC X(100).
008000
008100 FD  RLB-RSL-FILE
008200     RECORD CONTAINS 120 CHARACTERS.
008300     COPY RSLREC.
008400
008500 FD  RLB-RPT-FILE
008600     RECORD CONTAINS 132 CHARACTERS.
008700 01  RLB-RPT-LINE              PIC X(132).
008800
008900 WORKING-STORAGE SECTION.
009000 01  RLB-PARM-STATUS       PIC X(02).
009100     88 RLB-PARM-OK        VALUE "00".
009200 01  RLB-LEDGER-STATUS     PIC X(02).
009300     88 RLB-LEDGER-OK      VALUE "00".
009400 01  RLB-HIST-STATUS       PIC X(02).
009500     88 RLB-HIST-OK        VALUE "00".
009600 01  RLB-NEW-STATUS        PIC X(02).
009700     88 RLB-NEW-OK         VALUE "00".
009800 01  RLB-RSL-STATUS        PIC X(02).
009900     88 RLB-RSL-OK         VALUE "00".
010000 01  RLB-RPT-STATUS        PIC X(02).
010100     88 RLB-RPT-OK         VALUE "00".
010200
010300 01  RLB-SWITCHES.
010400     05 RLB-EOF-SWITCH     PIC X(01) VALUE "N".
010500        88 RLB-AT-EOF      VALUE "Y".
010600     05 RLB-ABORT-SWITCH   PIC X(01) VALUE "N".
010700        88 RLB-ABORT       VALUE "Y".
011000
011100 01  RLB-PARM-CARD.
011200     05 RPR-FUNCTION       PIC X(08).
011300        88 RPR-IS-LIST     VALUE "LIST    ".
011400        88 RPR-IS-BACKOUT  VALUE "BACKOUT ".
011450        88 RPR-IS-RESET    VALUE "RESET   ".
011500     05 FILLER             PIC X(01).
011600     05 RPR-BUS-DATE       PIC X(08).
011700     05 FILLER             PIC X(01).
011800     05 RPR-PROGRAM-ID     PIC X(12).
011900     05 FILLER             PIC X(50).
012000
012100 01  RLB-STAMP.
012200     05 RLB-STAMP-DATE     PIC X(08).
012300     05 RLB-STAMP-TIME     PIC X(06).
012400 01  RLB-TIME-WORK         PIC X(08).
012500
012600 77  RLB-LIST-COUNT        PIC 9(07) VALUE ZERO.
012700 77  RLB-HIST-READ         PIC 9(07) VALUE ZERO.
012800 77  RLB-HIST-REMOVED      PIC 9(07) VALUE ZERO.
012900 77  RLB-HIST-KEPT         PIC 9(07) VALUE ZERO.
013000 77  RLB-RSL-READ          PIC 9(07) VALUE ZERO.
013100 77  RLB-RSL-REMOVED       PIC 9(07) VALUE ZERO.
013140 77  RLB-HIST-LEFT         PIC 9(07) VALUE ZERO.
013180 77  RLB-RSL-LEFT          PIC 9(07) VALUE ZERO.
013200
013300 01  RLB-PRT-HDR-LINE.
013400     05 FILLER             PIC X(24)
013500        VALUE "RUN LEDGER              ".
013600     05 RLB-PRT-FUNCTION   PIC X(08).
013700     05 FILLER             PIC X(02) VALUE SPACES.
013800     05 RLB-PRT-HDR-DATE   PIC X(08).
013900     05 FILLER             PIC X(02) VALUE SPACES.
014000     05 RLB-PRT-HDR-PGM    PIC X(12).
014100     05 FILLER             PIC X(76) VALUE SPACES.
014200
014300 01  RLB-PRT-COL-LINE.
014400     05 FILLER             PIC X(40)
014500        VALUE "DATE     PROGRAM      STR CMP PST ATT RC".
014600     05 FILLER             PIC X(40)
014700        VALUE "  STARTED        ENDED          RSLHIST ".
014800     05 FILLER             PIC X(27)
014900        VALUE "HST BACKED OUT             ".
015000     05 FILLER             PIC X(25) VALUE SPACES.
015100
015200 01  RLB-PRT-DET-LINE.
015300     05 RLB-PRT-DATE       PIC X(08).
015400     05 FILLER             PIC X(01) VALUE SPACES.
015500     05 RLB-PRT-PGM        PIC X(12).
015600     05 FILLER             PIC X(02) VALUE SPACES.
015700     05 RLB-PRT-STARTED    PIC X(01).
015800     05 FILLER             PIC X(03) VALUE SPACES.
015900     05 RLB-PRT-COMPLETED  PIC X(01).
016000     05 FILLER             PIC X(03) VALUE SPACES.
016100     05 RLB-PRT-STATE      PIC X(01).
016200     05 FILLER             PIC X(01) VALUE SPACES.
016300     05 RLB-PRT-ATTEMPTS   PIC ZZ9.
016400     05 FILLER             PIC X(01) VALUE SPACES.
016500     05 RLB-PRT-RC         PIC ZZ9.
016600     05 FILLER             PIC X(02) VALUE SPACES.
016700     05 RLB-PRT-START      PIC X(14).
016800     05 FILLER             PIC X(01) VALUE SPACES.
016900     05 RLB-PRT-END        PIC X(14).
017000     05 FILLER             PIC X(01) VALUE SPACES.
017100     05 RLB-PRT-RSL        PIC ZZZZZZ9.
017200     05 FILLER             PIC X(01) VALUE SPACES.
017300     05 RLB-PRT-HST        PIC ZZ9.
017400     05 FILLER             PIC X(01) VALUE SPACES.
017500     05 RLB-PRT-BACKOUT    PIC X(14).
017600     05 FILLER             PIC X(35) VALUE SPACES.
017700
017800 01  RLB-PRT-CNT-LINE.
017900     05 RLB-PRT-CNT-LABEL  PIC X(30).
018000     05 RLB-PRT-CNT-NUM    PIC ZZZZZZ9.
018100     05 FILLER             PIC X(95) VALUE SPACES.
018200
018300 PROCEDURE DIVISION.
018400
018500 0000-MAIN.
018600     PERFORM 1000-INIT THRU 1000-INIT-EXIT.
018700     IF NOT RLB-ABORT
018800         IF RPR-IS-LIST
018900             PERFORM 2000-LIST THRU 2000-LIST-EXIT
019000         ELSE
019050             IF RPR-IS-BACKOUT
019100                 PERFORM 3000-BACKOUT THRU 3000-BACKOUT-EXIT
019120             ELSE
019140                 PERFORM 4000-RESET THRU 4000-RESET-EXIT
019160             END-IF
019200         END-IF
019300         PERFORM 8000-TERM THRU 8000-TERM-EXIT
019400     END-IF.
019500     STOP RUN.
019600
019700 1000-INIT.
019800     OPEN INPUT RLB-PARM-FILE.
019900     IF NOT RLB-PARM-OK
020000         DISPLAY "RLGBACK: UNABLE TO OPEN RLBPRM, STATUS "
020100             RLB-PARM-STATUS
020200         MOVE "Y" TO RLB-ABORT-SWITCH
020300         MOVE 16 TO RETURN-CODE
020400         GO TO 1000-INIT-EXIT
020500     END-IF.
020600     MOVE SPACES TO RLB-PARM-CARD.
020700     READ RLB-PARM-FILE
020800         AT END
020900             CONTINUE
021000         NOT AT END
021100             MOVE RLB-PARM-REC TO RLB-PARM-CARD
021200     END-READ.
021300     CLOSE RLB-PARM-FILE.
021400     IF NOT RPR-IS-LIST AND NOT RPR-IS-BACKOUT
021450         AND NOT RPR-IS-RESET
021500         DISPLAY "RLGBACK: INVALID OR MISSING FUNCTION ON RLBPRM "
021600             "CARD: " RPR-FUNCTION
021700         MOVE "Y" TO RLB-ABORT-SWITCH
021800         MOVE 16 TO RETURN-CODE
021900         GO TO 1000-INIT-EXIT
022000     END-IF.
022100     IF NOT RPR-IS-LIST
022200         AND (RPR-BUS-DATE = SPACES OR RPR-PROGRAM-ID = SPACES)
022300         DISPLAY "RLGBACK: " RPR-FUNCTION " NEEDS A BUSINESS "
022400             "DATE AND A PROGRAM ON THE RLBPRM CARD"
022500         MOVE "Y" TO RLB-ABORT-SWITCH
022600         MOVE 16 TO RETURN-CODE
022700         GO TO 1000-INIT-EXIT
022800     END-IF.
022900     IF NOT RPR-IS-RESET
023000         OPEN INPUT RLB-LEDGER-FILE
023100     ELSE
023200         OPEN I-O RLB-LEDGER-FILE
023300     END-IF.
023400     IF NOT RLB-LEDGER-OK
023500         DISPLAY "RLGBACK: UNABLE TO OPEN RUNLDG, STATUS "
023600             RLB-LEDGER-STATUS
023700         MOVE "Y" TO RLB-ABORT-SWITCH
023800         MOVE 16 TO RETURN-CODE
023900         GO TO 1000-INIT-EXIT
024000     END-IF.
024100     OPEN OUTPUT RLB-RPT-FILE.
024200     IF NOT RLB-RPT-OK
024300         DISPLAY "RLGBACK: UNABLE TO OPEN RLBRPT, STATUS "
024400             RLB-RPT-STATUS
024500         MOVE "Y" TO RLB-ABORT-SWITCH
024600         MOVE 16 TO RETURN-CODE
024700         GO TO 1000-INIT-EXIT
024800     END-IF.
024900     MOVE RPR-FUNCTION     TO RLB-PRT-FUNCTION.
025000     MOVE RPR-BUS-DATE     TO RLB-PRT-HDR-DATE.
025100     MOVE RPR-PROGRAM-ID   TO RLB-PRT-HDR-PGM.
025200     MOVE RLB-PRT-HDR-LINE TO RLB-RPT-LINE.
025300     WRITE RLB-RPT-LINE.
025400     ACCEPT RLB-STAMP-DATE FROM DATE YYYYMMDD.
025500     ACCEPT RLB-TIME-WORK FROM TIME.
025600     MOVE RLB-TIME-WORK (1:6) TO RLB-STAMP-TIME.
025700 1000-INIT-EXIT.
025800     EXIT.
025900
026000 2000-LIST.
026100     MOVE RLB-PRT-COL-LINE TO RLB-RPT-LINE.
026200     WRITE RLB-RPT-LINE.
026300     MOVE RPR-BUS-DATE TO RL-BUS-DATE.
026400     MOVE SPACES       TO RL-PROGRAM-ID.
026500     START RLB-LEDGER-FILE KEY IS NOT LESS THAN RL-KEY
026600         INVALID KEY
026700             MOVE "Y" TO RLB-EOF-SWITCH
026800     END-START.
026900     PERFORM 2100-LIST-ENTRY THRU 2100-LIST-ENTRY-EXIT
027000         UNTIL RLB-AT-EOF.
027100     MOVE "LEDGER ENTRIES LISTED:        " TO RLB-PRT-CNT-LABEL.
027200     MOVE RLB-LIST-COUNT TO RLB-PRT-CNT-NUM.
027300     MOVE RLB-PRT-CNT-LINE TO RLB-RPT-LINE.
027400     WRITE RLB-RPT-LINE.
027500 2000-LIST-EXIT.
027600     EXIT.
027700
027800 2100-LIST-ENTRY.
027900     READ RLB-LEDGER-FILE NEXT RECORD
028000         AT END
028100             MOVE "Y" TO RLB-EOF-SWITCH
028200             GO TO 2100-LIST-ENTRY-EXIT
028300     END-READ.
028400     IF RPR-BUS-DATE NOT = SPACES
028500         AND RL-BUS-DATE NOT = RPR-BUS-DATE
028600         MOVE "Y" TO RLB-EOF-SWITCH
028700         GO TO 2100-LIST-ENTRY-EXIT
028800     END-IF.
028900     ADD 1 TO RLB-LIST-COUNT.
029000     PERFORM 2200-PRINT-ENTRY THRU 2200-PRINT-ENTRY-EXIT.
029100 2100-LIST-ENTRY-EXIT.
029200     EXIT.
029300
029400 2200-PRINT-ENTRY.
029500     MOVE RL-BUS-DATE      TO RLB-PRT-DATE.
029600     MOVE RL-PROGRAM-ID    TO RLB-PRT-PGM.
029700     MOVE RL-STARTED-SW    TO RLB-PRT-STARTED.
029800     MOVE RL-COMPLETED-SW  TO RLB-PRT-COMPLETED.
029900     MOVE RL-POST-STATE    TO RLB-PRT-STATE.
030000     MOVE RL-ATTEMPTS      TO RLB-PRT-ATTEMPTS.
030100     MOVE RL-LAST-RC       TO RLB-PRT-RC.
030200     MOVE RL-START-STAMP   TO RLB-PRT-START.
030300     MOVE RL-END-STAMP     TO RLB-PRT-END.
030400     MOVE RL-RSL-COUNT     TO RLB-PRT-RSL.
030500     MOVE RL-HIST-COUNT    TO RLB-PRT-HST.
030600     MOVE RL-BACKOUT-STAMP TO RLB-PRT-BACKOUT.
030700     MOVE RLB-PRT-DET-LINE TO RLB-RPT-LINE.
030800     WRITE RLB-RPT-LINE.
030900 2200-PRINT-ENTRY-EXIT.
031000     EXIT.
031100
031200 3000-BACKOUT.
031300     OPEN INPUT RLB-HIST-FILE.
031400     IF NOT RLB-HIST-OK
031500         DISPLAY "RLGBACK: UNABLE TO OPEN RUNHIST, STATUS "
031600             RLB-HIST-STATUS
031700         MOVE 16 TO RETURN-CODE
031800         GO TO 3000-BACKOUT-EXIT
031900     END-IF.
032000     OPEN OUTPUT RLB-NEW-FILE.
032100     IF NOT RLB-NEW-OK
032200         DISPLAY "RLGBACK: UNABLE TO OPEN RUNHNEW, STATUS "
032300             RLB-NEW-STATUS
032400         MOVE 16 TO RETURN-CODE
032500         CLOSE RLB-HIST-FILE
032600         GO TO 3000-BACKOUT-EXIT
032700     END-IF.
032800     OPEN I-O RLB-RSL-FILE.
032900     IF NOT RLB-RSL-OK
033000         DISPLAY "RLGBACK: UNABLE TO OPEN RSLHIST, STATUS "
033100             RLB-RSL-STATUS
033200         MOVE 16 TO RETURN-CODE
033300         CLOSE RLB-HIST-FILE
033400         CLOSE RLB-NEW-FILE
033500         GO TO 3000-BACKOUT-EXIT
033600     END-IF.
033700     PERFORM 3100-COPY-HIST THRU 3100-COPY-HIST-EXIT
033800         UNTIL RLB-AT-EOF.
033900     CLOSE RLB-HIST-FILE.
034000     CLOSE RLB-NEW-FILE.
034100     MOVE "N" TO RLB-EOF-SWITCH.
034200     PERFORM 3200-PURGE-RSL THRU 3200-PURGE-RSL-EXIT
034300         UNTIL RLB-AT-EOF.
034400     CLOSE RLB-RSL-FILE.
034500     IF RETURN-CODE NOT < 16
034530         DISPLAY "RLGBACK: BACKOUT INCOMPLETE - LEDGER NOT RESET"
034540         MOVE "BACKOUT INCOMPLETE - LEDGER NOT RESET"
034550             TO RLB-RPT-LINE
034560         WRITE RLB-RPT-LINE
034570     END-IF.
034600     MOVE "RUNHIST ROWS READ:            " TO RLB-PRT-CNT-LABEL.
034700     MOVE RLB-HIST-READ TO RLB-PRT-CNT-NUM.
034800     MOVE RLB-PRT-CNT-LINE TO RLB-RPT-LINE.
034900     WRITE RLB-RPT-LINE.
035000     MOVE "RUNHIST ROWS BACKED OUT:      " TO RLB-PRT-CNT-LABEL.
035100     MOVE RLB-HIST-REMOVED TO RLB-PRT-CNT-NUM.
035200     MOVE RLB-PRT-CNT-LINE TO RLB-RPT-LINE.
035300     WRITE RLB-RPT-LINE.
035400     MOVE "RUNHIST ROWS KEPT:            " TO RLB-PRT-CNT-LABEL.
035500     MOVE RLB-HIST-KEPT TO RLB-PRT-CNT-NUM.
035600     MOVE RLB-PRT-CNT-LINE TO RLB-RPT-LINE.
035700     WRITE RLB-RPT-LINE.
035800     MOVE "RSLHIST ROWS READ:            " TO RLB-PRT-CNT-LABEL.
035900     MOVE RLB-RSL-READ TO RLB-PRT-CNT-NUM.
036000     MOVE RLB-PRT-CNT-LINE TO RLB-RPT-LINE.
036100     WRITE RLB-RPT-LINE.
036200     MOVE "RSLHIST ROWS BACKED OUT:      " TO RLB-PRT-CNT-LABEL.
036300     MOVE RLB-RSL-REMOVED TO RLB-PRT-CNT-NUM.
036400     MOVE RLB-PRT-CNT-LINE TO RLB-RPT-LINE.
036500     WRITE RLB-RPT-LINE.
036600     IF RLB-HIST-REMOVED = 0 AND RLB-RSL-REMOVED = 0
036700         DISPLAY "RLGBACK: NOTHING POSTED BY " RPR-PROGRAM-ID
036800             " FOR " RPR-BUS-DATE
036900         IF RETURN-CODE < 4
037000             MOVE 4 TO RETURN-CODE
037100         END-IF
037200     END-IF.
037300 3000-BACKOUT-EXIT.
037400     EXIT.
037500
037600 3100-COPY-HIST.
037700     READ RLB-HIST-FILE
037800         AT END
037900             MOVE "Y" TO RLB-EOF-SWITCH
038000             GO TO 3100-COPY-HIST-EXIT
038100     END-READ.
038200     ADD 1 TO RLB-HIST-READ.
038300     IF RH-RUN-DATE = RPR-BUS-DATE
038400         AND RH-PROGRAM-ID = RPR-PROGRAM-ID
038500         ADD 1 TO RLB-HIST-REMOVED
038600     ELSE
038700         ADD 1 TO RLB-HIST-KEPT
038800         MOVE RH-RUN-RECORD TO RLB-NEW-LINE
038900         WRITE RLB-NEW-LINE
039000     END-IF.
039100 3100-COPY-HIST-EXIT.
039200     EXIT.
039300
039400*    RSLHIST IS KEYED BY PART FIRST, SO ONE NIGHT'S ROWS ARE
039500*    SPREAD OVER THE WHOLE FILE - A FULL PASS IS NEEDED.
039600 3200-PURGE-RSL.
039700     READ RLB-RSL-FILE NEXT RECORD
039800         AT END
039900             MOVE "Y" TO RLB-EOF-SWITCH
040000             GO TO 3200-PURGE-RSL-EXIT
040100     END-READ.
040200     ADD 1 TO RLB-RSL-READ.
040300     IF RS-RUN-DATE NOT = RPR-BUS-DATE
040400         OR RS-PROGRAM-ID NOT = RPR-PROGRAM-ID
040500         GO TO 3200-PURGE-RSL-EXIT
040600     END-IF.
040700     DELETE RLB-RSL-FILE RECORD
040800         INVALID KEY
040900             DISPLAY "RLGBACK: RSLHIST DELETE FAILED FOR "
041000                 RS-PART-ID " " RS-RUN-DATE ", STATUS "
041100                 RLB-RSL-STATUS
041200             MOVE 16 TO RETURN-CODE
041300         NOT INVALID KEY
041400             ADD 1 TO RLB-RSL-REMOVED
041500     END-DELETE.
041600 3200-PURGE-RSL-EXIT.
041700     EXIT.
041800
041900*    THE LEDGER ENTRY IS ONLY RESET ONCE NEITHER RUNHIST NOR
042000*    RSLHIST HOLDS A ROW OF THE NIGHT ANY MORE, SO THIS RUNS AFTER
042100*    THE BACK-OUT AND THE RUNHIST COPYBACK, NEVER IN THEIR PLACE.
042200 4000-RESET.
042300     OPEN INPUT RLB-HIST-FILE.
042400     IF NOT RLB-HIST-OK
042500         DISPLAY "RLGBACK: UNABLE TO OPEN RUNHIST, STATUS "
042600             RLB-HIST-STATUS
042700         MOVE 16 TO RETURN-CODE
042800         GO TO 4000-RESET-EXIT
042900     END-IF.
043000     OPEN INPUT RLB-RSL-FILE.
043100     IF NOT RLB-RSL-OK
043200         DISPLAY "RLGBACK: UNABLE TO OPEN RSLHIST, STATUS "
043300             RLB-RSL-STATUS
043400         MOVE 16 TO RETURN-CODE
043500         CLOSE RLB-HIST-FILE
043600         GO TO 4000-RESET-EXIT
043700     END-IF.
043800     PERFORM 4100-CHECK-HIST THRU 4100-CHECK-HIST-EXIT
043900         UNTIL RLB-AT-EOF.
044000     CLOSE RLB-HIST-FILE.
044100     MOVE "N" TO RLB-EOF-SWITCH.
044200     PERFORM 4200-CHECK-RSL THRU 4200-CHECK-RSL-EXIT
044300         UNTIL RLB-AT-EOF.
044400     CLOSE RLB-RSL-FILE.
044500     MOVE "RUNHIST ROWS STILL POSTED:    " TO RLB-PRT-CNT-LABEL.
044600     MOVE RLB-HIST-LEFT TO RLB-PRT-CNT-NUM.
044700     MOVE RLB-PRT-CNT-LINE TO RLB-RPT-LINE.
044800     WRITE RLB-RPT-LINE.
044900     MOVE "RSLHIST ROWS STILL POSTED:    " TO RLB-PRT-CNT-LABEL.
045000     MOVE RLB-RSL-LEFT TO RLB-PRT-CNT-NUM.
045100     MOVE RLB-PRT-CNT-LINE TO RLB-RPT-LINE.
045200     WRITE RLB-RPT-LINE.
045300     IF RLB-HIST-LEFT > 0 OR RLB-RSL-LEFT > 0
045400         DISPLAY "RLGBACK: BACKOUT INCOMPLETE - LEDGER NOT RESET"
045500         MOVE "BACKOUT INCOMPLETE - LEDGER NOT RESET"
045600             TO RLB-RPT-LINE
045700         WRITE RLB-RPT-LINE
045800         MOVE 16 TO RETURN-CODE
045900         GO TO 4000-RESET-EXIT
046000     END-IF.
046100     PERFORM 4300-RESET-LEDGER THRU 4300-RESET-LEDGER-EXIT.
046200 4000-RESET-EXIT.
046300     EXIT.
046400
046500 4100-CHECK-HIST.
046600     READ RLB-HIST-FILE
046700         AT END
046800             MOVE "Y" TO RLB-EOF-SWITCH
046900             GO TO 4100-CHECK-HIST-EXIT
047000     END-READ.
047100     IF RH-RUN-DATE = RPR-BUS-DATE
047200         AND RH-PROGRAM-ID = RPR-PROGRAM-ID
047300         ADD 1 TO RLB-HIST-LEFT
047400     END-IF.
047500 4100-CHECK-HIST-EXIT.
047600     EXIT.
047700
047800 4200-CHECK-RSL.
047900     READ RLB-RSL-FILE NEXT RECORD
048000         AT END
048100             MOVE "Y" TO RLB-EOF-SWITCH
048200             GO TO 4200-CHECK-RSL-EXIT
048300     END-READ.
048400     IF RS-RUN-DATE = RPR-BUS-DATE
048500         AND RS-PROGRAM-ID = RPR-PROGRAM-ID
048600         ADD 1 TO RLB-RSL-LEFT
048700     END-IF.
048800 4200-CHECK-RSL-EXIT.
048900     EXIT.
049000
049100 4300-RESET-LEDGER.
049200     MOVE RPR-BUS-DATE   TO RL-BUS-DATE.
049300     MOVE RPR-PROGRAM-ID TO RL-PROGRAM-ID.
049400     READ RLB-LEDGER-FILE
049500         INVALID KEY
049600             DISPLAY "RLGBACK: NO RUN LEDGER ENTRY FOR "
049700                 RPR-PROGRAM-ID " " RPR-BUS-DATE
049800             IF RETURN-CODE < 4
049900                 MOVE 4 TO RETURN-CODE
050000             END-IF
050100             GO TO 4300-RESET-LEDGER-EXIT
050200     END-READ.
050300     MOVE "N"       TO RL-STARTED-SW.
050400     MOVE "N"       TO RL-COMPLETED-SW.
050500     MOVE "N"       TO RL-POST-STATE.
050600     MOVE ZERO      TO RL-RSL-COUNT.
050700     MOVE ZERO      TO RL-HIST-COUNT.
050800     MOVE RLB-STAMP TO RL-BACKOUT-STAMP.
050900     REWRITE RL-LEDGER-RECORD
051000         INVALID KEY
051100             DISPLAY "RLGBACK: RUN LEDGER REWRITE FAILED, STATUS "
051200                 RLB-LEDGER-STATUS
051300             MOVE 16 TO RETURN-CODE
051400     END-REWRITE.
051500     MOVE RLB-PRT-COL-LINE TO RLB-RPT-LINE.
051600     WRITE RLB-RPT-LINE.
051700     PERFORM 2200-PRINT-ENTRY THRU 2200-PRINT-ENTRY-EXIT.
051800 4300-RESET-LEDGER-EXIT.
051900     EXIT.
052000
052100 8000-TERM.
052200     CLOSE RLB-LEDGER-FILE.
052300     CLOSE RLB-RPT-FILE.
052400 8000-TERM-EXIT.
052500     EXIT.
052600
052700 END PROGRAM RLGBACK.
