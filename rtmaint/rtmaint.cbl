000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RTMAINT.
000300 AUTHOR. J HOFFMANN.
000400 INSTALLATION. FABRIKATIONSPLANUNG.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 2026-10-15 JH    ORIGINAL ROUTING MASTER MAINTENANCE PROGRAM,
001100*                  COMPANION TO RWMAINT. READS ADD/CHANGE/DELETE
001200*                  TRANSACTIONS FROM RTMIN AND APPLIES THEM TO THE
001300*                  INDEXED RTGMST FILE, KEYED BY SHAPE TYPE AND
001400*                  PLANT LOCATION, SO MHLOAD KNOWS FOR EACH SHAPE
001500*                  IN EACH HALL THE SETUP MINUTES PER LINE, THE
001600*                  MACHINING MINUTES PER CM3 AND THE FINISHING
001700*                  MINUTES PER CM2, AND WHICH WORK CENTERS THEY
001800*                  ARE BOOKED TO. EVERY TRANSACTION IS ECHOED TO
001900*                  THE RTMRPT REPORT WITH ITS DISPOSITION. THE
002000*                  SHAPE MUST BE ONE OF THE FIVE THE CALCULATIONS
002100*                  KNOW, THE TIMES MUST BE NUMERIC AND A MACHINING
002200*                  WORK CENTER MUST BE GIVEN ON AN ADD OR CHANGE,
002300*                  AND THE RUN ENDS WITH RETURN-CODE 4 WHEN ANY
002400*                  TRANSACTION COULD NOT BE APPLIED - SAME
002500*                  CONVENTIONS AS PTMAINT AND MTMAINT.
002600*-----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. GENERIC.
003000 OBJECT-COMPUTER. GENERIC.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT RTM-TRAN-FILE ASSIGN TO "RTMIN"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS RTM-TRAN-STATUS.
003700
003800     SELECT RTM-MASTER-FILE ASSIGN TO "RTGMST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS RT-KEY
004200         FILE STATUS IS RTM-MASTER-STATUS.
004300
004400     SELECT RTM-RPT-FILE ASSIGN TO "RTMRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS RTM-RPT-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  RTM-TRAN-FILE
005100     RECORD CONTAINS 80 CHARACTERS.
005200 01  RTM-TRAN-RECORD.
005300     05 RTM-TRN-ACTION     PIC X(01).
005400        88 RTM-TRN-ADD     VALUE "A".
005500        88 RTM-TRN-CHANGE  VALUE "C".
005600        88 RTM-TRN-DELETE  VALUE "D".
005700     05 RTM-TRN-SHAPE-TYPE PIC X(08).
005800        88 RTM-TRN-SHAPE-OK VALUE "CUBE    " "SPHERE  " "CYLINDER"
005900                                  "CONE    " "PYRAMID ".
006000     05 RTM-TRN-LOC        PIC X(03).
006100     05 RTM-TRN-DESC       PIC X(20).
006200     05 RTM-TRN-MACH-WC    PIC X(06).
006300     05 RTM-TRN-SETUP-MIN  PIC 9(04)V9(02).
006400     05 RTM-TRN-MACH-MIN   PIC 9(03)V9(04).
006500     05 RTM-TRN-FIN-WC     PIC X(06).
006600     05 RTM-TRN-FIN-MIN    PIC 9(03)V9(04).
006700     05 FILLER             PIC X(16).
006800
006900 FD  RTM-MASTER-FILE
007000     RECORD CONTAINS 80 CHARACTERS.
007100     COPY RTGREC.
007200
007300 FD  RTM-RPT-FILE
007400     RECORD CONTAINS 80 CHARACTERS.
007500 01  RTM-RPT-LINE              PIC X(80).
007600
007700 WORKING-STORAGE SECTION.
007800 01  RTM-TRAN-STATUS       PIC X(02).
007900     88 RTM-TRAN-OK        VALUE "00".
008000     88 RTM-TRAN-EOF       VALUE "10".
008100
008200 01  RTM-MASTER-STATUS     PIC X(02).
008300     88 RTM-MASTER-OK      VALUE "00".
008400     88 RTM-MASTER-ABSENT  VALUE "35".
008500
008600 01  RTM-RPT-STATUS        PIC X(02).
008700     88 RTM-RPT-OK         VALUE "00".
008800
008900 01  RTM-SWITCHES.
009000     05 RTM-EOF-SWITCH     PIC X(01) VALUE "N".
009100        88 RTM-AT-EOF      VALUE "Y".
009200     05 RTM-ABORT-SWITCH   PIC X(01) VALUE "N".
009300        88 RTM-ABORT       VALUE "Y".
009400
009500 77  RTM-APPLIED-COUNT     PIC 9(05) COMP VALUE ZERO.
009600 77  RTM-REJECT-COUNT      PIC 9(05) COMP VALUE ZERO.
009700
009800 01  RTM-PRT-DETAIL-LINE.
009900     05 RTM-PRT-ACTION     PIC X(01).
010000     05 FILLER             PIC X(02).
010100     05 RTM-PRT-SHAPE-TYPE PIC X(08).
010200     05 FILLER             PIC X(01).
010300     05 RTM-PRT-LOC        PIC X(03).
010400     05 FILLER             PIC X(01).
010500     05 RTM-PRT-MACH-WC    PIC X(06).
010600     05 FILLER             PIC X(01).
010700     05 RTM-PRT-SETUP-MIN  PIC ZZZ9.99.
010800     05 FILLER             PIC X(01).
010900     05 RTM-PRT-MACH-MIN   PIC ZZ9.9999.
011000     05 FILLER             PIC X(01).
011100     05 RTM-PRT-FIN-WC     PIC X(06).
011200     05 FILLER             PIC X(01).
011300     05 RTM-PRT-FIN-MIN    PIC ZZ9.9999.
011400     05 FILLER             PIC X(01).
011500     05 RTM-PRT-RESULT     PIC X(16).
011600     05 FILLER             PIC X(08).
011700
011800 01  RTM-PRT-TOTAL-LINE.
011900     05 RTM-PRT-TOT-LABEL  PIC X(20).
012000     05 RTM-PRT-APPLIED    PIC ZZZZ9.
012100     05 FILLER             PIC X(12) VALUE "  REJECTED: ".
012200     05 RTM-PRT-REJECTED   PIC ZZZZ9.
012300     05 FILLER             PIC X(38) VALUE SPACES.
012400
012500 PROCEDURE DIVISION.
012600
012700 0000-MAIN.
012800     PERFORM 1000-INIT THRU 1000-INIT-EXIT.
012900     IF NOT RTM-ABORT
013000         PERFORM 2000-PROC-TRAN THRU 2000-PROC-TRAN-EXIT
013100             UNTIL RTM-AT-EOF
013200         PERFORM 8000-TERM THRU 8000-TERM-EXIT
013300     END-IF.
013400     STOP RUN.
013500
013600 1000-INIT.
013700     OPEN INPUT RTM-TRAN-FILE.
013800     IF NOT RTM-TRAN-OK
013900         DISPLAY "RTMAINT: UNABLE TO OPEN RTMIN, STATUS "
014000             RTM-TRAN-STATUS
014100         MOVE "Y" TO RTM-EOF-SWITCH
014200         MOVE "Y" TO RTM-ABORT-SWITCH
014300         MOVE 16 TO RETURN-CODE
014400         GO TO 1000-INIT-EXIT
014500     END-IF.
014600     OPEN I-O RTM-MASTER-FILE.
014700     IF RTM-MASTER-ABSENT
014800         OPEN OUTPUT RTM-MASTER-FILE
014900         CLOSE RTM-MASTER-FILE
015000         OPEN I-O RTM-MASTER-FILE
015100     END-IF.
015200     IF NOT RTM-MASTER-OK
015300         DISPLAY "RTMAINT: UNABLE TO OPEN RTGMST, STATUS "
015400             RTM-MASTER-STATUS
015500         MOVE "Y" TO RTM-ABORT-SWITCH
015600         MOVE 16 TO RETURN-CODE
015700         GO TO 1000-INIT-EXIT
015800     END-IF.
015900     OPEN OUTPUT RTM-RPT-FILE.
016000     IF NOT RTM-RPT-OK
016100         DISPLAY "RTMAINT: UNABLE TO OPEN RTMRPT, STATUS "
016200             RTM-RPT-STATUS
016300         MOVE "Y" TO RTM-ABORT-SWITCH
016400         MOVE 16 TO RETURN-CODE
016500         GO TO 1000-INIT-EXIT
016600     END-IF.
016700     PERFORM 2100-READ-TRAN THRU 2100-READ-TRAN-EXIT.
016800 1000-INIT-EXIT.
016900     EXIT.
017000
017100 2000-PROC-TRAN.
017200     PERFORM 3000-APPLY-TRAN THRU 3000-APPLY-TRAN-EXIT.
017300     PERFORM 2100-READ-TRAN THRU 2100-READ-TRAN-EXIT.
017400 2000-PROC-TRAN-EXIT.
017500     EXIT.
017600
017700 2100-READ-TRAN.
017800     READ RTM-TRAN-FILE
017900         AT END
018000             MOVE "Y" TO RTM-EOF-SWITCH
018100     END-READ.
018200 2100-READ-TRAN-EXIT.
018300     EXIT.
018400
018500 3000-APPLY-TRAN.
018600     MOVE SPACES             TO RTM-PRT-DETAIL-LINE.
018700     MOVE RTM-TRN-ACTION     TO RTM-PRT-ACTION.
018800     MOVE RTM-TRN-SHAPE-TYPE TO RTM-PRT-SHAPE-TYPE.
018900     MOVE RTM-TRN-LOC        TO RTM-PRT-LOC.
019000     MOVE RTM-TRN-MACH-WC    TO RTM-PRT-MACH-WC.
019100     MOVE RTM-TRN-FIN-WC     TO RTM-PRT-FIN-WC.
019200     IF NOT RTM-TRN-SHAPE-OK
019300         MOVE "BAD SHAPE TYPE"    TO RTM-PRT-RESULT
019400         ADD 1 TO RTM-REJECT-COUNT
019500         GO TO 3000-APPLY-TRAN-WRITE
019600     END-IF.
019700     IF RTM-TRN-LOC = SPACES
019800         MOVE "NO LOCATION"       TO RTM-PRT-RESULT
019900         ADD 1 TO RTM-REJECT-COUNT
020000         GO TO 3000-APPLY-TRAN-WRITE
020100     END-IF.
020200     IF RTM-TRN-ADD OR RTM-TRN-CHANGE
020300         IF RTM-TRN-SETUP-MIN NOT NUMERIC
020400             OR RTM-TRN-MACH-MIN NOT NUMERIC
020500             OR RTM-TRN-FIN-MIN NOT NUMERIC
020600             MOVE "BAD TIME"          TO RTM-PRT-RESULT
020700             ADD 1 TO RTM-REJECT-COUNT
020800             GO TO 3000-APPLY-TRAN-WRITE
020900         END-IF
021000         MOVE RTM-TRN-SETUP-MIN TO RTM-PRT-SETUP-MIN
021100         MOVE RTM-TRN-MACH-MIN  TO RTM-PRT-MACH-MIN
021200         MOVE RTM-TRN-FIN-MIN   TO RTM-PRT-FIN-MIN
021300         IF RTM-TRN-MACH-WC = SPACES
021400             MOVE "NO WORK CENTER"    TO RTM-PRT-RESULT
021500             ADD 1 TO RTM-REJECT-COUNT
021600             GO TO 3000-APPLY-TRAN-WRITE
021700         END-IF
021800     END-IF.
021900     IF RTM-TRN-ADD
022000         PERFORM 3100-ADD-ROUTING THRU 3100-ADD-ROUTING-EXIT
022100     ELSE
022200         IF RTM-TRN-CHANGE
022300             PERFORM 3200-CHANGE-ROUTING
022400                 THRU 3200-CHANGE-ROUTING-EXIT
022500         ELSE
022600             IF RTM-TRN-DELETE
022700                 PERFORM 3300-DELETE-ROUTING
022800                     THRU 3300-DELETE-ROUTING-EXIT
022900             ELSE
023000                 MOVE "INVALID ACTION"  TO RTM-PRT-RESULT
023100                 ADD 1 TO RTM-REJECT-COUNT
023200             END-IF
023300         END-IF
023400     END-IF.
023500 3000-APPLY-TRAN-WRITE.
023600     MOVE RTM-PRT-DETAIL-LINE TO RTM-RPT-LINE.
023700     WRITE RTM-RPT-LINE.
023800 3000-APPLY-TRAN-EXIT.
023900     EXIT.
024000
024100 3100-ADD-ROUTING.
024200     MOVE SPACES             TO RT-ROUTING-RECORD.
024300     MOVE RTM-TRN-SHAPE-TYPE TO RT-SHAPE-TYPE.
024400     MOVE RTM-TRN-LOC        TO RT-LOC.
024500     MOVE RTM-TRN-DESC       TO RT-DESC.
024600     MOVE RTM-TRN-MACH-WC    TO RT-MACH-WC.
024700     MOVE RTM-TRN-SETUP-MIN  TO RT-SETUP-MIN.
024800     MOVE RTM-TRN-MACH-MIN   TO RT-MACH-MIN-CC.
024900     MOVE RTM-TRN-FIN-WC     TO RT-FIN-WC.
025000     MOVE RTM-TRN-FIN-MIN    TO RT-FIN-MIN-CM2.
025100     WRITE RT-ROUTING-RECORD
025200         INVALID KEY
025300             MOVE "ROUTING EXISTS"    TO RTM-PRT-RESULT
025400             ADD 1 TO RTM-REJECT-COUNT
025500         NOT INVALID KEY
025600             MOVE "ADDED"             TO RTM-PRT-RESULT
025700             ADD 1 TO RTM-APPLIED-COUNT
025800     END-WRITE.
025900 3100-ADD-ROUTING-EXIT.
026000     EXIT.
026100
026200 3200-CHANGE-ROUTING.
026300     MOVE RTM-TRN-SHAPE-TYPE TO RT-SHAPE-TYPE.
026400     MOVE RTM-TRN-LOC        TO RT-LOC.
026500     READ RTM-MASTER-FILE
026600         INVALID KEY
026700             MOVE "NO SUCH ROUTING"   TO RTM-PRT-RESULT
026800             ADD 1 TO RTM-REJECT-COUNT
026900             GO TO 3200-CHANGE-ROUTING-EXIT
027000     END-READ.
027100     MOVE RTM-TRN-DESC       TO RT-DESC.
027200     MOVE RTM-TRN-MACH-WC    TO RT-MACH-WC.
027300     MOVE RTM-TRN-SETUP-MIN  TO RT-SETUP-MIN.
027400     MOVE RTM-TRN-MACH-MIN   TO RT-MACH-MIN-CC.
027500     MOVE RTM-TRN-FIN-WC     TO RT-FIN-WC.
027600     MOVE RTM-TRN-FIN-MIN    TO RT-FIN-MIN-CM2.
027700     REWRITE RT-ROUTING-RECORD
027800         INVALID KEY
027900             MOVE "REWRITE FAILED"    TO RTM-PRT-RESULT
028000             ADD 1 TO RTM-REJECT-COUNT
028100         NOT INVALID KEY
028200             MOVE "CHANGED"           TO RTM-PRT-RESULT
028300             ADD 1 TO RTM-APPLIED-COUNT
028400     END-REWRITE.
028500 3200-CHANGE-ROUTING-EXIT.
028600     EXIT.
028700
028800 3300-DELETE-ROUTING.
028900     MOVE RTM-TRN-SHAPE-TYPE TO RT-SHAPE-TYPE.
029000     MOVE RTM-TRN-LOC        TO RT-LOC.
029100     DELETE RTM-MASTER-FILE
029200         INVALID KEY
029300             MOVE "NO SUCH ROUTING"   TO RTM-PRT-RESULT
029400             ADD 1 TO RTM-REJECT-COUNT
029500         NOT INVALID KEY
029600             MOVE "DELETED"           TO RTM-PRT-RESULT
029700             ADD 1 TO RTM-APPLIED-COUNT
029800     END-DELETE.
029900 3300-DELETE-ROUTING-EXIT.
030000     EXIT.
030100
030200 8000-TERM.
030300     MOVE "TOTAL APPLIED:     " TO RTM-PRT-TOT-LABEL.
030400     MOVE RTM-APPLIED-COUNT   TO RTM-PRT-APPLIED.
030500     MOVE RTM-REJECT-COUNT    TO RTM-PRT-REJECTED.
030600     MOVE RTM-PRT-TOTAL-LINE  TO RTM-RPT-LINE.
030700     WRITE RTM-RPT-LINE.
030800     IF RTM-REJECT-COUNT > 0
030900         MOVE 4 TO RETURN-CODE
031000     END-IF.
031100     CLOSE RTM-TRAN-FILE.
031200     CLOSE RTM-MASTER-FILE.
031300     CLOSE RTM-RPT-FILE.
031400 8000-TERM-EXIT.
031500     EXIT.
031600
031700 END PROGRAM RTMAINT.
