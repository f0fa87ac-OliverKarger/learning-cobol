000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RLGUPD IS INITIAL.
000300 AUTHOR. J HOFFMANN.
000400 INSTALLATION. FABRIKATIONSPLANUNG.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 2026-10-15 JH    ORIGINAL RUN-LEDGER SUBPROGRAM. KEEPS ONE
001100*                  RUNLDG RECORD (RLGREC LAYOUT) PER POSTING STEP
001200*                  PER BUSINESS NIGHT - STARTED, COMPLETED AND
001300*                  POSTED - FOR BEDINGUNGEN, VARS AND KOERPER,
001400*                  WHICH CALL IT AT START-UP (STRT), JUST BEFORE
001500*                  THEIR FIRST RSLHIST POSTING (POST) AND AT END
001600*                  OF JOB (DONE). A STEP THAT FINDS ITS NIGHT
001700*                  ALREADY POSTED ON A RESUBMITTED CYCLE SKIPS
001800*                  THE RUNHIST AND RSLHIST POSTINGS, SO THE SAME
001900*                  NIGHT IS NEVER APPENDED TWICE. THE LEDGER IS
002000*                  CREATED ON FIRST USE; ANY OTHER OPEN OR I/O
002100*                  FAILURE COMES BACK AS RETURN CODE 16 AND THE
002200*                  CALLER HOLDS THE STEP. WRITTEN IN THE SAME
002300*                  CALLABLE STYLE AS BDTCHK.
002400*-----------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. GENERIC.
002900 OBJECT-COMPUTER. GENERIC.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RLG-LEDGER-FILE ASSIGN TO "RUNLDG"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS RL-KEY
003700         FILE STATUS IS RLG-LEDGER-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  RLG-LEDGER-FILE
004200     RECORD CONTAINS 100 CHARACTERS.
004300     COPY RLGREC.
004400
004500 WORKING-STORAGE SECTION.
004600 01  RLG-LEDGER-STATUS     PIC X(02).
004700     88 RLG-LEDGER-OK      VALUE "00".
004800     88 RLG-LEDGER-ABSENT  VALUE "35".
004900
005000 01  RLG-FOUND-SWITCH      PIC X(01) VALUE "N".
005100     88 RLG-FOUND          VALUE "Y".
005200
005300 01  RLG-STAMP.
005400     05 RLG-STAMP-DATE     PIC X(08).
005500     05 RLG-STAMP-TIME     PIC X(06).
005600 01  RLG-TIME-WORK         PIC X(08).
005700
005800 LINKAGE SECTION.
005900     COPY RLGPARM.
006000
006100 PROCEDURE DIVISION USING RLG-PARMS.
006200
006300 0000-MAIN.
006400     MOVE 0 TO RLG-RETURN-CODE.
006500     PERFORM 1000-OPEN-LEDGER THRU 1000-OPEN-LEDGER-EXIT.
006600     IF NOT RLG-OK
006700         GOBACK
006800     END-IF.
006900     ACCEPT RLG-STAMP-DATE FROM DATE YYYYMMDD.
007000     ACCEPT RLG-TIME-WORK FROM TIME.
007100     MOVE RLG-TIME-WORK (1:6) TO RLG-STAMP-TIME.
007200     PERFORM 1100-READ-ENTRY THRU 1100-READ-ENTRY-EXIT.
007300     IF RLG-FN-START
007400         PERFORM 2000-STEP-START THRU 2000-STEP-START-EXIT
007500     ELSE
007600         IF RLG-FN-POSTING
007700             PERFORM 3000-STEP-POSTING THRU 3000-STEP-POSTING-EXIT
007800         ELSE
007900             IF RLG-FN-DONE
008000                 PERFORM 4000-STEP-DONE THRU 4000-STEP-DONE-EXIT
008100             ELSE
008200                 DISPLAY RLG-PROGRAM-ID ": INVALID RUN LEDGER "
008300                     "FUNCTION " RLG-FUNCTION
008400                 MOVE 16 TO RLG-RETURN-CODE
008500             END-IF
008600         END-IF
008700     END-IF.
008800     CLOSE RLG-LEDGER-FILE.
008900     GOBACK.
009000
009100 1000-OPEN-LEDGER.
009200     OPEN I-O RLG-LEDGER-FILE.
009300     IF RLG-LEDGER-ABSENT
009400         OPEN OUTPUT RLG-LEDGER-FILE
009500         CLOSE RLG-LEDGER-FILE
009600         OPEN I-O RLG-LEDGER-FILE
009700     END-IF.
009800     IF NOT RLG-LEDGER-OK
009900         DISPLAY RLG-PROGRAM-ID ": RUN LEDGER RUNLDG NOT "
010000             "AVAILABLE, STATUS " RLG-LEDGER-STATUS
010100         MOVE 16 TO RLG-RETURN-CODE
010200     END-IF.
010300 1000-OPEN-LEDGER-EXIT.
010400     EXIT.
010500
010600 1100-READ-ENTRY.
010700     MOVE "N"            TO RLG-FOUND-SWITCH.
010800     MOVE RLG-BUS-DATE   TO RL-BUS-DATE.
010900     MOVE RLG-PROGRAM-ID TO RL-PROGRAM-ID.
011000     READ RLG-LEDGER-FILE
011100         INVALID KEY
011200             GO TO 1100-READ-ENTRY-EXIT
011300     END-READ.
011400     MOVE "Y" TO RLG-FOUND-SWITCH.
011500 1100-READ-ENTRY-EXIT.
011600     EXIT.
011700
011800 2000-STEP-START.
011900     IF NOT RLG-FOUND
012000         MOVE SPACES         TO RL-LEDGER-RECORD
012100         MOVE RLG-BUS-DATE   TO RL-BUS-DATE
012200         MOVE RLG-PROGRAM-ID TO RL-PROGRAM-ID
012300         MOVE "N"            TO RL-POST-STATE
012400         MOVE ZERO           TO RL-ATTEMPTS
012500         MOVE ZERO           TO RL-RSL-COUNT
012600         MOVE ZERO           TO RL-HIST-COUNT
012700     END-IF.
012800     MOVE "Y"        TO RL-STARTED-SW.
012900     MOVE "N"        TO RL-COMPLETED-SW.
013000     ADD 1           TO RL-ATTEMPTS.
013100     MOVE ZERO       TO RL-LAST-RC.
013200     MOVE RLG-STAMP  TO RL-START-STAMP.
013300     MOVE SPACES     TO RL-END-STAMP.
013400     PERFORM 5000-PUT-ENTRY THRU 5000-PUT-ENTRY-EXIT.
013500     MOVE RL-POST-STATE TO RLG-POST-STATE.
013600     MOVE RL-ATTEMPTS   TO RLG-ATTEMPTS.
013700     MOVE RL-RSL-COUNT  TO RLG-RSL-COUNT.
013800 2000-STEP-START-EXIT.
013900     EXIT.
014000
014100 3000-STEP-POSTING.
014200     IF NOT RLG-FOUND
014300         DISPLAY RLG-PROGRAM-ID ": RUN LEDGER ENTRY MISSING FOR "
014400             RLG-BUS-DATE
014500         MOVE 16 TO RLG-RETURN-CODE
014600         GO TO 3000-STEP-POSTING-EXIT
014700     END-IF.
014800     IF RL-NOT-POSTED
014900         MOVE "P" TO RL-POST-STATE
015000         PERFORM 5000-PUT-ENTRY THRU 5000-PUT-ENTRY-EXIT
015100     END-IF.
015200     MOVE RL-POST-STATE TO RLG-POST-STATE.
015300 3000-STEP-POSTING-EXIT.
015400     EXIT.
015500
015600 4000-STEP-DONE.
015700     IF NOT RLG-FOUND
015800         DISPLAY RLG-PROGRAM-ID ": RUN LEDGER ENTRY MISSING FOR "
015900             RLG-BUS-DATE
016000         MOVE 16 TO RLG-RETURN-CODE
016100         GO TO 4000-STEP-DONE-EXIT
016200     END-IF.
016300     IF RLG-STEP-RC = 0
016400         MOVE "Y" TO RL-COMPLETED-SW
016500     ELSE
016600         MOVE "N" TO RL-COMPLETED-SW
016700     END-IF.
016800     MOVE RLG-STEP-RC    TO RL-LAST-RC.
016900     MOVE RLG-STAMP      TO RL-END-STAMP.
017000     ADD RLG-RSL-COUNT   TO RL-RSL-COUNT.
017100     IF RLG-HIST-COUNT > 0
017200         MOVE RLG-HIST-COUNT TO RL-HIST-COUNT
017300     END-IF.
017400     MOVE RLG-POST-STATE TO RL-POST-STATE.
017500     PERFORM 5000-PUT-ENTRY THRU 5000-PUT-ENTRY-EXIT.
017600 4000-STEP-DONE-EXIT.
017700     EXIT.
017800
017900 5000-PUT-ENTRY.
018000     IF RLG-FOUND
018100         REWRITE RL-LEDGER-RECORD
018200             INVALID KEY
018300                 DISPLAY RLG-PROGRAM-ID ": RUN LEDGER REWRITE "
018400                     "FAILED, STATUS " RLG-LEDGER-STATUS
018500                 MOVE 16 TO RLG-RETURN-CODE
018600         END-REWRITE
018700     ELSE
018800         WRITE RL-LEDGER-RECORD
018900             INVALID KEY
019000                 DISPLAY RLG-PROGRAM-ID ": RUN LEDGER WRITE "
019100                     "FAILED, STATUS " RLG-LEDGER-STATUS
019200                 MOVE 16 TO RLG-RETURN-CODE
019300             NOT INVALID KEY
019400                 MOVE "Y" TO RLG-FOUND-SWITCH
019500         END-WRITE
019600     END-IF.
019700 5000-PUT-ENTRY-EXIT.
019800     EXIT.
019900
020000 END PROGRAM RLGUPD.
