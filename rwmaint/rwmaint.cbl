000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RWMAINT.
000300 AUTHOR. J HOFFMANN.
000400 INSTALLATION. FABRIKATIONSPLANUNG.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 2026-10-15 JH    ORIGINAL RAW-STOCK MASTER MAINTENANCE PROGRAM,
001100*                  COMPANION TO MTMAINT. READS ADD/CHANGE/DELETE
001200*                  TRANSACTIONS FROM RWMIN AND APPLIES THEM TO THE
001300*                  INDEXED RAWMST FILE, KEYED BY MATERIAL, FORM
001400*                  (P PLATE, R ROUND BAR, S SQUARE BAR) AND SIZE,
001500*                  SO CUTPLAN KNOWS WHICH BAR DIAMETERS, BAR SIDES
001600*                  AND PLATE THICKNESSES STORES CARRIES FOR EACH
001700*                  MATERIAL AND AT WHAT STANDARD LENGTH. EVERY
001800*                  TRANSACTION IS ECHOED TO THE RWMRPT REPORT WITH
001900*                  ITS DISPOSITION. LENGTH AND KERF MUST BE
002000*                  NUMERIC ON AN ADD OR CHANGE, A PLATE MUST CARRY
002100*                  A WIDTH AND A BAR MUST NOT, AND THE RUN ENDS
002200*                  WITH RETURN-CODE 4 WHEN ANY TRANSACTION COULD
002300*                  NOT BE APPLIED - SAME CONVENTIONS AS PTMAINT
002400*                  AND MTMAINT.
002500*-----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. GENERIC.
002900 OBJECT-COMPUTER. GENERIC.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RWM-TRAN-FILE ASSIGN TO "RWMIN"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS RWM-TRAN-STATUS.
003600
003700     SELECT RWM-MASTER-FILE ASSIGN TO "RAWMST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS RW-KEY
004100         FILE STATUS IS RWM-MASTER-STATUS.
004200
004300     SELECT RWM-RPT-FILE ASSIGN TO "RWMRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS RWM-RPT-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  RWM-TRAN-FILE
005000     RECORD CONTAINS 60 CHARACTERS.
005100 01  RWM-TRAN-RECORD.
005200     05 RWM-TRN-ACTION     PIC X(01).
005300        88 RWM-TRN-ADD     VALUE "A".
005400        88 RWM-TRN-CHANGE  VALUE "C".
005500        88 RWM-TRN-DELETE  VALUE "D".
005600     05 RWM-TRN-MAT-CODE   PIC X(04).
005700     05 RWM-TRN-FORM       PIC X(01).
005800        88 RWM-TRN-PLATE   VALUE "P".
005900        88 RWM-TRN-BAR     VALUE "R" "S".
006000     05 RWM-TRN-SIZE       PIC 9(04)V9(02).
006100     05 RWM-TRN-DESC       PIC X(20).
006200     05 RWM-TRN-STD-LEN    PIC 9(05)V9(02).
006300     05 RWM-TRN-STD-WIDTH  PIC 9(05)V9(02).
006400     05 RWM-TRN-KERF       PIC 9(01)V9(03).
006500     05 FILLER             PIC X(10).
006600
006700 FD  RWM-MASTER-FILE
006800     RECORD CONTAINS 60 CHARACTERS.
006900     COPY RAWREC.
007000
007100 FD  RWM-RPT-FILE
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  RWM-RPT-LINE              PIC X(80).
007400
007500 WORKING-STORAGE SECTION.
007600 01  RWM-TRAN-STATUS       PIC X(02).
007700     88 RWM-TRAN-OK        VALUE "00".
007800     88 RWM-TRAN-EOF       VALUE "10".
007900
008000 01  RWM-MASTER-STATUS     PIC X(02).
008100     88 RWM-MASTER-OK      VALUE "00".
008200     88 RWM-MASTER-ABSENT  VALUE "35".
008300
008400 01  RWM-RPT-STATUS        PIC X(02).
008500     88 RWM-RPT-OK         VALUE "00".
008600
008700 01  RWM-SWITCHES.
008800     05 RWM-EOF-SWITCH     PIC X(01) VALUE "N".
008900        88 RWM-AT-EOF      VALUE "Y".
009000     05 RWM-ABORT-SWITCH   PIC X(01) VALUE "N".
009100        88 RWM-ABORT       VALUE "Y".
009200
009300 77  RWM-APPLIED-COUNT     PIC 9(05) COMP VALUE ZERO.
009400 77  RWM-REJECT-COUNT      PIC 9(05) COMP VALUE ZERO.
009500
009600 01  RWM-PRT-DETAIL-LINE.
009700     05 RWM-PRT-ACTION     PIC X(01).
009800     05 FILLER             PIC X(02).
009900     05 RWM-PRT-MAT-CODE   PIC X(04).
010000     05 FILLER             PIC X(01).
010100     05 RWM-PRT-FORM       PIC X(01).
010200     05 FILLER             PIC X(01).
010300     05 RWM-PRT-SIZE       PIC ZZZ9.99.
010400     05 FILLER             PIC X(01).
010500     05 RWM-PRT-DESC       PIC X(20).
010600     05 FILLER             PIC X(01).
010700     05 RWM-PRT-STD-LEN    PIC ZZZZ9.99.
010800     05 FILLER             PIC X(01).
010900     05 RWM-PRT-STD-WIDTH  PIC ZZZZ9.99.
011000     05 FILLER             PIC X(01).
011100     05 RWM-PRT-KERF       PIC 9.999.
011200     05 FILLER             PIC X(01).
011300     05 RWM-PRT-RESULT     PIC X(16).
011400     05 FILLER             PIC X(01).
011500
011600 01  RWM-PRT-TOTAL-LINE.
011700     05 RWM-PRT-TOT-LABEL  PIC X(20).
011800     05 RWM-PRT-APPLIED    PIC ZZZZ9.
011900     05 FILLER             PIC X(12) VALUE "  REJECTED: ".
012000     05 RWM-PRT-REJECTED   PIC ZZZZ9.
012100     05 FILLER             PIC X(38) VALUE SPACES.
012200
012300 PROCEDURE DIVISION.
012400
012500 0000-MAIN.
012600     PERFORM 1000-INIT THRU 1000-INIT-EXIT.
012700     IF NOT RWM-ABORT
012800         PERFORM 2000-PROC-TRAN THRU 2000-PROC-TRAN-EXIT
012900             UNTIL RWM-AT-EOF
013000         PERFORM 8000-TERM THRU 8000-TERM-EXIT
013100     END-IF.
013200     STOP RUN.
013300
013400 1000-INIT.
013500     OPEN INPUT RWM-TRAN-FILE.
013600     IF NOT RWM-TRAN-OK
013700         DISPLAY "RWMAINT: UNABLE TO OPEN RWMIN, STATUS "
013800             RWM-TRAN-STATUS
013900         MOVE "Y" TO RWM-EOF-SWITCH
014000         MOVE "Y" TO RWM-ABORT-SWITCH
014100         MOVE 16 TO RETURN-CODE
014200         GO TO 1000-INIT-EXIT
014300     END-IF.
014400     OPEN I-O RWM-MASTER-FILE.
014500     IF RWM-MASTER-ABSENT
014600         OPEN OUTPUT RWM-MASTER-FILE
014700         CLOSE RWM-MASTER-FILE
014800         OPEN I-O RWM-MASTER-FILE
014900     END-IF.
015000     IF NOT RWM-MASTER-OK
015100         DISPLAY "RWMAINT: UNABLE TO OPEN RAWMST, STATUS "
015200             RWM-MASTER-STATUS
015300         MOVE "Y" TO RWM-ABORT-SWITCH
015400         MOVE 16 TO RETURN-CODE
015500         GO TO 1000-INIT-EXIT
015600     END-IF.
015700     OPEN OUTPUT RWM-RPT-FILE.
015800     IF NOT RWM-RPT-OK
015900         DISPLAY "RWMAINT: UNABLE TO OPEN RWMRPT, STATUS "
016000             RWM-RPT-STATUS
016100         MOVE "Y" TO RWM-ABORT-SWITCH
016200         MOVE 16 TO RETURN-CODE
016300         GO TO 1000-INIT-EXIT
016400     END-IF.
016500     PERFORM 2100-READ-TRAN THRU 2100-READ-TRAN-EXIT.
016600 1000-INIT-EXIT.
016700     EXIT.
016800
016900 2000-PROC-TRAN.
017000     PERFORM 3000-APPLY-TRAN THRU 3000-APPLY-TRAN-EXIT.
017100     PERFORM 2100-READ-TRAN THRU 2100-READ-TRAN-EXIT.
017200 2000-PROC-TRAN-EXIT.
017300     EXIT.
017400
017500 2100-READ-TRAN.
017600     READ RWM-TRAN-FILE
017700         AT END
017800             MOVE "Y" TO RWM-EOF-SWITCH
017900     END-READ.
018000 2100-READ-TRAN-EXIT.
018100     EXIT.
018200
018300 3000-APPLY-TRAN.
018400     MOVE SPACES            TO RWM-PRT-DETAIL-LINE.
018500     MOVE RWM-TRN-ACTION    TO RWM-PRT-ACTION.
018600     MOVE RWM-TRN-MAT-CODE  TO RWM-PRT-MAT-CODE.
018700     MOVE RWM-TRN-FORM      TO RWM-PRT-FORM.
018800     MOVE RWM-TRN-DESC      TO RWM-PRT-DESC.
018900     IF RWM-TRN-MAT-CODE = SPACES
019000         MOVE "NO MATERIAL CODE"  TO RWM-PRT-RESULT
019100         ADD 1 TO RWM-REJECT-COUNT
019200         GO TO 3000-APPLY-TRAN-WRITE
019300     END-IF.
019400     IF NOT RWM-TRN-PLATE AND NOT RWM-TRN-BAR
019500         MOVE "BAD FORM"          TO RWM-PRT-RESULT
019600         ADD 1 TO RWM-REJECT-COUNT
019700         GO TO 3000-APPLY-TRAN-WRITE
019800     END-IF.
019900     IF RWM-TRN-SIZE NOT NUMERIC
020000         MOVE "BAD SIZE"          TO RWM-PRT-RESULT
020100         ADD 1 TO RWM-REJECT-COUNT
020200         GO TO 3000-APPLY-TRAN-WRITE
020300     END-IF.
020400     MOVE RWM-TRN-SIZE      TO RWM-PRT-SIZE.
020500     IF RWM-TRN-SIZE = ZERO
020600         MOVE "BAD SIZE"          TO RWM-PRT-RESULT
020700         ADD 1 TO RWM-REJECT-COUNT
020800         GO TO 3000-APPLY-TRAN-WRITE
020900     END-IF.
021000     IF RWM-TRN-ADD OR RWM-TRN-CHANGE
021100         IF RWM-TRN-STD-LEN NOT NUMERIC
021200             OR RWM-TRN-STD-WIDTH NOT NUMERIC
021300             OR RWM-TRN-KERF NOT NUMERIC
021400             MOVE "BAD LENGTH/KERF"   TO RWM-PRT-RESULT
021500             ADD 1 TO RWM-REJECT-COUNT
021600             GO TO 3000-APPLY-TRAN-WRITE
021700         END-IF
021800         MOVE RWM-TRN-STD-LEN   TO RWM-PRT-STD-LEN
021900         MOVE RWM-TRN-STD-WIDTH TO RWM-PRT-STD-WIDTH
022000         MOVE RWM-TRN-KERF      TO RWM-PRT-KERF
022100         IF RWM-TRN-STD-LEN = ZERO
022200             MOVE "BAD LENGTH/KERF"   TO RWM-PRT-RESULT
022300             ADD 1 TO RWM-REJECT-COUNT
022400             GO TO 3000-APPLY-TRAN-WRITE
022500         END-IF
022600         IF RWM-TRN-PLATE AND RWM-TRN-STD-WIDTH = ZERO
022700             MOVE "NO PLATE WIDTH"    TO RWM-PRT-RESULT
022800             ADD 1 TO RWM-REJECT-COUNT
022900             GO TO 3000-APPLY-TRAN-WRITE
023000         END-IF
023100         IF RWM-TRN-BAR AND RWM-TRN-STD-WIDTH NOT = ZERO
023200             MOVE "WIDTH ON A BAR"    TO RWM-PRT-RESULT
023300             ADD 1 TO RWM-REJECT-COUNT
023400             GO TO 3000-APPLY-TRAN-WRITE
023500         END-IF
023600     END-IF.
023700     IF RWM-TRN-ADD
023800         PERFORM 3100-ADD-RAW THRU 3100-ADD-RAW-EXIT
023900     ELSE
024000         IF RWM-TRN-CHANGE
024100             PERFORM 3200-CHANGE-RAW THRU 3200-CHANGE-RAW-EXIT
024200         ELSE
024300             IF RWM-TRN-DELETE
024400                 PERFORM 3300-DELETE-RAW
024500                     THRU 3300-DELETE-RAW-EXIT
024600             ELSE
024700                 MOVE "INVALID ACTION"  TO RWM-PRT-RESULT
024800                 ADD 1 TO RWM-REJECT-COUNT
024900             END-IF
025000         END-IF
025100     END-IF.
025200 3000-APPLY-TRAN-WRITE.
025300     MOVE RWM-PRT-DETAIL-LINE TO RWM-RPT-LINE.
025400     WRITE RWM-RPT-LINE.
025500 3000-APPLY-TRAN-EXIT.
025600     EXIT.
025700
025800 3100-ADD-RAW.
025900     MOVE SPACES            TO RW-RAW-RECORD.
026000     MOVE RWM-TRN-MAT-CODE  TO RW-MAT-CODE.
026100     MOVE RWM-TRN-FORM      TO RW-FORM.
026200     MOVE RWM-TRN-SIZE      TO RW-SIZE.
026300     MOVE RWM-TRN-DESC      TO RW-DESC.
026400     MOVE RWM-TRN-STD-LEN   TO RW-STD-LEN.
026500     MOVE RWM-TRN-STD-WIDTH TO RW-STD-WIDTH.
026600     MOVE RWM-TRN-KERF      TO RW-KERF.
026700     WRITE RW-RAW-RECORD
026800         INVALID KEY
026900             MOVE "DUPLICATE FORM"    TO RWM-PRT-RESULT
027000             ADD 1 TO RWM-REJECT-COUNT
027100         NOT INVALID KEY
027200             MOVE "ADDED"             TO RWM-PRT-RESULT
027300             ADD 1 TO RWM-APPLIED-COUNT
027400     END-WRITE.
027500 3100-ADD-RAW-EXIT.
027600     EXIT.
027700
027800 3200-CHANGE-RAW.
027900     MOVE RWM-TRN-MAT-CODE  TO RW-MAT-CODE.
028000     MOVE RWM-TRN-FORM      TO RW-FORM.
028100     MOVE RWM-TRN-SIZE      TO RW-SIZE.
028200     READ RWM-MASTER-FILE
028300         INVALID KEY
028400             MOVE "FORM NOT FOUND"    TO RWM-PRT-RESULT
028500             ADD 1 TO RWM-REJECT-COUNT
028600             GO TO 3200-CHANGE-RAW-EXIT
028700     END-READ.
028800     MOVE RWM-TRN-DESC      TO RW-DESC.
028900     MOVE RWM-TRN-STD-LEN   TO RW-STD-LEN.
029000     MOVE RWM-TRN-STD-WIDTH TO RW-STD-WIDTH.
029100     MOVE RWM-TRN-KERF      TO RW-KERF.
029200     REWRITE RW-RAW-RECORD
029300         INVALID KEY
029400             MOVE "REWRITE FAILED"    TO RWM-PRT-RESULT
029500             ADD 1 TO RWM-REJECT-COUNT
029600         NOT INVALID KEY
029700             MOVE "CHANGED"           TO RWM-PRT-RESULT
029800             ADD 1 TO RWM-APPLIED-COUNT
029900     END-REWRITE.
030000 3200-CHANGE-RAW-EXIT.
030100     EXIT.
030200
030300 3300-DELETE-RAW.
030400     MOVE RWM-TRN-MAT-CODE  TO RW-MAT-CODE.
030500     MOVE RWM-TRN-FORM      TO RW-FORM.
030600     MOVE RWM-TRN-SIZE      TO RW-SIZE.
030700     DELETE RWM-MASTER-FILE
030800         INVALID KEY
030900             MOVE "FORM NOT FOUND"    TO RWM-PRT-RESULT
031000             ADD 1 TO RWM-REJECT-COUNT
031100         NOT INVALID KEY
031200             MOVE "DELETED"           TO RWM-PRT-RESULT
031300             ADD 1 TO RWM-APPLIED-COUNT
031400     END-DELETE.
031500 3300-DELETE-RAW-EXIT.
031600     EXIT.
031700
031800 8000-TERM.
031900     MOVE "TOTAL APPLIED:     " TO RWM-PRT-TOT-LABEL.
032000     MOVE RWM-APPLIED-COUNT   TO RWM-PRT-APPLIED.
032100     MOVE RWM-REJECT-COUNT    TO RWM-PRT-REJECTED.
032200     MOVE RWM-PRT-TOTAL-LINE  TO RWM-RPT-LINE.
032300     WRITE RWM-RPT-LINE.
032400     IF RWM-REJECT-COUNT > 0
032500         MOVE 4 TO RETURN-CODE
032600     END-IF.
032700     CLOSE RWM-TRAN-FILE.
032800     CLOSE RWM-MASTER-FILE.
032900     CLOSE RWM-RPT-FILE.
033000 8000-TERM-EXIT.
033100     EXIT.
033200
033300 END PROGRAM RWMAINT.
