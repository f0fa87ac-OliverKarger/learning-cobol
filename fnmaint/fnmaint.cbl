000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FNMAINT.
000300 AUTHOR. J HOFFMANN.
000400 INSTALLATION. FABRIKATIONSPLANUNG.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 2026-10-15 JH    ORIGINAL FINISHING-MASTER MAINTENANCE PROGRAM,
001100*                  COMPANION TO MTMAINT. READS ADD/CHANGE/DELETE
001200*                  TRANSACTIONS FROM FNMIN AND APPLIES THEM TO
001300*                  THE INDEXED FINMST FILE, KEYED BY FINISH CODE,
001400*                  SO BEDINGUNGEN AND KOERPER CAN EXTEND EVERY
001500*                  COMPUTED SURFACE INTO A FINISHING COST (COST
001600*                  PER SQUARE CM, WITH A MINIMUM LOT CHARGE PER
001700*                  ORDER LINE). EVERY TRANSACTION IS ECHOED TO
001800*                  THE FNMRPT REPORT WITH ITS DISPOSITION, COST
001900*                  AND MINIMUM LOT MUST BE NUMERIC ON AN ADD OR
002000*                  CHANGE, AND THE RUN ENDS WITH RETURN-CODE 4
002100*                  WHEN ANY TRANSACTION COULD NOT BE APPLIED -
002200*                  SAME CONVENTIONS AS PTMAINT AND MTMAINT.
002300*-----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. GENERIC.
002700 OBJECT-COMPUTER. GENERIC.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT FNM-TRAN-FILE ASSIGN TO "FNMIN"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS FNM-TRAN-STATUS.
003400
003500     SELECT FNM-MASTER-FILE ASSIGN TO "FINMST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS FN-FIN-CODE
003900         FILE STATUS IS FNM-MASTER-STATUS.
004000
004100     SELECT FNM-RPT-FILE ASSIGN TO "FNMRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FNM-RPT-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  FNM-TRAN-FILE
004800     RECORD CONTAINS 44 CHARACTERS.
004900 01  FNM-TRAN-RECORD.
005000     05 FNM-TRN-ACTION     PIC X(01).
005100        88 FNM-TRN-ADD     VALUE "A".
005200        88 FNM-TRN-CHANGE  VALUE "C".
005300        88 FNM-TRN-DELETE  VALUE "D".
005400     05 FNM-TRN-FIN-CODE   PIC X(04).
005500     05 FNM-TRN-DESC       PIC X(20).
005600     05 FNM-TRN-COST-CM2   PIC 9(03)V9(06).
005700     05 FNM-TRN-MIN-LOT    PIC 9(07)V9(02).
005800     05 FILLER             PIC X(01).
005900
006000 FD  FNM-MASTER-FILE
006100     RECORD CONTAINS 48 CHARACTERS.
006200     COPY FINREC.
006300
006400 FD  FNM-RPT-FILE
006500     RECORD CONTAINS 80 CHARACTERS.
006600 01  FNM-RPT-LINE              PIC X(80).
006700
006800 WORKING-STORAGE SECTION.
006900 01  FNM-TRAN-STATUS       PIC X(02).
007000     88 FNM-TRAN-OK        VALUE "00".
007100     88 FNM-TRAN-EOF       VALUE "10".
007200
007300 01  FNM-MASTER-STATUS     PIC X(02).
007400     88 FNM-MASTER-OK      VALUE "00".
007500     88 FNM-MASTER-ABSENT  VALUE "35".
007600
007700 01  FNM-RPT-STATUS        PIC X(02).
007800     88 FNM-RPT-OK         VALUE "00".
007900
008000 01  FNM-SWITCHES.
008100     05 FNM-EOF-SWITCH     PIC X(01) VALUE "N".
008200        88 FNM-AT-EOF      VALUE "Y".
008300     05 FNM-ABORT-SWITCH   PIC X(01) VALUE "N".
008400        88 FNM-ABORT       VALUE "Y".
008500
008600 77  FNM-APPLIED-COUNT     PIC 9(05) COMP VALUE ZERO.
008700 77  FNM-REJECT-COUNT      PIC 9(05) COMP VALUE ZERO.
008800
008900 01  FNM-PRT-DETAIL-LINE.
009000     05 FNM-PRT-ACTION     PIC X(01).
009100     05 FILLER             PIC X(02).
009200     05 FNM-PRT-FIN-CODE   PIC X(04).
009300     05 FILLER             PIC X(02).
009400     05 FNM-PRT-DESC       PIC X(20).
009500     05 FILLER             PIC X(01).
009600     05 FNM-PRT-COST       PIC ZZ9.999999.
009700     05 FILLER             PIC X(01).
009800     05 FNM-PRT-MIN-LOT    PIC ZZZZZZ9.99.
009900     05 FILLER             PIC X(02).
010000     05 FNM-PRT-RESULT     PIC X(20).
010100     05 FILLER             PIC X(07).
010200
010300 01  FNM-PRT-TOTAL-LINE.
010400     05 FNM-PRT-TOT-LABEL  PIC X(20).
010500     05 FNM-PRT-APPLIED    PIC ZZZZ9.
010600     05 FILLER             PIC X(12) VALUE "  REJECTED: ".
010700     05 FNM-PRT-REJECTED   PIC ZZZZ9.
010800     05 FILLER             PIC X(38) VALUE SPACES.
010900
011000 PROCEDURE DIVISION.
011100
011200 0000-MAIN.
011300     PERFORM 1000-INIT THRU 1000-INIT-EXIT.
011400     IF NOT FNM-ABORT
011500         PERFORM 2000-PROC-TRAN THRU 2000-PROC-TRAN-EXIT
011600             UNTIL FNM-AT-EOF
011700         PERFORM 8000-TERM THRU 8000-TERM-EXIT
011800     END-IF.
011900     STOP RUN.
012000
012100 1000-INIT.
012200     OPEN INPUT FNM-TRAN-FILE.
012300     IF NOT FNM-TRAN-OK
012400         DISPLAY "FNMAINT: UNABLE TO OPEN FNMIN, STATUS "
012500             FNM-TRAN-STATUS
012600         MOVE "Y" TO FNM-EOF-SWITCH
012700         MOVE "Y" TO FNM-ABORT-SWITCH
012800         MOVE 16 TO RETURN-CODE
012900         GO TO 1000-INIT-EXIT
013000     END-IF.
013100     OPEN I-O FNM-MASTER-FILE.
013200     IF FNM-MASTER-ABSENT
013300         OPEN OUTPUT FNM-MASTER-FILE
013400         CLOSE FNM-MASTER-FILE
013500         OPEN I-O FNM-MASTER-FILE
013600     END-IF.
013700     IF NOT FNM-MASTER-OK
013800         DISPLAY "FNMAINT: UNABLE TO OPEN FINMST, STATUS "
013900             FNM-MASTER-STATUS
014000         MOVE "Y" TO FNM-ABORT-SWITCH
014100         MOVE 16 TO RETURN-CODE
014200         GO TO 1000-INIT-EXIT
014300     END-IF.
014400     OPEN OUTPUT FNM-RPT-FILE.
014500     IF NOT FNM-RPT-OK
014600         DISPLAY "FNMAINT: UNABLE TO OPEN FNMRPT, STATUS "
014700             FNM-RPT-STATUS
014800         MOVE "Y" TO FNM-ABORT-SWITCH
014900         MOVE 16 TO RETURN-CODE
015000         GO TO 1000-INIT-EXIT
015100     END-IF.
015200     PERFORM 2100-READ-TRAN THRU 2100-READ-TRAN-EXIT.
015300 1000-INIT-EXIT.
015400     EXIT.
015500
015600 2000-PROC-TRAN.
015700     PERFORM 3000-APPLY-TRAN THRU 3000-APPLY-TRAN-EXIT.
015800     PERFORM 2100-READ-TRAN THRU 2100-READ-TRAN-EXIT.
015900 2000-PROC-TRAN-EXIT.
016000     EXIT.
016100
016200 2100-READ-TRAN.
016300     READ FNM-TRAN-FILE
016400         AT END
016500             MOVE "Y" TO FNM-EOF-SWITCH
016600     END-READ.
016700 2100-READ-TRAN-EXIT.
016800     EXIT.
016900
017000 3000-APPLY-TRAN.
017100     MOVE SPACES            TO FNM-PRT-DETAIL-LINE.
017200     MOVE FNM-TRN-ACTION    TO FNM-PRT-ACTION.
017300     MOVE FNM-TRN-FIN-CODE  TO FNM-PRT-FIN-CODE.
017400     MOVE FNM-TRN-DESC      TO FNM-PRT-DESC.
017500     IF FNM-TRN-FIN-CODE = SPACES
017600         MOVE "NO FINISH CODE"    TO FNM-PRT-RESULT
017700         ADD 1 TO FNM-REJECT-COUNT
017800         GO TO 3000-APPLY-TRAN-WRITE
017900     END-IF.
018000     IF FNM-TRN-ADD OR FNM-TRN-CHANGE
018100         IF FNM-TRN-COST-CM2 NOT NUMERIC
018200             OR FNM-TRN-MIN-LOT NOT NUMERIC
018300             MOVE "BAD COST/MIN LOT"  TO FNM-PRT-RESULT
018400             ADD 1 TO FNM-REJECT-COUNT
018500             GO TO 3000-APPLY-TRAN-WRITE
018600         END-IF
018700         MOVE FNM-TRN-COST-CM2 TO FNM-PRT-COST
018800         MOVE FNM-TRN-MIN-LOT  TO FNM-PRT-MIN-LOT
018900     END-IF.
019000     IF FNM-TRN-ADD
019100         PERFORM 3100-ADD-FIN THRU 3100-ADD-FIN-EXIT
019200     ELSE
019300         IF FNM-TRN-CHANGE
019400             PERFORM 3200-CHANGE-FIN THRU 3200-CHANGE-FIN-EXIT
019500         ELSE
019600             IF FNM-TRN-DELETE
019700                 PERFORM 3300-DELETE-FIN
019800                     THRU 3300-DELETE-FIN-EXIT
019900             ELSE
020000                 MOVE "INVALID ACTION"  TO FNM-PRT-RESULT
020100                 ADD 1 TO FNM-REJECT-COUNT
020200             END-IF
020300         END-IF
020400     END-IF.
020500 3000-APPLY-TRAN-WRITE.
020600     MOVE FNM-PRT-DETAIL-LINE TO FNM-RPT-LINE.
020700     WRITE FNM-RPT-LINE.
020800 3000-APPLY-TRAN-EXIT.
020900     EXIT.
021000
021100 3100-ADD-FIN.
021200     MOVE SPACES            TO FN-FIN-RECORD.
021300     MOVE FNM-TRN-FIN-CODE  TO FN-FIN-CODE.
021400     MOVE FNM-TRN-DESC      TO FN-FIN-DESC.
021500     MOVE FNM-TRN-COST-CM2  TO FN-COST-CM2.
021600     MOVE FNM-TRN-MIN-LOT   TO FN-MIN-LOT.
021700     WRITE FN-FIN-RECORD
021800         INVALID KEY
021900             MOVE "DUPLICATE FINISH"   TO FNM-PRT-RESULT
022000             ADD 1 TO FNM-REJECT-COUNT
022100         NOT INVALID KEY
022200             MOVE "ADDED"              TO FNM-PRT-RESULT
022300             ADD 1 TO FNM-APPLIED-COUNT
022400     END-WRITE.
022500 3100-ADD-FIN-EXIT.
022600     EXIT.
022700
022800 3200-CHANGE-FIN.
022900     MOVE FNM-TRN-FIN-CODE  TO FN-FIN-CODE.
023000     READ FNM-MASTER-FILE
023100         INVALID KEY
023200             MOVE "FINISH NOT FOUND"   TO FNM-PRT-RESULT
023300             ADD 1 TO FNM-REJECT-COUNT
023400             GO TO 3200-CHANGE-FIN-EXIT
023500     END-READ.
023600     MOVE FNM-TRN-DESC      TO FN-FIN-DESC.
023700     MOVE FNM-TRN-COST-CM2  TO FN-COST-CM2.
023800     MOVE FNM-TRN-MIN-LOT   TO FN-MIN-LOT.
023900     REWRITE FN-FIN-RECORD
024000         INVALID KEY
024100             MOVE "REWRITE FAILED"     TO FNM-PRT-RESULT
024200             ADD 1 TO FNM-REJECT-COUNT
024300         NOT INVALID KEY
024400             MOVE "CHANGED"            TO FNM-PRT-RESULT
024500             ADD 1 TO FNM-APPLIED-COUNT
024600     END-REWRITE.
024700 3200-CHANGE-FIN-EXIT.
024800     EXIT.
024900
025000 3300-DELETE-FIN.
025100     MOVE FNM-TRN-FIN-CODE  TO FN-FIN-CODE.
025200     DELETE FNM-MASTER-FILE
025300         INVALID KEY
025400             MOVE "FINISH NOT FOUND"   TO FNM-PRT-RESULT
025500             ADD 1 TO FNM-REJECT-COUNT
025600         NOT INVALID KEY
025700             MOVE "DELETED"            TO FNM-PRT-RESULT
025800             ADD 1 TO FNM-APPLIED-COUNT
025900     END-DELETE.
026000 3300-DELETE-FIN-EXIT.
026100     EXIT.
026200
026300 8000-TERM.
026400     MOVE "TOTAL APPLIED:     " TO FNM-PRT-TOT-LABEL.
026500     MOVE FNM-APPLIED-COUNT   TO FNM-PRT-APPLIED.
026600     MOVE FNM-REJECT-COUNT    TO FNM-PRT-REJECTED.
026700     MOVE FNM-PRT-TOTAL-LINE  TO FNM-RPT-LINE.
026800     WRITE FNM-RPT-LINE.
026900     IF FNM-REJECT-COUNT > 0
027000         MOVE 4 TO RETURN-CODE
027100     END-IF.
027200     CLOSE FNM-TRAN-FILE.
027300     CLOSE FNM-MASTER-FILE.
027400     CLOSE FNM-RPT-FILE.
027500 8000-TERM-EXIT.
027600     EXIT.
027700
027800 END PROGRAM FNMAINT.
