000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SKMAINT.
000300 AUTHOR. J HOFFMANN.
000400 INSTALLATION. FABRIKATIONSPLANUNG.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 2026-10-15 JH    ORIGINAL STOCK-LEDGER MAINTENANCE PROGRAM,
001100*                  COMPANION TO MTMAINT. READS STORES TRANSACTIONS
001200*                  FROM SKMIN AND APPLIES THEM TO THE INDEXED
001300*                  STKMST MATERIAL STOCK LEDGER (STKREC LAYOUT),
001400*                  KEYED BY MATERIAL CODE PLUS PLANT/LOCATION:
001500*                  A  OPEN A STOCK POINT WITH ITS COUNTED ON-HAND
001600*                     AND REORDER POINT
001700*                  R  GOODS RECEIPT - ADDED TO ON-HAND
001800*                  J  COUNT ADJUSTMENT - SIGNED, "-" IN THE SIGN
001900*                     COLUMN TAKES THE QUANTITY OFF ON-HAND
002000*                  P  NEW REORDER POINT
002100*                  D  CLOSE THE STOCK POINT
002200*                  ALL QUANTITIES ARE KILOGRAMS. THE NIGHT'S
002300*                  CONSUMPTION IS POSTED SEPARATELY BY STKPOST.
002400*                  EVERY TRANSACTION IS ECHOED TO THE SKMRPT
002500*                  REPORT WITH ITS DISPOSITION AND THE RESULTING
002600*                  ON-HAND, AND THE RUN ENDS WITH RETURN-CODE 4
002700*                  WHEN ANY TRANSACTION COULD NOT BE APPLIED -
002800*                  SAME CONVENTIONS AS MTMAINT THROUGHOUT.
002900*-----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. GENERIC.
003300 OBJECT-COMPUTER. GENERIC.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT SKM-TRAN-FILE ASSIGN TO "SKMIN"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS SKM-TRAN-STATUS.
004000
004100     SELECT SKM-MASTER-FILE ASSIGN TO "STKMST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS ST-KEY
004500         FILE STATUS IS SKM-MASTER-STATUS.
004600
004700     SELECT SKM-RPT-FILE ASSIGN TO "SKMRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS SKM-RPT-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  SKM-TRAN-FILE
005400     RECORD CONTAINS 40 CHARACTERS.
005500 01  SKM-TRAN-RECORD.
005600     05 SKM-TRN-ACTION     PIC X(01).
005700        88 SKM-TRN-ADD     VALUE "A".
005800        88 SKM-TRN-RECEIPT VALUE "R".
005900        88 SKM-TRN-ADJUST  VALUE "J".
006000        88 SKM-TRN-REORDER VALUE "P".
006100        88 SKM-TRN-DELETE  VALUE "D".
006200     05 SKM-TRN-MAT-CODE   PIC X(04).
006300     05 SKM-TRN-LOC        PIC X(03).
006400     05 SKM-TRN-SIGN       PIC X(01).
006500        88 SKM-TRN-MINUS   VALUE "-".
006600     05 SKM-TRN-QTY        PIC 9(09)V9(02).
006700     05 SKM-TRN-REORDER-PT PIC 9(09)V9(02).
006800     05 FILLER             PIC X(09).
006900
007000 FD  SKM-MASTER-FILE
007100     RECORD CONTAINS 80 CHARACTERS.
007200     COPY STKREC.
007300
007400 FD  SKM-RPT-FILE
007500     RECORD CONTAINS 80 CHARACTERS.
007600 01  SKM-RPT-LINE              PIC X(80).
007700
007800 WORKING-STORAGE SECTION.
007900 01  SKM-TRAN-STATUS       PIC X(02).
008000     88 SKM-TRAN-OK        VALUE "00".
008100     88 SKM-TRAN-EOF       VALUE "10".
008200
008300 01  SKM-MASTER-STATUS     PIC X(02).
008400     88 SKM-MASTER-OK      VALUE "00".
008500     88 SKM-MASTER-ABSENT  VALUE "35".
008600
008700 01  SKM-RPT-STATUS        PIC X(02).
008800     88 SKM-RPT-OK         VALUE "00".
008900
009000 01  SKM-SWITCHES.
009100     05 SKM-EOF-SWITCH     PIC X(01) VALUE "N".
009200        88 SKM-AT-EOF      VALUE "Y".
009300     05 SKM-ABORT-SWITCH   PIC X(01) VALUE "N".
009400        88 SKM-ABORT       VALUE "Y".
009500
009600 77  SKM-APPLIED-COUNT     PIC 9(05) COMP VALUE ZERO.
009700 77  SKM-REJECT-COUNT      PIC 9(05) COMP VALUE ZERO.
009800 77  SKM-SIGNED-QTY        PIC S9(09)V9(02) VALUE ZERO.
009900
010000 01  SKM-PRT-DETAIL-LINE.
010100     05 SKM-PRT-ACTION     PIC X(01).
010200     05 FILLER             PIC X(02).
010300     05 SKM-PRT-MAT-CODE   PIC X(04).
010400     05 FILLER             PIC X(01).
010500     05 SKM-PRT-LOC        PIC X(03).
010600     05 FILLER             PIC X(02).
010700     05 SKM-PRT-QTY        PIC -(9)9.99.
010800     05 FILLER             PIC X(01).
010900     05 SKM-PRT-ON-HAND    PIC -(9)9.99.
011000     05 FILLER             PIC X(01).
011100     05 SKM-PRT-REORDER    PIC Z(8)9.99.
011200     05 FILLER             PIC X(02).
011300     05 SKM-PRT-RESULT     PIC X(20).
011400     05 FILLER             PIC X(05).
011500
011600 01  SKM-PRT-TOTAL-LINE.
011700     05 SKM-PRT-TOT-LABEL  PIC X(20).
011800     05 SKM-PRT-APPLIED    PIC ZZZZ9.
011900     05 FILLER             PIC X(12) VALUE "  REJECTED: ".
012000     05 SKM-PRT-REJECTED   PIC ZZZZ9.
012100     05 FILLER             PIC X(38) VALUE SPACES.
012200
012300 PROCEDURE DIVISION.
012400
012500 0000-MAIN.
012600     PERFORM 1000-INIT THRU 1000-INIT-EXIT.
012700     IF NOT SKM-ABORT
012800         PERFORM 2000-PROC-TRAN THRU 2000-PROC-TRAN-EXIT
012900             UNTIL SKM-AT-EOF
013000         PERFORM 8000-TERM THRU 8000-TERM-EXIT
013100     END-IF.
013200     STOP RUN.
013300
013400 1000-INIT.
013500     OPEN INPUT SKM-TRAN-FILE.
013600     IF NOT SKM-TRAN-OK
013700         DISPLAY "SKMAINT: UNABLE TO OPEN SKMIN, STATUS "
013800             SKM-TRAN-STATUS
013900         MOVE "Y" TO SKM-EOF-SWITCH
014000         MOVE "Y" TO SKM-ABORT-SWITCH
014100         MOVE 16 TO RETURN-CODE
014200         GO TO 1000-INIT-EXIT
014300     END-IF.
014400     OPEN I-O SKM-MASTER-FILE.
014500     IF SKM-MASTER-ABSENT
014600         OPEN OUTPUT SKM-MASTER-FILE
014700         CLOSE SKM-MASTER-FILE
014800         OPEN I-O SKM-MASTER-FILE
014900     END-IF.
015000     IF NOT SKM-MASTER-OK
015100         DISPLAY "SKMAINT: UNABLE TO OPEN STKMST, STATUS "
015200             SKM-MASTER-STATUS
015300         MOVE "Y" TO SKM-ABORT-SWITCH
015400         MOVE 16 TO RETURN-CODE
015500         GO TO 1000-INIT-EXIT
015600     END-IF.
015700     OPEN OUTPUT SKM-RPT-FILE.
015800     IF NOT SKM-RPT-OK
015900         DISPLAY "SKMAINT: UNABLE TO OPEN SKMRPT, STATUS "
016000             SKM-RPT-STATUS
016100         MOVE "Y" TO SKM-ABORT-SWITCH
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
017600     READ SKM-TRAN-FILE
017700         AT END
017800             MOVE "Y" TO SKM-EOF-SWITCH
017900     END-READ.
018000 2100-READ-TRAN-EXIT.
018100     EXIT.
018200
018300 3000-APPLY-TRAN.
018400     MOVE SPACES            TO SKM-PRT-DETAIL-LINE.
018500     MOVE SKM-TRN-ACTION    TO SKM-PRT-ACTION.
018600     MOVE SKM-TRN-MAT-CODE  TO SKM-PRT-MAT-CODE.
018700     MOVE SKM-TRN-LOC       TO SKM-PRT-LOC.
018800     IF SKM-TRN-MAT-CODE = SPACES OR SKM-TRN-LOC = SPACES
018900         MOVE "NO MATERIAL/LOC"   TO SKM-PRT-RESULT
019000         ADD 1 TO SKM-REJECT-COUNT
019100         GO TO 3000-APPLY-TRAN-WRITE
019200     END-IF.
019300     IF SKM-TRN-ADD OR SKM-TRN-RECEIPT OR SKM-TRN-ADJUST
019400         IF SKM-TRN-QTY NOT NUMERIC
019500             OR (SKM-TRN-MINUS AND NOT SKM-TRN-ADJUST)
019600             MOVE "BAD QUANTITY"      TO SKM-PRT-RESULT
019700             ADD 1 TO SKM-REJECT-COUNT
019800             GO TO 3000-APPLY-TRAN-WRITE
019900         END-IF
020000         MOVE SKM-TRN-QTY TO SKM-SIGNED-QTY
020100         IF SKM-TRN-MINUS
020200             COMPUTE SKM-SIGNED-QTY = 0 - SKM-TRN-QTY
020300         END-IF
020400         MOVE SKM-SIGNED-QTY TO SKM-PRT-QTY
020500     END-IF.
020600     IF SKM-TRN-ADD OR SKM-TRN-REORDER
020700         IF SKM-TRN-REORDER-PT NOT NUMERIC
020800             MOVE "BAD REORDER POINT" TO SKM-PRT-RESULT
020900             ADD 1 TO SKM-REJECT-COUNT
021000             GO TO 3000-APPLY-TRAN-WRITE
021100         END-IF
021200         MOVE SKM-TRN-REORDER-PT TO SKM-PRT-REORDER
021300     END-IF.
021400     IF SKM-TRN-ADD
021500         PERFORM 3100-ADD-STOCK THRU 3100-ADD-STOCK-EXIT
021600     ELSE
021700         IF SKM-TRN-RECEIPT OR SKM-TRN-ADJUST
021800             PERFORM 3200-POST-QTY THRU 3200-POST-QTY-EXIT
021900         ELSE
022000             IF SKM-TRN-REORDER
022100                 PERFORM 3300-SET-REORDER
022200                     THRU 3300-SET-REORDER-EXIT
022300             ELSE
022400                 IF SKM-TRN-DELETE
022500                     PERFORM 3400-DELETE-STOCK
022600                         THRU 3400-DELETE-STOCK-EXIT
022700                 ELSE
022800                     MOVE "INVALID ACTION"  TO SKM-PRT-RESULT
022900                     ADD 1 TO SKM-REJECT-COUNT
023000                 END-IF
023100             END-IF
023200         END-IF
023300     END-IF.
023400 3000-APPLY-TRAN-WRITE.
023500     MOVE SKM-PRT-DETAIL-LINE TO SKM-RPT-LINE.
023600     WRITE SKM-RPT-LINE.
023700 3000-APPLY-TRAN-EXIT.
023800     EXIT.
023900
024000 3100-ADD-STOCK.
024100     MOVE SPACES             TO ST-STOCK-RECORD.
024200     MOVE SKM-TRN-MAT-CODE   TO ST-MAT-CODE.
024300     MOVE SKM-TRN-LOC        TO ST-LOC.
024400     MOVE SKM-SIGNED-QTY     TO ST-ON-HAND.
024500     MOVE SKM-TRN-REORDER-PT TO ST-REORDER-PT.
024600     MOVE ZERO               TO ST-CONS-NIGHT.
024700     WRITE ST-STOCK-RECORD
024800         INVALID KEY
024900             MOVE "DUPLICATE STOCK"    TO SKM-PRT-RESULT
025000             ADD 1 TO SKM-REJECT-COUNT
025100         NOT INVALID KEY
025200             MOVE "ADDED"              TO SKM-PRT-RESULT
025300             MOVE ST-ON-HAND           TO SKM-PRT-ON-HAND
025400             ADD 1 TO SKM-APPLIED-COUNT
025500     END-WRITE.
025600 3100-ADD-STOCK-EXIT.
025700     EXIT.
025800
025900 3200-POST-QTY.
026000     MOVE SKM-TRN-MAT-CODE  TO ST-MAT-CODE.
026100     MOVE SKM-TRN-LOC       TO ST-LOC.
026200     READ SKM-MASTER-FILE
026300         INVALID KEY
026400             MOVE "STOCK NOT FOUND"    TO SKM-PRT-RESULT
026500             ADD 1 TO SKM-REJECT-COUNT
026600             GO TO 3200-POST-QTY-EXIT
026700     END-READ.
026800     ADD SKM-SIGNED-QTY TO ST-ON-HAND.
026900     MOVE ST-REORDER-PT     TO SKM-PRT-REORDER.
027000     REWRITE ST-STOCK-RECORD
027100         INVALID KEY
027200             MOVE "REWRITE FAILED"     TO SKM-PRT-RESULT
027300             ADD 1 TO SKM-REJECT-COUNT
027400         NOT INVALID KEY
027500             IF SKM-TRN-RECEIPT
027600                 MOVE "RECEIVED"       TO SKM-PRT-RESULT
027700             ELSE
027800                 MOVE "ADJUSTED"       TO SKM-PRT-RESULT
027900             END-IF
028000             MOVE ST-ON-HAND           TO SKM-PRT-ON-HAND
028100             ADD 1 TO SKM-APPLIED-COUNT
028200     END-REWRITE.
028300 3200-POST-QTY-EXIT.
028400     EXIT.
028500
028600 3300-SET-REORDER.
028700     MOVE SKM-TRN-MAT-CODE  TO ST-MAT-CODE.
028800     MOVE SKM-TRN-LOC       TO ST-LOC.
028900     READ SKM-MASTER-FILE
029000         INVALID KEY
029100             MOVE "STOCK NOT FOUND"    TO SKM-PRT-RESULT
029200             ADD 1 TO SKM-REJECT-COUNT
029300             GO TO 3300-SET-REORDER-EXIT
029400     END-READ.
029500     MOVE SKM-TRN-REORDER-PT TO ST-REORDER-PT.
029600     REWRITE ST-STOCK-RECORD
029700         INVALID KEY
029800             MOVE "REWRITE FAILED"     TO SKM-PRT-RESULT
029900             ADD 1 TO SKM-REJECT-COUNT
030000         NOT INVALID KEY
030100             MOVE "REORDER POINT SET"  TO SKM-PRT-RESULT
030200             MOVE ST-ON-HAND           TO SKM-PRT-ON-HAND
030300             ADD 1 TO SKM-APPLIED-COUNT
030400     END-REWRITE.
030500 3300-SET-REORDER-EXIT.
030600     EXIT.
030700
030800 3400-DELETE-STOCK.
030900     MOVE SKM-TRN-MAT-CODE  TO ST-MAT-CODE.
031000     MOVE SKM-TRN-LOC       TO ST-LOC.
031100     DELETE SKM-MASTER-FILE
031200         INVALID KEY
031300             MOVE "STOCK NOT FOUND"    TO SKM-PRT-RESULT
031400             ADD 1 TO SKM-REJECT-COUNT
031500         NOT INVALID KEY
031600             MOVE "DELETED"            TO SKM-PRT-RESULT
031700             ADD 1 TO SKM-APPLIED-COUNT
031800     END-DELETE.
031900 3400-DELETE-STOCK-EXIT.
032000     EXIT.
032100
032200 8000-TERM.
032300     MOVE "TOTAL APPLIED:     " TO SKM-PRT-TOT-LABEL.
032400     MOVE SKM-APPLIED-COUNT   TO SKM-PRT-APPLIED.
032500     MOVE SKM-REJECT-COUNT    TO SKM-PRT-REJECTED.
032600     MOVE SKM-PRT-TOTAL-LINE  TO SKM-RPT-LINE.
032700     WRITE SKM-RPT-LINE.
032800     IF SKM-REJECT-COUNT > 0
032900         MOVE 4 TO RETURN-CODE
033000     END-IF.
033100     CLOSE SKM-TRAN-FILE.
033200     CLOSE SKM-MASTER-FILE.
033300     CLOSE SKM-RPT-FILE.
033400 8000-TERM-EXIT.
033500     EXIT.
033600
033700 END PROGRAM SKMAINT.
