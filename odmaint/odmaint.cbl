000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ODMAINT.
000300 AUTHOR. J HOFFMANN.
000400 INSTALLATION. FABRIKATIONSPLANUNG.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 2026-10-15 JH    ORIGINAL CUSTOMER ORDER HEADER MAINTENANCE,
001100*                  COMPANION TO MTMAINT. READS SALES TRANSACTIONS
001200*                  FROM ODMIN AND APPLIES THEM TO THE INDEXED
001300*                  ORDMST ORDER HEADER FILE (ORDREC LAYOUT), KEYED
001400*                  BY ORDER NUMBER (THE PART-ID THE ORDER'S FEED
001500*                  LINES CARRY):
001600*                  A  OPEN AN ORDER WITH ITS CUSTOMER, PROMISED
001700*                     DATE AND EXPECTED LINE COUNT
001800*                  C  REPLACE THE CUSTOMER, PROMISED DATE AND
001900*                     EXPECTED LINE COUNT
002000*                  R  RELEASE A QUALITY HOLD - CLEARS THE ORDER'S
002100*                     OUT-OF-SPEC LINE COUNT ONCE QUALITY HAS
002200*                     DISPOSITIONED THE PIECES
002300*                  D  DELETE THE ORDER
002400*                  THE PRODUCTION FIGURES AND THE STATUS ARE KEPT
002500*                  BY THE MORNING ORDSTAT RUN. EVERY TRANSACTION
002600*                  IS ECHOED TO THE ODMRPT REPORT WITH ITS
002700*                  DISPOSITION AND THE RUN ENDS WITH RETURN-CODE 4
002800*                  WHEN ANY TRANSACTION COULD NOT BE APPLIED -
002900*                  SAME CONVENTIONS AS MTMAINT THROUGHOUT.
003000*-----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. GENERIC.
003400 OBJECT-COMPUTER. GENERIC.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT ODM-TRAN-FILE ASSIGN TO "ODMIN"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS ODM-TRAN-STATUS.
004100
004200     SELECT ODM-MASTER-FILE ASSIGN TO "ORDMST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS OH-ORDER-NO
004600         FILE STATUS IS ODM-MASTER-STATUS.
004700
004800     SELECT ODM-RPT-FILE ASSIGN TO "ODMRPT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS ODM-RPT-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ODM-TRAN-FILE
005500     RECORD CONTAINS 80 CHARACTERS.
005600 01  ODM-TRAN-RECORD.
005700     05 ODM-TRN-ACTION     PIC X(01).
005800        88 ODM-TRN-ADD     VALUE "A".
005900        88 ODM-TRN-CHANGE  VALUE "C".
006000        88 ODM-TRN-RELEASE VALUE "R".
006100        88 ODM-TRN-DELETE  VALUE "D".
006200     05 ODM-TRN-ORDER-NO   PIC X(08).
006300     05 ODM-TRN-CUST-NO    PIC X(08).
006400     05 ODM-TRN-CUST-NAME  PIC X(24).
006500     05 ODM-TRN-PROMISED   PIC X(08).
006600     05 ODM-TRN-PROM-NUM REDEFINES ODM-TRN-PROMISED
006700                           PIC 9(08).
006800     05 ODM-TRN-EXP-LINES  PIC 9(05).
006900     05 FILLER             PIC X(26).
007000
007100 FD  ODM-MASTER-FILE
007200     RECORD CONTAINS 150 CHARACTERS.
007300     COPY ORDREC.
007400
007500 FD  ODM-RPT-FILE
007600     RECORD CONTAINS 80 CHARACTERS.
007700 01  ODM-RPT-LINE              PIC X(80).
007800
007900 WORKING-STORAGE SECTION.
008000 01  ODM-TRAN-STATUS       PIC X(02).
008100     88 ODM-TRAN-OK        VALUE "00".
008200     88 ODM-TRAN-EOF       VALUE "10".
008300
008400 01  ODM-MASTER-STATUS     PIC X(02).
008500     88 ODM-MASTER-OK      VALUE "00".
008600     88 ODM-MASTER-ABSENT  VALUE "35".
008700
008800 01  ODM-RPT-STATUS        PIC X(02).
008900     88 ODM-RPT-OK         VALUE "00".
009000
009100 01  ODM-SWITCHES.
009200     05 ODM-EOF-SWITCH     PIC X(01) VALUE "N".
009300        88 ODM-AT-EOF      VALUE "Y".
009400     05 ODM-ABORT-SWITCH   PIC X(01) VALUE "N".
009500        88 ODM-ABORT       VALUE "Y".
009600
009700 77  ODM-APPLIED-COUNT     PIC 9(05) COMP VALUE ZERO.
009800 77  ODM-REJECT-COUNT      PIC 9(05) COMP VALUE ZERO.
009900
010000 01  ODM-PRT-DETAIL-LINE.
010100     05 ODM-PRT-ACTION     PIC X(01).
010200     05 FILLER             PIC X(02).
010300     05 ODM-PRT-ORDER-NO   PIC X(08).
010400     05 FILLER             PIC X(01).
010500     05 ODM-PRT-CUST-NO    PIC X(08).
010600     05 FILLER             PIC X(01).
010700     05 ODM-PRT-CUST-NAME  PIC X(16).
010800     05 FILLER             PIC X(01).
010900     05 ODM-PRT-PROMISED   PIC X(08).
011000     05 FILLER             PIC X(01).
011100     05 ODM-PRT-EXP-LINES  PIC ZZZZ9.
011200     05 FILLER             PIC X(02).
011300     05 ODM-PRT-RESULT     PIC X(20).
011400     05 FILLER             PIC X(06).
011500
011600 01  ODM-PRT-TOTAL-LINE.
011700     05 ODM-PRT-TOT-LABEL  PIC X(20).
011800     05 ODM-PRT-APPLIED    PIC ZZZZ9.
011900     05 FILLER             PIC X(12) VALUE "  REJECTED: ".
012000     05 ODM-PRT-REJECTED   PIC ZZZZ9.
012100     05 FILLER             PIC X(38) VALUE SPACES.
012200
012300 PROCEDURE DIVISION.
012400
012500 0000-MAIN.
012600     PERFORM 1000-INIT THRU 1000-INIT-EXIT.
012700     IF NOT ODM-ABORT
012800         PERFORM 2000-PROC-TRAN THRU 2000-PROC-TRAN-EXIT
012900             UNTIL ODM-AT-EOF
013000         PERFORM 8000-TERM THRU 8000-TERM-EXIT
013100     END-IF.
013200     STOP RUN.
013300
013400 1000-INIT.
013500     OPEN INPUT ODM-TRAN-FILE.
013600     IF NOT ODM-TRAN-OK
013700         DISPLAY "ODMAINT: UNABLE TO OPEN ODMIN, STATUS "
013800             ODM-TRAN-STATUS
013900         MOVE "Y" TO ODM-EOF-SWITCH
014000         MOVE "Y" TO ODM-ABORT-SWITCH
014100         MOVE 16 TO RETURN-CODE
014200         GO TO 1000-INIT-EXIT
014300     END-IF.
014400     OPEN I-O ODM-MASTER-FILE.
014500     IF ODM-MASTER-ABSENT
014600         OPEN OUTPUT ODM-MASTER-FILE
014700         CLOSE ODM-MASTER-FILE
014800         OPEN I-O ODM-MASTER-FILE
014900     END-IF.
015000     IF NOT ODM-MASTER-OK
015100         DISPLAY "ODMAINT: UNABLE TO OPEN ORDMST, STATUS "
015200             ODM-MASTER-STATUS
015300         MOVE "Y" TO ODM-ABORT-SWITCH
015400         MOVE 16 TO RETURN-CODE
015500         GO TO 1000-INIT-EXIT
015600     END-IF.
015700     OPEN OUTPUT ODM-RPT-FILE.
015800     IF NOT ODM-RPT-OK
015900         DISPLAY "ODMAINT: UNABLE TO OPEN ODMRPT, STATUS "
016000             ODM-RPT-STATUS
016100         MOVE "Y" TO ODM-ABORT-SWITCH
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
017600     READ ODM-TRAN-FILE
017700         AT END
017800             MOVE "Y" TO ODM-EOF-SWITCH
017900     END-READ.
018000 2100-READ-TRAN-EXIT.
018100     EXIT.
018200
018300 3000-APPLY-TRAN.
018400     MOVE SPACES            TO ODM-PRT-DETAIL-LINE.
018500     MOVE ODM-TRN-ACTION    TO ODM-PRT-ACTION.
018600     MOVE ODM-TRN-ORDER-NO  TO ODM-PRT-ORDER-NO.
018700     IF ODM-TRN-ORDER-NO = SPACES
018800         MOVE "NO ORDER NUMBER"   TO ODM-PRT-RESULT
018900         ADD 1 TO ODM-REJECT-COUNT
019000         GO TO 3000-APPLY-TRAN-WRITE
019100     END-IF.
019200     IF ODM-TRN-ADD OR ODM-TRN-CHANGE
019300         MOVE ODM-TRN-CUST-NO   TO ODM-PRT-CUST-NO
019400         MOVE ODM-TRN-CUST-NAME TO ODM-PRT-CUST-NAME
019500         MOVE ODM-TRN-PROMISED  TO ODM-PRT-PROMISED
019600         IF ODM-TRN-CUST-NO = SPACES
019700             MOVE "NO CUSTOMER"       TO ODM-PRT-RESULT
019800             ADD 1 TO ODM-REJECT-COUNT
019900             GO TO 3000-APPLY-TRAN-WRITE
020000         END-IF
020100         IF ODM-TRN-PROMISED NOT NUMERIC
020200             OR ODM-TRN-PROM-NUM < 19000101
020300             MOVE "BAD PROMISED DATE" TO ODM-PRT-RESULT
020400             ADD 1 TO ODM-REJECT-COUNT
020500             GO TO 3000-APPLY-TRAN-WRITE
020600         END-IF
020700         IF ODM-TRN-EXP-LINES NOT NUMERIC
020800             OR ODM-TRN-EXP-LINES = ZERO
020900             MOVE "BAD LINE COUNT"    TO ODM-PRT-RESULT
021000             ADD 1 TO ODM-REJECT-COUNT
021100             GO TO 3000-APPLY-TRAN-WRITE
021200         END-IF
021300         MOVE ODM-TRN-EXP-LINES TO ODM-PRT-EXP-LINES
021400     END-IF.
021500     IF ODM-TRN-ADD
021600         PERFORM 3100-ADD-ORDER THRU 3100-ADD-ORDER-EXIT
021700     ELSE
021800         IF ODM-TRN-CHANGE
021900             PERFORM 3200-CHANGE-ORDER THRU 3200-CHANGE-ORDER-EXIT
022000         ELSE
022100             IF ODM-TRN-RELEASE
022200                 PERFORM 3300-RELEASE-HOLD
022300                     THRU 3300-RELEASE-HOLD-EXIT
022400             ELSE
022500                 IF ODM-TRN-DELETE
022600                     PERFORM 3400-DELETE-ORDER
022700                         THRU 3400-DELETE-ORDER-EXIT
022800                 ELSE
022900                     MOVE "INVALID ACTION"  TO ODM-PRT-RESULT
023000                     ADD 1 TO ODM-REJECT-COUNT
023100                 END-IF
023200             END-IF
023300         END-IF
023400     END-IF.
023500 3000-APPLY-TRAN-WRITE.
023600     MOVE ODM-PRT-DETAIL-LINE TO ODM-RPT-LINE.
023700     WRITE ODM-RPT-LINE.
023800 3000-APPLY-TRAN-EXIT.
023900     EXIT.
024000
024100 3100-ADD-ORDER.
024200     MOVE SPACES             TO OH-ORDER-RECORD.
024300     MOVE ODM-TRN-ORDER-NO   TO OH-ORDER-NO.
024400     MOVE ODM-TRN-CUST-NO    TO OH-CUST-NO.
024500     MOVE ODM-TRN-CUST-NAME  TO OH-CUST-NAME.
024600     MOVE ODM-TRN-PROMISED   TO OH-PROMISED-DATE.
024700     MOVE ODM-TRN-EXP-LINES  TO OH-EXP-LINES.
024800     MOVE ZERO               TO OH-LINES-DONE.
024900     MOVE ZERO               TO OH-OOS-LINES.
025000     MOVE ZERO               TO OH-WEIGHT.
025100     MOVE ZERO               TO OH-COST.
025200     MOVE ZERO               TO OH-NIGHT-LINES.
025300     MOVE ZERO               TO OH-NIGHT-OOS.
025400     MOVE ZERO               TO OH-NIGHT-WGT.
025500     MOVE ZERO               TO OH-NIGHT-CST.
025600     WRITE OH-ORDER-RECORD
025700         INVALID KEY
025800             MOVE "DUPLICATE ORDER"   TO ODM-PRT-RESULT
025900             ADD 1 TO ODM-REJECT-COUNT
026000         NOT INVALID KEY
026100             MOVE "ADDED"             TO ODM-PRT-RESULT
026200             ADD 1 TO ODM-APPLIED-COUNT
026300     END-WRITE.
026400 3100-ADD-ORDER-EXIT.
026500     EXIT.
026600
026700 3200-CHANGE-ORDER.
026800     MOVE ODM-TRN-ORDER-NO  TO OH-ORDER-NO.
026900     READ ODM-MASTER-FILE
027000         INVALID KEY
027100             MOVE "ORDER NOT FOUND"   TO ODM-PRT-RESULT
027200             ADD 1 TO ODM-REJECT-COUNT
027300             GO TO 3200-CHANGE-ORDER-EXIT
027400     END-READ.
027500     IF OH-ACK-DATE NOT = SPACES
027600         MOVE "ALREADY ACKNOWLEDGED" TO ODM-PRT-RESULT
027700         ADD 1 TO ODM-REJECT-COUNT
027800         GO TO 3200-CHANGE-ORDER-EXIT
027900     END-IF.
028000     MOVE ODM-TRN-CUST-NO   TO OH-CUST-NO.
028100     MOVE ODM-TRN-CUST-NAME TO OH-CUST-NAME.
028200     MOVE ODM-TRN-PROMISED  TO OH-PROMISED-DATE.
028300     MOVE ODM-TRN-EXP-LINES TO OH-EXP-LINES.
028400     REWRITE OH-ORDER-RECORD
028500         INVALID KEY
028600             MOVE "REWRITE FAILED"    TO ODM-PRT-RESULT
028700             ADD 1 TO ODM-REJECT-COUNT
028800         NOT INVALID KEY
028900             MOVE "CHANGED"           TO ODM-PRT-RESULT
029000             ADD 1 TO ODM-APPLIED-COUNT
029100     END-REWRITE.
029200 3200-CHANGE-ORDER-EXIT.
029300     EXIT.
029400
029500 3300-RELEASE-HOLD.
029600     MOVE ODM-TRN-ORDER-NO  TO OH-ORDER-NO.
029700     READ ODM-MASTER-FILE
029800         INVALID KEY
029900             MOVE "ORDER NOT FOUND"   TO ODM-PRT-RESULT
030000             ADD 1 TO ODM-REJECT-COUNT
030100             GO TO 3300-RELEASE-HOLD-EXIT
030200     END-READ.
030300     MOVE OH-CUST-NO        TO ODM-PRT-CUST-NO.
030400     MOVE OH-CUST-NAME      TO ODM-PRT-CUST-NAME.
030500     MOVE OH-PROMISED-DATE  TO ODM-PRT-PROMISED.
030600     MOVE OH-EXP-LINES      TO ODM-PRT-EXP-LINES.
030700     IF OH-OOS-LINES = ZERO
030800         MOVE "NO HOLD TO RELEASE" TO ODM-PRT-RESULT
030900         ADD 1 TO ODM-REJECT-COUNT
031000         GO TO 3300-RELEASE-HOLD-EXIT
031100     END-IF.
031200     MOVE ZERO              TO OH-OOS-LINES.
031300     MOVE ZERO              TO OH-NIGHT-OOS.
031400     REWRITE OH-ORDER-RECORD
031500         INVALID KEY
031600             MOVE "REWRITE FAILED"    TO ODM-PRT-RESULT
031700             ADD 1 TO ODM-REJECT-COUNT
031800         NOT INVALID KEY
031900             MOVE "HOLD RELEASED"     TO ODM-PRT-RESULT
032000             ADD 1 TO ODM-APPLIED-COUNT
032100     END-REWRITE.
032200 3300-RELEASE-HOLD-EXIT.
032300     EXIT.
032400
032500 3400-DELETE-ORDER.
032600     MOVE ODM-TRN-ORDER-NO  TO OH-ORDER-NO.
032700     DELETE ODM-MASTER-FILE
032800         INVALID KEY
032900             MOVE "ORDER NOT FOUND"   TO ODM-PRT-RESULT
033000             ADD 1 TO ODM-REJECT-COUNT
033100         NOT INVALID KEY
033200             MOVE "DELETED"           TO ODM-PRT-RESULT
033300             ADD 1 TO ODM-APPLIED-COUNT
033400     END-DELETE.
033500 3400-DELETE-ORDER-EXIT.
033600     EXIT.
033700
033800 8000-TERM.
033900     MOVE "TOTAL APPLIED:     " TO ODM-PRT-TOT-LABEL.
034000     MOVE ODM-APPLIED-COUNT   TO ODM-PRT-APPLIED.
034100     MOVE ODM-REJECT-COUNT    TO ODM-PRT-REJECTED.
034200     MOVE ODM-PRT-TOTAL-LINE  TO ODM-RPT-LINE.
034300     WRITE ODM-RPT-LINE.
034400     IF ODM-REJECT-COUNT > 0
034500         MOVE 4 TO RETURN-CODE
034600     END-IF.
034700     CLOSE ODM-TRAN-FILE.
034800     CLOSE ODM-MASTER-FILE.
034900     CLOSE ODM-RPT-FILE.
035000 8000-TERM-EXIT.
035100     EXIT.
035200
035300 END PROGRAM ODMAINT.
