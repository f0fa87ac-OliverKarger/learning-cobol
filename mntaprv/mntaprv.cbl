000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MNTAPRV.
000300 AUTHOR. J HOFFMANN.
000400 INSTALLATION. FABRIKATIONSPLANUNG.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 2026-10-15 JH    ORIGINAL SECOND-PERSON APPROVAL RUN FOR STAGED
001100*                  MASTER CHANGES. MTMAINT AND SPMAINT NO LONGER
001200*                  APPLY PRICE, DENSITY OR TOLERANCE-BAND CHANGES;
001300*                  THEY STAGE THEM ON THE INDEXED MNTPND FILE.
001400*                  THIS PROGRAM READS APPROVE (A) AND DECLINE (R)
001500*                  TRANSACTIONS FROM APVIN, EACH NAMING THE MASTER
001600*                  (MT OR SP), THE MASTER KEY AND THE APPROVING
001700*                  USER. AN APPROVAL MUST COME FROM A USER OTHER
001800*                  THAN THE ONE WHO KEYED THE CHANGE, AND IS ONLY
001900*                  APPLIED WHEN THE MASTER RECORD STILL MATCHES
002000*                  THE BEFORE IMAGE TAKEN WHEN IT WAS KEYED. THE
002100*                  KEYING USER MAY DECLINE (WITHDRAW) THE CHANGE.
002200*                  EVERY APPROVAL AND DECLINE IS WRITTEN TO THE
002300*                  PERMANENT MNTJRN JOURNAL AND TAKEN OFF MNTPND.
002400*                  APVRPT ECHOES EACH TRANSACTION WITH ITS RESULT,
002500*                  THEN LISTS EVERY CHANGE STILL UNAPPROVED AFTER
002600*                  MORE THAN N DAYS (APVPRM CARD, COLS 1-3,
002700*                  DEFAULT 5). RETURN-CODE 4 WHEN A TRANSACTION IS
002800*                  REJECTED OR ANY CHANGE IS OVERDUE.
002900*-----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. GENERIC.
003300 OBJECT-COMPUTER. GENERIC.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT APV-TRAN-FILE ASSIGN TO "APVIN"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS APV-TRAN-STATUS.
004000
004100     SELECT APV-PARM-FILE ASSIGN TO "APVPRM"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS APV-PARM-STATUS.
004400
004500     SELECT APV-PND-FILE ASSIGN TO "MNTPND"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PD-KEY
004900         FILE STATUS IS APV-PND-STATUS.
005000
005100     SELECT APV-MAT-FILE ASSIGN TO "MATMST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS MM-MAT-CODE
005500         FILE STATUS IS APV-MAT-STATUS.
005600
005700     SELECT APV-SPC-FILE ASSIGN TO "SPCLMT"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS SP-PART-ID
006100         FILE STATUS IS APV-SPC-STATUS.
006200
006300     SELECT APV-JRN-FILE ASSIGN TO "MNTJRN"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS APV-JRN-STATUS.
006600
006700     SELECT APV-RPT-FILE ASSIGN TO "APVRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS APV-RPT-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  APV-TRAN-FILE
007400     RECORD CONTAINS 80 CHARACTERS.
007500 01  APV-TRAN-RECORD.
007600     05 APV-TRN-ACTION     PIC X(01).
007700        88 APV-TRN-APPROVE VALUE "A".
007800        88 APV-TRN-DECLINE VALUE "R".
007900     05 APV-TRN-FILE       PIC X(02).
008000        88 APV-TRN-MATMST  VALUE "MT".
008100        88 APV-TRN-SPCLMT  VALUE "SP".
008200     05 APV-TRN-KEY        PIC X(08).
008300     05 APV-TRN-USER       PIC X(08).
008400     05 FILLER             PIC X(61).
008500
008600 FD  APV-PARM-FILE
008700     RECORD CONTAINS 80 CHARACTERS.
008800 01  APV-PARM-REC              PIC X(80).
008900
009000 FD  APV-PND-FILE
009100     RECORD CONTAINS 200 CHARACTERS.
009200     COPY PNDREC.
009300
009400 FD  APV-MAT-FILE
009500     RECORD CONTAINS 48 CHARACTERS.
009600     COPY MATREC.
009700
009800 FD  APV-SPC-FILE
009900     RECORD CONTAINS 80 CHARACTERS.
010000     COPY SPCREC.
010100
010200 FD  APV-JRN-FILE
010300     RECORD CONTAINS 240 CHARACTERS.
010400     COPY JRNREC.
010500
010600 FD  APV-RPT-FILE
010700     RECORD CONTAINS 80 CHARACTERS.
010800 01  APV-RPT-LINE              PIC X(80).
010900
011000 WORKING-STORAGE SECTION.
011100 01  APV-TRAN-STATUS       PIC X(02).
011200     88 APV-TRAN-OK        VALUE "00".
011300 01  APV-PARM-STATUS       PIC X(02).
011400     88 APV-PARM-OK        VALUE "00".
011500 01  APV-PND-STATUS        PIC X(02).
011600     88 APV-PND-OK         VALUE "00".
011700     88 APV-PND-ABSENT     VALUE "35".
011800 01  APV-MAT-STATUS        PIC X(02).
011900     88 APV-MAT-OK         VALUE "00".
012000     88 APV-MAT-ABSENT     VALUE "35".
012100 01  APV-SPC-STATUS        PIC X(02).
012200     88 APV-SPC-OK         VALUE "00".
012300     88 APV-SPC-ABSENT     VALUE "35".
012400 01  APV-JRN-STATUS        PIC X(02).
012500     88 APV-JRN-OK         VALUE "00".
012600     88 APV-JRN-ABSENT     VALUE "35".
012700 01  APV-RPT-STATUS        PIC X(02).
012800     88 APV-RPT-OK         VALUE "00".
012900
013000 01  APV-SWITCHES.
013100     05 APV-EOF-SWITCH     PIC X(01) VALUE "N".
013200        88 APV-AT-EOF      VALUE "Y".
013300     05 APV-ABORT-SWITCH   PIC X(01) VALUE "N".
013400        88 APV-ABORT       VALUE "Y".
013500     05 APV-DONE-SWITCH    PIC X(01) VALUE "N".
013600        88 APV-DONE        VALUE "Y".
013700
013800 01  APV-PARM-CARD.
013900     05 APV-PARM-DAYS      PIC X(03).
014000     05 FILLER             PIC X(77).
014100
014200 77  APV-DAYS              PIC 9(03) VALUE 5.
014300 77  APV-APPROVED-COUNT    PIC 9(05) COMP VALUE ZERO.
014400 77  APV-DECLINED-COUNT    PIC 9(05) COMP VALUE ZERO.
014500 77  APV-REJECT-COUNT      PIC 9(05) COMP VALUE ZERO.
014600 77  APV-PENDING-COUNT     PIC 9(05) COMP VALUE ZERO.
014700 77  APV-OVERDUE-COUNT     PIC 9(05) COMP VALUE ZERO.
014800 77  APV-JRN-ERR-COUNT     PIC 9(05) COMP VALUE ZERO.
014900 77  APV-TODAY-NUM         PIC S9(09) COMP VALUE ZERO.
015000 77  APV-KEYED-NUM         PIC S9(09) COMP VALUE ZERO.
015100 77  APV-AGE               PIC S9(05) COMP VALUE ZERO.
015200 77  APV-JRN-EVENT         PIC X(01) VALUE SPACE.
015300
015400 01  APV-STAMP-DATE        PIC X(08).
015500 01  APV-STAMP-DATE-N REDEFINES APV-STAMP-DATE
015600                           PIC 9(08).
015700 01  APV-STAMP-TIME        PIC X(06).
015800 01  APV-TIME-WORK         PIC X(08).
015900 01  APV-KEYED-DATE        PIC X(08).
016000 01  APV-KEYED-DATE-N REDEFINES APV-KEYED-DATE
016100                           PIC 9(08).
016200
016300 01  APV-PRT-DETAIL-LINE.
016400     05 APV-PRT-ACTION     PIC X(01).
016500     05 FILLER             PIC X(02).
016600     05 APV-PRT-FILE       PIC X(02).
016700     05 FILLER             PIC X(02).
016800     05 APV-PRT-KEY        PIC X(08).
016900     05 FILLER             PIC X(02).
017000     05 APV-PRT-KEYED-BY   PIC X(08).
017100     05 FILLER             PIC X(02).
017200     05 APV-PRT-APPR-BY    PIC X(08).
017300     05 FILLER             PIC X(02).
017400     05 APV-PRT-RESULT     PIC X(20).
017500     05 FILLER             PIC X(23).
017600
017700 01  APV-PRT-SEC-LINE.
017800     05 APV-PRT-SEC-LABEL  PIC X(60).
017900     05 FILLER             PIC X(20) VALUE SPACES.
018000
018100 01  APV-PRT-OVD-HDR-LINE.
018200     05 FILLER             PIC X(34)
018300        VALUE "UNAPPROVED CHANGES OLDER THAN    ".
018400     05 APV-PRT-OVD-DAYS   PIC ZZ9.
018500     05 FILLER             PIC X(06) VALUE " DAYS:".
018600     05 FILLER             PIC X(37) VALUE SPACES.
018700
018800 01  APV-PRT-OVD-LINE.
018900     05 FILLER             PIC X(02).
019000     05 APV-PRT-OVD-FILE   PIC X(02).
019100     05 FILLER             PIC X(02).
019200     05 APV-PRT-OVD-KEY    PIC X(08).
019300     05 FILLER             PIC X(02).
019400     05 APV-PRT-OVD-ACTION PIC X(01).
019500     05 FILLER             PIC X(02).
019600     05 APV-PRT-OVD-BY     PIC X(08).
019700     05 FILLER             PIC X(02).
019800     05 APV-PRT-OVD-DATE   PIC X(08).
019900     05 FILLER             PIC X(02).
020000     05 APV-PRT-OVD-AGE    PIC ZZZZ9.
020100     05 FILLER             PIC X(05) VALUE " DAYS".
020200     05 FILLER             PIC X(31).
020300
020400 01  APV-PRT-TOTAL-LINE.
020500     05 FILLER             PIC X(20) VALUE "TOTAL APPROVED:     ".
020600     05 APV-PRT-APPROVED   PIC ZZZZ9.
020700     05 FILLER             PIC X(12) VALUE "  DECLINED: ".
020800     05 APV-PRT-DECLINED   PIC ZZZZ9.
020900     05 FILLER             PIC X(12) VALUE "  REJECTED: ".
021000     05 APV-PRT-REJECTED   PIC ZZZZ9.
021100     05 FILLER             PIC X(21) VALUE SPACES.
021200
021300 01  APV-PRT-PEND-LINE.
021400     05 FILLER             PIC X(20) VALUE "STILL PENDING:      ".
021500     05 APV-PRT-PENDING    PIC ZZZZ9.
021600     05 FILLER             PIC X(12) VALUE "  OVERDUE:  ".
021700     05 APV-PRT-OVERDUE    PIC ZZZZ9.
021800     05 FILLER             PIC X(38) VALUE SPACES.
021900
022000 PROCEDURE DIVISION.
022100
022200 0000-MAIN.
022300     PERFORM 1000-INIT THRU 1000-INIT-EXIT.
022400     IF NOT APV-ABORT
022500         PERFORM 2000-PROC-TRAN THRU 2000-PROC-TRAN-EXIT
022600             UNTIL APV-AT-EOF
022700         PERFORM 5000-LIST-OVERDUE THRU 5000-LIST-OVERDUE-EXIT
022800         PERFORM 8000-TERM THRU 8000-TERM-EXIT
022900     END-IF.
023000     STOP RUN.
023100
023200 1000-INIT.
023300     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
023400     ACCEPT APV-STAMP-DATE FROM DATE YYYYMMDD.
023500     ACCEPT APV-TIME-WORK FROM TIME.
023600     MOVE APV-TIME-WORK (1:6) TO APV-STAMP-TIME.
023700     COMPUTE APV-TODAY-NUM =
023800         FUNCTION INTEGER-OF-DATE(APV-STAMP-DATE-N).
023900     OPEN INPUT APV-TRAN-FILE.
024000     IF NOT APV-TRAN-OK
024100         DISPLAY "MNTAPRV: UNABLE TO OPEN APVIN, STATUS "
024200             APV-TRAN-STATUS
024300         MOVE "Y" TO APV-EOF-SWITCH
024400         MOVE "Y" TO APV-ABORT-SWITCH
024500         MOVE 16 TO RETURN-CODE
024600         GO TO 1000-INIT-EXIT
024700     END-IF.
024800     OPEN I-O APV-PND-FILE.
024900     IF APV-PND-ABSENT
025000         OPEN OUTPUT APV-PND-FILE
025100         CLOSE APV-PND-FILE
025200         OPEN I-O APV-PND-FILE
025300     END-IF.
025400     IF NOT APV-PND-OK
025500         DISPLAY "MNTAPRV: UNABLE TO OPEN MNTPND, STATUS "
025600             APV-PND-STATUS
025700         MOVE "Y" TO APV-ABORT-SWITCH
025800         MOVE 16 TO RETURN-CODE
025900         GO TO 1000-INIT-EXIT
026000     END-IF.
026100     OPEN I-O APV-MAT-FILE.
026200     IF APV-MAT-ABSENT
026300         OPEN OUTPUT APV-MAT-FILE
026400         CLOSE APV-MAT-FILE
026500         OPEN I-O APV-MAT-FILE
026600     END-IF.
026700     IF NOT APV-MAT-OK
026800         DISPLAY "MNTAPRV: UNABLE TO OPEN MATMST, STATUS "
026900             APV-MAT-STATUS
027000         MOVE "Y" TO APV-ABORT-SWITCH
027100         MOVE 16 TO RETURN-CODE
027200         GO TO 1000-INIT-EXIT
027300     END-IF.
027400     OPEN I-O APV-SPC-FILE.
027500     IF APV-SPC-ABSENT
027600         OPEN OUTPUT APV-SPC-FILE
027700         CLOSE APV-SPC-FILE
027800         OPEN I-O APV-SPC-FILE
027900     END-IF.
028000     IF NOT APV-SPC-OK
028100         DISPLAY "MNTAPRV: UNABLE TO OPEN SPCLMT, STATUS "
028200             APV-SPC-STATUS
028300         MOVE "Y" TO APV-ABORT-SWITCH
028400         MOVE 16 TO RETURN-CODE
028500         GO TO 1000-INIT-EXIT
028600     END-IF.
028700     OPEN EXTEND APV-JRN-FILE.
028800     IF APV-JRN-ABSENT
028900         OPEN OUTPUT APV-JRN-FILE
029000     END-IF.
029100     IF NOT APV-JRN-OK
029200         DISPLAY "MNTAPRV: UNABLE TO OPEN MNTJRN, STATUS "
029300             APV-JRN-STATUS
029400         MOVE "Y" TO APV-ABORT-SWITCH
029500         MOVE 16 TO RETURN-CODE
029600         GO TO 1000-INIT-EXIT
029700     END-IF.
029800     OPEN OUTPUT APV-RPT-FILE.
029900     IF NOT APV-RPT-OK
030000         DISPLAY "MNTAPRV: UNABLE TO OPEN APVRPT, STATUS "
030100             APV-RPT-STATUS
030200         MOVE "Y" TO APV-ABORT-SWITCH
030300         MOVE 16 TO RETURN-CODE
030400         GO TO 1000-INIT-EXIT
030500     END-IF.
030600     PERFORM 2100-READ-TRAN THRU 2100-READ-TRAN-EXIT.
030700 1000-INIT-EXIT.
030800     EXIT.
030900
031000 1100-READ-PARM.
031100     OPEN INPUT APV-PARM-FILE.
031200     IF NOT APV-PARM-OK
031300         GO TO 1100-READ-PARM-EXIT
031400     END-IF.
031500     MOVE SPACES TO APV-PARM-CARD.
031600     READ APV-PARM-FILE
031700         AT END
031800             CONTINUE
031900         NOT AT END
032000             MOVE APV-PARM-REC TO APV-PARM-CARD
032100     END-READ.
032200     CLOSE APV-PARM-FILE.
032300     IF APV-PARM-DAYS NUMERIC
032400         MOVE APV-PARM-DAYS TO APV-DAYS
032500     END-IF.
032600 1100-READ-PARM-EXIT.
032700     EXIT.
032800
032900 2000-PROC-TRAN.
033000     PERFORM 3000-APPLY-TRAN THRU 3000-APPLY-TRAN-EXIT.
033100     PERFORM 2100-READ-TRAN THRU 2100-READ-TRAN-EXIT.
033200 2000-PROC-TRAN-EXIT.
033300     EXIT.
033400
033500 2100-READ-TRAN.
033600     READ APV-TRAN-FILE
033700         AT END
033800             MOVE "Y" TO APV-EOF-SWITCH
033900     END-READ.
034000 2100-READ-TRAN-EXIT.
034100     EXIT.
034200
034300 3000-APPLY-TRAN.
034400     MOVE SPACES            TO APV-PRT-DETAIL-LINE.
034500     MOVE APV-TRN-ACTION    TO APV-PRT-ACTION.
034600     MOVE APV-TRN-FILE      TO APV-PRT-FILE.
034700     MOVE APV-TRN-KEY       TO APV-PRT-KEY.
034800     MOVE APV-TRN-USER      TO APV-PRT-APPR-BY.
034900     IF NOT APV-TRN-MATMST AND NOT APV-TRN-SPCLMT
035000         MOVE "INVALID MASTER CODE" TO APV-PRT-RESULT
035100         ADD 1 TO APV-REJECT-COUNT
035200         GO TO 3000-APPLY-TRAN-WRITE
035300     END-IF.
035400     IF APV-TRN-KEY = SPACES
035500         MOVE "NO MASTER KEY"     TO APV-PRT-RESULT
035600         ADD 1 TO APV-REJECT-COUNT
035700         GO TO 3000-APPLY-TRAN-WRITE
035800     END-IF.
035900     IF APV-TRN-USER = SPACES
036000         MOVE "NO USER ID"        TO APV-PRT-RESULT
036100         ADD 1 TO APV-REJECT-COUNT
036200         GO TO 3000-APPLY-TRAN-WRITE
036300     END-IF.
036400     IF NOT APV-TRN-APPROVE AND NOT APV-TRN-DECLINE
036500         MOVE "INVALID ACTION"    TO APV-PRT-RESULT
036600         ADD 1 TO APV-REJECT-COUNT
036700         GO TO 3000-APPLY-TRAN-WRITE
036800     END-IF.
036900     MOVE APV-TRN-FILE      TO PD-FILE.
037000     MOVE APV-TRN-KEY       TO PD-MAST-KEY.
037100     READ APV-PND-FILE
037200         INVALID KEY
037300             MOVE "NO PENDING CHANGE" TO APV-PRT-RESULT
037400             ADD 1 TO APV-REJECT-COUNT
037500             GO TO 3000-APPLY-TRAN-WRITE
037600     END-READ.
037700     MOVE PD-KEYED-BY       TO APV-PRT-KEYED-BY.
037800     IF APV-TRN-APPROVE
037900         PERFORM 3100-APPROVE THRU 3100-APPROVE-EXIT
038000     ELSE
038100         PERFORM 3400-DECLINE THRU 3400-DECLINE-EXIT
038200     END-IF.
038300 3000-APPLY-TRAN-WRITE.
038400     MOVE APV-PRT-DETAIL-LINE TO APV-RPT-LINE.
038500     WRITE APV-RPT-LINE.
038600 3000-APPLY-TRAN-EXIT.
038700     EXIT.
038800
038900*-----------------------------------------------------------------
039000* APPROVE - SECOND USER ONLY. THE MASTER RECORD MUST STILL BE AS
039100* IT WAS WHEN THE CHANGE WAS KEYED (OR STILL ABSENT FOR AN ADD),
039200* OTHERWISE THE CHANGE IS LEFT PENDING TO BE DECLINED AND REKEYED.
039300*-----------------------------------------------------------------
039400 3100-APPROVE.
039500     IF APV-TRN-USER = PD-KEYED-BY
039600         MOVE "SAME USER AS KEYER" TO APV-PRT-RESULT
039700         ADD 1 TO APV-REJECT-COUNT
039800         GO TO 3100-APPROVE-EXIT
039900     END-IF.
040000     MOVE "N" TO APV-DONE-SWITCH.
040100     IF PD-MATMST
040200         PERFORM 3200-APPLY-MAT THRU 3200-APPLY-MAT-EXIT
040300     ELSE
040400         PERFORM 3300-APPLY-SPC THRU 3300-APPLY-SPC-EXIT
040500     END-IF.
040600     IF NOT APV-DONE
040700         ADD 1 TO APV-REJECT-COUNT
040800         GO TO 3100-APPROVE-EXIT
040900     END-IF.
041000     MOVE "APPROVED - APPLIED" TO APV-PRT-RESULT.
041100     ADD 1 TO APV-APPROVED-COUNT.
041200     MOVE "V" TO APV-JRN-EVENT.
041300     PERFORM 3900-WRITE-JOURNAL THRU 3900-WRITE-JOURNAL-EXIT.
041400     DELETE APV-PND-FILE
041500         INVALID KEY
041600             DISPLAY "MNTAPRV: MNTPND DELETE FAILED FOR "
041700                 PD-KEY ", STATUS " APV-PND-STATUS
041800     END-DELETE.
041900 3100-APPROVE-EXIT.
042000     EXIT.
042100
042200 3200-APPLY-MAT.
042300     MOVE PD-MAST-KEY       TO MM-MAT-CODE.
042400     READ APV-MAT-FILE
042500         INVALID KEY
042600             IF PD-ACTION NOT = "A"
042700                 MOVE "MASTER CHANGED"   TO APV-PRT-RESULT
042800                 GO TO 3200-APPLY-MAT-EXIT
042900             END-IF
043000         NOT INVALID KEY
043100             IF PD-ACTION = "A"
043200                 OR MM-MAT-RECORD NOT = PD-BEFORE (1:48)
043300                 MOVE "MASTER CHANGED"   TO APV-PRT-RESULT
043400                 GO TO 3200-APPLY-MAT-EXIT
043500             END-IF
043600     END-READ.
043700     IF PD-ACTION = "D"
043800         DELETE APV-MAT-FILE
043900             INVALID KEY
044000                 MOVE "DELETE FAILED"    TO APV-PRT-RESULT
044100                 GO TO 3200-APPLY-MAT-EXIT
044200         END-DELETE
044300         MOVE "Y" TO APV-DONE-SWITCH
044400         GO TO 3200-APPLY-MAT-EXIT
044500     END-IF.
044600     MOVE PD-AFTER (1:48)   TO MM-MAT-RECORD.
044700     IF PD-ACTION = "A"
044800         WRITE MM-MAT-RECORD
044900             INVALID KEY
045000                 MOVE "WRITE FAILED"     TO APV-PRT-RESULT
045100                 GO TO 3200-APPLY-MAT-EXIT
045200         END-WRITE
045300     ELSE
045400         REWRITE MM-MAT-RECORD
045500             INVALID KEY
045600                 MOVE "REWRITE FAILED"   TO APV-PRT-RESULT
045700                 GO TO 3200-APPLY-MAT-EXIT
045800         END-REWRITE
045900     END-IF.
046000     MOVE "Y" TO APV-DONE-SWITCH.
046100 3200-APPLY-MAT-EXIT.
046200     EXIT.
046300
046400 3300-APPLY-SPC.
046500     MOVE PD-MAST-KEY       TO SP-PART-ID.
046600     READ APV-SPC-FILE
046700         INVALID KEY
046800             IF PD-ACTION NOT = "A"
046900                 MOVE "MASTER CHANGED"   TO APV-PRT-RESULT
047000                 GO TO 3300-APPLY-SPC-EXIT
047100             END-IF
047200         NOT INVALID KEY
047300             IF PD-ACTION = "A"
047400                 OR SP-SPEC-RECORD NOT = PD-BEFORE
047500                 MOVE "MASTER CHANGED"   TO APV-PRT-RESULT
047600                 GO TO 3300-APPLY-SPC-EXIT
047700             END-IF
047800     END-READ.
047900     IF PD-ACTION = "D"
048000         DELETE APV-SPC-FILE
048100             INVALID KEY
048200                 MOVE "DELETE FAILED"    TO APV-PRT-RESULT
048300                 GO TO 3300-APPLY-SPC-EXIT
048400         END-DELETE
048500         MOVE "Y" TO APV-DONE-SWITCH
048600         GO TO 3300-APPLY-SPC-EXIT
048700     END-IF.
048800     MOVE PD-AFTER          TO SP-SPEC-RECORD.
048900     IF PD-ACTION = "A"
049000         WRITE SP-SPEC-RECORD
049100             INVALID KEY
049200                 MOVE "WRITE FAILED"     TO APV-PRT-RESULT
049300                 GO TO 3300-APPLY-SPC-EXIT
049400         END-WRITE
049500     ELSE
049600         REWRITE SP-SPEC-RECORD
049700             INVALID KEY
049800                 MOVE "REWRITE FAILED"   TO APV-PRT-RESULT
049900                 GO TO 3300-APPLY-SPC-EXIT
050000         END-REWRITE
050100     END-IF.
050200     MOVE "Y" TO APV-DONE-SWITCH.
050300 3300-APPLY-SPC-EXIT.
050400     EXIT.
050500
050600*-----------------------------------------------------------------
050700* DECLINE - ANY USER, INCLUDING THE KEYING USER WITHDRAWING THE
050800* CHANGE. THE MASTER IS NOT TOUCHED.
050900*-----------------------------------------------------------------
051000 3400-DECLINE.
051100     MOVE "DECLINED"          TO APV-PRT-RESULT.
051200     ADD 1 TO APV-DECLINED-COUNT.
051300     MOVE "R" TO APV-JRN-EVENT.
051400     PERFORM 3900-WRITE-JOURNAL THRU 3900-WRITE-JOURNAL-EXIT.
051500     DELETE APV-PND-FILE
051600         INVALID KEY
051700             DISPLAY "MNTAPRV: MNTPND DELETE FAILED FOR "
051800                 PD-KEY ", STATUS " APV-PND-STATUS
051900     END-DELETE.
052000 3400-DECLINE-EXIT.
052100     EXIT.
052200
052300 3900-WRITE-JOURNAL.
052400     MOVE SPACES            TO MJ-JOURNAL-RECORD.
052500     MOVE PD-FILE           TO MJ-FILE.
052600     MOVE PD-MAST-KEY       TO MJ-KEY.
052700     MOVE PD-ACTION         TO MJ-ACTION.
052800     MOVE APV-JRN-EVENT     TO MJ-EVENT.
052900     MOVE PD-KEYED-BY       TO MJ-KEYED-BY.
053000     MOVE PD-KEYED-DATE     TO MJ-KEYED-DATE.
053100     MOVE PD-KEYED-TIME     TO MJ-KEYED-TIME.
053200     MOVE APV-TRN-USER      TO MJ-APPR-BY.
053300     MOVE APV-STAMP-DATE    TO MJ-APPR-DATE.
053400     MOVE APV-STAMP-TIME    TO MJ-APPR-TIME.
053500     MOVE PD-BEFORE         TO MJ-BEFORE.
053600     MOVE PD-AFTER          TO MJ-AFTER.
053700     WRITE MJ-JOURNAL-RECORD.
053800     IF NOT APV-JRN-OK
053900         DISPLAY "MNTAPRV: MNTJRN WRITE FAILED FOR "
054000             PD-KEY ", STATUS " APV-JRN-STATUS
054100         ADD 1 TO APV-JRN-ERR-COUNT
054200     END-IF.
054300 3900-WRITE-JOURNAL-EXIT.
054400     EXIT.
054500
054600*-----------------------------------------------------------------
054700* EXCEPTION LIST - EVERY CHANGE LEFT ON MNTPND AFTER THIS RUN THAT
054800* WAS KEYED MORE THAN APV-DAYS CALENDAR DAYS AGO.
054900*-----------------------------------------------------------------
055000 5000-LIST-OVERDUE.
055100     MOVE SPACES TO APV-RPT-LINE.
055200     WRITE APV-RPT-LINE.
055300     MOVE APV-DAYS TO APV-PRT-OVD-DAYS.
055400     MOVE APV-PRT-OVD-HDR-LINE TO APV-RPT-LINE.
055500     WRITE APV-RPT-LINE.
055600     MOVE LOW-VALUES TO PD-KEY.
055700     START APV-PND-FILE KEY IS NOT LESS THAN PD-KEY
055800         INVALID KEY
055900             GO TO 5000-LIST-OVERDUE-EXIT
056000     END-START.
056100     MOVE "N" TO APV-EOF-SWITCH.
056200     PERFORM 5100-READ-PENDING THRU 5100-READ-PENDING-EXIT
056300         UNTIL APV-AT-EOF.
056400 5000-LIST-OVERDUE-EXIT.
056500     EXIT.
056600
056700 5100-READ-PENDING.
056800     READ APV-PND-FILE NEXT RECORD
056900         AT END
057000             MOVE "Y" TO APV-EOF-SWITCH
057100             GO TO 5100-READ-PENDING-EXIT
057200     END-READ.
057300     ADD 1 TO APV-PENDING-COUNT.
057400     MOVE PD-KEYED-DATE TO APV-KEYED-DATE.
057500     IF APV-KEYED-DATE NOT NUMERIC
057600         MOVE 99999 TO APV-AGE
057700     ELSE
057800         COMPUTE APV-KEYED-NUM =
057900             FUNCTION INTEGER-OF-DATE(APV-KEYED-DATE-N)
058000         COMPUTE APV-AGE = APV-TODAY-NUM - APV-KEYED-NUM
058100     END-IF.
058200     IF APV-AGE NOT > APV-DAYS
058300         GO TO 5100-READ-PENDING-EXIT
058400     END-IF.
058500     ADD 1 TO APV-OVERDUE-COUNT.
058600     MOVE SPACES          TO APV-PRT-OVD-LINE.
058700     MOVE PD-FILE         TO APV-PRT-OVD-FILE.
058800     MOVE PD-MAST-KEY     TO APV-PRT-OVD-KEY.
058900     MOVE PD-ACTION       TO APV-PRT-OVD-ACTION.
059000     MOVE PD-KEYED-BY     TO APV-PRT-OVD-BY.
059100     MOVE PD-KEYED-DATE   TO APV-PRT-OVD-DATE.
059200     MOVE APV-AGE         TO APV-PRT-OVD-AGE.
059300     MOVE APV-PRT-OVD-LINE TO APV-RPT-LINE.
059400     WRITE APV-RPT-LINE.
059500 5100-READ-PENDING-EXIT.
059600     EXIT.
059700
059800 8000-TERM.
059900     MOVE SPACES TO APV-RPT-LINE.
060000     WRITE APV-RPT-LINE.
060100     MOVE APV-APPROVED-COUNT  TO APV-PRT-APPROVED.
060200     MOVE APV-DECLINED-COUNT  TO APV-PRT-DECLINED.
060300     MOVE APV-REJECT-COUNT    TO APV-PRT-REJECTED.
060400     MOVE APV-PRT-TOTAL-LINE  TO APV-RPT-LINE.
060500     WRITE APV-RPT-LINE.
060600     MOVE APV-PENDING-COUNT   TO APV-PRT-PENDING.
060700     MOVE APV-OVERDUE-COUNT   TO APV-PRT-OVERDUE.
060800     MOVE APV-PRT-PEND-LINE   TO APV-RPT-LINE.
060900     WRITE APV-RPT-LINE.
061000     IF APV-REJECT-COUNT > 0 OR APV-OVERDUE-COUNT > 0
061100         MOVE 4 TO RETURN-CODE
061200     END-IF.
061300     IF APV-JRN-ERR-COUNT > 0
061400         MOVE 16 TO RETURN-CODE
061500     END-IF.
061600     CLOSE APV-TRAN-FILE.
061700     CLOSE APV-PND-FILE.
061800     CLOSE APV-MAT-FILE.
061900     CLOSE APV-SPC-FILE.
062000     CLOSE APV-JRN-FILE.
062100     CLOSE APV-RPT-FILE.
062200 8000-TERM-EXIT.
062300     EXIT.
062400
062500 END PROGRAM MNTAPRV.
