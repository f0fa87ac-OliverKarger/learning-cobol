002100*                  ENDS WITH RETURN-CODE 4 WHEN ANY TRANSACTION
002200*                  COULD NOT BE APPLIED - SAME CONVENTIONS AS
002300*                  PTMAINT THROUGHOUT.
002305* 2026-10-15 JH    PRICE AND DENSITY CHANGES NO LONGER GO STRAIGHT
002310*                  TO MATMST. AN ADD, A DELETE, OR A CHANGE THAT
002315*                  MOVES MM-DENSITY OR MM-COST-CC IS STAGED ON THE
002320*                  MNTPND PENDING FILE (RESULT PENDING APPROVAL)
002325*                  AND REACHES MATMST ONLY WHEN A SECOND USER
002330*                  APPROVES IT IN THE MNTAPRV RUN. A CHANGE TO THE
002335*                  DESCRIPTION ALONE STILL APPLIES AT ONCE. EVERY
002340*                  APPLIED OR STAGED CHANGE IS WRITTEN TO THE
002345*                  PERMANENT MNTJRN JOURNAL WITH THE RECORD BEFORE
002350*                  AND AFTER, THE KEYING USER (MTM-TRN-USER, MTMIN
002355*                  RECORD 44->52, REQUIRED) AND THE RUN DATE/TIME.
002360*                  ONE CHANGE MAY BE PENDING PER MATERIAL; ANOTHER
002365*                  TRANSACTION FOR IT IS REJECTED UNTIL THE FIRST
002370*                  IS APPROVED OR DECLINED.
002400*-----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004200     SELECT MTM-RPT-FILE ASSIGN TO "MTMRPT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS MTM-RPT-STATUS.
004405
004410     SELECT MTM-JRN-FILE ASSIGN TO "MNTJRN"
004415         ORGANIZATION IS LINE SEQUENTIAL
004420         FILE STATUS IS MTM-JRN-STATUS.
004425
004430     SELECT MTM-PND-FILE ASSIGN TO "MNTPND"
004435         ORGANIZATION IS INDEXED
004440         ACCESS MODE IS RANDOM
004445         RECORD KEY IS PD-KEY
004450         FILE STATUS IS MTM-PND-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  MTM-TRAN-FILE
004900     RECORD CONTAINS 52 CHARACTERS.
005000 01  MTM-TRAN-RECORD.
005100     05 MTM-TRN-ACTION     PIC X(01).
005200        88 MTM-TRN-ADD     VALUE "A".
005700     05 MTM-TRN-DENSITY    PIC 9(03)V9(04).
005800     05 MTM-TRN-COST-CC    PIC 9(05)V9(04).
005900     05 FILLER             PIC X(03).
005910     05 MTM-TRN-USER       PIC X(08).
006000
006100 FD  MTM-MASTER-FILE
006200     RECORD CONTAINS 48 CHARACTERS.
006500 FD  MTM-RPT-FILE
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  MTM-RPT-LINE              PIC X(80).
006710
006720 FD  MTM-JRN-FILE
006730     RECORD CONTAINS 240 CHARACTERS.
006740     COPY JRNREC.
006750
006760 FD  MTM-PND-FILE
006770     RECORD CONTAINS 200 CHARACTERS.
006780     COPY PNDREC.
006800
006900 WORKING-STORAGE SECTION.
007000 01  MTM-TRAN-STATUS       PIC X(02).
007700
007800 01  MTM-RPT-STATUS        PIC X(02).
007900     88 MTM-RPT-OK         VALUE "00".
007910
007920 01  MTM-JRN-STATUS        PIC X(02).
007930     88 MTM-JRN-OK         VALUE "00".
007940     88 MTM-JRN-ABSENT     VALUE "35".
007950
007960 01  MTM-PND-STATUS        PIC X(02).
007970     88 MTM-PND-OK         VALUE "00".
007980     88 MTM-PND-ABSENT     VALUE "35".
008000
008100 01  MTM-SWITCHES.
008200     05 MTM-EOF-SWITCH     PIC X(01) VALUE "N".
008600
008700 77  MTM-APPLIED-COUNT     PIC 9(05) COMP VALUE ZERO.
008800 77  MTM-REJECT-COUNT      PIC 9(05) COMP VALUE ZERO.
008805 77  MTM-PENDING-COUNT     PIC 9(05) COMP VALUE ZERO.
008810 77  MTM-JRN-ERR-COUNT     PIC 9(05) COMP VALUE ZERO.
008815 77  MTM-JRN-EVENT         PIC X(01) VALUE SPACE.
008820
008825 01  MTM-STAMP-DATE        PIC X(08).
008830 01  MTM-STAMP-TIME        PIC X(06).
008835 01  MTM-TIME-WORK         PIC X(08).
008840 01  MTM-BEFORE-IMAGE      PIC X(80).
008845 01  MTM-AFTER-IMAGE       PIC X(80).
008850 01  MTM-OLD-DENSITY       PIC S9(03)V9(04).
008855 01  MTM-OLD-COST-CC       PIC S9(05)V9(04).
008900
009000 01  MTM-PRT-DETAIL-LINE.
009100     05 MTM-PRT-ACTION     PIC X(01).
010600     05 MTM-PRT-APPLIED    PIC ZZZZ9.
010700     05 FILLER             PIC X(12) VALUE "  REJECTED: ".
010800     05 MTM-PRT-REJECTED   PIC ZZZZ9.
010810     05 FILLER             PIC X(11) VALUE "  PENDING: ".
010820     05 MTM-PRT-PENDING    PIC ZZZZ9.
010830     05 FILLER             PIC X(22) VALUE SPACES.
011000
011100 PROCEDURE DIVISION.
011200
015000         MOVE 16 TO RETURN-CODE
015100         GO TO 1000-INIT-EXIT
015200     END-IF.
015202     OPEN EXTEND MTM-JRN-FILE.
015204     IF MTM-JRN-ABSENT
015206         OPEN OUTPUT MTM-JRN-FILE
015208     END-IF.
015210     IF NOT MTM-JRN-OK
015212         DISPLAY "MTMAINT: UNABLE TO OPEN MNTJRN, STATUS "
015214             MTM-JRN-STATUS
015216         MOVE "Y" TO MTM-ABORT-SWITCH
015218         MOVE 16 TO RETURN-CODE
015220         GO TO 1000-INIT-EXIT
015222     END-IF.
015224     OPEN I-O MTM-PND-FILE.
015226     IF MTM-PND-ABSENT
015228         OPEN OUTPUT MTM-PND-FILE
015230         CLOSE MTM-PND-FILE
015232         OPEN I-O MTM-PND-FILE
015234     END-IF.
015236     IF NOT MTM-PND-OK
015238         DISPLAY "MTMAINT: UNABLE TO OPEN MNTPND, STATUS "
015240             MTM-PND-STATUS
015242         MOVE "Y" TO MTM-ABORT-SWITCH
015244         MOVE 16 TO RETURN-CODE
015246         GO TO 1000-INIT-EXIT
015248     END-IF.
015250     ACCEPT MTM-STAMP-DATE FROM DATE YYYYMMDD.
015252     ACCEPT MTM-TIME-WORK FROM TIME.
015254     MOVE MTM-TIME-WORK (1:6) TO MTM-STAMP-TIME.
015300     PERFORM 2100-READ-TRAN THRU 2100-READ-TRAN-EXIT.
015400 1000-INIT-EXIT.
015500     EXIT.
017800         ADD 1 TO MTM-REJECT-COUNT
017900         GO TO 3000-APPLY-TRAN-WRITE
018000     END-IF.
018010     IF MTM-TRN-USER = SPACES
018020         MOVE "NO USER ID"        TO MTM-PRT-RESULT
018030         ADD 1 TO MTM-REJECT-COUNT
018040         GO TO 3000-APPLY-TRAN-WRITE
018050     END-IF.
018100     IF MTM-TRN-ADD OR MTM-TRN-CHANGE
018200         IF MTM-TRN-DENSITY NOT NUMERIC
018300             OR MTM-TRN-COST-CC NOT NUMERIC
018800         MOVE MTM-TRN-DENSITY TO MTM-PRT-DENSITY
018900         MOVE MTM-TRN-COST-CC TO MTM-PRT-COST
019000     END-IF.
019005     IF MTM-TRN-ADD OR MTM-TRN-CHANGE OR MTM-TRN-DELETE
019010         MOVE "MT"              TO PD-FILE
019015         MOVE MTM-TRN-MAT-CODE  TO PD-MAST-KEY
019020         READ MTM-PND-FILE
019025             INVALID KEY
019030                 CONTINUE
019035             NOT INVALID KEY
019040                 MOVE "CHANGE PENDING"  TO MTM-PRT-RESULT
019045                 ADD 1 TO MTM-REJECT-COUNT
019050                 GO TO 3000-APPLY-TRAN-WRITE
019055         END-READ
019060     END-IF.
019100     IF MTM-TRN-ADD
019200         PERFORM 3100-ADD-MAT THRU 3100-ADD-MAT-EXIT
019300     ELSE
021000     EXIT.
021100
021200 3100-ADD-MAT.
021210     MOVE MTM-TRN-MAT-CODE  TO MM-MAT-CODE.
021220     READ MTM-MASTER-FILE
021230         INVALID KEY
021240             CONTINUE
021250         NOT INVALID KEY
021260             MOVE "DUPLICATE MATERIAL" TO MTM-PRT-RESULT
021270             ADD 1 TO MTM-REJECT-COUNT
021280             GO TO 3100-ADD-MAT-EXIT
021290     END-READ.
021300     MOVE SPACES            TO MM-MAT-RECORD.
021400     MOVE MTM-TRN-MAT-CODE  TO MM-MAT-CODE.
021500     MOVE MTM-TRN-DESC      TO MM-MAT-DESC.
021600     MOVE MTM-TRN-DENSITY   TO MM-DENSITY.
021700     MOVE MTM-TRN-COST-CC   TO MM-COST-CC.
021710     MOVE SPACES            TO MTM-BEFORE-IMAGE.
021720     MOVE MM-MAT-RECORD     TO MTM-AFTER-IMAGE.
021730     PERFORM 3800-STAGE-CHANGE THRU 3800-STAGE-CHANGE-EXIT.
022600 3100-ADD-MAT-EXIT.
022700     EXIT.
022800
023400             ADD 1 TO MTM-REJECT-COUNT
023500             GO TO 3200-CHANGE-MAT-EXIT
023600     END-READ.
023610     MOVE MM-MAT-RECORD     TO MTM-BEFORE-IMAGE.
023620     MOVE MM-DENSITY        TO MTM-OLD-DENSITY.
023630     MOVE MM-COST-CC        TO MTM-OLD-COST-CC.
023700     MOVE MTM-TRN-DESC      TO MM-MAT-DESC.
023800     MOVE MTM-TRN-DENSITY   TO MM-DENSITY.
023900     MOVE MTM-TRN-COST-CC   TO MM-COST-CC.
023910     MOVE MM-MAT-RECORD     TO MTM-AFTER-IMAGE.
023920     IF MM-DENSITY NOT = MTM-OLD-DENSITY
023930         OR MM-COST-CC NOT = MTM-OLD-COST-CC
023940         PERFORM 3800-STAGE-CHANGE THRU 3800-STAGE-CHANGE-EXIT
023950         GO TO 3200-CHANGE-MAT-EXIT
023960     END-IF.
024000     REWRITE MM-MAT-RECORD
024100         INVALID KEY
024200             MOVE "REWRITE FAILED"     TO MTM-PRT-RESULT
024400         NOT INVALID KEY
024500             MOVE "CHANGED"            TO MTM-PRT-RESULT
024600             ADD 1 TO MTM-APPLIED-COUNT
024610             MOVE "A"               TO MTM-JRN-EVENT
024620             PERFORM 3900-WRITE-JOURNAL
024630                 THRU 3900-WRITE-JOURNAL-EXIT
024700     END-REWRITE.
024800 3200-CHANGE-MAT-EXIT.
024900     EXIT.
025000
025100 3300-DELETE-MAT.
025200     MOVE MTM-TRN-MAT-CODE  TO MM-MAT-CODE.
025210     READ MTM-MASTER-FILE
025400         INVALID KEY
025500             MOVE "MATERIAL NOT FOUND" TO MTM-PRT-RESULT
025600             ADD 1 TO MTM-REJECT-COUNT
025610             GO TO 3300-DELETE-MAT-EXIT
025620     END-READ.
025630     MOVE MM-MAT-RECORD     TO MTM-BEFORE-IMAGE.
025640     MOVE SPACES            TO MTM-AFTER-IMAGE.
025650     PERFORM 3800-STAGE-CHANGE THRU 3800-STAGE-CHANGE-EXIT.
026100 3300-DELETE-MAT-EXIT.
026200     EXIT.
026202
026204 3800-STAGE-CHANGE.
026206     MOVE SPACES            TO PD-PENDING-RECORD.
026208     MOVE "MT"              TO PD-FILE.
026210     MOVE MTM-TRN-MAT-CODE  TO PD-MAST-KEY.
026212     MOVE MTM-TRN-ACTION    TO PD-ACTION.
026214     MOVE MTM-TRN-USER      TO PD-KEYED-BY.
026216     MOVE MTM-STAMP-DATE    TO PD-KEYED-DATE.
026218     MOVE MTM-STAMP-TIME    TO PD-KEYED-TIME.
026220     MOVE MTM-BEFORE-IMAGE  TO PD-BEFORE.
026222     MOVE MTM-AFTER-IMAGE   TO PD-AFTER.
026224     WRITE PD-PENDING-RECORD
026226         INVALID KEY
026228             MOVE "CHANGE PENDING"     TO MTM-PRT-RESULT
026230             ADD 1 TO MTM-REJECT-COUNT
026232         NOT INVALID KEY
026234             MOVE "PENDING APPROVAL"   TO MTM-PRT-RESULT
026236             ADD 1 TO MTM-PENDING-COUNT
026238             MOVE "P"               TO MTM-JRN-EVENT
026240             PERFORM 3900-WRITE-JOURNAL
026242                 THRU 3900-WRITE-JOURNAL-EXIT
026244     END-WRITE.
026246 3800-STAGE-CHANGE-EXIT.
026248     EXIT.
026250
026252 3900-WRITE-JOURNAL.
026254     MOVE SPACES            TO MJ-JOURNAL-RECORD.
026256     MOVE "MT"              TO MJ-FILE.
026258     MOVE MTM-TRN-MAT-CODE  TO MJ-KEY.
026260     MOVE MTM-TRN-ACTION    TO MJ-ACTION.
026262     MOVE MTM-JRN-EVENT     TO MJ-EVENT.
026264     MOVE MTM-TRN-USER      TO MJ-KEYED-BY.
026266     MOVE MTM-STAMP-DATE    TO MJ-KEYED-DATE.
026268     MOVE MTM-STAMP-TIME    TO MJ-KEYED-TIME.
026270     MOVE MTM-BEFORE-IMAGE  TO MJ-BEFORE.
026272     MOVE MTM-AFTER-IMAGE   TO MJ-AFTER.
026274     WRITE MJ-JOURNAL-RECORD.
026276     IF NOT MTM-JRN-OK
026278         DISPLAY "MTMAINT: MNTJRN WRITE FAILED FOR "
026280             MTM-TRN-MAT-CODE ", STATUS " MTM-JRN-STATUS
026282         ADD 1 TO MTM-JRN-ERR-COUNT
026284     END-IF.
026286 3900-WRITE-JOURNAL-EXIT.
026288     EXIT.
026300
026400 8000-TERM.
026500     MOVE "TOTAL APPLIED:     " TO MTM-PRT-TOT-LABEL.
026600     MOVE MTM-APPLIED-COUNT   TO MTM-PRT-APPLIED.
026700     MOVE MTM-REJECT-COUNT    TO MTM-PRT-REJECTED.
026710     MOVE MTM-PENDING-COUNT   TO MTM-PRT-PENDING.
026800     MOVE MTM-PRT-TOTAL-LINE  TO MTM-RPT-LINE.
026900     WRITE MTM-RPT-LINE.
027000     IF MTM-REJECT-COUNT > 0
027100         MOVE 4 TO RETURN-CODE
027200     END-IF.
027210     IF MTM-JRN-ERR-COUNT > 0
027220         MOVE 16 TO RETURN-CODE
027230     END-IF.
027300     CLOSE MTM-TRAN-FILE.
027400     CLOSE MTM-MASTER-FILE.
027500     CLOSE MTM-RPT-FILE.
027510     CLOSE MTM-JRN-FILE.
027520     CLOSE MTM-PND-FILE.
027600 8000-TERM-EXIT.
027700     EXIT.
027800
