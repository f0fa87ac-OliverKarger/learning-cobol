001800*                  EVERY TRANSACTION IS ECHOED TO SPMRPT WITH
001900*                  ITS DISPOSITION; RETURN-CODE 4 WHEN ANY
002000*                  TRANSACTION COULD NOT BE APPLIED.
002005* 2026-10-15 JH    TOLERANCE-BAND CHANGES NO LONGER GO STRAIGHT TO
002010*                  SPCLMT. EVERY VALID ADD, CHANGE AND DELETE IS
002015*                  STAGED ON THE MNTPND PENDING FILE (RESULT
002020*                  PENDING APPROVAL) AND REACHES SPCLMT ONLY WHEN
002025*                  A SECOND USER APPROVES IT IN THE MNTAPRV RUN.
002030*                  EACH STAGED CHANGE IS WRITTEN TO THE PERMANENT
002035*                  MNTJRN JOURNAL WITH THE BAND BEFORE AND AFTER,
002040*                  THE KEYING USER (SPM-TRN-USER, TAKEN FROM THE
002045*                  SPMIN FILLER, REQUIRED) AND THE RUN DATE/TIME.
002050*                  ONE CHANGE MAY BE PENDING PER PART; ANOTHER
002055*                  TRANSACTION FOR IT IS REJECTED UNTIL THE FIRST
002060*                  IS APPROVED OR DECLINED.
002100*-----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003900     SELECT SPM-RPT-FILE ASSIGN TO "SPMRPT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS SPM-RPT-STATUS.
004105
004110     SELECT SPM-JRN-FILE ASSIGN TO "MNTJRN"
004115         ORGANIZATION IS LINE SEQUENTIAL
004120         FILE STATUS IS SPM-JRN-STATUS.
004125
004130     SELECT SPM-PND-FILE ASSIGN TO "MNTPND"
004135         ORGANIZATION IS INDEXED
004140         ACCESS MODE IS RANDOM
004145         RECORD KEY IS PD-KEY
004150         FILE STATUS IS SPM-PND-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
005400     05 SPM-TRN-VOL-MAX    PIC 9(13)V9(02).
005500     05 SPM-TRN-SURF-MIN   PIC 9(13)V9(02).
005600     05 SPM-TRN-SURF-MAX   PIC 9(13)V9(02).
005700     05 SPM-TRN-USER       PIC X(08).
005710     05 FILLER             PIC X(03).
005800
005900 FD  SPM-MASTER-FILE
006000     RECORD CONTAINS 80 CHARACTERS.
006300 FD  SPM-RPT-FILE
006400     RECORD CONTAINS 80 CHARACTERS.
006500 01  SPM-RPT-LINE              PIC X(80).
006510
006520 FD  SPM-JRN-FILE
006530     RECORD CONTAINS 240 CHARACTERS.
006540     COPY JRNREC.
006550
006560 FD  SPM-PND-FILE
006570     RECORD CONTAINS 200 CHARACTERS.
006580     COPY PNDREC.
006600
006700 WORKING-STORAGE SECTION.
006800 01  SPM-TRAN-STATUS       PIC X(02).
007500
007600 01  SPM-RPT-STATUS        PIC X(02).
007700     88 SPM-RPT-OK         VALUE "00".
007710
007720 01  SPM-JRN-STATUS        PIC X(02).
007730     88 SPM-JRN-OK         VALUE "00".
007740     88 SPM-JRN-ABSENT     VALUE "35".
007750
007760 01  SPM-PND-STATUS        PIC X(02).
007770     88 SPM-PND-OK         VALUE "00".
007780     88 SPM-PND-ABSENT     VALUE "35".
007800
007900 01  SPM-SWITCHES.
008000     05 SPM-EOF-SWITCH     PIC X(01) VALUE "N".
008400
008500 77  SPM-APPLIED-COUNT     PIC 9(05) COMP VALUE ZERO.
008600 77  SPM-REJECT-COUNT      PIC 9(05) COMP VALUE ZERO.
008610 77  SPM-PENDING-COUNT     PIC 9(05) COMP VALUE ZERO.
008620 77  SPM-JRN-ERR-COUNT     PIC 9(05) COMP VALUE ZERO.
008630
008640 01  SPM-STAMP-DATE        PIC X(08).
008650 01  SPM-STAMP-TIME        PIC X(06).
008660 01  SPM-TIME-WORK         PIC X(08).
008670 01  SPM-BEFORE-IMAGE      PIC X(80).
008680 01  SPM-AFTER-IMAGE       PIC X(80).
008700
008800 01  SPM-PRT-DETAIL-LINE.
008900     05 SPM-PRT-ACTION     PIC X(01).
009800     05 SPM-PRT-APPLIED    PIC ZZZZ9.
009900     05 FILLER             PIC X(12) VALUE "  REJECTED: ".
010000     05 SPM-PRT-REJECTED   PIC ZZZZ9.
010010     05 FILLER             PIC X(11) VALUE "  PENDING: ".
010020     05 SPM-PRT-PENDING    PIC ZZZZ9.
010030     05 FILLER             PIC X(22) VALUE SPACES.
010200
010300 PROCEDURE DIVISION.
010400
014200         MOVE 16 TO RETURN-CODE
014300         GO TO 1000-INIT-EXIT
014400     END-IF.
014402     OPEN EXTEND SPM-JRN-FILE.
014404     IF SPM-JRN-ABSENT
014406         OPEN OUTPUT SPM-JRN-FILE
014408     END-IF.
014410     IF NOT SPM-JRN-OK
014412         DISPLAY "SPMAINT: UNABLE TO OPEN MNTJRN, STATUS "
014414             SPM-JRN-STATUS
014416         MOVE "Y" TO SPM-ABORT-SWITCH
014418         MOVE 16 TO RETURN-CODE
014420         GO TO 1000-INIT-EXIT
014422     END-IF.
014424     OPEN I-O SPM-PND-FILE.
014426     IF SPM-PND-ABSENT
014428         OPEN OUTPUT SPM-PND-FILE
014430         CLOSE SPM-PND-FILE
014432         OPEN I-O SPM-PND-FILE
014434     END-IF.
014436     IF NOT SPM-PND-OK
014438         DISPLAY "SPMAINT: UNABLE TO OPEN MNTPND, STATUS "
014440             SPM-PND-STATUS
014442         MOVE "Y" TO SPM-ABORT-SWITCH
014444         MOVE 16 TO RETURN-CODE
014446         GO TO 1000-INIT-EXIT
014448     END-IF.
014450     ACCEPT SPM-STAMP-DATE FROM DATE YYYYMMDD.
014452     ACCEPT SPM-TIME-WORK FROM TIME.
014454     MOVE SPM-TIME-WORK (1:6) TO SPM-STAMP-TIME.
014500     PERFORM 2100-READ-TRAN THRU 2100-READ-TRAN-EXIT.
014600 1000-INIT-EXIT.
014700     EXIT.
016900         ADD 1 TO SPM-REJECT-COUNT
017000         GO TO 3000-APPLY-TRAN-WRITE
017100     END-IF.
017110     IF SPM-TRN-USER = SPACES
017120         MOVE "NO USER ID"       TO SPM-PRT-RESULT
017130         ADD 1 TO SPM-REJECT-COUNT
017140         GO TO 3000-APPLY-TRAN-WRITE
017150     END-IF.
017200     IF SPM-TRN-ADD OR SPM-TRN-CHANGE
017300         IF SPM-TRN-VOL-MIN NOT NUMERIC
017400             OR SPM-TRN-VOL-MAX NOT NUMERIC
018500             GO TO 3000-APPLY-TRAN-WRITE
018600         END-IF
018700     END-IF.
018705     IF SPM-TRN-ADD OR SPM-TRN-CHANGE OR SPM-TRN-DELETE
018710         MOVE "SP"              TO PD-FILE
018715         MOVE SPM-TRN-PART-ID   TO PD-MAST-KEY
018720         READ SPM-PND-FILE
018725             INVALID KEY
018730                 CONTINUE
018735             NOT INVALID KEY
018740                 MOVE "CHANGE PENDING"  TO SPM-PRT-RESULT
018745                 ADD 1 TO SPM-REJECT-COUNT
018750                 GO TO 3000-APPLY-TRAN-WRITE
018755         END-READ
018760     END-IF.
018800     IF SPM-TRN-ADD
018900         PERFORM 3100-ADD-SPEC THRU 3100-ADD-SPEC-EXIT
019000     ELSE
020700     EXIT.
020800
020900 3100-ADD-SPEC.
020910     MOVE SPM-TRN-PART-ID   TO SP-PART-ID.
020920     READ SPM-MASTER-FILE
020930         INVALID KEY
020940             CONTINUE
020950         NOT INVALID KEY
020960             MOVE "DUPLICATE PART"  TO SPM-PRT-RESULT
020970             ADD 1 TO SPM-REJECT-COUNT
020980             GO TO 3100-ADD-SPEC-EXIT
020990     END-READ.
021000     MOVE SPACES            TO SP-SPEC-RECORD.
021100     MOVE SPM-TRN-PART-ID   TO SP-PART-ID.
021200     MOVE SPM-TRN-VOL-MIN   TO SP-VOL-MIN.
021300     MOVE SPM-TRN-VOL-MAX   TO SP-VOL-MAX.
021400     MOVE SPM-TRN-SURF-MIN  TO SP-SURF-MIN.
021500     MOVE SPM-TRN-SURF-MAX  TO SP-SURF-MAX.
021510     MOVE SPACES            TO SPM-BEFORE-IMAGE.
021520     MOVE SP-SPEC-RECORD    TO SPM-AFTER-IMAGE.
021530     PERFORM 3800-STAGE-CHANGE THRU 3800-STAGE-CHANGE-EXIT.
022400 3100-ADD-SPEC-EXIT.
022500     EXIT.
022600
023200             ADD 1 TO SPM-REJECT-COUNT
023300             GO TO 3200-CHANGE-SPEC-EXIT
023400     END-READ.
023410     MOVE SP-SPEC-RECORD    TO SPM-BEFORE-IMAGE.
023500     MOVE SPM-TRN-VOL-MIN   TO SP-VOL-MIN.
023600     MOVE SPM-TRN-VOL-MAX   TO SP-VOL-MAX.
023700     MOVE SPM-TRN-SURF-MIN  TO SP-SURF-MIN.
023800     MOVE SPM-TRN-SURF-MAX  TO SP-SURF-MAX.
023810     MOVE SP-SPEC-RECORD    TO SPM-AFTER-IMAGE.
023820     PERFORM 3800-STAGE-CHANGE THRU 3800-STAGE-CHANGE-EXIT.
024700 3200-CHANGE-SPEC-EXIT.
024800     EXIT.
024900
025000 3300-DELETE-SPEC.
025100     MOVE SPM-TRN-PART-ID   TO SP-PART-ID.
025110     READ SPM-MASTER-FILE
025300         INVALID KEY
025400             MOVE "PART NOT FOUND"  TO SPM-PRT-RESULT
025500             ADD 1 TO SPM-REJECT-COUNT
025510             GO TO 3300-DELETE-SPEC-EXIT
025520     END-READ.
025530     MOVE SP-SPEC-RECORD    TO SPM-BEFORE-IMAGE.
025540     MOVE SPACES            TO SPM-AFTER-IMAGE.
025550     PERFORM 3800-STAGE-CHANGE THRU 3800-STAGE-CHANGE-EXIT.
026000 3300-DELETE-SPEC-EXIT.
026100     EXIT.
026102
026104 3800-STAGE-CHANGE.
026106     MOVE SPACES            TO PD-PENDING-RECORD.
026108     MOVE "SP"              TO PD-FILE.
026110     MOVE SPM-TRN-PART-ID   TO PD-MAST-KEY.
026112     MOVE SPM-TRN-ACTION    TO PD-ACTION.
026114     MOVE SPM-TRN-USER      TO PD-KEYED-BY.
026116     MOVE SPM-STAMP-DATE    TO PD-KEYED-DATE.
026118     MOVE SPM-STAMP-TIME    TO PD-KEYED-TIME.
026120     MOVE SPM-BEFORE-IMAGE  TO PD-BEFORE.
026122     MOVE SPM-AFTER-IMAGE   TO PD-AFTER.
026124     WRITE PD-PENDING-RECORD
026126         INVALID KEY
026128             MOVE "CHANGE PENDING"   TO SPM-PRT-RESULT
026130             ADD 1 TO SPM-REJECT-COUNT
026132         NOT INVALID KEY
026134             MOVE "PENDING APPROVAL" TO SPM-PRT-RESULT
026136             ADD 1 TO SPM-PENDING-COUNT
026138             PERFORM 3900-WRITE-JOURNAL
026140                 THRU 3900-WRITE-JOURNAL-EXIT
026142     END-WRITE.
026144 3800-STAGE-CHANGE-EXIT.
026146     EXIT.
026148
026150 3900-WRITE-JOURNAL.
026152     MOVE SPACES            TO MJ-JOURNAL-RECORD.
026154     MOVE "SP"              TO MJ-FILE.
026156     MOVE SPM-TRN-PART-ID   TO MJ-KEY.
026158     MOVE SPM-TRN-ACTION    TO MJ-ACTION.
026160     MOVE "P"               TO MJ-EVENT.
026162     MOVE SPM-TRN-USER      TO MJ-KEYED-BY.
026164     MOVE SPM-STAMP-DATE    TO MJ-KEYED-DATE.
026166     MOVE SPM-STAMP-TIME    TO MJ-KEYED-TIME.
026168     MOVE SPM-BEFORE-IMAGE  TO MJ-BEFORE.
026170     MOVE SPM-AFTER-IMAGE   TO MJ-AFTER.
026172     WRITE MJ-JOURNAL-RECORD.
026174     IF NOT SPM-JRN-OK
026176         DISPLAY "SPMAINT: MNTJRN WRITE FAILED FOR "
026178             SPM-TRN-PART-ID ", STATUS " SPM-JRN-STATUS
026180         ADD 1 TO SPM-JRN-ERR-COUNT
026182     END-IF.
026184 3900-WRITE-JOURNAL-EXIT.
026186     EXIT.
026200
026300 8000-TERM.
026400     MOVE "TOTAL APPLIED:     " TO SPM-PRT-TOT-LABEL.
026500     MOVE SPM-APPLIED-COUNT   TO SPM-PRT-APPLIED.
026600     MOVE SPM-REJECT-COUNT    TO SPM-PRT-REJECTED.
026610     MOVE SPM-PENDING-COUNT   TO SPM-PRT-PENDING.
026700     MOVE SPM-PRT-TOTAL-LINE  TO SPM-RPT-LINE.
026800     WRITE SPM-RPT-LINE.
026900     IF SPM-REJECT-COUNT > 0
027000         MOVE 4 TO RETURN-CODE
027100     END-IF.
027110     IF SPM-JRN-ERR-COUNT > 0
027120         MOVE 16 TO RETURN-CODE
027130     END-IF.
027200     CLOSE SPM-TRAN-FILE.
027300     CLOSE SPM-MASTER-FILE.
027400     CLOSE SPM-RPT-FILE.
027410     CLOSE SPM-JRN-FILE.
027420     CLOSE SPM-PND-FILE.
027500 8000-TERM-EXIT.
027600     EXIT.
027700
