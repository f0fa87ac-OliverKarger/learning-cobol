002060*                  48-BYTE PARTMST RECORD AND ECHOED ON PTMRPT;
002070*                  A BLANK CODE IS ALLOWED AND MEANS NO WEIGHT/
002080*                  COST EXTENSION FOR THAT PART.
002082* 2026-10-15 JH    PTMIN TRANSACTIONS NOW ALSO CARRY THE SURFACE-
002084*                  FINISH / COATING CODE (PTM-TRN-FIN-CODE,
002086*                  RECORD 44->48) THAT POINTS EACH PART AT ITS
002088*                  ENTRY ON THE NEW FINMST FINISHING MASTER
002090*                  (MAINTAINED BY FNMAINT). THE CODE IS CARRIED
002092*                  ON PARTMST (PM-FIN-CODE) AND ECHOED ON PTMRPT;
002094*                  A BLANK CODE MEANS AN UNFINISHED PART.
002099* 2026-10-15 JH    EVERY APPLIED ADD/CHANGE/DELETE IS NOW WRITTEN
002104*                  TO THE PERMANENT MNTJRN MAINTENANCE JOURNAL,
002109*                  WITH THE PARTMST RECORD BEFORE AND AFTER, THE
002114*                  USER WHO KEYED IT AND THE DATE AND TIME OF RUN.
002119*                  PTMIN CARRIES THE KEYING USER (PTM-TRN-USER,
002124*                  RECORD 48->56); A TRANSACTION WITHOUT ONE IS
002129*                  REJECTED. A DELETE NOW READS THE PART FIRST SO
002134*                  THE JOURNAL HOLDS WHAT WAS DELETED. PART
002139*                  CHANGES ARE NOT PRICE OR BAND CHANGES AND STILL
002144*                  APPLY AT ONCE, WITHOUT SECOND-PERSON APPROVAL.
002149*-----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. GENERIC.
003900     SELECT PTM-RPT-FILE ASSIGN TO "PTMRPT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS PTM-RPT-STATUS.
004110
004120     SELECT PTM-JRN-FILE ASSIGN TO "MNTJRN"
004130         ORGANIZATION IS LINE SEQUENTIAL
004140         FILE STATUS IS PTM-JRN-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  PTM-TRAN-FILE
004600     RECORD CONTAINS 56 CHARACTERS.
004700 01  PTM-TRAN-RECORD.
004800     05 PTM-TRN-ACTION     PIC X(01).
004900        88 PTM-TRN-ADD     VALUE "A".
005200     05 PTM-TRN-PART-ID    PIC X(08).
005300     05 PTM-TRN-DESC       PIC X(30).
005350     05 PTM-TRN-MAT-CODE   PIC X(04).
005370     05 PTM-TRN-FIN-CODE   PIC X(04).
005400     05 FILLER             PIC X(01).
005410     05 PTM-TRN-USER       PIC X(08).
005500
005600 FD  PTM-MASTER-FILE
005700     RECORD CONTAINS 48 CHARACTERS.
006000 FD  PTM-RPT-FILE
006100     RECORD CONTAINS 80 CHARACTERS.
006200 01  PTM-RPT-LINE              PIC X(80).
006210
006220 FD  PTM-JRN-FILE
006230     RECORD CONTAINS 240 CHARACTERS.
006240     COPY JRNREC.
006300
006400 WORKING-STORAGE SECTION.
006500 01  PTM-TRAN-STATUS       PIC X(02).
007200
007300 01  PTM-RPT-STATUS        PIC X(02).
007400     88 PTM-RPT-OK         VALUE "00".
007410
007420 01  PTM-JRN-STATUS        PIC X(02).
007430     88 PTM-JRN-OK         VALUE "00".
007440     88 PTM-JRN-ABSENT     VALUE "35".
007500
007600 01  PTM-SWITCHES.
007700     05 PTM-EOF-SWITCH     PIC X(01) VALUE "N".
008100
008200 77  PTM-APPLIED-COUNT     PIC 9(05) COMP VALUE ZERO.
008300 77  PTM-REJECT-COUNT      PIC 9(05) COMP VALUE ZERO.
008310 77  PTM-JRN-ERR-COUNT     PIC 9(05) COMP VALUE ZERO.
008320
008330 01  PTM-STAMP-DATE        PIC X(08).
008340 01  PTM-STAMP-TIME        PIC X(06).
008350 01  PTM-TIME-WORK         PIC X(08).
008360 01  PTM-BEFORE-IMAGE      PIC X(80).
008370 01  PTM-AFTER-IMAGE       PIC X(80).
008400
008500 01  PTM-PRT-DETAIL-LINE.
008600     05 PTM-PRT-ACTION     PIC X(01).
009000     05 PTM-PRT-DESC       PIC X(30).
009050     05 FILLER             PIC X(01).
009060     05 PTM-PRT-MAT-CODE   PIC X(04).
009070     05 FILLER             PIC X(01).
009080     05 PTM-PRT-FIN-CODE   PIC X(04).
009100     05 FILLER             PIC X(02).
009200     05 PTM-PRT-RESULT     PIC X(20).
009300     05 FILLER             PIC X(05).
009400
009500 01  PTM-PRT-TOTAL-LINE.
009600     05 PTM-PRT-TOT-LABEL  PIC X(20).
014100         MOVE 16 TO RETURN-CODE
014200         GO TO 1000-INIT-EXIT
014300     END-IF.
014305     OPEN EXTEND PTM-JRN-FILE.
014310     IF PTM-JRN-ABSENT
014315         OPEN OUTPUT PTM-JRN-FILE
014320     END-IF.
014325     IF NOT PTM-JRN-OK
014330         DISPLAY "PTMAINT: UNABLE TO OPEN MNTJRN, STATUS "
014335             PTM-JRN-STATUS
014340         MOVE "Y" TO PTM-ABORT-SWITCH
014345         MOVE 16 TO RETURN-CODE
014350         GO TO 1000-INIT-EXIT
014355     END-IF.
014360     ACCEPT PTM-STAMP-DATE FROM DATE YYYYMMDD.
014365     ACCEPT PTM-TIME-WORK FROM TIME.
014370     MOVE PTM-TIME-WORK (1:6) TO PTM-STAMP-TIME.
014400     PERFORM 2100-READ-TRAN THRU 2100-READ-TRAN-EXIT.
014500 1000-INIT-EXIT.
014600     EXIT.
016500     MOVE PTM-TRN-PART-ID   TO PTM-PRT-PART-ID.
016600     MOVE PTM-TRN-DESC      TO PTM-PRT-DESC.
016650     MOVE PTM-TRN-MAT-CODE  TO PTM-PRT-MAT-CODE.
016660     MOVE PTM-TRN-FIN-CODE  TO PTM-PRT-FIN-CODE.
016700     IF PTM-TRN-PART-ID = SPACES
016800         MOVE "NO PART NUMBER"   TO PTM-PRT-RESULT
016900         ADD 1 TO PTM-REJECT-COUNT
017000         GO TO 3000-APPLY-TRAN-WRITE
017100     END-IF.
017110     IF PTM-TRN-USER = SPACES
017120         MOVE "NO USER ID"       TO PTM-PRT-RESULT
017130         ADD 1 TO PTM-REJECT-COUNT
017140         GO TO 3000-APPLY-TRAN-WRITE
017150     END-IF.
017200     IF PTM-TRN-ADD
017300         PERFORM 3100-ADD-PART THRU 3100-ADD-PART-EXIT
017400     ELSE
019500     MOVE PTM-TRN-PART-ID   TO PM-PART-ID.
019600     MOVE PTM-TRN-DESC      TO PM-PART-DESC.
019650     MOVE PTM-TRN-MAT-CODE  TO PM-MAT-CODE.
019660     MOVE PTM-TRN-FIN-CODE  TO PM-FIN-CODE.
019700     MOVE "A"               TO PM-PART-STATUS.
019800     WRITE PM-PART-RECORD
019900         INVALID KEY
020200         NOT INVALID KEY
020300             MOVE "ADDED"           TO PTM-PRT-RESULT
020400             ADD 1 TO PTM-APPLIED-COUNT
020410             MOVE SPACES            TO PTM-BEFORE-IMAGE
020420             MOVE PM-PART-RECORD    TO PTM-AFTER-IMAGE
020430             PERFORM 3900-WRITE-JOURNAL
020440                 THRU 3900-WRITE-JOURNAL-EXIT
020500     END-WRITE.
020600 3100-ADD-PART-EXIT.
020700     EXIT.
021400             ADD 1 TO PTM-REJECT-COUNT
021500             GO TO 3200-CHANGE-PART-EXIT
021600     END-READ.
021610     MOVE PM-PART-RECORD    TO PTM-BEFORE-IMAGE.
021700     MOVE PTM-TRN-DESC      TO PM-PART-DESC.
021750     MOVE PTM-TRN-MAT-CODE  TO PM-MAT-CODE.
021760     MOVE PTM-TRN-FIN-CODE  TO PM-FIN-CODE.
021800     REWRITE PM-PART-RECORD
021900         INVALID KEY
022000             MOVE "REWRITE FAILED"  TO PTM-PRT-RESULT
022200         NOT INVALID KEY
022300             MOVE "CHANGED"         TO PTM-PRT-RESULT
022400             ADD 1 TO PTM-APPLIED-COUNT
022410             MOVE PM-PART-RECORD    TO PTM-AFTER-IMAGE
022420             PERFORM 3900-WRITE-JOURNAL
022430                 THRU 3900-WRITE-JOURNAL-EXIT
022500     END-REWRITE.
022600 3200-CHANGE-PART-EXIT.
022700     EXIT.
022800
022900 3300-DELETE-PART.
023000     MOVE PTM-TRN-PART-ID   TO PM-PART-ID.
023010     READ PTM-MASTER-FILE
023020         INVALID KEY
023030             MOVE "PART NOT FOUND"  TO PTM-PRT-RESULT
023040             ADD 1 TO PTM-REJECT-COUNT
023050             GO TO 3300-DELETE-PART-EXIT
023060     END-READ.
023070     MOVE PM-PART-RECORD    TO PTM-BEFORE-IMAGE.
023100     DELETE PTM-MASTER-FILE
023200         INVALID KEY
023300             MOVE "PART NOT FOUND"  TO PTM-PRT-RESULT
023500         NOT INVALID KEY
023600             MOVE "DELETED"         TO PTM-PRT-RESULT
023700             ADD 1 TO PTM-APPLIED-COUNT
023710             MOVE SPACES            TO PTM-AFTER-IMAGE
023720             PERFORM 3900-WRITE-JOURNAL
023730                 THRU 3900-WRITE-JOURNAL-EXIT
023800     END-DELETE.
023900 3300-DELETE-PART-EXIT.
024000     EXIT.
024002
024004 3900-WRITE-JOURNAL.
024006     MOVE SPACES            TO MJ-JOURNAL-RECORD.
024008     MOVE "PT"              TO MJ-FILE.
024010     MOVE PTM-TRN-PART-ID   TO MJ-KEY.
024012     MOVE PTM-TRN-ACTION    TO MJ-ACTION.
024014     MOVE "A"               TO MJ-EVENT.
024016     MOVE PTM-TRN-USER      TO MJ-KEYED-BY.
024018     MOVE PTM-STAMP-DATE    TO MJ-KEYED-DATE.
024020     MOVE PTM-STAMP-TIME    TO MJ-KEYED-TIME.
024022     MOVE PTM-BEFORE-IMAGE  TO MJ-BEFORE.
024024     MOVE PTM-AFTER-IMAGE   TO MJ-AFTER.
024026     WRITE MJ-JOURNAL-RECORD.
024028     IF NOT PTM-JRN-OK
024030         DISPLAY "PTMAINT: MNTJRN WRITE FAILED FOR "
024032             PTM-TRN-PART-ID ", STATUS " PTM-JRN-STATUS
024034         ADD 1 TO PTM-JRN-ERR-COUNT
024036     END-IF.
024038 3900-WRITE-JOURNAL-EXIT.
024040     EXIT.
024100
024200 8000-TERM.
024300     MOVE "TOTAL APPLIED:     " TO PTM-PRT-TOT-LABEL.
025000     IF PTM-REJECT-COUNT > 0
025100         MOVE 4 TO RETURN-CODE
025200     END-IF.
025210     IF PTM-JRN-ERR-COUNT > 0
025220         MOVE 16 TO RETURN-CODE
025230     END-IF.
025300     CLOSE PTM-TRAN-FILE.
025400     CLOSE PTM-MASTER-FILE.
025500     CLOSE PTM-RPT-FILE.
025510     CLOSE PTM-JRN-FILE.
025600 8000-TERM-EXIT.
025700     EXIT.
025800
