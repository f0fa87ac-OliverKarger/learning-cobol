000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ORDSTAT.
000300 AUTHOR. J HOFFMANN.
000400 INSTALLATION. FABRIKATIONSPLANUNG.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 2026-10-15 JH    ORIGINAL MORNING CUSTOMER ORDER STATUS RUN,
001100*                  THE LAST STEP OF NITEBAT. PULLS THE NIGHT'S
001200*                  LINES OF EVERY ORDER TOGETHER ACROSS THE THREE
001300*                  FEEDS BY THE PART-ID THEY CARRY: GOOD LINES,
001400*                  WEIGHT AND COST (MATERIAL PLUS FINISHING) FROM
001500*                  WFLOUT/VARSOUT/KOEOUT, OUT-OF-SPEC LINES FROM
001600*                  THE AUSSER-TOL FLAG ON WFLOUT/KOEOUT, REJECTED
001700*                  LINES FROM WFLEXC/KUGEXC/KOEEXC AND LINES STILL
001800*                  IN RESUBMISSION SUSPENSE FROM RSBSUS. THE GOOD
001900*                  LINES AND OUT-OF-SPEC LINES ARE ACCUMULATED ON
002000*                  THE ORDMST ORDER HEADER (ORDREC LAYOUT,
002100*                  MAINTAINED BY ODMAINT) ACROSS NIGHTS, AND EVERY
002200*                  OPEN ORDER IS GIVEN A STATUS:
002300*                  HELD     AN OUT-OF-SPEC LINE NOT YET RELEASED,
002400*                           OR A LINE REJECTED TONIGHT OR IN
002500*                           SUSPENSE
002600*                  COMPLETE NOTHING HELD AND AT LEAST THE EXPECTED
002700*                           NUMBER OF GOOD LINES PRODUCED
002800*                  PARTIAL  NOTHING HELD, LINES STILL TO COME
002900*                  A COMPLETE ORDER IS ACKNOWLEDGED ONCE: AN
003000*                  ACKOUT RECORD (ACKREC LAYOUT) WITH ITS TOTAL
003100*                  WEIGHT AND COST GOES TO SALES AND THE ORDER IS
003200*                  CLOSED. THE ORDRPT REPORT LISTS THE
003300*                  ACKNOWLEDGMENTS, THEN THE PARTIAL AND HELD
003400*                  ORDERS AS AN EXPEDITING LIST SORTED BY PROMISED
003500*                  DATE, THEN ANY LINES WITH NO ORDER HEADER OR
003600*                  FOR AN ORDER ALREADY ACKNOWLEDGED. A RERUN OF
003700*                  THE SAME BUSINESS NIGHT FIRST TAKES BACK WHAT
003800*                  THE EARLIER RUN POSTED (OH-NIGHT-xxx), SO A
003900*                  NIGHT IS NEVER COUNTED TWICE. RETURN-CODE 4
004000*                  WHEN AN INPUT FILE IS MISSING OR A LINE HAS NO
004100*                  OPEN ORDER HEADER, 16 WHEN THE ORDER FILE
004200*                  CANNOT BE UPDATED.
004300*-----------------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. GENERIC.
004700 OBJECT-COMPUTER. GENERIC.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT ORD-WFLOUT-FILE ASSIGN TO "WFLOUT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS ORD-WFLOUT-STATUS.
005400
005500     SELECT ORD-VARSOUT-FILE ASSIGN TO "VARSOUT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS ORD-VARSOUT-STATUS.
005800
005900     SELECT ORD-KOEOUT-FILE ASSIGN TO "KOEOUT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS ORD-KOEOUT-STATUS.
006200
006300     SELECT ORD-WFLEXC-FILE ASSIGN TO "WFLEXC"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS ORD-WFLEXC-STATUS.
006600
006700     SELECT ORD-KUGEXC-FILE ASSIGN TO "KUGEXC"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS ORD-KUGEXC-STATUS.
007000
007100     SELECT ORD-KOEEXC-FILE ASSIGN TO "KOEEXC"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS ORD-KOEEXC-STATUS.
007400
007500     SELECT ORD-SUS-FILE ASSIGN TO "RSBSUS"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS ORD-SUS-STATUS.
007800
007900     SELECT ORD-ORDER-FILE ASSIGN TO "ORDMST"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS OH-ORDER-NO
008300         FILE STATUS IS ORD-ORDER-STATUS.
008400
008500     SELECT ORD-ACK-FILE ASSIGN TO "ACKOUT"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS ORD-ACK-STATUS.
008800
008900     SELECT ORD-RPT-FILE ASSIGN TO "ORDRPT"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS ORD-RPT-STATUS.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  ORD-WFLOUT-FILE
009600     RECORD CONTAINS 150 CHARACTERS.
009700 01  ORD-WFLOUT-LINE           PIC X(150).
009800
009900 FD  ORD-VARSOUT-FILE
010000     RECORD CONTAINS 100 CHARACTERS.
010100 01  ORD-VARSOUT-LINE          PIC X(100).
010200
010300 FD  ORD-KOEOUT-FILE
010400     RECORD CONTAINS 160 CHARACTERS.
010500 01  ORD-KOEOUT-LINE           PIC X(160).
010600
010700 FD  ORD-WFLEXC-FILE
010800     RECORD CONTAINS 100 CHARACTERS.
010900 01  ORD-WFLEXC-LINE           PIC X(100).
011000
011100 FD  ORD-KUGEXC-FILE
011200     RECORD CONTAINS 100 CHARACTERS.
011300 01  ORD-KUGEXC-LINE           PIC X(100).
011400
011500 FD  ORD-KOEEXC-FILE
011600     RECORD CONTAINS 100 CHARACTERS.
011700 01  ORD-KOEEXC-LINE           PIC X(100).
011800
011900 FD  ORD-SUS-FILE
012000     RECORD CONTAINS 100 CHARACTERS.
012100 01  ORD-SUS-LINE              PIC X(100).
012200
012300 FD  ORD-ORDER-FILE
012400     RECORD CONTAINS 150 CHARACTERS.
012500     COPY ORDREC.
012600
012700 FD  ORD-ACK-FILE
012800     RECORD CONTAINS 100 CHARACTERS.
012900     COPY ACKREC.
013000
013100 FD  ORD-RPT-FILE
013200     RECORD CONTAINS 132 CHARACTERS.
013300 01  ORD-RPT-LINE              PIC X(132).
013400
013500 WORKING-STORAGE SECTION.
013600 01  ORD-WFLOUT-STATUS     PIC X(02).
013700     88 ORD-WFLOUT-OK      VALUE "00".
013800 01  ORD-VARSOUT-STATUS    PIC X(02).
013900     88 ORD-VARSOUT-OK     VALUE "00".
014000 01  ORD-KOEOUT-STATUS     PIC X(02).
014100     88 ORD-KOEOUT-OK      VALUE "00".
014200 01  ORD-WFLEXC-STATUS     PIC X(02).
014300     88 ORD-WFLEXC-OK      VALUE "00".
014400 01  ORD-KUGEXC-STATUS     PIC X(02).
014500     88 ORD-KUGEXC-OK      VALUE "00".
014600 01  ORD-KOEEXC-STATUS     PIC X(02).
014700     88 ORD-KOEEXC-OK      VALUE "00".
014800 01  ORD-SUS-STATUS        PIC X(02).
014900     88 ORD-SUS-OK         VALUE "00".
015000 01  ORD-ORDER-STATUS      PIC X(02).
015100     88 ORD-ORDER-OK       VALUE "00".
015200     88 ORD-ORDER-ABSENT   VALUE "35".
015300 01  ORD-ACK-STATUS        PIC X(02).
015400     88 ORD-ACK-OK         VALUE "00".
015500 01  ORD-RPT-STATUS        PIC X(02).
015600     88 ORD-RPT-OK         VALUE "00".
015700
015800 01  ORD-SWITCHES.
015900     05 ORD-EOF-SWITCH     PIC X(01) VALUE "N".
016000        88 ORD-AT-EOF      VALUE "Y".
016100     05 ORD-ABORT-SWITCH   PIC X(01) VALUE "N".
016200        88 ORD-ABORT       VALUE "Y".
016300     05 ORD-SHORT-SWITCH   PIC X(01) VALUE "N".
016400        88 ORD-INCOMPLETE  VALUE "Y".
016500     05 ORD-MST-EOF-SWITCH PIC X(01) VALUE "N".
016600        88 ORD-MST-AT-EOF  VALUE "Y".
016700     05 ORD-REPOST-SWITCH  PIC X(01) VALUE "N".
016800        88 ORD-IS-REPOST   VALUE "Y".
016900     05 ORD-NOHDR-SWITCH   PIC X(01) VALUE "N".
017000        88 ORD-NOHDR-DONE  VALUE "Y".
017100
017200 77  ORD-ACT-MAX           PIC 9(04) COMP VALUE 2000.
017300 77  ORD-ACT-USED          PIC 9(04) COMP VALUE ZERO.
017400 77  ORD-AX                PIC 9(04) COMP VALUE ZERO.
017500 77  ORD-SX                PIC 9(04) COMP VALUE ZERO.
017600 77  ORD-EXP-MAX           PIC 9(04) COMP VALUE 2000.
017700 77  ORD-EXP-USED          PIC 9(04) COMP VALUE ZERO.
017800 77  ORD-XX                PIC 9(04) COMP VALUE ZERO.
017900 77  ORD-MX                PIC 9(04) COMP VALUE ZERO.
018000 77  ORD-EVAL-COUNT        PIC 9(05) COMP VALUE ZERO.
018100 77  ORD-COMPLETE-COUNT    PIC 9(05) COMP VALUE ZERO.
018200 77  ORD-PARTIAL-COUNT     PIC 9(05) COMP VALUE ZERO.
018300 77  ORD-HELD-COUNT        PIC 9(05) COMP VALUE ZERO.
018400 77  ORD-NOHDR-COUNT       PIC 9(05) COMP VALUE ZERO.
018500 77  ORD-SUS-BAD-COUNT     PIC 9(05) COMP VALUE ZERO.
018600
018700*    ONE ENTRY PER ORDER NUMBER SEEN IN TONIGHT'S FILES.
018800*    ORD-AT-MATCHED: N NO HEADER FOUND, Y POSTED TO ITS HEADER,
018900*    C THE HEADER WAS ALREADY ACKNOWLEDGED ON AN EARLIER NIGHT.
019000 01  ORD-ACT-TABLE.
019100     05 ORD-ACT-ENTRY OCCURS 2000 TIMES.
019200        10 ORD-AT-ORDER    PIC X(08).
019300        10 ORD-AT-LINES    PIC 9(05).
019400        10 ORD-AT-OOS      PIC 9(05).
019500        10 ORD-AT-REJ      PIC 9(05).
019600        10 ORD-AT-SUS      PIC 9(05).
019700        10 ORD-AT-WGT      PIC S9(09)V9(02).
019800        10 ORD-AT-CST      PIC S9(09)V9(02).
019900        10 ORD-AT-MATCHED  PIC X(01).
020000
020100*    PARTIAL AND HELD ORDERS, KEPT IN PROMISED-DATE ORDER AS
020200*    THEY ARE ADDED.
020300 01  ORD-EXP-TABLE.
020400     05 ORD-EXP-ENTRY OCCURS 2000 TIMES.
020500        10 ORD-XT-PROMISED PIC X(08).
020600        10 ORD-XT-ORDER    PIC X(08).
020700        10 ORD-XT-CUST-NO  PIC X(08).
020800        10 ORD-XT-CUST-NAME PIC X(20).
020900        10 ORD-XT-STATUS   PIC X(07).
021000        10 ORD-XT-EXP      PIC 9(05).
021100        10 ORD-XT-DONE     PIC 9(05).
021200        10 ORD-XT-OOS      PIC 9(05).
021300        10 ORD-XT-REJ      PIC 9(05).
021400        10 ORD-XT-SUS      PIC 9(05).
021500
021600 01  ORD-EVAL-WORK.
021700     05 ORD-CUR-ORDER      PIC X(08).
021800     05 ORD-CUR-KIND       PIC X(01).
021900        88 ORD-KIND-GOOD   VALUE "G".
022000        88 ORD-KIND-OOS    VALUE "O".
022100        88 ORD-KIND-REJ    VALUE "R".
022200        88 ORD-KIND-SUS    VALUE "S".
022300     05 ORD-CUR-WGT        PIC S9(09)V9(02).
022400     05 ORD-CUR-CST        PIC S9(09)V9(02).
022500     05 ORD-NIGHT-REJ      PIC 9(05).
022600     05 ORD-NIGHT-SUS      PIC 9(05).
022700
022800 01  ORD-ACK-TOTALS.
022900     05 ORD-TOT-WGT        PIC S9(11)V9(02) VALUE ZERO.
023000     05 ORD-TOT-CST        PIC S9(11)V9(02) VALUE ZERO.
023100
023200 01  ORD-WFL-DET-MAP.
023300     05 ORD-WFL-PART       PIC X(08).
023400     05 FILLER             PIC X(07).
023500     05 ORD-WFL-LABEL      PIC X(18).
023600     05 FILLER             PIC X(43).
023700     05 ORD-WFL-DETAIL     PIC X(10).
023800     05 FILLER             PIC X(21).
023900     05 ORD-WFL-WEIGHT     PIC X(13).
024000     05 FILLER             PIC X(01).
024100     05 ORD-WFL-COST       PIC X(13).
024200     05 FILLER             PIC X(01).
024300     05 ORD-WFL-FINISH     PIC X(13).
024400     05 FILLER             PIC X(02).
024500
024600 01  ORD-KOE-DET-MAP.
024700     05 ORD-KOE-PART       PIC X(08).
024800     05 FILLER             PIC X(18).
024900     05 ORD-KOE-LABEL      PIC X(18).
025000     05 FILLER             PIC X(43).
025100     05 ORD-KOE-DETAIL     PIC X(10).
025200     05 FILLER             PIC X(22).
025300     05 ORD-KOE-WEIGHT     PIC X(13).
025400     05 FILLER             PIC X(01).
025500     05 ORD-KOE-COST       PIC X(13).
025600     05 FILLER             PIC X(01).
025700     05 ORD-KOE-FINISH     PIC X(13).
025800
025900 01  ORD-CSV-FIELDS.
026000     05 ORD-CSV-ORDER      PIC X(08).
026100     05 ORD-CSV-RAD        PIC X(10).
026200     05 ORD-CSV-OPTION     PIC X(10).
026300     05 ORD-CSV-QTY        PIC X(05).
026400     05 ORD-CSV-RESULT     PIC X(18).
026500     05 ORD-CSV-EXT        PIC X(19).
026600     05 ORD-CSV-STATUS     PIC X(10).
026700
026800 01  ORD-CSV-F1            PIC X(10).
026900
027000 01  ORD-WEX-MAP.
027100     05 ORD-WEX-ORIG       PIC X(46).
027200     05 ORD-WEX-REASON     PIC X(04).
027300     05 ORD-WEX-DATE       PIC X(08).
027400     05 FILLER             PIC X(42).
027500
027600 01  ORD-KEX-MAP.
027700     05 ORD-KEX-ORIG       PIC X(80).
027800     05 ORD-KEX-REASON     PIC X(04).
027900     05 ORD-KEX-DATE       PIC X(08).
028000     05 FILLER             PIC X(08).
028100
028200 01  ORD-KOX-MAP.
028300     05 ORD-KOX-ORIG       PIC X(48).
028400     05 ORD-KOX-REASON     PIC X(04).
028500     05 ORD-KOX-DATE       PIC X(08).
028600     05 FILLER             PIC X(40).
028700
028800 01  ORD-PRT-HDR1-LINE.
028900     05 FILLER             PIC X(34)
029000        VALUE "CUSTOMER ORDER STATUS REPORT      ".
029100     05 ORD-PRT-HDR-DATE   PIC X(08).
029200     05 FILLER             PIC X(90) VALUE SPACES.
029300
029400 01  ORD-PRT-ACK-COL-LINE.
029500     05 FILLER             PIC X(09) VALUE "ORDER    ".
029600     05 FILLER             PIC X(34) VALUE "CUSTOMER".
029700     05 FILLER             PIC X(10) VALUE "PROMISED  ".
029800     05 FILLER             PIC X(06) VALUE "LINES ".
029900     05 FILLER             PIC X(14) VALUE "    WEIGHT KG ".
030000     05 FILLER             PIC X(13) VALUE "         COST".
030100     05 FILLER             PIC X(46) VALUE SPACES.
030200
030300 01  ORD-PRT-ACK-LINE.
030400     05 ORD-PRT-ACK-ORDER  PIC X(08).
030500     05 FILLER             PIC X(01) VALUE SPACES.
030600     05 ORD-PRT-ACK-CUST-NO PIC X(08).
030700     05 FILLER             PIC X(01) VALUE SPACES.
030800     05 ORD-PRT-ACK-NAME   PIC X(24).
030900     05 FILLER             PIC X(01) VALUE SPACES.
031000     05 ORD-PRT-ACK-PROM   PIC X(08).
031100     05 FILLER             PIC X(02) VALUE SPACES.
031200     05 ORD-PRT-ACK-LINES  PIC ZZZZ9.
031300     05 FILLER             PIC X(01) VALUE SPACES.
031400     05 ORD-PRT-ACK-WGT    PIC -(9)9.99.
031500     05 FILLER             PIC X(01) VALUE SPACES.
031600     05 ORD-PRT-ACK-CST    PIC -(9)9.99.
031700     05 FILLER             PIC X(46) VALUE SPACES.
031800
031900 01  ORD-PRT-ACK-TOT-LINE.
032000     05 FILLER             PIC X(59)
032100        VALUE "ACKNOWLEDGED TOTAL".
032200     05 ORD-PRT-TOT-WGT    PIC -(9)9.99.
032300     05 FILLER             PIC X(01) VALUE SPACES.
032400     05 ORD-PRT-TOT-CST    PIC -(9)9.99.
032500     05 FILLER             PIC X(46) VALUE SPACES.
032600
032700 01  ORD-PRT-EXP-COL-LINE.
032800     05 FILLER             PIC X(10) VALUE "PROMISED  ".
032900     05 FILLER             PIC X(09) VALUE "ORDER    ".
033000     05 FILLER             PIC X(30) VALUE "CUSTOMER".
033100     05 FILLER             PIC X(08) VALUE "STATUS  ".
033200     05 FILLER             PIC X(06) VALUE "EXPCT ".
033300     05 FILLER             PIC X(06) VALUE " DONE ".
033400     05 FILLER             PIC X(06) VALUE "  OOS ".
033500     05 FILLER             PIC X(06) VALUE "  REJ ".
033600     05 FILLER             PIC X(07) VALUE " SUSP  ".
033700     05 FILLER             PIC X(08) VALUE "REMARK  ".
033800     05 FILLER             PIC X(36) VALUE SPACES.
033900
034000 01  ORD-PRT-EXP-LINE.
034100     05 ORD-PRT-EXP-PROM   PIC X(08).
034200     05 FILLER             PIC X(02) VALUE SPACES.
034300     05 ORD-PRT-EXP-ORDER  PIC X(08).
034400     05 FILLER             PIC X(01) VALUE SPACES.
034500     05 ORD-PRT-EXP-CUST-NO PIC X(08).
034600     05 FILLER             PIC X(01) VALUE SPACES.
034700     05 ORD-PRT-EXP-NAME   PIC X(20).
034800     05 FILLER             PIC X(01) VALUE SPACES.
034900     05 ORD-PRT-EXP-STATUS PIC X(07).
035000     05 FILLER             PIC X(01) VALUE SPACES.
035100     05 ORD-PRT-EXP-EXP    PIC ZZZZ9.
035200     05 FILLER             PIC X(01) VALUE SPACES.
035300     05 ORD-PRT-EXP-DONE   PIC ZZZZ9.
035400     05 FILLER             PIC X(01) VALUE SPACES.
035500     05 ORD-PRT-EXP-OOS    PIC ZZZZ9.
035600     05 FILLER             PIC X(01) VALUE SPACES.
035700     05 ORD-PRT-EXP-REJ    PIC ZZZZ9.
035800     05 FILLER             PIC X(01) VALUE SPACES.
035900     05 ORD-PRT-EXP-SUS    PIC ZZZZ9.
036000     05 FILLER             PIC X(02) VALUE SPACES.
036100     05 ORD-PRT-EXP-REMARK PIC X(08).
036200     05 FILLER             PIC X(36) VALUE SPACES.
036300
036400 01  ORD-PRT-NOHDR-LINE.
036500     05 FILLER             PIC X(02) VALUE SPACES.
036600     05 ORD-PRT-NH-ORDER   PIC X(08).
036700     05 FILLER             PIC X(02) VALUE SPACES.
036800     05 ORD-PRT-NH-LINES   PIC ZZZZ9.
036900     05 FILLER             PIC X(10) VALUE " LINE(S)  ".
037000     05 ORD-PRT-NH-REASON  PIC X(40).
037100     05 FILLER             PIC X(65) VALUE SPACES.
037200
037300 01  ORD-PRT-COUNT-LINE.
037400     05 FILLER             PIC X(18) VALUE "ORDERS EVALUATED: ".
037500     05 ORD-PRT-EVALUATED  PIC ZZZZ9.
037600     05 FILLER             PIC X(12) VALUE "  COMPLETE: ".
037700     05 ORD-PRT-COMPLETE   PIC ZZZZ9.
037800     05 FILLER             PIC X(11) VALUE "  PARTIAL: ".
037900     05 ORD-PRT-PARTIAL    PIC ZZZZ9.
038000     05 FILLER             PIC X(08) VALUE "  HELD: ".
038100     05 ORD-PRT-HELD       PIC ZZZZ9.
038200     05 FILLER             PIC X(63) VALUE SPACES.
038300
038400 01  ORD-PRT-MSG-LINE.
038500     05 FILLER             PIC X(02) VALUE SPACES.
038600     05 ORD-PRT-MSG        PIC X(60).
038700     05 FILLER             PIC X(70) VALUE SPACES.
038800
038900     COPY BDTPARM.
039000
039100 PROCEDURE DIVISION.
039200
039300 0000-MAIN.
039400     PERFORM 1000-INIT THRU 1000-INIT-EXIT.
039500     IF NOT ORD-ABORT
039600         PERFORM 2000-LOAD-WFL THRU 2000-LOAD-WFL-EXIT
039700         PERFORM 3000-LOAD-KUG THRU 3000-LOAD-KUG-EXIT
039800         PERFORM 4000-LOAD-KOE THRU 4000-LOAD-KOE-EXIT
039900         PERFORM 5000-LOAD-EXC THRU 5000-LOAD-EXC-EXIT
040000         IF NOT ORD-ABORT
040100             PERFORM 6000-EVAL-ORDERS THRU 6000-EVAL-ORDERS-EXIT
040200         END-IF
040300         PERFORM 8000-TERM THRU 8000-TERM-EXIT
040400     END-IF.
040500     STOP RUN.
040600
040700 1000-INIT.
040800     MOVE "ORDSTAT" TO BDT-CALLER.
040900     CALL "BDTCHK" USING BDT-PARMS.
041000     IF NOT BDT-DATE-OK
041100         MOVE "Y" TO ORD-ABORT-SWITCH
041200         MOVE 16 TO RETURN-CODE
041300         GO TO 1000-INIT-EXIT
041400     END-IF.
041500     OPEN OUTPUT ORD-RPT-FILE.
041600     IF NOT ORD-RPT-OK
041700         DISPLAY "ORDSTAT: UNABLE TO OPEN ORDRPT, STATUS "
041800             ORD-RPT-STATUS
041900         MOVE "Y" TO ORD-ABORT-SWITCH
042000         MOVE 16 TO RETURN-CODE
042100         GO TO 1000-INIT-EXIT
042200     END-IF.
042300     OPEN I-O ORD-ORDER-FILE.
042400     IF ORD-ORDER-ABSENT
042500         OPEN OUTPUT ORD-ORDER-FILE
042600         CLOSE ORD-ORDER-FILE
042700         OPEN I-O ORD-ORDER-FILE
042800     END-IF.
042900     IF NOT ORD-ORDER-OK
043000         DISPLAY "ORDSTAT: UNABLE TO OPEN ORDMST, STATUS "
043100             ORD-ORDER-STATUS
043200         CLOSE ORD-RPT-FILE
043300         MOVE "Y" TO ORD-ABORT-SWITCH
043400         MOVE 16 TO RETURN-CODE
043500         GO TO 1000-INIT-EXIT
043600     END-IF.
043700     OPEN OUTPUT ORD-ACK-FILE.
043800     IF NOT ORD-ACK-OK
043900         DISPLAY "ORDSTAT: UNABLE TO OPEN ACKOUT, STATUS "
044000             ORD-ACK-STATUS
044100         CLOSE ORD-ORDER-FILE
044200         CLOSE ORD-RPT-FILE
044300         MOVE "Y" TO ORD-ABORT-SWITCH
044400         MOVE 16 TO RETURN-CODE
044500         GO TO 1000-INIT-EXIT
044600     END-IF.
044700     INITIALIZE ORD-ACT-TABLE.
044800     INITIALIZE ORD-EXP-TABLE.
044900     MOVE SPACES TO ORD-RPT-LINE.
045000     MOVE BDT-BUS-DATE TO ORD-PRT-HDR-DATE.
045100     MOVE ORD-PRT-HDR1-LINE TO ORD-RPT-LINE.
045200     WRITE ORD-RPT-LINE.
045300 1000-INIT-EXIT.
045400     EXIT.
045500
045600 2000-LOAD-WFL.
045700     OPEN INPUT ORD-WFLOUT-FILE.
045800     IF NOT ORD-WFLOUT-OK
045900         MOVE "** WFLOUT NOT AVAILABLE - CUBE LINES NOT COUNTED"
046000             TO ORD-PRT-MSG
046100         PERFORM 2900-FILE-MISSING THRU 2900-FILE-MISSING-EXIT
046200         GO TO 2000-LOAD-WFL-EXIT
046300     END-IF.
046400     MOVE "N" TO ORD-EOF-SWITCH.
046500     PERFORM 2100-READ-WFL THRU 2100-READ-WFL-EXIT
046600         UNTIL ORD-AT-EOF.
046700     CLOSE ORD-WFLOUT-FILE.
046800 2000-LOAD-WFL-EXIT.
046900     EXIT.
047000
047100 2100-READ-WFL.
047200     READ ORD-WFLOUT-FILE
047300         AT END
047400             MOVE "Y" TO ORD-EOF-SWITCH
047500             GO TO 2100-READ-WFL-EXIT
047600     END-READ.
047700     MOVE ORD-WFLOUT-LINE TO ORD-WFL-DET-MAP.
047800*    REJECTED LINES ARE TAKEN FROM WFLEXC, NOT FROM THEIR ECHO.
047900     IF ORD-WFL-LABEL NOT = "FLAECHE"
048000         AND ORD-WFL-LABEL NOT = "VOLUMEN"
048100         GO TO 2100-READ-WFL-EXIT
048200     END-IF.
048300     MOVE ORD-WFL-PART TO ORD-CUR-ORDER.
048400     MOVE "G" TO ORD-CUR-KIND.
048500     IF ORD-WFL-DETAIL = "AUSSER-TOL"
048600         MOVE "O" TO ORD-CUR-KIND
048700     END-IF.
048800     COMPUTE ORD-CUR-WGT = FUNCTION NUMVAL(ORD-WFL-WEIGHT).
048900     COMPUTE ORD-CUR-CST = FUNCTION NUMVAL(ORD-WFL-COST)
049000         + FUNCTION NUMVAL(ORD-WFL-FINISH).
049100     PERFORM 2500-TAKE-LINE THRU 2500-TAKE-LINE-EXIT.
049200     IF ORD-ABORT
049300         MOVE "Y" TO ORD-EOF-SWITCH
049400     END-IF.
049500 2100-READ-WFL-EXIT.
049600     EXIT.
049700
049800 2500-TAKE-LINE.
049900     IF ORD-CUR-ORDER = SPACES
050000         GO TO 2500-TAKE-LINE-EXIT
050100     END-IF.
050200     MOVE ZERO TO ORD-AX.
050300     PERFORM 2510-SCAN-ORDER THRU 2510-SCAN-ORDER-EXIT
050400         VARYING ORD-SX FROM 1 BY 1
050500         UNTIL ORD-SX > ORD-ACT-USED OR ORD-AX > 0.
050600     IF ORD-AX = 0
050700         IF ORD-ACT-USED < ORD-ACT-MAX
050800             ADD 1 TO ORD-ACT-USED
050900             MOVE ORD-ACT-USED  TO ORD-AX
051000             MOVE ORD-CUR-ORDER TO ORD-AT-ORDER (ORD-AX)
051100             MOVE "N"           TO ORD-AT-MATCHED (ORD-AX)
051200         ELSE
051300             DISPLAY "ORDSTAT: MORE THAN " ORD-ACT-MAX
051400                 " ORDERS IN ONE NIGHT - NOTHING POSTED"
051500             MOVE "Y" TO ORD-ABORT-SWITCH
051600             MOVE 16 TO RETURN-CODE
051700             GO TO 2500-TAKE-LINE-EXIT
051800         END-IF
051900     END-IF.
052000     IF ORD-KIND-GOOD OR ORD-KIND-OOS
052100         ADD 1 TO ORD-AT-LINES (ORD-AX)
052200         ADD ORD-CUR-WGT TO ORD-AT-WGT (ORD-AX)
052300         ADD ORD-CUR-CST TO ORD-AT-CST (ORD-AX)
052400     END-IF.
052500     IF ORD-KIND-OOS
052600         ADD 1 TO ORD-AT-OOS (ORD-AX)
052700     END-IF.
052800     IF ORD-KIND-REJ
052900         ADD 1 TO ORD-AT-REJ (ORD-AX)
053000     END-IF.
053100     IF ORD-KIND-SUS
053200         ADD 1 TO ORD-AT-SUS (ORD-AX)
053300     END-IF.
053400 2500-TAKE-LINE-EXIT.
053500     EXIT.
053600
053700 2510-SCAN-ORDER.
053800     IF ORD-AT-ORDER (ORD-SX) = ORD-CUR-ORDER
053900         MOVE ORD-SX TO ORD-AX
054000     END-IF.
054100 2510-SCAN-ORDER-EXIT.
054200     EXIT.
054300
054400 2900-FILE-MISSING.
054500     MOVE "Y" TO ORD-SHORT-SWITCH.
054600     MOVE ORD-PRT-MSG-LINE TO ORD-RPT-LINE.
054700     WRITE ORD-RPT-LINE.
054800 2900-FILE-MISSING-EXIT.
054900     EXIT.
055000
055100 3000-LOAD-KUG.
055200     IF ORD-ABORT
055300         GO TO 3000-LOAD-KUG-EXIT
055400     END-IF.
055500     OPEN INPUT ORD-VARSOUT-FILE.
055600     IF NOT ORD-VARSOUT-OK
055700         MOVE "** VARSOUT NOT AVAILABLE - SPHERES NOT COUNTED"
055800             TO ORD-PRT-MSG
055900         PERFORM 2900-FILE-MISSING THRU 2900-FILE-MISSING-EXIT
056000         GO TO 3000-LOAD-KUG-EXIT
056100     END-IF.
056200     MOVE "N" TO ORD-EOF-SWITCH.
056300     PERFORM 3100-READ-KUG THRU 3100-READ-KUG-EXIT
056400         UNTIL ORD-AT-EOF.
056500     CLOSE ORD-VARSOUT-FILE.
056600 3000-LOAD-KUG-EXIT.
056700     EXIT.
056800
056900 3100-READ-KUG.
057000     READ ORD-VARSOUT-FILE
057100         AT END
057200             MOVE "Y" TO ORD-EOF-SWITCH
057300             GO TO 3100-READ-KUG-EXIT
057400     END-READ.
057500     MOVE SPACES TO ORD-CSV-FIELDS.
057600     UNSTRING ORD-VARSOUT-LINE DELIMITED BY ","
057700         INTO ORD-CSV-ORDER ORD-CSV-RAD ORD-CSV-OPTION
057800             ORD-CSV-QTY ORD-CSV-RESULT ORD-CSV-EXT
057900             ORD-CSV-STATUS.
058000*    SPHERES CARRY NO MATERIAL, SO THEY ADD LINES BUT NO WEIGHT.
058100     IF ORD-CSV-STATUS NOT = "OK"
058200         GO TO 3100-READ-KUG-EXIT
058300     END-IF.
058400     MOVE ORD-CSV-ORDER TO ORD-CUR-ORDER.
058500     MOVE "G"  TO ORD-CUR-KIND.
058600     MOVE ZERO TO ORD-CUR-WGT.
058700     MOVE ZERO TO ORD-CUR-CST.
058800     PERFORM 2500-TAKE-LINE THRU 2500-TAKE-LINE-EXIT.
058900     IF ORD-ABORT
059000         MOVE "Y" TO ORD-EOF-SWITCH
059100     END-IF.
059200 3100-READ-KUG-EXIT.
059300     EXIT.
059400
059500 4000-LOAD-KOE.
059600     IF ORD-ABORT
059700         GO TO 4000-LOAD-KOE-EXIT
059800     END-IF.
059900     OPEN INPUT ORD-KOEOUT-FILE.
060000     IF NOT ORD-KOEOUT-OK
060100         MOVE "** KOEOUT NOT AVAILABLE - BODY LINES NOT COUNTED"
060200             TO ORD-PRT-MSG
060300         PERFORM 2900-FILE-MISSING THRU 2900-FILE-MISSING-EXIT
060400         GO TO 4000-LOAD-KOE-EXIT
060500     END-IF.
060600     MOVE "N" TO ORD-EOF-SWITCH.
060700     PERFORM 4100-READ-KOE THRU 4100-READ-KOE-EXIT
060800         UNTIL ORD-AT-EOF.
060900     CLOSE ORD-KOEOUT-FILE.
061000 4000-LOAD-KOE-EXIT.
061100     EXIT.
061200
061300 4100-READ-KOE.
061400     READ ORD-KOEOUT-FILE
061500         AT END
061600             MOVE "Y" TO ORD-EOF-SWITCH
061700             GO TO 4100-READ-KOE-EXIT
061800     END-READ.
061900     MOVE ORD-KOEOUT-LINE TO ORD-KOE-DET-MAP.
062000     IF ORD-KOE-LABEL NOT = "FLAECHE"
062100         AND ORD-KOE-LABEL NOT = "VOLUMEN"
062200         GO TO 4100-READ-KOE-EXIT
062300     END-IF.
062400     MOVE ORD-KOE-PART TO ORD-CUR-ORDER.
062500     MOVE "G" TO ORD-CUR-KIND.
062600     IF ORD-KOE-DETAIL = "AUSSER-TOL"
062700         MOVE "O" TO ORD-CUR-KIND
062800     END-IF.
062900     COMPUTE ORD-CUR-WGT = FUNCTION NUMVAL(ORD-KOE-WEIGHT).
063000     COMPUTE ORD-CUR-CST = FUNCTION NUMVAL(ORD-KOE-COST)
063100         + FUNCTION NUMVAL(ORD-KOE-FINISH).
063200     PERFORM 2500-TAKE-LINE THRU 2500-TAKE-LINE-EXIT.
063300     IF ORD-ABORT
063400         MOVE "Y" TO ORD-EOF-SWITCH
063500     END-IF.
063600 4100-READ-KOE-EXIT.
063700     EXIT.
063800
063900*    OUT-OF-SPEC (OSPC) EXCEPTIONS ARE PRODUCED LINES AND ARE
064000*    ALREADY COUNTED FROM THE AUSSER-TOL FLAG ON WFLOUT/KOEOUT.
064100 5000-LOAD-EXC.
064200     IF ORD-ABORT
064300         GO TO 5000-LOAD-EXC-EXIT
064400     END-IF.
064500     MOVE ZERO TO ORD-CUR-WGT.
064600     MOVE ZERO TO ORD-CUR-CST.
064700     OPEN INPUT ORD-WFLEXC-FILE.
064800     IF ORD-WFLEXC-OK
064900         MOVE "N" TO ORD-EOF-SWITCH
065000         PERFORM 5100-READ-WFL-EXC THRU 5100-READ-WFL-EXC-EXIT
065100             UNTIL ORD-AT-EOF
065200         CLOSE ORD-WFLEXC-FILE
065300     ELSE
065400         MOVE "** WFLEXC NOT AVAILABLE - CUBE REJECTS NOT COUNTED"
065500             TO ORD-PRT-MSG
065600         PERFORM 2900-FILE-MISSING THRU 2900-FILE-MISSING-EXIT
065700     END-IF.
065800     OPEN INPUT ORD-KUGEXC-FILE.
065900     IF ORD-KUGEXC-OK
066000         MOVE "N" TO ORD-EOF-SWITCH
066100         PERFORM 5200-READ-KUG-EXC THRU 5200-READ-KUG-EXC-EXIT
066200             UNTIL ORD-AT-EOF
066300         CLOSE ORD-KUGEXC-FILE
066400     ELSE
066500         MOVE "** KUGEXC NOT AVAILABLE - REJECTS NOT COUNTED"
066600             TO ORD-PRT-MSG
066700         PERFORM 2900-FILE-MISSING THRU 2900-FILE-MISSING-EXIT
066800     END-IF.
066900     OPEN INPUT ORD-KOEEXC-FILE.
067000     IF ORD-KOEEXC-OK
067100         MOVE "N" TO ORD-EOF-SWITCH
067200         PERFORM 5300-READ-KOE-EXC THRU 5300-READ-KOE-EXC-EXIT
067300             UNTIL ORD-AT-EOF
067400         CLOSE ORD-KOEEXC-FILE
067500     ELSE
067600         MOVE "** KOEEXC NOT AVAILABLE - BODY REJECTS NOT COUNTED"
067700             TO ORD-PRT-MSG
067800         PERFORM 2900-FILE-MISSING THRU 2900-FILE-MISSING-EXIT
067900     END-IF.
068000     OPEN INPUT ORD-SUS-FILE.
068100     IF ORD-SUS-OK
068200         MOVE "N" TO ORD-EOF-SWITCH
068300         PERFORM 5400-READ-SUS THRU 5400-READ-SUS-EXIT
068400             UNTIL ORD-AT-EOF
068500         CLOSE ORD-SUS-FILE
068600     ELSE
068700         MOVE "** RSBSUS NOT AVAILABLE - SUSPENSE NOT CHECKED"
068800             TO ORD-PRT-MSG
068900         PERFORM 2900-FILE-MISSING THRU 2900-FILE-MISSING-EXIT
069000     END-IF.
069100 5000-LOAD-EXC-EXIT.
069200     EXIT.
069300
069400 5100-READ-WFL-EXC.
069500     READ ORD-WFLEXC-FILE
069600         AT END
069700             MOVE "Y" TO ORD-EOF-SWITCH
069800             GO TO 5100-READ-WFL-EXC-EXIT
069900     END-READ.
070000     MOVE ORD-WFLEXC-LINE TO ORD-WEX-MAP.
070100     IF ORD-WEX-REASON = "OSPC"
070200         GO TO 5100-READ-WFL-EXC-EXIT
070300     END-IF.
070400     MOVE ORD-WEX-ORIG (1:8) TO ORD-CUR-ORDER.
070500     MOVE "R" TO ORD-CUR-KIND.
070600     PERFORM 2500-TAKE-LINE THRU 2500-TAKE-LINE-EXIT.
070700     IF ORD-ABORT
070800         MOVE "Y" TO ORD-EOF-SWITCH
070900     END-IF.
071000 5100-READ-WFL-EXC-EXIT.
071100     EXIT.
071200
071300 5200-READ-KUG-EXC.
071400     READ ORD-KUGEXC-FILE
071500         AT END
071600             MOVE "Y" TO ORD-EOF-SWITCH
071700             GO TO 5200-READ-KUG-EXC-EXIT
071800     END-READ.
071900     MOVE ORD-KUGEXC-LINE TO ORD-KEX-MAP.
072000     MOVE SPACES TO ORD-CSV-F1.
072100     UNSTRING ORD-KEX-ORIG DELIMITED BY ","
072200         INTO ORD-CSV-F1.
072300     MOVE ORD-CSV-F1 (1:8) TO ORD-CUR-ORDER.
072400     MOVE "R" TO ORD-CUR-KIND.
072500     PERFORM 2500-TAKE-LINE THRU 2500-TAKE-LINE-EXIT.
072600     IF ORD-ABORT
072700         MOVE "Y" TO ORD-EOF-SWITCH
072800     END-IF.
072900 5200-READ-KUG-EXC-EXIT.
073000     EXIT.
073100
073200 5300-READ-KOE-EXC.
073300     READ ORD-KOEEXC-FILE
073400         AT END
073500             MOVE "Y" TO ORD-EOF-SWITCH
073600             GO TO 5300-READ-KOE-EXC-EXIT
073700     END-READ.
073800     MOVE ORD-KOEEXC-LINE TO ORD-KOX-MAP.
073900     IF ORD-KOX-REASON = "OSPC"
074000         GO TO 5300-READ-KOE-EXC-EXIT
074100     END-IF.
074200     MOVE ORD-KOX-ORIG (1:8) TO ORD-CUR-ORDER.
074300     MOVE "R" TO ORD-CUR-KIND.
074400     PERFORM 2500-TAKE-LINE THRU 2500-TAKE-LINE-EXIT.
074500     IF ORD-ABORT
074600         MOVE "Y" TO ORD-EOF-SWITCH
074700     END-IF.
074800 5300-READ-KOE-EXC-EXIT.
074900     EXIT.
075000
075100*    RSBSUS HOLDS CORRECTIONS OF EITHER STREAM UNCHANGED - THE
075200*    WFLEXCR LAYOUT IS TRIED FIRST, THEN THE KUGEXCR LAYOUT, BY
075300*    WHICH OF THE TWO YIELDS A NUMERIC RUN DATE.
075400 5400-READ-SUS.
075500     READ ORD-SUS-FILE
075600         AT END
075700             MOVE "Y" TO ORD-EOF-SWITCH
075800             GO TO 5400-READ-SUS-EXIT
075900     END-READ.
076000     MOVE "S" TO ORD-CUR-KIND.
076100     MOVE ORD-SUS-LINE TO ORD-WEX-MAP.
076200     IF ORD-WEX-DATE NUMERIC
076300         MOVE ORD-WEX-ORIG (1:8) TO ORD-CUR-ORDER
076400         GO TO 5400-READ-SUS-TAKE
076500     END-IF.
076600     MOVE ORD-SUS-LINE TO ORD-KEX-MAP.
076700     IF ORD-KEX-DATE NUMERIC
076800         MOVE SPACES TO ORD-CSV-F1
076900         UNSTRING ORD-KEX-ORIG DELIMITED BY ","
077000             INTO ORD-CSV-F1
077100         MOVE ORD-CSV-F1 (1:8) TO ORD-CUR-ORDER
077200         GO TO 5400-READ-SUS-TAKE
077300     END-IF.
077400     ADD 1 TO ORD-SUS-BAD-COUNT.
077500     GO TO 5400-READ-SUS-EXIT.
077600 5400-READ-SUS-TAKE.
077700     PERFORM 2500-TAKE-LINE THRU 2500-TAKE-LINE-EXIT.
077800     IF ORD-ABORT
077900         MOVE "Y" TO ORD-EOF-SWITCH
078000     END-IF.
078100 5400-READ-SUS-EXIT.
078200     EXIT.
078300
078400 6000-EVAL-ORDERS.
078500     MOVE SPACES TO ORD-PRT-MSG-LINE.
078600     MOVE "ORDERS COMPLETE - ACKNOWLEDGED TO SALES"
078700         TO ORD-PRT-MSG.
078800     MOVE ORD-PRT-MSG-LINE TO ORD-RPT-LINE.
078900     WRITE ORD-RPT-LINE.
079000     MOVE ORD-PRT-ACK-COL-LINE TO ORD-RPT-LINE.
079100     WRITE ORD-RPT-LINE.
079200     MOVE LOW-VALUES TO OH-ORDER-NO.
079300     START ORD-ORDER-FILE KEY IS NOT LESS THAN OH-ORDER-NO
079400         INVALID KEY
079500             GO TO 6000-EVAL-ORDERS-EXIT
079600     END-START.
079700     MOVE "N" TO ORD-MST-EOF-SWITCH.
079800     PERFORM 6100-NEXT-ORDER THRU 6100-NEXT-ORDER-EXIT
079900         UNTIL ORD-MST-AT-EOF OR ORD-ABORT.
080000 6000-EVAL-ORDERS-EXIT.
080100     EXIT.
080200
080300 6100-NEXT-ORDER.
080400     READ ORD-ORDER-FILE NEXT RECORD
080500         AT END
080600             MOVE "Y" TO ORD-MST-EOF-SWITCH
080700             GO TO 6100-NEXT-ORDER-EXIT
080800     END-READ.
080900     MOVE OH-ORDER-NO TO ORD-CUR-ORDER.
081000     MOVE ZERO TO ORD-AX.
081100     PERFORM 2510-SCAN-ORDER THRU 2510-SCAN-ORDER-EXIT
081200         VARYING ORD-SX FROM 1 BY 1
081300         UNTIL ORD-SX > ORD-ACT-USED OR ORD-AX > 0.
081400*    AN ORDER ACKNOWLEDGED ON AN EARLIER NIGHT IS CLOSED.
081500     IF OH-ACK-DATE NOT = SPACES
081600         AND OH-ACK-DATE NOT = BDT-BUS-DATE
081700         IF ORD-AX > 0
081800             MOVE "C" TO ORD-AT-MATCHED (ORD-AX)
081900         END-IF
082000         GO TO 6100-NEXT-ORDER-EXIT
082100     END-IF.
082200*    A NIGHT ALREADY POSTED BY AN EARLIER RUN IS TAKEN BACK OUT
082300*    FIRST, SO THE RERUN REPLACES THAT POSTING INSTEAD OF ADDING.
082400     IF OH-POST-DATE = BDT-BUS-DATE
082500         MOVE "Y" TO ORD-REPOST-SWITCH
082600         SUBTRACT OH-NIGHT-LINES FROM OH-LINES-DONE
082700         SUBTRACT OH-NIGHT-WGT FROM OH-WEIGHT
082800         SUBTRACT OH-NIGHT-CST FROM OH-COST
082900         IF OH-OOS-LINES < OH-NIGHT-OOS
083000             MOVE ZERO TO OH-OOS-LINES
083100         ELSE
083200             SUBTRACT OH-NIGHT-OOS FROM OH-OOS-LINES
083300         END-IF
083400     END-IF.
083500     MOVE ZERO TO OH-NIGHT-LINES.
083600     MOVE ZERO TO OH-NIGHT-OOS.
083700     MOVE ZERO TO OH-NIGHT-WGT.
083800     MOVE ZERO TO OH-NIGHT-CST.
083900     MOVE ZERO TO ORD-NIGHT-REJ.
084000     MOVE ZERO TO ORD-NIGHT-SUS.
084100     IF ORD-AX > 0
084200         MOVE "Y" TO ORD-AT-MATCHED (ORD-AX)
084300         MOVE ORD-AT-LINES (ORD-AX) TO OH-NIGHT-LINES
084400         MOVE ORD-AT-OOS (ORD-AX)   TO OH-NIGHT-OOS
084500         MOVE ORD-AT-WGT (ORD-AX)   TO OH-NIGHT-WGT
084600         MOVE ORD-AT-CST (ORD-AX)   TO OH-NIGHT-CST
084700         MOVE ORD-AT-REJ (ORD-AX)   TO ORD-NIGHT-REJ
084800         MOVE ORD-AT-SUS (ORD-AX)   TO ORD-NIGHT-SUS
084900     END-IF.
085000     ADD OH-NIGHT-LINES TO OH-LINES-DONE.
085100     ADD OH-NIGHT-OOS   TO OH-OOS-LINES.
085200     ADD OH-NIGHT-WGT   TO OH-WEIGHT.
085300     ADD OH-NIGHT-CST   TO OH-COST.
085400     MOVE BDT-BUS-DATE  TO OH-POST-DATE.
085500     MOVE SPACES        TO OH-ACK-DATE.
085600     ADD 1 TO ORD-EVAL-COUNT.
085700     IF OH-OOS-LINES > 0 OR ORD-NIGHT-REJ > 0 OR ORD-NIGHT-SUS > 0
085800         MOVE "H" TO OH-STATUS
085900         ADD 1 TO ORD-HELD-COUNT
086000     ELSE
086100         IF OH-LINES-DONE NOT < OH-EXP-LINES
086200             MOVE "C" TO OH-STATUS
086300             MOVE BDT-BUS-DATE TO OH-ACK-DATE
086400             ADD 1 TO ORD-COMPLETE-COUNT
086500         ELSE
086600             MOVE "P" TO OH-STATUS
086700             ADD 1 TO ORD-PARTIAL-COUNT
086800         END-IF
086900     END-IF.
087000     REWRITE OH-ORDER-RECORD
087100         INVALID KEY
087200             DISPLAY "ORDSTAT: ORDMST REWRITE FAILED FOR "
087300                 OH-ORDER-NO ", STATUS " ORD-ORDER-STATUS
087400             MOVE "Y" TO ORD-ABORT-SWITCH
087500             MOVE 16 TO RETURN-CODE
087600             GO TO 6100-NEXT-ORDER-EXIT
087700     END-REWRITE.
087800     IF OH-COMPLETE
087900         PERFORM 6200-ACK-ORDER THRU 6200-ACK-ORDER-EXIT
088000     ELSE
088100         PERFORM 6300-ADD-EXPEDITE THRU 6300-ADD-EXPEDITE-EXIT
088200     END-IF.
088300 6100-NEXT-ORDER-EXIT.
088400     EXIT.
088500
088600 6200-ACK-ORDER.
088700     MOVE SPACES            TO AK-ACK-RECORD.
088800     MOVE OH-ORDER-NO       TO AK-ORDER-NO.
088900     MOVE OH-CUST-NO        TO AK-CUST-NO.
089000     MOVE OH-CUST-NAME      TO AK-CUST-NAME.
089100     MOVE OH-PROMISED-DATE  TO AK-PROMISED-DATE.
089200     MOVE OH-ACK-DATE       TO AK-ACK-DATE.
089300     MOVE OH-LINES-DONE     TO AK-LINES.
089400     MOVE OH-WEIGHT         TO AK-WEIGHT.
089500     MOVE OH-COST           TO AK-COST.
089600     WRITE AK-ACK-RECORD.
089700     MOVE OH-ORDER-NO       TO ORD-PRT-ACK-ORDER.
089800     MOVE OH-CUST-NO        TO ORD-PRT-ACK-CUST-NO.
089900     MOVE OH-CUST-NAME      TO ORD-PRT-ACK-NAME.
090000     MOVE OH-PROMISED-DATE  TO ORD-PRT-ACK-PROM.
090100     MOVE OH-LINES-DONE     TO ORD-PRT-ACK-LINES.
090200     MOVE OH-WEIGHT         TO ORD-PRT-ACK-WGT.
090300     MOVE OH-COST           TO ORD-PRT-ACK-CST.
090400     ADD OH-WEIGHT TO ORD-TOT-WGT.
090500     ADD OH-COST   TO ORD-TOT-CST.
090600     MOVE ORD-PRT-ACK-LINE TO ORD-RPT-LINE.
090700     WRITE ORD-RPT-LINE.
090800 6200-ACK-ORDER-EXIT.
090900     EXIT.
091000
091100*    THE ENTRY GOES IN AHEAD OF THE FIRST ONE PROMISED LATER, SO
091200*    THE LIST STAYS IN PROMISED-DATE ORDER (ORDER NUMBER WITHIN).
091300 6300-ADD-EXPEDITE.
091400     IF ORD-EXP-USED NOT < ORD-EXP-MAX
091500         DISPLAY "ORDSTAT: MORE THAN " ORD-EXP-MAX
091600             " OPEN ORDERS - EXPEDITING LIST CUT SHORT"
091700         MOVE "Y" TO ORD-SHORT-SWITCH
091800         GO TO 6300-ADD-EXPEDITE-EXIT
091900     END-IF.
092000     MOVE ZERO TO ORD-XX.
092100     PERFORM 6310-SCAN-PROMISED THRU 6310-SCAN-PROMISED-EXIT
092200         VARYING ORD-SX FROM 1 BY 1
092300         UNTIL ORD-SX > ORD-EXP-USED OR ORD-XX > 0.
092400     IF ORD-XX = 0
092500         COMPUTE ORD-XX = ORD-EXP-USED + 1
092600     ELSE
092700         PERFORM 6320-SHIFT-DOWN THRU 6320-SHIFT-DOWN-EXIT
092800             VARYING ORD-MX FROM ORD-EXP-USED BY -1
092900             UNTIL ORD-MX < ORD-XX
093000     END-IF.
093100     ADD 1 TO ORD-EXP-USED.
093200     MOVE OH-PROMISED-DATE TO ORD-XT-PROMISED (ORD-XX).
093300     MOVE OH-ORDER-NO      TO ORD-XT-ORDER (ORD-XX).
093400     MOVE OH-CUST-NO       TO ORD-XT-CUST-NO (ORD-XX).
093500     MOVE OH-CUST-NAME     TO ORD-XT-CUST-NAME (ORD-XX).
093600     IF OH-HELD
093700         MOVE "HELD"       TO ORD-XT-STATUS (ORD-XX)
093800     ELSE
093900         MOVE "PARTIAL"    TO ORD-XT-STATUS (ORD-XX)
094000     END-IF.
094100     MOVE OH-EXP-LINES     TO ORD-XT-EXP (ORD-XX).
094200     MOVE OH-LINES-DONE    TO ORD-XT-DONE (ORD-XX).
094300     MOVE OH-OOS-LINES     TO ORD-XT-OOS (ORD-XX).
094400     MOVE ORD-NIGHT-REJ    TO ORD-XT-REJ (ORD-XX).
094500     MOVE ORD-NIGHT-SUS    TO ORD-XT-SUS (ORD-XX).
094600 6300-ADD-EXPEDITE-EXIT.
094700     EXIT.
094800
094900 6310-SCAN-PROMISED.
095000     IF ORD-XT-PROMISED (ORD-SX) > OH-PROMISED-DATE
095100         MOVE ORD-SX TO ORD-XX
095200     END-IF.
095300 6310-SCAN-PROMISED-EXIT.
095400     EXIT.
095500
095600 6320-SHIFT-DOWN.
095700     MOVE ORD-EXP-ENTRY (ORD-MX) TO ORD-EXP-ENTRY (ORD-MX + 1).
095800 6320-SHIFT-DOWN-EXIT.
095900     EXIT.
096000
096100 7000-PRINT-EXPEDITE.
096200     MOVE ORD-XT-PROMISED (ORD-XX)  TO ORD-PRT-EXP-PROM.
096300     MOVE ORD-XT-ORDER (ORD-XX)     TO ORD-PRT-EXP-ORDER.
096400     MOVE ORD-XT-CUST-NO (ORD-XX)   TO ORD-PRT-EXP-CUST-NO.
096500     MOVE ORD-XT-CUST-NAME (ORD-XX) TO ORD-PRT-EXP-NAME.
096600     MOVE ORD-XT-STATUS (ORD-XX)    TO ORD-PRT-EXP-STATUS.
096700     MOVE ORD-XT-EXP (ORD-XX)       TO ORD-PRT-EXP-EXP.
096800     MOVE ORD-XT-DONE (ORD-XX)      TO ORD-PRT-EXP-DONE.
096900     MOVE ORD-XT-OOS (ORD-XX)       TO ORD-PRT-EXP-OOS.
097000     MOVE ORD-XT-REJ (ORD-XX)       TO ORD-PRT-EXP-REJ.
097100     MOVE ORD-XT-SUS (ORD-XX)       TO ORD-PRT-EXP-SUS.
097200     MOVE SPACES                    TO ORD-PRT-EXP-REMARK.
097300     IF ORD-XT-PROMISED (ORD-XX) < BDT-BUS-DATE
097400         MOVE "OVERDUE"             TO ORD-PRT-EXP-REMARK
097500     END-IF.
097600     MOVE ORD-PRT-EXP-LINE TO ORD-RPT-LINE.
097700     WRITE ORD-RPT-LINE.
097800 7000-PRINT-EXPEDITE-EXIT.
097900     EXIT.
098000
098100 7100-PRINT-NOHDR.
098200     IF ORD-AT-MATCHED (ORD-AX) = "Y"
098300         GO TO 7100-PRINT-NOHDR-EXIT
098400     END-IF.
098500     IF NOT ORD-NOHDR-DONE
098600         MOVE "Y" TO ORD-NOHDR-SWITCH
098700         MOVE SPACES TO ORD-RPT-LINE
098800         WRITE ORD-RPT-LINE
098900         MOVE "LINES WITH NO OPEN ORDER HEADER" TO ORD-PRT-MSG
099000         MOVE ORD-PRT-MSG-LINE TO ORD-RPT-LINE
099100         WRITE ORD-RPT-LINE
099200     END-IF.
099300     ADD 1 TO ORD-NOHDR-COUNT.
099400     MOVE ORD-AT-ORDER (ORD-AX) TO ORD-PRT-NH-ORDER.
099500     COMPUTE ORD-PRT-NH-LINES = ORD-AT-LINES (ORD-AX)
099600         + ORD-AT-REJ (ORD-AX) + ORD-AT-SUS (ORD-AX).
099700     IF ORD-AT-MATCHED (ORD-AX) = "C"
099800         MOVE "ORDER ALREADY ACKNOWLEDGED" TO ORD-PRT-NH-REASON
099900     ELSE
100000         MOVE "NO ORDER HEADER ON ORDMST" TO ORD-PRT-NH-REASON
100100     END-IF.
100200     MOVE ORD-PRT-NOHDR-LINE TO ORD-RPT-LINE.
100300     WRITE ORD-RPT-LINE.
100400 7100-PRINT-NOHDR-EXIT.
100500     EXIT.
100600
100700 8000-TERM.
100800     IF ORD-ABORT
100900         MOVE "** ORDER STATUS INCOMPLETE - SEE CONSOLE MESSAGES"
101000             TO ORD-PRT-MSG
101100         MOVE ORD-PRT-MSG-LINE TO ORD-RPT-LINE
101200         WRITE ORD-RPT-LINE
101300         GO TO 8000-TERM-CLOSE
101400     END-IF.
101500     MOVE ORD-TOT-WGT TO ORD-PRT-TOT-WGT.
101600     MOVE ORD-TOT-CST TO ORD-PRT-TOT-CST.
101700     MOVE ORD-PRT-ACK-TOT-LINE TO ORD-RPT-LINE.
101800     WRITE ORD-RPT-LINE.
101900     MOVE SPACES TO ORD-RPT-LINE.
102000     WRITE ORD-RPT-LINE.
102100     MOVE "EXPEDITING LIST - PARTIAL/HELD BY PROMISED DATE"
102200         TO ORD-PRT-MSG.
102300     MOVE ORD-PRT-MSG-LINE TO ORD-RPT-LINE.
102400     WRITE ORD-RPT-LINE.
102500     MOVE ORD-PRT-EXP-COL-LINE TO ORD-RPT-LINE.
102600     WRITE ORD-RPT-LINE.
102700     PERFORM 7000-PRINT-EXPEDITE THRU 7000-PRINT-EXPEDITE-EXIT
102800         VARYING ORD-XX FROM 1 BY 1
102900         UNTIL ORD-XX > ORD-EXP-USED.
103000     PERFORM 7100-PRINT-NOHDR THRU 7100-PRINT-NOHDR-EXIT
103100         VARYING ORD-AX FROM 1 BY 1
103200         UNTIL ORD-AX > ORD-ACT-USED.
103300     MOVE SPACES TO ORD-RPT-LINE.
103400     WRITE ORD-RPT-LINE.
103500     MOVE ORD-EVAL-COUNT     TO ORD-PRT-EVALUATED.
103600     MOVE ORD-COMPLETE-COUNT TO ORD-PRT-COMPLETE.
103700     MOVE ORD-PARTIAL-COUNT  TO ORD-PRT-PARTIAL.
103800     MOVE ORD-HELD-COUNT     TO ORD-PRT-HELD.
103900     MOVE ORD-PRT-COUNT-LINE TO ORD-RPT-LINE.
104000     WRITE ORD-RPT-LINE.
104100     IF ORD-IS-REPOST
104200         MOVE "NIGHT POSTED BEFORE - EARLIER POSTING REPLACED"
104300             TO ORD-PRT-MSG
104400         MOVE ORD-PRT-MSG-LINE TO ORD-RPT-LINE
104500         WRITE ORD-RPT-LINE
104600     END-IF.
104700     IF ORD-SUS-BAD-COUNT > 0
104800         MOVE "** UNREADABLE SUSPENSE RECORDS - NOT COUNTED"
104900             TO ORD-PRT-MSG
105000         PERFORM 2900-FILE-MISSING THRU 2900-FILE-MISSING-EXIT
105100     END-IF.
105200     IF ORD-NOHDR-COUNT > 0
105300         MOVE "** LINES WITH NO OPEN ORDER - SALES TO CHECK"
105400             TO ORD-PRT-MSG
105500         MOVE ORD-PRT-MSG-LINE TO ORD-RPT-LINE
105600         WRITE ORD-RPT-LINE
105700         MOVE 4 TO RETURN-CODE
105800     END-IF.
105900     IF ORD-INCOMPLETE
106000         MOVE "** ORDER STATUS INCOMPLETE - SEE NOTES ABOVE"
106100             TO ORD-PRT-MSG
106200         MOVE ORD-PRT-MSG-LINE TO ORD-RPT-LINE
106300         WRITE ORD-RPT-LINE
106400         MOVE 4 TO RETURN-CODE
106500     END-IF.
106600 8000-TERM-CLOSE.
106700     CLOSE ORD-ORDER-FILE.
106800     CLOSE ORD-ACK-FILE.
106900     CLOSE ORD-RPT-FILE.
107000 8000-TERM-EXIT.
107100     EXIT.
107200
107300 END PROGRAM ORDSTAT.
