017167*                  QUEUE ACTS ON. THE "**" CHANGE FLAG IS NOT
017168*                  LOST - IT IS ON THE RSLHIST RECORD, WHERE
017169*                  RSLINQ SHOWS IT.
017171* 2026-10-15 JH    THE RUN DATE (CTL-RUN-DATE - ON THE CONTROL
017173*                  TRAILER, RUNHIST, THE RSLHIST KEYS AND WFLEXC)
017175*                  NOW COMES FROM THE BUSDATE BUSINESS-DATE CARD
017177*                  THAT OPERATIONS SETS FOR THE CYCLE, THROUGH THE
017179*                  NEW BDTCHK SUBPROGRAM, INSTEAD OF THE SYSTEM
017181*                  CLOCK - A NIGHT THAT RUNS PAST MIDNIGHT OR IS
017183*                  RERUN THE NEXT MORNING STILL POSTS UNDER ITS
017185*                  OWN DATE. A MISSING CARD, AN INVALID DATE OR A
017187*                  DAY THE PLTCAL PLANT CALENDAR SHOWS AS NON-
017189*                  WORKING ENDS THE STEP WITH RETURN-CODE 16
017191*                  BEFORE ANY FILE IS OPENED.
017193* 2026-10-15 JH    THE STEP NOW KEEPS A NIGHT-LEVEL ENTRY ON THE
017195*                  RUNLDG RUN LEDGER THROUGH THE NEW RLGUPD
017197*                  SUBPROGRAM - STARTED, COMPLETED, POSTED. A
017199*                  RESUBMITTED NIGHT THE LEDGER SHOWS ALREADY
017201*                  POSTED STILL REBUILDS WFLOUT/WFLCTL BUT SKIPS
017203*                  THE RUNHIST AND RSLHIST POSTINGS; ONE THAT
017205*                  FAILED PART-WAY THROUGH POSTING SKIPS THE
017207*                  RSLHIST ROWS IT ALREADY WROTE
017209*                  (7630-CHECK-POSTED), SO NEITHER FILE IS POSTED
017211*                  TWICE FOR THE SAME NIGHT. A LEDGER THAT CANNOT
017213*                  BE UPDATED HOLDS THE STEP WITH RETURN-CODE 16.
017215* 2026-10-15 JH    EVERY GOOD LINE NOW CARRIES BOTH ITS MATERIAL
017217*                  COST AND ITS FINISHING COST, WHICHEVER OPTION
017219*                  WAS REQUESTED: WFLCALC IS CALLED A SECOND TIME
017221*                  FOR THE OTHER MEASURE (3150-CALC-OTHER), SO
017223*                  WEIGHT AND MATERIAL COST ALWAYS COME FROM THE
017225*                  VOLUME - A FLAECHE LINE WAS NEVER COSTED - AND
017227*                  THE NEW FINISHING COST (PAINT, GALVANIZING,
017229*                  ANODIZING) ALWAYS FROM THE SURFACE, PRICED PER
017231*                  SQUARE CM WITH A MINIMUM LOT CHARGE ON THE NEW
017233*                  INDEXED FINMST FINISHING MASTER (MAINTAINED BY
017235*                  FNMAINT) THROUGH PM-FIN-CODE ON PARTMST. THE
017237*                  FINISHING COST PRINTS ON EVERY WFLOUT LINE
017239*                  (RECORD 140->150) AND THE NIGHT TOTAL
017241*                  (CTL-TOTAL-FINISH) RIDES THE CONTROL TRAILER
017243*                  AND CHECKPOINT (WFLCTL RECORD 240->260) FOR
017245*                  THE COSTSUM SUMMARY. A MISSING FINMST OR A
017247*                  BLANK FINISH CODE LEAVES THE COLUMN BLANK AND
017249*                  DOES NOT FAIL THE STEP, SAME AS MATMST.
017251* 2026-10-15 JH    EVERY GOOD LINE WHOSE PART CARRIES A MATERIAL
017253*                  FOUND ON MATMST NOW ALSO WRITES A CONSUMPTION
017255*                  RECORD (CONREC LAYOUT) TO THE NEW PER-NIGHT
017257*                  WFLCON FILE - BUSINESS DATE, PART, LOCATION,
017259*                  MATERIAL, QUANTITY AND EXTENDED WEIGHT - WHICH
017261*                  THE NEW STKPOST STEP POSTS AS CONSUMPTION
017263*                  AGAINST THE STKMST MATERIAL STOCK LEDGER.
017265*                  WFLCON IS OPENED EXTEND ON A RESTART, LIKE
017267*                  WFLOUT.
017269* 2026-10-15 JH    THE WFLCON RECORD NOW ALSO CARRIES THE LINE'S
017271*                  NORMALIZED L/B/H (CN-DIM-1 TO CN-DIM-3,
017273*                  RECORD 80->100) FOR THE NEW CUTPLAN RAW-STOCK
017275*                  CUTTING PLAN.
017277* 2026-10-15 JH    THE RSLHIST ROW NOW ALSO CARRIES THE LINE'S
017279*                  PLANT LOCATION (RS-LOC) SO THE NEW MHLOAD STEP
017281*                  CAN TURN THE NIGHT'S GOOD LINES INTO MACHINE
017283*                  HOURS PER HALL. A PARTLY POSTED RERUN
017284*                  (7640-SCAN-POSTED) ALSO MATCHES ON RS-LOC, SO A
017285*                  LINE IN A SECOND HALL IS NOT TAKEN AS POSTED.
017286*-----------------------------------------------------------------
017287 ENVIRONMENT DIVISION.
017300 CONFIGURATION SECTION.
017400 SOURCE-COMPUTER. GENERIC.
017500 OBJECT-COMPUTER. GENERIC.
021982         ORGANIZATION IS LINE SEQUENTIAL
021984         FILE STATUS IS WFL-PARM-STATUS.
022000
022005     SELECT WFL-FIN-FILE ASSIGN TO "FINMST"
022010         ORGANIZATION IS INDEXED
022015         ACCESS MODE IS RANDOM
022020         RECORD KEY IS FN-FIN-CODE
022025         FILE STATUS IS WFL-FIN-STATUS.
022030
022035     SELECT WFL-CON-FILE ASSIGN TO "WFLCON"
022040         ORGANIZATION IS LINE SEQUENTIAL
022045         FILE STATUS IS WFL-CON-STATUS.
022050
022100 DATA DIVISION.
022200 FILE SECTION.
022300 FD  WFL-INPUT-FILE
023300     05 FILLER             PIC X(20).
023400
023500 FD  WFL-REPORT-FILE
023600     RECORD CONTAINS 150 CHARACTERS.
023700 01  WFL-REPORT-LINE           PIC X(150).
023800
023900 FD  WFL-CTL-FILE
024000     RECORD CONTAINS 260 CHARACTERS.
024100 01  WFL-CTL-LINE              PIC X(260).
024200
024300 FD  WFL-EXC-FILE
024400     RECORD CONTAINS 100 CHARACTERS.
026570     RECORD CONTAINS 80 CHARACTERS.
026580 01  WFL-PARM-REC              PIC X(80).
026600
026610 FD  WFL-FIN-FILE
026620     RECORD CONTAINS 48 CHARACTERS.
026630     COPY FINREC.
026640
026650 FD  WFL-CON-FILE
026660     RECORD CONTAINS 100 CHARACTERS.
026670     COPY CONREC.
026680
026700 WORKING-STORAGE SECTION.
026800 01  WFL-INPUT-STATUS      PIC X(02).
026900     88 WFL-INPUT-OK       VALUE "00".
028900
028910 01  WFL-SPC-STATUS        PIC X(02).
028920     88 WFL-SPC-OK         VALUE "00".
028921
028922 01  WFL-FIN-STATUS        PIC X(02).
028923     88 WFL-FIN-OK         VALUE "00".
028924
028925 01  WFL-CON-STATUS        PIC X(02).
028926     88 WFL-CON-OK         VALUE "00".
028930
028940 01  WFL-PARM-STATUS       PIC X(02).
028950     88 WFL-PARM-OK        VALUE "00".
032655        88 WFL-IS-DUPL     VALUE "Y".
032660     05 WFL-DUP-FULL-SW    PIC X(01) VALUE "N".
032665        88 WFL-DUP-FULL    VALUE "Y".
032667     05 WFL-POST-STATE     PIC X(01) VALUE "N".
032669        88 WFL-NIGHT-UNPOSTED VALUE "N".
032671        88 WFL-NIGHT-PARTIAL  VALUE "P".
032673        88 WFL-NIGHT-POSTED   VALUE "Y".
032675     05 WFL-POSTED-FOUND-SW PIC X(01) VALUE "N".
032677        88 WFL-POSTED-FOUND VALUE "Y".
032679     05 WFL-LDG-HOLD-SW    PIC X(01) VALUE "N".
032681        88 WFL-LDG-HOLD    VALUE "Y".
032683     05 WFL-FIN-SWITCH     PIC X(01) VALUE "N".
032685        88 WFL-FIN-AVAIL   VALUE "Y".
032700
032800 01  WFL-RECORDS-READ      PIC 9(07) COMP VALUE ZERO.
032810
032820 77  WFL-DUP-MAX           PIC 9(05) COMP VALUE 5000.
032830 77  WFL-DUP-USED          PIC 9(05) COMP VALUE ZERO.
032840 77  WFL-DX                PIC 9(05) COMP VALUE ZERO.
032844 77  WFL-RSL-POSTED        PIC 9(07) COMP VALUE ZERO.
032848 77  WFL-HIST-POSTED       PIC 9(03) COMP VALUE ZERO.
032850 77  WFL-DUP-HIT           PIC 9(05) COMP VALUE ZERO.
032860
032870 01  WFL-DUP-TABLE.
033500
033600 01  WFL-PART-DESC-WORK    PIC X(30).
033700 01  WFL-MAT-CODE-WORK     PIC X(04).
033710 01  WFL-FIN-CODE-WORK     PIC X(04).
033800
033900 01  WFL-MATERIAL-WORK.
034000     05 WFL-WEIGHT-WORK    PIC S9(13)V9(02).
034100     05 WFL-COST-WORK      PIC S9(13)V9(02).
034110     05 WFL-FINISH-WORK    PIC S9(13)V9(02).
034120     05 WFL-VOL-EXT        PIC S9(15)V9(02).
034130     05 WFL-SURF-EXT       PIC S9(15)V9(02).
034140
034150 01  WFL-OTHER-CALC.
034160     05 WFL-OTHER-OPTION   PIC X(10).
034170     05 WFL-OTHER-RESULT   PIC S9(13)V9(02).
034180     05 WFL-OTHER-RC       PIC S9(4) COMP.
034200
034300 01  WFL-RSL-WORK.
034400     05 WFL-PRIOR-RESULT   PIC S9(13)V9(02).
037700     05 WFL-PRT-WEIGHT     PIC -(9)9.99.
037800     05 FILLER             PIC X(01).
037900     05 WFL-PRT-COST       PIC -(9)9.99.
037910     05 FILLER             PIC X(01).
037920     05 WFL-PRT-FINISH     PIC -(9)9.99.
037930     05 FILLER             PIC X(02).
038100
038200 01  WFL-EXC-REASON-CODE   PIC X(04).
038300
041240     05 WFL-TRL-QTY        PIC ZZZZZZZZ9.
041250     05 FILLER             PIC X(02).
041260     05 WFL-TRL-DUP        PIC ZZZZZZ9.
041270     05 FILLER             PIC X(02).
041280     05 WFL-TRL-FIN        PIC -(15)9.99.
041290     05 FILLER             PIC X(04).
041310
041320 01  WFL-LOC-TRL-LINE.
041321     05 WFL-LTR-LABEL      PIC X(13).
041339     05 WFL-LTR-OOS        PIC ZZZZZZ9.
041341     05 FILLER             PIC X(02).
041342     05 WFL-LTR-QTY        PIC ZZZZZZZZ9.
041343     05 FILLER             PIC X(113).
041400
041500 01  WFL-CHK-PRT-LINE.
041600     05 CHK-PRT-RECNUM     PIC 9(07).
044310     05 FILLER             PIC X(02).
044320     05 CHK-PRT-LOC-USED   PIC 9(02).
044330     05 CHK-PRT-LOC-TABLE  PIC X(540).
044340     05 FILLER             PIC X(02).
044350     05 CHK-PRT-FIN        PIC S9(15)V9(02).
044360     05 FILLER             PIC X(17).
044500
044600     COPY CTLTOT.
044610
044620     COPY BDTPARM.
044630
044640     COPY RLGPARM.
044700
044800 PROCEDURE DIVISION.
044900
045700     STOP RUN.
045800
045900 1000-INIT.
045904     MOVE "BEDINGUNGEN" TO BDT-CALLER.
045908     CALL "BDTCHK" USING BDT-PARMS.
045912     IF NOT BDT-DATE-OK
045916         MOVE "Y" TO WFL-EOF-SWITCH
045920         MOVE "Y" TO WFL-ABORT-SWITCH
045924         MOVE 16 TO RETURN-CODE
045928         GO TO 1000-INIT-EXIT
045932     END-IF.
045936     MOVE "STRT"         TO RLG-FUNCTION.
045940     MOVE "BEDINGUNGEN"  TO RLG-PROGRAM-ID.
045944     MOVE BDT-BUS-DATE   TO RLG-BUS-DATE.
045948     CALL "RLGUPD" USING RLG-PARMS.
045952     IF NOT RLG-OK
045956         MOVE "Y" TO WFL-EOF-SWITCH
045960         MOVE "Y" TO WFL-ABORT-SWITCH
045964         MOVE 16 TO RETURN-CODE
045968         GO TO 1000-INIT-EXIT
045972     END-IF.
045976     MOVE RLG-POST-STATE TO WFL-POST-STATE.
045980     IF WFL-NIGHT-POSTED
045984         DISPLAY "BEDINGUNGEN: NIGHT " BDT-BUS-DATE " ALREADY "
045988             "POSTED - RUNHIST AND RSLHIST POSTINGS SKIPPED"
045992     END-IF.
046000     OPEN INPUT WFL-INPUT-FILE.
046100     IF NOT WFL-INPUT-OK
046200         DISPLAY "BEDINGUNGEN: UNABLE TO OPEN WFLIN, STATUS "
046810     INITIALIZE WFL-LOC-TABLE.
046900     PERFORM 1050-CHECK-RESTART THRU 1050-CHECK-RESTART-EXIT.
047000     MOVE "BEDINGUNGEN"  TO CTL-PROGRAM-ID.
047100     MOVE BDT-BUS-DATE TO CTL-RUN-DATE.
047200     IF WFL-IS-RESTART
047300         OPEN EXTEND WFL-REPORT-FILE
047400         IF NOT WFL-REPORT-OK
049000         IF NOT WFL-EXC-OK
049100             DISPLAY "BEDINGUNGEN: UNABLE TO OPEN WFLEXC, STATUS "
049200                 WFL-EXC-STATUS
049210             MOVE "Y" TO WFL-ABORT-SWITCH
049220             MOVE 16 TO RETURN-CODE
049230             GO TO 1000-INIT-EXIT
049240         END-IF
049250         OPEN EXTEND WFL-CON-FILE
049260         IF NOT WFL-CON-OK
049270             DISPLAY "BEDINGUNGEN: UNABLE TO OPEN WFLCON, STATUS "
049280                 WFL-CON-STATUS
049300             MOVE "Y" TO WFL-ABORT-SWITCH
049400             MOVE 16 TO RETURN-CODE
049500             GO TO 1000-INIT-EXIT
051550             MOVE CHK-PRT-LOC-USED  TO WFL-LOC-USED
051560             MOVE CHK-PRT-LOC-TABLE TO WFL-LOC-TABLE
051570         END-IF
051575         IF CHK-PRT-FIN NUMERIC
051580             MOVE CHK-PRT-FIN   TO CTL-TOTAL-FINISH
051585         END-IF
051600         MOVE CHK-PRT-FIRST-FL-SW  TO CTL-FIRST-FL-SWITCH
051700         MOVE CHK-PRT-FIRST-VOL-SW TO CTL-FIRST-VOL-SWITCH
051800         PERFORM 1060-SKIP-PROCESSED THRU 1060-SKIP-PROCESSED-EXIT
054100             MOVE 16 TO RETURN-CODE
054200             GO TO 1000-INIT-EXIT
054300         END-IF
054310         OPEN OUTPUT WFL-CON-FILE
054320         IF NOT WFL-CON-OK
054330             DISPLAY "BEDINGUNGEN: UNABLE TO OPEN WFLCON, STATUS "
054340                 WFL-CON-STATUS
054350             MOVE "Y" TO WFL-ABORT-SWITCH
054360             MOVE 16 TO RETURN-CODE
054370             GO TO 1000-INIT-EXIT
054380         END-IF
054400         OPEN OUTPUT WFL-CHK-FILE
054500         IF NOT WFL-CHK-OK
054600             DISPLAY "BEDINGUNGEN: UNABLE TO OPEN WFLCHK, STATUS "
055300     END-IF.
055400     PERFORM 1070-OPEN-PARTMST THRU 1070-OPEN-PARTMST-EXIT.
055500     PERFORM 1080-OPEN-MATMST THRU 1080-OPEN-MATMST-EXIT.
055510     PERFORM 1085-OPEN-FINMST THRU 1085-OPEN-FINMST-EXIT.
055600     PERFORM 1090-OPEN-RSLHIST THRU 1090-OPEN-RSLHIST-EXIT.
055610     PERFORM 1095-OPEN-SPCLMT THRU 1095-OPEN-SPCLMT-EXIT.
055620     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
061200         MOVE "N" TO WFL-MAT-SWITCH
061300     END-IF.
061400 1080-OPEN-MATMST-EXIT.
061405     EXIT.
061410
061415 1085-OPEN-FINMST.
061420     OPEN INPUT WFL-FIN-FILE.
061425     IF WFL-FIN-OK
061430         MOVE "Y" TO WFL-FIN-SWITCH
061435     ELSE
061440         DISPLAY "BEDINGUNGEN: FINMST NOT AVAILABLE, STATUS "
061445             WFL-FIN-STATUS
061450         MOVE "N" TO WFL-FIN-SWITCH
061455     END-IF.
061460 1085-OPEN-FINMST-EXIT.
061500     EXIT.
061600
061700 1090-OPEN-RSLHIST.
070780             END-IF
070790         END-IF
070800         PERFORM 3100-UPDATE-MIN-MAX THRU 3100-UPDATE-MIN-MAX-EXIT
070900         PERFORM 3150-CALC-OTHER THRU 3150-CALC-OTHER-EXIT
071000         PERFORM 3200-CALC-MATERIAL
071100             THRU 3200-CALC-MATERIAL-EXIT
071200         PERFORM 3250-CALC-FINISH THRU 3250-CALC-FINISH-EXIT
071300         PERFORM 7600-POST-RSLHIST THRU 7600-POST-RSLHIST-EXIT
071310         PERFORM 3300-CHECK-SPEC THRU 3300-CHECK-SPEC-EXIT
071400     ELSE
073500 2300-LOOKUP-PART.
073600     MOVE SPACES TO WFL-PART-DESC-WORK.
073700     MOVE SPACES TO WFL-MAT-CODE-WORK.
073710     MOVE SPACES TO WFL-FIN-CODE-WORK.
073750     MOVE "A"    TO WFL-PART-STATE.
073800     IF WFL-PART-AVAIL
073900         MOVE WFL-PART-ID TO PM-PART-ID
074300             NOT INVALID KEY
074400                 MOVE PM-PART-DESC TO WFL-PART-DESC-WORK
074500                 MOVE PM-MAT-CODE  TO WFL-MAT-CODE-WORK
074510                 MOVE PM-FIN-CODE  TO WFL-FIN-CODE-WORK
074520                 IF PM-PART-INACTIVE
074540                     MOVE "I" TO WFL-PART-STATE
074560                 END-IF
074600         END-READ
074700     END-IF.
074800 2300-LOOKUP-PART-EXIT.
074802     EXIT.
074804
074806 3150-CALC-OTHER.
074808     MOVE ZERO TO WFL-VOL-EXT.
074810     MOVE ZERO TO WFL-SURF-EXT.
074812     IF WFL-OPTION = "FLAECHE"
074814         MOVE WFL-EXT-RESULT TO WFL-SURF-EXT
074816         MOVE "VOLUMEN"      TO WFL-OTHER-OPTION
074818     ELSE
074820         MOVE WFL-EXT-RESULT TO WFL-VOL-EXT
074822         MOVE "FLAECHE"      TO WFL-OTHER-OPTION
074824     END-IF.
074826     CALL "WFLCALC" USING WFL-NORM-L WFL-NORM-B WFL-NORM-H
074828         WFL-OTHER-OPTION WFL-OTHER-RESULT WFL-OTHER-RC.
074830     IF WFL-OTHER-RC NOT = 0
074832         GO TO 3150-CALC-OTHER-EXIT
074834     END-IF.
074836     IF WFL-OPTION = "FLAECHE"
074838         COMPUTE WFL-VOL-EXT ROUNDED =
074840             WFL-OTHER-RESULT * WFL-QTY-WORK
074842     ELSE
074844         COMPUTE WFL-SURF-EXT ROUNDED =
074846             WFL-OTHER-RESULT * WFL-QTY-WORK
074848     END-IF.
074850 3150-CALC-OTHER-EXIT.
074900     EXIT.
075000
075100 3200-CALC-MATERIAL.
076000             GO TO 3200-CALC-MATERIAL-EXIT
076100     END-READ.
076200     COMPUTE WFL-WEIGHT-WORK ROUNDED =
076300         WFL-VOL-EXT * MM-DENSITY / 1000.
076400     COMPUTE WFL-COST-WORK ROUNDED =
076500         WFL-VOL-EXT * MM-COST-CC.
076600     ADD WFL-WEIGHT-WORK TO CTL-TOTAL-WEIGHT.
076700     ADD WFL-COST-WORK   TO CTL-TOTAL-COST.
076710     IF WFL-LX > 0
076740     END-IF.
076800     MOVE WFL-WEIGHT-WORK TO WFL-PRT-WEIGHT.
076900     MOVE WFL-COST-WORK   TO WFL-PRT-COST.
076910     PERFORM 3270-WRITE-CON THRU 3270-WRITE-CON-EXIT.
077000 3200-CALC-MATERIAL-EXIT.
077002     EXIT.
077004
077006 3250-CALC-FINISH.
077008     MOVE ZERO TO WFL-FINISH-WORK.
077010     IF NOT WFL-FIN-AVAIL OR WFL-FIN-CODE-WORK = SPACES
077012         GO TO 3250-CALC-FINISH-EXIT
077014     END-IF.
077016     MOVE WFL-FIN-CODE-WORK TO FN-FIN-CODE.
077018     READ WFL-FIN-FILE
077020         INVALID KEY
077022             GO TO 3250-CALC-FINISH-EXIT
077024     END-READ.
077026     COMPUTE WFL-FINISH-WORK ROUNDED =
077028         WFL-SURF-EXT * FN-COST-CM2.
077030     IF WFL-FINISH-WORK < FN-MIN-LOT
077032         MOVE FN-MIN-LOT TO WFL-FINISH-WORK
077034     END-IF.
077036     ADD WFL-FINISH-WORK TO CTL-TOTAL-FINISH.
077038     MOVE WFL-FINISH-WORK TO WFL-PRT-FINISH.
077040 3250-CALC-FINISH-EXIT.
077042     EXIT.
077044
077046 3270-WRITE-CON.
077048     MOVE SPACES            TO CN-CONS-RECORD.
077050     MOVE BDT-BUS-DATE      TO CN-BUS-DATE.
077052     MOVE "BEDINGUNGEN"     TO CN-PROGRAM-ID.
077054     MOVE WFL-PART-ID       TO CN-PART-ID.
077056     MOVE "CUBE"            TO CN-SHAPE-TYPE.
077058     MOVE WFL-LOC           TO CN-LOC.
077060     MOVE WFL-MAT-CODE-WORK TO CN-MAT-CODE.
077062     MOVE WFL-QTY-WORK      TO CN-QTY.
077064     MOVE WFL-WEIGHT-WORK   TO CN-WEIGHT.
077066     MOVE WFL-NORM-L        TO CN-DIM-1.
077068     MOVE WFL-NORM-B        TO CN-DIM-2.
077070     MOVE WFL-NORM-H        TO CN-DIM-3.
077072     WRITE CN-CONS-RECORD.
077074 3270-WRITE-CON-EXIT.
077100     EXIT.
077110
077120 3300-CHECK-SPEC.
087530     MOVE CTL-DUPL-COUNT     TO WFL-TRL-DUP.
087600     MOVE CTL-TOTAL-WEIGHT   TO WFL-TRL-WGT.
087700     MOVE CTL-TOTAL-COST     TO WFL-TRL-CST.
087710     MOVE CTL-TOTAL-FINISH   TO WFL-TRL-FIN.
087800     MOVE WFL-CTL-TRL-LINE TO WFL-CTL-LINE.
087900     WRITE WFL-CTL-LINE.
088000 7100-WRITE-CTL-TRL-EXIT.
089800     MOVE CTL-TOTAL-COST     TO CHK-PRT-CST.
089810     MOVE WFL-LOC-USED       TO CHK-PRT-LOC-USED.
089820     MOVE WFL-LOC-TABLE      TO CHK-PRT-LOC-TABLE.
089830     MOVE CTL-TOTAL-FINISH   TO CHK-PRT-FIN.
089900     MOVE "N"               TO CHK-PRT-COMPLETE-SW.
090000     MOVE WFL-CHK-PRT-LINE  TO WFL-CHK-LINE.
090100     WRITE WFL-CHK-LINE.
092000     MOVE CTL-TOTAL-COST     TO CHK-PRT-CST.
092010     MOVE WFL-LOC-USED       TO CHK-PRT-LOC-USED.
092020     MOVE WFL-LOC-TABLE      TO CHK-PRT-LOC-TABLE.
092030     MOVE CTL-TOTAL-FINISH   TO CHK-PRT-FIN.
092100     MOVE "Y"               TO CHK-PRT-COMPLETE-SW.
092200     MOVE WFL-CHK-PRT-LINE  TO WFL-CHK-LINE.
092300     WRITE WFL-CHK-LINE.
094410     MOVE CTL-TOTAL-QTY      TO RH-TOTAL-QTY.
094420     MOVE SPACES             TO RH-LOC-CODE.
094500     WRITE RH-RUN-RECORD.
094505     ADD 1 TO WFL-HIST-POSTED.
094510     PERFORM 7510-WRITE-LOC-HIST THRU 7510-WRITE-LOC-HIST-EXIT
094520         VARYING WFL-LX FROM 1 BY 1
094530         UNTIL WFL-LX > WFL-LOC-USED.
094600     CLOSE WFL-HIST-FILE.
094610     MOVE "Y" TO WFL-POST-STATE.
094700 7500-WRITE-RUNHIST-EXIT.
094800     EXIT.
094810
094822     IF WFL-LT-LOC (WFL-LX) = SPACES
094824         GO TO 7510-WRITE-LOC-HIST-EXIT
094826     END-IF.
094828     ADD 1 TO WFL-HIST-POSTED.
094830     MOVE SPACES                TO RH-RUN-RECORD.
094840     MOVE CTL-RUN-DATE          TO RH-RUN-DATE.
094850     MOVE CTL-PROGRAM-ID        TO RH-PROGRAM-ID.
098900             MOVE "AENDERUNG*" TO WFL-PRT-DETAIL
099000         END-IF
099100     END-IF.
099110     IF WFL-NIGHT-POSTED OR WFL-LDG-HOLD
099120         GO TO 7600-POST-RSLHIST-EXIT
099130     END-IF.
099140     IF WFL-NIGHT-PARTIAL
099150         PERFORM 7630-CHECK-POSTED THRU 7630-CHECK-POSTED-EXIT
099160         IF WFL-POSTED-FOUND
099170             GO TO 7600-POST-RSLHIST-EXIT
099180         END-IF
099190     END-IF.
099200     MOVE SPACES          TO RS-RESULT-RECORD.
099300     MOVE WFL-PART-ID     TO RS-PART-ID.
099400     MOVE CTL-RUN-DATE    TO RS-RUN-DATE.
100310     MOVE WFL-QTY-WORK    TO RS-QTY.
100320     MOVE WFL-EXT-RESULT  TO RS-EXT-RESULT.
100400     MOVE WFL-RSL-FLAG    TO RS-CHANGE-FLAG.
100410     MOVE WFL-LOC         TO RS-LOC.
100500     MOVE "N" TO WFL-RSL-WRITTEN-SW.
100510     IF WFL-NIGHT-UNPOSTED
100520         PERFORM 7660-LEDGER-POSTING THRU 7660-LEDGER-POSTING-EXIT
100530         IF WFL-LDG-HOLD
100540             GO TO 7600-POST-RSLHIST-EXIT
100550         END-IF
100560     END-IF.
100600     PERFORM 7650-WRITE-RSL THRU 7650-WRITE-RSL-EXIT
100700         UNTIL WFL-RSL-WRITTEN OR RS-SEQ > 99990.
100710     IF WFL-RSL-WRITTEN
100720         ADD 1 TO WFL-RSL-POSTED
100730     END-IF.
100800 7600-POST-RSLHIST-EXIT.
100900     EXIT.
101000
104300 7620-READ-NEXT-RSL-EXIT.
104400     EXIT.
104500
104502 7630-CHECK-POSTED.
104504     MOVE "N" TO WFL-POSTED-FOUND-SW.
104506     MOVE "N" TO WFL-RSL-EOF-SW.
104508     MOVE WFL-PART-ID  TO RS-PART-ID.
104510     MOVE CTL-RUN-DATE TO RS-RUN-DATE.
104512     MOVE ZERO         TO RS-SEQ.
104514     START WFL-RSL-FILE KEY IS NOT LESS THAN RS-KEY
104516         INVALID KEY
104518             MOVE "Y" TO WFL-RSL-EOF-SW
104520     END-START.
104522     PERFORM 7640-SCAN-POSTED THRU 7640-SCAN-POSTED-EXIT
104524         UNTIL WFL-RSL-AT-EOF OR WFL-POSTED-FOUND.
104526 7630-CHECK-POSTED-EXIT.
104528     EXIT.
104530
104532 7640-SCAN-POSTED.
104534     READ WFL-RSL-FILE NEXT RECORD
104536         AT END
104538             MOVE "Y" TO WFL-RSL-EOF-SW
104540             GO TO 7640-SCAN-POSTED-EXIT
104542     END-READ.
104544     IF RS-PART-ID NOT = WFL-PART-ID
104546         OR RS-RUN-DATE NOT = CTL-RUN-DATE
104548         MOVE "Y" TO WFL-RSL-EOF-SW
104550         GO TO 7640-SCAN-POSTED-EXIT
104552     END-IF.
104554     IF RS-PROGRAM-ID = "BEDINGUNGEN"
104556         AND RS-OPTION = WFL-OPTION
104558         AND RS-DIM-1 = WFL-NORM-L
104560         AND RS-DIM-2 = WFL-NORM-B
104562         AND RS-DIM-3 = WFL-NORM-H
104564         AND RS-QTY = WFL-QTY-WORK
104565         AND RS-LOC = WFL-LOC
104566         MOVE "Y" TO WFL-POSTED-FOUND-SW
104568     END-IF.
104570 7640-SCAN-POSTED-EXIT.
104572     EXIT.
104574
104600 7650-WRITE-RSL.
104700     WRITE RS-RESULT-RECORD
104800         INVALID KEY
105300 7650-WRITE-RSL-EXIT.
105400     EXIT.
105500
105502 7660-LEDGER-POSTING.
105504     MOVE "POST" TO RLG-FUNCTION.
105506     CALL "RLGUPD" USING RLG-PARMS.
105508     IF RLG-OK
105510         MOVE RLG-POST-STATE TO WFL-POST-STATE
105512     ELSE
105514         DISPLAY "BEDINGUNGEN: RUN LEDGER NOT UPDATED - RSLHIST "
105516             "POSTING STOPPED"
105518         MOVE "Y" TO WFL-LDG-HOLD-SW
105520         MOVE 16 TO RETURN-CODE
105522     END-IF.
105524 7660-LEDGER-POSTING-EXIT.
105526     EXIT.
105528
105530 7700-LEDGER-END.
105532     MOVE "DONE"          TO RLG-FUNCTION.
105534     MOVE RETURN-CODE     TO RLG-STEP-RC.
105536     MOVE WFL-RSL-POSTED  TO RLG-RSL-COUNT.
105538     MOVE WFL-HIST-POSTED TO RLG-HIST-COUNT.
105540     MOVE WFL-POST-STATE  TO RLG-POST-STATE.
105542     CALL "RLGUPD" USING RLG-PARMS.
105544     IF NOT RLG-OK
105546         DISPLAY "BEDINGUNGEN: RUN LEDGER NOT UPDATED FOR "
105548             CTL-RUN-DATE
105550         MOVE 16 TO RETURN-CODE
105552     END-IF.
105554 7700-LEDGER-END-EXIT.
105556     EXIT.
105558
105600 8000-TERM.
105700     PERFORM 7400-VERIFY-FEED THRU 7400-VERIFY-FEED-EXIT.
105800     PERFORM 7100-WRITE-CTL-TRL THRU 7100-WRITE-CTL-TRL-EXIT.
105810     PERFORM 7150-WRITE-LOC-TRLS THRU 7150-WRITE-LOC-TRLS-EXIT.
105900     PERFORM 7300-CHK-COMPLETE THRU 7300-CHK-COMPLETE-EXIT.
106000     IF RETURN-CODE = 0 AND NOT WFL-NIGHT-POSTED
106100         PERFORM 7500-WRITE-RUNHIST THRU 7500-WRITE-RUNHIST-EXIT
106200     END-IF.
106210     PERFORM 7700-LEDGER-END THRU 7700-LEDGER-END-EXIT.
106300     CLOSE WFL-INPUT-FILE.
106400     CLOSE WFL-REPORT-FILE.
106500     CLOSE WFL-CTL-FILE.
106600     CLOSE WFL-EXC-FILE.
106700     CLOSE WFL-CHK-FILE.
106710     CLOSE WFL-CON-FILE.
106800     IF WFL-PART-AVAIL
106900         CLOSE WFL-PART-FILE
107000     END-IF.
107100     IF WFL-MAT-AVAIL
107200         CLOSE WFL-MAT-FILE
107300     END-IF.
107310     IF WFL-FIN-AVAIL
107320         CLOSE WFL-FIN-FILE
107330     END-IF.
107400     IF WFL-RSL-AVAIL
107500         CLOSE WFL-RSL-FILE
107600     END-IF.
