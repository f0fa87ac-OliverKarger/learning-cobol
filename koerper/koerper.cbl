010758*                  QUEUE ACTS ON. THE "**" CHANGE FLAG IS NOT
010759*                  LOST - IT IS ON THE RSLHIST RECORD, WHERE
010760*                  RSLINQ SHOWS IT.
010762* 2026-10-15 JH    THE RUN DATE (CTL-RUN-DATE - ON THE CONTROL
010764*                  TRAILER, RUNHIST, THE RSLHIST KEYS AND KOEEXC)
010766*                  NOW COMES FROM THE BUSDATE BUSINESS-DATE CARD
010768*                  THAT OPERATIONS SETS FOR THE CYCLE, THROUGH THE
010770*                  NEW BDTCHK SUBPROGRAM, INSTEAD OF THE SYSTEM
010772*                  CLOCK - A NIGHT THAT RUNS PAST MIDNIGHT OR IS
010774*                  RERUN THE NEXT MORNING STILL POSTS UNDER ITS
010776*                  OWN DATE. A MISSING CARD, AN INVALID DATE OR A
010778*                  DAY THE PLTCAL PLANT CALENDAR SHOWS AS NON-
010780*                  WORKING ENDS THE STEP WITH RETURN-CODE 16
010782*                  BEFORE ANY FILE IS OPENED.
010784* 2026-10-15 JH    THE STEP NOW KEEPS A NIGHT-LEVEL ENTRY ON THE
010786*                  RUNLDG RUN LEDGER THROUGH THE NEW RLGUPD
010788*                  SUBPROGRAM - STARTED, COMPLETED, POSTED. A
010790*                  RESUBMITTED NIGHT THE LEDGER SHOWS ALREADY
010792*                  POSTED STILL REBUILDS KOEOUT/KOECTL BUT SKIPS
010794*                  THE RUNHIST AND RSLHIST POSTINGS; ONE THAT
010796*                  FAILED PART-WAY THROUGH POSTING SKIPS THE
010798*                  RSLHIST ROWS IT ALREADY WROTE
010800*                  (7630-CHECK-POSTED), SO NEITHER FILE IS POSTED
010802*                  TWICE FOR THE SAME NIGHT. A LEDGER THAT CANNOT
010804*                  BE UPDATED HOLDS THE STEP WITH RETURN-CODE 16.
010806* 2026-10-15 JH    EVERY GOOD LINE NOW CARRIES BOTH ITS MATERIAL
010808*                  COST AND ITS FINISHING COST, WHICHEVER OPTION
010810*                  WAS REQUESTED: THE SHAPE'S SUBPROGRAM IS
010812*                  CALLED A SECOND TIME FOR THE OTHER MEASURE
010814*                  (3150-CALC-OTHER), SO WEIGHT AND MATERIAL COST
010816*                  ALWAYS COME FROM THE VOLUME - A FLAECHE LINE
010818*                  WAS NEVER COSTED - AND THE NEW FINISHING COST
010820*                  (PAINT, GALVANIZING, ANODIZING) ALWAYS FROM
010822*                  THE SURFACE, PRICED PER SQUARE CM WITH A
010824*                  MINIMUM LOT CHARGE ON THE NEW INDEXED FINMST
010826*                  FINISHING MASTER (MAINTAINED BY FNMAINT)
010828*                  THROUGH PM-FIN-CODE ON PARTMST. THE FINISHING
010830*                  COST PRINTS ON EVERY KOEOUT LINE (RECORD
010832*                  150->160) AND THE NIGHT TOTAL (CTL-TOTAL-
010834*                  FINISH) RIDES THE CONTROL TRAILER (KOECTL
010836*                  RECORD 240->260) FOR THE COSTSUM SUMMARY. A
010838*                  MISSING FINMST OR A BLANK FINISH CODE LEAVES
010840*                  THE COLUMN BLANK AND DOES NOT FAIL THE STEP.
010842* 2026-10-15 JH    EVERY GOOD LINE WHOSE PART CARRIES A MATERIAL
010844*                  FOUND ON MATMST NOW ALSO WRITES A CONSUMPTION
010846*                  RECORD (CONREC LAYOUT) TO THE NEW PER-NIGHT
010848*                  KOECON FILE - BUSINESS DATE, PART, SHAPE,
010850*                  LOCATION, MATERIAL, QUANTITY AND EXTENDED
010852*                  WEIGHT - WHICH THE NEW STKPOST STEP POSTS AS
010854*                  CONSUMPTION AGAINST THE STKMST MATERIAL STOCK
010856*                  LEDGER.
010858* 2026-10-15 JH    THE KOECON RECORD NOW ALSO CARRIES THE LINE'S
010860*                  NORMALIZED DIM-1/DIM-2 (CN-DIM-1, CN-DIM-2,
010862*                  RECORD 80->100) FOR THE NEW CUTPLAN RAW-STOCK
010864*                  CUTTING PLAN.
010866* 2026-10-15 JH    THE RSLHIST ROW NOW ALSO CARRIES THE LINE'S
010868*                  PLANT LOCATION (RS-LOC) SO THE NEW MHLOAD STEP
010870*                  CAN TURN THE NIGHT'S GOOD LINES INTO MACHINE
010872*                  HOURS PER HALL. A PARTLY POSTED RERUN
010874*                  (7640-SCAN-POSTED) ALSO MATCHES ON RS-LOC, SO A
010876*                  LINE IN A SECOND HALL IS NOT TAKEN AS POSTED.
010878*-----------------------------------------------------------------
010880
010900 ENVIRONMENT DIVISION.
011000 CONFIGURATION SECTION.
011100 SOURCE-COMPUTER. GENERIC.
015182         ORGANIZATION IS LINE SEQUENTIAL
015184         FILE STATUS IS KOE-PARM-STATUS.
015200
015205     SELECT KOE-FIN-FILE ASSIGN TO "FINMST"
015210         ORGANIZATION IS INDEXED
015215         ACCESS MODE IS RANDOM
015220         RECORD KEY IS FN-FIN-CODE
015225         FILE STATUS IS KOE-FIN-STATUS.
015230
015235     SELECT KOE-CON-FILE ASSIGN TO "KOECON"
015240         ORGANIZATION IS LINE SEQUENTIAL
015245         FILE STATUS IS KOE-CON-STATUS.
015250
015300 DATA DIVISION.
015400 FILE SECTION.
015500 FD  KOE-INPUT-FILE
015780     05 FILLER             PIC X(22).
015800
015900 FD  KOE-REPORT-FILE
016000     RECORD CONTAINS 160 CHARACTERS.
016100 01  KOE-REPORT-LINE           PIC X(160).
016200
016300 FD  KOE-CTL-FILE
016400     RECORD CONTAINS 260 CHARACTERS.
016500 01  KOE-CTL-LINE              PIC X(260).
016600
016700 FD  KOE-EXC-FILE
016800     RECORD CONTAINS 100 CHARACTERS.
018570     RECORD CONTAINS 80 CHARACTERS.
018580 01  KOE-PARM-REC              PIC X(80).
018600
018610 FD  KOE-FIN-FILE
018620     RECORD CONTAINS 48 CHARACTERS.
018630     COPY FINREC.
018640
018650 FD  KOE-CON-FILE
018660     RECORD CONTAINS 100 CHARACTERS.
018670     COPY CONREC.
018680
018700 WORKING-STORAGE SECTION.
018800 01  KOE-INPUT-STATUS      PIC X(02).
018900     88 KOE-INPUT-OK       VALUE "00".
020334     05 KOE-PARM-REJ-UNK   PIC X(01).
020336     05 FILLER             PIC X(79).
020338
020348 01  KOE-FIN-STATUS        PIC X(02).
020358     88 KOE-FIN-OK         VALUE "00".
020368
020378 01  KOE-CON-STATUS        PIC X(02).
020388     88 KOE-CON-OK         VALUE "00".
020398
020400 01  KOE-RSL-STATUS        PIC X(02).
020500     88 KOE-RSL-OK         VALUE "00".
020600     88 KOE-RSL-ABSENT     VALUE "35".
022900        88 KOE-RSL-AT-EOF  VALUE "Y".
023000     05 KOE-RSL-WRITTEN-SW PIC X(01) VALUE "N".
023100        88 KOE-RSL-WRITTEN VALUE "Y".
023105     05 KOE-POST-STATE     PIC X(01) VALUE "N".
023110        88 KOE-NIGHT-UNPOSTED VALUE "N".
023115        88 KOE-NIGHT-PARTIAL  VALUE "P".
023120        88 KOE-NIGHT-POSTED   VALUE "Y".
023125     05 KOE-POSTED-FOUND-SW PIC X(01) VALUE "N".
023130        88 KOE-POSTED-FOUND VALUE "Y".
023135     05 KOE-LDG-HOLD-SW    PIC X(01) VALUE "N".
023140        88 KOE-LDG-HOLD    VALUE "Y".
023145     05 KOE-FIN-SWITCH     PIC X(01) VALUE "N".
023150        88 KOE-FIN-AVAIL   VALUE "Y".
023200     05 KOE-PRIOR-FOUND-SW PIC X(01) VALUE "N".
023300        88 KOE-PRIOR-FOUND VALUE "Y".
023310     05 KOE-SPC-SWITCH     PIC X(01) VALUE "N".
023438        10 KOE-LT-OVF      PIC 9(07).
023439        10 KOE-LT-OOS      PIC 9(07).
023440
023450 77  KOE-RSL-POSTED        PIC 9(07) COMP VALUE ZERO.
023460 77  KOE-HIST-POSTED       PIC 9(03) COMP VALUE ZERO.
023470
023500 01  KOE-PART-DESC-WORK    PIC X(30).
023600
023700 01  KOE-NORM-DIMS.
024800 01  KOE-EXC-REASON-CODE   PIC X(04).
024900
025000 01  KOE-MAT-CODE-WORK     PIC X(04).
025010 01  KOE-FIN-CODE-WORK     PIC X(04).
025100
025200 01  KOE-MATERIAL-WORK.
025300     05 KOE-WEIGHT-WORK    PIC S9(13)V9(02).
025400     05 KOE-COST-WORK      PIC S9(13)V9(02).
025410     05 KOE-FINISH-WORK    PIC S9(13)V9(02).
025420     05 KOE-VOL-EXT        PIC S9(15)V9(02).
025430     05 KOE-SURF-EXT       PIC S9(15)V9(02).
025440
025450 01  KOE-OTHER-CALC.
025460     05 KOE-OTHER-OPTION   PIC X(10).
025470     05 KOE-OTHER-RESULT   PIC S9(13)V9(02).
025480     05 KOE-OTHER-RC       PIC S9(4) COMP.
025500
025600 01  KOE-RSL-WORK.
025700     05 KOE-PRIOR-RESULT   PIC S9(13)V9(02).
027900     05 KOE-PRT-WEIGHT     PIC -(9)9.99.
028000     05 FILLER             PIC X(01).
028100     05 KOE-PRT-COST       PIC -(9)9.99.
028110     05 FILLER             PIC X(01).
028120     05 KOE-PRT-FINISH     PIC -(9)9.99.
028300
028400 01  KOE-CTL-HDR-LINE.
028500     05 KOE-HDR-LABEL      PIC X(20).
031240     05 KOE-TRL-QTY        PIC ZZZZZZZZ9.
031250     05 FILLER             PIC X(02).
031260     05 KOE-TRL-DUP        PIC ZZZZZZ9.
031270     05 FILLER             PIC X(02).
031280     05 KOE-TRL-FIN        PIC -(15)9.99.
031290     05 FILLER             PIC X(04).
031310
031312 01  KOE-LOC-TRL-LINE.
031314     05 KOE-LTR-LABEL      PIC X(13).
031356     05 KOE-LTR-OOS        PIC ZZZZZZ9.
031358     05 FILLER             PIC X(02).
031362     05 KOE-LTR-QTY        PIC ZZZZZZZZ9.
031364     05 FILLER             PIC X(113).
031400
031500     COPY CTLTOT.
031510
031520     COPY BDTPARM.
031530
031540     COPY RLGPARM.
031600
031700 PROCEDURE DIVISION.
031800
032600     STOP RUN.
032700
032800 1000-INIT.
032804     MOVE "KOERPER" TO BDT-CALLER.
032808     CALL "BDTCHK" USING BDT-PARMS.
032812     IF NOT BDT-DATE-OK
032816         MOVE "Y" TO KOE-EOF-SWITCH
032820         MOVE "Y" TO KOE-ABORT-SWITCH
032824         MOVE 16 TO RETURN-CODE
032828         GO TO 1000-INIT-EXIT
032832     END-IF.
032836     MOVE "STRT"         TO RLG-FUNCTION.
032840     MOVE "KOERPER"      TO RLG-PROGRAM-ID.
032844     MOVE BDT-BUS-DATE   TO RLG-BUS-DATE.
032848     CALL "RLGUPD" USING RLG-PARMS.
032852     IF NOT RLG-OK
032856         MOVE "Y" TO KOE-EOF-SWITCH
032860         MOVE "Y" TO KOE-ABORT-SWITCH
032864         MOVE 16 TO RETURN-CODE
032868         GO TO 1000-INIT-EXIT
032872     END-IF.
032876     MOVE RLG-POST-STATE TO KOE-POST-STATE.
032880     IF KOE-NIGHT-POSTED
032884         DISPLAY "KOERPER: NIGHT " BDT-BUS-DATE " ALREADY "
032888             "POSTED - RUNHIST AND RSLHIST POSTINGS SKIPPED"
032892     END-IF.
032900     OPEN INPUT KOE-INPUT-FILE.
033000     IF NOT KOE-INPUT-OK
033100         DISPLAY "KOERPER: UNABLE TO OPEN KOEIN, STATUS "
035200         GO TO 1000-INIT-EXIT
035300     END-IF.
035400     MOVE "KOERPER"       TO CTL-PROGRAM-ID.
035500     MOVE BDT-BUS-DATE TO CTL-RUN-DATE.
035600     OPEN OUTPUT KOE-EXC-FILE.
035700     IF NOT KOE-EXC-OK
035800         DISPLAY "KOERPER: UNABLE TO OPEN KOEEXC, STATUS "
036100         MOVE 16 TO RETURN-CODE
036200         GO TO 1000-INIT-EXIT
036300     END-IF.
036305     OPEN OUTPUT KOE-CON-FILE.
036310     IF NOT KOE-CON-OK
036315         DISPLAY "KOERPER: UNABLE TO OPEN KOECON, STATUS "
036320             KOE-CON-STATUS
036325         MOVE "Y" TO KOE-ABORT-SWITCH
036330         MOVE 16 TO RETURN-CODE
036335         GO TO 1000-INIT-EXIT
036340     END-IF.
036350     INITIALIZE KOE-LOC-TABLE.
036400     PERFORM 7000-WRITE-CTL-HDR THRU 7000-WRITE-CTL-HDR-EXIT.
036500     PERFORM 1070-OPEN-PARTMST THRU 1070-OPEN-PARTMST-EXIT.
036600     PERFORM 1080-OPEN-MATMST THRU 1080-OPEN-MATMST-EXIT.
036610     PERFORM 1085-OPEN-FINMST THRU 1085-OPEN-FINMST-EXIT.
036700     PERFORM 1090-OPEN-RSLHIST THRU 1090-OPEN-RSLHIST-EXIT.
036710     PERFORM 1095-OPEN-SPCLMT THRU 1095-OPEN-SPCLMT-EXIT.
036720     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
039100         MOVE "N" TO KOE-MAT-SWITCH
039200     END-IF.
039300 1080-OPEN-MATMST-EXIT.
039305     EXIT.
039310
039315 1085-OPEN-FINMST.
039320     OPEN INPUT KOE-FIN-FILE.
039325     IF KOE-FIN-OK
039330         MOVE "Y" TO KOE-FIN-SWITCH
039335     ELSE
039340         DISPLAY "KOERPER: FINMST NOT AVAILABLE, STATUS "
039345             KOE-FIN-STATUS
039350         MOVE "N" TO KOE-FIN-SWITCH
039355     END-IF.
039360 1085-OPEN-FINMST-EXIT.
039400     EXIT.
039500
039600 1090-OPEN-RSLHIST.
048580             END-IF
048590         END-IF
048600         PERFORM 3100-UPDATE-MIN-MAX THRU 3100-UPDATE-MIN-MAX-EXIT
048700         PERFORM 3150-CALC-OTHER THRU 3150-CALC-OTHER-EXIT
048800         PERFORM 3200-CALC-MATERIAL
048900             THRU 3200-CALC-MATERIAL-EXIT
049000         PERFORM 3250-CALC-FINISH THRU 3250-CALC-FINISH-EXIT
049100         PERFORM 7600-POST-RSLHIST THRU 7600-POST-RSLHIST-EXIT
049110         PERFORM 3300-CHECK-SPEC THRU 3300-CHECK-SPEC-EXIT
049200     ELSE
051400 2300-LOOKUP-PART.
051500     MOVE SPACES TO KOE-PART-DESC-WORK.
051600     MOVE SPACES TO KOE-MAT-CODE-WORK.
051610     MOVE SPACES TO KOE-FIN-CODE-WORK.
051650     MOVE "A"    TO KOE-PART-STATE.
051700     IF KOE-PART-AVAIL
051800         MOVE KOE-PART-ID TO PM-PART-ID
052200             NOT INVALID KEY
052300                 MOVE PM-PART-DESC TO KOE-PART-DESC-WORK
052400                 MOVE PM-MAT-CODE  TO KOE-MAT-CODE-WORK
052410                 MOVE PM-FIN-CODE  TO KOE-FIN-CODE-WORK
052420                 IF PM-PART-INACTIVE
052440                     MOVE "I" TO KOE-PART-STATE
052460                 END-IF
059400 3100-UPDATE-MIN-MAX-EXIT.
059500     EXIT.
059600
059602 3150-CALC-OTHER.
059604     MOVE ZERO TO KOE-VOL-EXT.
059606     MOVE ZERO TO KOE-SURF-EXT.
059608     IF KOE-OPTION = "FLAECHE"
059610         MOVE KOE-EXT-RESULT TO KOE-SURF-EXT
059612         MOVE "VOLUMEN"      TO KOE-OTHER-OPTION
059614     ELSE
059616         MOVE KOE-EXT-RESULT TO KOE-VOL-EXT
059618         MOVE "FLAECHE"      TO KOE-OTHER-OPTION
059620     END-IF.
059622     IF KOE-IS-CYLINDER
059624         CALL "ZYLCALC" USING KOE-NORM-DIM-1 KOE-NORM-DIM-2
059626             KOE-OTHER-OPTION KOE-OTHER-RESULT KOE-OTHER-RC
059628     ELSE
059630         IF KOE-IS-CONE
059632             CALL "KEGCALC" USING KOE-NORM-DIM-1 KOE-NORM-DIM-2
059634                 KOE-OTHER-OPTION KOE-OTHER-RESULT KOE-OTHER-RC
059636         ELSE
059638             CALL "PYRCALC" USING KOE-NORM-DIM-1 KOE-NORM-DIM-2
059640                 KOE-OTHER-OPTION KOE-OTHER-RESULT KOE-OTHER-RC
059642         END-IF
059644     END-IF.
059646     IF KOE-OTHER-RC NOT = 0
059648         GO TO 3150-CALC-OTHER-EXIT
059650     END-IF.
059652     IF KOE-OPTION = "FLAECHE"
059654         COMPUTE KOE-VOL-EXT ROUNDED =
059656             KOE-OTHER-RESULT * KOE-QTY-WORK
059658     ELSE
059660         COMPUTE KOE-SURF-EXT ROUNDED =
059662             KOE-OTHER-RESULT * KOE-QTY-WORK
059664     END-IF.
059666 3150-CALC-OTHER-EXIT.
059668     EXIT.
059670
059700 3200-CALC-MATERIAL.
059800     MOVE ZERO TO KOE-WEIGHT-WORK.
059900     MOVE ZERO TO KOE-COST-WORK.
060600             GO TO 3200-CALC-MATERIAL-EXIT
060700     END-READ.
060800     COMPUTE KOE-WEIGHT-WORK ROUNDED =
060900         KOE-VOL-EXT * MM-DENSITY / 1000.
061000     COMPUTE KOE-COST-WORK ROUNDED =
061100         KOE-VOL-EXT * MM-COST-CC.
061200     ADD KOE-WEIGHT-WORK TO CTL-TOTAL-WEIGHT.
061300     ADD KOE-COST-WORK   TO CTL-TOTAL-COST.
061310     IF KOE-LX > 0
061340     END-IF.
061400     MOVE KOE-WEIGHT-WORK TO KOE-PRT-WEIGHT.
061500     MOVE KOE-COST-WORK   TO KOE-PRT-COST.
061510     PERFORM 3270-WRITE-CON THRU 3270-WRITE-CON-EXIT.
061600 3200-CALC-MATERIAL-EXIT.
061602     EXIT.
061604
061606 3250-CALC-FINISH.
061608     MOVE ZERO TO KOE-FINISH-WORK.
061610     IF NOT KOE-FIN-AVAIL OR KOE-FIN-CODE-WORK = SPACES
061612         GO TO 3250-CALC-FINISH-EXIT
061614     END-IF.
061616     MOVE KOE-FIN-CODE-WORK TO FN-FIN-CODE.
061618     READ KOE-FIN-FILE
061620         INVALID KEY
061622             GO TO 3250-CALC-FINISH-EXIT
061624     END-READ.
061626     COMPUTE KOE-FINISH-WORK ROUNDED =
061628         KOE-SURF-EXT * FN-COST-CM2.
061630     IF KOE-FINISH-WORK < FN-MIN-LOT
061632         MOVE FN-MIN-LOT TO KOE-FINISH-WORK
061634     END-IF.
061636     ADD KOE-FINISH-WORK TO CTL-TOTAL-FINISH.
061638     MOVE KOE-FINISH-WORK TO KOE-PRT-FINISH.
061640 3250-CALC-FINISH-EXIT.
061642     EXIT.
061644
061646 3270-WRITE-CON.
061648     MOVE SPACES            TO CN-CONS-RECORD.
061650     MOVE BDT-BUS-DATE      TO CN-BUS-DATE.
061652     MOVE "KOERPER"         TO CN-PROGRAM-ID.
061654     MOVE KOE-PART-ID       TO CN-PART-ID.
061656     MOVE KOE-SHAPE-TYPE    TO CN-SHAPE-TYPE.
061658     MOVE KOE-LOC           TO CN-LOC.
061660     MOVE KOE-MAT-CODE-WORK TO CN-MAT-CODE.
061662     MOVE KOE-QTY-WORK      TO CN-QTY.
061664     MOVE KOE-WEIGHT-WORK   TO CN-WEIGHT.
061666     MOVE KOE-NORM-DIM-1    TO CN-DIM-1.
061668     MOVE KOE-NORM-DIM-2    TO CN-DIM-2.
061670     MOVE ZERO              TO CN-DIM-3.
061672     WRITE CN-CONS-RECORD.
061674 3270-WRITE-CON-EXIT.
061700     EXIT.
061710
061712 3300-CHECK-SPEC.
064030     MOVE CTL-DUPL-COUNT     TO KOE-TRL-DUP.
064100     MOVE CTL-TOTAL-WEIGHT   TO KOE-TRL-WGT.
064200     MOVE CTL-TOTAL-COST     TO KOE-TRL-CST.
064210     MOVE CTL-TOTAL-FINISH   TO KOE-TRL-FIN.
064300     MOVE KOE-CTL-TRL-LINE TO KOE-CTL-LINE.
064400     WRITE KOE-CTL-LINE.
064500 7100-WRITE-CTL-TRL-EXIT.
066300             MOVE "AENDERUNG*" TO KOE-PRT-DETAIL
066400         END-IF
066500     END-IF.
066510     IF KOE-NIGHT-POSTED OR KOE-LDG-HOLD
066520         GO TO 7600-POST-RSLHIST-EXIT
066530     END-IF.
066540     IF KOE-NIGHT-PARTIAL
066550         PERFORM 7630-CHECK-POSTED THRU 7630-CHECK-POSTED-EXIT
066560         IF KOE-POSTED-FOUND
066570             GO TO 7600-POST-RSLHIST-EXIT
066580         END-IF
066590     END-IF.
066600     MOVE SPACES          TO RS-RESULT-RECORD.
066700     MOVE KOE-PART-ID     TO RS-PART-ID.
066800     MOVE CTL-RUN-DATE    TO RS-RUN-DATE.
067710     MOVE KOE-QTY-WORK    TO RS-QTY.
067720     MOVE KOE-EXT-RESULT  TO RS-EXT-RESULT.
067800     MOVE KOE-RSL-FLAG    TO RS-CHANGE-FLAG.
067810     MOVE KOE-LOC         TO RS-LOC.
067900     MOVE "N" TO KOE-RSL-WRITTEN-SW.
067910     IF KOE-NIGHT-UNPOSTED
067920         PERFORM 7660-LEDGER-POSTING THRU 7660-LEDGER-POSTING-EXIT
067930         IF KOE-LDG-HOLD
067940             GO TO 7600-POST-RSLHIST-EXIT
067950         END-IF
067960     END-IF.
068000     PERFORM 7650-WRITE-RSL THRU 7650-WRITE-RSL-EXIT
068100         UNTIL KOE-RSL-WRITTEN OR RS-SEQ > 99990.
068110     IF KOE-RSL-WRITTEN
068120         ADD 1 TO KOE-RSL-POSTED
068130     END-IF.
068200 7600-POST-RSLHIST-EXIT.
068300     EXIT.
068400
071700 7620-READ-NEXT-RSL-EXIT.
071800     EXIT.
071900
071902 7630-CHECK-POSTED.
071904     MOVE "N" TO KOE-POSTED-FOUND-SW.
071906     MOVE "N" TO KOE-RSL-EOF-SW.
071908     MOVE KOE-PART-ID  TO RS-PART-ID.
071910     MOVE CTL-RUN-DATE TO RS-RUN-DATE.
071912     MOVE ZERO         TO RS-SEQ.
071914     START KOE-RSL-FILE KEY IS NOT LESS THAN RS-KEY
071916         INVALID KEY
071918             MOVE "Y" TO KOE-RSL-EOF-SW
071920     END-START.
071922     PERFORM 7640-SCAN-POSTED THRU 7640-SCAN-POSTED-EXIT
071924         UNTIL KOE-RSL-AT-EOF OR KOE-POSTED-FOUND.
071926 7630-CHECK-POSTED-EXIT.
071928     EXIT.
071930
071932 7640-SCAN-POSTED.
071934     READ KOE-RSL-FILE NEXT RECORD
071936         AT END
071938             MOVE "Y" TO KOE-RSL-EOF-SW
071940             GO TO 7640-SCAN-POSTED-EXIT
071942     END-READ.
071944     IF RS-PART-ID NOT = KOE-PART-ID
071946         OR RS-RUN-DATE NOT = CTL-RUN-DATE
071948         MOVE "Y" TO KOE-RSL-EOF-SW
071950         GO TO 7640-SCAN-POSTED-EXIT
071952     END-IF.
071954     IF RS-PROGRAM-ID = "KOERPER"
071956         AND RS-SHAPE-TYPE = KOE-SHAPE-TYPE
071958         AND RS-OPTION = KOE-OPTION
071960         AND RS-DIM-1 = KOE-NORM-DIM-1
071962         AND RS-DIM-2 = KOE-NORM-DIM-2
071964         AND RS-QTY = KOE-QTY-WORK
071965         AND RS-LOC = KOE-LOC
071966         MOVE "Y" TO KOE-POSTED-FOUND-SW
071968     END-IF.
071970 7640-SCAN-POSTED-EXIT.
071972     EXIT.
071974
072000 7650-WRITE-RSL.
072100     WRITE RS-RESULT-RECORD
072200         INVALID KEY
072500             MOVE "Y" TO KOE-RSL-WRITTEN-SW
072600     END-WRITE.
072700 7650-WRITE-RSL-EXIT.
072705     EXIT.
072710
072715 7660-LEDGER-POSTING.
072720     MOVE "POST" TO RLG-FUNCTION.
072725     CALL "RLGUPD" USING RLG-PARMS.
072730     IF RLG-OK
072735         MOVE RLG-POST-STATE TO KOE-POST-STATE
072740     ELSE
072745         DISPLAY "KOERPER: RUN LEDGER NOT UPDATED - RSLHIST "
072750             "POSTING STOPPED"
072755         MOVE "Y" TO KOE-LDG-HOLD-SW
072760         MOVE 16 TO RETURN-CODE
072765     END-IF.
072770 7660-LEDGER-POSTING-EXIT.
072800     EXIT.
072805
072810 7400-VERIFY-FEED.
074710     MOVE CTL-TOTAL-QTY      TO RH-TOTAL-QTY.
074720     MOVE SPACES             TO RH-LOC-CODE.
074800     WRITE RH-RUN-RECORD.
074805     ADD 1 TO KOE-HIST-POSTED.
074810     PERFORM 7510-WRITE-LOC-HIST THRU 7510-WRITE-LOC-HIST-EXIT
074820         VARYING KOE-LX FROM 1 BY 1
074830         UNTIL KOE-LX > KOE-LOC-USED.
074900     CLOSE KOE-HIST-FILE.
074910     MOVE "Y" TO KOE-POST-STATE.
075000 7500-WRITE-RUNHIST-EXIT.
075100     EXIT.
075110
075142     MOVE KOE-LT-QTY (KOE-LX)   TO RH-TOTAL-QTY.
075144     MOVE KOE-LT-LOC (KOE-LX)   TO RH-LOC-CODE.
075146     WRITE RH-RUN-RECORD.
075147     ADD 1 TO KOE-HIST-POSTED.
075148 7510-WRITE-LOC-HIST-EXIT.
075152     EXIT.
075154
075156 7700-LEDGER-END.
075158     MOVE "DONE"          TO RLG-FUNCTION.
075160     MOVE RETURN-CODE     TO RLG-STEP-RC.
075162     MOVE KOE-RSL-POSTED  TO RLG-RSL-COUNT.
075164     MOVE KOE-HIST-POSTED TO RLG-HIST-COUNT.
075166     MOVE KOE-POST-STATE  TO RLG-POST-STATE.
075168     CALL "RLGUPD" USING RLG-PARMS.
075170     IF NOT RLG-OK
075172         DISPLAY "KOERPER: RUN LEDGER NOT UPDATED FOR "
075174             CTL-RUN-DATE
075176         MOVE 16 TO RETURN-CODE
075178     END-IF.
075180 7700-LEDGER-END-EXIT.
075182     EXIT.
075200
075300 8000-TERM.
075350     PERFORM 7400-VERIFY-FEED THRU 7400-VERIFY-FEED-EXIT.
075400     PERFORM 7100-WRITE-CTL-TRL THRU 7100-WRITE-CTL-TRL-EXIT.
075410     PERFORM 7150-WRITE-LOC-TRLS THRU 7150-WRITE-LOC-TRLS-EXIT.
075500     IF RETURN-CODE = 0 AND NOT KOE-NIGHT-POSTED
075600         PERFORM 7500-WRITE-RUNHIST THRU 7500-WRITE-RUNHIST-EXIT
075700     END-IF.
075710     PERFORM 7700-LEDGER-END THRU 7700-LEDGER-END-EXIT.
075800     CLOSE KOE-INPUT-FILE.
075900     CLOSE KOE-REPORT-FILE.
076000     CLOSE KOE-EXC-FILE.
076100     CLOSE KOE-CTL-FILE.
076110     CLOSE KOE-CON-FILE.
076200     IF KOE-PART-AVAIL
076300         CLOSE KOE-PART-FILE
076400     END-IF.
076500     IF KOE-MAT-AVAIL
076600         CLOSE KOE-MAT-FILE
076610     END-IF.
076620     IF KOE-FIN-AVAIL
076630         CLOSE KOE-FIN-FILE
076700     END-IF.
076710     IF KOE-SPC-AVAIL
076720         CLOSE KOE-SPC-FILE
