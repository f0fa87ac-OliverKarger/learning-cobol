011904*                  RECORD PER NON-BLANK LOCATION (RH-LOC-CODE)
011905*                  NEXT TO THE BLANK-CODED NIGHT RECORD, SO
011906*                  TRENDRPT CAN SHOW EACH HALL ON ITS OWN.
011908* 2026-10-15 JH    THE RUN DATE (CTL-RUN-DATE - ON THE CONTROL
011910*                  TRAILER, RUNHIST, THE RSLHIST KEYS AND KUGEXC)
011912*                  NOW COMES FROM THE BUSDATE BUSINESS-DATE CARD
011914*                  THAT OPERATIONS SETS FOR THE CYCLE, THROUGH THE
011916*                  NEW BDTCHK SUBPROGRAM, INSTEAD OF THE SYSTEM
011918*                  CLOCK - A NIGHT THAT RUNS PAST MIDNIGHT OR IS
011920*                  RERUN THE NEXT MORNING STILL POSTS UNDER ITS
011922*                  OWN DATE. A MISSING CARD, AN INVALID DATE OR A
011924*                  DAY THE PLTCAL PLANT CALENDAR SHOWS AS NON-
011926*                  WORKING ENDS THE STEP WITH RETURN-CODE 16
011928*                  BEFORE ANY FILE IS OPENED.
011930* 2026-10-15 JH    THE STEP NOW KEEPS A NIGHT-LEVEL ENTRY ON THE
011932*                  RUNLDG RUN LEDGER THROUGH THE NEW RLGUPD
011934*                  SUBPROGRAM - STARTED, COMPLETED, POSTED. A
011936*                  RESUBMITTED NIGHT THE LEDGER SHOWS ALREADY
011938*                  POSTED STILL REBUILDS VARSOUT/KUGCTL BUT SKIPS
011940*                  THE RUNHIST AND RSLHIST POSTINGS; ONE THAT
011942*                  FAILED PART-WAY THROUGH POSTING SKIPS THE
011944*                  RSLHIST ROWS IT ALREADY WROTE
011946*                  (7630-CHECK-POSTED), SO NEITHER FILE IS POSTED
011948*                  TWICE FOR THE SAME NIGHT. A LEDGER THAT CANNOT
011950*                  BE UPDATED HOLDS THE STEP WITH RETURN-CODE 16.
011952* 2026-10-15 JH    THE RSLHIST ROW NOW ALSO CARRIES THE LINE'S
011954*                  PLANT LOCATION (RS-LOC) SO THE NEW MHLOAD STEP
011956*                  CAN TURN THE NIGHT'S GOOD LINES INTO MACHINE
011958*                  HOURS PER HALL. A PARTLY POSTED RERUN
011960*                  (7640-SCAN-POSTED) ALSO MATCHES ON RS-LOC, SO A
011962*                  LINE IN A SECOND HALL IS NOT TAKEN AS POSTED.
011964*-----------------------------------------------------------------
012000
012100 ENVIRONMENT DIVISION.
012200 CONFIGURATION SECTION.
022720        88 WS-IS-DUPL      VALUE "Y".
022730     05 WS-DUP-FULL-SW     PIC X(01) VALUE "N".
022740        88 WS-DUP-FULL     VALUE "Y".
022741     05 WS-POST-STATE      PIC X(01) VALUE "N".
022742        88 WS-NIGHT-UNPOSTED VALUE "N".
022743        88 WS-NIGHT-PARTIAL  VALUE "P".
022744        88 WS-NIGHT-POSTED   VALUE "Y".
022745     05 WS-POSTED-FOUND-SW PIC X(01) VALUE "N".
022746        88 WS-POSTED-FOUND VALUE "Y".
022747     05 WS-LDG-HOLD-SW     PIC X(01) VALUE "N".
022748        88 WS-LDG-HOLD     VALUE "Y".
022750
022760 77  WS-DUP-MAX            PIC 9(05) COMP VALUE 5000.
022770 77  WS-DUP-USED           PIC 9(05) COMP VALUE ZERO.
022834        10 WS-LT-SURF      PIC S9(15)V9(02).
022836        10 WS-LT-REJ       PIC 9(07).
022838        10 WS-LT-OVF       PIC 9(07).
022839
022840 77  WS-RSL-POSTED         PIC 9(07) COMP VALUE ZERO.
022841 77  WS-HIST-POSTED        PIC 9(03) COMP VALUE ZERO.
022842
022900 01  WS-FEED-FIELDS.
023000     05 WS-FEED-F1         PIC X(10).
029800
029900     COPY CTLTOT.
030000
030010     COPY BDTPARM.
030020
030030     COPY RLGPARM.
030040
030100 PROCEDURE DIVISION.
030200
030300 0000-MAIN.
031000     STOP RUN.
031100
031200 1000-INIT.
031204     MOVE "VARS" TO BDT-CALLER.
031208     CALL "BDTCHK" USING BDT-PARMS.
031212     IF NOT BDT-DATE-OK
031216         MOVE "Y" TO WS-EOF-SWITCH
031220         MOVE "Y" TO WS-ABORT-SWITCH
031224         MOVE 16 TO RETURN-CODE
031228         GO TO 1000-INIT-EXIT
031232     END-IF.
031236     MOVE "STRT"         TO RLG-FUNCTION.
031240     MOVE "VARS"         TO RLG-PROGRAM-ID.
031244     MOVE BDT-BUS-DATE   TO RLG-BUS-DATE.
031248     CALL "RLGUPD" USING RLG-PARMS.
031252     IF NOT RLG-OK
031256         MOVE "Y" TO WS-EOF-SWITCH
031260         MOVE "Y" TO WS-ABORT-SWITCH
031264         MOVE 16 TO RETURN-CODE
031268         GO TO 1000-INIT-EXIT
031272     END-IF.
031276     MOVE RLG-POST-STATE TO WS-POST-STATE.
031280     IF WS-NIGHT-POSTED
031284         DISPLAY "VARS: NIGHT " BDT-BUS-DATE " ALREADY "
031288             "POSTED - RUNHIST AND RSLHIST POSTINGS SKIPPED"
031292     END-IF.
031300     OPEN INPUT VAR-INPUT-FILE.
031400     IF NOT VAR-INPUT-OK
031500         DISPLAY "VARS: UNABLE TO OPEN VARSIN, STATUS "
034600     PERFORM 1090-OPEN-RSLHIST THRU 1090-OPEN-RSLHIST-EXIT.
034610     INITIALIZE WS-LOC-TABLE.
034700     MOVE "VARS"          TO CTL-PROGRAM-ID.
034800     MOVE BDT-BUS-DATE TO CTL-RUN-DATE.
034900     PERFORM 7000-WRITE-CTL-HDR THRU 7000-WRITE-CTL-HDR-EXIT.
035000     PERFORM 2100-READ-IN THRU 2100-READ-IN-EXIT.
035100 1000-INIT-EXIT.
058410     MOVE CTL-TOTAL-QTY      TO RH-TOTAL-QTY.
058420     MOVE SPACES             TO RH-LOC-CODE.
058500     WRITE RH-RUN-RECORD.
058505     ADD 1 TO WS-HIST-POSTED.
058510     PERFORM 7510-WRITE-LOC-HIST THRU 7510-WRITE-LOC-HIST-EXIT
058520         VARYING WS-LX FROM 1 BY 1
058530         UNTIL WS-LX > WS-LOC-USED.
058600     CLOSE KUG-HIST-FILE.
058610     MOVE "Y" TO WS-POST-STATE.
058700 7500-WRITE-RUNHIST-EXIT.
058800     EXIT.
058810
058842     MOVE WS-LT-QTY (WS-LX)   TO RH-TOTAL-QTY.
058844     MOVE WS-LT-LOC (WS-LX)   TO RH-LOC-CODE.
058846     WRITE RH-RUN-RECORD.
058847     ADD 1 TO WS-HIST-POSTED.
058848 7510-WRITE-LOC-HIST-EXIT.
058852     EXIT.
058900
060500             MOVE WS-RSL-FLAG TO VOUT-CHANGE
060600         END-IF
060700     END-IF.
060710     IF WS-NIGHT-POSTED OR WS-LDG-HOLD
060720         GO TO 7600-POST-RSLHIST-EXIT
060730     END-IF.
060740     IF WS-NIGHT-PARTIAL
060750         PERFORM 7630-CHECK-POSTED THRU 7630-CHECK-POSTED-EXIT
060760         IF WS-POSTED-FOUND
060770             GO TO 7600-POST-RSLHIST-EXIT
060780         END-IF
060790     END-IF.
060800     MOVE SPACES             TO RS-RESULT-RECORD.
060900     MOVE WS-CSV-ORDER-TEXT  TO RS-PART-ID.
061000     MOVE CTL-RUN-DATE       TO RS-RUN-DATE.
061910     MOVE WS-QTY-WORK        TO RS-QTY.
061920     MOVE WS-EXT-RESULT      TO RS-EXT-RESULT.
062000     MOVE WS-RSL-FLAG        TO RS-CHANGE-FLAG.
062010     MOVE WS-CSV-LOC-TEXT    TO RS-LOC.
062100     MOVE "N" TO WS-RSL-WRITTEN-SW.
062110     IF WS-NIGHT-UNPOSTED
062120         PERFORM 7660-LEDGER-POSTING THRU 7660-LEDGER-POSTING-EXIT
062130         IF WS-LDG-HOLD
062140             GO TO 7600-POST-RSLHIST-EXIT
062150         END-IF
062160     END-IF.
062200     PERFORM 7650-WRITE-RSL THRU 7650-WRITE-RSL-EXIT
062300         UNTIL WS-RSL-WRITTEN OR RS-SEQ > 99990.
062310     IF WS-RSL-WRITTEN
062320         ADD 1 TO WS-RSL-POSTED
062330     END-IF.
062400 7600-POST-RSLHIST-EXIT.
062500     EXIT.
062600
065900 7620-READ-NEXT-RSL-EXIT.
066000     EXIT.
066100
066102 7630-CHECK-POSTED.
066104     MOVE "N" TO WS-POSTED-FOUND-SW.
066106     MOVE "N" TO WS-RSL-EOF-SW.
066108     MOVE WS-CSV-ORDER-TEXT TO RS-PART-ID.
066110     MOVE CTL-RUN-DATE      TO RS-RUN-DATE.
066112     MOVE ZERO              TO RS-SEQ.
066114     START KUG-RSL-FILE KEY IS NOT LESS THAN RS-KEY
066116         INVALID KEY
066118             MOVE "Y" TO WS-RSL-EOF-SW
066120     END-START.
066122     PERFORM 7640-SCAN-POSTED THRU 7640-SCAN-POSTED-EXIT
066124         UNTIL WS-RSL-AT-EOF OR WS-POSTED-FOUND.
066126 7630-CHECK-POSTED-EXIT.
066128     EXIT.
066130
066132 7640-SCAN-POSTED.
066134     READ KUG-RSL-FILE NEXT RECORD
066136         AT END
066138             MOVE "Y" TO WS-RSL-EOF-SW
066140             GO TO 7640-SCAN-POSTED-EXIT
066142     END-READ.
066144     IF RS-PART-ID NOT = WS-CSV-ORDER-TEXT
066146         OR RS-RUN-DATE NOT = CTL-RUN-DATE
066148         MOVE "Y" TO WS-RSL-EOF-SW
066150         GO TO 7640-SCAN-POSTED-EXIT
066152     END-IF.
066154     IF RS-PROGRAM-ID = "VARS"
066156         AND RS-OPTION = WS-OPTION
066158         AND RS-DIM-1 = WS-RAD
066160         AND RS-QTY = WS-QTY-WORK
066161         AND RS-LOC = WS-CSV-LOC-TEXT
066162         MOVE "Y" TO WS-POSTED-FOUND-SW
066164     END-IF.
066166 7640-SCAN-POSTED-EXIT.
066168     EXIT.
066170
066200 7650-WRITE-RSL.
066300     WRITE RS-RESULT-RECORD
066400         INVALID KEY
066900 7650-WRITE-RSL-EXIT.
067000     EXIT.
067100
067102 7660-LEDGER-POSTING.
067104     MOVE "POST" TO RLG-FUNCTION.
067106     CALL "RLGUPD" USING RLG-PARMS.
067108     IF RLG-OK
067110         MOVE RLG-POST-STATE TO WS-POST-STATE
067112     ELSE
067114         DISPLAY "VARS: RUN LEDGER NOT UPDATED - RSLHIST "
067116             "POSTING STOPPED"
067118         MOVE "Y" TO WS-LDG-HOLD-SW
067120         MOVE 16 TO RETURN-CODE
067122     END-IF.
067124 7660-LEDGER-POSTING-EXIT.
067126     EXIT.
067128
067130 7700-LEDGER-END.
067132     MOVE "DONE"         TO RLG-FUNCTION.
067134     MOVE RETURN-CODE    TO RLG-STEP-RC.
067136     MOVE WS-RSL-POSTED  TO RLG-RSL-COUNT.
067138     MOVE WS-HIST-POSTED TO RLG-HIST-COUNT.
067140     MOVE WS-POST-STATE  TO RLG-POST-STATE.
067142     CALL "RLGUPD" USING RLG-PARMS.
067144     IF NOT RLG-OK
067146         DISPLAY "VARS: RUN LEDGER NOT UPDATED FOR " CTL-RUN-DATE
067148         MOVE 16 TO RETURN-CODE
067150     END-IF.
067152 7700-LEDGER-END-EXIT.
067154     EXIT.
067156
067200 8000-TERM.
067300     PERFORM 7400-VERIFY-FEED THRU 7400-VERIFY-FEED-EXIT.
067400     PERFORM 7100-WRITE-CTL-TRL THRU 7100-WRITE-CTL-TRL-EXIT.
067410     PERFORM 7150-WRITE-LOC-TRLS THRU 7150-WRITE-LOC-TRLS-EXIT.
067500     IF RETURN-CODE = 0 AND NOT WS-NIGHT-POSTED
067600         PERFORM 7500-WRITE-RUNHIST THRU 7500-WRITE-RUNHIST-EXIT
067700     END-IF.
067710     PERFORM 7700-LEDGER-END THRU 7700-LEDGER-END-EXIT.
067800     CLOSE VAR-INPUT-FILE.
067900     CLOSE VAR-OUTPUT-FILE.
068000     CLOSE KUG-CTL-FILE.
