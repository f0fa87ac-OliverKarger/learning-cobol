003360*                  LAND IN THE NO-READABLE-DATE COUNT; WORK THE
003370*                  PRE-CHANGE SUSPENSE DOWN BEFORE RELYING ON
003380*                  THE AGING FOR IT.
003390* 2026-10-15 JH    ITEMS ARE NOW AGED AGAINST THE BUSINESS DATE ON
003400*                  THE BUSDATE CARD (THROUGH THE NEW BDTCHK
003410*                  SUBPROGRAM) INSTEAD OF THE SYSTEM CLOCK, SO A
003420*                  LATE MORNING RUN DOES NOT AGE THE SUSPENSE A DAY
003430*                  EARLY. A MISSING CARD, AN INVALID DATE OR A
003440*                  NON-WORKING DAY ON THE PLTCAL PLANT CALENDAR
003450*                  ENDS THE RUN WITH RETURN-CODE 16.
003460*-----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. GENERIC.
024600     05 SUS-PRT-MSG        PIC X(60).
024700     05 SUS-PRT-MSG-NUM    PIC ZZZZZZ9.
024800     05 FILLER             PIC X(31) VALUE SPACES.
024830
024860     COPY BDTPARM.
024900
025000 PROCEDURE DIVISION.
025100
026300     STOP RUN.
026400
026500 1000-INIT.
026510     MOVE "SUSPAGE" TO BDT-CALLER.
026520     CALL "BDTCHK" USING BDT-PARMS.
026530     IF NOT BDT-DATE-OK
026540         MOVE "Y" TO SUS-ABORT-SWITCH
026550         MOVE 16 TO RETURN-CODE
026560         GO TO 1000-INIT-EXIT
026570     END-IF.
026600     OPEN OUTPUT SUS-RPT-FILE.
026700     IF NOT SUS-RPT-OK
026800         DISPLAY "SUSPAGE: UNABLE TO OPEN SUSRPT, STATUS "
027400     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
027500     INITIALIZE SUS-AGE-TABLE.
027600     INITIALIZE SUS-OLDEST-TABLE.
027700     MOVE BDT-BUS-DATE TO SUS-TODAY.
027800     MOVE SUS-TODAY TO SUS-DATE-NUM.
027900     COMPUTE SUS-TODAY-INT =
028000         FUNCTION INTEGER-OF-DATE(SUS-DATE-NUM).
