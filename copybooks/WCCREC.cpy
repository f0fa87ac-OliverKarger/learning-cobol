      ******************************************************************
      *    WCCREC.CPY
      *    WORK-CENTER CAPACITY CALENDAR RECORD FOR THE WCCAL FILE,
      *    MAINTAINED BY PLANNING IN THE SAME WAY OPERATIONS KEEPS THE
      *    PLTCAL PLANT CALENDAR. ONE RECORD PER PLANT LOCATION AND
      *    WORK CENTER GIVES THE HOURS THE WORK CENTER HAS AVAILABLE
      *    ON A DAY. A RECORD DATED 00000000 IS THE STANDING DAILY
      *    CAPACITY OF THE WORK CENTER; A RECORD FOR A REAL DATE
      *    REPLACES IT FOR THAT DAY ONLY (AN EXTRA SHIFT, A MACHINE
      *    DOWN FOR SERVICE, ZERO HOURS FOR A HALL THAT IS CLOSED).
      *    READ BY MHLOAD, WHICH COMPARES THE NIGHT'S REQUIRED MACHINE
      *    HOURS AGAINST THE CAPACITY OF THE NEXT WORKING DAY.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JH    ORIGINAL COPYBOOK.
      ******************************************************************
       01  WC-CAP-RECORD.
           05 WC-DATE             PIC X(08).
              88 WC-STANDING      VALUE "00000000".
           05 FILLER              PIC X(01).
           05 WC-LOC              PIC X(03).
           05 FILLER              PIC X(01).
           05 WC-CENTER           PIC X(06).
           05 FILLER              PIC X(01).
           05 WC-AVAIL-HRS        PIC 9(04)V9(02).
           05 FILLER              PIC X(01).
           05 WC-DESC             PIC X(30).
           05 FILLER              PIC X(23).
