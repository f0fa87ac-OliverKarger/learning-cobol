      ******************************************************************
      *    CALREC.CPY
      *    PLANT CALENDAR RECORD FOR THE PLTCAL FILE, MAINTAINED BY
      *    OPERATIONS. SATURDAYS AND SUNDAYS ARE NON-WORKING DAYS
      *    WITHOUT ANY ENTRY; THE CALENDAR ONLY LISTS THE EXCEPTIONS -
      *    PUBLIC HOLIDAYS AND PLANT SHUTDOWN DAYS THAT FALL ON A
      *    WEEKDAY, AND EXTRA WEEKEND SHIFTS THAT MAKE A SATURDAY OR
      *    SUNDAY A WORKING DAY. READ BY BDTCHK TO VALIDATE THE
      *    BUSINESS DATE ON THE BUSDATE CARD.
      *
      *    DAY TYPES
      *      H  PUBLIC HOLIDAY - NON-WORKING
      *      S  PLANT SHUTDOWN - NON-WORKING
      *      W  EXTRA WORKING DAY (WEEKEND SHIFT)
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JH    ORIGINAL COPYBOOK.
      ******************************************************************
       01  CAL-DAY-RECORD.
           05 CAL-DATE            PIC X(08).
           05 FILLER              PIC X(01).
           05 CAL-DAY-TYPE        PIC X(01).
              88 CAL-HOLIDAY      VALUE "H".
              88 CAL-SHUTDOWN     VALUE "S".
              88 CAL-NON-WORKING  VALUE "H" "S".
              88 CAL-EXTRA-WORK   VALUE "W".
           05 FILLER              PIC X(01).
           05 CAL-DESC            PIC X(30).
           05 FILLER              PIC X(39).
