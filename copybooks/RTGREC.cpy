      ******************************************************************
      *    RTGREC.CPY
      *    ROUTING MASTER RECORD LAYOUT FOR THE INDEXED RTGMST FILE.
      *    ONE RECORD PER SHAPE TYPE (CUBE, SPHERE, CYLINDER, CONE,
      *    PYRAMID) AND PLANT LOCATION, SAYING WHERE AND HOW LONG A
      *    LINE OF THAT SHAPE TAKES IN THAT HALL: RT-SETUP-MIN IS THE
      *    SETUP TIME ONCE PER LINE AND RT-MACH-MIN-CC THE MACHINING
      *    TIME PER CUBIC CENTIMETER OF VOLUME, BOTH BOOKED TO THE
      *    MACHINING WORK CENTER RT-MACH-WC; RT-FIN-MIN-CM2 IS THE
      *    FINISHING TIME PER SQUARE CENTIMETER OF SURFACE, BOOKED TO
      *    THE FINISHING WORK CENTER RT-FIN-WC (WHEN BLANK, FINISHING
      *    IS DONE ON THE MACHINING WORK CENTER). ALL TIMES ARE IN
      *    MINUTES PER PIECE. MAINTAINED BY RTMAINT FROM ADD/CHANGE/
      *    DELETE TRANSACTIONS; READ BY MHLOAD TO TURN THE NIGHT'S
      *    GOOD LINES INTO REQUIRED MACHINE HOURS.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JH    ORIGINAL COPYBOOK.
      ******************************************************************
       01  RT-ROUTING-RECORD.
           05 RT-KEY.
              10 RT-SHAPE-TYPE    PIC X(08).
                 88 RT-IS-CUBE     VALUE "CUBE    ".
                 88 RT-IS-SPHERE   VALUE "SPHERE  ".
                 88 RT-IS-CYLINDER VALUE "CYLINDER".
                 88 RT-IS-CONE     VALUE "CONE    ".
                 88 RT-IS-PYRAMID  VALUE "PYRAMID ".
              10 RT-LOC           PIC X(03).
           05 RT-DESC             PIC X(20).
           05 RT-MACH-WC          PIC X(06).
           05 RT-SETUP-MIN        PIC 9(04)V9(02).
           05 RT-MACH-MIN-CC      PIC 9(03)V9(04).
           05 RT-FIN-WC           PIC X(06).
           05 RT-FIN-MIN-CM2      PIC 9(03)V9(04).
           05 FILLER              PIC X(17).
