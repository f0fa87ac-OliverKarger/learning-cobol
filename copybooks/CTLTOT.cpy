      *                     REJECT; THIS FIELD BREAKS THEM OUT ON THE
      *                     TRAILER SO A DOUBLED FEED IS VISIBLE AT A
      *                     GLANCE.
      *    2026-10-15 JH    ADDED CTL-TOTAL-FINISH - THE SURFACE-FINISH
      *                     AND COATING COST OF EVERY GOOD LINE, PRICED
      *                     FROM THE SURFACE ON THE NEW FINMST
      *                     FINISHING MASTER, KEPT APART FROM THE
      *                     MATERIAL COST AND PRINTED ON THE CONTROL
      *                     TRAILER FOR ITS OWN COSTSUM COLUMN.
      ******************************************************************
       01  CTL-CONTROL-TOTALS.
           05 CTL-PROGRAM-ID      PIC X(12).
           05 CTL-MAX-VOLUMEN     PIC S9(15)V9(02) VALUE ZERO.
           05 CTL-TOTAL-WEIGHT    PIC S9(15)V9(02) VALUE ZERO.
           05 CTL-TOTAL-COST      PIC S9(15)V9(02) VALUE ZERO.
           05 CTL-TOTAL-FINISH    PIC S9(15)V9(02) VALUE ZERO.
           05 CTL-REJECT-COUNT    PIC 9(07)      VALUE ZERO.
           05 CTL-OVERFLOW-COUNT  PIC 9(07)      VALUE ZERO.
           05 CTL-OOS-COUNT       PIC 9(07)      VALUE ZERO.
