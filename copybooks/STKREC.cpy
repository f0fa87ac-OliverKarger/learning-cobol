      ******************************************************************
      *    STKREC.CPY
      *    STOCK-ON-HAND RECORD LAYOUT FOR THE INDEXED STKMST MATERIAL
      *    STOCK LEDGER, KEYED BY MATERIAL CODE (MM-MAT-CODE) PLUS THE
      *    PLANT/LOCATION CODE OF THE FABRICATION HALL (PLT-LOC). ALL
      *    QUANTITIES ARE KILOGRAMS.
      *
      *    STORES RECEIPTS, COUNT ADJUSTMENTS AND REORDER POINTS ARE
      *    APPLIED BY SKMAINT. THE NIGHT'S CONSUMPTION (WFLCON/KOECON)
      *    IS POSTED BY STKPOST, WHICH TAKES IT OFF ST-ON-HAND AND
      *    KEEPS THE POSTED AMOUNT AND ITS BUSINESS DATE IN
      *    ST-CONS-NIGHT/ST-CONS-DATE. A RERUN OF THE SAME NIGHT ADDS
      *    THAT AMOUNT BACK BEFORE POSTING AGAIN, SO A NIGHT IS NEVER
      *    TAKEN OFF THE RACK TWICE.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JH    ORIGINAL COPYBOOK.
      ******************************************************************
       01  ST-STOCK-RECORD.
           05 ST-KEY.
              10 ST-MAT-CODE      PIC X(04).
              10 ST-LOC           PIC X(03).
           05 ST-ON-HAND          PIC S9(09)V9(02).
           05 ST-REORDER-PT       PIC S9(09)V9(02).
           05 ST-CONS-DATE        PIC X(08).
           05 ST-CONS-NIGHT       PIC S9(09)V9(02).
           05 FILLER              PIC X(32).
