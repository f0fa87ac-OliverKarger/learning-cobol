      ******************************************************************
      *    FINREC.CPY
      *    FINISHING-MASTER RECORD LAYOUT FOR THE INDEXED FINMST FILE,
      *    KEYED BY THE SURFACE-FINISH / COATING CODE CARRIED ON EVERY
      *    PARTMST RECORD (PM-FIN-CODE). MAINTAINED BY FNMAINT FROM
      *    ADD/CHANGE/DELETE TRANSACTIONS; READ BY BEDINGUNGEN AND
      *    KOERPER TO EXTEND EVERY COMPUTED SURFACE INTO A FINISHING
      *    COST (COST PER SQUARE CENTIMETER, WITH A MINIMUM CHARGE PER
      *    ORDER LINE FOR THE PAINT, GALVANIZING OR ANODIZING LOT).
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JH    ORIGINAL COPYBOOK.
      ******************************************************************
       01  FN-FIN-RECORD.
           05 FN-FIN-CODE         PIC X(04).
           05 FN-FIN-DESC         PIC X(20).
           05 FN-COST-CM2         PIC S9(03)V9(06).
           05 FN-MIN-LOT          PIC S9(07)V9(02).
           05 FILLER              PIC X(06).
