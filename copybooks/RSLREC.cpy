      *                     SILENT LENGTH MISMATCH THE WFL-CTL-TRL
      *                     TRUNCATION FIX CAUGHT. WIDENED THE FINAL
      *                     FILLER 6->10 SO THE RECORD REALLY IS 120.
      *    2026-10-15 JH    ADDED RS-LOC, THE PLANT LOCATION OF THE
      *                     LINE, OUT OF THE FINAL FILLER (10->7) FOR
      *                     THE MHLOAD MACHINE-HOUR LOAD STEP. ROWS
      *                     POSTED BEFORE THIS CHANGE CARRY SPACES.
      ******************************************************************
       01  RS-RESULT-RECORD.
           05 RS-KEY.
           05 RS-QTY              PIC 9(05).
           05 RS-EXT-RESULT       PIC S9(15)V9(02).
           05 RS-CHANGE-FLAG      PIC X(02).
           05 RS-LOC              PIC X(03).
           05 FILLER              PIC X(07).
