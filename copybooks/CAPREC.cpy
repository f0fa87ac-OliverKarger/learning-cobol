      ******************************************************************
      *    CAPREC.CPY
      *    PROCESS-CAPABILITY HISTORY RECORD LAYOUT FOR THE INDEXED
      *    CAPHIST FILE, KEYED BY PART NUMBER AND MEASURE (V = VOLUMEN,
      *    S = FLAECHE). KEPT BY INSCAP FROM THE INSPECTION FEED.
      *
      *    CP-ENTRY HOLDS THE LAST 50 MEASURED RESULTS FOR THE PART
      *    AS A RING: CP-NEXT IS THE SLOT THE NEXT PIECE GOES INTO AND
      *    CP-STORED HOW MANY SLOTS ARE IN USE. EACH ENTRY CARRIES THE
      *    RUN DATE AND PIECE NUMBER IT CAME FROM, SO A PIECE FED
      *    AGAIN (RERUN OR RE-MEASURE) REPLACES ITS OWN ENTRY INSTEAD
      *    OF BEING COUNTED TWICE. THE CAPABILITY WINDOW ON THE INSPRM
      *    CARD IS TAKEN FROM THE NEWEST ENTRIES BACKWARDS, SO IT CAN
      *    BE ANY SIZE UP TO 50 WITHOUT REBUILDING THE FILE.
      *    CP-MEAN THROUGH CP-CPK ARE THE FIGURES AS LAST PRINTED.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JH    ORIGINAL COPYBOOK.
      ******************************************************************
       01  CP-CAP-RECORD.
           05 CP-KEY.
              10 CP-PART-ID       PIC X(08).
              10 CP-MEASURE       PIC X(01).
                 88 CP-VOLUME     VALUE "V".
                 88 CP-SURFACE    VALUE "S".
           05 CP-STORED           PIC 9(03).
           05 CP-NEXT             PIC 9(03).
           05 CP-LAST-DATE        PIC X(08).
           05 CP-WINDOW-N         PIC 9(03).
           05 CP-MEAN             PIC S9(13)V9(02).
           05 CP-STDDEV           PIC S9(13)V9(04).
           05 CP-CP               PIC S9(03)V9(02).
           05 CP-CPK              PIC S9(03)V9(02).
           05 CP-ENTRY OCCURS 50 TIMES.
              10 CP-E-RUN-DATE    PIC X(08).
              10 CP-E-PIECE-NO    PIC 9(05).
              10 CP-E-VALUE       PIC S9(13)V9(02).
           05 FILLER              PIC X(32).
