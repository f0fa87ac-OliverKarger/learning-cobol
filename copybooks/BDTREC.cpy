      ******************************************************************
      *    BDTREC.CPY
      *    BUSINESS PROCESSING-DATE CONTROL CARD (BUSDATE). ONE 80-BYTE
      *    CARD, SET BY OPERATIONS BEFORE THE CYCLE IS RELEASED, THAT
      *    NAMES THE BUSINESS DATE THE NIGHT'S WORK BELONGS TO. EVERY
      *    PROGRAM IN THE CYCLE TAKES ITS RUN DATE FROM THIS CARD (BY
      *    WAY OF THE BDTCHK SUBPROGRAM) INSTEAD OF THE SYSTEM CLOCK,
      *    SO A CYCLE THAT RUNS PAST MIDNIGHT, OR A FAILED NIGHT RERUN
      *    THE NEXT MORNING, STILL STAMPS THE TRAILERS, RUNHIST ROWS
      *    AND RSLHIST KEYS WITH THE NIGHT IT BELONGS TO.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JH    ORIGINAL COPYBOOK.
      ******************************************************************
       01  BD-DATE-CARD.
           05 BD-BUS-DATE         PIC X(08).
           05 BD-BUS-DATE-R REDEFINES BD-BUS-DATE.
              10 BD-BUS-YEAR      PIC 9(04).
              10 BD-BUS-MONTH     PIC 9(02).
              10 BD-BUS-DAY       PIC 9(02).
           05 FILLER              PIC X(02).
           05 BD-SET-BY           PIC X(08).
           05 FILLER              PIC X(02).
           05 BD-REMARK           PIC X(40).
           05 FILLER              PIC X(20).
