      ******************************************************************
      *    RLGREC.CPY
      *    NIGHT-LEVEL RUN LEDGER RECORD FOR THE INDEXED RUNLDG FILE,
      *    KEYED BY BUSINESS DATE + PROGRAM. ONE RECORD PER POSTING
      *    STEP PER BUSINESS NIGHT, MAINTAINED BY THE RLGUPD SUBPROGRAM
      *    ON BEHALF OF BEDINGUNGEN, VARS AND KOERPER, AND RESET BY THE
      *    RLGBACK BACK-OUT UTILITY. IT RECORDS WHETHER THE STEP
      *    STARTED, COMPLETED CLEANLY AND POSTED ITS NIGHT TO THE
      *    PERMANENT RUNHIST AND RSLHIST FILES, SO A RESUBMITTED NIGHT
      *    CANNOT POST THE SAME NIGHT TWICE.
      *
      *    POSTING STATES
      *      N  NOTHING POSTED FOR THE NIGHT (OR BACKED OUT)
      *      P  RSLHIST POSTING BEGUN, NIGHT NOT YET FULLY POSTED
      *      Y  NIGHT FULLY POSTED - RSLHIST AND RUNHIST
      *
      *    STAMPS ARE CLOCK TIME, YYYYMMDDHHMMSS.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JH    ORIGINAL COPYBOOK.
      ******************************************************************
       01  RL-LEDGER-RECORD.
           05 RL-KEY.
              10 RL-BUS-DATE      PIC X(08).
              10 RL-PROGRAM-ID    PIC X(12).
           05 RL-STARTED-SW       PIC X(01).
              88 RL-STARTED       VALUE "Y".
           05 RL-COMPLETED-SW     PIC X(01).
              88 RL-COMPLETED     VALUE "Y".
           05 RL-POST-STATE       PIC X(01).
              88 RL-NOT-POSTED    VALUE "N".
              88 RL-PART-POSTED   VALUE "P".
              88 RL-POSTED        VALUE "Y".
           05 RL-ATTEMPTS         PIC 9(03).
           05 RL-LAST-RC          PIC 9(03).
           05 RL-START-STAMP      PIC X(14).
           05 RL-END-STAMP        PIC X(14).
           05 RL-RSL-COUNT        PIC 9(07).
           05 RL-HIST-COUNT       PIC 9(03).
           05 RL-BACKOUT-STAMP    PIC X(14).
           05 FILLER              PIC X(19).
