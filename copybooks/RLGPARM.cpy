      ******************************************************************
      *    RLGPARM.CPY
      *    PARAMETER BLOCK PASSED TO THE RLGUPD RUN-LEDGER SUBPROGRAM.
      *
      *    FUNCTIONS
      *      STRT  STEP IS STARTING - CREATES OR UPDATES THE NIGHT'S
      *            LEDGER ENTRY AND RETURNS ITS POSTING STATE, SO THE
      *            CALLER KNOWS WHETHER THE NIGHT IS ALREADY POSTED
      *      POST  THE FIRST RSLHIST ROW OF THIS ATTEMPT IS ABOUT TO BE
      *            WRITTEN - MARKS THE NIGHT PARTIALLY POSTED
      *      DONE  STEP IS ENDING - RECORDS THE RETURN CODE, THE ROWS
      *            POSTED BY THIS ATTEMPT AND THE FINAL POSTING STATE
      *
      *    RLG-RETURN-CODE IS ZERO ON SUCCESS AND 16 WHEN THE LEDGER
      *    CANNOT BE READ OR UPDATED.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JH    ORIGINAL COPYBOOK.
      ******************************************************************
       01  RLG-PARMS.
           05 RLG-FUNCTION        PIC X(04).
              88 RLG-FN-START     VALUE "STRT".
              88 RLG-FN-POSTING   VALUE "POST".
              88 RLG-FN-DONE      VALUE "DONE".
           05 RLG-PROGRAM-ID      PIC X(12).
           05 RLG-BUS-DATE        PIC X(08).
           05 RLG-POST-STATE      PIC X(01).
              88 RLG-NOT-POSTED   VALUE "N".
              88 RLG-PART-POSTED  VALUE "P".
              88 RLG-POSTED       VALUE "Y".
           05 RLG-STEP-RC         PIC 9(03).
           05 RLG-RSL-COUNT       PIC 9(07).
           05 RLG-HIST-COUNT      PIC 9(03).
           05 RLG-ATTEMPTS        PIC 9(03).
           05 RLG-RETURN-CODE     PIC S9(4) COMP.
              88 RLG-OK           VALUE ZERO.
