      ******************************************************************
      *    ORDREC.CPY
      *    CUSTOMER ORDER HEADER RECORD LAYOUT FOR THE INDEXED ORDMST
      *    FILE, KEYED BY THE ORDER NUMBER. THE ORDER NUMBER IS THE
      *    PART-ID EVERY WFLIN/VARSIN/KOEIN LINE OF THE ORDER CARRIES,
      *    SO ONE HEADER TIES TOGETHER LINES FROM ALL THREE FEEDS.
      *
      *    THE CUSTOMER, PROMISED DATE AND EXPECTED LINE COUNT ARE
      *    MAINTAINED BY ODMAINT. THE REST IS KEPT BY THE MORNING
      *    ORDSTAT RUN: GOOD LINES, OUT-OF-SPEC LINES, WEIGHT AND COST
      *    ACCUMULATE ACROSS NIGHTS, WITH THE NIGHT LAST POSTED AND
      *    ITS SHARE HELD IN OH-POST-DATE/OH-NIGHT-xxx SO A RERUN OF
      *    THE SAME NIGHT TAKES IT BACK OUT BEFORE POSTING AGAIN.
      *    OH-ACK-DATE IS SET WHEN THE ORDER IS ACKNOWLEDGED COMPLETE;
      *    AN ACKNOWLEDGED ORDER IS NOT EVALUATED AGAIN.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JH    ORIGINAL COPYBOOK.
      ******************************************************************
       01  OH-ORDER-RECORD.
           05 OH-ORDER-NO         PIC X(08).
           05 OH-CUST-NO          PIC X(08).
           05 OH-CUST-NAME        PIC X(24).
           05 OH-PROMISED-DATE    PIC X(08).
           05 OH-EXP-LINES        PIC 9(05).
           05 OH-STATUS           PIC X(01).
              88 OH-OPEN          VALUE " ".
              88 OH-COMPLETE      VALUE "C".
              88 OH-PARTIAL       VALUE "P".
              88 OH-HELD          VALUE "H".
           05 OH-LINES-DONE       PIC 9(05).
           05 OH-OOS-LINES        PIC 9(05).
           05 OH-WEIGHT           PIC S9(09)V9(02).
           05 OH-COST             PIC S9(09)V9(02).
           05 OH-POST-DATE        PIC X(08).
           05 OH-NIGHT-LINES      PIC 9(05).
           05 OH-NIGHT-OOS        PIC 9(05).
           05 OH-NIGHT-WGT        PIC S9(09)V9(02).
           05 OH-NIGHT-CST        PIC S9(09)V9(02).
           05 OH-ACK-DATE         PIC X(08).
           05 FILLER              PIC X(16).
