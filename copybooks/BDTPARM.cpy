      ******************************************************************
      *    BDTPARM.CPY
      *    PARAMETER BLOCK PASSED TO THE BDTCHK SUBPROGRAM. THE CALLER
      *    FILLS IN ITS OWN PROGRAM NAME (USED TO PREFIX THE CONSOLE
      *    MESSAGES); BDTCHK RETURNS THE VALIDATED BUSINESS DATE FROM
      *    THE BUSDATE CARD AND A RETURN CODE - ZERO WHEN THE DATE IS
      *    A VALID WORKING DAY ON THE PLANT CALENDAR, 16 WHEN THE CARD
      *    OR THE CALENDAR IS MISSING OR THE DATE IS INVALID OR A
      *    NON-WORKING DAY. A CALLER GETTING 16 BACK MUST NOT RUN.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JH    ORIGINAL COPYBOOK.
      ******************************************************************
       01  BDT-PARMS.
           05 BDT-CALLER          PIC X(12).
           05 BDT-BUS-DATE        PIC X(08).
           05 BDT-RETURN-CODE     PIC S9(4) COMP.
              88 BDT-DATE-OK      VALUE ZERO.
