      ******************************************************************
      *    CONREC.CPY
      *    MATERIAL-CONSUMPTION DETAIL RECORD FOR THE PER-NIGHT WFLCON
      *    (BEDINGUNGEN) AND KOECON (KOERPER) FILES. ONE RECORD PER
      *    GOOD ORDER LINE WHOSE PART CARRIES A MATERIAL CODE FOUND ON
      *    MATMST, HOLDING THE EXTENDED WEIGHT (KILOGRAMS, QUANTITY
      *    INCLUDED) THE LINE WILL DRAW FROM THE RACK IN ITS
      *    FABRICATION HALL. READ BY STKPOST, WHICH POSTS THE NIGHT'S
      *    WEIGHTS AS CONSUMPTION AGAINST THE STKMST STOCK LEDGER BY
      *    MATERIAL AND LOCATION. CN-BUS-DATE IS THE BUSINESS DATE OF
      *    THE NIGHT THAT WROTE THE RECORD, SO A FILE LEFT OVER FROM AN
      *    EARLIER NIGHT IS NEVER POSTED AGAINST THE WRONG ONE.
      *
      *    CN-DIM-1 TO CN-DIM-3 ARE THE LINE'S DIMENSIONS NORMALIZED TO
      *    CENTIMETERS, AS PASSED TO THE FORMULA SUBPROGRAM: L/B/H FOR
      *    A CUBE, RADIUS AND HEIGHT (DIM-3 ZERO) FOR A KOERPER SOLID.
      *    CUTPLAN READS THEM TO PICK THE RAW-STOCK FORM FOR THE LINE.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JH    ORIGINAL COPYBOOK.
      *    2026-10-15 JH    ADDED CN-DIM-1 TO CN-DIM-3, THE NORMALIZED
      *                     DIMENSIONS, FOR THE CUTPLAN RAW-STOCK
      *                     CUTTING PLAN (RECORD 80->100).
      ******************************************************************
       01  CN-CONS-RECORD.
           05 CN-BUS-DATE         PIC X(08).
           05 CN-PROGRAM-ID       PIC X(12).
           05 CN-PART-ID          PIC X(08).
           05 CN-SHAPE-TYPE       PIC X(08).
           05 CN-LOC              PIC X(03).
           05 CN-MAT-CODE         PIC X(04).
           05 CN-QTY              PIC 9(05).
           05 CN-WEIGHT           PIC S9(13)V9(02).
           05 CN-DIM-1            PIC S9(4)V9(2).
           05 CN-DIM-2            PIC S9(4)V9(2).
           05 CN-DIM-3            PIC S9(4)V9(2).
           05 FILLER              PIC X(19).
