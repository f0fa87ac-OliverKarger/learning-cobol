      ******************************************************************
      *    INSREC.CPY
      *    INSPECTION MEASUREMENT RECORD LAYOUT FOR THE INSPIN FEED
      *    EXPORTED BY QUALITY'S GAUGE STATION. ONE RECORD PER
      *    MEASURED PIECE: THE PART NUMBER AND THE RUN DATE OF THE
      *    NIGHT THE PART WAS COMPUTED (SO THE PIECE CAN BE MATCHED TO
      *    ITS NOMINAL ON RSLHIST), THE PIECE NUMBER WITHIN THAT RUN,
      *    THE SHAPE CODE (SAME CODES AS GEOREC/KOEREC) AND THE
      *    MEASURED DIMENSIONS IN THE SAME ORDER THE FEEDS USE - FOR
      *    THE CUBE L/B/H, FOR THE SPHERE THE RADIUS, FOR CYLINDER AND
      *    CONE RADIUS AND HEIGHT, FOR THE PYRAMID BASE SIDE AND
      *    HEIGHT. IN-UOM IS "MM" OR "CM"; INSCAP NORMALIZES TO
      *    CENTIMETERS BEFORE CALLING THE CALC SUBPROGRAMS.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JH    ORIGINAL COPYBOOK.
      ******************************************************************
       01  IN-INSPECT-RECORD.
           05 IN-PART-ID          PIC X(08).
           05 IN-RUN-DATE         PIC X(08).
           05 IN-PIECE-NO         PIC 9(05).
           05 IN-SHAPE-TYPE       PIC X(08).
              88 IN-IS-CUBE       VALUE "CUBE    ".
              88 IN-IS-SPHERE     VALUE "SPHERE  ".
              88 IN-IS-CYLINDER   VALUE "CYLINDER".
              88 IN-IS-CONE       VALUE "CONE    ".
              88 IN-IS-PYRAMID    VALUE "PYRAMID ".
           05 IN-DIM-1            PIC S9(4)V9(2).
           05 IN-DIM-2            PIC S9(4)V9(2).
           05 IN-DIM-3            PIC S9(4)V9(2).
           05 IN-UOM              PIC X(02).
              88 IN-UOM-MM        VALUE "MM".
              88 IN-UOM-CM        VALUE "CM".
           05 IN-GAUGE-ID         PIC X(08).
           05 FILLER              PIC X(23).
