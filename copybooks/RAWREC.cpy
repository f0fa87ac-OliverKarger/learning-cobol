      ******************************************************************
      *    RAWREC.CPY
      *    RAW-STOCK MASTER RECORD LAYOUT FOR THE INDEXED RAWMST FILE.
      *    ONE RECORD PER STOCKED FORM OF A MATERIAL - ROUND BAR
      *    (DIAMETER), SQUARE BAR (SIDE) OR PLATE (THICKNESS) - KEYED
      *    BY MATERIAL CODE, FORM AND SIZE SO A START ON THE MATERIAL
      *    READS ITS FORMS SMALLEST FIRST. ALL MEASURES ARE IN
      *    CENTIMETERS: RW-STD-LEN IS THE STANDARD BAR LENGTH OR PLATE
      *    LENGTH, RW-STD-WIDTH THE PLATE WIDTH (ZERO FOR BARS) AND
      *    RW-KERF THE SAW KERF LOST AT EACH CUT. MAINTAINED BY RWMAINT
      *    FROM ADD/CHANGE/DELETE TRANSACTIONS; READ BY CUTPLAN TO
      *    PICK THE FORM EACH CYLINDER AND CUBE IS CUT FROM.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JH    ORIGINAL COPYBOOK.
      ******************************************************************
       01  RW-RAW-RECORD.
           05 RW-KEY.
              10 RW-MAT-CODE      PIC X(04).
              10 RW-FORM          PIC X(01).
                 88 RW-PLATE      VALUE "P".
                 88 RW-ROUND-BAR  VALUE "R".
                 88 RW-SQUARE-BAR VALUE "S".
              10 RW-SIZE          PIC 9(04)V9(02).
           05 RW-DESC             PIC X(20).
           05 RW-STD-LEN          PIC 9(05)V9(02).
           05 RW-STD-WIDTH        PIC 9(05)V9(02).
           05 RW-KERF             PIC 9(01)V9(03).
           05 FILLER              PIC X(11).
