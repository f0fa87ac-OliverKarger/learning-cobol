      *                     MATERIAL COST. RECORD WIDENED 40->48; A
      *                     BLANK MATERIAL CODE MEANS NO MATERIAL IS
      *                     ASSIGNED AND NO WEIGHT/COST IS COMPUTED.
      *    2026-10-15 JH    ADDED PM-FIN-CODE, THE SURFACE-FINISH /
      *                     COATING CODE KEYING THE NEW INDEXED FINMST
      *                     FINISHING MASTER (MAINTAINED BY FNMAINT),
      *                     CARVED OUT OF THE TRAILING FILLER - RECORD
      *                     STAYS 48 BYTES. A BLANK CODE MEANS THE PART
      *                     IS NOT FINISHED AND NO FINISHING COST IS
      *                     COMPUTED.
      ******************************************************************
       01  PM-PART-RECORD.
           05 PM-PART-ID          PIC X(08).
              88 PM-PART-ACTIVE   VALUE "A".
              88 PM-PART-INACTIVE VALUE "I".
           05 PM-MAT-CODE         PIC X(04).
           05 PM-FIN-CODE         PIC X(04).
           05 FILLER              PIC X(01).
