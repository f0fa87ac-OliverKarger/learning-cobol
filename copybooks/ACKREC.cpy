      ******************************************************************
      *    ACKREC.CPY
      *    ORDER ACKNOWLEDGMENT RECORD WRITTEN BY ORDSTAT TO THE ACKOUT
      *    FILE FOR SALES - ONE RECORD PER CUSTOMER ORDER FOUND
      *    COMPLETE THAT MORNING, WITH THE LINES PRODUCED AND THE TOTAL
      *    WEIGHT (KG) AND COST (MATERIAL PLUS FINISHING) OF THE ORDER
      *    ACROSS EVERY NIGHT IT WAS WORKED.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JH    ORIGINAL COPYBOOK.
      ******************************************************************
       01  AK-ACK-RECORD.
           05 AK-ORDER-NO         PIC X(08).
           05 AK-CUST-NO          PIC X(08).
           05 AK-CUST-NAME        PIC X(24).
           05 AK-PROMISED-DATE    PIC X(08).
           05 AK-ACK-DATE         PIC X(08).
           05 AK-LINES            PIC 9(05).
           05 AK-WEIGHT           PIC S9(09)V9(02).
           05 AK-COST             PIC S9(09)V9(02).
           05 FILLER              PIC X(17).
