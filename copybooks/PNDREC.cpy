      ******************************************************************
      *    PNDREC.CPY
      *    PENDING MASTER CHANGE RECORD LAYOUT FOR THE INDEXED MNTPND
      *    FILE, KEYED BY MASTER FILE CODE (MT = MATMST, SP = SPCLMT)
      *    AND MASTER KEY. MTMAINT AND SPMAINT STAGE A PRICE, DENSITY
      *    OR TOLERANCE-BAND CHANGE HERE INSTEAD OF APPLYING IT; IT
      *    REACHES THE MASTER ONLY WHEN A SECOND USER APPROVES IT IN
      *    THE MNTAPRV RUN. ONE CHANGE MAY BE PENDING PER MASTER
      *    RECORD. PD-BEFORE IS THE MASTER RECORD AS IT STOOD WHEN THE
      *    CHANGE WAS KEYED, SO THE APPROVAL RUN CAN TELL WHETHER THE
      *    MASTER HAS MOVED SINCE.
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JH    ORIGINAL COPYBOOK.
      ******************************************************************
       01  PD-PENDING-RECORD.
           05 PD-KEY.
              10 PD-FILE          PIC X(02).
                 88 PD-MATMST     VALUE "MT".
                 88 PD-SPCLMT     VALUE "SP".
              10 PD-MAST-KEY      PIC X(08).
           05 PD-ACTION           PIC X(01).
           05 PD-KEYED-BY         PIC X(08).
           05 PD-KEYED-DATE       PIC X(08).
           05 PD-KEYED-TIME       PIC X(06).
           05 PD-BEFORE           PIC X(80).
           05 PD-AFTER            PIC X(80).
           05 FILLER              PIC X(07).
