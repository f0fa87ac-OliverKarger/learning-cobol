      ******************************************************************
      *    JRNREC.CPY
      *    MASTER-MAINTENANCE JOURNAL RECORD FOR THE PERMANENT MNTJRN
      *    FILE. PTMAINT, MTMAINT AND SPMAINT WRITE ONE RECORD FOR
      *    EVERY CHANGE THEY APPLY OR STAGE, AND MNTAPRV ONE FOR EVERY
      *    STAGED CHANGE IT APPROVES OR DECLINES. MJ-BEFORE AND
      *    MJ-AFTER HOLD THE WHOLE MASTER RECORD AS IT WAS AND AS IT
      *    BECAME (SPACES ON THE ADD AND DELETE SIDES RESPECTIVELY).
      *    THE FILE IS ONLY EVER EXTENDED.
      *
      *    MJ-EVENT   A  APPLIED DIRECTLY BY THE MAINTENANCE RUN
      *               P  STAGED ON MNTPND PENDING APPROVAL
      *               V  APPROVED AND APPLIED BY MNTAPRV
      *               R  DECLINED BY THE APPROVER, NOT APPLIED
      *
      *    MOD HISTORY
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JH    ORIGINAL COPYBOOK.
      ******************************************************************
       01  MJ-JOURNAL-RECORD.
           05 MJ-FILE             PIC X(02).
              88 MJ-PARTMST       VALUE "PT".
              88 MJ-MATMST        VALUE "MT".
              88 MJ-SPCLMT        VALUE "SP".
           05 MJ-KEY              PIC X(08).
           05 MJ-ACTION           PIC X(01).
           05 MJ-EVENT            PIC X(01).
              88 MJ-APPLIED       VALUE "A".
              88 MJ-PENDING       VALUE "P".
              88 MJ-APPROVED      VALUE "V".
              88 MJ-DECLINED      VALUE "R".
           05 MJ-KEYED-BY         PIC X(08).
           05 MJ-KEYED-DATE       PIC X(08).
           05 MJ-KEYED-TIME       PIC X(06).
           05 MJ-APPR-BY          PIC X(08).
           05 MJ-APPR-DATE        PIC X(08).
           05 MJ-APPR-TIME        PIC X(06).
           05 MJ-BEFORE           PIC X(80).
           05 MJ-AFTER            PIC X(80).
           05 FILLER              PIC X(24).
