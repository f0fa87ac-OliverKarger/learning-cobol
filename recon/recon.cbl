002337*                  6400-TAKE-CTL-TRL MATCHES ON THE TRL LABEL,
002338*                  SO THEY FALL THROUGH UNTOUCHED AND THE
002339*                  BALANCING COLUMNS ARE UNMOVED.
002342* 2026-10-15 JH    WFLOUT (150) AND KOEOUT (160) GAINED THE
002343*                  FINISHING-COST COLUMN AND WFLCTL/KOECTL (260)
002344*                  THE NIGHT FINISHING-COST TOTAL, ALL AT THE
002345*                  RIGHT-HAND END. WIDENED THE FDS AND MAPS; THE
002346*                  BALANCING COLUMNS ARE UNMOVED.
002347*-----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. GENERIC.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  RCN-WFLOUT-FILE
007400     RECORD CONTAINS 150 CHARACTERS.
007500 01  RCN-WFLOUT-LINE           PIC X(150).
007600
007700 FD  RCN-WFLCTL-FILE
007800     RECORD CONTAINS 260 CHARACTERS.
007900 01  RCN-WFLCTL-LINE           PIC X(260).
008000
008100 FD  RCN-WFLEXC-FILE
008200     RECORD CONTAINS 100 CHARACTERS.
009500 01  RCN-KUGEXC-LINE           PIC X(100).
009600
009700 FD  RCN-KOEOUT-FILE
009800     RECORD CONTAINS 160 CHARACTERS.
009900 01  RCN-KOEOUT-LINE           PIC X(160).
010000
010100 FD  RCN-KOECTL-FILE
010200     RECORD CONTAINS 260 CHARACTERS.
010300 01  RCN-KOECTL-LINE           PIC X(260).
010310
010320 FD  RCN-KOEEXC-FILE
010330     RECORD CONTAINS 100 CHARACTERS.
016520     05 RCN-WFL-QTY        PIC X(05).
016530     05 FILLER             PIC X(01).
016540     05 RCN-WFL-EXT        PIC X(19).
016600     05 FILLER             PIC X(74).
016700
016800 01  RCN-KOE-DET-MAP.
016900     05 RCN-KOE-PART       PIC X(08).
017320     05 RCN-KOE-QTY        PIC X(05).
017330     05 FILLER             PIC X(01).
017340     05 RCN-KOE-EXT        PIC X(19).
017400     05 FILLER             PIC X(73).
017500
017600 01  RCN-CTL-TRL-MAP.
017700     05 RCN-TRL-LABEL      PIC X(13).
018000     05 RCN-TRL-VOL-X      PIC X(19).
018100     05 FILLER             PIC X(02).
018200     05 RCN-TRL-SURF-X     PIC X(19).
018300     05 FILLER             PIC X(196).
018400
018410 01  RCN-WEX-MAP.
018420     05 FILLER             PIC X(46).
