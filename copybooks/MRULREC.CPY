003307*                     'RULE' PLUS THE RULE'S POSITION ON THE    *
003308*                     FILE (E.G. RULE0007).                     *
003309*                                                             *
003310*    2026-10-15 FR    ADDED RL-SEQUENCE-NO (CARVED OUT OF THE    *
003315*                     GROWTH FILLER) - THE RULE'S POSITION ON    *
003320*                     THE ONLINE RULES FILE (FCT FILE MRULMNT,   *
003325*                     A KSDS KEYED ON THIS FIELD) THAT THE MRUL  *
003330*                     MAINTENANCE SCREEN (MYRMNT) UPDATES.       *
003335*                     MYRSYNC REBUILDS RULEFILE IN THIS ORDER,   *
003340*                     SO THE FILE-ORDER TIE-BREAK IS WHATEVER    *
003345*                     WAS APPROVED ON SCREEN.  MYPROG IGNORES    *
003350*                     IT - FILE ORDER STILL DECIDES.             *
003355*                                                             *
003400***************************************************************
003500 01  RULE-RECORD.
003600     05  RL-TEST1-LO             PIC X(10).
004060*    EVERY AUDIT RECORD THE RULE DERIVES.  BLANK MEANS MYPROG
004070*    NAMES IT FROM ITS POSITION ON THE FILE (RULE0007).
004080     05  RL-RULE-ID              PIC X(08).
004082*    POSITION ON THE ONLINE RULES FILE (MRULMNT KSDS KEY,
004084*    OFFSET 65).  RULEFILE IS REBUILT IN THIS ORDER.
004086     05  RL-SEQUENCE-NO          PIC 9(05).
004100     05  FILLER                  PIC X(10).
