002600*    DATE       BY    DESCRIPTION                             *
002700*    ---------  ----  -------------------------------------   *
002800*    2026-09-02 FR    ORIGINAL COPYBOOK.                      *
002805*    2026-10-15 FR    ADDED AC-DELTA-FEED - THE CHANGE-ONLY   *
002810*                     DELTA FEED (SEE DS3-DETAIL-RECORD IN    *
002815*                     MDSTREC) IS ACKNOWLEDGED UNDER CONSUMER *
002820*                     ID 'DELTAFEED'.  ITS DETAIL CARRIES THE *
002825*                     FULL KEY, SO THAT CONSUMER RETURNS THE  *
002830*                     RECOMPUTED HASH AS CONSUMER 1 DOES.     *
002835*                     THE RECORD LAYOUT IS UNCHANGED.         *
002840*    2026-10-15 FR    ADDED AC-CORRECTION-1/2 - A CORRECTION  *
002845*                     FILE (SEE DS-HDR-FILE-TYPE IN MDSTREC)  *
002850*                     IS ACKNOWLEDGED UNDER THE DATE IT       *
002855*                     CORRECTS AS CONSUMER ID 'CORRECT-1' OR  *
002860*                     'CORRECT-2', SO IT IS MATCHED APART     *
002865*                     FROM THE ORIGINAL DAY'S ACK.  THE       *
002870*                     RECORD LAYOUT IS UNCHANGED.             *
002872*    2026-10-15 FR    ADDED AC-RESEND-SEQ, CARVED OUT OF THE  *
002874*                     FILLER.  A CONSUMER ACKNOWLEDGING A     *
002876*                     RESENT FILE (DS-HDR-RESEND IN MDSTREC)  *
002878*                     RETURNS THE HEADER'S DS-HDR-RESEND-SEQ  *
002880*                     HERE, UNDER THE ORIGINAL RUN DATE AND   *
002882*                     ITS OWN CONSUMER ID; ZERO OR SPACE      *
002884*                     ACKNOWLEDGES THE FIRST SENDING.         *
002886*    2026-10-15 FR    ADDED AC-CORRECTION-DELTA - THE         *
002888*                     CORRECTION DELTA FEED (MYKEYU PARM      *
002890*                     'YYYYMMDD,CORRECT') IS ACKNOWLEDGED     *
002892*                     UNDER THE DATE IT CORRECTS AS CONSUMER  *
002894*                     ID 'CORRECT-D'.  THE RECORD LAYOUT IS   *
002896*                     UNCHANGED.                              *
002900*                                                             *
003000***************************************************************
003100 01  ACK-RECORD.
003300     05  AC-CONSUMER-ID          PIC X(09).
003400         88  AC-CONSUMER-1               VALUE "CONSUMER1".
003500         88  AC-CONSUMER-2               VALUE "CONSUMER2".
003550         88  AC-DELTA-FEED               VALUE "DELTAFEED".
003560         88  AC-CORRECTION-1             VALUE "CORRECT-1".
003570         88  AC-CORRECTION-2             VALUE "CORRECT-2".
003580         88  AC-CORRECTION-DELTA         VALUE "CORRECT-D".
003600     05  AC-RECORDS-LOADED       PIC 9(09).
003700     05  AC-STATUS               PIC X(01).
003800         88  AC-LOAD-ACCEPTED            VALUE "A".
003900         88  AC-LOAD-REJECTED            VALUE "R".
004000*    THE KEY HASH THE CONSUMER RECOMPUTED OFF ITS DETAILS
004100*    (SEE DS-TRL-HASH-TOTAL IN MDSTREC).  ZERO = NOT
004200*    SUPPLIED; ONLY CONSUMER 1 (AND ITS CORRECTION FILES)
004250*    AND THE DELTA FEED CAN COMPUTE IT.
004300     05  AC-HASH-TOTAL           PIC 9(15).
004310*    THE RESEND NUMBER OFF THE HEADER OF A RESENT FILE
004320*    (DS-HDR-RESEND-SEQ IN MDSTREC).  ZERO OR SPACE = THE
004330*    ACK IS FOR THE FIRST SENDING.
004340     05  AC-RESEND-SEQ           PIC 9(03).
004400     05  FILLER                  PIC X(35).
