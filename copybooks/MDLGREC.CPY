001700*    DATE       BY    DESCRIPTION                             *
001800*    ---------  ----  -------------------------------------   *
001900*    2026-09-02 FR    ORIGINAL COPYBOOK.                      *
001905*    2026-10-15 FR    MYKEYU NOW LOGS THE CHANGE-ONLY DELTA   *
001910*                     FEED HERE TOO, UNDER CONSUMER ID        *
001915*                     'DELTAFEED' (DL-DELTA-FEED), SO MYACK   *
001920*                     CHASES ITS ACKNOWLEDGMENT LIKE ANY      *
001925*                     OTHER FEED.                             *
001930*    2026-10-15 FR    A CORRECTION DISTRIBUTION (MYDIST PARM  *
001935*                     'YYYYMMDD,CORRECT') IS LOGGED UNDER THE *
001940*                     DATE IT CORRECTS AS CONSUMER IDS        *
001945*                     'CORRECT-1' AND 'CORRECT-2'             *
001950*                     (DL-CORRECTION-1/2), SO MYACK CHASES    *
001955*                     THE ACKNOWLEDGMENT OF EACH CORRECTION   *
001960*                     FILE SEPARATELY FROM THE ORIGINAL       *
001965*                     DAY'S.                                  *
001967*    2026-10-15 FR    ADDED DL-SEND-TYPE AND DL-RESEND-SEQ,   *
001969*                     CARVED OUT OF THE FILLER.  A DAILY FILE *
001971*                     REBUILT AND SENT AGAIN FOR ONE CONSUMER *
001973*                     (MYRSND) IS LOGGED UNDER THE ORIGINAL   *
001975*                     RUN DATE AND CONSUMER ID WITH 'S' AND   *
001977*                     ITS RESEND NUMBER, SO MYACK MATCHES THE *
001979*                     ACKNOWLEDGMENT OF THE RESEND AGAINST IT *
001981*                     AND CLOSES THE ORIGINAL SENDING.  BOTH  *
001983*                     ARE SPACE ON A FIRST SENDING.           *
001985*    2026-10-15 FR    ADDED DL-CORRECTION-DELTA - THE DELTA   *
001987*                     FEED A CORRECTION RUN OF MYKEYU (PARM   *
001989*                     'YYYYMMDD,CORRECT') SENDS IS LOGGED     *
001991*                     UNDER THE DATE IT CORRECTS AS CONSUMER  *
001993*                     ID 'CORRECT-D', APART FROM THAT DAY'S   *
001995*                     'DELTAFEED'.                            *
002000*                                                             *
002100***************************************************************
002200 01  DIST-LOG-RECORD.
002400     05  DL-CONSUMER-ID          PIC X(09).
002500         88  DL-CONSUMER-1               VALUE "CONSUMER1".
002600         88  DL-CONSUMER-2               VALUE "CONSUMER2".
002650         88  DL-DELTA-FEED               VALUE "DELTAFEED".
002660         88  DL-CORRECTION-1             VALUE "CORRECT-1".
002670         88  DL-CORRECTION-2             VALUE "CORRECT-2".
002680         88  DL-CORRECTION-DELTA         VALUE "CORRECT-D".
002700     05  DL-RECORD-COUNT         PIC 9(09).
002800     05  DL-HASH-TOTAL           PIC 9(15).
002900     05  DL-GEN-DATE             PIC 9(08).
003000     05  DL-GEN-TIME             PIC 9(08).
003010*    SPACE ON A FIRST SENDING; 'S' AND THE RESEND NUMBER FOR
003020*    THE RUN DATE AND CONSUMER (001 UPWARD) ON A RESEND.
003030     05  DL-SEND-TYPE            PIC X(01).
003040         88  DL-ORIGINAL-SEND            VALUE " ".
003050         88  DL-RESEND                   VALUE "S".
003060     05  DL-RESEND-SEQ           PIC 9(03).
003100     05  FILLER                  PIC X(19).
