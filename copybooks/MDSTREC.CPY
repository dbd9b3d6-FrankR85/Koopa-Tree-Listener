002600*    DATE       BY    DESCRIPTION                             *
002700*    ---------  ----  -------------------------------------   *
002800*    2026-08-22 FR    ORIGINAL COPYBOOK.                      *
002802*    2026-10-15 FR    ADDED DS3-DETAIL-RECORD FOR THE NEW     *
002804*                     CHANGE-ONLY DELTA FEED (MYKEYU, DD      *
002806*                     DSTDLTA) - ONE DETAIL PER KEY THAT WAS  *
002808*                     NEW ON THE RUN DATE OR WHOSE Z CHANGED  *
002810*                     ON IT, FRAMED BY THE SAME HEADER AND    *
002812*                     TRAILER AS THE OTHER FEEDS.  THE DETAIL *
002814*                     CARRIES THE FULL KEY, SO THE DELTA      *
002816*                     CONSUMER CAN RECOMPUTE THE TRAILER      *
002818*                     HASH.  THE EXISTING LAYOUTS ARE         *
002820*                     UNCHANGED.                              *
002822*    2026-10-15 FR    ADDED DS-HDR-FILE-TYPE, DS1-ACTION AND  *
002824*                     DS2-ACTION (EACH CARVED OUT OF ITS      *
002826*                     RECORD'S FILLER, SO EXISTING POSITIONS  *
002828*                     ARE UNCHANGED AND ALL THREE ARE SPACE   *
002830*                     ON THE DAILY FILES).  A CORRECTION FILE *
002832*                     FOR A POSTED DATE CARRIES 'C' IN THE    *
002834*                     HEADER AND, FOR EACH POSTING WHOSE Z    *
002836*                     CHANGED, A REVERSAL DETAIL ('R', THE Z  *
002838*                     ORIGINALLY SENT) FOLLOWED BY A          *
002840*                     REPLACEMENT DETAIL ('C', THE CORRECTED  *
002842*                     Z).  COUNT AND HASH COVER EVERY DETAIL  *
002844*                     ON THE FILE, AS ON THE DAILY FILES.     *
002846*    2026-10-15 FR    ADDED DS-HDR-RESEND-FLAG AND            *
002848*                     DS-HDR-RESEND-SEQ, CARVED OUT OF THE    *
002850*                     HEADER FILLER SO EXISTING POSITIONS ARE *
002852*                     UNCHANGED.  BOTH ARE SPACE ON A FILE'S  *
002854*                     FIRST SENDING.  A DAILY FILE REBUILT    *
002856*                     AND SENT AGAIN FOR ONE CONSUMER         *
002858*                     (MYRSND) CARRIES 'S' AND ITS RESEND     *
002860*                     NUMBER FOR THE RUN DATE (001 FOR THE    *
002862*                     FIRST RESEND), WHICH THE CONSUMER       *
002864*                     RETURNS ON ITS ACKNOWLEDGMENT           *
002866*                     (AC-RESEND-SEQ IN MACKREC).  DETAILS,   *
002868*                     COUNT AND HASH ARE BUILT EXACTLY AS ON  *
002870*                     THE ORIGINAL FILE.                      *
002900*                                                             *
003000***************************************************************
003100 01  DS-HEADER-RECORD.
003500     05  DS-HDR-RUN-DATE         PIC 9(08).
003600     05  DS-HDR-GEN-DATE         PIC 9(08).
003700     05  DS-HDR-GEN-TIME         PIC 9(08).
003710     05  DS-HDR-FILE-TYPE        PIC X(01).
003720         88  DS-HDR-DAILY-FILE           VALUE " ".
003730         88  DS-HDR-CORRECTION-FILE      VALUE "C".
003740     05  DS-HDR-RESEND-FLAG      PIC X(01).
003750         88  DS-HDR-ORIGINAL-SEND        VALUE " ".
003760         88  DS-HDR-RESEND               VALUE "S".
003770     05  DS-HDR-RESEND-SEQ       PIC 9(03).
003800     05  FILLER                  PIC X(40).
003900*
004000*    CONSUMER 1 DETAIL - FULL KEY AND RESULT, KEY ORDER.
004100 01  DS1-DETAIL-RECORD.
004500     05  DS1-TEST2               PIC X(10).
004600     05  DS1-TEST3               PIC X(10).
004700     05  DS1-RESULT-Z            PIC X(01).
004710     05  DS1-ACTION              PIC X(01).
004720         88  DS1-DAILY-DETAIL            VALUE " ".
004730         88  DS1-REVERSAL                VALUE "R".
004740         88  DS1-REPLACEMENT             VALUE "C".
004800     05  FILLER                  PIC X(45).
004900*
005000*    CONSUMER 2 DETAIL - RESULT FIRST, TEST1 AND RUN DATE
005100*    ONLY, PER THAT TEAM'S AGREED LAYOUT.  THIS LAYOUT DOES
005500     05  DS2-RESULT-Z            PIC X(01).
005600     05  DS2-TEST1               PIC X(10).
005700     05  DS2-RUN-DATE            PIC 9(08).
005710     05  DS2-ACTION              PIC X(01).
005720         88  DS2-DAILY-DETAIL            VALUE " ".
005730         88  DS2-REVERSAL                VALUE "R".
005740         88  DS2-REPLACEMENT             VALUE "C".
005800     05  FILLER                  PIC X(57).
005810*
005814*    DELTA FEED DETAIL - ONE PER KEY THAT WAS NEW ON THE RUN
005818*    DATE ('N') OR WHOSE Z CHANGED ON IT ('C'), IN KEY ORDER,
005822*    OFF THE KEY MASTER (MKEYREC).  PREVIOUS Z IS SPACES ON A
005826*    NEW KEY.  CARRIES THE FULL KEY, SO THE DELTA CONSUMER CAN
005830*    RECOMPUTE DS-TRL-HASH-TOTAL THE SAME WAY AS CONSUMER 1.
005834 01  DS3-DETAIL-RECORD.
005838     05  DS3-ID                  PIC X(03).
005842         88  DS3-DETAIL-VALID            VALUE "DTL".
005846     05  DS3-CHANGE-TYPE         PIC X(01).
005850         88  DS3-NEW-KEY                 VALUE "N".
005854         88  DS3-Z-CHANGED               VALUE "C".
005858     05  DS3-TEST1               PIC X(10).
005862     05  DS3-TEST2               PIC X(10).
005866     05  DS3-TEST3               PIC X(10).
005870     05  DS3-RESULT-Z            PIC X(01).
005874     05  DS3-PREVIOUS-Z          PIC X(01).
005878     05  DS3-FIRST-SEEN-DATE     PIC 9(08).
005882     05  DS3-RULE-ID             PIC X(08).
005886     05  FILLER                  PIC X(28).
005900*
006000 01  DS-TRAILER-RECORD.
006100     05  DS-TRL-ID               PIC X(03).
