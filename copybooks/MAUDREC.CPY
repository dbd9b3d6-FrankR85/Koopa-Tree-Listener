001190*                     CHANGE).  COUNTED BY THE RULE USAGE      *
001192*                     REPORT, MYRULRPT.                        *
001200*                                                             *
001205*    2026-10-15 FR    ADDED AU-RECORD-TYPE AND AU-PRIOR-Z     *
001210*                     (CARVED OUT OF THE GROWTH FILLER) - A   *
001215*                     CORRECTION RUN (MYCORR) RE-DERIVES A    *
001220*                     POSTED DATE THROUGH MYPROG AND, FOR     *
001225*                     EACH POSTING WHOSE Z CHANGES, WRITES AN *
001230*                     AUDIT RECORD UNDER THAT DATE MARKED 'C' *
001235*                     AND CARRYING THE Z IT REPLACES.  SPACE  *
001240*                     ON EVERY ORIGINAL CALL.  MYBAL,         *
001245*                     MYREPORT AND MYTREND COUNT THE          *
001250*                     CORRECTION RECORDS APART FROM THE DAY'S *
001255*                     ORIGINAL CALLS.                         *
001260*                                                             *
001300***************************************************************
001400 01  AUDIT-RECORD.
001500     05  AU-RUN-DATE             PIC 9(08).
002200     05  AU-RESULT-Z             PIC X(01).
002300     05  AU-RETURN-CODE          PIC 9(02).
002310     05  AU-RULE-ID              PIC X(08).
002320     05  AU-RECORD-TYPE          PIC X(01).
002330         88  AU-ORIGINAL-CALL            VALUE " ".
002340         88  AU-CORRECTION-RECORD        VALUE "C".
002350     05  AU-PRIOR-Z              PIC X(01).
002400     05  FILLER                  PIC X(20).
