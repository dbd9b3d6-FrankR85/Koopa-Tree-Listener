000100***************************************************************
000200*                                                             *
000300*    COPYBOOK:    MKEYREC                                     *
000400*    PURPOSE:     RECORD LAYOUT FOR THE KEY MASTER FILE       *
000500*                 (DD KEYMAST, FCT FILE MKEYFIL) - ONE        *
000600*                 RECORD PER TEST1/TEST2/TEST3 KEY THE        *
000700*                 LISTENER HAS EVER ACCEPTED, CARRYING THE    *
000800*                 KEY'S CURRENT STANDING: WHEN IT WAS FIRST   *
000900*                 AND LAST SEEN, ITS CURRENT Z, THE Z IT      *
001000*                 HAD BEFORE THAT, THE DATE Z LAST CHANGED,   *
001100*                 AND THE RULE THAT DERIVED THE CURRENT Z     *
001200*                 (AS AU-RULE-ID IN MAUDREC).  A KSDS KEYED   *
001300*                 ON KM-KEY (30 BYTES AT OFFSET 0), UPDATED   *
001400*                 EACH NIGHT FROM THE DAY'S EXTRACT BY        *
001500*                 MYKEYU (JOB MYDSTJ), WHICH ALSO SENDS THE   *
001600*                 CHANGE-ONLY DELTA FEED OFF IT, AND READ BY  *
001700*                 THE MINQ INQUIRY SCREEN.                    *
001800*                                                             *
001900*                 KM-PREVIOUS-Z IS THE Z IN FORCE BEFORE      *
002000*                 KM-Z-CHANGED-DATE - SPACES UNTIL THE KEY'S  *
002100*                 Z FIRST CHANGES.  SEVERAL CALLS FOR ONE     *
002200*                 KEY ON ONE DAY COUNT AS ONE CHANGE, FROM    *
002300*                 THE Z THE DAY STARTED WITH TO THE Z IT      *
002400*                 ENDED WITH.                                 *
002500*                                                             *
002600*    MODIFICATION HISTORY                                     *
002700*    DATE       BY    DESCRIPTION                             *
002800*    ---------  ----  -------------------------------------   *
002900*    2026-10-15 FR    ORIGINAL COPYBOOK.                      *
003000*                                                             *
003100***************************************************************
003200 01  KEY-MASTER-RECORD.
003300     05  KM-KEY.
003400         10  KM-TEST1            PIC X(10).
003500         10  KM-TEST2            PIC X(10).
003600         10  KM-TEST3            PIC X(10).
003700     05  KM-FIRST-SEEN-DATE      PIC 9(08).
003800     05  KM-LAST-SEEN-DATE       PIC 9(08).
003900     05  KM-CURRENT-Z            PIC X(01).
004000     05  KM-PREVIOUS-Z           PIC X(01).
004100     05  KM-Z-CHANGED-DATE       PIC 9(08).
004200     05  KM-RULE-ID              PIC X(08).
004300     05  FILLER                  PIC X(16).
