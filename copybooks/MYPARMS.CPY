001903*                     ZERO (OR A CALLER THAT NEVER SETS IT)    *
001904*                     MEANS TODAY, AS BEFORE.                  *
001905*                                                             *
001906*    2026-10-15 FR    ADDED MP-MODE-CORRECTION ('C') AND,     *
001907*                     CARVED OUT OF THE GROWTH FILLER,        *
001908*                     MP-PRIOR-Z AND MP-PRIOR-RULE-ID - A     *
001909*                     CORRECTION CALL FROM MYCORR PASSES AN   *
001910*                     ORIGINAL POSTING'S KEY, DATE, Z AND     *
001911*                     RULE; MYPROG RE-DERIVES Z UNDER THE     *
001912*                     CONTROL VALUES AND RULES NOW IN FORCE   *
001913*                     AND, ONLY WHEN IT DIFFERS, POSTS A      *
001914*                     CORRECTION AUDIT RECORD AND A REVERSAL  *
001915*                     AND REPLACEMENT EXTRACT RECORD.  THE    *
001916*                     RE-DERIVED RESULTS COME BACK AS ON A    *
001917*                     NORMAL CALL.                            *
001918*                                                             *
002000***************************************************************
002100 01  MYPARMS-AREA.
002200     05  MP-TEST1                PIC X(10).
003410         88  MP-RC-TRIAL-ERROR   VALUE 8.
003420*    MP-MODE-FLAG - SET BY THE CALLER BEFORE THE FIRST CALL.
003430*    SPACE (OR 'N') IS A NORMAL POSTING CALL; 'T' IS A TRIAL
003440*    CALL - SEE THE 2026-08-22 HISTORY NOTE ABOVE; 'C' IS A
003445*    CORRECTION CALL - SEE THE 2026-10-15 NOTE.
003450     05  MP-MODE-FLAG            PIC X(01).
003460         88  MP-MODE-NORMAL      VALUE " " "N".
003470         88  MP-MODE-TRIAL       VALUE "T".
003475         88  MP-MODE-CORRECTION  VALUE "C".
003480*    MP-TRAN-DATE - THE BUSINESS DATE THE CALL BELONGS TO
003482*    (YYYYMMDD), SET BY THE CALLER.  ZERO MEANS TODAY - SEE
003484*    THE 2026-09-02 HISTORY NOTE ABOVE.
003486     05  MP-TRAN-DATE            PIC 9(08).
003488*    MP-PRIOR-Z / MP-PRIOR-RULE-ID - ON A CORRECTION CALL,
003490*    THE Z AND RULE ID OF THE ORIGINAL POSTING BEING
003492*    RE-DERIVED (EX-RESULT-Z / EX-RULE-ID).  IGNORED ON
003494*    NORMAL AND TRIAL CALLS.
003496     05  MP-PRIOR-Z              PIC X(01).
003498     05  MP-PRIOR-RULE-ID        PIC X(08).
003500*    ROOM FOR GROWTH - FUTURE PARAMETERS SHOULD BE ADDED
003600*    BELOW THIS POINT SO EXISTING DISPLACEMENTS NEVER MOVE.
003700     05  MP-FILLER-GROWTH        PIC X(32).
