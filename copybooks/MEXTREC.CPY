001487*                     RUN CAN SELECT A SINGLE DAY'S EXTRACTS    *
001489*                     OUT OF THE EVER-GROWING EXTFILE.          *
001500*                                                             *
001505*    2026-10-15 FR    ADDED EX-RULE-ID (CARVED OUT OF THE       *
001510*                     FILLER, SO EXISTING DISPLACEMENTS ARE     *
001515*                     UNCHANGED) - THE RULE THAT DERIVED        *
001520*                     EX-RESULT-Z, AS ON AU-RULE-ID IN MAUDREC, *
001525*                     SO THE KEY MASTER (MKEYREC) CAN RECORD    *
001530*                     WHICH RULE GAVE EACH KEY ITS CURRENT Z.   *
001535*    2026-10-15 FR    ADDED EX-POSTING-TYPE (CARVED OUT OF THE  *
001540*                     FILLER) - SPACE ON AN ORIGINAL POSTING,   *
001545*                     'R' ON THE REVERSAL AND 'C' ON THE        *
001550*                     REPLACEMENT A CORRECTION RUN (MYCORR)     *
001555*                     APPENDS UNDER THE CORRECTED RUN DATE FOR  *
001560*                     EACH POSTING WHOSE Z CHANGED, SO THE      *
001565*                     PROGRAMS THAT PROVE OR SEND A DAY CAN     *
001570*                     TELL THE TWO APART.                       *
001575*                                                             *
001600***************************************************************
001700 01  EXTRACT-RECORD.
001800     05  EX-TEST1                PIC X(10).
002000     05  EX-TEST3                PIC X(10).
002100     05  EX-RESULT-Z             PIC X(01).
002150     05  EX-RUN-DATE             PIC 9(08).
002160     05  EX-RULE-ID              PIC X(08).
002170     05  EX-POSTING-TYPE         PIC X(01).
002172         88  EX-ORIGINAL-POSTING         VALUE " ".
002174         88  EX-REVERSAL-POSTING         VALUE "R".
002176         88  EX-REPLACEMENT-POSTING      VALUE "C".
002178         88  EX-CORRECTION-POSTING       VALUE "R" "C".
002200     05  FILLER                  PIC X(02).
