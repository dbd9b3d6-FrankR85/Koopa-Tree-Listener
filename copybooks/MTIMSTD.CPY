000100***************************************************************
000200*                                                             *
000300*    COPYBOOK:    MTIMSTD                                     *
000400*    PURPOSE:     BATCH WINDOW STANDARDS FOR THE JOB-TIMING   *
000500*                 FILE (MTIMREC).  MYTIMJDG APPLIES THEM, AND *
000600*                 MYTIMRPT AND MYHLTH COPY THEM TO PRINT      *
000700*                 THEM, SO THE REPORT AND THE HEALTH PAGE     *
000800*                 CALL A STEP SLOW, AND A NIGHT LATE, BY THE  *
000900*                 SAME RULES:                                 *
001000*                   - A STEP'S NORMAL TIME IS THE AVERAGE     *
001100*                     ELAPSED OF ITS LAST TS-ROLLING-RUNS     *
001200*                     GOOD RUNS (RETURN CODE UNDER 8) THAT    *
001300*                     CAME BEFORE THE ONE BEING JUDGED, AND   *
001400*                     IS NOT JUDGED AT ALL UNTIL IT HAS       *
001500*                     TS-MIN-HISTORY OF THEM,                 *
001600*                   - A RUN IS SLOW WHEN IT TAKES MORE THAN   *
001700*                     TS-SLOW-PERCENT OF NORMAL AND AT LEAST  *
001800*                     TS-SLOW-MARGIN-SECS LONGER, SO A        *
001900*                     ONE-MINUTE STEP TAKING TWO IS NOT       *
002000*                     CALLED OUT,                             *
002100*                   - A RUN DATE'S STREAM IS DUE COMPLETE BY  *
002200*                     TS-DUE-TIME ON THE DAY TS-DUE-DAY-      *
002300*                     OFFSET DAYS AFTER THE RUN DATE (1 =     *
002400*                     THE MORNING AFTER).  IT MISSED THE      *
002500*                     WINDOW WHEN ITS LAST STEP ENDED LATER.  *
002600*                 THE STREAM STEP LIST NAMES THE STEPS A RUN  *
002700*                 DATE IS NOT COMPLETE WITHOUT - EACH MUST    *
002800*                 LOG A GOOD RUN FOR THE DATE.  ITS OCCURS    *
002900*                 MUST MATCH TS-STREAM-STEPS, AND             *
003000*                 TS-ROLLING-RUNS MUST NOT EXCEED THE RING    *
003100*                 SIZE IN MYTIMJDG (10).                      *
003200*                                                             *
003300*    MODIFICATION HISTORY                                     *
003400*    DATE       BY    DESCRIPTION                             *
003500*    ---------  ----  -------------------------------------   *
003600*    2026-10-15 FR    ORIGINAL COPYBOOK.                      *
003700*                                                             *
003800***************************************************************
003900 01  JOB-TIMING-STANDARDS.
004000     05  TS-ROLLING-RUNS         PIC 9(04)   COMP    VALUE 10.
004100     05  TS-MIN-HISTORY          PIC 9(04)   COMP    VALUE 3.
004200     05  TS-SLOW-PERCENT         PIC 9(04)   COMP    VALUE 150.
004300     05  TS-SLOW-MARGIN-SECS     PIC 9(08)   COMP    VALUE 300.
004400     05  TS-DUE-DAY-OFFSET       PIC 9(04)   COMP    VALUE 1.
004500     05  TS-DUE-TIME             PIC 9(08)   VALUE 06000000.
004600     05  TS-STREAM-STEPS         PIC 9(04)   COMP    VALUE 6.
004700
004800 01  STREAM-STEP-LIST.
004900     05  FILLER                  PIC X(08)   VALUE "MYEDIT".
005000     05  FILLER                  PIC X(08)   VALUE "MYDRIVER".
005100     05  FILLER                  PIC X(08)   VALUE "MYBAL".
005200     05  FILLER                  PIC X(08)   VALUE "MYDIST".
005300     05  FILLER                  PIC X(08)   VALUE "MYKEYU".
005400     05  FILLER                  PIC X(08)   VALUE "MYAUDL".
005500 01  STREAM-STEP-TABLE REDEFINES STREAM-STEP-LIST.
005600     05  TS-STREAM-STEP          PIC X(08)   OCCURS 6 TIMES
005700                                 INDEXED BY TS-STREAM-IDX.
