000100***************************************************************
000200*                                                             *
000300*    COPYBOOK:    MYTIMPRM                                    *
000400*    PURPOSE:     COMMUNICATION AREA FOR MYTIMJDG, THE SHARED *
000500*                 STEP-TIMING JUDGE CALLED BY MYTIMRPT AND    *
000600*                 MYHLTH, SO THE BATCH WINDOW REPORT AND THE  *
000700*                 HEALTH PAGE TIME A STEP, AVERAGE IT, CALL   *
000800*                 IT SLOW AND WORK OUT THE DUE TIME THE SAME  *
000900*                 WAY (STANDARDS IN MTIMSTD).  MYTIMJDG DOES  *
001000*                 NO I/O - THE CALLER READS THE JOB-TIMING    *
001100*                 FILE (DD JOBTIME) FROM THE TOP AND HANDS    *
001200*                 OVER EVERY RECORD, IN FILE ORDER, WITH      *
001300*                 TJ-FUNC-JUDGE-RUN; EACH RUN IS JUDGED       *
001400*                 AGAINST THE RUNS HANDED OVER BEFORE IT.     *
001500*                 THE HISTORY PERSISTS ACROSS CALLS FOR THE   *
001600*                 LIFE OF THE RUN UNIT; TJ-FUNC-RESET EMPTIES *
001700*                 IT.  TJ-FUNC-DUE-STAMP NEEDS NO HISTORY.    *
001800*                                                             *
001900*    ANY PROGRAM CALLING MYTIMJDG MUST COPY THIS MEMBER INTO  *
002000*    WORKING-STORAGE AND CODE THE CALL AS                     *
002100*                                                             *
002200*        CALL "MYTIMJDG" USING TIMING-JUDGE-AREA              *
002300*                                                             *
002400*    MODIFICATION HISTORY                                     *
002500*    DATE       BY    DESCRIPTION                             *
002600*    ---------  ----  -------------------------------------   *
002700*    2026-10-15 FR    ORIGINAL COPYBOOK.                      *
002800*                                                             *
002900***************************************************************
003000 01  TIMING-JUDGE-AREA.
003100*    TJ-FUNCTION - SET BY THE CALLER ON EVERY CALL.
003200     05  TJ-FUNCTION             PIC X(01).
003300         88  TJ-FUNC-RESET       VALUE "R".
003400         88  TJ-FUNC-JUDGE-RUN   VALUE "J".
003500         88  TJ-FUNC-DUE-STAMP   VALUE "D".
003600*    TJ-RETURN-CODE - SET BY MYTIMJDG ON EVERY CALL.  A BAD
003700*    RECORD (DATES, TIMES OR RETURN CODE NOT NUMERIC) IS NOT
003800*    JUDGED AND NOT HELD.  STEP-TABLE-FULL MEANS THE RUN WAS
003900*    TIMED BUT ITS PROGRAM HAS NO HISTORY, SO IT IS NOT JUDGED.
004000     05  TJ-RETURN-CODE          PIC 9(02) COMP.
004100         88  TJ-RC-OK            VALUE 0.
004200         88  TJ-RC-STEP-TABLE-FULL
004300                                 VALUE 4.
004400         88  TJ-RC-BAD-RECORD    VALUE 8.
004500         88  TJ-RC-BAD-FUNCTION  VALUE 12.
004600*    JUDGE INPUT - ONE JOBTIME RECORD, MTIMREC LAYOUT.
004700     05  TJ-TIMING-IMAGE         PIC X(80).
004800*    JUDGE OUTPUT - THE RUN'S ELAPSED SECONDS; THE AVERAGE OF
004900*    THE STEP'S HELD RUNS BEFORE IT AND HOW MANY THERE WERE;
005000*    WHETHER IT WAS JUDGED (ENOUGH HISTORY), SLOW, AND GOOD
005100*    (RETURN CODE UNDER 8); AND ITS PLACE IN THE MTIMSTD
005200*    STREAM STEP LIST (ZERO WHEN NOT A STREAM STEP).
005300     05  TJ-ELAPSED-SECS         PIC 9(08) COMP.
005400     05  TJ-AVERAGE-SECS         PIC 9(08) COMP.
005500     05  TJ-RUNS-AVERAGED        PIC 9(04) COMP.
005600     05  TJ-JUDGED-SW            PIC X(01).
005700         88  TJ-RUN-JUDGED       VALUE "Y".
005800     05  TJ-SLOW-SW              PIC X(01).
005900         88  TJ-RUN-SLOW         VALUE "Y".
006000     05  TJ-GOOD-SW              PIC X(01).
006100         88  TJ-RUN-GOOD         VALUE "Y".
006200     05  TJ-STREAM-STEP-NO       PIC 9(04) COMP.
006300*    DUE-STAMP INPUT - A RUN DATE (YYYYMMDD).
006400     05  TJ-RUN-DATE             PIC 9(08).
006500*    DUE-STAMP OUTPUT - WHEN THAT DATE'S STREAM IS DUE COMPLETE,
006600*    DATE AND HHMMSSHH SIDE BY SIDE SO IT COMPARES DIRECTLY
006700*    WITH TM-END-STAMP.
006800     05  TJ-DUE-STAMP.
006900         10  TJ-DUE-DATE         PIC 9(08).
007000         10  TJ-DUE-TIME         PIC 9(08).
007100*    ROOM FOR GROWTH - FUTURE PARAMETERS SHOULD BE ADDED
007200*    BELOW THIS POINT SO EXISTING DISPLACEMENTS NEVER MOVE.
007300     05  TJ-FILLER-GROWTH        PIC X(32).
