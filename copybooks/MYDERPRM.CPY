000100***************************************************************
000200*                                                             *
000300*    COPYBOOK:    MYDERPRM                                    *
000400*    PURPOSE:     COMMUNICATION AREA FOR MYDERIV, THE SHARED  *
000500*                 Z DERIVATION ROUTINE CALLED BY MYPROG,      *
000600*                 MYEXPGEN AND THE MTST SCREEN (MYTEST), SO   *
000700*                 A RULE SCORES, TIES AND EXPIRES THE SAME    *
000800*                 WAY EVERYWHERE.  MYDERIV DOES NO I/O - THE  *
000900*                 CALLER READS THE RULES (RULEFILE IN BATCH,  *
001000*                 MRULFIL ONLINE) AND HANDS THEM OVER ONE AT  *
001100*                 A TIME, IN FILE ORDER, WITH DV-FUNC-ADD-    *
001200*                 RULE, THEN ASKS FOR EACH KEY'S Z WITH       *
001300*                 DV-FUNC-DERIVE.  THE TABLE PERSISTS ACROSS  *
001400*                 CALLS FOR THE LIFE OF THE RUN UNIT;         *
001500*                 DV-FUNC-RESET EMPTIES IT FOR A RELOAD.      *
001600*                                                             *
001700*    ANY PROGRAM CALLING MYDERIV MUST COPY THIS MEMBER INTO   *
001800*    WORKING-STORAGE AND CODE THE CALL AS                     *
001900*                                                             *
002000*        CALL "MYDERIV" USING DERIVE-PARMS-AREA               *
002100*                                                             *
002200*    MODIFICATION HISTORY                                     *
002300*    DATE       BY    DESCRIPTION                             *
002400*    ---------  ----  -------------------------------------   *
002500*    2026-10-15 FR    ORIGINAL COPYBOOK.                      *
002600*                                                             *
002700***************************************************************
002800 01  DERIVE-PARMS-AREA.
002900*    DV-FUNCTION - SET BY THE CALLER ON EVERY CALL.
003000     05  DV-FUNCTION             PIC X(01).
003100         88  DV-FUNC-RESET       VALUE "R".
003200         88  DV-FUNC-ADD-RULE    VALUE "A".
003300         88  DV-FUNC-DERIVE      VALUE "D".
003400*    DV-RETURN-CODE - SET BY MYDERIV ON EVERY CALL.  TABLE-FULL
003500*    MEANS THE RULE HANDED OVER WAS NOT ADDED (NOR WILL ANY
003600*    AFTER IT BE) - THE CALLER SAYS SO AND CARRIES ON.
003700     05  DV-RETURN-CODE          PIC 9(02) COMP.
003800         88  DV-RC-OK            VALUE 0.
003900         88  DV-RC-TABLE-FULL    VALUE 4.
004000         88  DV-RC-BAD-FUNCTION  VALUE 12.
004100*    DV-DERIVE-DATE - YYYYMMDD.  ON A DERIVE CALL, THE RUN DATE
004200*    RULE EFFECTIVITY IS CHECKED AGAINST; ON AN ADD CALL, THE
004300*    DATE DV-RULE-EXPIRED IS JUDGED AGAINST.
004400     05  DV-DERIVE-DATE          PIC 9(08).
004500*    ADD-RULE INPUT - ONE RULEFILE RECORD, MRULREC LAYOUT.
004600     05  DV-RULE-IMAGE           PIC X(80).
004700*    ADD-RULE OUTPUT - THE ID THE RULE WILL BE STAMPED WITH
004800*    (RL-RULE-ID, OR 'RULE' PLUS ITS FILE POSITION WHEN BLANK),
004900*    ITS EFFECTIVE-TO AS LOADED (ZERO = NO BOUND), AND WHETHER
005000*    IT HAD ALREADY EXPIRED BY DV-DERIVE-DATE.
005100     05  DV-ADDED-RULE-ID        PIC X(08).
005200     05  DV-ADDED-EFF-TO         PIC 9(08).
005300     05  DV-ADDED-EXPIRED-SW     PIC X(01).
005400         88  DV-RULE-EXPIRED     VALUE "Y".
005500*    DERIVE INPUT - THE KEY, AND THE Z TO RETURN WHEN NO RULE
005600*    IN FORCE MATCHES IT (THE CALLER'S GLOBAL X).
005700     05  DV-TEST1                PIC X(10).
005800     05  DV-TEST2                PIC X(10).
005900     05  DV-TEST3                PIC X(10).
006000     05  DV-FALLBACK-Z           PIC X(01).
006100*    DERIVE OUTPUT - THE Z AND THE ID OF THE RULE THAT WON,
006200*    '*GLOBALX' WHEN THE FALLBACK WAS USED.
006300     05  DV-RESULT-Z             PIC X(01).
006400     05  DV-RESULT-RULE-ID       PIC X(08).
006500     05  DV-MATCH-SW             PIC X(01).
006600         88  DV-RULE-MATCHED     VALUE "Y".
006700*    RULES NOW HELD, RETURNED ON EVERY CALL.
006800     05  DV-RULES-HELD           PIC 9(04) COMP.
006900*    ROOM FOR GROWTH - FUTURE PARAMETERS SHOULD BE ADDED
007000*    BELOW THIS POINT SO EXISTING DISPLACEMENTS NEVER MOVE.
007100     05  DV-FILLER-GROWTH        PIC X(32).
