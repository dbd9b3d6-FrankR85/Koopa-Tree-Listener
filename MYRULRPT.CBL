001700*                     CARRYING THE VOLUME ARE VISIBLE,       *
001800*                   - RULES THAT NEVER FIRED IN THE RANGE    *
001900*                     (DEAD RULES THAT CAN BE PRUNED         *
002000*                     BEFORE MYPROG'S 2000-RULE TABLE LIMIT  *
002100*                     IS REACHED),                           *
002200*                   - HOW MANY CALLS FELL THROUGH TO THE     *
002300*                     GLOBAL X ('*GLOBALX'),                 *
003600*    DATE       BY    DESCRIPTION                             *
003700*    ---------  ----  -------------------------------------   *
003800*    2026-09-02 FR    ORIGINAL PROGRAM.                       *
003810*    2026-10-15 FR    RULE TABLE RAISED FROM 100 TO 2000      *
003820*                     ENTRIES TO MATCH MYDERIV, WHICH MYPROG  *
003830*                     NOW LOADS ITS RULES INTO.               *
003900*                                                             *
004000***************************************************************
004100 IDENTIFICATION DIVISION.
010700                                 PIC 9(08).
010800
010900*    THE RULES AS LOADED OFF RULEFILE, IN FILE ORDER - THE
011000*    SAME 2000-ENTRY LIMIT AND THE SAME BLANK-ID FALLBACK
011100*    ('RULE' PLUS FILE POSITION) AS MYDERIV, WHICH MYPROG
011200*    LOADS ITS RULES INTO, SO THE IDS COUNTED HERE ARE THE
011300*    IDS MYPROG STAMPED.
011400 01  WS-RULE-TABLE.
011500     05  WS-RULE-USED            PIC 9(04)   COMP    VALUE ZERO.
011600     05  WS-RULE-OVERFLOW-SW     PIC X(01)           VALUE "N".
011700         88  WS-RULE-OVERFLOW            VALUE "Y".
011800     05  WS-RULE-ENTRY OCCURS 1 TO 2000 TIMES
011900                       DEPENDING ON WS-RULE-USED
012000                       INDEXED BY WS-RULE-IDX.
012100         10  WS-RULE-ID          PIC X(08).
026600         UNTIL END-OF-RULE-FILE
026700     CLOSE RULE-FILE
026800     IF WS-RULE-OVERFLOW
026900         DISPLAY "MYRULRPT - RULEFILE HOLDS MORE THAN 2000 "
027000             "RULES - RULES PAST THE LIMIT ARE NOT REPORTED"
027100     END-IF
027200     .
027900             SET END-OF-RULE-FILE TO TRUE
028000             GO TO 1510-LOAD-ONE-RULE-EXIT
028100     END-READ
028200     IF WS-RULE-USED < 2000
028300         ADD 1 TO WS-RULE-USED
028400         SET WS-RULE-IDX TO WS-RULE-USED
028500         IF RL-RULE-ID = SPACES OR LOW-VALUES
