003000*                     THE DELTAS INSTEAD OF RETYPING THE     *
003100*                     FILE.                                  *
003200*                 THE RUN DATE (JCL PARM, DEFAULT TODAY)     *
003300*                 PICKS WHICH RULES ARE IN FORCE.  THE       *
003400*                 DERIVATION ITSELF IS MYDERIV'S - THE       *
003500*                 ROUTINE MYPROG CALLS - SO THE TWO CANNOT   *
003550*                 DRIFT APART.                               *
003600*                                                             *
003700*    MODIFICATION HISTORY                                     *
003800*    DATE       BY    DESCRIPTION                             *
003900*    ---------  ----  -------------------------------------   *
004000*    2026-09-02 FR    ORIGINAL PROGRAM.                       *
004010*    2026-10-15 FR    THE RULE TABLE AND THE SCORING,         *
004020*                     TIE-BREAK AND EFFECTIVE-DATE LOGIC      *
004030*                     COPIED FROM MYPROG ARE GONE - THE RULES *
004040*                     ARE HANDED TO MYDERIV, THE DERIVATION   *
004050*                     ROUTINE MYPROG NOW CALLS TOO, AND EACH  *
004060*                     KEY'S EXPECTED Z COMES FROM IT.  THE    *
004070*                     TABLE NOW HOLDS 2000 RULES.             *
004100*                                                             *
004200***************************************************************
004300 IDENTIFICATION DIVISION.
015500     05  WS-CUR-TEST3            PIC X(10).
015600 01  WS-PREV-KEY                 PIC X(30)   VALUE LOW-VALUES.
015700
015800*    THE RULES THEMSELVES ARE HELD BY MYDERIV, THE DERIVATION
015900*    ROUTINE MYPROG USES, AND LOADED THE SAME WAY.
016000*    WS-RULE-OVERFLOW-SW IS SET WHEN THE FILE HOLDS MORE RULES
016100*    THAN MYDERIV'S TABLE.
016200 01  WS-RULE-OVERFLOW-SW         PIC X(01)   VALUE "N".
016300     88  WS-RULE-OVERFLOW                VALUE "Y".
017400
017500*    PARAMETER AREA FOR MYDERIV.
017600     COPY MYDERPRM.
018400
018500*    THE PROPOSED RECORD IS BUILT HERE AND WRITTEN FROM IT.
018600 01  WS-PROPOSED-RECORD.
034700     EXIT.
034800
034900***************************************************************
034950*    1500-LOAD-RULES - HAND THE RULES TO MYDERIV, IN FILE     *
035000*    ORDER, EXACTLY AS MYPROG'S 1500-LOAD-RULES DOES.         *
035300***************************************************************
035400 1500-LOAD-RULES.
035420     SET DV-FUNC-RESET TO TRUE
035440     CALL "MYDERIV" USING DERIVE-PARMS-AREA
035500     OPEN INPUT RULE-FILE
035600     IF NOT RULE-FILE-OK
035700         DISPLAY "MYEXPGEN - UNABLE TO OPEN RULEFILE, STATUS = "
036500         UNTIL END-OF-RULE-FILE
036600     CLOSE RULE-FILE
036700     IF WS-RULE-OVERFLOW
036800         DISPLAY "MYEXPGEN - RULEFILE HOLDS MORE THAN 2000 "
036900             "RULES - RULES PAST THE LIMIT ARE IGNORED"
037000     END-IF
037100     .
037800             SET END-OF-RULE-FILE TO TRUE
037900             GO TO 1510-LOAD-ONE-RULE-EXIT
038000     END-READ
038100     SET DV-FUNC-ADD-RULE TO TRUE
038200     MOVE RULE-RECORD TO DV-RULE-IMAGE
038300     MOVE WS-RUN-DATE TO DV-DERIVE-DATE
038400     CALL "MYDERIV" USING DERIVE-PARMS-AREA
038500     IF DV-RC-TABLE-FULL
040200         SET WS-RULE-OVERFLOW TO TRUE
040300     END-IF
040400     .
053200***************************************************************
053300*    3100-DERIVE-EXPECTED-Z - FIND THE MOST SPECIFIC RULE     *
053400*    IN FORCE FOR THE RUN DATE MATCHING THIS KEY AND TAKE     *
053450*    ITS Z, FALLING BACK TO THE GLOBAL X.  THE SEARCH IS      *
053500*    MYDERIV'S, THE SAME ROUTINE MYPROG'S                     *
053550*    3100-DERIVE-RESULT-Z CALLS, SO THE TWO CANNOT DRIFT.     *
053700***************************************************************
053800 3100-DERIVE-EXPECTED-Z.
054000     SET DV-FUNC-DERIVE TO TRUE
054100     MOVE WS-CUR-TEST1 TO DV-TEST1
054200     MOVE WS-CUR-TEST2 TO DV-TEST2
054300     MOVE WS-CUR-TEST3 TO DV-TEST3
054400     MOVE WS-RUN-DATE  TO DV-DERIVE-DATE
054500     MOVE WS-VALUE-X   TO DV-FALLBACK-Z
054600     CALL "MYDERIV" USING DERIVE-PARMS-AREA
054700     MOVE DV-RESULT-Z  TO WS-EXPECTED-Z
055200     .
055300 3100-DERIVE-EXPECTED-Z-EXIT.
055400     EXIT.
055500
061700***************************************************************
061800*    4000-PRINT-SUMMARY - WRITE THE TOTALS.                   *
061900***************************************************************
