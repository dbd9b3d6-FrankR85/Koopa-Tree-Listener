002800*                 RULE THAT DERIVED Z, AND THE CALL IS       *
002900*                 WRITTEN TO THE KEYED AUDIT FILE (FCT FILE  *
003000*                 MAUDFIL, MAUDKREC LAYOUT) SO MINQ FINDS    *
003100*                 IT LIKE ANY OTHER CALL.  THE DERIVATION    *
003200*                 ITSELF - SCORING, TIE-BREAK AND            *
003300*                 EFFECTIVE DATES - IS MYDERIV'S, THE        *
003400*                 ROUTINE MYPROG CALLS, SO THE SCREEN AND    *
003500*                 PRODUCTION CANNOT DISAGREE.  RUNS          *
003600*                 PSEUDO-CONVERSATIONALLY LIKE MYINQ.        *
003700*                                                             *
003800*    MODIFICATION HISTORY                                     *
003900*    DATE       BY    DESCRIPTION                             *
004000*    ---------  ----  -------------------------------------   *
004100*    2026-09-02 FR    ORIGINAL PROGRAM.                       *
004110*    2026-10-15 FR    THE RULE TABLE AND THE SCORING COPIED   *
004120*                     FROM MYPROG ARE GONE - EACH RULE        *
004130*                     BROWSED OFF MRULFIL IS HANDED TO        *
004140*                     MYDERIV AND Z COMES FROM IT (STATICALLY *
004150*                     LINKED - SEE MYTSTC).  THE TABLE NOW    *
004160*                     HOLDS 2000 RULES.                       *
004200*                                                             *
004300***************************************************************
004400 IDENTIFICATION DIVISION.
010800 01  MT-AUDIT-TIME               PIC 9(08) VALUE ZERO.
010900 01  MT-ABSTIME                  PIC S9(15) COMP-3.
011000*
011100*    PARAMETER AREA FOR MYDERIV, WHICH HOLDS THE RULES AND
011200*    MAKES THE MOST-SPECIFIC-MATCH SEARCH FOR THIS PROGRAM,
011300*    MYPROG AND MYEXPGEN ALIKE.
011400     COPY MYDERPRM.
012600*
012700*    IDENTITY OF THE RULE THAT DERIVED Z, '*GLOBALX' WHEN NONE.
014300 01  MT-DERIVED-RULE-ID          PIC X(08) VALUE SPACES.
014400*
014500*    THE RULE RECORD AS READ OFF THE ESDS BROWSE.
028600*
028700***************************************************************
028800*    3200-LOAD-RULES - BROWSE THE ONLINE (ESDS) COPY OF THE  *
028900*    RULES FILE, HANDING EACH RULE TO MYDERIV IN FILE ORDER. *
029000*    AN UNAVAILABLE OR EMPTY MRULFIL LEAVES THE TABLE EMPTY  *
029100*    AND THE CALL FALLS BACK TO THE GLOBAL X - THE SAME      *
029150*    BEHAVIOR MYPROG GIVES A MISSING RULEFILE.  ONCE         *
029200*    MYDERIV'S TABLE IS FULL THE BROWSE STOPS, AS MYPROG     *
029250*    IGNORES THE REST OF AN OVERSIZED RULEFILE.              *
029300***************************************************************
029400 3200-LOAD-RULES.
029450     SET DV-FUNC-RESET           TO TRUE.
029500     CALL 'MYDERIV' USING DERIVE-PARMS-AREA.
029600     MOVE 'N'                    TO MT-RULE-DONE-SW.
029700     MOVE ZERO                   TO MT-RULE-RBA.
029800     EXEC CICS STARTBR FILE(MT-RULE-FILENAME)
032200         SET MT-RULE-LOAD-DONE TO TRUE
032300         GO TO 3210-EXIT
032400     END-IF.
032420     SET DV-FUNC-ADD-RULE        TO TRUE.
032440     MOVE RULE-RECORD            TO DV-RULE-IMAGE.
032460     MOVE MT-DERIVE-DATE         TO DV-DERIVE-DATE.
032480     CALL 'MYDERIV' USING DERIVE-PARMS-AREA.
032500     IF DV-RC-TABLE-FULL
032600         SET MT-RULE-LOAD-DONE TO TRUE
035300     END-IF.
035400 3210-EXIT.
035500     EXIT.
035700***************************************************************
035800*    3300-DERIVE-RESULT-Z - FIND THE MOST SPECIFIC RULE IN   *
035900*    FORCE FOR TODAY MATCHING THE ENTERED KEY AND TAKE ITS   *
035950*    Z, FALLING BACK TO THE GLOBAL X WHEN NOTHING MATCHES.   *
036000*    THE SEARCH IS MYDERIV'S, THE SAME ROUTINE MYPROG'S      *
036050*    3100-DERIVE-RESULT-Z CALLS.                             *
036200***************************************************************
036300 3300-DERIVE-RESULT-Z.
036500     SET DV-FUNC-DERIVE          TO TRUE.
036600     MOVE MT-TEST1               TO DV-TEST1.
036700     MOVE MT-TEST2               TO DV-TEST2.
036800     MOVE MT-TEST3               TO DV-TEST3.
036900     MOVE MT-DERIVE-DATE         TO DV-DERIVE-DATE.
037000     MOVE MT-VALUE-X             TO DV-FALLBACK-Z.
037100     CALL 'MYDERIV' USING DERIVE-PARMS-AREA.
037200     MOVE DV-RESULT-Z            TO MT-VALUE-Z.
037300     MOVE DV-RESULT-RULE-ID      TO MT-DERIVED-RULE-ID.
037800 3300-EXIT.
037900     EXIT.
038000*
044100***************************************************************
044200*    3400-FORMAT-SCREEN - ECHO THE KEY, SHOW THE RESULTS     *
044300*    AND SET THE MESSAGE LINE.                               *
