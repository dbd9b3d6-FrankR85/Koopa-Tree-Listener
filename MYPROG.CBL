006716*                     AUDIT STAMP TIME STAYS THE ACTUAL WALL     *
006717*                     CLOCK.                                     *
006718*                                                             *
006719*    2026-10-15 FR    THE EXTRACT RECORD NOW CARRIES THE         *
006720*                     IDENTITY OF THE RULE THAT DERIVED Z        *
006721*                     (EX-RULE-ID, SAME VALUE AS AU-RULE-ID) SO  *
006722*                     THE KEY MASTER UPDATE (MYKEYU) CAN RECORD  *
006723*                     IT AGAINST EACH KEY.                       *
006724*    2026-10-15 FR    ADDED CORRECTION MODE - A CALL WITH        *
006727*                     MP-MODE-CORRECTION (FROM THE CORRECTION    *
006730*                     RUN, MYCORR) CARRIES ONE ORIGINAL POSTING  *
006733*                     OF A PAST DATE AND ITS Z AND RULE.  Z IS   *
006736*                     RE-DERIVED UNDER THE CONTROL VALUES AND    *
006739*                     RULES NOW IN FORCE AND, ONLY WHEN IT       *
006742*                     CHANGES, AN AUDIT RECORD MARKED AS A       *
006745*                     CORRECTION (AU-RECORD-TYPE 'C',            *
006748*                     AU-PRIOR-Z) IS POSTED WITH A REVERSAL      *
006751*                     ('R') AND A REPLACEMENT ('C') EXTRACT      *
006754*                     RECORD (EX-POSTING-TYPE), ALL UNDER THE    *
006757*                     ORIGINAL DATE.  UNLIKE TRIAL MODE THIS     *
006760*                     POSTS FOR REAL.  SEE                       *
006763*                     3600-PROCESS-CORRECTION-REQUEST AND        *
006766*                     5500-WRITE-REVERSAL-RECORD.                *
006768*    2026-10-15 FR    THE RULE TABLE, THE MOST-SPECIFIC-MATCH    *
006770*                     SEARCH, THE TIE-BREAK AND THE              *
006772*                     EFFECTIVE-DATE CHECK MOVED TO MYDERIV, THE *
006774*                     DERIVATION ROUTINE NOW SHARED WITH         *
006776*                     MYEXPGEN AND THE MTST SCREEN (PARAMETER    *
006778*                     AREA MYDERPRM).  1510-LOAD-ONE-RULE HANDS  *
006780*                     EACH RULE TO MYDERIV AND                   *
006782*                     3100-DERIVE-RESULT-Z ASKS IT FOR Z;        *
006784*                     RESULTS ARE UNCHANGED.  THE TABLE NOW      *
006786*                     HOLDS 2000 RULES.                          *
006790*                                                             *
006800***************************************************************
006900 IDENTIFICATION DIVISION.
007000 PROGRAM-ID.                MYPROG.
017700         88  EXTRACT-FILE-NOT-OPEN   VALUE "N".
017800 01  WS-EXTRACT-FILE-STATUS  PIC X(02)   VALUE SPACES.
017900     88  EXTRACT-FILE-STATUS-OK      VALUE "00".
017910
017920*    POSTING TYPE STAMPED ON THE AUDIT AND EXTRACT RECORDS
017930*    THIS CALL WRITES - SPACE ON A NORMAL CALL, 'C' ON THE
017940*    AUDIT RECORD AND REPLACEMENT EXTRACT OF A CORRECTION
017950*    CALL (SEE 3600-PROCESS-CORRECTION-REQUEST).
017960 01  WS-POSTING-TYPE         PIC X(01)   VALUE SPACE.
018000
018100*    CONTROL FILE SWITCHES.  THE CONTROL FILE IS READ ONCE,
018200*    ON THE FIRST CALL TO MYPROG IN THE RUN UNIT, NOT ON
019700 01  WS-RULE-EOF-SW          PIC X(01)   VALUE "N".
019800     88  END-OF-RULE-FILE            VALUE "Y".
019900
020000*    THE RULES THEMSELVES ARE HELD BY MYDERIV, IN THE ORDER THEY
020100*    APPEAR ON THE FILE.  WS-RULE-OVERFLOW-SW IS SET WHEN THE
020200*    FILE HOLDS MORE RULES THAN MYDERIV'S TABLE SO THE RUN CAN
020300*    SAY COVERAGE WAS INCOMPLETE RATHER THAN SILENTLY DROPPING
020400*    RULES.
020500 01  WS-RULE-OVERFLOW-SW     PIC X(01)   VALUE "N".
020600     88  WS-RULE-OVERFLOW            VALUE "Y".
021600
021700*    TRIAL-MODE CONTROLS.  THE PROPOSED VALUES ARE LOADED
021800*    ONCE, ON THE FIRST TRIAL CALL; A LOAD OR SIMULATION
024000     05  WS-PROP-VALUE-Y         PIC X(01).
024100     05  FILLER                  PIC X(78).
024200
024300*    PARAMETER AREA FOR MYDERIV, THE SHARED DERIVATION ROUTINE,
024400*    WHICH HOLDS THE RULES AND MAKES THE MOST-SPECIFIC-MATCH
024500*    SEARCH FOR THIS PROGRAM, MYEXPGEN AND THE MTST SCREEN ALIKE.
024600     COPY MYDERPRM.
025210
025220*    IDENTITY OF THE RULE THAT DERIVED THIS CALL'S Z, STAMPED
025230*    INTO AU-RULE-ID BY 4000-WRITE-AUDIT-RECORD.  '*GLOBALX'
025240*    MARKS A FALL-THROUGH TO THE GLOBAL X; SPACES MARK A
025250*    REJECTED CALL THAT NEVER DERIVED ANYTHING.
025260 01  WS-DERIVED-RULE-ID          PIC X(08)   VALUE SPACES.
025300
025400*    CURRENT WALL-CLOCK TIME FOR AUDIT RECORD STAMPING - THE
025450*    DATES ON THE RECORDS COME FROM WS-DERIVE-DATE BELOW.
025600 01  WS-CURRENT-TIME         PIC 9(08).
025610
025620*    THE RUN DATE MYDERIV'S RULE EFFECTIVITY CHECK IS MADE
025630*    AGAINST, SET ONCE PER CALL, AND THE DATE THE LOAD-TIME
025640*    EXPIRY REPORT IN 1500-LOAD-RULES IS MADE AGAINST.  EXPIRED
025650*    RULES STAY ON THE TABLE - THEY ARE REPORTED FOR PURGING,
025660*    NOT DROPPED - SO THE EFFECTIVITY CHECK ALONE DECIDES WHAT
025670*    IS IN FORCE.
025680 01  WS-DERIVE-DATE          PIC 9(08)   VALUE ZERO.
025695 01  WS-EXPIRED-RULES        PIC 9(04)   COMP    VALUE ZERO.
025700
028380     END-IF
028400     MOVE SPACES TO MP-RESULT-X MP-RESULT-Y MP-RESULT-Z
028410     MOVE SPACES TO WS-DERIVED-RULE-ID
028420     MOVE SPACE  TO WS-POSTING-TYPE
028500     PERFORM 2000-VALIDATE-INPUT
028600         THRU 2000-VALIDATE-INPUT-EXIT
028700     IF MP-MODE-TRIAL
029100         END-IF
029200         GOBACK
029300     END-IF
029310     IF MP-MODE-CORRECTION
029320         IF MP-RC-OK
029330             PERFORM 3600-PROCESS-CORRECTION-REQUEST
029340                 THRU 3600-PROCESS-CORRECTION-REQUEST-EXIT
029350         END-IF
029360         GOBACK
029370     END-IF
029400     IF MP-RC-OK
029500         PERFORM 3000-PROCESS-REQUEST
029600             THRU 3000-PROCESS-REQUEST-EXIT
032700
032800***************************************************************
032900*    1500-LOAD-RULES - READ THE Z DERIVATION RULES OFF        *
033000*    RULEFILE INTO MYDERIV'S TABLE, ONCE PER RUN UNIT.  A     *
033100*    MISSING OR EMPTY FILE LEAVES THE TABLE EMPTY AND EVERY   *
033200*    CALL FALLS BACK TO THE GLOBAL X, WHICH IS THE BEHAVIOR   *
033300*    EVERY CALL HAD BEFORE THE RULES FILE EXISTED.            *
033400***************************************************************
033500 1500-LOAD-RULES.
033510     ACCEPT WS-DERIVE-DATE FROM DATE YYYYMMDD
033520     SET DV-FUNC-RESET TO TRUE
033540     CALL "MYDERIV" USING DERIVE-PARMS-AREA
033600     OPEN INPUT RULE-FILE
033700     IF RULE-FILE-STATUS-OK
033800         PERFORM 1510-LOAD-ONE-RULE
034000             UNTIL END-OF-RULE-FILE
034100         CLOSE RULE-FILE
034200         IF WS-RULE-OVERFLOW
034300             DISPLAY "MYPROG - RULEFILE HOLDS MORE THAN 2000 "
034400                 "RULES - RULES PAST THE LIMIT ARE IGNORED"
034500         END-IF
034510         IF WS-EXPIRED-RULES > ZERO
034900     EXIT.
035000
035100***************************************************************
035130*    1510-LOAD-ONE-RULE - READ ONE RULE RECORD AND HAND IT    *
035160*    TO MYDERIV, IN FILE ORDER - THE TIE-BREAK DEPENDS ON     *
035190*    THAT ORDER.  MYDERIV TAKES THE EFFECTIVE DATES AS ZERO   *
035220*    (NO BOUND) WHEN BLANK OR NON-NUMERIC, SO RECORDS KEYED   *
035250*    BEFORE THE DATES EXISTED STAY IN FORCE EXACTLY AS        *
035280*    BEFORE.  A RULE ALREADY EXPIRED AT LOAD TIME IS STILL    *
035310*    LOADED (THE EFFECTIVITY CHECK KEEPS IT FROM MATCHING)    *
035340*    BUT IS REPORTED SO THE FILE CAN BE PURGED.  ONCE         *
035370*    MYDERIV'S TABLE IS FULL THE REST OF THE FILE IS READ     *
035400*    AND IGNORED.                                             *
035500***************************************************************
035600 1510-LOAD-ONE-RULE.
035700     READ RULE-FILE
035900             SET END-OF-RULE-FILE TO TRUE
036000             GO TO 1510-LOAD-ONE-RULE-EXIT
036100     END-READ
036200     SET DV-FUNC-ADD-RULE TO TRUE
036250     MOVE RULE-RECORD    TO DV-RULE-IMAGE
036300     MOVE WS-DERIVE-DATE TO DV-DERIVE-DATE
036350     CALL "MYDERIV" USING DERIVE-PARMS-AREA
036400     IF DV-RC-TABLE-FULL
037100         SET WS-RULE-OVERFLOW TO TRUE
037110         GO TO 1510-LOAD-ONE-RULE-EXIT
037120     END-IF
037130     IF DV-RULE-EXPIRED
037140         ADD 1 TO WS-EXPIRED-RULES
037150         DISPLAY "MYPROG - RULE " DV-ADDED-RULE-ID
037160             " (TEST1 '" RL-TEST1-LO
037170             "') EXPIRED " DV-ADDED-EFF-TO
037180             " - ELIGIBLE FOR PURGE"
037200     END-IF
037300     .
037400 1510-LOAD-ONE-RULE-EXIT.
044900***************************************************************
045000*    3100-DERIVE-RESULT-Z - FIND THE MOST SPECIFIC RULE       *
045100*    MATCHING THIS CALL'S TEST1/TEST2/TEST3 AND TAKE ITS Z.   *
045150*    THE SEARCH IS MYDERIV'S - THE SAME ROUTINE MYEXPGEN AND  *
045200*    THE MTST SCREEN USE - AND IS MADE AGAINST THE RULES IN   *
045250*    FORCE ON WS-DERIVE-DATE: 2 PER EXACT FIELD, 1 FOR A      *
045300*    TEST1 RANGE, HIGHEST SCORE WINS, A TIE GOES TO THE RULE  *
045350*    NEAREST THE TOP OF THE FILE.  NO MATCHING RULE MEANS     *
045400*    Z = WS-DERIVE-FALLBACK, WHICH THE CALLER SETS TO THE     *
045450*    GLOBAL X ON A NORMAL CALL - THE BEHAVIOR EVERY CALL HAD  *
045500*    BEFORE THE RULES FILE EXISTED - AND TO EACH CANDIDATE X  *
045550*    IN TURN ON A TRIAL CALL.                                 *
045800***************************************************************
045900 3100-DERIVE-RESULT-Z.
046000     SET DV-FUNC-DERIVE TO TRUE
046100     MOVE MP-TEST1           TO DV-TEST1
046200     MOVE MP-TEST2           TO DV-TEST2
046300     MOVE MP-TEST3           TO DV-TEST3
046400     MOVE WS-DERIVE-DATE     TO DV-DERIVE-DATE
046500     MOVE WS-DERIVE-FALLBACK TO DV-FALLBACK-Z
046600     CALL "MYDERIV" USING DERIVE-PARMS-AREA
046700     MOVE DV-RESULT-Z        TO Z
046800     MOVE DV-RESULT-RULE-ID  TO WS-DERIVED-RULE-ID
047300     .
047400 3100-DERIVE-RESULT-Z-EXIT.
047500     EXIT.
047600
052900***************************************************************
053000*    3500-PROCESS-TRIAL-REQUEST - TRIAL-MODE PROCESSING.      *
053100*    DERIVE Z TWICE - AGAINST THE CURRENT CONTROL VALUES      *
055300     .
055400 3500-PROCESS-TRIAL-REQUEST-EXIT.
055500     EXIT.
055503
055506***************************************************************
055509*    3600-PROCESS-CORRECTION-REQUEST - CORRECTION-MODE        *
055512*    PROCESSING FOR ONE ORIGINAL POSTING HANDED IN BY MYCORR. *
055515*    Z IS RE-DERIVED UNDER THE CONTROL VALUES AND RULES NOW   *
055518*    IN FORCE FOR THE POSTING'S DATE.  WHEN IT COMES OUT THE  *
055521*    SAME AS THE Z ORIGINALLY POSTED NOTHING IS WRITTEN;      *
055524*    OTHERWISE THE CALL POSTS, UNDER THE ORIGINAL DATE, AN    *
055527*    AUDIT RECORD MARKED AS A CORRECTION, A REVERSAL OF THE   *
055530*    ORIGINAL EXTRACT RECORD AND A REPLACEMENT CARRYING THE   *
055533*    NEW Z - IN THAT ORDER, SO EVERY REVERSAL ON EXTFILE IS   *
055536*    IMMEDIATELY FOLLOWED BY ITS REPLACEMENT.  THE CALLER     *
055539*    TELLS A CORRECTED POSTING FROM AN UNCHANGED ONE BY       *
055542*    COMPARING MP-RESULT-Z WITH MP-PRIOR-Z.                   *
055545***************************************************************
055548 3600-PROCESS-CORRECTION-REQUEST.
055551     PERFORM 3000-PROCESS-REQUEST
055554         THRU 3000-PROCESS-REQUEST-EXIT
055557     IF MP-RESULT-Z = MP-PRIOR-Z
055560         GO TO 3600-PROCESS-CORRECTION-REQUEST-EXIT
055563     END-IF
055566     MOVE "C" TO WS-POSTING-TYPE
055569     PERFORM 4000-WRITE-AUDIT-RECORD
055572         THRU 4000-WRITE-AUDIT-RECORD-EXIT
055575     PERFORM 5500-WRITE-REVERSAL-RECORD
055578         THRU 5500-WRITE-REVERSAL-RECORD-EXIT
055581     PERFORM 5000-WRITE-EXTRACT-RECORD
055584         THRU 5000-WRITE-EXTRACT-RECORD-EXIT
055587     .
055590 3600-PROCESS-CORRECTION-REQUEST-EXIT.
055593     EXIT.
055600
055700***************************************************************
055800*    4000-WRITE-AUDIT-RECORD - APPEND ONE RECORD TO THE       *
058100     MOVE MP-RESULT-Z           TO AU-RESULT-Z
058200     MOVE MP-RETURN-CODE        TO AU-RETURN-CODE
058210     MOVE WS-DERIVED-RULE-ID    TO AU-RULE-ID
058220     MOVE WS-POSTING-TYPE       TO AU-RECORD-TYPE
058230     IF MP-MODE-CORRECTION
058240         MOVE MP-PRIOR-Z        TO AU-PRIOR-Z
058250     ELSE
058260         MOVE SPACE             TO AU-PRIOR-Z
058270     END-IF
058300     WRITE AUDIT-RECORD
058400     IF NOT AUDIT-FILE-STATUS-OK
058500         DISPLAY "MYPROG - UNABLE TO WRITE AUDTFILE, STATUS = "
060900     MOVE MP-TEST3              TO EX-TEST3
061000     MOVE MP-RESULT-Z           TO EX-RESULT-Z
061100     MOVE WS-DERIVE-DATE        TO EX-RUN-DATE
061150     MOVE WS-DERIVED-RULE-ID    TO EX-RULE-ID
061160     MOVE WS-POSTING-TYPE       TO EX-POSTING-TYPE
061200     WRITE EXTRACT-RECORD
061300     IF NOT EXTRACT-FILE-STATUS-OK
061400         DISPLAY "MYPROG - UNABLE TO WRITE EXTFILE, STATUS = "
061700     .
061800 5000-WRITE-EXTRACT-RECORD-EXIT.
061900     EXIT.
061902
061905***************************************************************
061908*    5500-WRITE-REVERSAL-RECORD - APPEND THE REVERSAL OF AN   *
061911*    ORIGINAL EXTRACT RECORD ON A CORRECTION CALL: THE SAME   *
061914*    KEY, DATE, Z AND RULE AS THE ORIGINAL, MARKED 'R'.       *
061917*    SAME OPEN-ONCE PATTERN AS 5000-WRITE-EXTRACT-RECORD.     *
061920***************************************************************
061923 5500-WRITE-REVERSAL-RECORD.
061926     IF EXTRACT-FILE-NOT-OPEN
061929         OPEN EXTEND EXTRACT-FILE
061932         IF NOT EXTRACT-FILE-STATUS-OK
061935             DISPLAY "MYPROG - UNABLE TO OPEN EXTFILE, "
061938                 "STATUS = " WS-EXTRACT-FILE-STATUS
061941             GO TO 5500-WRITE-REVERSAL-RECORD-EXIT
061944         END-IF
061947         SET EXTRACT-FILE-OPEN TO TRUE
061950     END-IF
061953     MOVE MP-TEST1              TO EX-TEST1
061956     MOVE MP-TEST2              TO EX-TEST2
061959     MOVE MP-TEST3              TO EX-TEST3
061962     MOVE MP-PRIOR-Z            TO EX-RESULT-Z
061965     MOVE WS-DERIVE-DATE        TO EX-RUN-DATE
061968     MOVE MP-PRIOR-RULE-ID      TO EX-RULE-ID
061971     SET EX-REVERSAL-POSTING    TO TRUE
061974     WRITE EXTRACT-RECORD
061977     IF NOT EXTRACT-FILE-STATUS-OK
061980         DISPLAY "MYPROG - UNABLE TO WRITE EXTFILE, STATUS = "
061983             WS-EXTRACT-FILE-STATUS
061986     END-IF
061989     .
061992 5500-WRITE-REVERSAL-RECORD-EXIT.
061995     EXIT.
062000
062100***************************************************************
062200*    6000-WRITE-SIM-RECORD - APPEND ONE COMPARISON RECORD     *
