000100***************************************************************
000200*                                                             *
000300*    PROGRAM:     MYDERIV                                     *
000400*    AUTHOR:      F. ROSSI - APPLICATIONS DEVELOPMENT         *
000500*    INSTALLATION: KOOPA TREE LISTENER                        *
000600*    DATE-WRITTEN: 2026-10-15                                 *
000700*    DATE-COMPILED:                                           *
000800*                                                             *
000900*    PURPOSE:     THE ONE Z DERIVATION ROUTINE.  MYPROG,      *
001000*                 MYEXPGEN AND THE MTST SCREEN (MYTEST) EACH  *
001100*                 USED TO CARRY THEIR OWN COPY OF THE RULE    *
001200*                 TABLE, THE SCORING, THE TIE-BREAK AND THE   *
001300*                 EFFECTIVE-DATE CHECK, KEPT IN STEP BY HAND  *
001400*                 - A DRIFT WOULD HAVE LEFT MYRECON'S         *
001500*                 EXPECTATIONS AND THE HELP DESK'S SCREEN     *
001600*                 QUIETLY DISAGREEING WITH PRODUCTION.  ALL   *
001700*                 THREE NOW CALL THIS ROUTINE (PARAMETER      *
001800*                 AREA MYDERPRM), SO A RULE BEHAVES THE SAME  *
001900*                 EVERYWHERE BY CONSTRUCTION.                 *
002000*                                                             *
002100*                 THE ROUTINE DOES NO I/O, SO IT RUNS THE     *
002200*                 SAME UNDER CICS AS IN BATCH: THE CALLER     *
002300*                 READS ITS RULES FILE AND HANDS EACH RULE    *
002400*                 OVER IN FILE ORDER (DV-FUNC-ADD-RULE),      *
002500*                 THEN ASKS FOR EACH KEY'S Z                  *
002600*                 (DV-FUNC-DERIVE).  THE RULES ARE MATCHED    *
002700*                 EXACTLY AS MRULREC DESCRIBES AND AS MYPROG  *
002800*                 ALWAYS DID - A RULE NOT IN FORCE ON THE     *
002900*                 DERIVE DATE TAKES NO PART, 2 PER EXACT      *
003000*                 FIELD, 1 FOR A TEST1 RANGE, THE HIGHEST     *
003100*                 SCORE WINS, A TIE GOES TO THE RULE NEAREST  *
003200*                 THE TOP OF THE FILE, AND NO MATCH RETURNS   *
003300*                 THE CALLER'S FALLBACK (THE GLOBAL X).       *
003400*                                                             *
003500*                 THE TABLE HOLDS 2000 RULES (THE OLD COPIES  *
003600*                 HELD 100) AND A CALL NO LONGER SCORES       *
003700*                 EVERY ONE OF THEM.  THE RULES ARE ALSO      *
003800*                 FILED IN TEST2/TEST3 ORDER, AND A RULE CAN  *
003900*                 ONLY MATCH A KEY WHEN ITS TEST2 IS THE      *
004000*                 KEY'S OR BLANK AND ITS TEST3 IS THE KEY'S   *
004100*                 OR BLANK - SO A CALL LOOKS UP (SEARCH ALL)  *
004200*                 JUST THOSE FOUR TEST2/TEST3 GROUPS AND      *
004300*                 SCORES ONLY THEIR RULES, STOPPING IN EACH   *
004400*                 GROUP AT THE FIRST RULE WHOSE TEST1-LO IS   *
004500*                 ALREADY PAST THE KEY'S TEST1.  BECAUSE THE  *
004600*                 CANDIDATES ARE NO LONGER VISITED IN FILE    *
004700*                 ORDER, THE TIE-BREAK COMPARES FILE          *
004800*                 POSITIONS EXPLICITLY - THE WINNER IS THE    *
004900*                 SAME RULE THE OLD TOP-TO-BOTTOM SCAN        *
005000*                 PICKED.                                     *
005100*                                                             *
005200*    MODIFICATION HISTORY                                     *
005300*    DATE       BY    DESCRIPTION                             *
005400*    ---------  ----  -------------------------------------   *
005500*    2026-10-15 FR    ORIGINAL PROGRAM - DERIVATION LOGIC     *
005600*                     TAKEN FROM MYPROG'S 1510-LOAD-ONE-RULE  *
005700*                     AND 3100-DERIVE-RESULT-Z /              *
005800*                     3110-CHECK-ONE-RULE.                    *
005900*                                                             *
006000***************************************************************
006100 IDENTIFICATION DIVISION.
006200 PROGRAM-ID.                MYDERIV.
006300 AUTHOR.                    F. ROSSI.
006400 INSTALLATION.              KOOPA TREE LISTENER.
006500 DATE-WRITTEN.              2026-10-15.
006600 DATE-COMPILED.
006700
006800 ENVIRONMENT DIVISION.
006900 CONFIGURATION SECTION.
007000 SOURCE-COMPUTER.           IBM-370.
007100 OBJECT-COMPUTER.           IBM-370.
007200
007300 DATA DIVISION.
007400 WORKING-STORAGE SECTION.
007500*    THE RULE HANDED OVER ON AN ADD CALL.
007600     COPY MRULREC.
007700
007800*    THE SIZE OF THE RULE TABLE.  MYRSYNC AND THE MRUL SCREEN
007900*    (MYRMNT) REFUSE A RULES FILE LONGER THAN THIS.
008000 01  WS-RULE-LIMIT               PIC 9(04)   COMP    VALUE 2000.
008100
008200*    THE RULES, IN THE ORDER THEY WERE HANDED OVER - FILE
008300*    ORDER.  AN ENTRY'S POSITION HERE IS ITS FILE POSITION,
008400*    WHICH THE TIE-BREAK AND THE 'RULE' + POSITION DEFAULT ID
008500*    BOTH USE.  EFFECTIVE DATES ARE ZERO (NO BOUND) WHEN THE
008600*    RECORD CARRIED THEM BLANK OR NON-NUMERIC.
008700 01  WS-RULE-TABLE.
008800     05  WS-RULE-USED            PIC 9(04)   COMP    VALUE ZERO.
008900     05  WS-RULE-ENTRY OCCURS 1 TO 2000 TIMES
009000                       DEPENDING ON WS-RULE-USED
009100                       INDEXED BY WS-RULE-IDX.
009200         10  WS-RULE-TEST1-LO    PIC X(10).
009300         10  WS-RULE-TEST1-HI    PIC X(10).
009400         10  WS-RULE-TEST2       PIC X(10).
009500         10  WS-RULE-TEST3       PIC X(10).
009600         10  WS-RULE-RESULT-Z    PIC X(01).
009700         10  WS-RULE-EFF-FROM    PIC 9(08).
009800         10  WS-RULE-EFF-TO      PIC 9(08).
009900         10  WS-RULE-ID          PIC X(08).
010000
010100*    THE SAME RULES FILED IN TEST2, TEST3, TEST1-LO ORDER,
010200*    KEPT IN ORDER AS EACH RULE IS ADDED.  WITHIN ONE
010300*    TEST2/TEST3 PATTERN THE BLANK-TEST1 RULES (CLASS '0')
010400*    COME FIRST, THEN THE CODED ONES (CLASS '1') BY TEST1-LO;
010500*    THE FILE POSITION ON THE END KEEPS EVERY KEY UNIQUE.
010600 01  WS-ORDER-TABLE.
010700     05  WS-ORDER-ENTRY OCCURS 1 TO 2000 TIMES
010800                       DEPENDING ON WS-RULE-USED.
010900         10  WS-ORD-KEY.
011000             15  WS-ORD-PATTERN.
011100                 20  WS-ORD-TEST2    PIC X(10).
011200                 20  WS-ORD-TEST3    PIC X(10).
011300             15  WS-ORD-T1-CLASS     PIC X(01).
011400             15  WS-ORD-TEST1-LO     PIC X(10).
011500             15  WS-ORD-POSITION     PIC 9(04).
011600
011700*    ONE ENTRY PER DISTINCT TEST2/TEST3 PATTERN, GIVING THE
011800*    FIRST AND LAST WS-ORDER-TABLE ENTRY CARRYING IT.  BUILT
011900*    FROM THE ORDER TABLE ON THE FIRST DERIVE CALL AFTER ANY
012000*    RULE IS ADDED, AND SEARCHED (SEARCH ALL) ON EVERY CALL.
012100 01  WS-GROUP-TABLE.
012200     05  WS-GROUP-USED           PIC 9(04)   COMP    VALUE ZERO.
012300     05  WS-GROUP-ENTRY OCCURS 1 TO 2000 TIMES
012400                       DEPENDING ON WS-GROUP-USED
012500                       ASCENDING KEY IS WS-GRP-KEY
012600                       INDEXED BY WS-GRP-IDX.
012700         10  WS-GRP-KEY.
012800             15  WS-GRP-TEST2        PIC X(10).
012900             15  WS-GRP-TEST3        PIC X(10).
013000         10  WS-GRP-FIRST        PIC 9(04)   COMP.
013100         10  WS-GRP-LAST         PIC 9(04)   COMP.
013200
013300 01  WS-SWITCHES.
013400     05  WS-GROUPS-SW            PIC X(01)   VALUE "Y".
013500         88  GROUPS-CURRENT              VALUE "Y".
013600         88  GROUPS-STALE                VALUE "N".
013700     05  WS-SLOT-FOUND-SW        PIC X(01)   VALUE "N".
013800         88  ORDER-SLOT-FOUND            VALUE "Y".
013900     05  WS-WALK-DONE-SW         PIC X(01)   VALUE "N".
014000         88  GROUP-WALK-DONE             VALUE "Y".
014100
014200*    THE ORDER-TABLE KEY OF THE RULE BEING ADDED.
014300 01  WS-NEW-ORDER-KEY.
014400     05  WS-NEW-TEST2            PIC X(10).
014500     05  WS-NEW-TEST3            PIC X(10).
014600     05  WS-NEW-T1-CLASS         PIC X(01).
014700     05  WS-NEW-TEST1-LO         PIC X(10).
014800     05  WS-NEW-POSITION         PIC 9(04).
014900
015000*    THE TEST2/TEST3 GROUP BEING LOOKED UP ON A DERIVE CALL.
015100 01  WS-LOOK-KEY.
015200     05  WS-LOOK-TEST2           PIC X(10).
015300     05  WS-LOOK-TEST3           PIC X(10).
015400
015500 01  WS-ORD-SUB                  PIC 9(04)   COMP    VALUE ZERO.
015600
015700*    WORK FIELDS FOR THE MOST-SPECIFIC-MATCH SEARCH.  EACH
015800*    EXACTLY-MATCHED FIELD SCORES 2, A TEST1 RANGE SCORES 1;
015900*    THE HIGHEST-SCORING MATCH WINS AND A TIE GOES TO THE
016000*    LOWER FILE POSITION.
016100 01  WS-RULE-WORK.
016200     05  WS-RULE-SCORE           PIC S9(04)  COMP    VALUE ZERO.
016300     05  WS-BEST-SCORE           PIC S9(04)  COMP    VALUE ZERO.
016400     05  WS-BEST-POSITION        PIC 9(04)   COMP    VALUE ZERO.
016500     05  WS-BEST-RESULT-Z        PIC X(01)   VALUE SPACE.
016600     05  WS-BEST-RULE-ID         PIC X(08)   VALUE SPACES.
016700
016800*    DEFAULT ID GIVEN TO A RULE WITH NO RL-RULE-ID KEYED -
016900*    'RULE' PLUS ITS POSITION ON THE FILE.
017000 01  WS-GEN-RULE-ID.
017100     05  FILLER                  PIC X(04)   VALUE "RULE".
017200     05  WS-GEN-RULE-SEQ         PIC 9(04).
017300
017400 LINKAGE SECTION.
017500     COPY MYDERPRM.
017600
017700***************************************************************
017800*    MAINLINE                                                 *
017900***************************************************************
018000 PROCEDURE DIVISION USING DERIVE-PARMS-AREA.
018100
018200 0000-MAINLINE.
018300     SET DV-RC-OK TO TRUE
018400     EVALUATE TRUE
018500         WHEN DV-FUNC-RESET
018600             PERFORM 1000-RESET-TABLE
018700                 THRU 1000-RESET-TABLE-EXIT
018800         WHEN DV-FUNC-ADD-RULE
018900             PERFORM 2000-ADD-RULE
019000                 THRU 2000-ADD-RULE-EXIT
019100         WHEN DV-FUNC-DERIVE
019200             PERFORM 3000-DERIVE-RESULT-Z
019300                 THRU 3000-DERIVE-RESULT-Z-EXIT
019400         WHEN OTHER
019500             SET DV-RC-BAD-FUNCTION TO TRUE
019600     END-EVALUATE
019700     MOVE WS-RULE-USED TO DV-RULES-HELD
019800     GOBACK
019900     .
020000
020100***************************************************************
020200*    1000-RESET-TABLE - EMPTY THE TABLE SO THE CALLER CAN     *
020300*    LOAD A FRESH SET OF RULES.                               *
020400***************************************************************
020500 1000-RESET-TABLE.
020600     MOVE ZERO TO WS-RULE-USED
020700     MOVE ZERO TO WS-GROUP-USED
020800     SET GROUPS-CURRENT TO TRUE
020900     .
021000 1000-RESET-TABLE-EXIT.
021100     EXIT.
021200
021300***************************************************************
021400*    2000-ADD-RULE - ADD THE RULE IN DV-RULE-IMAGE AT THE END *
021500*    OF THE TABLE (FILE ORDER - THE TIE-BREAK DEPENDS ON IT)  *
021600*    AND FILE IT IN THE ORDER TABLE.  THE EFFECTIVE DATES     *
021700*    ARE ZERO (NO BOUND) WHEN BLANK OR NON-NUMERIC, SO        *
021800*    RECORDS KEYED BEFORE THE DATES EXISTED STAY IN FORCE.    *
021900*    A RULE ALREADY EXPIRED BY DV-DERIVE-DATE IS STILL ADDED  *
022000*    (THE EFFECTIVITY CHECK KEEPS IT FROM MATCHING) BUT IS    *
022100*    FLAGGED SO THE CALLER CAN REPORT IT FOR PURGING.  A      *
022200*    FULL TABLE ADDS NOTHING AND SAYS SO.                     *
022300***************************************************************
022400 2000-ADD-RULE.
022500     MOVE SPACES TO DV-ADDED-RULE-ID
022600     MOVE ZERO   TO DV-ADDED-EFF-TO
022700     MOVE "N"    TO DV-ADDED-EXPIRED-SW
022800     IF WS-RULE-USED NOT < WS-RULE-LIMIT
022900         SET DV-RC-TABLE-FULL TO TRUE
023000         GO TO 2000-ADD-RULE-EXIT
023100     END-IF
023200     MOVE DV-RULE-IMAGE TO RULE-RECORD
023300     ADD 1 TO WS-RULE-USED
023400     SET WS-RULE-IDX TO WS-RULE-USED
023500     MOVE RL-TEST1-LO TO WS-RULE-TEST1-LO (WS-RULE-IDX)
023600     MOVE RL-TEST1-HI TO WS-RULE-TEST1-HI (WS-RULE-IDX)
023700     MOVE RL-TEST2    TO WS-RULE-TEST2 (WS-RULE-IDX)
023800     MOVE RL-TEST3    TO WS-RULE-TEST3 (WS-RULE-IDX)
023900     MOVE RL-RESULT-Z TO WS-RULE-RESULT-Z (WS-RULE-IDX)
024000     IF RL-RULE-ID = SPACES OR LOW-VALUES
024100         MOVE WS-RULE-USED TO WS-GEN-RULE-SEQ
024200         MOVE WS-GEN-RULE-ID TO WS-RULE-ID (WS-RULE-IDX)
024300     ELSE
024400         MOVE RL-RULE-ID TO WS-RULE-ID (WS-RULE-IDX)
024500     END-IF
024600     IF RL-EFFECTIVE-FROM NUMERIC
024700         MOVE RL-EFFECTIVE-FROM
024800             TO WS-RULE-EFF-FROM (WS-RULE-IDX)
024900     ELSE
025000         MOVE ZERO TO WS-RULE-EFF-FROM (WS-RULE-IDX)
025100     END-IF
025200     IF RL-EFFECTIVE-TO NUMERIC
025300         MOVE RL-EFFECTIVE-TO
025400             TO WS-RULE-EFF-TO (WS-RULE-IDX)
025500     ELSE
025600         MOVE ZERO TO WS-RULE-EFF-TO (WS-RULE-IDX)
025700     END-IF
025800     MOVE WS-RULE-ID (WS-RULE-IDX)     TO DV-ADDED-RULE-ID
025900     MOVE WS-RULE-EFF-TO (WS-RULE-IDX) TO DV-ADDED-EFF-TO
026000     IF WS-RULE-EFF-TO (WS-RULE-IDX) > ZERO
026100         AND WS-RULE-EFF-TO (WS-RULE-IDX) < DV-DERIVE-DATE
026200         SET DV-RULE-EXPIRED TO TRUE
026300     END-IF
026400     PERFORM 2100-FILE-IN-ORDER
026500         THRU 2100-FILE-IN-ORDER-EXIT
026600     SET GROUPS-STALE TO TRUE
026700     .
026800 2000-ADD-RULE-EXIT.
026900     EXIT.
027000
027100***************************************************************
027200*    2100-FILE-IN-ORDER - INSERT THE NEW RULE'S KEY INTO THE  *
027300*    ORDER TABLE, SHIFTING EVERY HIGHER KEY UP ONE SLOT.  THE *
027400*    NEW RULE HAS THE HIGHEST FILE POSITION, SO IT LANDS      *
027500*    AFTER ANY RULE WITH THE SAME PATTERN AND TEST1-LO.       *
027600***************************************************************
027700 2100-FILE-IN-ORDER.
027800     MOVE RL-TEST2 TO WS-NEW-TEST2
027900     MOVE RL-TEST3 TO WS-NEW-TEST3
028000     IF RL-TEST1-LO = SPACES
028100         MOVE "0" TO WS-NEW-T1-CLASS
028200     ELSE
028300         MOVE "1" TO WS-NEW-T1-CLASS
028400     END-IF
028500     MOVE RL-TEST1-LO  TO WS-NEW-TEST1-LO
028600     MOVE WS-RULE-USED TO WS-NEW-POSITION
028700     MOVE WS-RULE-USED TO WS-ORD-SUB
028800     MOVE "N" TO WS-SLOT-FOUND-SW
028900     PERFORM 2110-SHIFT-ONE-UP
029000         THRU 2110-SHIFT-ONE-UP-EXIT
029100         UNTIL WS-ORD-SUB = 1
029200            OR ORDER-SLOT-FOUND
029300     MOVE WS-NEW-ORDER-KEY TO WS-ORD-KEY (WS-ORD-SUB)
029400     .
029500 2100-FILE-IN-ORDER-EXIT.
029600     EXIT.
029700
029800***************************************************************
029900*    2110-SHIFT-ONE-UP - WS-ORD-SUB IS THE FREE SLOT.  WHEN   *
030000*    THE KEY BELOW IT SORTS AFTER THE NEW ONE, MOVE IT UP     *
030100*    INTO THE SLOT; OTHERWISE THE SLOT IS WHERE THE NEW KEY   *
030200*    GOES.                                                    *
030300***************************************************************
030400 2110-SHIFT-ONE-UP.
030500     IF WS-ORD-KEY (WS-ORD-SUB - 1) > WS-NEW-ORDER-KEY
030600         MOVE WS-ORD-KEY (WS-ORD-SUB - 1)
030700             TO WS-ORD-KEY (WS-ORD-SUB)
030800         SUBTRACT 1 FROM WS-ORD-SUB
030900     ELSE
031000         SET ORDER-SLOT-FOUND TO TRUE
031100     END-IF
031200     .
031300 2110-SHIFT-ONE-UP-EXIT.
031400     EXIT.
031500
031600***************************************************************
031700*    3000-DERIVE-RESULT-Z - FIND THE MOST SPECIFIC RULE IN    *
031800*    FORCE ON DV-DERIVE-DATE MATCHING DV-TEST1/2/3 AND TAKE   *
031900*    ITS Z.  ONLY THE FOUR TEST2/TEST3 GROUPS THE KEY CAN     *
032000*    MATCH ARE LOOKED AT - (TEST2,TEST3), (TEST2,BLANK),      *
032100*    (BLANK,TEST3) AND (BLANK,BLANK).  WS-BEST-SCORE STARTS   *
032200*    AT -1 SO AN ALL-WILDCARD RULE (SCORE ZERO) CAN STILL     *
032300*    WIN WHEN IT IS THE ONLY MATCH.  NO MATCHING RULE MEANS   *
032400*    Z = DV-FALLBACK-Z AND RULE ID '*GLOBALX'.                *
032500***************************************************************
032600 3000-DERIVE-RESULT-Z.
032700     MOVE -1   TO WS-BEST-SCORE
032800     MOVE ZERO TO WS-BEST-POSITION
032900     MOVE "N"  TO DV-MATCH-SW
033000     IF WS-RULE-USED > ZERO
033100         IF GROUPS-STALE
033200             PERFORM 3100-BUILD-GROUPS
033300                 THRU 3100-BUILD-GROUPS-EXIT
033400         END-IF
033500         MOVE DV-TEST2 TO WS-LOOK-TEST2
033600         MOVE DV-TEST3 TO WS-LOOK-TEST3
033700         PERFORM 3200-CHECK-ONE-GROUP
033800             THRU 3200-CHECK-ONE-GROUP-EXIT
033900         MOVE SPACES   TO WS-LOOK-TEST3
034000         PERFORM 3200-CHECK-ONE-GROUP
034100             THRU 3200-CHECK-ONE-GROUP-EXIT
034200         MOVE SPACES   TO WS-LOOK-TEST2
034300         MOVE DV-TEST3 TO WS-LOOK-TEST3
034400         PERFORM 3200-CHECK-ONE-GROUP
034500             THRU 3200-CHECK-ONE-GROUP-EXIT
034600         MOVE SPACES   TO WS-LOOK-TEST3
034700         PERFORM 3200-CHECK-ONE-GROUP
034800             THRU 3200-CHECK-ONE-GROUP-EXIT
034900     END-IF
035000     IF DV-RULE-MATCHED
035100         MOVE WS-BEST-RESULT-Z TO DV-RESULT-Z
035200         MOVE WS-BEST-RULE-ID  TO DV-RESULT-RULE-ID
035300     ELSE
035400         MOVE DV-FALLBACK-Z    TO DV-RESULT-Z
035500         MOVE "*GLOBALX"       TO DV-RESULT-RULE-ID
035600     END-IF
035700     .
035800 3000-DERIVE-RESULT-Z-EXIT.
035900     EXIT.
036000
036100***************************************************************
036200*    3100-BUILD-GROUPS - ONE PASS OVER THE ORDER TABLE,       *
036300*    STARTING A NEW GROUP EACH TIME THE TEST2/TEST3 PATTERN   *
036400*    CHANGES.  THE ORDER TABLE IS IN PATTERN ORDER, SO THE    *
036500*    GROUP TABLE COMES OUT IN THE ASCENDING KEY ORDER         *
036600*    SEARCH ALL NEEDS.                                        *
036700***************************************************************
036800 3100-BUILD-GROUPS.
036900     MOVE ZERO TO WS-GROUP-USED
037000     PERFORM 3110-GROUP-ONE-ENTRY
037100         THRU 3110-GROUP-ONE-ENTRY-EXIT
037200         VARYING WS-ORD-SUB FROM 1 BY 1
037300         UNTIL WS-ORD-SUB > WS-RULE-USED
037400     SET GROUPS-CURRENT TO TRUE
037500     .
037600 3100-BUILD-GROUPS-EXIT.
037700     EXIT.
037800
037900 3110-GROUP-ONE-ENTRY.
038000     IF WS-GROUP-USED > ZERO
038100         IF WS-ORD-PATTERN (WS-ORD-SUB)
038200             = WS-GRP-KEY (WS-GROUP-USED)
038300             MOVE WS-ORD-SUB TO WS-GRP-LAST (WS-GROUP-USED)
038400             GO TO 3110-GROUP-ONE-ENTRY-EXIT
038500         END-IF
038600     END-IF
038700     ADD 1 TO WS-GROUP-USED
038800     MOVE WS-ORD-PATTERN (WS-ORD-SUB)
038900         TO WS-GRP-KEY (WS-GROUP-USED)
039000     MOVE WS-ORD-SUB TO WS-GRP-FIRST (WS-GROUP-USED)
039100     MOVE WS-ORD-SUB TO WS-GRP-LAST (WS-GROUP-USED)
039200     .
039300 3110-GROUP-ONE-ENTRY-EXIT.
039400     EXIT.
039500
039600***************************************************************
039700*    3200-CHECK-ONE-GROUP - FIND THE GROUP FOR WS-LOOK-KEY    *
039800*    AND SCORE ITS RULES.  NO SUCH GROUP MEANS NO RULE WITH   *
039900*    THAT PATTERN EXISTS.                                     *
040000***************************************************************
040100 3200-CHECK-ONE-GROUP.
040200     SEARCH ALL WS-GROUP-ENTRY
040300         AT END
040400             GO TO 3200-CHECK-ONE-GROUP-EXIT
040500         WHEN WS-GRP-KEY (WS-GRP-IDX) = WS-LOOK-KEY
040600             CONTINUE
040700     END-SEARCH
040800     MOVE "N" TO WS-WALK-DONE-SW
040900     PERFORM 3210-CHECK-ONE-RULE
041000         THRU 3210-CHECK-ONE-RULE-EXIT
041100         VARYING WS-ORD-SUB FROM WS-GRP-FIRST (WS-GRP-IDX) BY 1
041200         UNTIL WS-ORD-SUB > WS-GRP-LAST (WS-GRP-IDX)
041300            OR GROUP-WALK-DONE
041400     .
041500 3200-CHECK-ONE-GROUP-EXIT.
041600     EXIT.
041700
041800***************************************************************
041900*    3210-CHECK-ONE-RULE - SCORE ONE RULE OF THE GROUP        *
042000*    AGAINST THE KEY.  A CODED TEST1-LO ALREADY PAST THE      *
042100*    KEY'S TEST1 CAN MATCH NEITHER EXACTLY NOR AS A RANGE,    *
042200*    AND EVERY RULE AFTER IT IN THE GROUP HAS A HIGHER ONE,   *
042300*    SO THE WALK STOPS THERE.  OTHERWISE, EXACTLY AS BEFORE:  *
042400*    A RULE NOT IN FORCE ON THE DERIVE DATE (EFFECTIVE-FROM   *
042500*    STILL IN THE FUTURE, OR EFFECTIVE-TO ALREADY PAST - ZERO *
042600*    MEANS NO BOUND) DOES NOT PARTICIPATE; A RULE THAT FAILS  *
042700*    ANY CODED FIELD DOES NOT MATCH AT ALL; A RULE THAT       *
042800*    PASSES SCORES 2 PER EXACT FIELD AND 1 FOR A TEST1 RANGE. *
042900*    A HIGHER SCORE DISPLACES THE RUNNING BEST, AND SO DOES   *
043000*    AN EQUAL SCORE FROM A RULE HIGHER UP THE FILE.           *
043100***************************************************************
043200 3210-CHECK-ONE-RULE.
043300     IF WS-ORD-T1-CLASS (WS-ORD-SUB) = "1"
043400         AND WS-ORD-TEST1-LO (WS-ORD-SUB) > DV-TEST1
043500         SET GROUP-WALK-DONE TO TRUE
043600         GO TO 3210-CHECK-ONE-RULE-EXIT
043700     END-IF
043800     SET WS-RULE-IDX TO WS-ORD-POSITION (WS-ORD-SUB)
043900     IF WS-RULE-EFF-FROM (WS-RULE-IDX) > ZERO
044000         AND DV-DERIVE-DATE < WS-RULE-EFF-FROM (WS-RULE-IDX)
044100         GO TO 3210-CHECK-ONE-RULE-EXIT
044200     END-IF
044300     IF WS-RULE-EFF-TO (WS-RULE-IDX) > ZERO
044400         AND DV-DERIVE-DATE > WS-RULE-EFF-TO (WS-RULE-IDX)
044500         GO TO 3210-CHECK-ONE-RULE-EXIT
044600     END-IF
044700     MOVE ZERO TO WS-RULE-SCORE
044800     EVALUATE TRUE
044900         WHEN WS-RULE-TEST1-LO (WS-RULE-IDX) = SPACES
045000             CONTINUE
045100         WHEN WS-RULE-TEST1-HI (WS-RULE-IDX) = SPACES
045200             IF DV-TEST1 = WS-RULE-TEST1-LO (WS-RULE-IDX)
045300                 ADD 2 TO WS-RULE-SCORE
045400             ELSE
045500                 GO TO 3210-CHECK-ONE-RULE-EXIT
045600             END-IF
045700         WHEN OTHER
045800             IF DV-TEST1 NOT < WS-RULE-TEST1-LO (WS-RULE-IDX)
045900                 AND DV-TEST1
046000                     NOT > WS-RULE-TEST1-HI (WS-RULE-IDX)
046100                 ADD 1 TO WS-RULE-SCORE
046200             ELSE
046300                 GO TO 3210-CHECK-ONE-RULE-EXIT
046400             END-IF
046500     END-EVALUATE
046600     IF WS-RULE-TEST2 (WS-RULE-IDX) NOT = SPACES
046700         IF DV-TEST2 = WS-RULE-TEST2 (WS-RULE-IDX)
046800             ADD 2 TO WS-RULE-SCORE
046900         ELSE
047000             GO TO 3210-CHECK-ONE-RULE-EXIT
047100         END-IF
047200     END-IF
047300     IF WS-RULE-TEST3 (WS-RULE-IDX) NOT = SPACES
047400         IF DV-TEST3 = WS-RULE-TEST3 (WS-RULE-IDX)
047500             ADD 2 TO WS-RULE-SCORE
047600         ELSE
047700             GO TO 3210-CHECK-ONE-RULE-EXIT
047800         END-IF
047900     END-IF
048000     IF WS-RULE-SCORE > WS-BEST-SCORE
048100         OR (WS-RULE-SCORE = WS-BEST-SCORE
048200             AND WS-ORD-POSITION (WS-ORD-SUB) < WS-BEST-POSITION)
048300         MOVE WS-RULE-SCORE TO WS-BEST-SCORE
048400         MOVE WS-ORD-POSITION (WS-ORD-SUB) TO WS-BEST-POSITION
048500         MOVE WS-RULE-RESULT-Z (WS-RULE-IDX)
048600             TO WS-BEST-RESULT-Z
048700         MOVE WS-RULE-ID (WS-RULE-IDX)
048800             TO WS-BEST-RULE-ID
048900         SET DV-RULE-MATCHED TO TRUE
049000     END-IF
049100     .
049200 3210-CHECK-ONE-RULE-EXIT.
049300     EXIT.
049400
049500 END PROGRAM MYDERIV.
