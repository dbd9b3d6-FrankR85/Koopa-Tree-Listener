000100***************************************************************
000200*                                                             *
000300*    PROGRAM:     MYTIMJDG                                    *
000400*    AUTHOR:      F. ROSSI - APPLICATIONS DEVELOPMENT         *
000500*    INSTALLATION: KOOPA TREE LISTENER                        *
000600*    DATE-WRITTEN: 2026-10-15                                 *
000700*    DATE-COMPILED:                                           *
000800*                                                             *
000900*    PURPOSE:     THE ONE STEP-TIMING JUDGE.  THE BATCH       *
001000*                 WINDOW REPORT (MYTIMRPT) AND THE MORNING    *
001100*                 HEALTH PAGE (MYHLTH) BOTH CALL THIS ROUTINE *
001200*                 (PARAMETER AREA MYTIMPRM), SO A STEP RUN IS *
001300*                 TIMED, AVERAGED AND CALLED SLOW, AND A RUN  *
001400*                 DATE'S DUE TIME IS WORKED OUT, THE SAME WAY *
001500*                 IN BOTH, BY THE STANDARDS IN MTIMSTD.       *
001600*                                                             *
001700*                 THE ROUTINE DOES NO I/O: THE CALLER READS   *
001800*                 THE JOB-TIMING FILE (DD JOBTIME, MTIMREC)   *
001900*                 AND HANDS OVER EVERY RECORD IN FILE ORDER   *
002000*                 (TJ-FUNC-JUDGE-RUN).  EACH RUN'S ELAPSED    *
002100*                 TIME IS WORKED OUT FROM ITS START AND END   *
002200*                 STAMPS AND JUDGED AGAINST THE AVERAGE OF    *
002300*                 ITS PROGRAM'S GOOD RUNS HANDED OVER BEFORE  *
002400*                 IT; A GOOD RUN THEN JOINS THAT HISTORY.     *
002500*                 THE HISTORY IS A RING OF THE LAST 10 RUNS   *
002600*                 PER PROGRAM (TS-ROLLING-RUNS, AT MOST 10),  *
002700*                 FOR UP TO 20 PROGRAMS.  TJ-FUNC-DUE-STAMP   *
002800*                 GIVES THE DATE AND TIME A RUN DATE'S        *
002900*                 STREAM IS DUE COMPLETE.                     *
003000*                                                             *
003100*    MODIFICATION HISTORY                                     *
003200*    DATE       BY    DESCRIPTION                             *
003300*    ---------  ----  -------------------------------------   *
003400*    2026-10-15 FR    ORIGINAL PROGRAM.                       *
003500*                                                             *
003600***************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.                MYTIMJDG.
003900 AUTHOR.                    F. ROSSI.
004000 INSTALLATION.              KOOPA TREE LISTENER.
004100 DATE-WRITTEN.              2026-10-15.
004200 DATE-COMPILED.
004300
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.           IBM-370.
004700 OBJECT-COMPUTER.           IBM-370.
004800
004900 DATA DIVISION.
005000 WORKING-STORAGE SECTION.
005100*    THE RUN HANDED OVER ON A JUDGE CALL.
005200     COPY MTIMREC.
005300
005400*    BATCH WINDOW STANDARDS AND THE STREAM STEP LIST.
005500     COPY MTIMSTD.
005600
005700*    THE ROLLING HISTORY - THE LAST TS-ROLLING-RUNS GOOD
005800*    ELAPSED TIMES PER PROGRAM, HELD AS A RING.  WS-NEXT-SLOT
005900*    IS WHERE THE NEXT GOOD RUN GOES, OVER THE OLDEST ONCE THE
006000*    RING IS FULL.
006100 01  WS-STEP-TABLE.
006200     05  WS-STEPS-HELD           PIC 9(04)   COMP    VALUE ZERO.
006300     05  WS-STEP-ENTRY OCCURS 1 TO 20 TIMES
006400                       DEPENDING ON WS-STEPS-HELD
006500                       INDEXED BY WS-STEP-IDX.
006600         10  WS-STEP-PROGRAM-ID  PIC X(08).
006700         10  WS-RUNS-HELD        PIC 9(04)   COMP.
006800         10  WS-NEXT-SLOT        PIC 9(04)   COMP.
006900         10  WS-RUN-SECONDS      PIC 9(08)   COMP
007000                                 OCCURS 10 TIMES.
007100
007200 01  WS-SWITCHES.
007300     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
007400         88  WS-STEP-FOUND               VALUE "Y".
007500
007600*    ELAPSED TIME WORK.  A CLOCK TIME (HHMMSSHH) IS TAKEN APART
007700*    THROUGH WS-CLOCK-PARTS; WHOLE DAYS BETWEEN THE START AND
007800*    END DATES ARE COUNTED BY WALKING THE CALENDAR A DAY AT A
007900*    TIME, NO MORE THAN WS-WALK-LIMIT DAYS.
008000 01  WS-CLOCK-TIME               PIC 9(08)   VALUE ZERO.
008100 01  WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
008200     05  WS-CLOCK-HH             PIC 9(02).
008300     05  WS-CLOCK-MM             PIC 9(02).
008400     05  WS-CLOCK-SS             PIC 9(02).
008500     05  WS-CLOCK-HS             PIC 9(02).
008600 01  WS-START-SECS               PIC 9(08)   COMP    VALUE ZERO.
008700 01  WS-END-SECS                 PIC 9(08)   COMP    VALUE ZERO.
008800 01  WS-HISTORY-TOTAL            PIC 9(09)   COMP    VALUE ZERO.
008900 01  WS-DAYS-WALKED              PIC 9(04)   COMP    VALUE ZERO.
009000 01  WS-WALK-LIMIT               PIC 9(04)   COMP    VALUE 7.
009100 01  WS-SLOT-SUB                 PIC 9(04)   COMP    VALUE ZERO.
009200
009300*    CALENDAR WORK FOR THE DAY WALK AND THE DUE DATE.
009400 01  WS-CAL-DATE                 PIC 9(08)   VALUE ZERO.
009500 01  WS-CAL-PARTS REDEFINES WS-CAL-DATE.
009600     05  WS-CAL-YYYY             PIC 9(04).
009700     05  WS-CAL-MM               PIC 9(02).
009800     05  WS-CAL-DD               PIC 9(02).
009900 01  WS-MONTH-LENGTHS.
010000     05  FILLER                  PIC X(24)
010100                                 VALUE "312831303130313130313031".
010200 01  WS-MONTH-TABLE REDEFINES WS-MONTH-LENGTHS.
010300     05  WS-MONTH-DAYS           PIC 9(02)   OCCURS 12 TIMES.
010400 01  WS-MONTH-LEN                PIC 9(02)   VALUE ZERO.
010500 01  WS-LEAP-QUOT                PIC 9(04)   COMP    VALUE ZERO.
010600 01  WS-LEAP-REM                 PIC 9(04)   COMP    VALUE ZERO.
010700
010800 LINKAGE SECTION.
010900     COPY MYTIMPRM.
011000
011100***************************************************************
011200*    MAINLINE                                                 *
011300***************************************************************
011400 PROCEDURE DIVISION USING TIMING-JUDGE-AREA.
011500
011600 0000-MAINLINE.
011700     SET TJ-RC-OK TO TRUE
011800     EVALUATE TRUE
011900         WHEN TJ-FUNC-RESET
012000             PERFORM 1000-RESET-HISTORY
012100                 THRU 1000-RESET-HISTORY-EXIT
012200         WHEN TJ-FUNC-JUDGE-RUN
012300             PERFORM 2000-JUDGE-RUN
012400                 THRU 2000-JUDGE-RUN-EXIT
012500         WHEN TJ-FUNC-DUE-STAMP
012600             PERFORM 3000-COMPUTE-DUE-STAMP
012700                 THRU 3000-COMPUTE-DUE-STAMP-EXIT
012800         WHEN OTHER
012900             SET TJ-RC-BAD-FUNCTION TO TRUE
013000     END-EVALUATE
013100     GOBACK
013200     .
013300
013400***************************************************************
013500*    1000-RESET-HISTORY - FORGET EVERY PROGRAM'S RUNS SO THE  *
013600*    CALLER CAN START THE FILE AGAIN FROM THE TOP.            *
013700***************************************************************
013800 1000-RESET-HISTORY.
013900     MOVE ZERO TO WS-STEPS-HELD
014000     .
014100 1000-RESET-HISTORY-EXIT.
014200     EXIT.
014300
014400***************************************************************
014500*    2000-JUDGE-RUN - TIME THE RUN IN TJ-TIMING-IMAGE, JUDGE  *
014600*    IT AGAINST ITS PROGRAM'S HELD RUNS, THEN HOLD IT WHEN IT *
014700*    WAS GOOD.  A RECORD THAT CANNOT BE TIMED IS REFUSED.     *
014800***************************************************************
014900 2000-JUDGE-RUN.
015000     MOVE TJ-TIMING-IMAGE TO JOB-TIMING-RECORD
015100     MOVE ZERO TO TJ-ELAPSED-SECS
015200     MOVE ZERO TO TJ-AVERAGE-SECS
015300     MOVE ZERO TO TJ-RUNS-AVERAGED
015400     MOVE "N"  TO TJ-JUDGED-SW
015500     MOVE "N"  TO TJ-SLOW-SW
015600     MOVE "N"  TO TJ-GOOD-SW
015700     MOVE ZERO TO TJ-STREAM-STEP-NO
015800     IF TM-RUN-DATE NOT NUMERIC
015900         OR TM-START-STAMP NOT NUMERIC
016000         OR TM-END-STAMP NOT NUMERIC
016100         OR TM-RETURN-CODE NOT NUMERIC
016200         SET TJ-RC-BAD-RECORD TO TRUE
016300         GO TO 2000-JUDGE-RUN-EXIT
016400     END-IF
016500     IF TM-RETURN-CODE < 8
016600         SET TJ-RUN-GOOD TO TRUE
016700     END-IF
016800     SET TS-STREAM-IDX TO 1
016900     SEARCH TS-STREAM-STEP
017000         AT END
017100             CONTINUE
017200         WHEN TS-STREAM-STEP (TS-STREAM-IDX) = TM-PROGRAM-ID
017300             SET TJ-STREAM-STEP-NO TO TS-STREAM-IDX
017400     END-SEARCH
017500     PERFORM 5000-COMPUTE-ELAPSED
017600         THRU 5000-COMPUTE-ELAPSED-EXIT
017700     PERFORM 2100-FIND-STEP-ENTRY
017800         THRU 2100-FIND-STEP-ENTRY-EXIT
017900     IF NOT WS-STEP-FOUND
018000         SET TJ-RC-STEP-TABLE-FULL TO TRUE
018100         GO TO 2000-JUDGE-RUN-EXIT
018200     END-IF
018300     MOVE WS-RUNS-HELD (WS-STEP-IDX) TO TJ-RUNS-AVERAGED
018400     IF TJ-RUNS-AVERAGED > ZERO
018500         MOVE ZERO TO WS-HISTORY-TOTAL
018600         PERFORM 2200-ADD-ONE-HELD-RUN
018700             THRU 2200-ADD-ONE-HELD-RUN-EXIT
018800             VARYING WS-SLOT-SUB FROM 1 BY 1
018900             UNTIL WS-SLOT-SUB > TJ-RUNS-AVERAGED
019000         DIVIDE WS-HISTORY-TOTAL BY TJ-RUNS-AVERAGED
019100             GIVING TJ-AVERAGE-SECS ROUNDED
019200     END-IF
019300     IF TJ-RUNS-AVERAGED NOT < TS-MIN-HISTORY
019400         AND TJ-RUNS-AVERAGED > ZERO
019500         SET TJ-RUN-JUDGED TO TRUE
019600         IF TJ-ELAPSED-SECS * 100
019700                > TJ-AVERAGE-SECS * TS-SLOW-PERCENT
019800             AND TJ-ELAPSED-SECS NOT < TJ-AVERAGE-SECS
019900                                      + TS-SLOW-MARGIN-SECS
020000             SET TJ-RUN-SLOW TO TRUE
020100         END-IF
020200     END-IF
020300     IF TJ-RUN-GOOD
020400         PERFORM 2300-HOLD-RUN
020500             THRU 2300-HOLD-RUN-EXIT
020600     END-IF
020700     .
020800 2000-JUDGE-RUN-EXIT.
020900     EXIT.
021000
021100***************************************************************
021200*    2100-FIND-STEP-ENTRY - LOCATE THE PROGRAM'S HISTORY      *
021300*    ENTRY, ADDING AN EMPTY ONE WHEN FIRST SEEN.  ON EXIT     *
021400*    WS-STEP-FOUND IS SET AND WS-STEP-IDX POINTS AT THE       *
021500*    ENTRY, UNLESS THE TABLE IS FULL.                         *
021600***************************************************************
021700 2100-FIND-STEP-ENTRY.
021800     MOVE "N" TO WS-FOUND-SW
021900     IF WS-STEPS-HELD > ZERO
022000         SET WS-STEP-IDX TO 1
022100         SEARCH WS-STEP-ENTRY
022200             AT END
022300                 CONTINUE
022400             WHEN WS-STEP-PROGRAM-ID (WS-STEP-IDX) = TM-PROGRAM-ID
022500                 SET WS-STEP-FOUND TO TRUE
022600         END-SEARCH
022700     END-IF
022800     IF NOT WS-STEP-FOUND
022900         AND WS-STEPS-HELD < 20
023000         ADD 1 TO WS-STEPS-HELD
023100         SET WS-STEP-IDX TO WS-STEPS-HELD
023200         MOVE TM-PROGRAM-ID TO WS-STEP-PROGRAM-ID (WS-STEP-IDX)
023300         MOVE ZERO TO WS-RUNS-HELD (WS-STEP-IDX)
023400         MOVE 1    TO WS-NEXT-SLOT (WS-STEP-IDX)
023500         SET WS-STEP-FOUND TO TRUE
023600     END-IF
023700     .
023800 2100-FIND-STEP-ENTRY-EXIT.
023900     EXIT.
024000
024100 2200-ADD-ONE-HELD-RUN.
024200     ADD WS-RUN-SECONDS (WS-STEP-IDX WS-SLOT-SUB)
024300         TO WS-HISTORY-TOTAL
024400     .
024500 2200-ADD-ONE-HELD-RUN-EXIT.
024600     EXIT.
024700
024800***************************************************************
024900*    2300-HOLD-RUN - PUT A GOOD RUN'S ELAPSED TIME IN ITS     *
025000*    PROGRAM'S RING, OVER THE OLDEST HELD RUN ONCE FULL.      *
025100***************************************************************
025200 2300-HOLD-RUN.
025300     MOVE WS-NEXT-SLOT (WS-STEP-IDX) TO WS-SLOT-SUB
025400     MOVE TJ-ELAPSED-SECS
025500         TO WS-RUN-SECONDS (WS-STEP-IDX WS-SLOT-SUB)
025600     IF WS-RUNS-HELD (WS-STEP-IDX) < TS-ROLLING-RUNS
025700         ADD 1 TO WS-RUNS-HELD (WS-STEP-IDX)
025800     END-IF
025900     IF WS-SLOT-SUB < TS-ROLLING-RUNS
026000         ADD 1 TO WS-NEXT-SLOT (WS-STEP-IDX)
026100     ELSE
026200         MOVE 1 TO WS-NEXT-SLOT (WS-STEP-IDX)
026300     END-IF
026400     .
026500 2300-HOLD-RUN-EXIT.
026600     EXIT.
026700
026800***************************************************************
026900*    3000-COMPUTE-DUE-STAMP - TJ-RUN-DATE PLUS                *
027000*    TS-DUE-DAY-OFFSET DAYS, AT TS-DUE-TIME.                  *
027100***************************************************************
027200 3000-COMPUTE-DUE-STAMP.
027300     IF TJ-RUN-DATE NOT NUMERIC
027400         SET TJ-RC-BAD-RECORD TO TRUE
027500         MOVE ZERO TO TJ-DUE-STAMP
027600         GO TO 3000-COMPUTE-DUE-STAMP-EXIT
027700     END-IF
027800     MOVE TJ-RUN-DATE TO WS-CAL-DATE
027900     PERFORM 5200-NEXT-CAL-DATE
028000         THRU 5200-NEXT-CAL-DATE-EXIT
028100         TS-DUE-DAY-OFFSET TIMES
028200     MOVE WS-CAL-DATE TO TJ-DUE-DATE
028300     MOVE TS-DUE-TIME TO TJ-DUE-TIME
028400     .
028500 3000-COMPUTE-DUE-STAMP-EXIT.
028600     EXIT.
028700
028800***************************************************************
028900*    5000-COMPUTE-ELAPSED - SECONDS FROM THE RECORD'S START   *
029000*    STAMP TO ITS END STAMP:  THE END TIME OF DAY, LESS THE   *
029100*    START TIME OF DAY, PLUS A DAY FOR EACH DATE CROSSED.  AN *
029200*    END BEFORE THE START (A CLOCK RESET) COUNTS AS ZERO.     *
029300***************************************************************
029400 5000-COMPUTE-ELAPSED.
029500     IF TM-END-STAMP < TM-START-STAMP
029600         GO TO 5000-COMPUTE-ELAPSED-EXIT
029700     END-IF
029800     MOVE TM-START-TIME TO WS-CLOCK-TIME
029900     COMPUTE WS-START-SECS = WS-CLOCK-HH * 3600
030000         + WS-CLOCK-MM * 60 + WS-CLOCK-SS
030100     MOVE TM-END-TIME TO WS-CLOCK-TIME
030200     COMPUTE WS-END-SECS = WS-CLOCK-HH * 3600
030300         + WS-CLOCK-MM * 60 + WS-CLOCK-SS
030400     MOVE TM-START-DATE TO WS-CAL-DATE
030500     MOVE ZERO TO WS-DAYS-WALKED
030600     PERFORM 5100-WALK-ONE-DAY
030700         THRU 5100-WALK-ONE-DAY-EXIT
030800         UNTIL WS-CAL-DATE NOT < TM-END-DATE
030900         OR WS-DAYS-WALKED NOT < WS-WALK-LIMIT
031000     IF WS-DAYS-WALKED = ZERO
031100         AND WS-END-SECS < WS-START-SECS
031200         GO TO 5000-COMPUTE-ELAPSED-EXIT
031300     END-IF
031400     COMPUTE TJ-ELAPSED-SECS = WS-DAYS-WALKED * 86400
031500         + WS-END-SECS - WS-START-SECS
031600     .
031700 5000-COMPUTE-ELAPSED-EXIT.
031800     EXIT.
031900
032000 5100-WALK-ONE-DAY.
032100     PERFORM 5200-NEXT-CAL-DATE
032200         THRU 5200-NEXT-CAL-DATE-EXIT
032300     ADD 1 TO WS-DAYS-WALKED
032400     .
032500 5100-WALK-ONE-DAY-EXIT.
032600     EXIT.
032700
032800***************************************************************
032900*    5200-NEXT-CAL-DATE - ADVANCE WS-CAL-DATE ONE DAY.  A     *
033000*    YEAR DIVISIBLE BY 4 IS A LEAP YEAR UNLESS IT IS A        *
033100*    CENTURY NOT DIVISIBLE BY 400.  A DATE WITH NO VALID      *
033200*    MONTH IS LEFT AT ALL NINES SO A WALK STOPS.              *
033300***************************************************************
033400 5200-NEXT-CAL-DATE.
033500     IF WS-CAL-MM < 1
033600         OR WS-CAL-MM > 12
033700         MOVE 99999999 TO WS-CAL-DATE
033800         GO TO 5200-NEXT-CAL-DATE-EXIT
033900     END-IF
034000     MOVE WS-MONTH-DAYS (WS-CAL-MM) TO WS-MONTH-LEN
034100     IF WS-CAL-MM = 2
034200         DIVIDE WS-CAL-YYYY BY 4 GIVING WS-LEAP-QUOT
034300             REMAINDER WS-LEAP-REM
034400         IF WS-LEAP-REM = ZERO
034500             MOVE 29 TO WS-MONTH-LEN
034600             DIVIDE WS-CAL-YYYY BY 100 GIVING WS-LEAP-QUOT
034700                 REMAINDER WS-LEAP-REM
034800             IF WS-LEAP-REM = ZERO
034900                 DIVIDE WS-CAL-YYYY BY 400 GIVING WS-LEAP-QUOT
035000                     REMAINDER WS-LEAP-REM
035100                 IF WS-LEAP-REM NOT = ZERO
035200                     MOVE 28 TO WS-MONTH-LEN
035300                 END-IF
035400             END-IF
035500         END-IF
035600     END-IF
035700     IF WS-CAL-DD < WS-MONTH-LEN
035800         ADD 1 TO WS-CAL-DD
035900     ELSE
036000         MOVE 1 TO WS-CAL-DD
036100         IF WS-CAL-MM < 12
036200             ADD 1 TO WS-CAL-MM
036300         ELSE
036400             MOVE 1 TO WS-CAL-MM
036500             ADD 1 TO WS-CAL-YYYY
036600         END-IF
036700     END-IF
036800     .
036900 5200-NEXT-CAL-DATE-EXIT.
037000     EXIT.
037100
037200 END PROGRAM MYTIMJDG.
