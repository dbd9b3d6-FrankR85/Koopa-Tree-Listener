000100***************************************************************
000200*                                                             *
000300*    PROGRAM:     MYTIMRPT                                    *
000400*    AUTHOR:      F. ROSSI - APPLICATIONS DEVELOPMENT         *
000500*    INSTALLATION: KOOPA TREE LISTENER                        *
000600*    DATE-WRITTEN: 2026-10-15                                 *
000700*    DATE-COMPILED:                                           *
000800*                                                             *
000900*    PURPOSE:     BATCH WINDOW REPORT OVER THE JOB-TIMING     *
001000*                 HISTORY (DD JOBTIME, MTIMREC) THAT EVERY    *
001100*                 DAILY STREAM STEP APPENDS TO AS IT ENDS.    *
001200*                 FOR A FROM/TO RUN DATE RANGE IT PRODUCES,   *
001300*                 ON DD TIMRPT:                               *
001400*                   - ONE LINE PER STEP RUN - START, END,     *
001500*                     ELAPSED, RECORDS, RECORDS A MINUTE,     *
001600*                     THE STEP'S ROLLING AVERAGE AND THE RUN  *
001700*                     AS A PERCENT OF IT - WITH RUNS WELL     *
001800*                     BEYOND THEIR NORMAL TIME FLAGGED SLOW,  *
001900*                   - ONE LINE PER RUN DATE - FIRST START,    *
002000*                     LAST END, THE AGREED COMPLETION TIME    *
002100*                     AND WHETHER THE STREAM MET IT,          *
002200*                   - PERIOD TOTALS.                          *
002300*                 EACH RUN IS TIMED AND JUDGED BY THE SHARED  *
002400*                 ROUTINE MYTIMJDG TO THE STANDARDS IN        *
002500*                 MTIMSTD, SO THE MYHLTH PAGE JUDGES THE      *
002600*                 SAME WAY.                                   *
002700*                 THE WHOLE FILE IS READ - RUNS BEFORE THE    *
002800*                 RANGE STILL BUILD EACH STEP'S AVERAGE.      *
002900*                 THE JCL PARM CARRIES THE RANGE:             *
003000*                   FROMDATE-TODATE                           *
003100*                 (YYYYMMDD, INCLUSIVE).  ENDS RC=4 WHEN ANY  *
003200*                 RUN IN THE RANGE WAS SLOW OR ANY RUN DATE   *
003300*                 MISSED THE WINDOW OR NEVER COMPLETED.       *
003400*                                                             *
003500*    MODIFICATION HISTORY                                     *
003600*    DATE       BY    DESCRIPTION                             *
003700*    ---------  ----  -------------------------------------   *
003800*    2026-10-15 FR    ORIGINAL PROGRAM.                       *
003900*                                                             *
004000***************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID.                MYTIMRPT.
004300 AUTHOR.                    F. ROSSI.
004400 INSTALLATION.              KOOPA TREE LISTENER.
004500 DATE-WRITTEN.              2026-10-15.
004600 DATE-COMPILED.
004700
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.           IBM-370.
005100 OBJECT-COMPUTER.           IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT JOB-TIME-FILE   ASSIGN TO JOBTIME
005500                            ORGANIZATION IS SEQUENTIAL
005600                            FILE STATUS IS WS-JOBTIME-FILE-STATUS.
005700
005800     SELECT TIMING-REPORT   ASSIGN TO TIMRPT
005900                            ORGANIZATION IS SEQUENTIAL
006000                            FILE STATUS IS WS-TIMRPT-FILE-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  JOB-TIME-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY MTIMREC.
006800
006900 FD  TIMING-REPORT
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  TIMING-LINE                 PIC X(133).
007300
007400 WORKING-STORAGE SECTION.
007500 01  WS-JOBTIME-FILE-STATUS      PIC X(02)   VALUE SPACES.
007600     88  JOBTIME-FILE-OK                 VALUE "00".
007700 01  WS-TIMRPT-FILE-STATUS       PIC X(02)   VALUE SPACES.
007800     88  TIMRPT-FILE-OK                  VALUE "00".
007900
008000 01  WS-SWITCHES.
008100     05  WS-EOF-SW               PIC X(01)   VALUE "N".
008200         88  END-OF-JOBTIME-FILE         VALUE "Y".
008300     05  WS-REPORT-FAILED-SW     PIC X(01)   VALUE "N".
008400         88  REPORT-RUN-FAILED           VALUE "Y".
008500     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
008600         88  WS-ENTRY-FOUND              VALUE "Y".
008700
008800*    RUN DATE RANGE OFF THE JCL PARM, BOTH ENDS INCLUSIVE.
008900 01  WS-FROM-DATE-X              PIC X(08)   VALUE SPACES.
009000 01  WS-FROM-DATE REDEFINES WS-FROM-DATE-X
009100                                 PIC 9(08).
009200 01  WS-TO-DATE-X                PIC X(08)   VALUE SPACES.
009300 01  WS-TO-DATE REDEFINES WS-TO-DATE-X
009400                                 PIC 9(08).
009500
009600*    BATCH WINDOW STANDARDS, AND THE PARAMETER AREA FOR THE
009700*    TIMING JUDGE (MYTIMJDG).
009800     COPY MTIMSTD.
009900     COPY MYTIMPRM.
010000
010100*    RUN DATE TABLE, ONE ENTRY PER DISTINCT RUN DATE IN THE
010200*    RANGE, IN THE ORDER FIRST SEEN.  THE STAMPS ARE DATE AND
010300*    TIME SIDE BY SIDE (YYYYMMDDHHMMSSHH) SO THEY COMPARE
010400*    DIRECTLY.  A STEP-DONE FLAG PER STREAM STEP RECORDS A GOOD
010500*    RUN OF THAT STEP FOR THE DATE, IN MTIMSTD STREAM STEP LIST
010600*    ORDER.  366 ENTRIES COVERS A YEAR.
010700 01  WS-DAY-TABLE.
010800     05  WS-DAY-USED             PIC 9(04)   COMP    VALUE ZERO.
010900     05  WS-DAY-OVERFLOW-SW      PIC X(01)           VALUE "N".
011000         88  WS-DAY-OVERFLOW             VALUE "Y".
011100     05  WS-DAY-ENTRY OCCURS 1 TO 366 TIMES
011200                      DEPENDING ON WS-DAY-USED
011300                      INDEXED BY WS-DAY-IDX.
011400         10  WS-DAY-DATE         PIC 9(08).
011500         10  WS-DAY-RUNS         PIC 9(05)   COMP.
011600         10  WS-DAY-SLOW         PIC 9(05)   COMP.
011700         10  WS-DAY-FIRST-START  PIC X(16).
011800         10  WS-DAY-LAST-END     PIC X(16).
011900         10  WS-DAY-STEPS-DONE   PIC 9(04)   COMP.
012000         10  WS-DAY-STEP-FLAGS.
012100             15  WS-DAY-STEP-DONE
012200                                 PIC X(01)   OCCURS 6 TIMES.
012300
012400*    A CLOCK TIME (HHMMSSHH) TAKEN APART FOR PRINTING.
012500 01  WS-CLOCK-TIME               PIC 9(08)   VALUE ZERO.
012600 01  WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
012700     05  WS-CLOCK-HH             PIC 9(02).
012800     05  WS-CLOCK-MM             PIC 9(02).
012900     05  WS-CLOCK-SS             PIC 9(02).
013000     05  WS-CLOCK-HS             PIC 9(02).
013100 01  WS-RUN-PERCENT              PIC 9(06)   COMP    VALUE ZERO.
013200 01  WS-RUN-RATE                 PIC 9(09)   COMP    VALUE ZERO.
013300
013400*    PERIOD TOTALS.
013500 01  WS-TOTAL-COUNTERS.
013600     05  WS-RUNS-REPORTED        PIC 9(07)   COMP    VALUE ZERO.
013700     05  WS-RUNS-JUDGED          PIC 9(07)   COMP    VALUE ZERO.
013800     05  WS-RUNS-SLOW            PIC 9(07)   COMP    VALUE ZERO.
013900     05  WS-RUNS-FAILED          PIC 9(07)   COMP    VALUE ZERO.
014000     05  WS-DAYS-MET             PIC 9(07)   COMP    VALUE ZERO.
014100     05  WS-DAYS-MISSED          PIC 9(07)   COMP    VALUE ZERO.
014200     05  WS-DAYS-INCOMPLETE      PIC 9(07)   COMP    VALUE ZERO.
014300     05  WS-RECORDS-SKIPPED      PIC 9(07)   COMP    VALUE ZERO.
014400     05  WS-RUNS-NOT-HELD        PIC 9(07)   COMP    VALUE ZERO.
014500
014600*    MISCELLANEOUS WORK FIELDS
014700 01  WS-STEP-NO                  PIC 9(04)   COMP    VALUE ZERO.
014800 01  WS-DAY-VERDICT              PIC X(10)   VALUE SPACES.
014900 01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
015000 01  WS-EDIT-RECORDS             PIC ZZZ,ZZZ,ZZ9.
015100 01  WS-EDIT-RATE                PIC ZZZ,ZZZ,ZZ9.
015200 01  WS-EDIT-PERCENT             PIC ZZZZ9.
015300 01  WS-EDIT-RC                  PIC ZZZ9.
015400 01  WS-EDIT-RUNS                PIC ZZZZ9.
015500 01  WS-EDIT-SLOW                PIC ZZZZ9.
015600 01  WS-EDIT-STD-RUNS            PIC Z9.
015700 01  WS-EDIT-STD-PERCENT         PIC ZZ9.
015800 01  WS-EDIT-STD-SECS            PIC ZZZZ9.
015900 01  WS-EDIT-STEPS               PIC 9.
016000 01  WS-EDIT-STEPS-OF            PIC 9.
016100 01  WS-PERCENT-SHOW             PIC X(05)   VALUE SPACES.
016200 01  WS-AVERAGE-SHOW             PIC X(09)   VALUE SPACES.
016300 01  WS-ELAPSED-SHOW             PIC X(09)   VALUE SPACES.
016400 01  WS-FLAG-SHOW                PIC X(06)   VALUE SPACES.
016500
016600*    A DURATION IN SECONDS SHOWN AS HHH:MM:SS.
016700 01  WS-DURATION-SECS            PIC 9(08)   COMP    VALUE ZERO.
016800 01  WS-DURATION-REM             PIC 9(08)   COMP    VALUE ZERO.
016900 01  WS-DURATION-SHOW.
017000     05  WS-DURATION-HH          PIC ZZ9.
017100     05  FILLER                  PIC X(01)   VALUE ":".
017200     05  WS-DURATION-MM          PIC 9(02).
017300     05  FILLER                  PIC X(01)   VALUE ":".
017400     05  WS-DURATION-SS          PIC 9(02).
017500
017600*    A DATE AND TIME STAMP SHOWN AS YYYYMMDD HH:MM:SS.
017700 01  WS-STAMP-IN.
017800     05  WS-STAMP-IN-DATE        PIC 9(08).
017900     05  WS-STAMP-IN-TIME        PIC 9(08).
018000 01  WS-STAMP-SHOW.
018100     05  WS-STAMP-DATE           PIC 9(08).
018200     05  FILLER                  PIC X(01)   VALUE SPACE.
018300     05  WS-STAMP-HH             PIC 9(02).
018400     05  FILLER                  PIC X(01)   VALUE ":".
018500     05  WS-STAMP-MM             PIC 9(02).
018600     05  FILLER                  PIC X(01)   VALUE ":".
018700     05  WS-STAMP-SS             PIC 9(02).
018800 01  WS-START-SHOW               PIC X(17)   VALUE SPACES.
018900 01  WS-END-SHOW                 PIC X(17)   VALUE SPACES.
019000 01  WS-DUE-SHOW                 PIC X(17)   VALUE SPACES.
019100
019200 LINKAGE SECTION.
019300*    REQUIRED JCL PARM CARRYING THE RUN DATE RANGE:
019400*    FROMDATE-TODATE.
019500*    THE LENGTH AND TEXT MUST BE ONE LINKAGE ITEM, NOT TWO -
019600*    EXEC PGM=...,PARM= PASSES THE PROGRAM A SINGLE ADDRESS
019700*    POINTING AT THE HALFWORD LENGTH IMMEDIATELY FOLLOWED BY
019800*    THE TEXT, SO THERE IS ONLY ONE USING OPERAND TO RECEIVE IT.
019900 01  LK-PARM-AREA.
020000     05  LK-PARM-LEN             PIC S9(04) COMP.
020100     05  LK-PARM-TEXT.
020200         10  LK-PARM-FROM        PIC X(08).
020300         10  FILLER              PIC X(01).
020400         10  LK-PARM-TO          PIC X(08).
020500
020600***************************************************************
020700*    MAINLINE                                                 *
020800***************************************************************
020900 PROCEDURE DIVISION USING LK-PARM-AREA.
021000
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE
021300         THRU 1000-INITIALIZE-EXIT
021400     PERFORM 2000-PROCESS-TIMING-RECORD
021500         THRU 2000-PROCESS-TIMING-RECORD-EXIT
021600         UNTIL END-OF-JOBTIME-FILE
021700     IF NOT REPORT-RUN-FAILED
021800         PERFORM 3000-PRINT-DAY-SECTION
021900             THRU 3000-PRINT-DAY-SECTION-EXIT
022000         PERFORM 3200-PRINT-PERIOD-TOTALS
022100             THRU 3200-PRINT-PERIOD-TOTALS-EXIT
022200         IF WS-RUNS-SLOW > ZERO
022300             OR WS-DAYS-MISSED > ZERO
022400             OR WS-DAYS-INCOMPLETE > ZERO
022500             MOVE 4 TO RETURN-CODE
022600         END-IF
022700     END-IF
022800     PERFORM 9000-TERMINATE
022900         THRU 9000-TERMINATE-EXIT
023000     STOP RUN
023100     .
023200
023300***************************************************************
023400*    1000-INITIALIZE - VALIDATE THE RANGE PARM, OPEN THE      *
023500*    FILES, PRINT THE HEADINGS AND PRIME THE READ.  A BAD     *
023600*    PARM OR OPEN ENDS THE RUN NONZERO WITH NOTHING WRITTEN.  *
023700***************************************************************
023800 1000-INITIALIZE.
023900     IF LK-PARM-LEN < 17
024000         DISPLAY "MYTIMRPT - RANGE PARM (YYYYMMDD-YYYYMMDD) IS "
024100             "REQUIRED - RUN ABANDONED"
024200         SET REPORT-RUN-FAILED TO TRUE
024300         SET END-OF-JOBTIME-FILE TO TRUE
024400         MOVE 12 TO RETURN-CODE
024500         GO TO 1000-INITIALIZE-EXIT
024600     END-IF
024700     MOVE LK-PARM-FROM TO WS-FROM-DATE-X
024800     MOVE LK-PARM-TO   TO WS-TO-DATE-X
024900     IF WS-FROM-DATE-X NOT NUMERIC
025000         OR WS-TO-DATE-X NOT NUMERIC
025100         DISPLAY "MYTIMRPT - RANGE PARM '" LK-PARM-TEXT
025200             "' IS NOT VALID - RUN ABANDONED"
025300         SET REPORT-RUN-FAILED TO TRUE
025400         SET END-OF-JOBTIME-FILE TO TRUE
025500         MOVE 12 TO RETURN-CODE
025600         GO TO 1000-INITIALIZE-EXIT
025700     END-IF
025800     IF WS-TO-DATE < WS-FROM-DATE
025900         DISPLAY "MYTIMRPT - THE RANGE ENDS BEFORE IT STARTS - "
026000             "RUN ABANDONED"
026100         SET REPORT-RUN-FAILED TO TRUE
026200         SET END-OF-JOBTIME-FILE TO TRUE
026300         MOVE 12 TO RETURN-CODE
026400         GO TO 1000-INITIALIZE-EXIT
026500     END-IF
026600     OPEN INPUT  JOB-TIME-FILE
026700     OPEN OUTPUT TIMING-REPORT
026800     IF NOT TIMRPT-FILE-OK
026900         DISPLAY "MYTIMRPT - UNABLE TO OPEN TIMRPT, STATUS = "
027000             WS-TIMRPT-FILE-STATUS
027100         SET REPORT-RUN-FAILED TO TRUE
027200         SET END-OF-JOBTIME-FILE TO TRUE
027300         MOVE 16 TO RETURN-CODE
027400         GO TO 1000-INITIALIZE-EXIT
027500     END-IF
027600     IF NOT JOBTIME-FILE-OK
027700         DISPLAY "MYTIMRPT - UNABLE TO OPEN JOBTIME, STATUS = "
027800             WS-JOBTIME-FILE-STATUS
027900         SET REPORT-RUN-FAILED TO TRUE
028000         SET END-OF-JOBTIME-FILE TO TRUE
028100         MOVE 16 TO RETURN-CODE
028200         GO TO 1000-INITIALIZE-EXIT
028300     END-IF
028400     PERFORM 1100-PRINT-HEADINGS
028500         THRU 1100-PRINT-HEADINGS-EXIT
028600     PERFORM 8000-READ-JOBTIME-FILE
028700         THRU 8000-READ-JOBTIME-FILE-EXIT
028800     .
028900 1000-INITIALIZE-EXIT.
029000     EXIT.
029100
029200***************************************************************
029300*    1100-PRINT-HEADINGS - REPORT TITLE, THE STANDARDS IN     *
029400*    FORCE, AND THE STEP RUN SECTION'S COLUMN HEADINGS.       *
029500***************************************************************
029600 1100-PRINT-HEADINGS.
029700     MOVE SPACES TO TIMING-LINE
029800     STRING "MYPROG BATCH WINDOW REPORT - RUN DATES "
029900         WS-FROM-DATE-X " THROUGH " WS-TO-DATE-X
030000         DELIMITED BY SIZE INTO TIMING-LINE
030100     WRITE TIMING-LINE AFTER ADVANCING PAGE
030200     MOVE TS-ROLLING-RUNS TO WS-EDIT-STD-RUNS
030300     MOVE TS-SLOW-PERCENT TO WS-EDIT-STD-PERCENT
030400     MOVE TS-SLOW-MARGIN-SECS TO WS-EDIT-STD-SECS
030500     MOVE SPACES TO TIMING-LINE
030600     STRING "AVERAGE = LAST " WS-EDIT-STD-RUNS
030700         " GOOD RUNS OF THE STEP.  SLOW = OVER "
030800         WS-EDIT-STD-PERCENT "% OF AVERAGE AND" WS-EDIT-STD-SECS
030900         " SECONDS OVER."
031000         DELIMITED BY SIZE INTO TIMING-LINE
031100     WRITE TIMING-LINE AFTER ADVANCING 1 LINES
031200     MOVE TS-DUE-TIME TO WS-CLOCK-TIME
031300     MOVE TS-DUE-DAY-OFFSET TO WS-EDIT-STD-RUNS
031400     MOVE SPACES TO TIMING-LINE
031500     STRING "STREAM DUE COMPLETE BY " WS-CLOCK-HH ":"
031600         WS-CLOCK-MM ":" WS-CLOCK-SS " ON THE RUN DATE PLUS"
031700         WS-EDIT-STD-RUNS " DAY(S)."
031800         DELIMITED BY SIZE INTO TIMING-LINE
031900     WRITE TIMING-LINE AFTER ADVANCING 1 LINES
032000     MOVE SPACES TO TIMING-LINE
032100     STRING "STEP RUNS" DELIMITED BY SIZE INTO TIMING-LINE
032200     WRITE TIMING-LINE AFTER ADVANCING 2 LINES
032300     MOVE SPACES TO TIMING-LINE
032400     STRING "  RUN DATE  STEP      STARTED            "
032500         "ENDED                ELAPSED      RECORDS"
032600         "     RECS/MIN    AVERAGE    PCT    RC  FLAG"
032700         DELIMITED BY SIZE INTO TIMING-LINE
032800     WRITE TIMING-LINE AFTER ADVANCING 1 LINES
032900     .
033000 1100-PRINT-HEADINGS-EXIT.
033100     EXIT.
033200
033300***************************************************************
033400*    2000-PROCESS-TIMING-RECORD - HAND THE RUN TO MYTIMJDG,   *
033500*    WHICH JUDGES IT AGAINST ITS STEP'S HISTORY SO FAR AND    *
033600*    THEN ADDS IT TO THAT HISTORY, REPORT IT WHEN ITS RUN     *
033700*    DATE IS IN THE RANGE, AND READ THE NEXT.  A RECORD THE   *
033800*    JUDGE CANNOT TIME IS COUNTED AND PASSED OVER.            *
033900***************************************************************
034000 2000-PROCESS-TIMING-RECORD.
034100     SET TJ-FUNC-JUDGE-RUN TO TRUE
034200     MOVE JOB-TIMING-RECORD TO TJ-TIMING-IMAGE
034300     CALL "MYTIMJDG" USING TIMING-JUDGE-AREA
034400     EVALUATE TRUE
034500         WHEN TJ-RC-BAD-RECORD
034600             ADD 1 TO WS-RECORDS-SKIPPED
034700             GO TO 2000-PROCESS-TIMING-READ
034800         WHEN TJ-RC-STEP-TABLE-FULL
034900             ADD 1 TO WS-RUNS-NOT-HELD
035000         WHEN OTHER
035100             CONTINUE
035200     END-EVALUATE
035300     IF TM-RUN-DATE NOT < WS-FROM-DATE
035400         AND TM-RUN-DATE NOT > WS-TO-DATE
035500         PERFORM 2100-REPORT-RUN
035600             THRU 2100-REPORT-RUN-EXIT
035700     END-IF
035800     .
035900 2000-PROCESS-TIMING-READ.
036000     PERFORM 8000-READ-JOBTIME-FILE
036100         THRU 8000-READ-JOBTIME-FILE-EXIT
036200     .
036300 2000-PROCESS-TIMING-RECORD-EXIT.
036400     EXIT.
036500
036600***************************************************************
036700*    2100-REPORT-RUN - PRINT THE STEP RUN LINE AND TALLY THE  *
036800*    RUN INTO THE PERIOD TOTALS AND ITS RUN DATE'S ENTRY.     *
036900***************************************************************
037000 2100-REPORT-RUN.
037100     ADD 1 TO WS-RUNS-REPORTED
037200     IF TJ-RUN-JUDGED
037300         ADD 1 TO WS-RUNS-JUDGED
037400     END-IF
037500     IF TJ-RUN-SLOW
037600         ADD 1 TO WS-RUNS-SLOW
037700     END-IF
037800     IF TM-RETURN-CODE NOT < 8
037900         ADD 1 TO WS-RUNS-FAILED
038000     END-IF
038100     MOVE TM-START-STAMP TO WS-STAMP-IN
038200     PERFORM 5100-FORMAT-STAMP
038300         THRU 5100-FORMAT-STAMP-EXIT
038400     MOVE WS-STAMP-SHOW TO WS-START-SHOW
038500     MOVE TM-END-STAMP TO WS-STAMP-IN
038600     PERFORM 5100-FORMAT-STAMP
038700         THRU 5100-FORMAT-STAMP-EXIT
038800     MOVE WS-STAMP-SHOW TO WS-END-SHOW
038900     MOVE TJ-ELAPSED-SECS TO WS-DURATION-SECS
039000     PERFORM 5000-FORMAT-DURATION
039100         THRU 5000-FORMAT-DURATION-EXIT
039200     MOVE WS-DURATION-SHOW TO WS-ELAPSED-SHOW
039300     MOVE TM-RECORDS-PROCESSED TO WS-EDIT-RECORDS
039400     IF TJ-ELAPSED-SECS > ZERO
039500         COMPUTE WS-RUN-RATE = TM-RECORDS-PROCESSED * 60
039600             / TJ-ELAPSED-SECS
039700     ELSE
039800         COMPUTE WS-RUN-RATE = TM-RECORDS-PROCESSED * 60
039900     END-IF
040000     MOVE WS-RUN-RATE TO WS-EDIT-RATE
040100     MOVE "      N/A" TO WS-AVERAGE-SHOW
040200     MOVE "    -" TO WS-PERCENT-SHOW
040300     IF TJ-RUN-JUDGED
040400         MOVE TJ-AVERAGE-SECS TO WS-DURATION-SECS
040500         PERFORM 5000-FORMAT-DURATION
040600             THRU 5000-FORMAT-DURATION-EXIT
040700         MOVE WS-DURATION-SHOW TO WS-AVERAGE-SHOW
040800         IF TJ-AVERAGE-SECS > ZERO
040900             COMPUTE WS-RUN-PERCENT ROUNDED = TJ-ELAPSED-SECS
041000                 * 100 / TJ-AVERAGE-SECS
041100             MOVE WS-RUN-PERCENT TO WS-EDIT-PERCENT
041200             MOVE WS-EDIT-PERCENT TO WS-PERCENT-SHOW
041300         END-IF
041400     END-IF
041500     MOVE TM-RETURN-CODE TO WS-EDIT-RC
041600     MOVE SPACES TO WS-FLAG-SHOW
041700     IF TJ-RUN-SLOW
041800         MOVE "SLOW" TO WS-FLAG-SHOW
041900     END-IF
042000     MOVE SPACES TO TIMING-LINE
042100     STRING "  " TM-RUN-DATE "  " TM-PROGRAM-ID "  "
042200         WS-START-SHOW "  " WS-END-SHOW "  " WS-ELAPSED-SHOW
042300         "  " WS-EDIT-RECORDS "  " WS-EDIT-RATE "  "
042400         WS-AVERAGE-SHOW "  " WS-PERCENT-SHOW "  " WS-EDIT-RC
042500         "  " WS-FLAG-SHOW
042600         DELIMITED BY SIZE INTO TIMING-LINE
042700     WRITE TIMING-LINE AFTER ADVANCING 1 LINES
042800     PERFORM 2110-TALLY-DAY
042900         THRU 2110-TALLY-DAY-EXIT
043000     .
043100 2100-REPORT-RUN-EXIT.
043200     EXIT.
043300
043400***************************************************************
043500*    2110-TALLY-DAY - FIND OR ADD THE RUN DATE'S ENTRY, WIDEN *
043600*    ITS FIRST START / LAST END, COUNT THE RUN, AND MARK THE  *
043700*    STREAM STEP DONE WHEN THE RUN WAS GOOD.                  *
043800***************************************************************
043900 2110-TALLY-DAY.
044000     MOVE "N" TO WS-FOUND-SW
044100     IF WS-DAY-USED > ZERO
044200         SET WS-DAY-IDX TO 1
044300         SEARCH WS-DAY-ENTRY
044400             AT END
044500                 CONTINUE
044600             WHEN WS-DAY-DATE (WS-DAY-IDX) = TM-RUN-DATE
044700                 SET WS-ENTRY-FOUND TO TRUE
044800         END-SEARCH
044900     END-IF
045000     IF NOT WS-ENTRY-FOUND
045100         IF WS-DAY-USED < 366
045200             ADD 1 TO WS-DAY-USED
045300             SET WS-DAY-IDX TO WS-DAY-USED
045400             MOVE TM-RUN-DATE TO WS-DAY-DATE (WS-DAY-IDX)
045500             MOVE ZERO TO WS-DAY-RUNS (WS-DAY-IDX)
045600             MOVE ZERO TO WS-DAY-SLOW (WS-DAY-IDX)
045700             MOVE TM-START-STAMP
045800                 TO WS-DAY-FIRST-START (WS-DAY-IDX)
045900             MOVE TM-END-STAMP TO WS-DAY-LAST-END (WS-DAY-IDX)
046000             MOVE ZERO TO WS-DAY-STEPS-DONE (WS-DAY-IDX)
046100             MOVE ALL "N" TO WS-DAY-STEP-FLAGS (WS-DAY-IDX)
046200         ELSE
046300             SET WS-DAY-OVERFLOW TO TRUE
046400             GO TO 2110-TALLY-DAY-EXIT
046500         END-IF
046600     END-IF
046700     ADD 1 TO WS-DAY-RUNS (WS-DAY-IDX)
046800     IF TJ-RUN-SLOW
046900         ADD 1 TO WS-DAY-SLOW (WS-DAY-IDX)
047000     END-IF
047100     IF TM-START-STAMP < WS-DAY-FIRST-START (WS-DAY-IDX)
047200         MOVE TM-START-STAMP TO WS-DAY-FIRST-START (WS-DAY-IDX)
047300     END-IF
047400     IF TM-END-STAMP > WS-DAY-LAST-END (WS-DAY-IDX)
047500         MOVE TM-END-STAMP TO WS-DAY-LAST-END (WS-DAY-IDX)
047600     END-IF
047700     MOVE TJ-STREAM-STEP-NO TO WS-STEP-NO
047800     IF TJ-RUN-GOOD
047900         AND WS-STEP-NO > ZERO
048000         IF WS-DAY-STEP-DONE (WS-DAY-IDX WS-STEP-NO) NOT = "Y"
048100             MOVE "Y" TO WS-DAY-STEP-DONE (WS-DAY-IDX WS-STEP-NO)
048200             ADD 1 TO WS-DAY-STEPS-DONE (WS-DAY-IDX)
048300         END-IF
048400     END-IF
048500     .
048600 2110-TALLY-DAY-EXIT.
048700     EXIT.
048800
048900***************************************************************
049000*    3000-PRINT-DAY-SECTION - ONE LINE PER RUN DATE IN THE    *
049100*    RANGE WITH ITS BATCH WINDOW VERDICT.                     *
049200***************************************************************
049300 3000-PRINT-DAY-SECTION.
049400     MOVE SPACES TO TIMING-LINE
049500     STRING "BATCH WINDOW BY RUN DATE" DELIMITED BY SIZE
049600         INTO TIMING-LINE
049700     WRITE TIMING-LINE AFTER ADVANCING 2 LINES
049800     MOVE SPACES TO TIMING-LINE
049900     STRING "  RUN DATE   RUNS   SLOW  STEPS  FIRST START"
050000         "        LAST END           DUE BY"
050100         "             VERDICT"
050200         DELIMITED BY SIZE INTO TIMING-LINE
050300     WRITE TIMING-LINE AFTER ADVANCING 1 LINES
050400     IF WS-DAY-USED > ZERO
050500         PERFORM 3100-PRINT-ONE-DAY
050600             THRU 3100-PRINT-ONE-DAY-EXIT
050700             VARYING WS-DAY-IDX FROM 1 BY 1
050800             UNTIL WS-DAY-IDX > WS-DAY-USED
050900     END-IF
051000     IF WS-DAY-OVERFLOW
051100         MOVE SPACES TO TIMING-LINE
051200         STRING "  *** RUN DATE TABLE FULL - SECTION IS "
051300             "INCOMPLETE ***" DELIMITED BY SIZE INTO TIMING-LINE
051400         WRITE TIMING-LINE AFTER ADVANCING 1 LINES
051500     END-IF
051600     .
051700 3000-PRINT-DAY-SECTION-EXIT.
051800     EXIT.
051900
052000***************************************************************
052100*    3100-PRINT-ONE-DAY - WORK OUT THE RUN DATE'S DUE STAMP   *
052200*    AND VERDICT:  MISSED WHEN THE LAST STEP ENDED AFTER IT,  *
052300*    INCOMPLETE WHEN A STREAM STEP NEVER RAN CLEAN FOR THE    *
052400*    DATE, OTHERWISE MET.                                     *
052500***************************************************************
052600 3100-PRINT-ONE-DAY.
052700     SET TJ-FUNC-DUE-STAMP TO TRUE
052800     MOVE WS-DAY-DATE (WS-DAY-IDX) TO TJ-RUN-DATE
052900     CALL "MYTIMJDG" USING TIMING-JUDGE-AREA
053000     EVALUATE TRUE
053100         WHEN WS-DAY-LAST-END (WS-DAY-IDX) > TJ-DUE-STAMP
053200             MOVE "MISSED" TO WS-DAY-VERDICT
053300             ADD 1 TO WS-DAYS-MISSED
053400         WHEN WS-DAY-STEPS-DONE (WS-DAY-IDX) < TS-STREAM-STEPS
053500             MOVE "INCOMPLETE" TO WS-DAY-VERDICT
053600             ADD 1 TO WS-DAYS-INCOMPLETE
053700         WHEN OTHER
053800             MOVE "MET" TO WS-DAY-VERDICT
053900             ADD 1 TO WS-DAYS-MET
054000     END-EVALUATE
054100     MOVE WS-DAY-FIRST-START (WS-DAY-IDX) TO WS-STAMP-IN
054200     PERFORM 5100-FORMAT-STAMP
054300         THRU 5100-FORMAT-STAMP-EXIT
054400     MOVE WS-STAMP-SHOW TO WS-START-SHOW
054500     MOVE WS-DAY-LAST-END (WS-DAY-IDX) TO WS-STAMP-IN
054600     PERFORM 5100-FORMAT-STAMP
054700         THRU 5100-FORMAT-STAMP-EXIT
054800     MOVE WS-STAMP-SHOW TO WS-END-SHOW
054900     MOVE TJ-DUE-STAMP TO WS-STAMP-IN
055000     PERFORM 5100-FORMAT-STAMP
055100         THRU 5100-FORMAT-STAMP-EXIT
055200     MOVE WS-STAMP-SHOW TO WS-DUE-SHOW
055300     MOVE WS-DAY-RUNS (WS-DAY-IDX) TO WS-EDIT-RUNS
055400     MOVE WS-DAY-SLOW (WS-DAY-IDX) TO WS-EDIT-SLOW
055500     MOVE WS-DAY-STEPS-DONE (WS-DAY-IDX) TO WS-EDIT-STEPS
055600     MOVE TS-STREAM-STEPS TO WS-EDIT-STEPS-OF
055700     MOVE SPACES TO TIMING-LINE
055800     STRING "  " WS-DAY-DATE (WS-DAY-IDX) "  " WS-EDIT-RUNS
055900         "  " WS-EDIT-SLOW "    " WS-EDIT-STEPS "/"
056000         WS-EDIT-STEPS-OF "  " WS-START-SHOW "  " WS-END-SHOW
056100         "  " WS-DUE-SHOW "  " WS-DAY-VERDICT
056200         DELIMITED BY SIZE INTO TIMING-LINE
056300     WRITE TIMING-LINE AFTER ADVANCING 1 LINES
056400     .
056500 3100-PRINT-ONE-DAY-EXIT.
056600     EXIT.
056700
056800***************************************************************
056900*    3200-PRINT-PERIOD-TOTALS - RUN AND RUN DATE COUNTS FOR   *
057000*    THE RANGE, AND ANY RECORDS OR STEPS PASSED OVER.         *
057100***************************************************************
057200 3200-PRINT-PERIOD-TOTALS.
057300     MOVE SPACES TO TIMING-LINE
057400     STRING "PERIOD TOTALS" DELIMITED BY SIZE INTO TIMING-LINE
057500     WRITE TIMING-LINE AFTER ADVANCING 2 LINES
057600     MOVE WS-RUNS-REPORTED TO WS-EDIT-COUNT
057700     MOVE SPACES TO TIMING-LINE
057800     STRING "  STEP RUNS ................. " DELIMITED BY SIZE
057900         WS-EDIT-COUNT DELIMITED BY SIZE INTO TIMING-LINE
058000     WRITE TIMING-LINE AFTER ADVANCING 1 LINES
058100     MOVE WS-RUNS-JUDGED TO WS-EDIT-COUNT
058200     MOVE SPACES TO TIMING-LINE
058300     STRING "  JUDGED AGAINST AVERAGE .... " DELIMITED BY SIZE
058400         WS-EDIT-COUNT DELIMITED BY SIZE INTO TIMING-LINE
058500     WRITE TIMING-LINE AFTER ADVANCING 1 LINES
058600     MOVE WS-RUNS-SLOW TO WS-EDIT-COUNT
058700     MOVE SPACES TO TIMING-LINE
058800     STRING "  SLOW ...................... " DELIMITED BY SIZE
058900         WS-EDIT-COUNT DELIMITED BY SIZE INTO TIMING-LINE
059000     WRITE TIMING-LINE AFTER ADVANCING 1 LINES
059100     MOVE WS-RUNS-FAILED TO WS-EDIT-COUNT
059200     MOVE SPACES TO TIMING-LINE
059300     STRING "  ENDED RC 8 OR OVER ........ " DELIMITED BY SIZE
059400         WS-EDIT-COUNT DELIMITED BY SIZE INTO TIMING-LINE
059500     WRITE TIMING-LINE AFTER ADVANCING 1 LINES
059600     MOVE WS-DAYS-MET TO WS-EDIT-COUNT
059700     MOVE SPACES TO TIMING-LINE
059800     STRING "  RUN DATES MET ............. " DELIMITED BY SIZE
059900         WS-EDIT-COUNT DELIMITED BY SIZE INTO TIMING-LINE
060000     WRITE TIMING-LINE AFTER ADVANCING 1 LINES
060100     MOVE WS-DAYS-MISSED TO WS-EDIT-COUNT
060200     MOVE SPACES TO TIMING-LINE
060300     STRING "  RUN DATES MISSED .......... " DELIMITED BY SIZE
060400         WS-EDIT-COUNT DELIMITED BY SIZE INTO TIMING-LINE
060500     WRITE TIMING-LINE AFTER ADVANCING 1 LINES
060600     MOVE WS-DAYS-INCOMPLETE TO WS-EDIT-COUNT
060700     MOVE SPACES TO TIMING-LINE
060800     STRING "  RUN DATES INCOMPLETE ...... " DELIMITED BY SIZE
060900         WS-EDIT-COUNT DELIMITED BY SIZE INTO TIMING-LINE
061000     WRITE TIMING-LINE AFTER ADVANCING 1 LINES
061100     IF WS-RECORDS-SKIPPED > ZERO
061200         MOVE WS-RECORDS-SKIPPED TO WS-EDIT-COUNT
061300         MOVE SPACES TO TIMING-LINE
061400         STRING "  UNREADABLE RECORDS SKIPPED  " DELIMITED BY SIZE
061500             WS-EDIT-COUNT DELIMITED BY SIZE INTO TIMING-LINE
061600         WRITE TIMING-LINE AFTER ADVANCING 1 LINES
061700     END-IF
061800     IF WS-RUNS-NOT-HELD > ZERO
061900         MOVE SPACES TO TIMING-LINE
062000         STRING "  *** STEP TABLE FULL - SOME RUNS WERE NOT "
062100             "JUDGED ***" DELIMITED BY SIZE INTO TIMING-LINE
062200         WRITE TIMING-LINE AFTER ADVANCING 1 LINES
062300     END-IF
062400     .
062500 3200-PRINT-PERIOD-TOTALS-EXIT.
062600     EXIT.
062700
062800***************************************************************
062900*    5000-FORMAT-DURATION - WS-DURATION-SECS AS HHH:MM:SS IN  *
063000*    WS-DURATION-SHOW.                                        *
063100***************************************************************
063200 5000-FORMAT-DURATION.
063300     DIVIDE WS-DURATION-SECS BY 3600 GIVING WS-DURATION-HH
063400         REMAINDER WS-DURATION-REM
063500     DIVIDE WS-DURATION-REM BY 60 GIVING WS-DURATION-MM
063600         REMAINDER WS-DURATION-SS
063700     .
063800 5000-FORMAT-DURATION-EXIT.
063900     EXIT.
064000
064100***************************************************************
064200*    5100-FORMAT-STAMP - WS-STAMP-IN (DATE AND HHMMSSHH) AS   *
064300*    YYYYMMDD HH:MM:SS IN WS-STAMP-SHOW.                      *
064400***************************************************************
064500 5100-FORMAT-STAMP.
064600     MOVE WS-STAMP-IN-DATE TO WS-STAMP-DATE
064700     MOVE WS-STAMP-IN-TIME TO WS-CLOCK-TIME
064800     MOVE WS-CLOCK-HH TO WS-STAMP-HH
064900     MOVE WS-CLOCK-MM TO WS-STAMP-MM
065000     MOVE WS-CLOCK-SS TO WS-STAMP-SS
065100     .
065200 5100-FORMAT-STAMP-EXIT.
065300     EXIT.
065400
065500***************************************************************
065600*    8000-READ-JOBTIME-FILE - READ THE NEXT TIMING RECORD AND *
065700*    SET THE END-OF-FILE SWITCH WHEN EXHAUSTED.               *
065800***************************************************************
065900 8000-READ-JOBTIME-FILE.
066000     READ JOB-TIME-FILE
066100         AT END
066200             SET END-OF-JOBTIME-FILE TO TRUE
066300     END-READ
066400     .
066500 8000-READ-JOBTIME-FILE-EXIT.
066600     EXIT.
066700
066800***************************************************************
066900*    9000-TERMINATE - CLOSE THE FILES.                        *
067000***************************************************************
067100 9000-TERMINATE.
067200     CLOSE JOB-TIME-FILE
067300     CLOSE TIMING-REPORT
067400     .
067500 9000-TERMINATE-EXIT.
067600     EXIT.
067700
067800 END PROGRAM MYTIMRPT.
