002700*                 ANY DISAGREEMENT ENDS THE RUN WITH         *
002800*                 RETURN CODE 16 SO THE JOB STREAM STOPS     *
002900*                 INSTEAD OF REPORTING ON A BROKEN DAY.      *
002910*                 CORRECTION POSTINGS FOR THE DATE (MYCORR)  *
002920*                 STAY OUT OF THOSE EQUATIONS AND ARE        *
002930*                 PROVED ON THEIR OWN:                       *
002940*                    CORRECTION AUDIT  = REVERSALS           *
002950*                    CORRECTION AUDIT  = REPLACEMENTS        *
003000*                 THE BALANCE DATE COMES IN ON THE JCL       *
003100*                 PARM; WITH NO PARM IT IS TAKEN FROM THE    *
003200*                 FIRST TRANSACTION RECORD'S TR-TRAN-DATE,   *
004099*                     ON ANY FILE IS NOW ALSO REPORTED OUT     *
004101*                     OF BALANCE INSTEAD OF CLEAN.             *
004102*                                                             *
004103*    2026-10-15 FR    CORRECTION POSTINGS (MYCORR) ARE        *
004108*                     COUNTED APART - CORRECTION AUDIT        *
004113*                     RECORDS, EXTRACT REVERSALS AND EXTRACT  *
004118*                     REPLACEMENTS ARE LEFT OUT OF THE THREE  *
004123*                     DAILY EQUATIONS, PRINTED ON THEIR OWN   *
004128*                     LINES, AND PROVED AGAINST EACH OTHER:   *
004133*                     EVERY CORRECTION AUDIT RECORD MUST HAVE *
004138*                     EXACTLY ONE REVERSAL AND ONE            *
004143*                     REPLACEMENT.                            *
004148*    2026-10-15 FR    THE STEP NOW APPENDS A JOB-TIMING       *
004153*                     RECORD (DD JOBTIME, MTIMREC) AS IT ENDS *
004158*                     - RUN DATE, START AND END STAMPS, THE   *
004163*                     DAY'S AUDIT RECORD COUNT AND RETURN     *
004168*                     CODE - FOR THE BATCH WINDOW REPORT      *
004173*                     (MYTIMRPT) AND THE MYHLTH PAGE.  A      *
004178*                     FAILURE TO LOG IS DISPLAYED AND LEAVES  *
004183*                     THE RETURN CODE ALONE.                  *
004184*    2026-10-15 FR    ADDED PARM 'CATCHUP' FOR THE MULTI-DAY  *
004185*                     CATCH-UP (JOB MYCATJ) - THE BALANCE     *
004186*                     DATE IS THEN THE DAY MYCATCH LAST       *
004187*                     SELECTED, OFF THE LAST 'Q' RECORD ON    *
004188*                     RUNCTL (NEW DD, READ ONLY).  NO 'Q'     *
004189*                     RECORD FAILS THE RUN (RC=12).           *
004190*                                                             *
004200***************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.                MYBAL.
006800     SELECT BALANCE-FILE    ASSIGN TO BALRPT
006900                            ORGANIZATION IS SEQUENTIAL
007000                            FILE STATUS IS WS-BALANCE-FILE-STATUS.
007010
007020     SELECT JOB-TIME-FILE   ASSIGN TO JOBTIME
007030                            ORGANIZATION IS SEQUENTIAL
007040                            FILE STATUS IS WS-JOBTIME-FILE-STATUS.
007050
007060     SELECT RUN-CONTROL-FILE
007070                            ASSIGN TO RUNCTL
007080                            ORGANIZATION IS SEQUENTIAL
007090                            FILE STATUS IS WS-RUNCTL-FILE-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 01  BALANCE-LINE                PIC X(133).
009210
009220 FD  JOB-TIME-FILE
009230     RECORDING MODE IS F
009240     LABEL RECORDS ARE STANDARD.
009250     COPY MTIMREC.
009255
009260 FD  RUN-CONTROL-FILE
009265     RECORDING MODE IS F
009270     LABEL RECORDS ARE STANDARD.
009275     COPY MRUNREC.
009300
009400 WORKING-STORAGE SECTION.
009500 01  WS-TRANS-FILE-STATUS        PIC X(02)   VALUE SPACES.
010000     88  EXTRACT-FILE-OK                 VALUE "00".
010100 01  WS-BALANCE-FILE-STATUS      PIC X(02)   VALUE SPACES.
010200     88  BALANCE-FILE-OK                 VALUE "00".
010210 01  WS-JOBTIME-FILE-STATUS      PIC X(02)   VALUE SPACES.
010220     88  JOBTIME-FILE-OK                 VALUE "00".
010230 01  WS-RUNCTL-FILE-STATUS       PIC X(02)   VALUE SPACES.
010240     88  RUNCTL-FILE-OK                  VALUE "00".
010300
010400 01  WS-SWITCHES.
010500     05  WS-EOF-SW               PIC X(01)   VALUE "N".
010800         88  BALANCE-RUN-FAILED          VALUE "Y".
010900     05  WS-OUT-OF-BALANCE-SW    PIC X(01)   VALUE "N".
011000         88  RUN-OUT-OF-BALANCE          VALUE "Y".
011010     05  WS-CATCHUP-FOUND-SW     PIC X(01)   VALUE "N".
011020         88  CATCHUP-DATE-FOUND          VALUE "Y".
011100
011200 01  WS-COUNTERS.
011300     05  WS-TRANS-COUNT          PIC 9(09)   COMP    VALUE ZERO.
011600     05  WS-AUDIT-REJECTED       PIC 9(09)   COMP    VALUE ZERO.
011700     05  WS-EXTRACT-COUNT        PIC 9(09)   COMP    VALUE ZERO.
011800     05  WS-EXTRACT-PLUS-REJ     PIC 9(09)   COMP    VALUE ZERO.
011810     05  WS-AUDIT-CORRECTIONS    PIC 9(09)   COMP    VALUE ZERO.
011820     05  WS-EXTRACT-REVERSALS    PIC 9(09)   COMP    VALUE ZERO.
011830     05  WS-EXTRACT-REPLACEMENTS PIC 9(09)   COMP    VALUE ZERO.
011900
012000 01  WS-CURRENT-DATE             PIC 9(08).
012100 01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
012110
012120*    WALL-CLOCK START OF THE STEP, FOR ITS JOB-TIMING RECORD.
012130 01  WS-STEP-START-STAMP.
012140     05  WS-STEP-START-DATE      PIC 9(08)   VALUE ZERO.
012150     05  WS-STEP-START-TIME      PIC 9(08)   VALUE ZERO.
012200
012300 LINKAGE SECTION.
012380*    OPTIONAL JCL PARM CARRYING THE TARGET RUN DATE (YYYYMMDD),
012460*    OR 'CATCHUP' FOR THE DAY THE CATCH-UP JOB LAST SELECTED.
012500*    WHEN NO PARM IS SUPPLIED, LK-PARM-LEN IS ZERO AND THE
012600*    BALANCE DEFAULTS TO TODAY.  THE LENGTH AND TEXT MUST BE ONE
012700*    LINKAGE ITEM, NOT TWO - EXEC PGM=...,PARM= PASSES THE
013800 PROCEDURE DIVISION USING LK-PARM-AREA.
013900
014000 0000-MAINLINE.
014010     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
014020     ACCEPT WS-STEP-START-TIME FROM TIME
014100     PERFORM 1000-INITIALIZE
014200         THRU 1000-INITIALIZE-EXIT
014300     IF NOT BALANCE-RUN-FAILED
015400     END-IF
015500     PERFORM 9000-TERMINATE
015600         THRU 9000-TERMINATE-EXIT
015610     PERFORM 9900-LOG-STEP-TIME
015620         THRU 9900-LOG-STEP-TIME-EXIT
015700     STOP RUN
015800     .
015900
016300*    ONE AT A TIME BY THEIR COUNT PARAGRAPHS.                 *
016400***************************************************************
016500 1000-INITIALIZE.
016540     IF LK-PARM-LEN = 7 AND LK-PARM-TEXT (1:7) = "CATCHUP"
016580         PERFORM 1200-GET-CATCHUP-DATE
016620             THRU 1200-GET-CATCHUP-DATE-EXIT
016660         IF BALANCE-RUN-FAILED
016700             GO TO 1000-INITIALIZE-EXIT
016740         END-IF
016800     ELSE
016820         IF LK-PARM-LEN > 0
016840             MOVE LK-PARM-TEXT TO WS-CURRENT-DATE
016860         ELSE
016880             PERFORM 1100-GET-DEFAULT-DATE
016900                 THRU 1100-GET-DEFAULT-DATE-EXIT
016920         END-IF
017000     END-IF
017100     OPEN OUTPUT BALANCE-FILE
017200     IF NOT BALANCE-FILE-OK
018211     EXIT.
018212
018220***************************************************************
018221*    1200-GET-CATCHUP-DATE - UNDER PARM='CATCHUP' THE BALANCE *
018222*    DATE IS THE DAY THE CATCH-UP JOB (MYCATCH) HANDED THIS   *
018223*    PASS - THE DATE ON THE LAST CATCH-UP SELECTED RECORD ON  *
018224*    RUNCTL, THE SAME DAY MYDRIVER POSTED UNDER.  NO SUCH     *
018225*    RECORD, OR AN UNREADABLE RUNCTL, FAILS THE RUN - THE     *
018226*    DAY THAT WAS POSTED CANNOT BE PROVED.                    *
018227***************************************************************
018228 1200-GET-CATCHUP-DATE.
018229     MOVE "N" TO WS-EOF-SW
018230     OPEN INPUT RUN-CONTROL-FILE
018231     IF NOT RUNCTL-FILE-OK
018232         DISPLAY "MYBAL - UNABLE TO OPEN RUNCTL, STATUS = "
018233             WS-RUNCTL-FILE-STATUS
018234         SET BALANCE-RUN-FAILED TO TRUE
018235         MOVE 16 TO RETURN-CODE
018236         GO TO 1200-GET-CATCHUP-DATE-EXIT
018237     END-IF
018238     PERFORM 1210-SCAN-FOR-CATCHUP
018239         THRU 1210-SCAN-FOR-CATCHUP-EXIT
018240         UNTIL END-OF-INPUT-FILE
018241     CLOSE RUN-CONTROL-FILE
018242     IF NOT CATCHUP-DATE-FOUND
018243         DISPLAY "MYBAL - NO CATCH-UP DAY SELECTED ON RUNCTL - "
018244             "RUN ABANDONED"
018245         SET BALANCE-RUN-FAILED TO TRUE
018246         MOVE 12 TO RETURN-CODE
018247         GO TO 1200-GET-CATCHUP-DATE-EXIT
018248     END-IF
018249     DISPLAY "MYBAL - CATCH-UP - BALANCING " WS-CURRENT-DATE
018250     .
018251 1200-GET-CATCHUP-DATE-EXIT.
018252     EXIT.
018253
018254 1210-SCAN-FOR-CATCHUP.
018255     READ RUN-CONTROL-FILE
018256         AT END
018257             SET END-OF-INPUT-FILE TO TRUE
018258             GO TO 1210-SCAN-FOR-CATCHUP-EXIT
018259     END-READ
018260     IF RN-CATCHUP-SELECTED
018261         SET CATCHUP-DATE-FOUND TO TRUE
018262         MOVE RN-RUN-DATE TO WS-CURRENT-DATE
018263     END-IF
018264     .
018265 1210-SCAN-FOR-CATCHUP-EXIT.
018266     EXIT.
018267
018268***************************************************************
018300*    2000-COUNT-TRANSACTIONS - COUNT THE BALANCE DATE'S       *
018400*    RECORDS ON THE TRANSACTION FILE.  A BLANK OR ZERO        *
018500*    TR-TRAN-DATE (FILES BUILT BEFORE THE FIELD EXISTED)      *
021900*    3000-COUNT-AUDIT-RECORDS - COUNT THE RUN DATE'S AUDIT    *
022000*    RECORDS, SPLIT INTO ACCEPTED (AU-RETURN-CODE ZERO) AND   *
022100*    REJECTED.  OTHER DAYS' RECORDS ON THE NEVER-RESET FILE   *
022200*    ARE PASSED OVER.  CORRECTION AUDIT RECORDS ARE COUNTED   *
022210*    ON THEIR OWN.                                            *
022300***************************************************************
022400 3000-COUNT-AUDIT-RECORDS.
022500     MOVE "N" TO WS-EOF-SW
024600             GO TO 3100-COUNT-ONE-AUDIT-EXIT
024700     END-READ
024800     IF AU-RUN-DATE = WS-CURRENT-DATE
024810         AND AU-CORRECTION-RECORD
024820         ADD 1 TO WS-AUDIT-CORRECTIONS
024830         GO TO 3100-COUNT-ONE-AUDIT-EXIT
024840     END-IF
024850     IF AU-RUN-DATE = WS-CURRENT-DATE
024900         ADD 1 TO WS-AUDIT-COUNT
025000         IF AU-RETURN-CODE = ZERO
025100             ADD 1 TO WS-AUDIT-ACCEPTED
025900
026000***************************************************************
026100*    4000-COUNT-EXTRACT-RECORDS - COUNT THE RUN DATE'S        *
026200*    EXTRACT RECORDS, PASSING OVER OTHER DAYS'.  REVERSALS    *
026210*    AND REPLACEMENTS ARE COUNTED ON THEIR OWN.               *
026300***************************************************************
026400 4000-COUNT-EXTRACT-RECORDS.
026500     MOVE "N" TO WS-EOF-SW
028500             SET END-OF-INPUT-FILE TO TRUE
028600             GO TO 4100-COUNT-ONE-EXTRACT-EXIT
028700     END-READ
028800     IF EX-RUN-DATE NOT = WS-CURRENT-DATE
028810         GO TO 4100-COUNT-ONE-EXTRACT-EXIT
029000     END-IF
029010     EVALUATE TRUE
029020         WHEN EX-REVERSAL-POSTING
029030             ADD 1 TO WS-EXTRACT-REVERSALS
029040         WHEN EX-REPLACEMENT-POSTING
029050             ADD 1 TO WS-EXTRACT-REPLACEMENTS
029060         WHEN OTHER
029070             ADD 1 TO WS-EXTRACT-COUNT
029080     END-EVALUATE
029100     .
029200 4100-COUNT-ONE-EXTRACT-EXIT.
029300     EXIT.
029400
029500***************************************************************
029600*    5000-PROVE-BALANCE - WRITE THE CONTROL TOTALS AND THE    *
029700*    THREE BALANCE CHECKS TO THE REPORT, THEN THE CORRECTION  *
029710*    TOTALS AND THEIR CHECK.  ANY CHECK THAT FAILS MARKS THE  *
029800*    RUN OUT OF BALANCE.                                      *
029900***************************************************************
030000 5000-PROVE-BALANCE.
030100     MOVE SPACES TO BALANCE-LINE
036100             DELIMITED BY SIZE INTO BALANCE-LINE
036200         WRITE BALANCE-LINE AFTER ADVANCING 2 LINES
036300     END-IF
036310
036320     MOVE WS-AUDIT-CORRECTIONS TO WS-EDIT-COUNT
036330     MOVE SPACES TO BALANCE-LINE
036340     STRING "CORRECTION AUDIT RECORDS .... " DELIMITED BY SIZE
036350         WS-EDIT-COUNT DELIMITED BY SIZE INTO BALANCE-LINE
036360     WRITE BALANCE-LINE AFTER ADVANCING 2 LINES
036361
036362     MOVE WS-EXTRACT-REVERSALS TO WS-EDIT-COUNT
036363     MOVE SPACES TO BALANCE-LINE
036364     STRING "  EXTRACT REVERSALS ......... " DELIMITED BY SIZE
036365         WS-EDIT-COUNT DELIMITED BY SIZE INTO BALANCE-LINE
036366     WRITE BALANCE-LINE AFTER ADVANCING 1 LINES
036367
036368     MOVE WS-EXTRACT-REPLACEMENTS TO WS-EDIT-COUNT
036369     MOVE SPACES TO BALANCE-LINE
036370     STRING "  EXTRACT REPLACEMENTS ...... " DELIMITED BY SIZE
036371         WS-EDIT-COUNT DELIMITED BY SIZE INTO BALANCE-LINE
036372     WRITE BALANCE-LINE AFTER ADVANCING 1 LINES
036373
036374     IF WS-AUDIT-CORRECTIONS NOT = WS-EXTRACT-REVERSALS
036375         OR WS-AUDIT-CORRECTIONS NOT = WS-EXTRACT-REPLACEMENTS
036376         SET RUN-OUT-OF-BALANCE TO TRUE
036377         MOVE SPACES TO BALANCE-LINE
036378         STRING "*** OUT OF BALANCE - CORRECTION AUDIT RECORDS "
036379             "DO NOT EQUAL REVERSALS AND REPLACEMENTS ***"
036380             DELIMITED BY SIZE INTO BALANCE-LINE
036381         WRITE BALANCE-LINE AFTER ADVANCING 2 LINES
036382     END-IF
036400*    THREE ZEROS SATISFY ALL THREE EQUATIONS, BUT AN EMPTY DATE
036410*    PROVES NOTHING - THE WRONG BALANCE DATE (OR A DAY THAT
036420*    NEVER RAN) MUST NOT REPORT AS CLEAN.
038700     .
038800 9000-TERMINATE-EXIT.
038900     EXIT.
038902
038904***************************************************************
038906*    9900-LOG-STEP-TIME - APPEND THIS STEP'S RECORD TO THE    *
038908*    JOB-TIMING HISTORY (DD JOBTIME, MTIMREC) FOR THE BATCH   *
038910*    WINDOW REPORT (MYTIMRPT) AND THE MYHLTH PAGE.  THE LOG   *
038912*    IS BOOKKEEPING, NOT PART OF THE DAY'S WORK - A FAILURE   *
038914*    HERE IS DISPLAYED AND THE STEP'S OWN RETURN CODE STANDS. *
038916***************************************************************
038918 9900-LOG-STEP-TIME.
038920     OPEN EXTEND JOB-TIME-FILE
038922     IF NOT JOBTIME-FILE-OK
038924         DISPLAY "MYBAL - UNABLE TO OPEN JOBTIME, STATUS = "
038926             WS-JOBTIME-FILE-STATUS " - STEP TIME NOT LOGGED"
038928         GO TO 9900-LOG-STEP-TIME-EXIT
038930     END-IF
038932     MOVE SPACES              TO JOB-TIMING-RECORD
038934     MOVE "MYBAL"             TO TM-PROGRAM-ID
038936     IF WS-CURRENT-DATE NUMERIC
038938         MOVE WS-CURRENT-DATE     TO TM-RUN-DATE
038940     ELSE
038942         MOVE WS-STEP-START-DATE  TO TM-RUN-DATE
038944     END-IF
038946     MOVE WS-STEP-START-STAMP TO TM-START-STAMP
038948     ACCEPT TM-END-DATE FROM DATE YYYYMMDD
038950     ACCEPT TM-END-TIME FROM TIME
038952     MOVE WS-AUDIT-COUNT      TO TM-RECORDS-PROCESSED
038954     MOVE RETURN-CODE         TO TM-RETURN-CODE
038956     WRITE JOB-TIMING-RECORD
038958     IF NOT JOBTIME-FILE-OK
038960         DISPLAY "MYBAL - UNABLE TO WRITE JOBTIME, STATUS = "
038962             WS-JOBTIME-FILE-STATUS " - STEP TIME NOT LOGGED"
038964     END-IF
038966     CLOSE JOB-TIME-FILE
038968     .
038970 9900-LOG-STEP-TIME-EXIT.
038972     EXIT.
039000
039100 END PROGRAM MYBAL.
